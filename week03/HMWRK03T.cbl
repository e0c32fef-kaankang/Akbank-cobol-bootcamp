       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03T.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-FILE ASSIGN TO VSAMFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY VSAM-KEY
                            ALTERNATE RECORD KEY VSAM-DVZ
                                 WITH DUPLICATES
                            STATUS ST-VSAM.
           SELECT XFR-FILE  ASSIGN TO XFRFILE
                            STATUS ST-XFR.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY RATE-KEY
                            STATUS ST-RAT.
           SELECT LIM-FILE  ASSIGN TO LIMFILE
                            STATUS ST-LIM.
           SELECT PRD-FILE  ASSIGN TO PRODCAT
                            STATUS ST-PRD.
           SELECT THR-FILE  ASSIGN TO THRFILE
                            STATUS ST-THR.
           SELECT APR-FILE  ASSIGN TO APRFILE
                            STATUS ST-APR.
           SELECT HOLD-FILE ASSIGN TO HOLDMSTR
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY HOLD-KEY
                            STATUS ST-HLD.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY CUST-KEY
                            STATUS ST-CUS.
           SELECT XFR-REJECT-FILE ASSIGN TO XFRREJ
                            STATUS ST-REJ.
           SELECT LOG-FILE  ASSIGN TO LOGFILE
                            STATUS ST-LOG.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY RCTL-KEY
                            STATUS ST-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAM-FILE.
           COPY VSAMREX.
       FD  XFR-FILE RECORDING MODE F.
         01  XFR-REC.
           03 XFR-FROM-ID         PIC X(5).
           03 XFR-FROM-DVZ        PIC X(3).
           03 XFR-TO-ID           PIC X(5).
           03 XFR-TO-DVZ          PIC X(3).
           03 XFR-AMOUNT          PIC X(15).
           03 XFR-VALUE-DATE      PIC X(8).
           03 XFR-OPERATOR        PIC X(8).
           03 XFR-APPROVER        PIC X(8).
         01  XFR-TRL-REC.
           03 XFRT-REC-TYPE       PIC X(3).
           03 XFRT-XFR-COUNT      PIC 9(9).
           03 XFRT-AMOUNT-TOTAL   PIC 9(15).
           03 FILLER              PIC X(28).
       FD  RATE-FILE.
         01  RATE-REC.
           03 RATE-KEY.
              05 RATE-DVZ        PIC S9(3) COMP.
              05 RATE-EFF-DATE   PIC S9(07) COMP-3.
           03 RATE-FACTOR        PIC S9(3)V9(6) COMP-3.
           03 RATE-BASE-CCY      PIC X(3).
       FD  LIM-FILE RECORDING MODE F.
         01  LIM-REC.
           03 LIM-DVZ             PIC X(3).
           03 LIM-AMOUNT          PIC 9(15).
       FD  PRD-FILE RECORDING MODE F.
           COPY PRODREX.
       FD  THR-FILE RECORDING MODE F.
         01  THR-REC.
           03 THR-DVZ             PIC X(3).
           03 THR-AMOUNT          PIC 9(15).
       FD  APR-FILE RECORDING MODE F.
         01  APR-REC.
           03 APR-ID              PIC X(5).
           03 APR-DVZ             PIC X(3).
           03 APR-AMOUNT          PIC X(15).
           03 APR-APPROVER        PIC X(8).
       FD  HOLD-FILE.
           COPY HOLDREX.
       FD  CUST-FILE.
           COPY CUSTREX.
       FD  XFR-REJECT-FILE RECORDING MODE F.
         01  XFR-REJ-REC.
           03 XFRREJ-FROM-ID      PIC X(5).
           03 XFRREJ-FROM-DVZ     PIC X(3).
           03 XFRREJ-TO-ID        PIC X(5).
           03 XFRREJ-TO-DVZ       PIC X(3).
           03 XFRREJ-AMOUNT       PIC X(15).
           03 XFRREJ-REASON       PIC X(8).
           03 XFRREJ-VSAM-STATUS  PIC X(2).
       FD  LOG-FILE RECORDING MODE F.
           COPY LOGREX.
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-INPUT-ID       PIC X(12).
       FD  RUN-CTL-FILE.
           COPY RCTLREX.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-VSAM            PIC 9(2).
              88 VSAM-FILE-SUCCESS               VALUE 0 97.
              88 VSAM-FILE-NOTFND                VALUE 23.
           03 ST-XFR             PIC 9(2).
              88 XFR-FILE-EOF                    VALUE 10.
              88 XFR-FILE-SUCCESS                VALUE 0 97.
           03 ST-RAT             PIC 9(2).
              88 RATE-FILE-SUCCESS                VALUE 0 97.
              88 RATE-FILE-NOTFND                 VALUE 23.
           03 ST-LIM             PIC 9(2).
              88 LIM-FILE-EOF                    VALUE 10.
              88 LIM-FILE-SUCCESS                VALUE 0 97.
           03 ST-PRD             PIC 9(2).
              88 PRD-FILE-EOF                    VALUE 10.
              88 PRD-FILE-SUCCESS                VALUE 0 97.
              88 PRD-FILE-MISSING                VALUE 35.
           03 ST-THR             PIC 9(2).
              88 THR-FILE-EOF                    VALUE 10.
              88 THR-FILE-SUCCESS                VALUE 0 97.
           03 ST-APR             PIC 9(2).
              88 APR-FILE-EOF                    VALUE 10.
              88 APR-FILE-SUCCESS                VALUE 0 97.
           03 ST-HLD             PIC 9(2).
              88 HOLD-FILE-SUCCESS               VALUE 0 97.
              88 HOLD-FILE-MISSING               VALUE 35.
           03 ST-CUS             PIC 9(2).
              88 CUST-FILE-SUCCESS               VALUE 0 97.
              88 CUST-FILE-MISSING               VALUE 35.
           03 ST-REJ             PIC 9(2).
              88 XFR-REJECT-SUCCESS               VALUE 0 97.
           03 ST-LOG             PIC 9(2).
              88 LOG-FILE-SUCCESS                VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 WS-REJECT-REASON   PIC X(8).
           03 WS-REJECT-STATUS   PIC X(2).
           03 WS-XFR-AMOUNT-N    PIC S9(15) COMP-3 VALUE 0.
           03 WS-TO-AMOUNT-N     PIC S9(15) COMP-3 VALUE 0.
           03 WS-FROM-ID-N       PIC S9(5) COMP-3 VALUE 0.
           03 WS-FROM-DVZ-N      PIC S9(3) COMP VALUE 0.
           03 WS-TO-ID-N         PIC S9(5) COMP-3 VALUE 0.
           03 WS-TO-DVZ-N        PIC S9(3) COMP VALUE 0.
           03 WS-VALUE-JULIAN    PIC S9(07) COMP-3 VALUE 0.
           03 WS-NEW-BALANCE     PIC S9(15) COMP-3 VALUE 0.
           03 WS-OVR-LIMIT       PIC S9(15) COMP-3 VALUE 0.
           03 WS-HOLD-TOTAL      PIC S9(15) COMP-3 VALUE 0.
           03 WS-HOLD-ASOF       PIC 9(8) VALUE 0.
           03 WS-HOLD-OPEN-SW    PIC X(1) VALUE 'N'.
              88 HOLD-FILE-OPEN                  VALUE 'Y'.
           03 WS-HOLD-DONE-SW    PIC X(1) VALUE 'N'.
              88 HOLD-BROWSE-DONE                VALUE 'Y'.
           03 WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
              88 CUST-FILE-OPEN                  VALUE 'Y'.
           03 WS-CUST-BLOCK-SW   PIC X(1) VALUE 'N'.
              88 CUST-BLOCKED                    VALUE 'Y'.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-RUN-TIME        PIC X(8) VALUE SPACE.
           03 WS-BATCH-REF.
              05 FILLER          PIC X(1) VALUE 'T'.
              05 WS-BATCH-TIME   PIC X(6).
              05 WS-BATCH-SEQ    PIC 9(5) VALUE 0.
         01  WS-LEG-AREA.
           03 WS-FROM-REX         PIC X(54).
           03 WS-FROM-BEFORE.
              05 WS-FROM-BEF-NAME PIC X(30).
              05 WS-FROM-BEF-DATE PIC S9(07) COMP-3.
              05 WS-FROM-BEF-BAL  PIC S9(15) COMP-3.
           03 WS-TO-REX           PIC X(54).
           03 WS-TO-BEFORE.
              05 WS-TO-BEF-NAME   PIC X(30).
              05 WS-TO-BEF-DATE   PIC S9(07) COMP-3.
              05 WS-TO-BEF-BAL    PIC S9(15) COMP-3.
           03 WS-FROM-RATE        PIC S9(3)V9(6) COMP-3 VALUE 0.
           03 WS-TO-RATE          PIC S9(3)V9(6) COMP-3 VALUE 0.
           03 WS-RATE-DVZ         PIC S9(3) COMP VALUE 0.
           03 WS-RATE-FOUND       PIC S9(3)V9(6) COMP-3 VALUE 0.
           03 WS-LEG-FAIL-SW      PIC X(1) VALUE 'N'.
              88 LEG-FAILED                      VALUE 'Y'.
         01  WS-CONTROL-AREA.
           03 WS-XFR-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-VAL-ERR-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-AMOUNT-TOTAL    PIC S9(15) COMP-3 VALUE 0.
           03 WS-TRL-XFR-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-TRL-AMOUNT-TOTAL PIC S9(15) COMP-3 VALUE 0.
           03 WS-TRL-SEEN-SW     PIC X(1) VALUE 'N'.
              88 TRAILER-SEEN                    VALUE 'Y'.
           03 WS-VAL-FAIL-SW     PIC X(1) VALUE 'N'.
              88 VALIDATION-FAILED               VALUE 'Y'.
           03 WS-APPLY-DONE-SW   PIC X(1) VALUE 'N'.
              88 APPLY-DONE                      VALUE 'Y'.
           03 WS-APPLY-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-CROSS-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-REJECT-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-DEBIT-TOTAL     PIC S9(15) COMP-3 VALUE 0.
           03 WS-CREDIT-TOTAL    PIC S9(15) COMP-3 VALUE 0.
         01  WS-LIMIT-AREA.
           03 WS-LIM-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-LIM-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-LIMIT-TABLE OCCURS 50 TIMES INDEXED BY WS-LIM-X.
              05 WS-LIM-DVZ-V    PIC S9(3) COMP.
              05 WS-LIM-AMOUNT-V PIC S9(15) COMP-3.
           03 WS-LIM-FOUND-SW     PIC X(1) VALUE 'N'.
              88 FOUND-LIMIT                     VALUE 'Y'.
              88 NOT-FOUND-LIMIT                 VALUE 'N'.
         01  WS-PRODUCT-AREA.
           03 WS-PRD-OPEN-SW      PIC X(1) VALUE 'N'.
              88 PRD-FILE-OPEN                   VALUE 'Y'.
           03 WS-PRD-ENTRIES      PIC 9(4) COMP VALUE 0.
           03 WS-PRD-IDX          PIC 9(4) COMP VALUE 0.
           03 WS-PRD-TABLE OCCURS 200 TIMES INDEXED BY WS-PRD-X.
              05 WS-PRD-CODE-V    PIC X(4).
              05 WS-PRD-DVZ-V     PIC S9(3) COMP.
              05 WS-PRD-LIMIT-V   PIC S9(15) COMP-3.
           03 WS-PRD-FOUND-SW     PIC X(1) VALUE 'N'.
              88 FOUND-PRODUCT                   VALUE 'Y'.
         01  WS-APPROVAL-AREA.
           03 WS-THR-AMOUNT       PIC S9(15) COMP-3 VALUE 0.
           03 WS-THR-ENTRIES      PIC 9(4) COMP VALUE 0.
           03 WS-THR-IDX          PIC 9(4) COMP VALUE 0.
           03 WS-THR-TABLE OCCURS 50 TIMES INDEXED BY WS-THR-X.
              05 WS-THR-DVZ-V     PIC S9(3) COMP.
              05 WS-THR-AMOUNT-V  PIC S9(15) COMP-3.
           03 WS-THR-FOUND-SW     PIC X(1) VALUE 'N'.
              88 FOUND-THRESHOLD                 VALUE 'Y'.
           03 WS-APR-ENTRIES      PIC 9(4) COMP VALUE 0.
           03 WS-APR-IDX          PIC 9(4) COMP VALUE 0.
           03 WS-APR-TABLE OCCURS 500 TIMES INDEXED BY WS-APR-X.
              05 WS-APR-ID-V      PIC S9(5) COMP-3.
              05 WS-APR-DVZ-V     PIC S9(3) COMP.
              05 WS-APR-AMT-V     PIC S9(15) COMP-3.
              05 WS-APR-APPROVER-V PIC X(8).
              05 WS-APR-USED-SW   PIC X(1).
                 88 APR-USED                     VALUE 'Y'.
           03 WS-APR-FOUND-SW     PIC X(1) VALUE 'N'.
              88 FOUND-APPROVAL                  VALUE 'Y'.
           03 WS-APR-OVERFLOW-SW  PIC X(1) VALUE 'N'.
              88 APR-TABLE-OVERFLOWED            VALUE 'Y'.
           03 WS-APPR-REJ-SW      PIC X(1) VALUE 'N'.
              88 APPROVAL-MISSING                VALUE 'Y'.
         01  WS-RUN-CTL-AREA.
           03 ST-CTL             PIC 9(2).
              88 CTL-FILE-SUCCESS                VALUE 0 97.
              88 CTL-FILE-MISSING                VALUE 35.
           03 WS-CTL-OPEN-SW     PIC X(1) VALUE 'N'.
              88 CTL-FILE-OPEN                   VALUE 'Y'.
           03 WS-CTL-DATE        PIC X(8) VALUE SPACE.
           03 WS-CTL-DATE-N      PIC 9(8) VALUE 0.
           03 WS-CTL-TIME        PIC X(8) VALUE SPACE.
           03 WS-CTL-INPUT-ID    PIC X(12) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-LIMITS UNTIL LIM-FILE-EOF
           IF PRD-FILE-OPEN
               PERFORM H152-LOAD-PRODUCTS UNTIL PRD-FILE-EOF
           END-IF
           PERFORM H155-LOAD-THRESHOLDS UNTIL THR-FILE-EOF
           PERFORM H158-LOAD-APPROVALS UNTIL APR-FILE-EOF
           PERFORM H500-VAL-READ-FIRST
           PERFORM H501-VAL-READ-NEXT UNTIL XFR-FILE-EOF
           PERFORM H560-CHECK-BATCH-CONTROLS
           IF VALIDATION-FAILED
               DISPLAY 'HMWRK03T CONTROLS OUT OF BALANCE; '
                       'NOTHING TRANSFERRED'
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF
           PERFORM H160-REOPEN-XFR-FILE
           PERFORM H200-READ-FIRST
           PERFORM H201-READ-NEXT-RECORD
               UNTIL XFR-FILE-EOF OR APPLY-DONE
           PERFORM H900-PRINT-SUMMARY
           PERFORM RUN-CTL-MARK-COMPLETE THRU RUN-CTL-MARK-COMPLETE-END
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-READ-RUN-PARM.
           PERFORM RUN-CTL-OPEN.
           PERFORM RUN-CTL-VERIFY.
           PERFORM RUN-CTL-RECORD-START.
           OPEN I-O    VSAM-FILE.
           IF (ST-VSAM NOT = 0) AND (ST-VSAM NOT = 97)
           DISPLAY '1'
           DISPLAY 'UNABLE TO OPEN VSAMFILE: ' ST-VSAM
           MOVE ST-VSAM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  XFR-FILE.
           IF (ST-XFR NOT = 0) AND (ST-XFR NOT = 97)
           DISPLAY '2'
           DISPLAY 'UNABLE TO OPEN XFRFILE: ' ST-XFR
           MOVE ST-XFR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  LIM-FILE.
           IF (ST-LIM NOT = 0) AND (ST-LIM NOT = 97)
           DISPLAY '3'
           DISPLAY 'UNABLE TO OPEN LIMFILE: ' ST-LIM
           MOVE ST-LIM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT XFR-REJECT-FILE.
           IF (ST-REJ NOT = 0) AND (ST-REJ NOT = 97)
           DISPLAY '4'
           DISPLAY 'UNABLE TO OPEN XFRREJ: ' ST-REJ
           MOVE ST-REJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF (ST-LOG NOT = 0) AND (ST-LOG NOT = 97)
           DISPLAY '5'
           DISPLAY 'UNABLE TO OPEN LOGFILE: ' ST-LOG
           MOVE ST-LOG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  THR-FILE.
           IF (ST-THR NOT = 0) AND (ST-THR NOT = 97)
           DISPLAY '6'
           DISPLAY 'UNABLE TO OPEN THRFILE: ' ST-THR
           MOVE ST-THR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  APR-FILE.
           IF (ST-APR NOT = 0) AND (ST-APR NOT = 97)
           DISPLAY '7'
           DISPLAY 'UNABLE TO OPEN APRFILE: ' ST-APR
           MOVE ST-APR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  HOLD-FILE.
           IF HOLD-FILE-MISSING
               DISPLAY 'HOLDMSTR NOT FOUND; NO HOLDS APPLIED'
           ELSE
               IF (ST-HLD NOT = 0) AND (ST-HLD NOT = 97)
               DISPLAY '9'
               DISPLAY 'UNABLE TO OPEN HOLDMSTR: ' ST-HLD
               MOVE ST-HLD TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-HOLD-OPEN-SW
           END-IF.

           OPEN INPUT  CUST-FILE.
           IF CUST-FILE-MISSING
               DISPLAY 'CUSTFILE NOT FOUND; NO CUSTOMER BLOCKS APPLIED'
           ELSE
               IF (ST-CUS NOT = 0) AND (ST-CUS NOT = 97)
               DISPLAY '10'
               DISPLAY 'UNABLE TO OPEN CUSTFILE: ' ST-CUS
               MOVE ST-CUS TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-CUST-OPEN-SW
           END-IF.

           OPEN INPUT  PRD-FILE.
           IF PRD-FILE-MISSING
               DISPLAY 'PRODCAT NOT FOUND; LIMFILE LIMITS ONLY'
           ELSE
               IF (ST-PRD NOT = 0) AND (ST-PRD NOT = 97)
               DISPLAY '11'
               DISPLAY 'UNABLE TO OPEN PRODCAT: ' ST-PRD
               MOVE ST-PRD TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-PRD-OPEN-SW
           END-IF.

           OPEN INPUT  RATE-FILE.
           IF (ST-RAT NOT = 0) AND (ST-RAT NOT = 97)
           DISPLAY '8'
           DISPLAY 'UNABLE TO OPEN RATEFILE: ' ST-RAT
           MOVE ST-RAT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-BATCH-TIME.
       H100-END. EXIT.

       H110-READ-RUN-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-SUCCESS
               READ PARM-FILE
               IF PARM-FILE-SUCCESS
                   MOVE PARM-INPUT-ID TO WS-CTL-INPUT-ID
               END-IF
               CLOSE PARM-FILE
           END-IF.
       H110-END. EXIT.

       RUN-CTL-OPEN.
           ACCEPT WS-CTL-DATE FROM DATE YYYYMMDD.
           MOVE WS-CTL-DATE TO WS-CTL-DATE-N.
           OPEN I-O RUN-CTL-FILE.
           IF CTL-FILE-MISSING
               OPEN OUTPUT RUN-CTL-FILE
               CLOSE RUN-CTL-FILE
               OPEN I-O RUN-CTL-FILE
           END-IF.
           IF (ST-CTL NOT = 0) AND (ST-CTL NOT = 97)
           DISPLAY 'UNABLE TO OPEN RUNCTL: ' ST-CTL
           MOVE ST-CTL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-CTL-OPEN-SW.
       RUN-CTL-OPEN-END. EXIT.

       RUN-CTL-VERIFY.
           MOVE 'HMWRK03T'      TO RCTL-PROGRAM.
           MOVE WS-CTL-DATE-N   TO RCTL-BUS-DATE.
           MOVE WS-CTL-INPUT-ID TO RCTL-INPUT-ID.
           READ RUN-CTL-FILE KEY RCTL-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY PERFORM RUN-CTL-CHECK-APPLIED.
       RUN-CTL-VERIFY-END. EXIT.

       RUN-CTL-CHECK-APPLIED.
           IF RCTL-STATUS = 'C'
               DISPLAY 'RUNCTL: INPUT ' WS-CTL-INPUT-ID
                       ' ALREADY APPLIED BY HMWRK03T; RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       RUN-CTL-CHECK-APPLIED-END. EXIT.

       RUN-CTL-RECORD-START.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'HMWRK03T'      TO RCTL-PROGRAM.
           MOVE WS-CTL-DATE-N   TO RCTL-BUS-DATE.
           MOVE WS-CTL-INPUT-ID TO RCTL-INPUT-ID.
           MOVE 'S'             TO RCTL-STATUS.
           MOVE WS-CTL-TIME (1:6) TO RCTL-START-TIME.
           MOVE 0               TO RCTL-END-TIME.
           WRITE RCTL-REC
             INVALID KEY REWRITE RCTL-REC.
       RUN-CTL-RECORD-START-END. EXIT.

       RUN-CTL-MARK-COMPLETE.
           IF NOT CTL-FILE-OPEN
               GO TO RUN-CTL-MARK-COMPLETE-END
           END-IF.
           MOVE 'HMWRK03T'      TO RCTL-PROGRAM.
           MOVE WS-CTL-DATE-N   TO RCTL-BUS-DATE.
           MOVE WS-CTL-INPUT-ID TO RCTL-INPUT-ID.
           READ RUN-CTL-FILE KEY RCTL-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY PERFORM RUN-CTL-REWRITE-COMPLETE.
       RUN-CTL-MARK-COMPLETE-END. EXIT.

       RUN-CTL-REWRITE-COMPLETE.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'C' TO RCTL-STATUS.
           MOVE WS-CTL-TIME (1:6) TO RCTL-END-TIME.
           REWRITE RCTL-REC.
       RUN-CTL-REWRITE-COMPLETE-END. EXIT.

       H150-LOAD-LIMITS.
           READ LIM-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H151-STORE-LIMIT THRU H151-END.
       H150-END. EXIT.

       H151-STORE-LIMIT.
           IF (LIM-DVZ NOT NUMERIC) OR (LIM-AMOUNT NOT NUMERIC)
               DISPLAY 'LIMFILE RECORD NOT NUMERIC; IGNORED'
               GO TO H151-END
           END-IF.
           IF WS-LIM-ENTRIES < 50
               ADD 1 TO WS-LIM-ENTRIES
               SET WS-LIM-X TO WS-LIM-ENTRIES
               COMPUTE WS-LIM-DVZ-V (WS-LIM-X) =
                   FUNCTION NUMVAL (LIM-DVZ)
               MOVE LIM-AMOUNT TO WS-LIM-AMOUNT-V (WS-LIM-X)
           ELSE
               DISPLAY 'MORE THAN 50 LIMFILE ENTRIES; EXTRA IGNORED'
           END-IF.
       H151-END. EXIT.

       H152-LOAD-PRODUCTS.
           READ PRD-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H153-STORE-PRODUCT THRU H153-END.
       H152-END. EXIT.

       H153-STORE-PRODUCT.
           IF (PRD-PRODUCT = SPACES) OR (PRD-DVZ NOT NUMERIC) OR
              (PRD-OD-LIMIT NOT NUMERIC)
               DISPLAY 'PRODCAT RECORD INVALID; IGNORED'
               GO TO H153-END
           END-IF.
           IF WS-PRD-ENTRIES < 200
               ADD 1 TO WS-PRD-ENTRIES
               SET WS-PRD-X TO WS-PRD-ENTRIES
               MOVE PRD-PRODUCT  TO WS-PRD-CODE-V (WS-PRD-X)
               MOVE PRD-DVZ      TO WS-PRD-DVZ-V (WS-PRD-X)
               MOVE PRD-OD-LIMIT TO WS-PRD-LIMIT-V (WS-PRD-X)
           ELSE
               DISPLAY 'MORE THAN 200 PRODCAT ENTRIES; EXTRA IGNORED'
           END-IF.
       H153-END. EXIT.

       H155-LOAD-THRESHOLDS.
           READ THR-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H156-STORE-THRESHOLD THRU H156-END.
       H155-END. EXIT.

       H156-STORE-THRESHOLD.
           IF (THR-DVZ NOT NUMERIC) OR (THR-AMOUNT NOT NUMERIC)
               DISPLAY 'THRFILE RECORD NOT NUMERIC; IGNORED'
               GO TO H156-END
           END-IF.
           IF WS-THR-ENTRIES < 50
               ADD 1 TO WS-THR-ENTRIES
               SET WS-THR-X TO WS-THR-ENTRIES
               COMPUTE WS-THR-DVZ-V (WS-THR-X) =
                   FUNCTION NUMVAL (THR-DVZ)
               MOVE THR-AMOUNT TO WS-THR-AMOUNT-V (WS-THR-X)
           ELSE
               DISPLAY 'MORE THAN 50 THRFILE ENTRIES; EXTRA IGNORED'
           END-IF.
       H156-END. EXIT.

       H158-LOAD-APPROVALS.
           READ APR-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H159-STORE-APPROVAL THRU H159-END.
       H158-END. EXIT.

       H159-STORE-APPROVAL.
           IF (FUNCTION TEST-NUMVAL-C (APR-ID) NOT = 0) OR
              (APR-DVZ NOT NUMERIC) OR
              (FUNCTION TEST-NUMVAL-C (APR-AMOUNT) NOT = 0)
               DISPLAY 'APRFILE RECORD NOT NUMERIC; IGNORED'
               GO TO H159-END
           END-IF.
           IF WS-APR-ENTRIES < 500
               ADD 1 TO WS-APR-ENTRIES
               SET WS-APR-X TO WS-APR-ENTRIES
               COMPUTE WS-APR-ID-V (WS-APR-X) =
                   FUNCTION NUMVAL-C (APR-ID)
               COMPUTE WS-APR-DVZ-V (WS-APR-X) =
                   FUNCTION NUMVAL (APR-DVZ)
               COMPUTE WS-APR-AMT-V (WS-APR-X) =
                   FUNCTION NUMVAL-C (APR-AMOUNT)
               MOVE APR-APPROVER TO WS-APR-APPROVER-V (WS-APR-X)
               MOVE 'N'          TO WS-APR-USED-SW (WS-APR-X)
           ELSE
               MOVE 'Y' TO WS-APR-OVERFLOW-SW
           END-IF.
       H159-END. EXIT.

       H160-REOPEN-XFR-FILE.
           CLOSE XFR-FILE.
           OPEN INPUT XFR-FILE.
           IF (ST-XFR NOT = 0) AND (ST-XFR NOT = 97)
           DISPLAY 'UNABLE TO REOPEN XFRFILE: ' ST-XFR
           MOVE ST-XFR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H160-END. EXIT.

       H200-READ-FIRST.
           READ XFR-FILE.
           IF (ST-XFR NOT = 0) AND (ST-XFR NOT = 97)
           DISPLAY 'UNABLE TO READ XFRFILE: ' ST-XFR
           MOVE ST-XFR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H300-APPLY-TRANSFER THRU H300-END.
       H200-END. EXIT.

       H201-READ-NEXT-RECORD.
           READ XFR-FILE.
           PERFORM H300-APPLY-TRANSFER THRU H300-END.
       H201-END. EXIT.

       H300-APPLY-TRANSFER.
           IF XFR-FILE-EOF
               GO TO H300-END
           END-IF.
           IF XFRT-REC-TYPE = 'TRL'
               MOVE 'Y' TO WS-APPLY-DONE-SW
               GO TO H300-END
           END-IF.
           PERFORM H305-SET-TRANSFER-KEYS.
           MOVE SPACES TO WS-REJECT-STATUS.
           MOVE WS-FROM-ID-N  TO VSAM-ID.
           MOVE WS-FROM-DVZ-N TO VSAM-DVZ.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     CONTINUE.
           IF NOT VSAM-FILE-SUCCESS
               MOVE 'NOTFND' TO WS-REJECT-REASON
               MOVE ST-VSAM  TO WS-REJECT-STATUS
               PERFORM H400-WRITE-XFR-REJECT
               GO TO H300-END
           END-IF.
           MOVE VSAM-REX     TO WS-FROM-REX.
           MOVE VSAM-NAME    TO WS-FROM-BEF-NAME.
           MOVE VSAM-DATE    TO WS-FROM-BEF-DATE.
           MOVE VSAM-BALANCE TO WS-FROM-BEF-BAL.
           COMPUTE WS-NEW-BALANCE = VSAM-BALANCE - WS-XFR-AMOUNT-N.
           PERFORM H330-FIND-OVERDRAFT-LIMIT.
           IF WS-NEW-BALANCE < 0 AND
              WS-NEW-BALANCE < (0 - WS-OVR-LIMIT)
               MOVE 'OVRDRFT' TO WS-REJECT-REASON
               PERFORM H400-WRITE-XFR-REJECT
               GO TO H300-END
           END-IF.
           PERFORM H337-CHECK-CUST-BLOCK THRU H337-END.
           IF CUST-BLOCKED
               MOVE 'CUSTBLK' TO WS-REJECT-REASON
               PERFORM H400-WRITE-XFR-REJECT
               GO TO H300-END
           END-IF.
           PERFORM H335-TOTAL-ACTIVE-HOLDS THRU H335-END.
           IF WS-HOLD-TOTAL > 0 AND
              WS-NEW-BALANCE < WS-HOLD-TOTAL
               MOVE 'HOLDBAL' TO WS-REJECT-REASON
               PERFORM H400-WRITE-XFR-REJECT
               GO TO H300-END
           END-IF.
           MOVE WS-TO-ID-N  TO VSAM-ID.
           MOVE WS-TO-DVZ-N TO VSAM-DVZ.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     CONTINUE.
           IF NOT VSAM-FILE-SUCCESS
               MOVE 'NOTFND' TO WS-REJECT-REASON
               MOVE ST-VSAM  TO WS-REJECT-STATUS
               PERFORM H400-WRITE-XFR-REJECT
               GO TO H300-END
           END-IF.
           MOVE VSAM-REX     TO WS-TO-REX.
           MOVE VSAM-NAME    TO WS-TO-BEF-NAME.
           MOVE VSAM-DATE    TO WS-TO-BEF-DATE.
           MOVE VSAM-BALANCE TO WS-TO-BEF-BAL.
           PERFORM H340-CONVERT-AMOUNT THRU H340-END.
           IF LEG-FAILED
               MOVE 'NORATE' TO WS-REJECT-REASON
               PERFORM H400-WRITE-XFR-REJECT
               GO TO H300-END
           END-IF.
           PERFORM H320-POST-BOTH-LEGS THRU H320-END.
       H300-END. EXIT.

       H305-SET-TRANSFER-KEYS.
           COMPUTE WS-FROM-ID-N  = FUNCTION NUMVAL-C (XFR-FROM-ID).
           COMPUTE WS-FROM-DVZ-N = FUNCTION NUMVAL (XFR-FROM-DVZ).
           COMPUTE WS-TO-ID-N    = FUNCTION NUMVAL-C (XFR-TO-ID).
           COMPUTE WS-TO-DVZ-N   = FUNCTION NUMVAL (XFR-TO-DVZ).
           COMPUTE WS-XFR-AMOUNT-N = FUNCTION NUMVAL-C (XFR-AMOUNT).
           COMPUTE WS-VALUE-JULIAN =
               FUNCTION DAY-OF-INTEGER (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (XFR-VALUE-DATE))).
       H305-END. EXIT.

       H320-POST-BOTH-LEGS.
           MOVE WS-FROM-REX TO VSAM-REX.
           COMPUTE VSAM-BALANCE = WS-FROM-BEF-BAL - WS-XFR-AMOUNT-N.
           MOVE WS-VALUE-JULIAN TO VSAM-DATE.
           REWRITE VSAM-REX
             INVALID KEY     CONTINUE.
           IF NOT VSAM-FILE-SUCCESS
               MOVE 'DEBITIO' TO WS-REJECT-REASON
               MOVE ST-VSAM   TO WS-REJECT-STATUS
               PERFORM H400-WRITE-XFR-REJECT
               GO TO H320-END
           END-IF.
           MOVE WS-TO-REX TO VSAM-REX.
           COMPUTE VSAM-BALANCE = WS-TO-BEF-BAL + WS-TO-AMOUNT-N.
           MOVE WS-VALUE-JULIAN TO VSAM-DATE.
           REWRITE VSAM-REX
             INVALID KEY     CONTINUE.
           IF NOT VSAM-FILE-SUCCESS
               MOVE 'CREDITIO' TO WS-REJECT-REASON
               MOVE ST-VSAM    TO WS-REJECT-STATUS
               PERFORM H400-WRITE-XFR-REJECT
               PERFORM H325-RESTORE-FROM-LEG
               GO TO H320-END
           END-IF.
           ADD 1 TO WS-APPLY-COUNT.
           ADD 1 TO WS-BATCH-SEQ.
           ADD WS-XFR-AMOUNT-N TO WS-DEBIT-TOTAL.
           ADD WS-TO-AMOUNT-N  TO WS-CREDIT-TOTAL.
           IF WS-FROM-DVZ-N NOT = WS-TO-DVZ-N
               ADD 1 TO WS-CROSS-COUNT
           END-IF.
           MOVE WS-FROM-REX       TO VSAM-REX.
           COMPUTE VSAM-BALANCE = WS-FROM-BEF-BAL - WS-XFR-AMOUNT-N.
           MOVE WS-VALUE-JULIAN   TO VSAM-DATE.
           MOVE XFR-FROM-ID       TO LOG-ID.
           MOVE XFR-FROM-DVZ      TO LOG-DVZ.
           MOVE WS-FROM-BEF-NAME  TO LOG-BEFORE-NAME.
           MOVE WS-FROM-BEF-DATE  TO LOG-BEFORE-DATE.
           MOVE WS-FROM-BEF-BAL   TO LOG-BEFORE-BALANCE.
           PERFORM H410-WRITE-LOG.
           MOVE WS-TO-REX         TO VSAM-REX.
           COMPUTE VSAM-BALANCE = WS-TO-BEF-BAL + WS-TO-AMOUNT-N.
           MOVE WS-VALUE-JULIAN   TO VSAM-DATE.
           MOVE XFR-TO-ID         TO LOG-ID.
           MOVE XFR-TO-DVZ        TO LOG-DVZ.
           MOVE WS-TO-BEF-NAME    TO LOG-BEFORE-NAME.
           MOVE WS-TO-BEF-DATE    TO LOG-BEFORE-DATE.
           MOVE WS-TO-BEF-BAL     TO LOG-BEFORE-BALANCE.
           PERFORM H410-WRITE-LOG.
       H320-END. EXIT.

       H325-RESTORE-FROM-LEG.
           MOVE WS-FROM-REX      TO VSAM-REX.
           REWRITE VSAM-REX
             INVALID KEY
                 DISPLAY 'UNABLE TO RESTORE DEBIT LEG ' XFR-FROM-ID
                         '/' XFR-FROM-DVZ ': ' ST-VSAM
                 MOVE ST-VSAM TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT.
       H325-END. EXIT.

       H330-FIND-OVERDRAFT-LIMIT.
           MOVE 0 TO WS-OVR-LIMIT.
           MOVE 'N' TO WS-LIM-FOUND-SW.
           MOVE 'N' TO WS-PRD-FOUND-SW.
           IF VSAM-PRODUCT NOT = SPACES
               MOVE 1 TO WS-PRD-IDX
               PERFORM H332-FIND-PRODUCT-ENTRY
                   UNTIL (WS-PRD-IDX > WS-PRD-ENTRIES) OR FOUND-PRODUCT
           END-IF.
           IF FOUND-PRODUCT
               MOVE WS-PRD-LIMIT-V (WS-PRD-X) TO WS-OVR-LIMIT
               MOVE 'Y' TO WS-LIM-FOUND-SW
           ELSE
               MOVE 1 TO WS-LIM-IDX
               PERFORM H331-FIND-LIMIT-ENTRY
                   UNTIL (WS-LIM-IDX > WS-LIM-ENTRIES) OR FOUND-LIMIT
           END-IF.
       H330-END. EXIT.

       H331-FIND-LIMIT-ENTRY.
           SET WS-LIM-X TO WS-LIM-IDX.
           IF WS-LIM-DVZ-V (WS-LIM-X) = VSAM-DVZ
               MOVE WS-LIM-AMOUNT-V (WS-LIM-X) TO WS-OVR-LIMIT
               MOVE 'Y' TO WS-LIM-FOUND-SW
           ELSE
               ADD 1 TO WS-LIM-IDX
           END-IF.
       H331-END. EXIT.

       H332-FIND-PRODUCT-ENTRY.
           SET WS-PRD-X TO WS-PRD-IDX.
           IF (WS-PRD-CODE-V (WS-PRD-X) = VSAM-PRODUCT) AND
              (WS-PRD-DVZ-V (WS-PRD-X) = VSAM-DVZ)
               MOVE 'Y' TO WS-PRD-FOUND-SW
           ELSE
               ADD 1 TO WS-PRD-IDX
           END-IF.
       H332-END. EXIT.

       H335-TOTAL-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF NOT HOLD-FILE-OPEN
               GO TO H335-END
           END-IF.
           COMPUTE WS-HOLD-ASOF = FUNCTION NUMVAL (XFR-VALUE-DATE).
           MOVE 'N'      TO WS-HOLD-DONE-SW.
           MOVE VSAM-ID  TO HOLD-ID.
           MOVE VSAM-DVZ TO HOLD-DVZ.
           MOVE 0        TO HOLD-NO.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
             INVALID KEY     MOVE 'Y' TO WS-HOLD-DONE-SW
             NOT INVALID KEY
                 PERFORM H336-READ-NEXT-HOLD
                     UNTIL HOLD-BROWSE-DONE.
       H335-END. EXIT.

       H336-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-HOLD-DONE-SW.
           IF HOLD-FILE-SUCCESS
               IF HOLD-ID = VSAM-ID AND HOLD-DVZ = VSAM-DVZ
                   IF HOLD-STATUS = 'A' AND
                      (HOLD-EXPIRY-DATE = 0 OR
                       HOLD-EXPIRY-DATE NOT < WS-HOLD-ASOF)
                       ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HOLD-DONE-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-HOLD-DONE-SW
           END-IF.
       H336-END. EXIT.

       H337-CHECK-CUST-BLOCK.
           MOVE 'N' TO WS-CUST-BLOCK-SW.
           IF (NOT CUST-FILE-OPEN) OR (VSAM-CUST-NO = 0)
               GO TO H337-END
           END-IF.
           MOVE VSAM-CUST-NO TO CUST-NO.
           READ CUST-FILE KEY CUST-KEY
             INVALID KEY GO TO H337-END.
           IF CUST-STATUS = 'B'
               MOVE 'Y' TO WS-CUST-BLOCK-SW
           END-IF.
       H337-END. EXIT.

       H340-CONVERT-AMOUNT.
           MOVE 'N' TO WS-LEG-FAIL-SW.
           IF WS-FROM-DVZ-N = WS-TO-DVZ-N
               MOVE WS-XFR-AMOUNT-N TO WS-TO-AMOUNT-N
               GO TO H340-END
           END-IF.
           MOVE WS-FROM-DVZ-N TO WS-RATE-DVZ.
           PERFORM H650-FIND-EFFECTIVE-RATE.
           MOVE WS-RATE-FOUND TO WS-FROM-RATE.
           MOVE WS-TO-DVZ-N TO WS-RATE-DVZ.
           PERFORM H650-FIND-EFFECTIVE-RATE.
           MOVE WS-RATE-FOUND TO WS-TO-RATE.
           IF WS-FROM-RATE NOT > 0 OR WS-TO-RATE NOT > 0
               MOVE 'Y' TO WS-LEG-FAIL-SW
               GO TO H340-END
           END-IF.
           COMPUTE WS-TO-AMOUNT-N ROUNDED =
               WS-XFR-AMOUNT-N * WS-FROM-RATE / WS-TO-RATE
             ON SIZE ERROR MOVE 'Y' TO WS-LEG-FAIL-SW.
           IF WS-TO-AMOUNT-N NOT > 0
               MOVE 'Y' TO WS-LEG-FAIL-SW
           END-IF.
       H340-END. EXIT.

       H400-WRITE-XFR-REJECT.
           MOVE XFR-FROM-ID      TO XFRREJ-FROM-ID.
           MOVE XFR-FROM-DVZ     TO XFRREJ-FROM-DVZ.
           MOVE XFR-TO-ID        TO XFRREJ-TO-ID.
           MOVE XFR-TO-DVZ       TO XFRREJ-TO-DVZ.
           MOVE XFR-AMOUNT       TO XFRREJ-AMOUNT.
           MOVE WS-REJECT-REASON TO XFRREJ-REASON.
           MOVE WS-REJECT-STATUS TO XFRREJ-VSAM-STATUS.
           WRITE XFR-REJ-REC.
           ADD 1 TO WS-REJECT-COUNT.
       H400-END. EXIT.

       H410-WRITE-LOG.
           MOVE 'C'               TO LOG-ACTION.
           MOVE VSAM-NAME         TO LOG-AFTER-NAME.
           MOVE VSAM-DATE         TO LOG-AFTER-DATE.
           MOVE VSAM-BALANCE      TO LOG-AFTER-BALANCE.
           MOVE XFR-OPERATOR      TO LOG-OPERATOR.
           MOVE XFR-APPROVER      TO LOG-APPROVER.
           MOVE VSAM-CUST-NO      TO LOG-CUST-NO.
           MOVE VSAM-PRODUCT      TO LOG-PRODUCT.
           MOVE WS-RUN-DATE       TO LOG-RUN-DATE.
           MOVE WS-RUN-TIME (1:6) TO LOG-RUN-TIME.
           MOVE 'HMWRK03T'        TO LOG-PROGRAM.
           MOVE WS-BATCH-REF      TO LOG-BATCH-REF.
           WRITE LOG-REC.
       H410-END. EXIT.

       H500-VAL-READ-FIRST.
           READ XFR-FILE.
           IF (ST-XFR NOT = 0) AND (ST-XFR NOT = 97)
           DISPLAY 'UNABLE TO READ XFRFILE: ' ST-XFR
           MOVE ST-XFR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H510-VALIDATE-TRANSFER THRU H510-END.
       H500-END. EXIT.

       H501-VAL-READ-NEXT.
           READ XFR-FILE.
           PERFORM H510-VALIDATE-TRANSFER THRU H510-END.
       H501-END. EXIT.

       H510-VALIDATE-TRANSFER.
           IF XFR-FILE-EOF
               GO TO H510-END
           END-IF.
           MOVE SPACES TO WS-REJECT-STATUS.
           IF XFRT-REC-TYPE = 'TRL'
               PERFORM H515-CAPTURE-TRAILER THRU H515-END
               GO TO H510-END
           END-IF.
           IF TRAILER-SEEN
               MOVE 'AFTRTRL' TO WS-REJECT-REASON
               PERFORM H540-WRITE-VAL-REJECT
               GO TO H510-END
           END-IF.
           ADD 1 TO WS-XFR-COUNT.
           IF (FUNCTION TEST-NUMVAL-C (XFR-FROM-ID) NOT = 0) OR
              (FUNCTION TEST-NUMVAL-C (XFR-TO-ID) NOT = 0)
               MOVE 'BADKEY' TO WS-REJECT-REASON
               PERFORM H540-WRITE-VAL-REJECT
               GO TO H510-END
           END-IF.
           IF (XFR-FROM-DVZ NOT NUMERIC) OR (XFR-TO-DVZ NOT NUMERIC)
               MOVE 'BADKEY' TO WS-REJECT-REASON
               PERFORM H540-WRITE-VAL-REJECT
               GO TO H510-END
           END-IF.
           IF FUNCTION TEST-NUMVAL-C (XFR-AMOUNT) NOT = 0
               MOVE 'BADAMT' TO WS-REJECT-REASON
               PERFORM H540-WRITE-VAL-REJECT
               GO TO H510-END
           END-IF.
           COMPUTE WS-XFR-AMOUNT-N = FUNCTION NUMVAL-C (XFR-AMOUNT).
           IF WS-XFR-AMOUNT-N NOT > 0
               MOVE 'BADAMT' TO WS-REJECT-REASON
               PERFORM H540-WRITE-VAL-REJECT
               GO TO H510-END
           END-IF.
           IF XFR-VALUE-DATE NOT NUMERIC
               MOVE 'BADDATE' TO WS-REJECT-REASON
               PERFORM H540-WRITE-VAL-REJECT
               GO TO H510-END
           END-IF.
           IF FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL (XFR-VALUE-DATE)) = 0
               MOVE 'BADDATE' TO WS-REJECT-REASON
               PERFORM H540-WRITE-VAL-REJECT
               GO TO H510-END
           END-IF.
           PERFORM H305-SET-TRANSFER-KEYS.
           IF (WS-FROM-ID-N = WS-TO-ID-N) AND
              (WS-FROM-DVZ-N = WS-TO-DVZ-N)
               MOVE 'SAMEACCT' TO WS-REJECT-REASON
               PERFORM H540-WRITE-VAL-REJECT
               GO TO H510-END
           END-IF.
           PERFORM H545-CHECK-APPROVAL THRU H545-END.
           IF APPROVAL-MISSING
               GO TO H510-END
           END-IF.
           ADD WS-XFR-AMOUNT-N TO WS-AMOUNT-TOTAL.
       H510-END. EXIT.

       H515-CAPTURE-TRAILER.
           IF TRAILER-SEEN
               DISPLAY 'MORE THAN ONE TRAILER ON XFRFILE'
               MOVE 'Y' TO WS-VAL-FAIL-SW
               GO TO H515-END
           END-IF.
           MOVE 'Y' TO WS-TRL-SEEN-SW.
           IF XFRT-XFR-COUNT NUMERIC AND XFRT-AMOUNT-TOTAL NUMERIC
               MOVE XFRT-XFR-COUNT    TO WS-TRL-XFR-COUNT
               MOVE XFRT-AMOUNT-TOTAL TO WS-TRL-AMOUNT-TOTAL
           ELSE
               DISPLAY 'XFRFILE TRAILER NOT NUMERIC'
               MOVE 'Y' TO WS-VAL-FAIL-SW
           END-IF.
       H515-END. EXIT.

       H540-WRITE-VAL-REJECT.
           PERFORM H400-WRITE-XFR-REJECT.
           ADD 1 TO WS-VAL-ERR-COUNT.
       H540-END. EXIT.

       H545-CHECK-APPROVAL.
           MOVE 'N' TO WS-APPR-REJ-SW.
           PERFORM H546-FIND-THRESHOLD.
           IF NOT FOUND-THRESHOLD
               GO TO H545-END
           END-IF.
           IF WS-XFR-AMOUNT-N NOT > WS-THR-AMOUNT
               GO TO H545-END
           END-IF.
           PERFORM H547-FIND-APPROVAL.
           IF NOT FOUND-APPROVAL
               MOVE 'NOAPPRV' TO WS-REJECT-REASON
               MOVE SPACES    TO WS-REJECT-STATUS
               PERFORM H540-WRITE-VAL-REJECT
               MOVE 'Y' TO WS-APPR-REJ-SW
           END-IF.
       H545-END. EXIT.

       H546-FIND-THRESHOLD.
           MOVE 'N' TO WS-THR-FOUND-SW.
           MOVE 0 TO WS-THR-AMOUNT.
           MOVE 1 TO WS-THR-IDX.
           PERFORM H549-MATCH-THRESHOLD
               UNTIL (WS-THR-IDX > WS-THR-ENTRIES) OR FOUND-THRESHOLD.
       H546-END. EXIT.

       H549-MATCH-THRESHOLD.
           SET WS-THR-X TO WS-THR-IDX.
           IF WS-THR-DVZ-V (WS-THR-X) = WS-FROM-DVZ-N
               MOVE WS-THR-AMOUNT-V (WS-THR-X) TO WS-THR-AMOUNT
               MOVE 'Y' TO WS-THR-FOUND-SW
           ELSE
               ADD 1 TO WS-THR-IDX
           END-IF.
       H549-END. EXIT.

       H547-FIND-APPROVAL.
           MOVE 'N' TO WS-APR-FOUND-SW.
           MOVE 1 TO WS-APR-IDX.
           PERFORM H548-MATCH-APPROVAL
               UNTIL (WS-APR-IDX > WS-APR-ENTRIES) OR FOUND-APPROVAL.
       H547-END. EXIT.

       H548-MATCH-APPROVAL.
           SET WS-APR-X TO WS-APR-IDX.
           IF (NOT APR-USED (WS-APR-X)) AND
              (WS-APR-ID-V (WS-APR-X) = WS-FROM-ID-N) AND
              (WS-APR-DVZ-V (WS-APR-X) = WS-FROM-DVZ-N) AND
              (WS-APR-AMT-V (WS-APR-X) = WS-XFR-AMOUNT-N) AND
              (WS-APR-APPROVER-V (WS-APR-X) NOT = SPACES) AND
              (WS-APR-APPROVER-V (WS-APR-X) NOT = XFR-OPERATOR)
               MOVE 'Y' TO WS-APR-USED-SW (WS-APR-X)
               MOVE 'Y' TO WS-APR-FOUND-SW
           ELSE
               ADD 1 TO WS-APR-IDX
           END-IF.
       H548-END. EXIT.

       H560-CHECK-BATCH-CONTROLS.
           IF NOT TRAILER-SEEN
               DISPLAY 'NO TRAILER ON XFRFILE'
               MOVE 'Y' TO WS-VAL-FAIL-SW
           ELSE
               IF WS-TRL-XFR-COUNT NOT = WS-XFR-COUNT
                   DISPLAY 'XFRFILE TRANSFER COUNT OUT OF BALANCE: '
                           'TRAILER ' WS-TRL-XFR-COUNT
                           ' READ ' WS-XFR-COUNT
                   MOVE 'Y' TO WS-VAL-FAIL-SW
               END-IF
               IF WS-TRL-AMOUNT-TOTAL NOT = WS-AMOUNT-TOTAL
                   DISPLAY 'XFRFILE AMOUNT TOTAL OUT OF BALANCE: '
                           'TRAILER ' WS-TRL-AMOUNT-TOTAL
                           ' READ ' WS-AMOUNT-TOTAL
                   MOVE 'Y' TO WS-VAL-FAIL-SW
               END-IF
           END-IF.
           IF APR-TABLE-OVERFLOWED
               DISPLAY 'MORE THAN 500 APRFILE ENTRIES; APPROVAL '
                       'CHECK INCOMPLETE'
               MOVE 'Y' TO WS-VAL-FAIL-SW
           END-IF.
           IF WS-VAL-ERR-COUNT > 0
               DISPLAY 'XFRFILE VALIDATION ERRORS: ' WS-VAL-ERR-COUNT
               MOVE 'Y' TO WS-VAL-FAIL-SW
           END-IF.
           DISPLAY 'HMWRK03T VALIDATION: ' WS-XFR-COUNT
                   ' TRANSFERS, AMOUNT ' WS-AMOUNT-TOTAL.
       H560-END. EXIT.

       H650-FIND-EFFECTIVE-RATE.
           MOVE 0               TO WS-RATE-FOUND.
           MOVE WS-RATE-DVZ     TO RATE-DVZ.
           MOVE WS-VALUE-JULIAN TO RATE-EFF-DATE.
           START RATE-FILE KEY IS NOT GREATER THAN RATE-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY PERFORM H653-READ-EFFECTIVE-RATE.
       H650-END. EXIT.

       H653-READ-EFFECTIVE-RATE.
           READ RATE-FILE NEXT RECORD
             AT END CONTINUE.
           IF RATE-FILE-SUCCESS
               IF RATE-DVZ = WS-RATE-DVZ
                   MOVE RATE-FACTOR TO WS-RATE-FOUND
               END-IF
           END-IF.
       H653-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03T ACCOUNT TRANSFER'.
           DISPLAY 'TRANSFERS APPLIED         : ' WS-APPLY-COUNT.
           DISPLAY 'CROSS-CURRENCY TRANSFERS  : ' WS-CROSS-COUNT.
           DISPLAY 'TRANSFERS REJECTED        : ' WS-REJECT-COUNT.
           DISPLAY 'DEBIT LEG TOTAL           : ' WS-DEBIT-TOTAL.
           DISPLAY 'CREDIT LEG TOTAL          : ' WS-CREDIT-TOTAL.
           DISPLAY '-------------------------------------------'.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           IF CTL-FILE-OPEN
               CLOSE RUN-CTL-FILE
           END-IF.
           CLOSE VSAM-FILE.
           CLOSE XFR-FILE.
           CLOSE RATE-FILE.
           CLOSE LIM-FILE.
           IF PRD-FILE-OPEN
               CLOSE PRD-FILE
           END-IF.
           CLOSE THR-FILE.
           CLOSE APR-FILE.
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF.
           IF CUST-FILE-OPEN
               CLOSE CUST-FILE
           END-IF.
           CLOSE XFR-REJECT-FILE.
           CLOSE LOG-FILE.
           GOBACK.
       H999-EXIT.
