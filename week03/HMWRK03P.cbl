                            STATUS ST-PST.
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
           SELECT PST-REJECT-FILE ASSIGN TO PSTREJ
                            STATUS ST-REJ.
           SELECT LOG-FILE  ASSIGN TO LOGFILE
         01  LIM-REC.
           03 LIM-DVZ             PIC X(3).
           03 LIM-AMOUNT          PIC 9(15).
       FD  PRD-FILE RECORDING MODE F.
           COPY PRODREX.
       FD  THR-FILE RECORDING MODE F.
         01  THR-REC.
           03 THR-DVZ             PIC X(3).
           03 APR-DVZ             PIC X(3).
           03 APR-AMOUNT          PIC X(15).
           03 APR-APPROVER        PIC X(8).
       FD  HOLD-FILE.
           COPY HOLDREX.
       FD  CUST-FILE.
           COPY CUSTREX.
       FD  PST-REJECT-FILE RECORDING MODE F.
         01  PST-REJ-REC.
           03 PSTREJ-ID           PIC X(5).
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
              88 PST-REJECT-SUCCESS               VALUE 0 97.
           03 ST-LOG             PIC 9(2).
           03 WS-PST-AMOUNT-N    PIC S9(15) COMP-3 VALUE 0.
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
           03 WS-BEFORE-NAME     PIC X(30).
           03 WS-BEFORE-DATE     PIC S9(07) COMP-3.
           03 WS-BEFORE-BALANCE  PIC S9(15) COMP-3.
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
           03 WS-PST-ID-N         PIC S9(5) COMP-3 VALUE 0.
           03 WS-PST-DVZ-N        PIC S9(3) COMP VALUE 0.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-LIMITS UNTIL LIM-FILE-EOF
           IF PRD-FILE-OPEN
               PERFORM H152-LOAD-PRODUCTS UNTIL PRD-FILE-EOF
           END-IF
           PERFORM H155-LOAD-THRESHOLDS UNTIL THR-FILE-EOF
           PERFORM H158-LOAD-APPROVALS UNTIL APR-FILE-EOF
           PERFORM H500-VAL-READ-FIRST
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  PRD-FILE.
           IF PRD-FILE-MISSING
               DISPLAY 'PRODCAT NOT FOUND; LIMFILE LIMITS ONLY'
           ELSE
               IF (ST-PRD NOT = 0) AND (ST-PRD NOT = 97)
               DISPLAY '10'
               DISPLAY 'UNABLE TO OPEN PRODCAT: ' ST-PRD
               MOVE ST-PRD TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-PRD-OPEN-SW
           END-IF.

           OPEN INPUT  THR-FILE.
           IF (ST-THR NOT = 0) AND (ST-THR NOT = 97)
           DISPLAY '6'
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  HOLD-FILE.
           IF HOLD-FILE-MISSING
               DISPLAY 'HOLDMSTR NOT FOUND; NO HOLDS APPLIED'
           ELSE
               IF (ST-HLD NOT = 0) AND (ST-HLD NOT = 97)
               DISPLAY '8'
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
               DISPLAY '9'
               DISPLAY 'UNABLE TO OPEN CUSTFILE: ' ST-CUS
               MOVE ST-CUS TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-CUST-OPEN-SW
           END-IF.

           OPEN OUTPUT PST-REJECT-FILE.
           IF (ST-REJ NOT = 0) AND (ST-REJ NOT = 97)
           DISPLAY '4'
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
               PERFORM H400-WRITE-PST-REJECT
               GO TO H320-END
           END-IF.
           IF PST-DRCR = 'D'
               PERFORM H337-CHECK-CUST-BLOCK THRU H337-END
               IF CUST-BLOCKED
                   MOVE 'CUSTBLK' TO WS-REJECT-REASON
                   MOVE SPACES    TO WS-REJECT-STATUS
                   PERFORM H400-WRITE-PST-REJECT
                   GO TO H320-END
               END-IF
               PERFORM H335-TOTAL-ACTIVE-HOLDS THRU H335-END
               IF WS-HOLD-TOTAL > 0 AND
                  WS-NEW-BALANCE < WS-HOLD-TOTAL
                   MOVE 'HOLDBAL' TO WS-REJECT-REASON
                   MOVE SPACES    TO WS-REJECT-STATUS
                   PERFORM H400-WRITE-PST-REJECT
                   GO TO H320-END
               END-IF
           END-IF.
           MOVE VSAM-NAME    TO WS-BEFORE-NAME.
           MOVE VSAM-DATE    TO WS-BEFORE-DATE.
           MOVE VSAM-BALANCE TO WS-BEFORE-BALANCE.
           MOVE VSAM-BALANCE      TO LOG-AFTER-BALANCE.
           MOVE PST-OPERATOR      TO LOG-OPERATOR.
           MOVE PST-APPROVER      TO LOG-APPROVER.
           MOVE VSAM-CUST-NO      TO LOG-CUST-NO.
           MOVE VSAM-PRODUCT      TO LOG-PRODUCT.
           MOVE WS-RUN-DATE       TO LOG-RUN-DATE.
           MOVE WS-RUN-TIME (1:6) TO LOG-RUN-TIME.
           MOVE 'HMWRK03P'        TO LOG-PROGRAM.
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
           COMPUTE WS-HOLD-ASOF = FUNCTION NUMVAL (PST-VALUE-DATE).
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

       H400-WRITE-PST-REJECT.
           MOVE PST-ID           TO PSTREJ-ID.
           MOVE PST-DVZ          TO PSTREJ-DVZ.
           CLOSE VSAM-FILE.
           CLOSE PST-FILE.
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
           CLOSE PST-REJECT-FILE.
           CLOSE LOG-FILE.
           GOBACK.
