       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03D.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE   ASSIGN TO SORDMSTR
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY SO-KEY
                            STATUS ST-SOM.
           SELECT PST-REJECT-FILE ASSIGN TO PSTREJ
                            STATUS ST-PRJ.
           SELECT PST-FILE  ASSIGN TO PSTFILE
                            STATUS ST-PST.
           SELECT THR-FILE  ASSIGN TO THRFILE
                            STATUS ST-THR.
           SELECT APR-OUT-FILE ASSIGN TO APROUT
                            STATUS ST-APO.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY RCTL-KEY
                            STATUS ST-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  SO-FILE.
           COPY SORDREX.
       FD  PST-REJECT-FILE RECORDING MODE F.
         01  PST-REJ-REC.
           03 PSTREJ-ID           PIC X(5).
           03 PSTREJ-DVZ          PIC X(3).
           03 PSTREJ-DRCR         PIC X(1).
           03 PSTREJ-AMOUNT       PIC X(15).
           03 PSTREJ-REASON       PIC X(8).
           03 PSTREJ-VSAM-STATUS  PIC X(2).
       FD  PST-FILE RECORDING MODE F.
         01  PST-REC.
           03 PST-ID              PIC X(5).
           03 PST-DVZ             PIC X(3).
           03 PST-DRCR            PIC X(1).
           03 PST-AMOUNT          PIC X(15).
           03 PST-VALUE-DATE      PIC X(8).
           03 FILLER              PIC X(4).
           03 PST-OPERATOR        PIC X(8).
           03 PST-APPROVER        PIC X(8).
         01  PST-TRL-REC.
           03 PSTT-REC-TYPE       PIC X(3).
           03 PSTT-DEBIT-TOTAL    PIC 9(15).
           03 PSTT-CREDIT-TOTAL   PIC 9(15).
           03 FILLER              PIC X(19).
       FD  THR-FILE RECORDING MODE F.
         01  THR-REC.
           03 THR-DVZ             PIC X(3).
           03 THR-AMOUNT          PIC 9(15).
       FD  APR-OUT-FILE RECORDING MODE F.
         01  APR-REC.
           03 APR-ID              PIC X(5).
           03 APR-DVZ             PIC X(3).
           03 APR-AMOUNT          PIC X(15).
           03 APR-APPROVER        PIC X(8).
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-BUS-DATE       PIC X(8).
           03 PARM-OPERATOR-ID    PIC X(8).
           03 FILLER              PIC X(8).
       FD  RUN-CTL-FILE.
           COPY RCTLREX.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-SOM             PIC 9(2).
              88 SO-FILE-SUCCESS                 VALUE 0 97.
              88 SO-FILE-EOF                     VALUE 10.
              88 SO-FILE-MISSING                 VALUE 35.
           03 ST-PRJ             PIC 9(2).
              88 PST-REJECT-EOF                  VALUE 10.
              88 PST-REJECT-SUCCESS               VALUE 0 97.
              88 PST-REJECT-MISSING               VALUE 35.
           03 ST-PST             PIC 9(2).
              88 PST-FILE-SUCCESS                VALUE 0 97.
           03 ST-THR             PIC 9(2).
              88 THR-FILE-EOF                    VALUE 10.
              88 THR-FILE-SUCCESS                VALUE 0 97.
           03 ST-APO             PIC 9(2).
              88 APR-OUT-SUCCESS                 VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE-N REDEFINES WS-BUS-DATE PIC 9(8).
           03 WS-OPERATOR-ID     PIC X(8) VALUE 'HMWRK03D'.
           03 WS-ID-DISP         PIC 9(5).
           03 WS-DVZ-DISP        PIC 9(3).
           03 WS-AMT-DISP        PIC 9(15).
           03 WS-REWRITE-SW      PIC X(1) VALUE 'N'.
              88 REWRITE-NEEDED                  VALUE 'Y'.
           03 WS-MATCH-COUNT     PIC 9(3) VALUE 0.
           03 WS-MATCH-REASON    PIC X(8) VALUE SPACE.
           03 WS-REISSUE-SW      PIC X(1) VALUE 'N'.
              88 PENDING-REISSUED                VALUE 'Y'.
           03 WS-PP-DATE         PIC 9(8) VALUE 0.
           03 WS-PP-DONE-SW      PIC X(1) VALUE 'N'.
              88 PRIOR-POSTING-DONE              VALUE 'Y'.
         01  WS-ROLL-AREA.
           03 WS-ROLL-DATE       PIC 9(8) VALUE 0.
           03 WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
              05 WS-ROLL-YYYY    PIC 9(4).
              05 WS-ROLL-MM      PIC 9(2).
              05 WS-ROLL-DD      PIC 9(2).
           03 WS-ANCHOR-DATE     PIC 9(8) VALUE 0.
           03 WS-ANCHOR-DATE-X REDEFINES WS-ANCHOR-DATE.
              05 FILLER          PIC 9(6).
              05 WS-ANCHOR-DD    PIC 9(2).
           03 WS-ROLL-INT        PIC 9(9) COMP VALUE 0.
         01  WS-REJECT-AREA.
           03 WS-REJ-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-REJ-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-REJ-TABLE OCCURS 500 TIMES INDEXED BY WS-REJ-X.
              05 WS-REJ-ID-V     PIC S9(5) COMP-3.
              05 WS-REJ-DVZ-V    PIC S9(3) COMP.
              05 WS-REJ-DRCR-V   PIC X(1).
              05 WS-REJ-AMT-V    PIC S9(15) COMP-3.
              05 WS-REJ-REASON-V PIC X(8).
              05 WS-REJ-USED-SW  PIC X(1).
                 88 REJ-USED                     VALUE 'Y'.
           03 WS-REJ-OVERFLOW-SW  PIC X(1) VALUE 'N'.
              88 REJ-TABLE-OVERFLOWED            VALUE 'Y'.
         01  WS-THRESHOLD-AREA.
           03 WS-THR-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           03 WS-THR-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-THR-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-THR-TABLE OCCURS 50 TIMES INDEXED BY WS-THR-X.
              05 WS-THR-DVZ-V    PIC S9(3) COMP.
              05 WS-THR-AMOUNT-V PIC S9(15) COMP-3.
           03 WS-THR-FOUND-SW     PIC X(1) VALUE 'N'.
              88 FOUND-THRESHOLD                 VALUE 'Y'.
         01  WS-TOTAL-AREA.
           03 WS-SO-COUNT        PIC 9(9) COMP VALUE 0.
           03 WS-DUE-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-RETRY-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-FLAG-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-CLEAR-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-SKIP-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-ENDED-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-PST-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-PSTREJ-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-APPROVAL-COUNT  PIC 9(9) COMP VALUE 0.
           03 WS-NOAPPR-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-REISSUE-INSTR   PIC 9(9) COMP VALUE 0.
           03 WS-REISSUE-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-DEBIT-TOTAL     PIC S9(15) COMP-3 VALUE 0.
           03 WS-CREDIT-TOTAL    PIC S9(15) COMP-3 VALUE 0.
         01  WS-RUN-CTL-AREA.
           03 ST-CTL             PIC 9(2).
              88 CTL-FILE-SUCCESS                VALUE 0 97.
              88 CTL-FILE-MISSING                VALUE 35.
           03 WS-CTL-OPEN-SW     PIC X(1) VALUE 'N'.
              88 CTL-FILE-OPEN                   VALUE 'Y'.
           03 WS-CTL-DATE        PIC X(8) VALUE SPACE.
           03 WS-CTL-DATE-N      PIC 9(8) VALUE 0.
           03 WS-CTL-TIME        PIC X(8) VALUE SPACE.
           03 WS-CTL-INPUT-ID    PIC X(12) VALUE 'SORDGEN'.
           03 WS-CTL-PGM         PIC X(8) VALUE SPACE.
           03 WS-CTL-CHK-DATE    PIC 9(8) VALUE 0.
           03 WS-CTL-PREREQ-SW   PIC X(1) VALUE 'N'.
              88 PREREQ-COMPLETED                VALUE 'Y'.
           03 WS-CTL-SCAN-SW     PIC X(1) VALUE 'N'.
              88 CTL-SCAN-DONE                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-PRIOR-REJECTS UNTIL PST-REJECT-EOF
           PERFORM H160-LOAD-THRESHOLDS UNTIL THR-FILE-EOF
           PERFORM H200-SCAN-INSTRUCTIONS UNTIL SO-FILE-EOF
           PERFORM H700-WRITE-TRAILER
           PERFORM H900-PRINT-SUMMARY
           PERFORM RUN-CTL-MARK-COMPLETE THRU RUN-CTL-MARK-COMPLETE-END
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-READ-RUN-PARM.
           PERFORM RUN-CTL-OPEN.
           PERFORM RUN-CTL-VERIFY.
           PERFORM RUN-CTL-RECORD-START.
           OPEN I-O    SO-FILE.
           IF SO-FILE-MISSING
               OPEN OUTPUT SO-FILE
               CLOSE SO-FILE
               OPEN I-O SO-FILE
           END-IF.
           IF (ST-SOM NOT = 0) AND (ST-SOM NOT = 97)
           DISPLAY '1'
           DISPLAY 'UNABLE TO OPEN SORDMSTR: ' ST-SOM
           MOVE ST-SOM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  PST-REJECT-FILE.
           IF PST-REJECT-MISSING
               MOVE 10 TO ST-PRJ
           ELSE
               IF (ST-PRJ NOT = 0) AND (ST-PRJ NOT = 97)
               DISPLAY '2'
               DISPLAY 'UNABLE TO OPEN PSTREJ: ' ST-PRJ
               MOVE ST-PRJ TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT PST-FILE.
           IF (ST-PST NOT = 0) AND (ST-PST NOT = 97)
           DISPLAY '3'
           DISPLAY 'UNABLE TO OPEN PSTFILE: ' ST-PST
           MOVE ST-PST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  THR-FILE.
           IF (ST-THR NOT = 0) AND (ST-THR NOT = 97)
           DISPLAY '4'
           DISPLAY 'UNABLE TO OPEN THRFILE: ' ST-THR
           MOVE ST-THR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT APR-OUT-FILE.
           IF (ST-APO NOT = 0) AND (ST-APO NOT = 97)
           DISPLAY '5'
           DISPLAY 'UNABLE TO OPEN APROUT: ' ST-APO
           MOVE ST-APO TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H110-READ-RUN-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-BUS-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-SUCCESS
               READ PARM-FILE
               IF PARM-FILE-SUCCESS
                   IF PARM-BUS-DATE NUMERIC
                       MOVE PARM-BUS-DATE TO WS-BUS-DATE
                   END-IF
                   IF PARM-OPERATOR-ID NOT = SPACES
                       MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N) = 0
               DISPLAY 'INVALID BUSINESS DATE: ' WS-BUS-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.

       H150-LOAD-PRIOR-REJECTS.
           READ PST-REJECT-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H151-STORE-REJECT THRU H151-END.
       H150-END. EXIT.

       H151-STORE-REJECT.
           ADD 1 TO WS-PSTREJ-COUNT.
           IF (FUNCTION TEST-NUMVAL-C (PSTREJ-ID) NOT = 0) OR
              (PSTREJ-DVZ NOT NUMERIC) OR
              (FUNCTION TEST-NUMVAL-C (PSTREJ-AMOUNT) NOT = 0)
               GO TO H151-END
           END-IF.
           IF WS-REJ-ENTRIES < 500
               ADD 1 TO WS-REJ-ENTRIES
               SET WS-REJ-X TO WS-REJ-ENTRIES
               COMPUTE WS-REJ-ID-V (WS-REJ-X) =
                   FUNCTION NUMVAL-C (PSTREJ-ID)
               COMPUTE WS-REJ-DVZ-V (WS-REJ-X) =
                   FUNCTION NUMVAL (PSTREJ-DVZ)
               COMPUTE WS-REJ-AMT-V (WS-REJ-X) =
                   FUNCTION NUMVAL-C (PSTREJ-AMOUNT)
               MOVE PSTREJ-DRCR   TO WS-REJ-DRCR-V (WS-REJ-X)
               MOVE PSTREJ-REASON TO WS-REJ-REASON-V (WS-REJ-X)
               MOVE 'N'           TO WS-REJ-USED-SW (WS-REJ-X)
           ELSE
               MOVE 'Y' TO WS-REJ-OVERFLOW-SW
           END-IF.
       H151-END. EXIT.

       H160-LOAD-THRESHOLDS.
           READ THR-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H161-STORE-THRESHOLD THRU H161-END.
       H160-END. EXIT.

       H161-STORE-THRESHOLD.
           IF (THR-DVZ NOT NUMERIC) OR (THR-AMOUNT NOT NUMERIC)
               DISPLAY 'THRFILE RECORD NOT NUMERIC; IGNORED'
               GO TO H161-END
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
       H161-END. EXIT.

       H200-SCAN-INSTRUCTIONS.
           READ SO-FILE NEXT RECORD
             AT END     CONTINUE
             NOT AT END PERFORM H300-PROCESS-INSTRUCTION THRU H300-END.
       H200-END. EXIT.

       H300-PROCESS-INSTRUCTION.
           ADD 1 TO WS-SO-COUNT.
           MOVE 'N' TO WS-REWRITE-SW.
           PERFORM H301-GENERATE-DUE THRU H301-END.
           IF REWRITE-NEEDED
               REWRITE SO-REC
           END-IF.
       H300-END. EXIT.

       H301-GENERATE-DUE.
           MOVE 'N' TO WS-REISSUE-SW.
           IF SO-PENDING-COUNT > 0
               PERFORM H305-CHECK-PRIOR-POSTING THRU H305-END
               IF PRIOR-POSTING-DONE
                   PERFORM H310-CHECK-PRIOR-OUTCOME
               ELSE
                   PERFORM H320-REISSUE-PENDING
               END-IF
           END-IF.
           IF SO-STATUS = 'S'
               GO TO H301-END
           END-IF.
           IF SO-REJ-FLAG = 'Y' AND SO-RETRY-COUNT > 0 AND
              NOT PENDING-REISSUED
               PERFORM H330-WRITE-POSTING SO-RETRY-COUNT TIMES
               ADD SO-RETRY-COUNT TO SO-PENDING-COUNT
               ADD SO-RETRY-COUNT TO WS-RETRY-COUNT
               MOVE WS-BUS-DATE-N TO SO-LAST-GEN
               MOVE WS-CTL-DATE-N TO SO-GEN-RUN-DATE
               MOVE 'Y' TO WS-REWRITE-SW
           END-IF.
           IF SO-STATUS NOT = 'A'
               GO TO H301-END
           END-IF.
           IF (SO-END-DATE NOT = 0) AND (SO-NEXT-DUE > SO-END-DATE)
               PERFORM H345-END-INSTRUCTION
               GO TO H301-END
           END-IF.
           IF SO-NEXT-DUE > WS-BUS-DATE-N
               GO TO H301-END
           END-IF.
           PERFORM H330-WRITE-POSTING.
           ADD 1 TO SO-PENDING-COUNT.
           ADD 1 TO WS-DUE-COUNT.
           MOVE WS-BUS-DATE-N TO SO-LAST-GEN.
           MOVE WS-CTL-DATE-N TO SO-GEN-RUN-DATE.
           MOVE 'Y' TO WS-REWRITE-SW.
           PERFORM H350-ROLL-NEXT-DUE.
           PERFORM H340-SKIP-MISSED
               UNTIL SO-NEXT-DUE > WS-BUS-DATE-N.
           IF (SO-END-DATE NOT = 0) AND (SO-NEXT-DUE > SO-END-DATE)
               PERFORM H345-END-INSTRUCTION
           END-IF.
       H301-END. EXIT.

       H305-CHECK-PRIOR-POSTING.
           IF SO-GEN-RUN-DATE = 0
               MOVE SO-LAST-GEN     TO WS-CTL-CHK-DATE
           ELSE
               MOVE SO-GEN-RUN-DATE TO WS-CTL-CHK-DATE
           END-IF.
           IF WS-CTL-CHK-DATE = WS-PP-DATE
               GO TO H305-END
           END-IF.
           MOVE WS-CTL-CHK-DATE TO WS-PP-DATE.
           MOVE 'HMWRK03P'      TO WS-CTL-PGM.
           PERFORM RUN-CTL-CHECK-POSTED.
           MOVE WS-CTL-PREREQ-SW TO WS-PP-DONE-SW.
       H305-END. EXIT.

       H310-CHECK-PRIOR-OUTCOME.
           MOVE 0      TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-MATCH-REASON.
           MOVE 1 TO WS-REJ-IDX.
           PERFORM H311-MATCH-REJECT
               UNTIL (WS-REJ-IDX > WS-REJ-ENTRIES) OR
                     (WS-MATCH-COUNT NOT < SO-PENDING-COUNT).
           IF WS-MATCH-COUNT > 0
               MOVE 'Y'             TO SO-REJ-FLAG
               MOVE WS-MATCH-REASON TO SO-REJ-REASON
               MOVE WS-MATCH-COUNT  TO SO-RETRY-COUNT
               ADD 1 TO WS-FLAG-COUNT
           ELSE
               IF SO-REJ-FLAG = 'Y'
                   ADD 1 TO WS-CLEAR-COUNT
               END-IF
               MOVE 'N'    TO SO-REJ-FLAG
               MOVE SPACES TO SO-REJ-REASON
               MOVE 0      TO SO-RETRY-COUNT
           END-IF.
           MOVE 0 TO SO-PENDING-COUNT.
           MOVE 'Y' TO WS-REWRITE-SW.
       H310-END. EXIT.

       H311-MATCH-REJECT.
           SET WS-REJ-X TO WS-REJ-IDX.
           IF (NOT REJ-USED (WS-REJ-X)) AND
              (WS-REJ-ID-V (WS-REJ-X) = SO-ID) AND
              (WS-REJ-DVZ-V (WS-REJ-X) = SO-DVZ) AND
              (WS-REJ-DRCR-V (WS-REJ-X) = SO-DRCR) AND
              (WS-REJ-AMT-V (WS-REJ-X) = SO-AMOUNT)
               MOVE 'Y' TO WS-REJ-USED-SW (WS-REJ-X)
               MOVE WS-REJ-REASON-V (WS-REJ-X) TO WS-MATCH-REASON
               ADD 1 TO WS-MATCH-COUNT
           END-IF.
           ADD 1 TO WS-REJ-IDX.
       H311-END. EXIT.

       H320-REISSUE-PENDING.
           MOVE SO-ID       TO WS-ID-DISP.
           MOVE SO-DVZ      TO WS-DVZ-DISP.
           DISPLAY 'HMWRK03P NOT COMPLETE SINCE ' WS-CTL-CHK-DATE
                   '; PENDING RE-ISSUED: ' WS-ID-DISP ' ' WS-DVZ-DISP
                   ' ' SO-INSTR-NO ' COUNT ' SO-PENDING-COUNT.
           PERFORM H330-WRITE-POSTING SO-PENDING-COUNT TIMES.
           ADD 1 TO WS-REISSUE-INSTR.
           ADD SO-PENDING-COUNT TO WS-REISSUE-COUNT.
           MOVE WS-BUS-DATE-N TO SO-LAST-GEN.
           MOVE WS-CTL-DATE-N TO SO-GEN-RUN-DATE.
           MOVE 'Y' TO WS-REISSUE-SW.
           MOVE 'Y' TO WS-REWRITE-SW.
       H320-END. EXIT.

       H330-WRITE-POSTING.
           MOVE SO-ID     TO WS-ID-DISP.
           MOVE SO-DVZ    TO WS-DVZ-DISP.
           MOVE SO-AMOUNT TO WS-AMT-DISP.
           MOVE SPACES         TO PST-REC.
           MOVE WS-ID-DISP     TO PST-ID.
           MOVE WS-DVZ-DISP    TO PST-DVZ.
           MOVE SO-DRCR        TO PST-DRCR.
           MOVE WS-AMT-DISP    TO PST-AMOUNT.
           MOVE WS-BUS-DATE    TO PST-VALUE-DATE.
           MOVE WS-OPERATOR-ID TO PST-OPERATOR.
           MOVE SO-APPROVER    TO PST-APPROVER.
           IF SO-DRCR = 'D'
               ADD SO-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD SO-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           WRITE PST-REC.
           ADD 1 TO WS-PST-COUNT.
           PERFORM H360-FORWARD-APPROVAL THRU H360-END.
       H330-END. EXIT.

       H340-SKIP-MISSED.
           ADD 1 TO WS-SKIP-COUNT.
           PERFORM H350-ROLL-NEXT-DUE.
       H340-END. EXIT.

       H345-END-INSTRUCTION.
           MOVE 'E' TO SO-STATUS.
           MOVE 'Y' TO WS-REWRITE-SW.
           ADD 1 TO WS-ENDED-COUNT.
       H345-END. EXIT.

       H350-ROLL-NEXT-DUE.
           EVALUATE SO-FREQ
               WHEN 'D'
                   COMPUTE SO-NEXT-DUE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE) + 1)
               WHEN 'W'
                   COMPUTE SO-NEXT-DUE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE) + 7)
               WHEN OTHER
                   PERFORM H351-ROLL-MONTH
           END-EVALUATE.
       H350-END. EXIT.

       H351-ROLL-MONTH.
           MOVE SO-NEXT-DUE   TO WS-ROLL-DATE.
           MOVE SO-START-DATE TO WS-ANCHOR-DATE.
           IF WS-ROLL-MM = 12
               MOVE 1 TO WS-ROLL-MM
               ADD 1 TO WS-ROLL-YYYY
           ELSE
               ADD 1 TO WS-ROLL-MM
           END-IF.
           MOVE WS-ANCHOR-DD TO WS-ROLL-DD.
           MOVE 0 TO WS-ROLL-INT.
           PERFORM H352-CLAMP-MONTH-END UNTIL WS-ROLL-INT > 0.
           MOVE WS-ROLL-DATE TO SO-NEXT-DUE.
       H351-END. EXIT.

       H352-CLAMP-MONTH-END.
           COMPUTE WS-ROLL-INT =
               FUNCTION INTEGER-OF-DATE (WS-ROLL-DATE).
           IF WS-ROLL-INT = 0
               SUBTRACT 1 FROM WS-ROLL-DD
           END-IF.
       H352-END. EXIT.

       H360-FORWARD-APPROVAL.
           PERFORM H361-FIND-THRESHOLD.
           IF NOT FOUND-THRESHOLD
               GO TO H360-END
           END-IF.
           IF SO-AMOUNT NOT > WS-THR-AMOUNT
               GO TO H360-END
           END-IF.
           IF SO-APPROVER = SPACES
               ADD 1 TO WS-NOAPPR-COUNT
               GO TO H360-END
           END-IF.
           MOVE WS-ID-DISP     TO APR-ID.
           MOVE WS-DVZ-DISP    TO APR-DVZ.
           MOVE WS-AMT-DISP    TO APR-AMOUNT.
           MOVE SO-APPROVER    TO APR-APPROVER.
           WRITE APR-REC.
           ADD 1 TO WS-APPROVAL-COUNT.
       H360-END. EXIT.

       H361-FIND-THRESHOLD.
           MOVE 'N' TO WS-THR-FOUND-SW.
           MOVE 0 TO WS-THR-AMOUNT.
           MOVE 1 TO WS-THR-IDX.
           PERFORM H362-MATCH-THRESHOLD
               UNTIL (WS-THR-IDX > WS-THR-ENTRIES) OR FOUND-THRESHOLD.
       H361-END. EXIT.

       H362-MATCH-THRESHOLD.
           SET WS-THR-X TO WS-THR-IDX.
           IF WS-THR-DVZ-V (WS-THR-X) = SO-DVZ
               MOVE WS-THR-AMOUNT-V (WS-THR-X) TO WS-THR-AMOUNT
               MOVE 'Y' TO WS-THR-FOUND-SW
           ELSE
               ADD 1 TO WS-THR-IDX
           END-IF.
       H362-END. EXIT.

       H700-WRITE-TRAILER.
           MOVE SPACES          TO PST-TRL-REC.
           MOVE 'TRL'           TO PSTT-REC-TYPE.
           MOVE WS-DEBIT-TOTAL  TO PSTT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO PSTT-CREDIT-TOTAL.
           WRITE PST-TRL-REC.
       H700-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03D STANDING ORDER GENERATION'.
           DISPLAY 'BUSINESS DATE             : ' WS-BUS-DATE.
           DISPLAY 'INSTRUCTIONS READ         : ' WS-SO-COUNT.
           DISPLAY 'PRIOR PSTREJ RECORDS READ : ' WS-PSTREJ-COUNT.
           DISPLAY 'INSTRUCTIONS FLAGGED      : ' WS-FLAG-COUNT.
           DISPLAY 'FLAGS CLEARED             : ' WS-CLEAR-COUNT.
           DISPLAY 'DUE PAYMENTS GENERATED    : ' WS-DUE-COUNT.
           DISPLAY 'RETRIES GENERATED         : ' WS-RETRY-COUNT.
           DISPLAY 'MISSED CYCLES SKIPPED     : ' WS-SKIP-COUNT.
           DISPLAY 'INSTRUCTIONS ENDED        : ' WS-ENDED-COUNT.
           DISPLAY 'POSTINGS WRITTEN          : ' WS-PST-COUNT.
           DISPLAY 'DEBIT TOTAL               : ' WS-DEBIT-TOTAL.
           DISPLAY 'CREDIT TOTAL              : ' WS-CREDIT-TOTAL.
           DISPLAY 'APPROVALS WRITTEN         : ' WS-APPROVAL-COUNT.
           DISPLAY 'INSTRUCTIONS RE-ISSUED    : ' WS-REISSUE-INSTR.
           DISPLAY 'PENDING POSTINGS RE-ISSUED: ' WS-REISSUE-COUNT.
           IF WS-NOAPPR-COUNT > 0
               DISPLAY 'POSTINGS OVER THRESHOLD WITH NO APPROVER ON '
                       'THE INSTRUCTION: ' WS-NOAPPR-COUNT
               DISPLAY 'HAVE THE INSTRUCTION APPROVED THROUGH '
                       'HMWRK03O OR HMWRK03P WILL REJECT THEM'
           END-IF.
           IF REJ-TABLE-OVERFLOWED
               DISPLAY 'MORE THAN 500 PSTREJ RECORDS; SOME REJECTS '
                       'NOT MATCHED TO INSTRUCTIONS'
           END-IF.
           DISPLAY '-------------------------------------------'.
           IF WS-NOAPPR-COUNT > 0 OR WS-FLAG-COUNT > 0 OR
              REJ-TABLE-OVERFLOWED OR WS-REISSUE-INSTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

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
           MOVE 'HMWRK03D'      TO RCTL-PROGRAM.
           MOVE WS-BUS-DATE-N   TO RCTL-BUS-DATE.
           MOVE WS-CTL-INPUT-ID TO RCTL-INPUT-ID.
           READ RUN-CTL-FILE KEY RCTL-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY PERFORM RUN-CTL-CHECK-APPLIED.
       RUN-CTL-VERIFY-END. EXIT.

       RUN-CTL-CHECK-APPLIED.
           IF RCTL-STATUS = 'C'
               DISPLAY 'RUNCTL: HMWRK03D ALREADY COMPLETED FOR '
                       WS-BUS-DATE '; RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       RUN-CTL-CHECK-APPLIED-END. EXIT.

       RUN-CTL-CHECK-POSTED.
           MOVE 'N' TO WS-CTL-PREREQ-SW.
           MOVE 'N' TO WS-CTL-SCAN-SW.
           MOVE WS-CTL-PGM      TO RCTL-PROGRAM.
           MOVE WS-CTL-CHK-DATE TO RCTL-BUS-DATE.
           MOVE LOW-VALUES      TO RCTL-INPUT-ID.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RCTL-KEY
             INVALID KEY     MOVE 'Y' TO WS-CTL-SCAN-SW
             NOT INVALID KEY
                 PERFORM RUN-CTL-SCAN-POSTED UNTIL CTL-SCAN-DONE.
       RUN-CTL-CHECK-POSTED-END. EXIT.

       RUN-CTL-SCAN-POSTED.
           READ RUN-CTL-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CTL-SCAN-SW.
           IF CTL-FILE-SUCCESS
               IF RCTL-PROGRAM = WS-CTL-PGM
                   IF RCTL-STATUS = 'C'
                       MOVE 'Y' TO WS-CTL-PREREQ-SW
                       MOVE 'Y' TO WS-CTL-SCAN-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-CTL-SCAN-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-CTL-SCAN-SW
           END-IF.
       RUN-CTL-SCAN-POSTED-END. EXIT.

       RUN-CTL-RECORD-START.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'HMWRK03D'      TO RCTL-PROGRAM.
           MOVE WS-BUS-DATE-N   TO RCTL-BUS-DATE.
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
           MOVE 'HMWRK03D'      TO RCTL-PROGRAM.
           MOVE WS-BUS-DATE-N   TO RCTL-BUS-DATE.
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

       H999-PROGRAM-EXIT.
           IF CTL-FILE-OPEN
               CLOSE RUN-CTL-FILE
           END-IF.
           CLOSE SO-FILE.
           CLOSE PST-REJECT-FILE.
           CLOSE PST-FILE.
           CLOSE THR-FILE.
           CLOSE APR-OUT-FILE.
           GOBACK.
       H999-EXIT.
