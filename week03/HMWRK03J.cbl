       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03J.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE   ASSIGN TO GLFILE
                            STATUS ST-GL.
           SELECT GLB-FILE  ASSIGN TO GLBAL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY GLB-KEY
                            STATUS ST-GLB.
           SELECT GLA-FILE  ASSIGN TO GLAPPLY
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY GLA-BATCH-REF
                            STATUS ST-GLA.
           SELECT VSAM-FILE ASSIGN TO VSAMFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY VSAM-KEY
                            ALTERNATE RECORD KEY VSAM-DVZ
                                 WITH DUPLICATES
                            STATUS ST-VSAM.
           SELECT ARC-MST-FILE ASSIGN TO ARCMSTR
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY AMS-KEY
                            STATUS ST-AMS.
           SELECT RPT-FILE  ASSIGN TO GLRPT
                            STATUS ST-RPT.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY RCTL-KEY
                            STATUS ST-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE RECORDING MODE F.
         01  GL-REC.
           03 GL-BATCH-REF        PIC X(12).
           03 GL-POST-DATE        PIC 9(8).
           03 GL-DVZ              PIC 9(3).
           03 GL-DRCR             PIC X(1).
           03 GL-ACCOUNT          PIC X(8).
           03 GL-AMOUNT           PIC 9(15).
       FD  GLB-FILE.
         01  GLB-REC.
           03 GLB-KEY.
              05 GLB-DVZ          PIC S9(3) COMP.
              05 GLB-ACCOUNT      PIC X(8).
           03 GLB-DEBIT-TOTAL     PIC S9(15) COMP-3.
           03 GLB-CREDIT-TOTAL    PIC S9(15) COMP-3.
           03 GLB-BALANCE         PIC S9(15) COMP-3.
           03 GLB-LAST-POST-DATE  PIC 9(8).
           03 GLB-LAST-BATCH-REF  PIC X(12).
       FD  GLA-FILE.
         01  GLA-REC.
           03 GLA-BATCH-REF       PIC X(12).
           03 GLA-POST-DATE       PIC 9(8).
           03 GLA-APPLIED-DATE    PIC 9(8).
           03 GLA-RECORDS         PIC 9(9) COMP.
           03 GLA-DEBIT-TOTAL     PIC S9(15) COMP-3.
           03 GLA-CREDIT-TOTAL    PIC S9(15) COMP-3.
       FD  VSAM-FILE.
           COPY VSAMREX.
       FD  ARC-MST-FILE.
           COPY ARCMREX.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-LINE             PIC X(132).
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-FUNCTION       PIC X(1).
       FD  RUN-CTL-FILE.
           COPY RCTLREX.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-GL              PIC 9(2).
              88 GL-FILE-SUCCESS                  VALUE 0 97.
              88 GL-FILE-EOF                      VALUE 10.
           03 ST-GLB             PIC 9(2).
              88 GLB-FILE-SUCCESS                 VALUE 0 97.
              88 GLB-FILE-MISSING                 VALUE 35.
           03 ST-GLA             PIC 9(2).
              88 GLA-FILE-SUCCESS                 VALUE 0 97.
              88 GLA-FILE-MISSING                 VALUE 35.
           03 ST-VSAM            PIC 9(2).
              88 VSAM-FILE-SUCCESS               VALUE 0 97.
           03 ST-AMS             PIC 9(2).
              88 AMS-FILE-SUCCESS                VALUE 0 97.
              88 AMS-FILE-MISSING                VALUE 35.
           03 ST-RPT             PIC 9(2).
              88 RPT-FILE-SUCCESS                 VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
           03 WS-FUNCTION        PIC X(1) VALUE 'P'.
              88 POST-RUN                        VALUE 'P'.
              88 PROOF-ONLY-RUN                  VALUE 'R'.
              88 TAKEON-RUN                      VALUE 'O'.
           03 WS-BATCH-REF.
              05 FILLER          PIC X(4) VALUE 'H03J'.
              05 WS-BATCH-DATE   PIC X(8).
           03 WS-GL-OPEN-SW      PIC X(1) VALUE 'N'.
              88 GL-FILE-OPEN                    VALUE 'Y'.
           03 WS-AMS-OPEN-SW     PIC X(1) VALUE 'N'.
              88 AMS-FILE-OPEN                   VALUE 'Y'.
           03 WS-VAL-SW          PIC X(1) VALUE 'N'.
              88 VALIDATION-FAILED               VALUE 'Y'.
           03 WS-NEW-ROW-SW      PIC X(1) VALUE 'N'.
              88 NEW-GLB-ROW                     VALUE 'Y'.
           03 WS-SCAN-SW         PIC X(1) VALUE 'N'.
              88 SCAN-DONE                       VALUE 'Y'.
           03 WS-GL-DRCR         PIC X(1) VALUE SPACE.
           03 WS-GL-ACCOUNT      PIC X(8) VALUE SPACE.
           03 WS-GL-AMOUNT       PIC S9(15) COMP-3 VALUE 0.
           03 WS-GL-DVZ          PIC S9(3) COMP VALUE 0.
         01  WS-BATCH-AREA.
           03 WS-BAT-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-BAT-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-BAT-TABLE OCCURS 50 TIMES INDEXED BY WS-BAT-X.
              05 WS-BAT-REF      PIC X(12).
              05 WS-BAT-DATE     PIC 9(8).
              05 WS-BAT-RECORDS  PIC 9(9) COMP.
              05 WS-BAT-DEBIT    PIC S9(15) COMP-3.
              05 WS-BAT-CREDIT   PIC S9(15) COMP-3.
           03 WS-BAT-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-BATCH                     VALUE 'Y'.
         01  WS-DVZ-AREA.
           03 WS-DVZ-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-DVZ-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-DVZ-TABLE OCCURS 50 TIMES INDEXED BY WS-DVZ-X.
              05 WS-DVZ-V        PIC S9(3) COMP.
              05 WS-DVZ-VSAM     PIC S9(15) COMP-3.
              05 WS-DVZ-ARC      PIC S9(15) COMP-3.
              05 WS-DVZ-GL       PIC S9(15) COMP-3.
              05 WS-DVZ-DIFF     PIC S9(15) COMP-3.
           03 WS-DVZ-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-DVZ                       VALUE 'Y'.
           03 WS-DVZ-OVERFLOW-SW PIC X(1) VALUE 'N'.
              88 DVZ-TABLE-OVERFLOWED            VALUE 'Y'.
           03 WS-FIND-DVZ        PIC S9(3) COMP VALUE 0.
           03 WS-LAST-DVZ        PIC S9(5) COMP VALUE 0.
           03 WS-PICK-DVZ        PIC S9(5) COMP VALUE 0.
           03 WS-PICK-IDX        PIC 9(4) COMP VALUE 0.
           03 WS-SUBLEDGER       PIC S9(15) COMP-3 VALUE 0.
         01  WS-ARCHIVE-AREA.
           03 WS-HLD-SW          PIC X(1) VALUE 'N'.
              88 ARCHIVE-HELD                    VALUE 'Y'.
           03 WS-HLD-ID          PIC S9(5) COMP-3 VALUE 0.
           03 WS-HLD-DVZ         PIC S9(3) COMP VALUE 0.
           03 WS-HLD-BALANCE     PIC S9(15) COMP-3 VALUE 0.
         01  WS-TRIAL-AREA.
           03 WS-TB-ACTIVE-SW    PIC X(1) VALUE 'N'.
              88 TB-DVZ-ACTIVE                   VALUE 'Y'.
           03 WS-TB-DVZ          PIC S9(3) COMP VALUE 0.
           03 WS-TB-DEBIT        PIC S9(15) COMP-3 VALUE 0.
           03 WS-TB-CREDIT       PIC S9(15) COMP-3 VALUE 0.
         01  WS-REPORT-AREA.
           03 WS-HDR-LINE.
              05 FILLER          PIC X(40) VALUE
                 'HMWRK03J GENERAL LEDGER BALANCES        '.
              05 FILLER          PIC X(9) VALUE 'RUN DATE '.
              05 HDR-RUN-DATE    PIC X(8).
              05 FILLER          PIC X(75) VALUE SPACE.
           03 WS-SECTION-LINE.
              05 SEC-TITLE       PIC X(40).
              05 FILLER          PIC X(92) VALUE SPACE.
           03 WS-BAT-HDR-LINE.
              05 FILLER          PIC X(132) VALUE
                 'BATCH REF    POST DATE   RECORDS          DEBITS
      -          '     CREDITS'.
           03 WS-BAT-LINE.
              05 BAT-REF         PIC X(12).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 BAT-DATE        PIC 9(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 BAT-RECORDS     PIC Z(8)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 BAT-DEBIT       PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 BAT-CREDIT      PIC Z(14)9.
              05 FILLER          PIC X(69) VALUE SPACE.
           03 WS-TB-HDR-LINE.
              05 FILLER          PIC X(132) VALUE
                 'DVZ ACCOUNT           DEBITS         CREDITS
      -          '   BALANCE'.
           03 WS-TB-LINE.
              05 TB-DVZ          PIC 9(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TB-ACCOUNT      PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TB-DEBIT        PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TB-CREDIT       PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TB-BALANCE      PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TB-SIGN         PIC X(2).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TB-FLAG         PIC X(20).
              05 FILLER          PIC X(48) VALUE SPACE.
           03 WS-PRF-HDR-LINE.
              05 FILLER          PIC X(132) VALUE
                 'DVZ  GL CUSTBAL     ACCOUNT BALANCES ARCHIVED BALANCE
      -          'S   SUBLEDGER TOTAL      DIFFERENCE RESULT'.
           03 WS-PRF-LINE.
              05 PRF-DVZ         PIC 9(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 PRF-GL          PIC -(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 PRF-VSAM        PIC -(15)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 PRF-ARC         PIC -(16)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 PRF-SUB         PIC -(16)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 PRF-DIFF        PIC -(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 PRF-RESULT      PIC X(6).
              05 FILLER          PIC X(21) VALUE SPACE.
           03 WS-NONE-LINE.
              05 NONE-TEXT       PIC X(40).
              05 FILLER          PIC X(92) VALUE SPACE.
         01  WS-TOTAL-AREA.
           03 WS-GL-COUNT        PIC 9(9) COMP VALUE 0.
           03 WS-GL-BAD-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-GL-DEBIT-TOTAL  PIC S9(15) COMP-3 VALUE 0.
           03 WS-GL-CREDIT-TOTAL PIC S9(15) COMP-3 VALUE 0.
           03 WS-POST-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-NEW-ROW-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-VSAM-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-ARC-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-TAKEON-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-TB-COUNT        PIC 9(9) COMP VALUE 0.
           03 WS-TB-BREAK-COUNT  PIC 9(9) COMP VALUE 0.
           03 WS-BREAK-COUNT     PIC 9(9) COMP VALUE 0.
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
           03 WS-CTL-RUN-ID.
              05 FILLER          PIC X(3) VALUE 'H3J'.
              05 WS-CTL-RUN-FUNC PIC X(1).
              05 WS-CTL-RUN-DATE PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           IF POST-RUN
               PERFORM H300-VALIDATE-GL-FILE
               IF VALIDATION-FAILED
                   DISPLAY 'HMWRK03J GLFILE REFUSED; NOTHING POSTED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               PERFORM H400-APPLY-GL-FILE
           END-IF
           PERFORM H600-TOTAL-SUBLEDGER
           IF TAKEON-RUN
               PERFORM H650-TAKE-ON-BALANCES THRU H650-END
                   VARYING WS-DVZ-IDX FROM 1 BY 1
                   UNTIL WS-DVZ-IDX > WS-DVZ-ENTRIES
           END-IF
           PERFORM H700-PRINT-TRIAL-BALANCE
           PERFORM H800-PRINT-PROOF
           PERFORM H900-PRINT-SUMMARY
           PERFORM RUN-CTL-MARK-COMPLETE THRU RUN-CTL-MARK-COMPLETE-END
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-READ-RUN-PARM.
           MOVE WS-FUNCTION   TO WS-CTL-RUN-FUNC.
           MOVE WS-BATCH-DATE TO WS-CTL-RUN-DATE.
           MOVE WS-CTL-RUN-ID TO WS-CTL-INPUT-ID.
           PERFORM RUN-CTL-OPEN.
           PERFORM RUN-CTL-RECORD-START.
           IF POST-RUN
               OPEN INPUT  GL-FILE
               IF (ST-GL NOT = 0) AND (ST-GL NOT = 97)
               DISPLAY '1'
               DISPLAY 'UNABLE TO OPEN GLFILE: ' ST-GL
               MOVE ST-GL TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-GL-OPEN-SW
           END-IF.

           OPEN I-O    GLB-FILE.
           IF GLB-FILE-MISSING
               OPEN OUTPUT GLB-FILE
               CLOSE GLB-FILE
               OPEN I-O GLB-FILE
           END-IF.
           IF (ST-GLB NOT = 0) AND (ST-GLB NOT = 97)
           DISPLAY '2'
           DISPLAY 'UNABLE TO OPEN GLBAL: ' ST-GLB
           MOVE ST-GLB TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O    GLA-FILE.
           IF GLA-FILE-MISSING
               OPEN OUTPUT GLA-FILE
               CLOSE GLA-FILE
               OPEN I-O GLA-FILE
           END-IF.
           IF (ST-GLA NOT = 0) AND (ST-GLA NOT = 97)
           DISPLAY '3'
           DISPLAY 'UNABLE TO OPEN GLAPPLY: ' ST-GLA
           MOVE ST-GLA TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  VSAM-FILE.
           IF (ST-VSAM NOT = 0) AND (ST-VSAM NOT = 97)
           DISPLAY '4'
           DISPLAY 'UNABLE TO OPEN VSAMFILE: ' ST-VSAM
           MOVE ST-VSAM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  ARC-MST-FILE.
           IF AMS-FILE-MISSING
               DISPLAY 'ARCMSTR NOT FOUND; NO ARCHIVED BALANCES'
           ELSE
               IF (ST-AMS NOT = 0) AND (ST-AMS NOT = 97)
               DISPLAY '5'
               DISPLAY 'UNABLE TO OPEN ARCMSTR: ' ST-AMS
               MOVE ST-AMS TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-AMS-OPEN-SW
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF (ST-RPT NOT = 0) AND (ST-RPT NOT = 97)
           DISPLAY '6'
           DISPLAY 'UNABLE TO OPEN GLRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H100-END. EXIT.

       H110-READ-RUN-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-BATCH-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-SUCCESS
               READ PARM-FILE
               IF PARM-FILE-SUCCESS
                   IF PARM-FUNCTION NOT = SPACE
                       MOVE PARM-FUNCTION TO WS-FUNCTION
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.
           IF NOT POST-RUN AND NOT PROOF-ONLY-RUN AND NOT TAKEON-RUN
               DISPLAY 'INVALID RUN FUNCTION: ' WS-FUNCTION
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.

       H300-VALIDATE-GL-FILE.
           PERFORM H310-VAL-READ-NEXT UNTIL GL-FILE-EOF.
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY 'GLFILE DEBITS ' WS-GL-DEBIT-TOTAL
                       ' NOT EQUAL TO CREDITS ' WS-GL-CREDIT-TOTAL
               MOVE 'Y' TO WS-VAL-SW
           END-IF.
           PERFORM H330-CHECK-BATCH
               VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-ENTRIES.
       H300-END. EXIT.

       H310-VAL-READ-NEXT.
           READ GL-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H320-VALIDATE-GL-RECORD THRU H320-END.
       H310-END. EXIT.

       H320-VALIDATE-GL-RECORD.
           ADD 1 TO WS-GL-COUNT.
           IF (GL-BATCH-REF = SPACES) OR
              (GL-ACCOUNT = SPACES) OR
              (GL-DVZ NOT NUMERIC) OR
              (GL-AMOUNT NOT NUMERIC) OR
              (GL-DRCR NOT = 'D' AND GL-DRCR NOT = 'C')
               DISPLAY 'GLFILE RECORD ' WS-GL-COUNT ' INVALID: '
                       GL-BATCH-REF ' ' GL-ACCOUNT ' ' GL-DRCR
               ADD 1 TO WS-GL-BAD-COUNT
               MOVE 'Y' TO WS-VAL-SW
               GO TO H320-END
           END-IF.
           IF GL-DRCR = 'D'
               ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.
           PERFORM H325-FIND-BATCH.
           IF NOT FOUND-BATCH
               IF WS-BAT-ENTRIES NOT < 50
                   DISPLAY 'MORE THAN 50 BATCHES IN GLFILE'
                   MOVE 'Y' TO WS-VAL-SW
                   GO TO H320-END
               END-IF
               ADD 1 TO WS-BAT-ENTRIES
               SET WS-BAT-X TO WS-BAT-ENTRIES
               MOVE GL-BATCH-REF TO WS-BAT-REF (WS-BAT-X)
               MOVE GL-POST-DATE TO WS-BAT-DATE (WS-BAT-X)
               MOVE 0            TO WS-BAT-RECORDS (WS-BAT-X)
               MOVE 0            TO WS-BAT-DEBIT (WS-BAT-X)
               MOVE 0            TO WS-BAT-CREDIT (WS-BAT-X)
               PERFORM H327-CHECK-APPLIED
           END-IF.
           ADD 1 TO WS-BAT-RECORDS (WS-BAT-X).
           IF GL-DRCR = 'D'
               ADD GL-AMOUNT TO WS-BAT-DEBIT (WS-BAT-X)
           ELSE
               ADD GL-AMOUNT TO WS-BAT-CREDIT (WS-BAT-X)
           END-IF.
       H320-END. EXIT.

       H325-FIND-BATCH.
           MOVE 'N' TO WS-BAT-FOUND-SW.
           MOVE 1   TO WS-BAT-IDX.
           PERFORM H326-MATCH-BATCH
               UNTIL (WS-BAT-IDX > WS-BAT-ENTRIES) OR FOUND-BATCH.
       H325-END. EXIT.

       H326-MATCH-BATCH.
           SET WS-BAT-X TO WS-BAT-IDX.
           IF WS-BAT-REF (WS-BAT-X) = GL-BATCH-REF
               MOVE 'Y' TO WS-BAT-FOUND-SW
           ELSE
               ADD 1 TO WS-BAT-IDX
           END-IF.
       H326-END. EXIT.

       H327-CHECK-APPLIED.
           MOVE GL-BATCH-REF TO GLA-BATCH-REF.
           READ GLA-FILE KEY GLA-BATCH-REF
             INVALID KEY     CONTINUE
             NOT INVALID KEY
                 DISPLAY 'GLFILE BATCH ' GL-BATCH-REF
                         ' ALREADY APPLIED ON ' GLA-APPLIED-DATE
                 MOVE 'Y' TO WS-VAL-SW.
       H327-END. EXIT.

       H330-CHECK-BATCH.
           SET WS-BAT-X TO WS-BAT-IDX.
           IF WS-BAT-DEBIT (WS-BAT-X) NOT = WS-BAT-CREDIT (WS-BAT-X)
               DISPLAY 'GLFILE BATCH ' WS-BAT-REF (WS-BAT-X)
                       ' DEBITS NOT EQUAL TO CREDITS'
               MOVE 'Y' TO WS-VAL-SW
           END-IF.
       H330-END. EXIT.

       H400-APPLY-GL-FILE.
           CLOSE GL-FILE.
           OPEN INPUT GL-FILE.
           IF (ST-GL NOT = 0) AND (ST-GL NOT = 97)
           DISPLAY 'UNABLE TO REOPEN GLFILE: ' ST-GL
           MOVE ST-GL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H410-APPLY-READ-NEXT UNTIL GL-FILE-EOF.
           MOVE 'BATCHES APPLIED' TO SEC-TITLE.
           MOVE WS-SECTION-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BAT-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BAT-ENTRIES = 0
               MOVE 'GLFILE WAS EMPTY; NOTHING POSTED' TO NONE-TEXT
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM H430-RECORD-BATCH
               VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-ENTRIES.
       H400-END. EXIT.

       H410-APPLY-READ-NEXT.
           READ GL-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H420-POST-GL-RECORD.
       H410-END. EXIT.

       H420-POST-GL-RECORD.
           MOVE GL-DVZ     TO WS-GL-DVZ.
           MOVE GL-ACCOUNT TO WS-GL-ACCOUNT.
           MOVE GL-DRCR    TO WS-GL-DRCR.
           MOVE GL-AMOUNT  TO WS-GL-AMOUNT.
           PERFORM H500-POST-TO-BALANCE.
           MOVE GL-POST-DATE TO GLB-LAST-POST-DATE.
           MOVE GL-BATCH-REF TO GLB-LAST-BATCH-REF.
           PERFORM H510-SAVE-BALANCE.
           ADD 1 TO WS-POST-COUNT.
       H420-END. EXIT.

       H430-RECORD-BATCH.
           SET WS-BAT-X TO WS-BAT-IDX.
           MOVE WS-BAT-REF (WS-BAT-X)     TO GLA-BATCH-REF.
           MOVE WS-BAT-DATE (WS-BAT-X)    TO GLA-POST-DATE.
           MOVE WS-RUN-DATE-N             TO GLA-APPLIED-DATE.
           MOVE WS-BAT-RECORDS (WS-BAT-X) TO GLA-RECORDS.
           MOVE WS-BAT-DEBIT (WS-BAT-X)   TO GLA-DEBIT-TOTAL.
           MOVE WS-BAT-CREDIT (WS-BAT-X)  TO GLA-CREDIT-TOTAL.
           WRITE GLA-REC
             INVALID KEY
                 DISPLAY 'UNABLE TO RECORD BATCH ' GLA-BATCH-REF
                         ': ' ST-GLA.
           MOVE WS-BAT-REF (WS-BAT-X)     TO BAT-REF.
           MOVE WS-BAT-DATE (WS-BAT-X)    TO BAT-DATE.
           MOVE WS-BAT-RECORDS (WS-BAT-X) TO BAT-RECORDS.
           MOVE WS-BAT-DEBIT (WS-BAT-X)   TO BAT-DEBIT.
           MOVE WS-BAT-CREDIT (WS-BAT-X)  TO BAT-CREDIT.
           MOVE WS-BAT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H430-END. EXIT.

       H500-POST-TO-BALANCE.
           MOVE 'N'           TO WS-NEW-ROW-SW.
           MOVE WS-GL-DVZ     TO GLB-DVZ.
           MOVE WS-GL-ACCOUNT TO GLB-ACCOUNT.
           READ GLB-FILE KEY GLB-KEY
             INVALID KEY
                 MOVE 'Y' TO WS-NEW-ROW-SW
                 MOVE WS-GL-DVZ     TO GLB-DVZ
                 MOVE WS-GL-ACCOUNT TO GLB-ACCOUNT
                 MOVE 0      TO GLB-DEBIT-TOTAL
                 MOVE 0      TO GLB-CREDIT-TOTAL
                 MOVE 0      TO GLB-BALANCE
                 MOVE 0      TO GLB-LAST-POST-DATE
                 MOVE SPACES TO GLB-LAST-BATCH-REF.
           IF WS-GL-DRCR = 'D'
               ADD WS-GL-AMOUNT TO GLB-DEBIT-TOTAL
           ELSE
               ADD WS-GL-AMOUNT TO GLB-CREDIT-TOTAL
           END-IF.
           COMPUTE GLB-BALANCE = GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL.
       H500-END. EXIT.

       H510-SAVE-BALANCE.
           IF NEW-GLB-ROW
               WRITE GLB-REC
               ADD 1 TO WS-NEW-ROW-COUNT
           ELSE
               REWRITE GLB-REC
           END-IF.
           IF (ST-GLB NOT = 0) AND (ST-GLB NOT = 97)
           DISPLAY 'UNABLE TO UPDATE GLBAL ' GLB-ACCOUNT ' ' GLB-DVZ
                   ': ' ST-GLB
           MOVE ST-GLB TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H510-END. EXIT.

       H600-TOTAL-SUBLEDGER.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO VSAM-KEY.
           START VSAM-FILE KEY IS NOT LESS THAN VSAM-KEY
             INVALID KEY     MOVE 'Y' TO WS-SCAN-SW
             NOT INVALID KEY
                 PERFORM H610-READ-NEXT-ACCOUNT UNTIL SCAN-DONE.
           IF AMS-FILE-OPEN
               MOVE 'N' TO WS-SCAN-SW
               MOVE 'N' TO WS-HLD-SW
               MOVE LOW-VALUES TO AMS-KEY
               START ARC-MST-FILE KEY IS NOT LESS THAN AMS-KEY
                 INVALID KEY     MOVE 'Y' TO WS-SCAN-SW
                 NOT INVALID KEY
                     PERFORM H620-READ-NEXT-ARCHIVE UNTIL SCAN-DONE
               IF ARCHIVE-HELD
                   PERFORM H630-TAKE-ARCHIVED-BALANCE
               END-IF
           END-IF.
       H600-END. EXIT.

       H610-READ-NEXT-ACCOUNT.
           READ VSAM-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-SW.
           IF VSAM-FILE-SUCCESS
               ADD 1 TO WS-VSAM-COUNT
               MOVE VSAM-DVZ TO WS-FIND-DVZ
               PERFORM H640-FIND-DVZ
               IF FOUND-DVZ
                   ADD VSAM-BALANCE TO WS-DVZ-VSAM (WS-DVZ-X)
               END-IF
           ELSE
               MOVE 'Y' TO WS-SCAN-SW
           END-IF.
       H610-END. EXIT.

       H620-READ-NEXT-ARCHIVE.
           READ ARC-MST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-SW.
           IF AMS-FILE-SUCCESS
               IF ARCHIVE-HELD AND
                  ((AMS-ID NOT = WS-HLD-ID) OR
                   (AMS-DVZ NOT = WS-HLD-DVZ))
                   PERFORM H630-TAKE-ARCHIVED-BALANCE
               END-IF
               MOVE 'Y'         TO WS-HLD-SW
               MOVE AMS-ID      TO WS-HLD-ID
               MOVE AMS-DVZ     TO WS-HLD-DVZ
               MOVE AMS-BALANCE TO WS-HLD-BALANCE
           ELSE
               MOVE 'Y' TO WS-SCAN-SW
           END-IF.
       H620-END. EXIT.

       H630-TAKE-ARCHIVED-BALANCE.
           MOVE 'N'        TO WS-HLD-SW.
           MOVE WS-HLD-ID  TO VSAM-ID.
           MOVE WS-HLD-DVZ TO VSAM-DVZ.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY
                 ADD 1 TO WS-ARC-COUNT
                 MOVE WS-HLD-DVZ TO WS-FIND-DVZ
                 PERFORM H640-FIND-DVZ
                 IF FOUND-DVZ
                     ADD WS-HLD-BALANCE TO WS-DVZ-ARC (WS-DVZ-X)
                 END-IF.
       H630-END. EXIT.

       H640-FIND-DVZ.
           MOVE 'N' TO WS-DVZ-FOUND-SW.
           MOVE 1   TO WS-DVZ-IDX.
           PERFORM H641-MATCH-DVZ
               UNTIL (WS-DVZ-IDX > WS-DVZ-ENTRIES) OR FOUND-DVZ.
           IF NOT FOUND-DVZ
               IF WS-DVZ-ENTRIES < 50
                   ADD 1 TO WS-DVZ-ENTRIES
                   SET WS-DVZ-X TO WS-DVZ-ENTRIES
                   MOVE WS-FIND-DVZ TO WS-DVZ-V (WS-DVZ-X)
                   MOVE 0 TO WS-DVZ-VSAM (WS-DVZ-X)
                   MOVE 0 TO WS-DVZ-ARC (WS-DVZ-X)
                   MOVE 0 TO WS-DVZ-GL (WS-DVZ-X)
                   MOVE 0 TO WS-DVZ-DIFF (WS-DVZ-X)
                   MOVE 'Y' TO WS-DVZ-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-DVZ-OVERFLOW-SW
               END-IF
           END-IF.
       H640-END. EXIT.

       H641-MATCH-DVZ.
           SET WS-DVZ-X TO WS-DVZ-IDX.
           IF WS-DVZ-V (WS-DVZ-X) = WS-FIND-DVZ
               MOVE 'Y' TO WS-DVZ-FOUND-SW
           ELSE
               ADD 1 TO WS-DVZ-IDX
           END-IF.
       H641-END. EXIT.

       H650-TAKE-ON-BALANCES.
           SET WS-DVZ-X TO WS-DVZ-IDX.
           COMPUTE WS-SUBLEDGER = WS-DVZ-VSAM (WS-DVZ-X)
                                + WS-DVZ-ARC (WS-DVZ-X).
           IF WS-SUBLEDGER = 0
               GO TO H650-END
           END-IF.
           MOVE WS-DVZ-V (WS-DVZ-X) TO GLB-DVZ.
           MOVE 'CUSTBAL '          TO GLB-ACCOUNT.
           READ GLB-FILE KEY GLB-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY GO TO H650-END.
           MOVE WS-DVZ-V (WS-DVZ-X) TO WS-GL-DVZ.
           MOVE FUNCTION ABS (WS-SUBLEDGER) TO WS-GL-AMOUNT.
           MOVE 'CUSTBAL '          TO WS-GL-ACCOUNT.
           IF WS-SUBLEDGER > 0
               MOVE 'C' TO WS-GL-DRCR
           ELSE
               MOVE 'D' TO WS-GL-DRCR
           END-IF.
           PERFORM H500-POST-TO-BALANCE.
           MOVE WS-RUN-DATE-N TO GLB-LAST-POST-DATE.
           MOVE WS-BATCH-REF  TO GLB-LAST-BATCH-REF.
           PERFORM H510-SAVE-BALANCE.
           MOVE 'CONTRA  '          TO WS-GL-ACCOUNT.
           IF WS-SUBLEDGER > 0
               MOVE 'D' TO WS-GL-DRCR
           ELSE
               MOVE 'C' TO WS-GL-DRCR
           END-IF.
           PERFORM H500-POST-TO-BALANCE.
           MOVE WS-RUN-DATE-N TO GLB-LAST-POST-DATE.
           MOVE WS-BATCH-REF  TO GLB-LAST-BATCH-REF.
           PERFORM H510-SAVE-BALANCE.
           ADD 1 TO WS-TAKEON-COUNT.
       H650-END. EXIT.

       H700-PRINT-TRIAL-BALANCE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'TRIAL BALANCE' TO SEC-TITLE.
           MOVE WS-SECTION-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TB-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO GLB-KEY.
           START GLB-FILE KEY IS NOT LESS THAN GLB-KEY
             INVALID KEY     MOVE 'Y' TO WS-SCAN-SW
             NOT INVALID KEY
                 PERFORM H710-READ-NEXT-BALANCE UNTIL SCAN-DONE.
           IF TB-DVZ-ACTIVE
               PERFORM H730-END-TB-DVZ
           END-IF.
           IF WS-TB-COUNT = 0
               MOVE 'NO GENERAL LEDGER BALANCES HELD' TO NONE-TEXT
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       H700-END. EXIT.

       H710-READ-NEXT-BALANCE.
           READ GLB-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-SW.
           IF GLB-FILE-SUCCESS
               PERFORM H720-PRINT-BALANCE
           ELSE
               MOVE 'Y' TO WS-SCAN-SW
           END-IF.
       H710-END. EXIT.

       H720-PRINT-BALANCE.
           IF TB-DVZ-ACTIVE AND (GLB-DVZ NOT = WS-TB-DVZ)
               PERFORM H730-END-TB-DVZ
           END-IF.
           IF NOT TB-DVZ-ACTIVE
               MOVE 'Y'     TO WS-TB-ACTIVE-SW
               MOVE GLB-DVZ TO WS-TB-DVZ
               MOVE 0       TO WS-TB-DEBIT
               MOVE 0       TO WS-TB-CREDIT
           END-IF.
           ADD 1 TO WS-TB-COUNT.
           MOVE SPACES           TO WS-TB-LINE.
           MOVE GLB-DVZ          TO TB-DVZ.
           MOVE GLB-ACCOUNT      TO TB-ACCOUNT.
           MOVE GLB-DEBIT-TOTAL  TO TB-DEBIT.
           MOVE GLB-CREDIT-TOTAL TO TB-CREDIT.
           MOVE FUNCTION ABS (GLB-BALANCE) TO TB-BALANCE.
           IF GLB-BALANCE < 0
               MOVE 'CR' TO TB-SIGN
               SUBTRACT GLB-BALANCE FROM WS-TB-CREDIT
           ELSE
               MOVE 'DR' TO TB-SIGN
               ADD GLB-BALANCE TO WS-TB-DEBIT
           END-IF.
           MOVE WS-TB-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF GLB-ACCOUNT = 'CUSTBAL '
               MOVE GLB-DVZ TO WS-FIND-DVZ
               PERFORM H640-FIND-DVZ
               IF FOUND-DVZ
                   COMPUTE WS-DVZ-GL (WS-DVZ-X) =
                       GLB-CREDIT-TOTAL - GLB-DEBIT-TOTAL
               END-IF
           END-IF.
       H720-END. EXIT.

       H730-END-TB-DVZ.
           MOVE 'N'          TO WS-TB-ACTIVE-SW.
           MOVE SPACES       TO WS-TB-LINE.
           MOVE WS-TB-DVZ    TO TB-DVZ.
           MOVE 'TOTAL'      TO TB-ACCOUNT.
           MOVE WS-TB-DEBIT  TO TB-DEBIT.
           MOVE WS-TB-CREDIT TO TB-CREDIT.
           IF WS-TB-DEBIT = WS-TB-CREDIT
               MOVE 'IN BALANCE'     TO TB-FLAG
           ELSE
               MOVE '*** OUT OF BALANCE' TO TB-FLAG
               ADD 1 TO WS-TB-BREAK-COUNT
           END-IF.
           MOVE WS-TB-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H730-END. EXIT.

       H800-PRINT-PROOF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SUBLEDGER TO GL PROOF (CUSTBAL)' TO SEC-TITLE.
           MOVE WS-SECTION-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PRF-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE -1 TO WS-LAST-DVZ.
           PERFORM H810-PRINT-NEXT-PROOF THRU H810-END
               WS-DVZ-ENTRIES TIMES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CURRENCIES THAT DO NOT TIE OUT' TO SEC-TITLE.
           MOVE WS-SECTION-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BREAK-COUNT = 0
               MOVE 'NONE; EVERY CURRENCY TIES OUT' TO NONE-TEXT
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-PRF-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM H830-PRINT-BREAK
                   VARYING WS-DVZ-IDX FROM 1 BY 1
                   UNTIL WS-DVZ-IDX > WS-DVZ-ENTRIES
           END-IF.
       H800-END. EXIT.

       H810-PRINT-NEXT-PROOF.
           MOVE 9999 TO WS-PICK-DVZ.
           MOVE 0    TO WS-PICK-IDX.
           PERFORM H811-COMPARE-DVZ
               VARYING WS-DVZ-IDX FROM 1 BY 1
               UNTIL WS-DVZ-IDX > WS-DVZ-ENTRIES.
           IF WS-PICK-IDX = 0
               GO TO H810-END
           END-IF.
           MOVE WS-PICK-DVZ TO WS-LAST-DVZ.
           SET WS-DVZ-X TO WS-PICK-IDX.
           COMPUTE WS-SUBLEDGER = WS-DVZ-VSAM (WS-DVZ-X)
                                + WS-DVZ-ARC (WS-DVZ-X).
           COMPUTE WS-DVZ-DIFF (WS-DVZ-X) =
               WS-DVZ-GL (WS-DVZ-X) - WS-SUBLEDGER.
           IF WS-DVZ-DIFF (WS-DVZ-X) NOT = 0
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           PERFORM H820-FORMAT-PROOF.
       H810-END. EXIT.

       H811-COMPARE-DVZ.
           SET WS-DVZ-X TO WS-DVZ-IDX.
           IF (WS-DVZ-V (WS-DVZ-X) > WS-LAST-DVZ) AND
              (WS-DVZ-V (WS-DVZ-X) < WS-PICK-DVZ)
               MOVE WS-DVZ-V (WS-DVZ-X) TO WS-PICK-DVZ
               MOVE WS-DVZ-IDX          TO WS-PICK-IDX
           END-IF.
       H811-END. EXIT.

       H820-FORMAT-PROOF.
           COMPUTE WS-SUBLEDGER = WS-DVZ-VSAM (WS-DVZ-X)
                                + WS-DVZ-ARC (WS-DVZ-X).
           MOVE WS-DVZ-V (WS-DVZ-X)    TO PRF-DVZ.
           MOVE WS-DVZ-GL (WS-DVZ-X)   TO PRF-GL.
           MOVE WS-DVZ-VSAM (WS-DVZ-X) TO PRF-VSAM.
           MOVE WS-DVZ-ARC (WS-DVZ-X)  TO PRF-ARC.
           MOVE WS-SUBLEDGER           TO PRF-SUB.
           MOVE WS-DVZ-DIFF (WS-DVZ-X) TO PRF-DIFF.
           IF WS-DVZ-DIFF (WS-DVZ-X) = 0
               MOVE 'TIES'  TO PRF-RESULT
           ELSE
               MOVE 'BREAK' TO PRF-RESULT
           END-IF.
           MOVE WS-PRF-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H820-END. EXIT.

       H830-PRINT-BREAK.
           SET WS-DVZ-X TO WS-DVZ-IDX.
           IF WS-DVZ-DIFF (WS-DVZ-X) NOT = 0
               PERFORM H820-FORMAT-PROOF
           END-IF.
       H830-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03J GENERAL LEDGER POSTING AND PROOF'.
           DISPLAY 'RUN FUNCTION              : ' WS-FUNCTION.
           DISPLAY 'GL RECORDS READ           : ' WS-GL-COUNT.
           DISPLAY 'GL RECORDS POSTED         : ' WS-POST-COUNT.
           DISPLAY 'GL BATCHES APPLIED        : ' WS-BAT-ENTRIES.
           DISPLAY 'GL DEBIT TOTAL            : ' WS-GL-DEBIT-TOTAL.
           DISPLAY 'GL CREDIT TOTAL           : ' WS-GL-CREDIT-TOTAL.
           DISPLAY 'NEW LEDGER BALANCES       : ' WS-NEW-ROW-COUNT.
           DISPLAY 'OPENING BALANCES TAKEN ON : ' WS-TAKEON-COUNT.
           DISPLAY 'ACCOUNTS TOTALLED         : ' WS-VSAM-COUNT.
           DISPLAY 'ARCHIVED ACCOUNTS TOTALLED: ' WS-ARC-COUNT.
           DISPLAY 'TRIAL BALANCE DVZ BREAKS  : ' WS-TB-BREAK-COUNT.
           DISPLAY 'PROOF BREAKS              : ' WS-BREAK-COUNT.
           DISPLAY '-------------------------------------------'.
           IF DVZ-TABLE-OVERFLOWED
               DISPLAY 'MORE THAN 50 DISTINCT DVZ VALUES; '
                       'PROOF INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BREAK-COUNT > 0 OR WS-TB-BREAK-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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

       RUN-CTL-RECORD-START.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'HMWRK03J'      TO RCTL-PROGRAM.
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
           MOVE 'HMWRK03J'      TO RCTL-PROGRAM.
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

       H999-PROGRAM-EXIT.
           IF CTL-FILE-OPEN
               CLOSE RUN-CTL-FILE
           END-IF.
           IF GL-FILE-OPEN
               CLOSE GL-FILE
           END-IF.
           CLOSE GLB-FILE.
           CLOSE GLA-FILE.
           CLOSE VSAM-FILE.
           IF AMS-FILE-OPEN
               CLOSE ARC-MST-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
