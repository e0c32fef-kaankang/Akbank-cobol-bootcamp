                            STATUS ST-VSAM.
           SELECT INT-FILE  ASSIGN TO INTFILE
                            STATUS ST-INT.
           SELECT PRD-FILE  ASSIGN TO PRODCAT
                            STATUS ST-PRD.
           SELECT PST-FILE  ASSIGN TO PSTFILE
                            STATUS ST-PST.
           SELECT INT-REJECT-FILE ASSIGN TO INTREJ
           03 INT-DVZ             PIC 9(3).
           03 INT-CR-RATE         PIC 9(3)V9(6).
           03 INT-DR-RATE         PIC 9(3)V9(6).
       FD  PRD-FILE RECORDING MODE F.
           COPY PRODREX.
       FD  PST-FILE RECORDING MODE F.
         01  PST-REC.
           03 PST-ID              PIC X(5).
         01  PARM-REC.
           03 PARM-OPERATOR-ID    PIC X(8).
           03 PARM-APPROVER-ID    PIC X(8).
           03 PARM-RUN-TYPE       PIC X(1).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-VSAM            PIC 9(2).
           03 ST-INT             PIC 9(2).
              88 INT-FILE-EOF                    VALUE 10.
              88 INT-FILE-SUCCESS                VALUE 0 97.
           03 ST-PRD             PIC 9(2).
              88 PRD-FILE-EOF                    VALUE 10.
              88 PRD-FILE-SUCCESS                VALUE 0 97.
              88 PRD-FILE-MISSING                VALUE 35.
           03 ST-PST             PIC 9(2).
              88 PST-FILE-SUCCESS                VALUE 0 97.
           03 ST-REJ             PIC 9(2).
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-OPERATOR-ID     PIC X(8) VALUE 'HMWRK03I'.
           03 WS-APPROVER-ID     PIC X(8) VALUE SPACE.
           03 WS-RUN-TYPE        PIC X(1) VALUE 'I'.
              88 INTEREST-RUN                    VALUE 'I'.
              88 FEE-RUN                         VALUE 'F'.
           03 WS-INT-OPEN-SW     PIC X(1) VALUE 'N'.
              88 INT-FILE-OPEN                   VALUE 'Y'.
           03 WS-PRD-OPEN-SW     PIC X(1) VALUE 'N'.
              88 PRD-FILE-OPEN                   VALUE 'Y'.
           03 WS-ADJ-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           03 WS-PST-DRCR        PIC X(1) VALUE SPACE.
           03 WS-ID-DISP         PIC 9(5).
           03 WS-DVZ-DISP        PIC 9(3).
           03 WS-AMT-DISP        PIC 9(15).
           03 WS-RATE-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-RATE                      VALUE 'Y'.
              88 NOT-FOUND-RATE                  VALUE 'N'.
           03 WS-CR-RATE         PIC S9(3)V9(6) COMP-3 VALUE 0.
           03 WS-DR-RATE         PIC S9(3)V9(6) COMP-3 VALUE 0.
         01  WS-PRODUCT-AREA.
           03 WS-PRD-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-PRD-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-PRD-TABLE OCCURS 200 TIMES INDEXED BY WS-PRD-X.
              05 WS-PRD-CODE-V   PIC X(4).
              05 WS-PRD-DVZ-V    PIC S9(3) COMP.
              05 WS-PRD-CR-V     PIC S9(3)V9(6) COMP-3.
              05 WS-PRD-DR-V     PIC S9(3)V9(6) COMP-3.
              05 WS-PRD-FEE-V    PIC S9(15) COMP-3.
              05 WS-PRD-MBFEE-V  PIC S9(15) COMP-3.
              05 WS-PRD-MINBAL-V PIC S9(15) COMP-3.
           03 WS-PRD-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-PRODUCT                   VALUE 'Y'.
         01  WS-THRESHOLD-AREA.
           03 WS-THR-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           03 WS-THR-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-CR-COUNT        PIC 9(9) COMP VALUE 0.
           03 WS-DR-COUNT        PIC 9(9) COMP VALUE 0.
           03 WS-NORATE-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-PRD-RATE-COUNT  PIC 9(9) COMP VALUE 0.
           03 WS-NOPROD-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-WAIVED-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-APPROVAL-COUNT  PIC 9(9) COMP VALUE 0.
           03 WS-NOAPPR-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-DEBIT-TOTAL     PIC S9(15) COMP-3 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           IF INT-FILE-OPEN
               PERFORM H150-LOAD-RATES UNTIL INT-FILE-EOF
           END-IF
           IF PRD-FILE-OPEN
               PERFORM H170-LOAD-PRODUCTS UNTIL PRD-FILE-EOF
           END-IF
           PERFORM H160-LOAD-THRESHOLDS UNTIL THR-FILE-EOF
           IF FEE-RUN
               PERFORM H250-SCAN-FOR-FEES UNTIL VSAM-FILE-EOF
           ELSE
               PERFORM H200-SCAN-MASTER UNTIL VSAM-FILE-EOF
           END-IF
           PERFORM H700-WRITE-TRAILER
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF INTEREST-RUN
               OPEN INPUT  INT-FILE
               IF (ST-INT NOT = 0) AND (ST-INT NOT = 97)
               DISPLAY '2'
               DISPLAY 'UNABLE TO OPEN INTFILE: ' ST-INT
               MOVE ST-INT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-INT-OPEN-SW
           END-IF.

           OPEN INPUT  PRD-FILE.
           IF PRD-FILE-MISSING AND INTEREST-RUN
               DISPLAY 'PRODCAT NOT FOUND; INTFILE RATES ONLY'
           ELSE
               IF (ST-PRD NOT = 0) AND (ST-PRD NOT = 97)
               DISPLAY '7'
               DISPLAY 'UNABLE TO OPEN PRODCAT: ' ST-PRD
               MOVE ST-PRD TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-PRD-OPEN-SW
           END-IF.

           OPEN OUTPUT PST-FILE.
                       MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
                   END-IF
                   MOVE PARM-APPROVER-ID TO WS-APPROVER-ID
                   IF PARM-RUN-TYPE NOT = SPACE
                       MOVE PARM-RUN-TYPE TO WS-RUN-TYPE
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.
           IF NOT INTEREST-RUN AND NOT FEE-RUN
               DISPLAY 'INVALID RUN TYPE: ' WS-RUN-TYPE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.

       H160-LOAD-THRESHOLDS.
           END-IF.
       H151-END. EXIT.

       H170-LOAD-PRODUCTS.
           READ PRD-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H171-STORE-PRODUCT THRU H171-END.
       H170-END. EXIT.

       H171-STORE-PRODUCT.
           IF (PRD-PRODUCT = SPACES) OR
              (PRD-DVZ NOT NUMERIC) OR
              (PRD-CR-RATE NOT NUMERIC) OR
              (PRD-DR-RATE NOT NUMERIC) OR
              (PRD-MONTHLY-FEE NOT NUMERIC) OR
              (PRD-MINBAL-FEE NOT NUMERIC) OR
              (PRD-MIN-BALANCE NOT NUMERIC)
               DISPLAY 'PRODCAT RECORD INVALID; IGNORED'
               GO TO H171-END
           END-IF.
           IF WS-PRD-ENTRIES < 200
               ADD 1 TO WS-PRD-ENTRIES
               SET WS-PRD-X TO WS-PRD-ENTRIES
               MOVE PRD-PRODUCT     TO WS-PRD-CODE-V (WS-PRD-X)
               MOVE PRD-DVZ         TO WS-PRD-DVZ-V (WS-PRD-X)
               MOVE PRD-CR-RATE     TO WS-PRD-CR-V (WS-PRD-X)
               MOVE PRD-DR-RATE     TO WS-PRD-DR-V (WS-PRD-X)
               MOVE PRD-MONTHLY-FEE TO WS-PRD-FEE-V (WS-PRD-X)
               MOVE PRD-MINBAL-FEE  TO WS-PRD-MBFEE-V (WS-PRD-X)
               MOVE PRD-MIN-BALANCE TO WS-PRD-MINBAL-V (WS-PRD-X)
           ELSE
               DISPLAY 'MORE THAN 200 PRODCAT ENTRIES; EXTRA IGNORED'
           END-IF.
       H171-END. EXIT.

       H200-SCAN-MASTER.
           READ VSAM-FILE NEXT RECORD
             AT END     CONTINUE
           IF VSAM-BALANCE = 0
               GO TO H300-END
           END-IF.
           PERFORM H310-FIND-RATE THRU H310-END.
           IF NOT-FOUND-RATE
               PERFORM H320-WRITE-NO-RATE
               GO TO H300-END
           END-IF.
           IF VSAM-BALANCE > 0
               COMPUTE WS-ADJ-AMOUNT ROUNDED =
                   VSAM-BALANCE * WS-CR-RATE
               MOVE 'C' TO WS-PST-DRCR
           ELSE
               COMPUTE WS-ADJ-AMOUNT ROUNDED =
                   FUNCTION ABS (VSAM-BALANCE) * WS-DR-RATE
               MOVE 'D' TO WS-PST-DRCR
           END-IF.
           IF WS-ADJ-AMOUNT NOT > 0
               GO TO H300-END

       H310-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM H315-FIND-PRODUCT THRU H315-END.
           IF FOUND-PRODUCT
               MOVE WS-PRD-CR-V (WS-PRD-X) TO WS-CR-RATE
               MOVE WS-PRD-DR-V (WS-PRD-X) TO WS-DR-RATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
               ADD 1 TO WS-PRD-RATE-COUNT
               GO TO H310-END
           END-IF.
           MOVE 1 TO WS-RATE-IDX.
           PERFORM H311-FIND-RATE-ENTRY
               UNTIL (WS-RATE-IDX > WS-RATE-ENTRIES) OR FOUND-RATE.
           IF FOUND-RATE
               MOVE WS-RATE-CR-V (WS-RATE-X) TO WS-CR-RATE
               MOVE WS-RATE-DR-V (WS-RATE-X) TO WS-DR-RATE
           END-IF.
       H310-END. EXIT.

       H311-FIND-RATE-ENTRY.
           END-IF.
       H311-END. EXIT.

       H315-FIND-PRODUCT.
           MOVE 'N' TO WS-PRD-FOUND-SW.
           IF VSAM-PRODUCT = SPACES
               GO TO H315-END
           END-IF.
           MOVE 1 TO WS-PRD-IDX.
           PERFORM H316-MATCH-PRODUCT
               UNTIL (WS-PRD-IDX > WS-PRD-ENTRIES) OR FOUND-PRODUCT.
       H315-END. EXIT.

       H316-MATCH-PRODUCT.
           SET WS-PRD-X TO WS-PRD-IDX.
           IF (WS-PRD-CODE-V (WS-PRD-X) = VSAM-PRODUCT) AND
              (WS-PRD-DVZ-V (WS-PRD-X) = VSAM-DVZ)
               MOVE 'Y' TO WS-PRD-FOUND-SW
           ELSE
               ADD 1 TO WS-PRD-IDX
           END-IF.
       H316-END. EXIT.

       H320-WRITE-NO-RATE.
           MOVE VSAM-ID     TO INTREJ-ID.
           MOVE VSAM-DVZ    TO INTREJ-DVZ.
           MOVE WS-RUN-DATE   TO PST-VALUE-DATE.
           MOVE WS-OPERATOR-ID TO PST-OPERATOR.
           MOVE WS-APPROVER-ID TO PST-APPROVER.
           MOVE WS-PST-DRCR    TO PST-DRCR.
           IF WS-PST-DRCR = 'C'
               ADD WS-ADJ-AMOUNT TO WS-CREDIT-TOTAL
               ADD 1 TO WS-CR-COUNT
           ELSE
               ADD WS-ADJ-AMOUNT TO WS-DEBIT-TOTAL
               ADD 1 TO WS-DR-COUNT
           END-IF.
           PERFORM H340-WRITE-APPROVAL THRU H340-END.
       H330-END. EXIT.

       H250-SCAN-FOR-FEES.
           READ VSAM-FILE NEXT RECORD
             AT END     CONTINUE
             NOT AT END PERFORM H350-ASSESS-FEES THRU H350-END.
       H250-END. EXIT.

       H350-ASSESS-FEES.
           ADD 1 TO WS-REC-COUNT.
           IF VSAM-PRODUCT = SPACES
               GO TO H350-END
           END-IF.
           PERFORM H315-FIND-PRODUCT THRU H315-END.
           IF NOT FOUND-PRODUCT
               MOVE VSAM-ID     TO INTREJ-ID
               MOVE VSAM-DVZ    TO INTREJ-DVZ
               MOVE 'NOPROD'    TO INTREJ-REASON
               WRITE INT-REJ-REC
               ADD 1 TO WS-NOPROD-COUNT
               GO TO H350-END
           END-IF.
           IF (WS-PRD-MINBAL-V (WS-PRD-X) > 0) AND
              (VSAM-BALANCE NOT < WS-PRD-MINBAL-V (WS-PRD-X))
               ADD 1 TO WS-WAIVED-COUNT
               GO TO H350-END
           END-IF.
           MOVE WS-PRD-FEE-V (WS-PRD-X) TO WS-ADJ-AMOUNT.
           IF WS-PRD-MINBAL-V (WS-PRD-X) > 0
               ADD WS-PRD-MBFEE-V (WS-PRD-X) TO WS-ADJ-AMOUNT
           END-IF.
           IF WS-ADJ-AMOUNT NOT > 0
               GO TO H350-END
           END-IF.
           MOVE 'D' TO WS-PST-DRCR.
           PERFORM H330-WRITE-POSTING.
       H350-END. EXIT.

       H340-WRITE-APPROVAL.
           PERFORM H341-FIND-THRESHOLD.
           IF NOT FOUND-THRESHOLD

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           IF FEE-RUN
               DISPLAY 'HMWRK03I MONTHLY ACCOUNT FEES'
               DISPLAY 'MASTER RECORDS READ       : ' WS-REC-COUNT
               DISPLAY 'FEE POSTINGS              : ' WS-DR-COUNT
               DISPLAY 'FEE TOTAL                 : ' WS-DEBIT-TOTAL
               DISPLAY 'FEES WAIVED ON BALANCE    : ' WS-WAIVED-COUNT
               DISPLAY 'PRODUCT NOT IN CATALOGUE  : ' WS-NOPROD-COUNT
           ELSE
               DISPLAY 'HMWRK03I INTEREST ACCRUAL AND CHARGING'
               DISPLAY 'MASTER RECORDS READ       : ' WS-REC-COUNT
               DISPLAY 'CREDIT INTEREST POSTINGS  : ' WS-CR-COUNT
               DISPLAY 'DEBIT INTEREST POSTINGS   : ' WS-DR-COUNT
               DISPLAY 'CREDIT INTEREST TOTAL     : ' WS-CREDIT-TOTAL
               DISPLAY 'DEBIT INTEREST TOTAL      : ' WS-DEBIT-TOTAL
               DISPLAY 'ACCOUNTS AT PRODUCT RATES : ' WS-PRD-RATE-COUNT
               DISPLAY 'ACCOUNTS WITHOUT A RATE   : ' WS-NORATE-COUNT
           END-IF.
           DISPLAY 'APPROVALS WRITTEN         : ' WS-APPROVAL-COUNT.
           IF WS-NOAPPR-COUNT > 0
               DISPLAY 'POSTINGS OVER THRESHOLD WITHOUT AN APPROVER '
                       'OR HMWRK03P WILL REJECT THEM'
           END-IF.
           DISPLAY '-------------------------------------------'.
           IF WS-NORATE-COUNT > 0 OR WS-NOAPPR-COUNT > 0 OR
              WS-NOPROD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE VSAM-FILE.
           IF INT-FILE-OPEN
               CLOSE INT-FILE
           END-IF.
           IF PRD-FILE-OPEN
               CLOSE PRD-FILE
           END-IF.
           CLOSE PST-FILE.
           CLOSE INT-REJECT-FILE.
           CLOSE THR-FILE.
