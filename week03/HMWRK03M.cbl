                            ALTERNATE RECORD KEY VSAM-DVZ
                                 WITH DUPLICATES
                            STATUS ST-VSAM.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY CUST-KEY
                            STATUS ST-CUS.
           SELECT TRN-FILE  ASSIGN TO TRNFILE
                            STATUS ST-TRN.
           SELECT TRN-REJECT-FILE ASSIGN TO TRNREJ
                            STATUS ST-THR.
           SELECT APR-FILE  ASSIGN TO APRFILE
                            STATUS ST-APR.
           SELECT PRD-FILE  ASSIGN TO PRODCAT
                            STATUS ST-PRD.
           SELECT ORD-FILE  ASSIGN TO ORDWORK
                            STATUS ST-ORD.
           SELECT SKP-FILE  ASSIGN TO SKPWORK
       FILE SECTION.
       FD  VSAM-FILE.
           COPY VSAMREX.
       FD  CUST-FILE.
           COPY CUSTREX.
       FD  TRN-FILE RECORDING MODE F.
         01  TRN-REC.
           03 TRN-ID             PIC X(5).
           03 TRN-CUST-NO         PIC X(5).
           03 TRN-OPERATOR        PIC X(8).
           03 TRN-APPROVER        PIC X(8).
           03 TRN-PRODUCT         PIC X(4).
         01  TRN-TRL-REC.
           03 TRNT-REC-TYPE       PIC X(3).
           03 TRNT-TRN-COUNT      PIC 9(9).
           03 TRNT-HASH-TOTAL     PIC S9(15).
           03 FILLER              PIC X(60).
       FD  TRN-REJECT-FILE RECORDING MODE F.
         01  TRN-REJ-REC.
           03 TRNREJ-ID           PIC X(5).
           03 APR-DVZ             PIC X(3).
           03 APR-AMOUNT          PIC X(15).
           03 APR-APPROVER        PIC X(8).
       FD  PRD-FILE RECORDING MODE F.
           COPY PRODREX.
       FD  ORD-FILE RECORDING MODE F.
         01  ORD-REC.
           03 ORD-ORDINAL         PIC 9(9) COMP.
           03 ST-VSAM            PIC 9(2).
              88 VSAM-FILE-SUCCESS               VALUE 0 97.
              88 VSAM-FILE-NOTFND                VALUE 23.
           03 ST-CUS             PIC 9(2).
              88 CUST-FILE-SUCCESS               VALUE 0 97.
              88 CUST-FILE-MISSING               VALUE 35.
           03 ST-TRN             PIC 9(2).
              88 TRN-FILE-EOF                    VALUE 10.
              88 TRN-FILE-SUCCESS                VALUE 0 97.
           03 ST-APR             PIC 9(2).
              88 APR-FILE-EOF                    VALUE 10.
              88 APR-FILE-SUCCESS                VALUE 0 97.
           03 ST-PRD             PIC 9(2).
              88 PRD-FILE-EOF                    VALUE 10.
              88 PRD-FILE-SUCCESS                VALUE 0 97.
              88 PRD-FILE-MISSING                VALUE 35.
           03 ST-ORD             PIC 9(2).
              88 ORD-FILE-SUCCESS                VALUE 0 97.
           03 ST-SKP             PIC 9(2).
           03 WS-BEFORE-NAME      PIC X(30).
           03 WS-BEFORE-DATE      PIC S9(07) COMP-3.
           03 WS-BEFORE-BALANCE   PIC S9(15) COMP-3.
           03 WS-BEFORE-CUST-NO   PIC S9(5) COMP-3.
           03 WS-BEFORE-PRODUCT   PIC X(4).
           03 WS-CUST-OPEN-SW     PIC X(1) VALUE 'N'.
              88 CUST-FILE-OPEN                  VALUE 'Y'.
           03 WS-CUST-BLOCK-SW    PIC X(1) VALUE 'N'.
              88 CUST-BLOCKED                    VALUE 'Y'.
           03 WS-RUN-DATE         PIC X(8) VALUE SPACE.
           03 WS-RUN-TIME         PIC X(8) VALUE SPACE.
           03 WS-BATCH-REF.
              88 FOUND-APPROVAL                  VALUE 'Y'.
           03 WS-APR-OVERFLOW-SW  PIC X(1) VALUE 'N'.
              88 APR-TABLE-OVERFLOWED            VALUE 'Y'.
         01  WS-PRODUCT-AREA.
           03 WS-PRD-OPEN-SW      PIC X(1) VALUE 'N'.
              88 PRD-FILE-OPEN                   VALUE 'Y'.
           03 WS-PRD-ENTRIES      PIC 9(4) COMP VALUE 0.
           03 WS-PRD-IDX          PIC 9(4) COMP VALUE 0.
           03 WS-PRD-TABLE OCCURS 200 TIMES INDEXED BY WS-PRD-X.
              05 WS-PRD-CODE-V    PIC X(4).
              05 WS-PRD-DVZ-V     PIC S9(3) COMP.
           03 WS-PRD-FOUND-SW     PIC X(1) VALUE 'N'.
              88 FOUND-PRODUCT                   VALUE 'Y'.
         01  WS-RUN-CTL-AREA.
           03 ST-CTL             PIC 9(2).
              88 CTL-FILE-SUCCESS                VALUE 0 97.
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  CUST-FILE.
           IF CUST-FILE-MISSING
               DISPLAY 'CUSTFILE NOT FOUND; NO CUSTOMER BLOCKS APPLIED'
           ELSE
               IF (ST-CUS NOT = 0) AND (ST-CUS NOT = 97)
               DISPLAY '8'
               DISPLAY 'UNABLE TO OPEN CUSTFILE: ' ST-CUS
               MOVE ST-CUS TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-CUST-OPEN-SW
           END-IF.

           OPEN INPUT  PRD-FILE.
           IF PRD-FILE-MISSING
               DISPLAY 'PRODCAT NOT FOUND; PRODUCT CODES NOT ACCEPTED'
           ELSE
               IF (ST-PRD NOT = 0) AND (ST-PRD NOT = 97)
               DISPLAY '9'
               DISPLAY 'UNABLE TO OPEN PRODCAT: ' ST-PRD
               MOVE ST-PRD TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-PRD-OPEN-SW
           END-IF.

           PERFORM H120-LOAD-THRESHOLDS UNTIL THR-FILE-EOF.
           PERFORM H130-LOAD-APPROVALS UNTIL APR-FILE-EOF.
           IF PRD-FILE-OPEN
               PERFORM H140-LOAD-PRODUCTS UNTIL PRD-FILE-EOF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           END-IF.
       H131-END. EXIT.

       H140-LOAD-PRODUCTS.
           READ PRD-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H141-STORE-PRODUCT THRU H141-END.
       H140-END. EXIT.

       H141-STORE-PRODUCT.
           IF (PRD-PRODUCT = SPACES) OR (PRD-DVZ NOT NUMERIC)
               DISPLAY 'PRODCAT RECORD INVALID; IGNORED'
               GO TO H141-END
           END-IF.
           IF WS-PRD-ENTRIES < 200
               ADD 1 TO WS-PRD-ENTRIES
               SET WS-PRD-X TO WS-PRD-ENTRIES
               MOVE PRD-PRODUCT TO WS-PRD-CODE-V (WS-PRD-X)
               MOVE PRD-DVZ     TO WS-PRD-DVZ-V (WS-PRD-X)
           ELSE
               DISPLAY 'MORE THAN 200 PRODCAT ENTRIES; EXTRA IGNORED'
           END-IF.
       H141-END. EXIT.

       H110-READ-RUN-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-SUCCESS
                   PERFORM H540-WRITE-VAL-REJECT
                   GO TO H510-END
               END-IF
               IF TRN-PRODUCT NOT = SPACES
                   PERFORM H526-FIND-PRODUCT
                   IF NOT FOUND-PRODUCT
                       MOVE 'BADPROD' TO WS-REJECT-REASON
                       PERFORM H540-WRITE-VAL-REJECT
                       GO TO H510-END
                   END-IF
               END-IF
           END-IF.
           MOVE 'Y' TO WS-EXIST-OK-SW.
           MOVE 0   TO WS-DEL-BALANCE.
           MOVE 'Y' TO WS-KEY-OK-SW.
       H525-END. EXIT.

       H526-FIND-PRODUCT.
           MOVE 'N' TO WS-PRD-FOUND-SW.
           MOVE 1 TO WS-PRD-IDX.
           PERFORM H527-MATCH-PRODUCT
               UNTIL (WS-PRD-IDX > WS-PRD-ENTRIES) OR FOUND-PRODUCT.
       H526-END. EXIT.

       H527-MATCH-PRODUCT.
           SET WS-PRD-X TO WS-PRD-IDX.
           IF (WS-PRD-CODE-V (WS-PRD-X) = TRN-PRODUCT) AND
              (WS-PRD-DVZ-V (WS-PRD-X) = WS-TRN-DVZ-N)
               MOVE 'Y' TO WS-PRD-FOUND-SW
           ELSE
               ADD 1 TO WS-PRD-IDX
           END-IF.
       H527-END. EXIT.

       H530-VAL-CHECK-EXIST.
           MOVE WS-TRN-ID-N  TO VSAM-ID.
           MOVE WS-TRN-DVZ-N TO VSAM-DVZ.
       H311-WRITE-NEW-RECORD.
           MOVE TRN-NAME    TO VSAM-NAME.
           MOVE TRN-BALANCE TO VSAM-BALANCE.
           MOVE TRN-PRODUCT TO VSAM-PRODUCT.
           PERFORM H340-SET-CUST-LINK.
           COMPUTE VSAM-DATE =
               FUNCTION DAY-OF-INTEGER (FUNCTION INTEGER-OF-DATE
       H320-CHANGE-RECORD.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     PERFORM H321-CHANGE-NOTFND
             NOT INVALID KEY PERFORM H322-APPLY-CHANGE THRU H322-END.
       H320-END. EXIT.

       H321-CHANGE-NOTFND.
       H321-END. EXIT.

       H322-APPLY-CHANGE.
           IF TRN-BALANCE < VSAM-BALANCE
               PERFORM H350-CHECK-CUST-BLOCK THRU H350-END
               IF CUST-BLOCKED
                   MOVE 'CUSTBLK' TO WS-REJECT-REASON
                   MOVE SPACES    TO WS-REJECT-STATUS
                   PERFORM H400-WRITE-TRN-REJECT
                   GO TO H322-END
               END-IF
           END-IF.
           MOVE VSAM-NAME    TO WS-BEFORE-NAME.
           MOVE VSAM-DATE    TO WS-BEFORE-DATE.
           MOVE VSAM-BALANCE TO WS-BEFORE-BALANCE.
           MOVE TRN-NAME     TO VSAM-NAME.
           MOVE TRN-BALANCE  TO VSAM-BALANCE.
           IF TRN-PRODUCT NOT = SPACES
               MOVE TRN-PRODUCT TO VSAM-PRODUCT
           END-IF.
           PERFORM H340-SET-CUST-LINK.
           COMPUTE VSAM-DATE =
               FUNCTION DAY-OF-INTEGER (FUNCTION INTEGER-OF-DATE
       H330-DELETE-RECORD.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     PERFORM H331-DELETE-NOTFND
             NOT INVALID KEY PERFORM H332-APPLY-DELETE THRU H332-END.
       H330-END. EXIT.

       H331-DELETE-NOTFND.
       H331-END. EXIT.

       H332-APPLY-DELETE.
           IF VSAM-BALANCE > 0
               PERFORM H350-CHECK-CUST-BLOCK THRU H350-END
               IF CUST-BLOCKED
                   MOVE 'CUSTBLK' TO WS-REJECT-REASON
                   MOVE SPACES    TO WS-REJECT-STATUS
                   PERFORM H400-WRITE-TRN-REJECT
                   GO TO H332-END
               END-IF
           END-IF.
           MOVE VSAM-NAME    TO WS-BEFORE-NAME.
           MOVE VSAM-DATE    TO WS-BEFORE-DATE.
           MOVE VSAM-BALANCE TO WS-BEFORE-BALANCE.
           MOVE VSAM-CUST-NO TO WS-BEFORE-CUST-NO.
           MOVE VSAM-PRODUCT TO WS-BEFORE-PRODUCT.
           DELETE VSAM-FILE.
           MOVE 'D'               TO LOG-ACTION.
           MOVE WS-BEFORE-NAME    TO LOG-BEFORE-NAME.
           MOVE SPACES            TO LOG-AFTER-NAME.
           MOVE 0                 TO LOG-AFTER-DATE.
           MOVE 0                 TO LOG-AFTER-BALANCE.
           MOVE WS-BEFORE-CUST-NO TO LOG-CUST-NO.
           MOVE WS-BEFORE-PRODUCT TO LOG-PRODUCT.
           PERFORM H410-WRITE-LOG.
       H332-END. EXIT.

       H350-CHECK-CUST-BLOCK.
           MOVE 'N' TO WS-CUST-BLOCK-SW.
           IF (NOT CUST-FILE-OPEN) OR (VSAM-CUST-NO = 0)
               GO TO H350-END
           END-IF.
           MOVE VSAM-CUST-NO TO CUST-NO.
           READ CUST-FILE KEY CUST-KEY
             INVALID KEY GO TO H350-END.
           IF CUST-STATUS = 'B'
               MOVE 'Y' TO WS-CUST-BLOCK-SW
           END-IF.
       H350-END. EXIT.

       H400-WRITE-TRN-REJECT.
           MOVE TRN-ID          TO TRNREJ-ID.
           MOVE TRN-DVZ          TO TRNREJ-DVZ.
           MOVE VSAM-NAME    TO LOG-AFTER-NAME.
           MOVE VSAM-DATE    TO LOG-AFTER-DATE.
           MOVE VSAM-BALANCE TO LOG-AFTER-BALANCE.
           MOVE VSAM-CUST-NO TO LOG-CUST-NO.
           MOVE VSAM-PRODUCT TO LOG-PRODUCT.
           PERFORM H410-WRITE-LOG.
       H420-END. EXIT.

               CLOSE RUN-CTL-FILE
           END-IF.
           CLOSE VSAM-FILE.
           IF CUST-FILE-OPEN
               CLOSE CUST-FILE
           END-IF.
           CLOSE TRN-FILE.
           CLOSE TRN-REJECT-FILE.
           CLOSE LOG-FILE.
           CLOSE THR-FILE.
           CLOSE APR-FILE.
           IF PRD-FILE-OPEN
               CLOSE PRD-FILE
           END-IF.
           CLOSE SKP-FILE.
           GOBACK.
       H999-EXIT.
