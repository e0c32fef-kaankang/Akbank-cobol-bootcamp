                            STATUS ST-VSAM.
           SELECT ARC-FILE  ASSIGN TO ARCFILE
                            STATUS ST-ARC.
           SELECT HOLD-FILE ASSIGN TO HOLDMSTR
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY HOLD-KEY
                            STATUS ST-HLD.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
       DATA DIVISION.
           COPY VSAMREX.
       FD  ARC-FILE RECORDING MODE F.
           COPY ARCREX.
       FD  HOLD-FILE.
           COPY HOLDREX.
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-PURGE-DAYS   PIC X(5).
              88 VSAM-FILE-EOF                    VALUE 10.
           03 ST-ARC             PIC 9(2).
              88 ARC-FILE-SUCCESS                 VALUE 0 97.
           03 ST-HLD             PIC 9(2).
              88 HOLD-FILE-SUCCESS               VALUE 0 97.
              88 HOLD-FILE-MISSING               VALUE 35.
           03 WS-HOLD-OPEN-SW    PIC X(1) VALUE 'N'.
              88 HOLD-FILE-OPEN                  VALUE 'Y'.
           03 WS-HOLD-DONE-SW    PIC X(1) VALUE 'N'.
              88 HOLD-BROWSE-DONE                VALUE 'Y'.
           03 WS-HOLD-SW         PIC X(1) VALUE 'N'.
              88 ACTIVE-HOLD-FOUND               VALUE 'Y'.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
         01  WS-TOTAL-AREA.
           03 WS-REC-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-PURGE-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-HELD-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-TOT-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-TOT-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-TOTALS-TABLE OCCURS 50 TIMES INDEXED BY WS-TOT-X.
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  HOLD-FILE.
           IF HOLD-FILE-MISSING
               DISPLAY 'HOLDMSTR NOT FOUND; NO HOLDS CHECKED'
           ELSE
               IF (ST-HLD NOT = 0) AND (ST-HLD NOT = 97)
               DISPLAY '3'
               DISPLAY 'UNABLE TO OPEN HOLDMSTR: ' ST-HLD
               MOVE ST-HLD TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-HOLD-OPEN-SW
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
           IF WS-AGE-DAYS NOT > WS-PURGE-DAYS
               GO TO H300-END
           END-IF.
           PERFORM H320-CHECK-ACTIVE-HOLDS THRU H320-END.
           IF ACTIVE-HOLD-FOUND
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'ACCOUNT ' VSAM-ID ' DVZ ' VSAM-DVZ
                       ' HAS AN ACTIVE HOLD; NOT PURGED'
               GO TO H300-END
           END-IF.
           PERFORM H310-ARCHIVE-AND-DELETE.
       H300-END. EXIT.

           PERFORM H600-ACCUM-TOTALS.
       H310-END. EXIT.

       H320-CHECK-ACTIVE-HOLDS.
           MOVE 'N' TO WS-HOLD-SW.
           IF NOT HOLD-FILE-OPEN
               GO TO H320-END
           END-IF.
           MOVE 'N'      TO WS-HOLD-DONE-SW.
           MOVE VSAM-ID  TO HOLD-ID.
           MOVE VSAM-DVZ TO HOLD-DVZ.
           MOVE 0        TO HOLD-NO.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
             INVALID KEY     MOVE 'Y' TO WS-HOLD-DONE-SW
             NOT INVALID KEY
                 PERFORM H321-READ-NEXT-HOLD
                     UNTIL HOLD-BROWSE-DONE OR ACTIVE-HOLD-FOUND.
       H320-END. EXIT.

       H321-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-HOLD-DONE-SW.
           IF HOLD-FILE-SUCCESS
               IF HOLD-ID = VSAM-ID AND HOLD-DVZ = VSAM-DVZ
                   IF HOLD-STATUS = 'A' AND
                      (HOLD-EXPIRY-DATE = 0 OR
                       HOLD-EXPIRY-DATE NOT < WS-RUN-DATE-N)
                       MOVE 'Y' TO WS-HOLD-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HOLD-DONE-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-HOLD-DONE-SW
           END-IF.
       H321-END. EXIT.

       H600-ACCUM-TOTALS.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-TOT-IDX.
           DISPLAY 'PURGE THRESHOLD DAYS      : ' WS-PURGE-DAYS.
           DISPLAY 'MASTER RECORDS READ       : ' WS-REC-COUNT.
           DISPLAY 'ACCOUNTS PURGED           : ' WS-PURGE-COUNT.
           DISPLAY 'NOT PURGED - ACTIVE HOLD  : ' WS-HELD-COUNT.
           DISPLAY 'ACCOUNTS PURGED BY CURRENCY/DIVISION'.
           MOVE 1 TO WS-TOT-IDX.
           PERFORM H910-PRINT-TOTAL-LINE
       H999-PROGRAM-EXIT.
           CLOSE VSAM-FILE.
           CLOSE ARC-FILE.
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF.
           GOBACK.
       H999-EXIT.
