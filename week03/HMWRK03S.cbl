                            STATUS ST-LOG.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
           SELECT BAL-HIST-FILE ASSIGN TO BALHIST
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY BLH-KEY
                            STATUS ST-BLH.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAM-FILE.
           03 PARM-STM-MODE     PIC X(1).
           03 PARM-FROM-DATE    PIC X(8).
           03 PARM-TO-DATE      PIC X(8).
       FD  BAL-HIST-FILE.
           COPY BALHREX.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-VSAM            PIC 9(2).
              88 LOG-FILE-SUCCESS                VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 ST-BLH             PIC 9(2).
              88 BAL-HIST-SUCCESS                 VALUE 0 97.
              88 BAL-HIST-MISSING                 VALUE 35.
           03 WS-REJECT-REASON   PIC X(8).
           03 WS-REJECT-STATUS   PIC X(2).
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-ACT-CLOSING     PIC S9(15) COMP-3 VALUE 0.
           03 WS-ACT-FIRST-SW    PIC X(1) VALUE 'Y'.
              88 FIRST-MOVEMENT                  VALUE 'Y'.
           03 WS-HIST-OPEN-SW    PIC X(1) VALUE 'N'.
              88 BAL-HIST-OPEN                   VALUE 'Y'.
           03 WS-HIST-FOUND-SW   PIC X(1) VALUE 'N'.
              88 HIST-OPENING-FOUND              VALUE 'Y'.
           03 WS-HIST-INT        PIC 9(7) VALUE 0.
           03 WS-HIST-DATE-N     PIC 9(8) VALUE 0.
         01  WS-PRINT-AREA.
           03 WS-PAGE-NO         PIC 9(4) VALUE 0.
           03 WS-HDR-LINE.
               MOVE ST-LOG TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               OPEN INPUT BAL-HIST-FILE
               IF BAL-HIST-SUCCESS
                   MOVE 'Y' TO WS-HIST-OPEN-SW
               ELSE
                   IF NOT BAL-HIST-MISSING
                   DISPLAY '7'
                   DISPLAY 'UNABLE TO OPEN BALHIST: ' ST-BLH
                   MOVE ST-BLH TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
                   END-IF
               END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-MOV-COUNT.
           MOVE 0 TO WS-ACT-OPENING.
           MOVE 0 TO WS-ACT-CLOSING.
           PERFORM H805-HISTORY-OPENING THRU H805-END.
           PERFORM H810-REWIND-LOG.
           PERFORM H820-SCAN-LOG UNTIL LOG-FILE-EOF.
           IF WS-MOV-COUNT = 0
               IF NOT HIST-OPENING-FOUND
                   MOVE VSAM-BALANCE TO WS-ACT-OPENING
                   MOVE VSAM-BALANCE TO WS-ACT-CLOSING
               END-IF
               PERFORM H840-PRINT-OPENING
               MOVE WS-NOMOV-LINE TO STM-LINE
               WRITE STM-LINE
           WRITE STM-LINE.
       H800-END. EXIT.

       H805-HISTORY-OPENING.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           IF (NOT BAL-HIST-OPEN) OR (WS-FROM-DATE-N = 0)
               GO TO H805-END
           END-IF.
           COMPUTE WS-HIST-INT =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-N).
           IF WS-HIST-INT NOT > 1
               GO TO H805-END
           END-IF.
           COMPUTE WS-HIST-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-HIST-INT - 1).
           MOVE VSAM-ID        TO BLH-ID.
           MOVE VSAM-DVZ       TO BLH-DVZ.
           MOVE WS-HIST-DATE-N TO BLH-DATE.
           START BAL-HIST-FILE KEY IS NOT GREATER THAN BLH-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY PERFORM H806-READ-HISTORY-OPENING.
       H805-END. EXIT.

       H806-READ-HISTORY-OPENING.
           READ BAL-HIST-FILE NEXT RECORD
             AT END CONTINUE.
           IF BAL-HIST-SUCCESS
               IF (BLH-ID = VSAM-ID) AND (BLH-DVZ = VSAM-DVZ)
                   MOVE 'Y' TO WS-HIST-FOUND-SW
                   IF BLH-STATUS = 'C'
                       MOVE 0 TO WS-ACT-OPENING
                   ELSE
                       MOVE BLH-BALANCE TO WS-ACT-OPENING
                   END-IF
                   MOVE WS-ACT-OPENING TO WS-ACT-CLOSING
               END-IF
           END-IF.
       H806-END. EXIT.

       H810-REWIND-LOG.
           CLOSE LOG-FILE.
           OPEN INPUT LOG-FILE.
           END-IF.
           IF FIRST-MOVEMENT
               MOVE 'N' TO WS-ACT-FIRST-SW
               IF NOT HIST-OPENING-FOUND
                   MOVE LOG-BEFORE-BALANCE TO WS-ACT-OPENING
               END-IF
               PERFORM H840-PRINT-OPENING
               MOVE WS-MOV-HDR-LINE TO STM-LINE
               WRITE STM-LINE
           IF STM-MODE-ACTIVITY
               CLOSE LOG-FILE
           END-IF.
           IF BAL-HIST-OPEN
               CLOSE BAL-HIST-FILE
           END-IF.
           CLOSE VSAM-FILE.
           CLOSE RATE-FILE.
           CLOSE REQ-FILE.
