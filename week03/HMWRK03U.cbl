       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03U.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY RCTL-KEY
                            STATUS ST-CTL.
           SELECT SCH-FILE  ASSIGN TO SCHFILE
                            STATUS ST-SCH.
           SELECT RPT-FILE  ASSIGN TO SLARPT
                            STATUS ST-RPT.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
           SELECT SRT-FILE  ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE.
           COPY RCTLREX.
       FD  SCH-FILE RECORDING MODE F.
         01  SCH-REC.
           03 SCH-PROGRAM         PIC X(8).
           03 SCH-SLA-TIME        PIC X(6).
           03 SCH-PREDECESSOR     PIC X(8) OCCURS 3 TIMES.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-LINE             PIC X(132).
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-FROM-DATE      PIC X(8).
           03 PARM-TO-DATE        PIC X(8).
           03 PARM-TREND-DAYS     PIC X(3).
       SD  SRT-FILE.
         01  SRT-REC.
           03 SRT-DATE            PIC 9(8).
           03 SRT-START           PIC 9(6).
           03 SRT-PROGRAM         PIC X(8).
           03 SRT-INPUT-ID        PIC X(12).
           03 SRT-STATUS          PIC X(1).
           03 SRT-END             PIC 9(6).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-CTL             PIC 9(2).
              88 CTL-FILE-SUCCESS                VALUE 0 97.
           03 ST-SCH             PIC 9(2).
              88 SCH-FILE-SUCCESS                VALUE 0 97.
              88 SCH-FILE-EOF                    VALUE 10.
              88 SCH-FILE-MISSING                VALUE 35.
           03 ST-RPT             PIC 9(2).
              88 RPT-FILE-SUCCESS                 VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-FROM-DATE       PIC X(8) VALUE SPACE.
           03 WS-FROM-DATE-N REDEFINES WS-FROM-DATE PIC 9(8).
           03 WS-TO-DATE         PIC X(8) VALUE SPACE.
           03 WS-TO-DATE-N REDEFINES WS-TO-DATE PIC 9(8).
           03 WS-TREND-DAYS      PIC 9(3) VALUE 5.
           03 WS-SCH-OPEN-SW     PIC X(1) VALUE 'N'.
              88 SCH-FILE-OPEN                   VALUE 'Y'.
           03 WS-CTL-SCAN-SW     PIC X(1) VALUE 'N'.
              88 CTL-SCAN-DONE                   VALUE 'Y'.
         01  WS-SCHEDULE-AREA.
           03 WS-SCH-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-SCH-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-SCH-TABLE OCCURS 50 TIMES INDEXED BY WS-SCH-X.
              05 WS-SCH-PGM      PIC X(8).
              05 WS-SCH-SLA      PIC 9(6).
              05 WS-SCH-PRED     PIC X(8) OCCURS 3 TIMES.
           03 WS-SCH-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-SCHEDULE                  VALUE 'Y'.
           03 WS-PRED-IDX        PIC 9(4) COMP VALUE 0.
           03 WS-FIND-PGM        PIC X(8) VALUE SPACE.
         01  WS-DAY-AREA.
           03 WS-DAY-DATE        PIC 9(8) VALUE 0.
           03 WS-DAY-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-DAY-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-SCAN-IDX        PIC 9(4) COMP VALUE 0.
           03 WS-DAY-TABLE OCCURS 200 TIMES INDEXED BY WS-DAY-X.
              05 WS-DAY-PGM      PIC X(8).
              05 WS-DAY-INPUT    PIC X(12).
              05 WS-DAY-STATUS   PIC X(1).
              05 WS-DAY-START    PIC 9(6).
              05 WS-DAY-END      PIC 9(6).
           03 WS-DAY-OVERFLOW-SW PIC X(1) VALUE 'N'.
              88 DAY-TABLE-OVERFLOWED            VALUE 'Y'.
           03 WS-DAY-ACTIVE-SW   PIC X(1) VALUE 'N'.
              88 DAY-ACTIVE                      VALUE 'Y'.
           03 WS-NEXT-INT        PIC 9(7) COMP VALUE 0.
           03 WS-STOP-INT        PIC 9(7) COMP VALUE 0.
           03 WS-EMPTY-DATE-N    PIC 9(8) VALUE 0.
           03 WS-SORT-EOF-SW     PIC X(1) VALUE 'N'.
              88 SORT-FILE-EOF                   VALUE 'Y'.
           03 WS-RUN-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-RUN                       VALUE 'Y'.
           03 WS-PRED-DONE-SW    PIC X(1) VALUE 'N'.
              88 PRED-COMPLETED                  VALUE 'Y'.
           03 WS-PRED-END        PIC 9(6) VALUE 0.
           03 WS-FLAG-SW         PIC X(1) VALUE 'N'.
              88 RUN-FLAGGED                     VALUE 'Y'.
           03 WS-WIN-FIRST       PIC 9(6) VALUE 0.
           03 WS-WIN-LAST        PIC 9(6) VALUE 0.
         01  WS-TREND-AREA.
           03 WS-DATE-ENTRIES    PIC 9(4) COMP VALUE 0.
           03 WS-DATE-IDX        PIC 9(4) COMP VALUE 0.
           03 WS-DATE-TABLE OCCURS 400 TIMES INDEXED BY WS-DATE-X.
              05 WS-DATE-V       PIC 9(8).
              05 WS-DATE-FIRST   PIC 9(6).
              05 WS-DATE-LAST    PIC 9(6).
           03 WS-DATE-FOUND-SW   PIC X(1) VALUE 'N'.
              88 FOUND-DATE                      VALUE 'Y'.
           03 WS-DATE-OVERFLOW-SW PIC X(1) VALUE 'N'.
              88 DATE-TABLE-OVERFLOWED           VALUE 'Y'.
           03 WS-CUTOFF-DATE     PIC 9(8) VALUE 0.
           03 WS-CEILING-DATE    PIC 9(8) VALUE 0.
           03 WS-PICK-DATE       PIC 9(8) VALUE 0.
           03 WS-PICK-IDX        PIC 9(4) COMP VALUE 0.
           03 WS-DATES-USED      PIC 9(4) COMP VALUE 0.
           03 WS-TRD-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-TRD-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-TRD-TABLE OCCURS 100 TIMES INDEXED BY WS-TRD-X.
              05 WS-TRD-PGM      PIC X(8).
              05 WS-TRD-RUNS     PIC 9(5) COMP.
              05 WS-TRD-TOTAL    PIC 9(9) COMP.
              05 WS-TRD-MIN      PIC 9(7) COMP.
              05 WS-TRD-MAX      PIC 9(7) COMP.
              05 WS-TRD-LATEST-D PIC 9(8).
              05 WS-TRD-LATEST   PIC 9(7) COMP.
              05 WS-TRD-LATEST-N PIC 9(5) COMP.
           03 WS-TRD-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-TREND                     VALUE 'Y'.
           03 WS-TRD-AVERAGE     PIC 9(7) COMP VALUE 0.
           03 WS-TRD-LATEST-AVG  PIC 9(7) COMP VALUE 0.
         01  WS-TIME-AREA.
           03 WS-HMS             PIC 9(6) VALUE 0.
           03 WS-HMS-R REDEFINES WS-HMS.
              05 WS-HMS-HH       PIC 9(2).
              05 WS-HMS-MM       PIC 9(2).
              05 WS-HMS-SS       PIC 9(2).
           03 WS-SECS            PIC 9(7) COMP VALUE 0.
           03 WS-START-SECS      PIC 9(7) COMP VALUE 0.
           03 WS-ELAPSED-SECS    PIC 9(7) COMP VALUE 0.
           03 WS-REST-SECS       PIC 9(7) COMP VALUE 0.
           03 WS-HMS-EDIT.
              05 HMS-HH          PIC 9(2).
              05 FILLER          PIC X(1) VALUE ':'.
              05 HMS-MM          PIC 9(2).
              05 FILLER          PIC X(1) VALUE ':'.
              05 HMS-SS          PIC 9(2).
         01  WS-REPORT-AREA.
           03 WS-HDR-LINE.
              05 FILLER          PIC X(40) VALUE
                 'HMWRK03U BATCH WINDOW AND SLA REPORT    '.
              05 FILLER          PIC X(5) VALUE 'FROM '.
              05 HDR-FROM-DATE   PIC X(8).
              05 FILLER          PIC X(4) VALUE ' TO '.
              05 HDR-TO-DATE     PIC X(8).
              05 FILLER          PIC X(67) VALUE SPACE.
           03 WS-DATE-LINE.
              05 FILLER          PIC X(14) VALUE 'BUSINESS DATE '.
              05 DATE-BUS-DATE   PIC 9(8).
              05 FILLER          PIC X(110) VALUE SPACE.
           03 WS-COL-HDR-LINE.
              05 FILLER          PIC X(132) VALUE
                 '    PROGRAM  INPUT ID     START    END      ELAPSED  S
      -          'TATUS       SLA      SLA CHECK  PREDECESSOR'.
           03 WS-DTL-LINE.
              05 DTL-FLAG        PIC X(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-PGM         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-INPUT       PIC X(12).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-START       PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-END         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-ELAPSED     PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-STATUS      PIC X(12).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-SLA         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-SLA-CHECK   PIC X(10).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-PRED-CHECK  PIC X(22).
              05 FILLER          PIC X(23) VALUE SPACE.
           03 WS-WINDOW-LINE.
              05 FILLER          PIC X(4) VALUE SPACE.
              05 FILLER          PIC X(22) VALUE
                 'BATCH WINDOW          '.
              05 WIN-START       PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 WIN-END         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 WIN-ELAPSED     PIC X(8).
              05 FILLER          PIC X(80) VALUE SPACE.
           03 WS-EMPTY-LINE.
              05 FILLER          PIC X(4) VALUE SPACE.
              05 FILLER          PIC X(40) VALUE
                 'NO CONTROLLED STEPS RAN ON THIS DATE    '.
              05 FILLER          PIC X(88) VALUE SPACE.
           03 WS-TRD-HDR-LINE.
              05 FILLER          PIC X(40) VALUE
                 'ELAPSED TIME TREND OVER LAST BUSINESS DA'.
              05 FILLER          PIC X(5) VALUE 'TES: '.
              05 TRH-DAYS        PIC ZZ9.
              05 FILLER          PIC X(6) VALUE ' FROM '.
              05 TRH-FROM        PIC 9(8).
              05 FILLER          PIC X(4) VALUE ' TO '.
              05 TRH-TO          PIC 9(8).
              05 FILLER          PIC X(58) VALUE SPACE.
           03 WS-TRD-COL-LINE.
              05 FILLER          PIC X(132) VALUE
                 '    PROGRAM   RUNS AVERAGE  MINIMUM  MAXIMUM  LATEST
      -          '  TREND'.
           03 WS-TRD-LINE.
              05 FILLER          PIC X(4) VALUE SPACE.
              05 TRD-PGM         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TRD-RUNS        PIC ZZZZ9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TRD-AVERAGE     PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TRD-MIN         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TRD-MAX         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TRD-LATEST      PIC X(8).
              05 FILLER          PIC X(2) VALUE SPACE.
              05 TRD-FLAG        PIC X(8).
              05 FILLER          PIC X(68) VALUE SPACE.
           03 WS-TRW-COL-LINE.
              05 FILLER          PIC X(132) VALUE
                 '    DATE     FIRST    LAST     WINDOW'.
           03 WS-TRW-LINE.
              05 FILLER          PIC X(4) VALUE SPACE.
              05 TRW-DATE        PIC 9(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TRW-FIRST       PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TRW-LAST        PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 TRW-WINDOW      PIC X(8).
              05 FILLER          PIC X(93) VALUE SPACE.
         01  WS-TOTAL-AREA.
           03 WS-CTL-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-RUN-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-OPEN-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-SLA-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-PRED-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-MISSING-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-EMPTY-COUNT     PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           IF SCH-FILE-OPEN
               PERFORM H120-LOAD-SCHEDULE UNTIL SCH-FILE-EOF
           END-IF
           SORT SRT-FILE ON ASCENDING KEY SRT-DATE SRT-START
                                          SRT-PROGRAM SRT-INPUT-ID
               INPUT PROCEDURE IS H200-RELEASE-RUNS
                   THRU H200-RELEASE-END
               OUTPUT PROCEDURE IS H500-PRINT-RUNS
                   THRU H500-PRINT-END
           PERFORM H700-PRINT-TREND THRU H700-END
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-READ-RUN-PARM.
           OPEN INPUT  RUN-CTL-FILE.
           IF (ST-CTL NOT = 0) AND (ST-CTL NOT = 97)
           DISPLAY '1'
           DISPLAY 'UNABLE TO OPEN RUNCTL: ' ST-CTL
           MOVE ST-CTL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  SCH-FILE.
           IF SCH-FILE-MISSING
               DISPLAY 'SCHFILE NOT FOUND; NO SCHEDULE CHECKS MADE'
           ELSE
               IF (ST-SCH NOT = 0) AND (ST-SCH NOT = 97)
               DISPLAY '2'
               DISPLAY 'UNABLE TO OPEN SCHFILE: ' ST-SCH
               MOVE ST-SCH TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-SCH-OPEN-SW
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF (ST-RPT NOT = 0) AND (ST-RPT NOT = 97)
           DISPLAY '3'
           DISPLAY 'UNABLE TO OPEN SLARPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           MOVE WS-FROM-DATE TO HDR-FROM-DATE.
           MOVE WS-TO-DATE   TO HDR-TO-DATE.
           MOVE WS-HDR-LINE  TO RPT-LINE.
           WRITE RPT-LINE.
       H100-END. EXIT.

       H110-READ-RUN-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-SUCCESS
               READ PARM-FILE
               IF PARM-FILE-SUCCESS
                   PERFORM H111-TAKE-RUN-PARM
               END-IF
               CLOSE PARM-FILE
           END-IF.
           IF (FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-N) = 0) OR
              (FUNCTION INTEGER-OF-DATE (WS-TO-DATE-N) = 0) OR
              (WS-FROM-DATE-N > WS-TO-DATE-N)
               DISPLAY 'INVALID DATE RANGE: ' WS-FROM-DATE ' '
                       WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-TREND-DAYS = 0
               MOVE 1 TO WS-TREND-DAYS
           END-IF.
           COMPUTE WS-NEXT-INT =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-N).
       H110-END. EXIT.

       H111-TAKE-RUN-PARM.
           IF PARM-FROM-DATE NUMERIC
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
               MOVE PARM-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF PARM-TO-DATE NUMERIC
               MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           IF PARM-TREND-DAYS NUMERIC
               MOVE PARM-TREND-DAYS TO WS-TREND-DAYS
           END-IF.
       H111-END. EXIT.

       H120-LOAD-SCHEDULE.
           READ SCH-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H121-STORE-SCHEDULE.
       H120-END. EXIT.

       H121-STORE-SCHEDULE.
           IF WS-SCH-ENTRIES < 50
               ADD 1 TO WS-SCH-ENTRIES
               SET WS-SCH-X TO WS-SCH-ENTRIES
               MOVE SCH-PROGRAM TO WS-SCH-PGM (WS-SCH-X)
               IF SCH-SLA-TIME NUMERIC
                   MOVE SCH-SLA-TIME TO WS-SCH-SLA (WS-SCH-X)
               ELSE
                   MOVE 0 TO WS-SCH-SLA (WS-SCH-X)
               END-IF
               MOVE SCH-PREDECESSOR (1) TO WS-SCH-PRED (WS-SCH-X, 1)
               MOVE SCH-PREDECESSOR (2) TO WS-SCH-PRED (WS-SCH-X, 2)
               MOVE SCH-PREDECESSOR (3) TO WS-SCH-PRED (WS-SCH-X, 3)
           ELSE
               DISPLAY 'MORE THAN 50 SCHFILE ENTRIES; EXTRA IGNORED'
           END-IF.
       H121-END. EXIT.

       H200-RELEASE-RUNS.
           MOVE 'N' TO WS-CTL-SCAN-SW.
           MOVE LOW-VALUES TO RCTL-KEY.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RCTL-KEY
             INVALID KEY     MOVE 'Y' TO WS-CTL-SCAN-SW
             NOT INVALID KEY
                 PERFORM H210-READ-RUNCTL UNTIL CTL-SCAN-DONE.
       H200-RELEASE-END. EXIT.

       H210-READ-RUNCTL.
           READ RUN-CTL-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CTL-SCAN-SW.
           IF CTL-FILE-SUCCESS
               PERFORM H220-TAKE-RUNCTL
           ELSE
               MOVE 'Y' TO WS-CTL-SCAN-SW
           END-IF.
       H210-END. EXIT.

       H220-TAKE-RUNCTL.
           ADD 1 TO WS-CTL-COUNT.
           IF RCTL-BUS-DATE NOT > WS-TO-DATE-N
               PERFORM H230-NOTE-DATE
           END-IF.
           IF (RCTL-BUS-DATE NOT < WS-FROM-DATE-N) AND
              (RCTL-BUS-DATE NOT > WS-TO-DATE-N)
               MOVE RCTL-BUS-DATE   TO SRT-DATE
               MOVE RCTL-START-TIME TO SRT-START
               MOVE RCTL-PROGRAM    TO SRT-PROGRAM
               MOVE RCTL-INPUT-ID   TO SRT-INPUT-ID
               MOVE RCTL-STATUS     TO SRT-STATUS
               MOVE RCTL-END-TIME   TO SRT-END
               RELEASE SRT-REC
           END-IF.
       H220-END. EXIT.

       H230-NOTE-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SW.
           MOVE 1   TO WS-DATE-IDX.
           PERFORM H231-MATCH-DATE
               UNTIL (WS-DATE-IDX > WS-DATE-ENTRIES) OR FOUND-DATE.
           IF NOT FOUND-DATE
               IF WS-DATE-ENTRIES < 400
                   ADD 1 TO WS-DATE-ENTRIES
                   SET WS-DATE-X TO WS-DATE-ENTRIES
                   MOVE RCTL-BUS-DATE TO WS-DATE-V (WS-DATE-X)
                   MOVE 0             TO WS-DATE-FIRST (WS-DATE-X)
                   MOVE 0             TO WS-DATE-LAST (WS-DATE-X)
               ELSE
                   MOVE 'Y' TO WS-DATE-OVERFLOW-SW
               END-IF
           END-IF.
       H230-END. EXIT.

       H231-MATCH-DATE.
           SET WS-DATE-X TO WS-DATE-IDX.
           IF WS-DATE-V (WS-DATE-X) = RCTL-BUS-DATE
               MOVE 'Y' TO WS-DATE-FOUND-SW
           ELSE
               ADD 1 TO WS-DATE-IDX
           END-IF.
       H231-END. EXIT.

       H500-PRINT-RUNS.
           PERFORM H510-RETURN-NEXT UNTIL SORT-FILE-EOF.
           IF DAY-ACTIVE
               PERFORM H600-PRINT-DAY THRU H600-END
           END-IF.
           COMPUTE WS-STOP-INT =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE-N) + 1.
           PERFORM H530-PRINT-EMPTY-DATE
               UNTIL WS-NEXT-INT NOT < WS-STOP-INT.
       H500-PRINT-END. EXIT.

       H510-RETURN-NEXT.
           RETURN SRT-FILE
             AT END     MOVE 'Y' TO WS-SORT-EOF-SW
             NOT AT END PERFORM H520-TAKE-RUN.
       H510-END. EXIT.

       H520-TAKE-RUN.
           IF DAY-ACTIVE AND (SRT-DATE NOT = WS-DAY-DATE)
               PERFORM H600-PRINT-DAY THRU H600-END
           END-IF.
           IF NOT DAY-ACTIVE
               COMPUTE WS-STOP-INT =
                   FUNCTION INTEGER-OF-DATE (SRT-DATE)
               PERFORM H530-PRINT-EMPTY-DATE
                   UNTIL WS-NEXT-INT NOT < WS-STOP-INT
               MOVE 'Y'      TO WS-DAY-ACTIVE-SW
               MOVE SRT-DATE TO WS-DAY-DATE
               MOVE 0        TO WS-DAY-ENTRIES
               COMPUTE WS-NEXT-INT = WS-STOP-INT + 1
           END-IF.
           IF WS-DAY-ENTRIES < 200
               ADD 1 TO WS-DAY-ENTRIES
               SET WS-DAY-X TO WS-DAY-ENTRIES
               MOVE SRT-PROGRAM  TO WS-DAY-PGM (WS-DAY-X)
               MOVE SRT-INPUT-ID TO WS-DAY-INPUT (WS-DAY-X)
               MOVE SRT-STATUS   TO WS-DAY-STATUS (WS-DAY-X)
               MOVE SRT-START    TO WS-DAY-START (WS-DAY-X)
               MOVE SRT-END      TO WS-DAY-END (WS-DAY-X)
           ELSE
               IF NOT DAY-TABLE-OVERFLOWED
                   DISPLAY 'MORE THAN 200 RUNS ON ' SRT-DATE
                           '; EXTRA NOT REPORTED'
               END-IF
               MOVE 'Y' TO WS-DAY-OVERFLOW-SW
           END-IF.
       H520-END. EXIT.

       H530-PRINT-EMPTY-DATE.
           COMPUTE WS-EMPTY-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-NEXT-INT).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EMPTY-DATE-N TO DATE-BUS-DATE.
           MOVE WS-DATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EMPTY-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-DAY-ENTRIES.
           PERFORM H640-CHECK-MISSING
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-ENTRIES.
           ADD 1 TO WS-EMPTY-COUNT.
           ADD 1 TO WS-NEXT-INT.
       H530-END. EXIT.

       H600-PRINT-DAY.
           MOVE 'N' TO WS-DAY-ACTIVE-SW.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DAY-DATE TO DATE-BUS-DATE.
           MOVE WS-DATE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COL-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 999999 TO WS-WIN-FIRST.
           MOVE 0      TO WS-WIN-LAST.
           PERFORM H610-PRINT-RUN
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-ENTRIES.
           PERFORM H640-CHECK-MISSING
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-ENTRIES.
           IF WS-WIN-LAST = 0
               GO TO H600-END
           END-IF.
           MOVE WS-WIN-FIRST TO WS-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT  TO WIN-START.
           MOVE WS-WIN-LAST  TO WS-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT  TO WIN-END.
           MOVE WS-WIN-FIRST TO WS-HMS.
           PERFORM H800-HMS-TO-SECS.
           MOVE WS-SECS      TO WS-START-SECS.
           MOVE WS-WIN-LAST  TO WS-HMS.
           PERFORM H800-HMS-TO-SECS.
           PERFORM H820-ELAPSED.
           PERFORM H830-SECS-TO-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT  TO WIN-ELAPSED.
           MOVE WS-WINDOW-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H600-END. EXIT.

       H610-PRINT-RUN.
           SET WS-DAY-X TO WS-DAY-IDX.
           ADD 1 TO WS-RUN-COUNT.
           MOVE 'N'    TO WS-FLAG-SW.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-DAY-PGM (WS-DAY-X)   TO DTL-PGM.
           MOVE WS-DAY-INPUT (WS-DAY-X) TO DTL-INPUT.
           MOVE WS-DAY-START (WS-DAY-X) TO WS-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT TO DTL-START.
           IF WS-DAY-START (WS-DAY-X) < WS-WIN-FIRST
               MOVE WS-DAY-START (WS-DAY-X) TO WS-WIN-FIRST
           END-IF.
           IF WS-DAY-STATUS (WS-DAY-X) = 'C'
               MOVE 'COMPLETE'  TO DTL-STATUS
               MOVE WS-DAY-END (WS-DAY-X) TO WS-HMS
               PERFORM H810-EDIT-HMS
               MOVE WS-HMS-EDIT TO DTL-END
               IF WS-DAY-END (WS-DAY-X) > WS-WIN-LAST
                   MOVE WS-DAY-END (WS-DAY-X) TO WS-WIN-LAST
               END-IF
               MOVE WS-DAY-START (WS-DAY-X) TO WS-HMS
               PERFORM H800-HMS-TO-SECS
               MOVE WS-SECS TO WS-START-SECS
               MOVE WS-DAY-END (WS-DAY-X) TO WS-HMS
               PERFORM H800-HMS-TO-SECS
               PERFORM H820-ELAPSED
               PERFORM H830-SECS-TO-HMS
               PERFORM H810-EDIT-HMS
               MOVE WS-HMS-EDIT TO DTL-ELAPSED
           ELSE
               MOVE 'NOT COMPLETE' TO DTL-STATUS
               MOVE 'Y' TO WS-FLAG-SW
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
           MOVE WS-DAY-PGM (WS-DAY-X) TO WS-FIND-PGM.
           PERFORM H620-FIND-SCHEDULE.
           IF FOUND-SCHEDULE
               PERFORM H630-CHECK-SCHEDULE
           ELSE
               MOVE 'UNSCHEDULED' TO DTL-PRED-CHECK
           END-IF.
           IF RUN-FLAGGED
               MOVE '***' TO DTL-FLAG
           END-IF.
           MOVE WS-DTL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H610-END. EXIT.

       H620-FIND-SCHEDULE.
           MOVE 'N' TO WS-SCH-FOUND-SW.
           MOVE 1   TO WS-SCH-IDX.
           PERFORM H621-MATCH-SCHEDULE
               UNTIL (WS-SCH-IDX > WS-SCH-ENTRIES) OR FOUND-SCHEDULE.
       H620-END. EXIT.

       H621-MATCH-SCHEDULE.
           SET WS-SCH-X TO WS-SCH-IDX.
           IF WS-SCH-PGM (WS-SCH-X) = WS-FIND-PGM
               MOVE 'Y' TO WS-SCH-FOUND-SW
           ELSE
               ADD 1 TO WS-SCH-IDX
           END-IF.
       H621-END. EXIT.

       H630-CHECK-SCHEDULE.
           IF WS-SCH-SLA (WS-SCH-X) > 0
               MOVE WS-SCH-SLA (WS-SCH-X) TO WS-HMS
               PERFORM H810-EDIT-HMS
               MOVE WS-HMS-EDIT TO DTL-SLA
               IF WS-DAY-STATUS (WS-DAY-X) = 'C'
                   IF WS-DAY-END (WS-DAY-X) > WS-SCH-SLA (WS-SCH-X)
                       MOVE 'SLA MISSED' TO DTL-SLA-CHECK
                       MOVE 'Y' TO WS-FLAG-SW
                       ADD 1 TO WS-SLA-COUNT
                   ELSE
                       MOVE 'ON TIME' TO DTL-SLA-CHECK
                   END-IF
               END-IF
           END-IF.
           MOVE 'OK' TO DTL-PRED-CHECK.
           PERFORM H631-CHECK-PREDECESSOR THRU H631-END
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > 3.
       H630-END. EXIT.

       H631-CHECK-PREDECESSOR.
           IF WS-SCH-PRED (WS-SCH-X, WS-PRED-IDX) = SPACES
               GO TO H631-END
           END-IF.
           MOVE 'N' TO WS-PRED-DONE-SW.
           MOVE 0   TO WS-PRED-END.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           PERFORM H632-SCAN-PREDECESSOR
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-DAY-ENTRIES.
           IF NOT PRED-COMPLETED
               MOVE 'PRED NOT DONE ' TO DTL-PRED-CHECK
               MOVE WS-SCH-PRED (WS-SCH-X, WS-PRED-IDX)
                   TO DTL-PRED-CHECK (15:8)
               MOVE 'Y' TO WS-FLAG-SW
               ADD 1 TO WS-PRED-COUNT
               MOVE 4 TO WS-PRED-IDX
           ELSE
               IF WS-PRED-END > WS-DAY-START (WS-DAY-X)
                   MOVE 'BEFORE PRED   ' TO DTL-PRED-CHECK
                   MOVE WS-SCH-PRED (WS-SCH-X, WS-PRED-IDX)
                       TO DTL-PRED-CHECK (15:8)
                   MOVE 'Y' TO WS-FLAG-SW
                   ADD 1 TO WS-PRED-COUNT
                   MOVE 4 TO WS-PRED-IDX
               END-IF
           END-IF.
       H631-END. EXIT.

       H632-SCAN-PREDECESSOR.
           IF (WS-DAY-PGM (WS-SCAN-IDX) =
                  WS-SCH-PRED (WS-SCH-X, WS-PRED-IDX)) AND
              (WS-DAY-STATUS (WS-SCAN-IDX) = 'C')
               MOVE 'Y' TO WS-PRED-DONE-SW
               IF WS-DAY-END (WS-SCAN-IDX) > WS-PRED-END
                   MOVE WS-DAY-END (WS-SCAN-IDX) TO WS-PRED-END
               END-IF
           END-IF.
       H632-END. EXIT.

       H640-CHECK-MISSING.
           SET WS-SCH-X TO WS-SCH-IDX.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           MOVE 1   TO WS-DAY-IDX.
           PERFORM H641-MATCH-RUN
               UNTIL (WS-DAY-IDX > WS-DAY-ENTRIES) OR FOUND-RUN.
           IF NOT FOUND-RUN
               MOVE SPACES              TO WS-DTL-LINE
               MOVE '***'               TO DTL-FLAG
               MOVE WS-SCH-PGM (WS-SCH-X) TO DTL-PGM
               MOVE 'NEVER RAN'         TO DTL-STATUS
               IF WS-SCH-SLA (WS-SCH-X) > 0
                   MOVE WS-SCH-SLA (WS-SCH-X) TO WS-HMS
                   PERFORM H810-EDIT-HMS
                   MOVE WS-HMS-EDIT     TO DTL-SLA
                   MOVE 'SLA MISSED'    TO DTL-SLA-CHECK
               END-IF
               MOVE WS-DTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
       H640-END. EXIT.

       H641-MATCH-RUN.
           IF WS-DAY-PGM (WS-DAY-IDX) = WS-SCH-PGM (WS-SCH-X)
               MOVE 'Y' TO WS-RUN-FOUND-SW
           ELSE
               ADD 1 TO WS-DAY-IDX
           END-IF.
       H641-END. EXIT.

       H700-PRINT-TREND.
           PERFORM H710-FIND-CUTOFF.
           IF WS-DATES-USED = 0
               GO TO H700-END
           END-IF.
           MOVE 'N' TO WS-CTL-SCAN-SW.
           MOVE LOW-VALUES TO RCTL-KEY.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RCTL-KEY
             INVALID KEY     MOVE 'Y' TO WS-CTL-SCAN-SW
             NOT INVALID KEY
                 PERFORM H720-READ-TREND UNTIL CTL-SCAN-DONE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DATES-USED  TO TRH-DAYS.
           MOVE WS-CUTOFF-DATE TO TRH-FROM.
           MOVE WS-TO-DATE-N   TO TRH-TO.
           MOVE WS-TRD-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRD-COL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM H740-PRINT-TREND-LINE
               VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > WS-TRD-ENTRIES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRW-COL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 99999999 TO WS-CEILING-DATE.
           PERFORM H750-PRINT-WINDOW-LINE THRU H750-END
               WS-DATES-USED TIMES.
       H700-END. EXIT.

       H710-FIND-CUTOFF.
           MOVE 0 TO WS-DATES-USED.
           MOVE 0 TO WS-CUTOFF-DATE.
           COMPUTE WS-CEILING-DATE = WS-TO-DATE-N + 1.
           PERFORM H711-PICK-NEXT-DATE
               UNTIL (WS-DATES-USED NOT < WS-TREND-DAYS) OR
                     (WS-CEILING-DATE = 0).
       H710-END. EXIT.

       H711-PICK-NEXT-DATE.
           PERFORM H712-PICK-LATEST-BELOW.
           IF WS-PICK-DATE = 0
               MOVE 0 TO WS-CEILING-DATE
           ELSE
               ADD 1 TO WS-DATES-USED
               MOVE WS-PICK-DATE TO WS-CUTOFF-DATE
               MOVE WS-PICK-DATE TO WS-CEILING-DATE
           END-IF.
       H711-END. EXIT.

       H712-PICK-LATEST-BELOW.
           MOVE 0 TO WS-PICK-DATE.
           MOVE 0 TO WS-PICK-IDX.
           PERFORM H713-COMPARE-DATE
               VARYING WS-DATE-IDX FROM 1 BY 1
               UNTIL WS-DATE-IDX > WS-DATE-ENTRIES.
       H712-END. EXIT.

       H713-COMPARE-DATE.
           SET WS-DATE-X TO WS-DATE-IDX.
           IF (WS-DATE-V (WS-DATE-X) < WS-CEILING-DATE) AND
              (WS-DATE-V (WS-DATE-X) > WS-PICK-DATE)
               MOVE WS-DATE-V (WS-DATE-X) TO WS-PICK-DATE
               MOVE WS-DATE-IDX           TO WS-PICK-IDX
           END-IF.
       H713-END. EXIT.

       H720-READ-TREND.
           READ RUN-CTL-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CTL-SCAN-SW.
           IF CTL-FILE-SUCCESS
               PERFORM H730-TAKE-TREND THRU H730-END
           ELSE
               MOVE 'Y' TO WS-CTL-SCAN-SW
           END-IF.
       H720-END. EXIT.

       H730-TAKE-TREND.
           IF (RCTL-BUS-DATE < WS-CUTOFF-DATE) OR
              (RCTL-BUS-DATE > WS-TO-DATE-N) OR
              (RCTL-STATUS NOT = 'C')
               GO TO H730-END
           END-IF.
           MOVE RCTL-START-TIME TO WS-HMS.
           PERFORM H800-HMS-TO-SECS.
           MOVE WS-SECS TO WS-START-SECS.
           MOVE RCTL-END-TIME TO WS-HMS.
           PERFORM H800-HMS-TO-SECS.
           PERFORM H820-ELAPSED.
           PERFORM H230-NOTE-DATE.
           IF FOUND-DATE
               IF (WS-DATE-FIRST (WS-DATE-X) = 0) OR
                  (RCTL-START-TIME < WS-DATE-FIRST (WS-DATE-X))
                   MOVE RCTL-START-TIME TO WS-DATE-FIRST (WS-DATE-X)
               END-IF
               IF RCTL-END-TIME > WS-DATE-LAST (WS-DATE-X)
                   MOVE RCTL-END-TIME TO WS-DATE-LAST (WS-DATE-X)
               END-IF
           END-IF.
           MOVE 'N' TO WS-TRD-FOUND-SW.
           MOVE 1   TO WS-TRD-IDX.
           PERFORM H731-MATCH-TREND
               UNTIL (WS-TRD-IDX > WS-TRD-ENTRIES) OR FOUND-TREND.
           IF NOT FOUND-TREND
               IF WS-TRD-ENTRIES NOT < 100
                   GO TO H730-END
               END-IF
               ADD 1 TO WS-TRD-ENTRIES
               SET WS-TRD-X TO WS-TRD-ENTRIES
               MOVE RCTL-PROGRAM    TO WS-TRD-PGM (WS-TRD-X)
               MOVE 0               TO WS-TRD-RUNS (WS-TRD-X)
               MOVE 0               TO WS-TRD-TOTAL (WS-TRD-X)
               MOVE WS-ELAPSED-SECS TO WS-TRD-MIN (WS-TRD-X)
               MOVE 0               TO WS-TRD-MAX (WS-TRD-X)
               MOVE 0               TO WS-TRD-LATEST-D (WS-TRD-X)
               MOVE 0               TO WS-TRD-LATEST (WS-TRD-X)
               MOVE 0               TO WS-TRD-LATEST-N (WS-TRD-X)
           END-IF.
           ADD 1               TO WS-TRD-RUNS (WS-TRD-X).
           ADD WS-ELAPSED-SECS TO WS-TRD-TOTAL (WS-TRD-X).
           IF WS-ELAPSED-SECS < WS-TRD-MIN (WS-TRD-X)
               MOVE WS-ELAPSED-SECS TO WS-TRD-MIN (WS-TRD-X)
           END-IF.
           IF WS-ELAPSED-SECS > WS-TRD-MAX (WS-TRD-X)
               MOVE WS-ELAPSED-SECS TO WS-TRD-MAX (WS-TRD-X)
           END-IF.
           IF RCTL-BUS-DATE > WS-TRD-LATEST-D (WS-TRD-X)
               MOVE RCTL-BUS-DATE   TO WS-TRD-LATEST-D (WS-TRD-X)
               MOVE WS-ELAPSED-SECS TO WS-TRD-LATEST (WS-TRD-X)
               MOVE 1               TO WS-TRD-LATEST-N (WS-TRD-X)
           ELSE
               IF RCTL-BUS-DATE = WS-TRD-LATEST-D (WS-TRD-X)
                   ADD WS-ELAPSED-SECS TO WS-TRD-LATEST (WS-TRD-X)
                   ADD 1 TO WS-TRD-LATEST-N (WS-TRD-X)
               END-IF
           END-IF.
       H730-END. EXIT.

       H731-MATCH-TREND.
           SET WS-TRD-X TO WS-TRD-IDX.
           IF WS-TRD-PGM (WS-TRD-X) = RCTL-PROGRAM
               MOVE 'Y' TO WS-TRD-FOUND-SW
           ELSE
               ADD 1 TO WS-TRD-IDX
           END-IF.
       H731-END. EXIT.

       H740-PRINT-TREND-LINE.
           SET WS-TRD-X TO WS-TRD-IDX.
           MOVE WS-TRD-PGM (WS-TRD-X)  TO TRD-PGM.
           MOVE WS-TRD-RUNS (WS-TRD-X) TO TRD-RUNS.
           COMPUTE WS-TRD-AVERAGE ROUNDED =
               WS-TRD-TOTAL (WS-TRD-X) / WS-TRD-RUNS (WS-TRD-X).
           MOVE WS-TRD-AVERAGE TO WS-ELAPSED-SECS.
           PERFORM H830-SECS-TO-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT TO TRD-AVERAGE.
           MOVE WS-TRD-MIN (WS-TRD-X) TO WS-ELAPSED-SECS.
           PERFORM H830-SECS-TO-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT TO TRD-MIN.
           MOVE WS-TRD-MAX (WS-TRD-X) TO WS-ELAPSED-SECS.
           PERFORM H830-SECS-TO-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT TO TRD-MAX.
           COMPUTE WS-TRD-LATEST-AVG ROUNDED =
               WS-TRD-LATEST (WS-TRD-X) / WS-TRD-LATEST-N (WS-TRD-X).
           MOVE WS-TRD-LATEST-AVG TO WS-ELAPSED-SECS.
           PERFORM H830-SECS-TO-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT TO TRD-LATEST.
           IF (WS-TRD-LATEST-AVG * 10) >
              (WS-TRD-AVERAGE * 11)
               MOVE 'RISING'  TO TRD-FLAG
           ELSE
               MOVE SPACES    TO TRD-FLAG
           END-IF.
           MOVE WS-TRD-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H740-END. EXIT.

       H750-PRINT-WINDOW-LINE.
           PERFORM H712-PICK-LATEST-BELOW.
           MOVE WS-PICK-DATE TO WS-CEILING-DATE.
           IF WS-PICK-IDX = 0
               GO TO H750-END
           END-IF.
           SET WS-DATE-X TO WS-PICK-IDX.
           MOVE WS-DATE-V (WS-DATE-X)     TO TRW-DATE.
           MOVE WS-DATE-FIRST (WS-DATE-X) TO WS-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT TO TRW-FIRST.
           PERFORM H800-HMS-TO-SECS.
           MOVE WS-SECS TO WS-START-SECS.
           MOVE WS-DATE-LAST (WS-DATE-X)  TO WS-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT TO TRW-LAST.
           PERFORM H800-HMS-TO-SECS.
           PERFORM H820-ELAPSED.
           PERFORM H830-SECS-TO-HMS.
           PERFORM H810-EDIT-HMS.
           MOVE WS-HMS-EDIT TO TRW-WINDOW.
           MOVE WS-TRW-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H750-END. EXIT.

       H800-HMS-TO-SECS.
           COMPUTE WS-SECS = WS-HMS-HH * 3600
                           + WS-HMS-MM * 60
                           + WS-HMS-SS.
       H800-END. EXIT.

       H810-EDIT-HMS.
           MOVE WS-HMS-HH TO HMS-HH.
           MOVE WS-HMS-MM TO HMS-MM.
           MOVE WS-HMS-SS TO HMS-SS.
       H810-END. EXIT.

       H820-ELAPSED.
           IF WS-SECS < WS-START-SECS
               COMPUTE WS-ELAPSED-SECS =
                   WS-SECS + 86400 - WS-START-SECS
           ELSE
               COMPUTE WS-ELAPSED-SECS = WS-SECS - WS-START-SECS
           END-IF.
       H820-END. EXIT.

       H830-SECS-TO-HMS.
           DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-REST-SECS.
           DIVIDE WS-REST-SECS BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.
       H830-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03U BATCH WINDOW AND SLA'.
           DISPLAY 'FROM BUSINESS DATE        : ' WS-FROM-DATE.
           DISPLAY 'TO BUSINESS DATE          : ' WS-TO-DATE.
           DISPLAY 'RUNCTL RECORDS READ       : ' WS-CTL-COUNT.
           DISPLAY 'RUNS REPORTED             : ' WS-RUN-COUNT.
           DISPLAY 'RUNS NOT COMPLETE         : ' WS-OPEN-COUNT.
           DISPLAY 'RUNS PAST SLA             : ' WS-SLA-COUNT.
           DISPLAY 'PREDECESSOR FAILURES      : ' WS-PRED-COUNT.
           DISPLAY 'SCHEDULED STEPS NOT RUN   : ' WS-MISSING-COUNT.
           DISPLAY 'DATES WITH NO RUNS        : ' WS-EMPTY-COUNT.
           DISPLAY '-------------------------------------------'.
           IF WS-OPEN-COUNT > 0 OR WS-SLA-COUNT > 0 OR
              WS-PRED-COUNT > 0 OR WS-MISSING-COUNT > 0 OR
              WS-EMPTY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-CTL-FILE.
           IF SCH-FILE-OPEN
               CLOSE SCH-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
