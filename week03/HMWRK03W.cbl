       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03W.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE  ASSIGN TO LOGFILE
                            STATUS ST-LOG.
           SELECT VSAM-FILE ASSIGN TO VSAMFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY VSAM-KEY
                            ALTERNATE RECORD KEY VSAM-DVZ
                                 WITH DUPLICATES
                            STATUS ST-VSAM.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY CUST-KEY
                            STATUS ST-CUS.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY RATE-KEY
                            STATUS ST-RAT.
           SELECT AMT-FILE  ASSIGN TO AMLTHR
                            STATUS ST-AMT.
           SELECT AML-FILE  ASSIGN TO AMLALRT
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY AML-KEY
                            STATUS ST-AML.
           SELECT AMH-FILE  ASSIGN TO AMLHIST
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY AMH-KEY
                            STATUS ST-AMH.
           SELECT AMR-FILE  ASSIGN TO AMLREV
                            STATUS ST-AMR.
           SELECT RPT-FILE  ASSIGN TO AMLRPT
                            STATUS ST-RPT.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
           SELECT SRT-FILE  ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE RECORDING MODE F.
           COPY LOGREX.
       FD  VSAM-FILE.
           COPY VSAMREX.
       FD  CUST-FILE.
           COPY CUSTREX.
       FD  RATE-FILE.
         01  RATE-REC.
           03 RATE-KEY.
              05 RATE-DVZ        PIC S9(3) COMP.
              05 RATE-EFF-DATE   PIC S9(07) COMP-3.
           03 RATE-FACTOR        PIC S9(3)V9(6) COMP-3.
           03 RATE-BASE-CCY      PIC X(3).
       FD  AMT-FILE RECORDING MODE F.
         01  AMT-REC.
           03 AMT-DVZ             PIC X(3).
           03 AMT-REPORT-AMOUNT   PIC 9(15).
           03 AMT-BAND-PCT        PIC 9(3).
       FD  AML-FILE.
         01  AML-REC.
           03 AML-KEY.
              05 AML-CUST-NO      PIC S9(5) COMP-3.
              05 AML-ID           PIC S9(5) COMP-3.
              05 AML-DVZ          PIC S9(3) COMP.
              05 AML-RULE         PIC X(8).
              05 AML-DATE         PIC 9(8).
              05 AML-SEQ          PIC 9(9) COMP.
           03 AML-CUST-NAME       PIC X(30).
           03 AML-MOV-COUNT       PIC 9(5).
           03 AML-AMOUNT          PIC S9(15) COMP-3.
           03 AML-BASE-AMOUNT     PIC S9(15)V99 COMP-3.
           03 AML-BASE-CCY        PIC X(3).
           03 AML-LIMIT           PIC S9(15) COMP-3.
           03 AML-STATUS          PIC X(1).
           03 AML-RAISED-DATE     PIC 9(8).
           03 AML-REVIEWER        PIC X(8).
           03 AML-OUTCOME         PIC X(1).
           03 AML-REVIEW-DATE     PIC 9(8).
       FD  AMH-FILE.
         01  AMH-REC.
           03 AMH-KEY.
              05 AMH-GRP-CUST     PIC S9(5) COMP-3.
              05 AMH-GRP-ID       PIC S9(5) COMP-3.
              05 AMH-GRP-DVZ      PIC S9(3) COMP.
              05 AMH-DATE         PIC 9(8).
              05 AMH-SEQ          PIC 9(9) COMP.
           03 AMH-ID              PIC S9(5) COMP-3.
           03 AMH-DVZ             PIC S9(3) COMP.
           03 AMH-AMOUNT          PIC S9(15) COMP-3.
           03 AMH-BASE-AMOUNT     PIC S9(15)V99 COMP-3.
       FD  AMR-FILE RECORDING MODE F.
         01  AMR-REC.
           03 AMR-CUST-NO         PIC X(5).
           03 AMR-ID              PIC X(5).
           03 AMR-DVZ             PIC X(3).
           03 AMR-RULE            PIC X(8).
           03 AMR-DATE            PIC X(8).
           03 AMR-SEQ             PIC X(9).
           03 AMR-REVIEWER        PIC X(8).
           03 AMR-OUTCOME         PIC X(1).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-LINE             PIC X(132).
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-BUS-DATE       PIC X(8).
           03 PARM-WINDOW-DAYS    PIC X(3).
           03 PARM-STRUCT-COUNT   PIC X(3).
           03 PARM-TURN-RATIO     PIC X(3).
           03 PARM-TURN-MIN       PIC X(15).
       SD  SRT-FILE.
         01  SRT-REC.
           03 SRT-GRP-CUST        PIC S9(5) COMP-3.
           03 SRT-GRP-ID          PIC S9(5) COMP-3.
           03 SRT-GRP-DVZ         PIC S9(3) COMP.
           03 SRT-ID              PIC S9(5) COMP-3.
           03 SRT-DVZ             PIC S9(3) COMP.
           03 SRT-SEQ             PIC 9(9) COMP.
           03 SRT-AMOUNT          PIC S9(15) COMP-3.
           03 SRT-BASE-AMOUNT     PIC S9(15)V99 COMP-3.
           03 SRT-BASE-CCY        PIC X(3).
           03 SRT-NORATE-SW       PIC X(1).
           03 SRT-BEFORE-BAL      PIC S9(15) COMP-3.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-LOG             PIC 9(2).
              88 LOG-FILE-SUCCESS                VALUE 0 97.
              88 LOG-FILE-EOF                    VALUE 10.
           03 ST-VSAM            PIC 9(2).
              88 VSAM-FILE-SUCCESS               VALUE 0 97.
              88 VSAM-FILE-NOTFND                VALUE 23.
           03 ST-CUS             PIC 9(2).
              88 CUST-FILE-SUCCESS               VALUE 0 97.
              88 CUST-FILE-MISSING               VALUE 35.
           03 ST-RAT             PIC 9(2).
              88 RATE-FILE-SUCCESS                VALUE 0 97.
              88 RATE-FILE-NOTFND                 VALUE 23.
           03 ST-AMT             PIC 9(2).
              88 AMT-FILE-EOF                    VALUE 10.
              88 AMT-FILE-SUCCESS                VALUE 0 97.
           03 ST-AML             PIC 9(2).
              88 AML-FILE-SUCCESS                VALUE 0 97.
              88 AML-FILE-MISSING                VALUE 35.
           03 ST-AMH             PIC 9(2).
              88 AMH-FILE-SUCCESS                VALUE 0 97.
              88 AMH-FILE-EOF                    VALUE 10.
              88 AMH-FILE-MISSING                VALUE 35.
           03 ST-AMR             PIC 9(2).
              88 AMR-FILE-SUCCESS                VALUE 0 97.
              88 AMR-FILE-EOF                    VALUE 10.
              88 AMR-FILE-MISSING                VALUE 35.
           03 ST-RPT             PIC 9(2).
              88 RPT-FILE-SUCCESS                 VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
           03 WS-BUS-DATE        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE-N REDEFINES WS-BUS-DATE PIC 9(8).
           03 WS-BUS-JULIAN      PIC S9(07) COMP-3 VALUE 0.
           03 WS-WIN-START-N     PIC 9(8) VALUE 0.
           03 WS-CUST-OPEN-SW    PIC X(1) VALUE 'N'.
              88 CUST-FILE-OPEN                  VALUE 'Y'.
           03 WS-AMR-OPEN-SW     PIC X(1) VALUE 'N'.
              88 AMR-FILE-OPEN                   VALUE 'Y'.
         01  WS-CONTROL-AREA.
           03 WS-WINDOW-DAYS     PIC 9(3) VALUE 5.
           03 WS-STRUCT-COUNT    PIC 9(3) VALUE 3.
           03 WS-TURN-RATIO      PIC 9(3) VALUE 5.
           03 WS-TURN-MIN        PIC S9(15) COMP-3 VALUE 10000.
           03 WS-DEFAULT-BAND    PIC 9(3) VALUE 90.
         01  WS-THRESHOLD-AREA.
           03 WS-AMT-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-AMT-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-AMT-TABLE OCCURS 50 TIMES INDEXED BY WS-AMT-X.
              05 WS-AMT-DVZ-V    PIC S9(3) COMP.
              05 WS-AMT-LIMIT-V  PIC S9(15) COMP-3.
              05 WS-AMT-BAND-V   PIC 9(3).
           03 WS-AMT-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-AMT-THRESHOLD             VALUE 'Y'.
           03 WS-AMT-LIMIT       PIC S9(15) COMP-3 VALUE 0.
           03 WS-AMT-BAND        PIC 9(3) VALUE 0.
         01  WS-MOVEMENT-AREA.
           03 WS-LOG-SEQ         PIC 9(9) COMP VALUE 0.
           03 WS-LOG-ID-N        PIC S9(5) COMP-3 VALUE 0.
           03 WS-LOG-DVZ-N       PIC S9(3) COMP VALUE 0.
           03 WS-MOV-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           03 WS-MOV-CUST-NO     PIC S9(5) COMP-3 VALUE 0.
           03 WS-BASE-AMOUNT     PIC S9(15)V99 COMP-3 VALUE 0.
           03 WS-ABS-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           03 WS-NO-RATE-SW      PIC X(1) VALUE 'N'.
              88 NO-RATE-FOUND                   VALUE 'Y'.
         01  WS-BREAK-AREA.
           03 WS-SORT-EOF-SW     PIC X(1) VALUE 'N'.
              88 SORT-FILE-EOF                   VALUE 'Y'.
           03 WS-GRP-ACTIVE-SW   PIC X(1) VALUE 'N'.
              88 GRP-ACTIVE                      VALUE 'Y'.
           03 WS-ACC-ACTIVE-SW   PIC X(1) VALUE 'N'.
              88 ACC-ACTIVE                      VALUE 'Y'.
           03 WS-GRP-PRINTED-SW  PIC X(1) VALUE 'N'.
              88 GRP-HEADER-PRINTED              VALUE 'Y'.
           03 WS-GRP-CUST        PIC S9(5) COMP-3 VALUE 0.
           03 WS-GRP-ID          PIC S9(5) COMP-3 VALUE 0.
           03 WS-GRP-DVZ         PIC S9(3) COMP VALUE 0.
           03 WS-GRP-NAME        PIC X(30) VALUE SPACE.
           03 WS-GRP-BASE-CCY    PIC X(3) VALUE SPACE.
           03 WS-GRP-NEAR-COUNT  PIC 9(5) VALUE 0.
           03 WS-GRP-NEAR-BASE   PIC S9(15)V99 COMP-3 VALUE 0.
           03 WS-ACC-ID          PIC S9(5) COMP-3 VALUE 0.
           03 WS-ACC-DVZ         PIC S9(3) COMP VALUE 0.
           03 WS-ACC-OPENING     PIC S9(15) COMP-3 VALUE 0.
           03 WS-ACC-MOVES       PIC 9(5) VALUE 0.
           03 WS-ACC-TURNOVER    PIC S9(15) COMP-3 VALUE 0.
           03 WS-ACC-TURN-BASE   PIC S9(15)V99 COMP-3 VALUE 0.
           03 WS-ACC-BASE-CCY    PIC X(3) VALUE SPACE.
           03 WS-ACC-NORATE-SW   PIC X(1) VALUE 'N'.
              88 ACC-HAS-NO-RATE                 VALUE 'Y'.
           03 WS-TURN-LIMIT      PIC S9(15) COMP-3 VALUE 0.
         01  WS-STRUCT-AREA.
           03 WS-STR-COUNT       PIC 9(5) VALUE 0.
           03 WS-STR-BASE        PIC S9(15)V99 COMP-3 VALUE 0.
           03 WS-STR-REVIEWED-N  PIC 9(8) VALUE 0.
           03 WS-STR-OPEN-SW     PIC X(1) VALUE 'N'.
              88 STRUCT-ALERT-OPEN               VALUE 'Y'.
           03 WS-STR-DONE-SW     PIC X(1) VALUE 'N'.
              88 STRUCT-BROWSE-DONE              VALUE 'Y'.
           03 WS-HST-DONE-SW     PIC X(1) VALUE 'N'.
              88 HIST-BROWSE-DONE                VALUE 'Y'.
         01  WS-ALERT-AREA.
           03 WS-ALT-ID          PIC S9(5) COMP-3 VALUE 0.
           03 WS-ALT-DVZ         PIC S9(3) COMP VALUE 0.
           03 WS-ALT-RULE        PIC X(8) VALUE SPACE.
           03 WS-ALT-SEQ         PIC 9(9) COMP VALUE 0.
           03 WS-ALT-COUNT       PIC 9(5) VALUE 0.
           03 WS-ALT-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           03 WS-ALT-BASE        PIC S9(15)V99 COMP-3 VALUE 0.
           03 WS-ALT-CCY         PIC X(3) VALUE SPACE.
           03 WS-ALT-LIMIT       PIC S9(15) COMP-3 VALUE 0.
           03 WS-ALT-WRITTEN-SW  PIC X(1) VALUE 'N'.
              88 ALERT-WRITTEN                   VALUE 'Y'.
         01  WS-REPORT-AREA.
           03 WS-HDR-LINE.
              05 FILLER          PIC X(40) VALUE
                 'HMWRK03W ACTIVITY MONITORING CASE LIST  '.
              05 FILLER          PIC X(14) VALUE 'BUSINESS DATE '.
              05 HDR-BUS-DATE    PIC X(8).
              05 FILLER          PIC X(70) VALUE SPACE.
           03 WS-COL-HDR-LINE.
              05 FILLER          PIC X(132) VALUE
                 '      ID    DVZ RULE     MOVES          AMOUNT DC    B
      -          'ASE AMOUNT CCY      COMPARED WITH'.
           03 WS-GRP-LINE.
              05 FILLER          PIC X(9) VALUE 'CUSTOMER '.
              05 GRP-CUST-NO     PIC 9(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 GRP-NAME        PIC X(30).
              05 FILLER          PIC X(87) VALUE SPACE.
           03 WS-DTL-LINE.
              05 FILLER          PIC X(6) VALUE SPACE.
              05 DTL-ID          PIC 9(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-DVZ         PIC 9(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-RULE        PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-COUNT       PIC ZZZZ9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-AMOUNT      PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-SIGN        PIC X(2).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-BASE        PIC Z(11)9.99.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-CCY         PIC X(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-LIMIT       PIC Z(14)9.
              05 FILLER          PIC X(47) VALUE SPACE.
           03 WS-MOV-LINE.
              05 FILLER          PIC X(6) VALUE SPACE.
              05 MOV-ID          PIC 9(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 MOV-DVZ         PIC 9(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 MOV-DATE        PIC 9(8).
              05 FILLER          PIC X(7) VALUE SPACE.
              05 MOV-AMOUNT      PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 MOV-SIGN        PIC X(2).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 MOV-BASE        PIC Z(11)9.99.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 MOV-CCY         PIC X(3).
              05 FILLER          PIC X(63) VALUE SPACE.
           03 WS-NONE-LINE.
              05 FILLER          PIC X(40) VALUE
                 'NO NEW ALERTS FOR THIS BUSINESS DATE    '.
              05 FILLER          PIC X(92) VALUE SPACE.
         01  WS-TOTAL-AREA.
           03 WS-LOG-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-MOV-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-BADKEY-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-NORATE-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-REV-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-REV-REJ-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-LRG-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-STR-ALERT-COUNT PIC 9(9) COMP VALUE 0.
           03 WS-TRN-ALERT-COUNT PIC 9(9) COMP VALUE 0.
           03 WS-DUP-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-SUPPRESS-COUNT  PIC 9(9) COMP VALUE 0.
           03 WS-PURGE-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-ALERT-COUNT     PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-THRESHOLDS UNTIL AMT-FILE-EOF
           IF AMR-FILE-OPEN
               PERFORM H150-APPLY-REVIEWS UNTIL AMR-FILE-EOF
           END-IF
           SORT SRT-FILE ON ASCENDING KEY SRT-GRP-CUST SRT-GRP-ID
                                          SRT-GRP-DVZ SRT-ID
                                          SRT-DVZ SRT-SEQ
               INPUT PROCEDURE IS H200-RELEASE-MOVEMENTS
                   THRU H200-RELEASE-END
               OUTPUT PROCEDURE IS H500-SCREEN-MOVEMENTS
                   THRU H500-SCREEN-END
           IF WS-ALERT-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM H700-PURGE-HISTORY
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-READ-RUN-PARM.
           OPEN INPUT  LOG-FILE.
           IF (ST-LOG NOT = 0) AND (ST-LOG NOT = 97)
           DISPLAY '1'
           DISPLAY 'UNABLE TO OPEN LOGFILE: ' ST-LOG
           MOVE ST-LOG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  VSAM-FILE.
           IF (ST-VSAM NOT = 0) AND (ST-VSAM NOT = 97)
           DISPLAY '2'
           DISPLAY 'UNABLE TO OPEN VSAMFILE: ' ST-VSAM
           MOVE ST-VSAM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  CUST-FILE.
           IF CUST-FILE-MISSING
               DISPLAY 'CUSTFILE NOT FOUND; CUSTOMER NAMES NOT SHOWN'
           ELSE
               IF (ST-CUS NOT = 0) AND (ST-CUS NOT = 97)
               DISPLAY '3'
               DISPLAY 'UNABLE TO OPEN CUSTFILE: ' ST-CUS
               MOVE ST-CUS TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-CUST-OPEN-SW
           END-IF.

           OPEN INPUT  RATE-FILE.
           IF (ST-RAT NOT = 0) AND (ST-RAT NOT = 97)
           DISPLAY '4'
           DISPLAY 'UNABLE TO OPEN RATEFILE: ' ST-RAT
           MOVE ST-RAT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  AMT-FILE.
           IF (ST-AMT NOT = 0) AND (ST-AMT NOT = 97)
           DISPLAY '5'
           DISPLAY 'UNABLE TO OPEN AMLTHR: ' ST-AMT
           MOVE ST-AMT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O    AML-FILE.
           IF AML-FILE-MISSING
               OPEN OUTPUT AML-FILE
               CLOSE AML-FILE
               OPEN I-O AML-FILE
           END-IF.
           IF (ST-AML NOT = 0) AND (ST-AML NOT = 97)
           DISPLAY '6'
           DISPLAY 'UNABLE TO OPEN AMLALRT: ' ST-AML
           MOVE ST-AML TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O    AMH-FILE.
           IF AMH-FILE-MISSING
               OPEN OUTPUT AMH-FILE
               CLOSE AMH-FILE
               OPEN I-O AMH-FILE
           END-IF.
           IF (ST-AMH NOT = 0) AND (ST-AMH NOT = 97)
           DISPLAY '7'
           DISPLAY 'UNABLE TO OPEN AMLHIST: ' ST-AMH
           MOVE ST-AMH TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  AMR-FILE.
           IF AMR-FILE-MISSING
               DISPLAY 'AMLREV NOT FOUND; NO REVIEWS APPLIED'
           ELSE
               IF (ST-AMR NOT = 0) AND (ST-AMR NOT = 97)
               DISPLAY '8'
               DISPLAY 'UNABLE TO OPEN AMLREV: ' ST-AMR
               MOVE ST-AMR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'Y' TO WS-AMR-OPEN-SW
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF (ST-RPT NOT = 0) AND (ST-RPT NOT = 97)
           DISPLAY '9'
           DISPLAY 'UNABLE TO OPEN AMLRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           MOVE WS-BUS-DATE TO HDR-BUS-DATE.
           MOVE WS-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COL-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H100-END. EXIT.

       H110-READ-RUN-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-BUS-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-SUCCESS
               READ PARM-FILE
               IF PARM-FILE-SUCCESS
                   PERFORM H111-TAKE-RUN-PARM
               END-IF
               CLOSE PARM-FILE
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N) = 0
               DISPLAY 'INVALID BUSINESS DATE: ' WS-BUS-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-WINDOW-DAYS = 0
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-BUS-JULIAN =
               FUNCTION DAY-OF-INTEGER (FUNCTION INTEGER-OF-DATE
                   (WS-BUS-DATE-N)).
           COMPUTE WS-WIN-START-N =
               FUNCTION DATE-OF-INTEGER (FUNCTION INTEGER-OF-DATE
                   (WS-BUS-DATE-N) - WS-WINDOW-DAYS + 1).
       H110-END. EXIT.

       H111-TAKE-RUN-PARM.
           IF PARM-BUS-DATE NUMERIC
               MOVE PARM-BUS-DATE TO WS-BUS-DATE
           END-IF.
           IF PARM-WINDOW-DAYS NUMERIC
               MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF PARM-STRUCT-COUNT NUMERIC
               MOVE PARM-STRUCT-COUNT TO WS-STRUCT-COUNT
           END-IF.
           IF PARM-TURN-RATIO NUMERIC
               MOVE PARM-TURN-RATIO TO WS-TURN-RATIO
           END-IF.
           IF PARM-TURN-MIN NUMERIC
               COMPUTE WS-TURN-MIN = FUNCTION NUMVAL (PARM-TURN-MIN)
           END-IF.
       H111-END. EXIT.

       H120-LOAD-THRESHOLDS.
           READ AMT-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H121-STORE-THRESHOLD THRU H121-END.
       H120-END. EXIT.

       H121-STORE-THRESHOLD.
           IF (AMT-DVZ NOT NUMERIC) OR
              (AMT-REPORT-AMOUNT NOT NUMERIC)
               DISPLAY 'AMLTHR RECORD NOT NUMERIC; IGNORED'
               GO TO H121-END
           END-IF.
           IF WS-AMT-ENTRIES < 50
               ADD 1 TO WS-AMT-ENTRIES
               SET WS-AMT-X TO WS-AMT-ENTRIES
               COMPUTE WS-AMT-DVZ-V (WS-AMT-X) =
                   FUNCTION NUMVAL (AMT-DVZ)
               MOVE AMT-REPORT-AMOUNT TO WS-AMT-LIMIT-V (WS-AMT-X)
               IF AMT-BAND-PCT NUMERIC AND AMT-BAND-PCT > 0 AND
                  AMT-BAND-PCT < 100
                   MOVE AMT-BAND-PCT TO WS-AMT-BAND-V (WS-AMT-X)
               ELSE
                   MOVE WS-DEFAULT-BAND TO WS-AMT-BAND-V (WS-AMT-X)
               END-IF
           ELSE
               DISPLAY 'MORE THAN 50 AMLTHR ENTRIES; EXTRA IGNORED'
           END-IF.
       H121-END. EXIT.

       H150-APPLY-REVIEWS.
           READ AMR-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H151-APPLY-REVIEW THRU H151-END.
       H150-END. EXIT.

       H151-APPLY-REVIEW.
           IF (FUNCTION TEST-NUMVAL-C (AMR-CUST-NO) NOT = 0) OR
              (FUNCTION TEST-NUMVAL-C (AMR-ID) NOT = 0) OR
              (AMR-DVZ NOT NUMERIC) OR
              (AMR-DATE NOT NUMERIC) OR
              (AMR-SEQ NOT NUMERIC)
               DISPLAY 'AMLREV RECORD NOT NUMERIC; IGNORED'
               ADD 1 TO WS-REV-REJ-COUNT
               GO TO H151-END
           END-IF.
           IF AMR-REVIEWER = SPACES
               DISPLAY 'AMLREV RECORD WITHOUT REVIEWER; IGNORED'
               ADD 1 TO WS-REV-REJ-COUNT
               GO TO H151-END
           END-IF.
           COMPUTE AML-CUST-NO = FUNCTION NUMVAL-C (AMR-CUST-NO).
           COMPUTE AML-ID      = FUNCTION NUMVAL-C (AMR-ID).
           COMPUTE AML-DVZ     = FUNCTION NUMVAL (AMR-DVZ).
           MOVE AMR-RULE TO AML-RULE.
           MOVE AMR-DATE TO AML-DATE.
           MOVE AMR-SEQ  TO AML-SEQ.
           READ AML-FILE KEY AML-KEY
             INVALID KEY
                 DISPLAY 'AMLREV ALERT NOT FOUND: ' AMR-CUST-NO ' '
                         AMR-ID ' ' AMR-DVZ ' ' AMR-RULE ' ' AMR-DATE
                 ADD 1 TO WS-REV-REJ-COUNT
                 GO TO H151-END.
           IF AML-STATUS = 'R'
               GO TO H151-END
           END-IF.
           MOVE 'R'          TO AML-STATUS.
           MOVE AMR-REVIEWER TO AML-REVIEWER.
           MOVE AMR-OUTCOME  TO AML-OUTCOME.
           MOVE WS-RUN-DATE  TO AML-REVIEW-DATE.
           REWRITE AML-REC.
           ADD 1 TO WS-REV-COUNT.
       H151-END. EXIT.

       H200-RELEASE-MOVEMENTS.
           PERFORM H210-SCAN-LOG UNTIL LOG-FILE-EOF.
       H200-RELEASE-END. EXIT.

       H210-SCAN-LOG.
           READ LOG-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H300-SCREEN-LOG-RECORD THRU H300-END.
       H210-END. EXIT.

       H300-SCREEN-LOG-RECORD.
           ADD 1 TO WS-LOG-COUNT.
           IF LOG-RUN-DATE NOT = WS-BUS-DATE-N
               GO TO H300-END
           END-IF.
           ADD 1 TO WS-LOG-SEQ.
           COMPUTE WS-MOV-AMOUNT =
               LOG-AFTER-BALANCE - LOG-BEFORE-BALANCE.
           IF WS-MOV-AMOUNT = 0
               GO TO H300-END
           END-IF.
           IF (FUNCTION TEST-NUMVAL-C (LOG-ID) NOT = 0) OR
              (LOG-DVZ NOT NUMERIC)
               ADD 1 TO WS-BADKEY-COUNT
               GO TO H300-END
           END-IF.
           COMPUTE WS-LOG-ID-N  = FUNCTION NUMVAL-C (LOG-ID).
           COMPUTE WS-LOG-DVZ-N = FUNCTION NUMVAL (LOG-DVZ).
           ADD 1 TO WS-MOV-COUNT.
           PERFORM H310-FIND-CUSTOMER.
           PERFORM H320-CONVERT-TO-BASE.
           MOVE WS-MOV-CUST-NO TO SRT-GRP-CUST.
           IF WS-MOV-CUST-NO = 0
               MOVE WS-LOG-ID-N  TO SRT-GRP-ID
               MOVE WS-LOG-DVZ-N TO SRT-GRP-DVZ
           ELSE
               MOVE 0 TO SRT-GRP-ID
               MOVE 0 TO SRT-GRP-DVZ
           END-IF.
           MOVE WS-LOG-ID-N        TO SRT-ID.
           MOVE WS-LOG-DVZ-N       TO SRT-DVZ.
           MOVE WS-LOG-SEQ         TO SRT-SEQ.
           MOVE WS-MOV-AMOUNT      TO SRT-AMOUNT.
           MOVE WS-BASE-AMOUNT     TO SRT-BASE-AMOUNT.
           MOVE WS-NO-RATE-SW      TO SRT-NORATE-SW.
           IF NO-RATE-FOUND
               MOVE SPACES         TO SRT-BASE-CCY
               ADD 1 TO WS-NORATE-COUNT
           ELSE
               MOVE RATE-BASE-CCY  TO SRT-BASE-CCY
           END-IF.
           MOVE LOG-BEFORE-BALANCE TO SRT-BEFORE-BAL.
           RELEASE SRT-REC.
       H300-END. EXIT.

       H310-FIND-CUSTOMER.
           MOVE LOG-CUST-NO  TO WS-MOV-CUST-NO.
           MOVE WS-LOG-ID-N  TO VSAM-ID.
           MOVE WS-LOG-DVZ-N TO VSAM-DVZ.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY MOVE VSAM-CUST-NO TO WS-MOV-CUST-NO.
       H310-END. EXIT.

       H320-CONVERT-TO-BASE.
           MOVE 'N' TO WS-NO-RATE-SW.
           MOVE 0   TO WS-BASE-AMOUNT.
           MOVE WS-LOG-DVZ-N  TO RATE-DVZ.
           MOVE WS-BUS-JULIAN TO RATE-EFF-DATE.
           START RATE-FILE KEY IS NOT GREATER THAN RATE-KEY
             INVALID KEY     MOVE 'Y' TO WS-NO-RATE-SW
             NOT INVALID KEY PERFORM H321-READ-EFFECTIVE-RATE.
       H320-END. EXIT.

       H321-READ-EFFECTIVE-RATE.
           READ RATE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-NO-RATE-SW.
           IF RATE-FILE-SUCCESS
               IF RATE-DVZ = WS-LOG-DVZ-N
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       WS-MOV-AMOUNT * RATE-FACTOR
               ELSE
                   MOVE 'Y' TO WS-NO-RATE-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-NO-RATE-SW
           END-IF.
       H321-END. EXIT.

       H500-SCREEN-MOVEMENTS.
           PERFORM H510-RETURN-NEXT UNTIL SORT-FILE-EOF.
           IF GRP-ACTIVE
               PERFORM H560-END-ACCOUNT THRU H560-END
               PERFORM H570-END-GROUP THRU H570-END
           END-IF.
       H500-SCREEN-END. EXIT.

       H510-RETURN-NEXT.
           RETURN SRT-FILE
             AT END     MOVE 'Y' TO WS-SORT-EOF-SW
             NOT AT END PERFORM H520-PROCESS-MOVEMENT.
       H510-END. EXIT.

       H520-PROCESS-MOVEMENT.
           IF GRP-ACTIVE
               IF (SRT-GRP-CUST NOT = WS-GRP-CUST) OR
                  (SRT-GRP-ID   NOT = WS-GRP-ID) OR
                  (SRT-GRP-DVZ  NOT = WS-GRP-DVZ)
                   PERFORM H560-END-ACCOUNT THRU H560-END
                   PERFORM H570-END-GROUP THRU H570-END
               ELSE
                   IF (SRT-ID  NOT = WS-ACC-ID) OR
                      (SRT-DVZ NOT = WS-ACC-DVZ)
                       PERFORM H560-END-ACCOUNT THRU H560-END
                   END-IF
               END-IF
           END-IF.
           IF NOT GRP-ACTIVE
               PERFORM H530-START-GROUP
           END-IF.
           IF NOT ACC-ACTIVE
               PERFORM H540-START-ACCOUNT
           END-IF.
           PERFORM H550-CHECK-MOVEMENT THRU H550-END.
       H520-END. EXIT.

       H530-START-GROUP.
           MOVE 'Y'          TO WS-GRP-ACTIVE-SW.
           MOVE 'N'          TO WS-GRP-PRINTED-SW.
           MOVE SRT-GRP-CUST TO WS-GRP-CUST.
           MOVE SRT-GRP-ID   TO WS-GRP-ID.
           MOVE SRT-GRP-DVZ  TO WS-GRP-DVZ.
           MOVE 0            TO WS-GRP-NEAR-COUNT.
           MOVE 0            TO WS-GRP-NEAR-BASE.
           MOVE SPACES       TO WS-GRP-BASE-CCY.
           MOVE SPACES       TO WS-GRP-NAME.
           IF WS-GRP-CUST = 0
               MOVE 'ACCOUNT NOT LINKED TO CUSTOMER' TO WS-GRP-NAME
           ELSE
               IF CUST-FILE-OPEN
                   MOVE WS-GRP-CUST TO CUST-NO
                   READ CUST-FILE KEY CUST-KEY
                     INVALID KEY     MOVE 'CUSTOMER NOT ON FILE'
                                         TO WS-GRP-NAME
                     NOT INVALID KEY MOVE CUST-NAME TO WS-GRP-NAME
               END-IF
           END-IF.
       H530-END. EXIT.

       H540-START-ACCOUNT.
           MOVE 'Y'            TO WS-ACC-ACTIVE-SW.
           MOVE SRT-ID         TO WS-ACC-ID.
           MOVE SRT-DVZ        TO WS-ACC-DVZ.
           MOVE SRT-BEFORE-BAL TO WS-ACC-OPENING.
           MOVE 0              TO WS-ACC-MOVES.
           MOVE 0              TO WS-ACC-TURNOVER.
           MOVE 0              TO WS-ACC-TURN-BASE.
           MOVE SPACES         TO WS-ACC-BASE-CCY.
           MOVE 'N'            TO WS-ACC-NORATE-SW.
       H540-END. EXIT.

       H550-CHECK-MOVEMENT.
           ADD 1 TO WS-ACC-MOVES.
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS (SRT-AMOUNT).
           ADD WS-ABS-AMOUNT TO WS-ACC-TURNOVER.
           IF SRT-NORATE-SW = 'Y'
               MOVE 'Y' TO WS-ACC-NORATE-SW
           ELSE
               ADD FUNCTION ABS (SRT-BASE-AMOUNT) TO WS-ACC-TURN-BASE
               MOVE SRT-BASE-CCY TO WS-ACC-BASE-CCY
               MOVE SRT-BASE-CCY TO WS-GRP-BASE-CCY
           END-IF.
           PERFORM H551-FIND-AMT-THRESHOLD.
           IF NOT FOUND-AMT-THRESHOLD
               GO TO H550-END
           END-IF.
           IF WS-ABS-AMOUNT NOT < WS-AMT-LIMIT
               MOVE SRT-ID          TO WS-ALT-ID
               MOVE SRT-DVZ         TO WS-ALT-DVZ
               MOVE 'LRGVAL'        TO WS-ALT-RULE
               MOVE SRT-SEQ         TO WS-ALT-SEQ
               MOVE 1               TO WS-ALT-COUNT
               MOVE SRT-AMOUNT      TO WS-ALT-AMOUNT
               MOVE SRT-BASE-AMOUNT TO WS-ALT-BASE
               MOVE SRT-BASE-CCY    TO WS-ALT-CCY
               MOVE WS-AMT-LIMIT    TO WS-ALT-LIMIT
               PERFORM H600-RAISE-ALERT THRU H600-END
               GO TO H550-END
           END-IF.
           IF (WS-ABS-AMOUNT * 100) NOT <
              (WS-AMT-LIMIT * WS-AMT-BAND)
               ADD 1 TO WS-GRP-NEAR-COUNT
               ADD FUNCTION ABS (SRT-BASE-AMOUNT) TO WS-GRP-NEAR-BASE
               PERFORM H555-WRITE-HISTORY
           END-IF.
       H550-END. EXIT.

       H551-FIND-AMT-THRESHOLD.
           MOVE 'N' TO WS-AMT-FOUND-SW.
           MOVE 0   TO WS-AMT-LIMIT.
           MOVE 0   TO WS-AMT-BAND.
           MOVE 1   TO WS-AMT-IDX.
           PERFORM H552-MATCH-AMT-THRESHOLD
               UNTIL (WS-AMT-IDX > WS-AMT-ENTRIES) OR
                     FOUND-AMT-THRESHOLD.
       H551-END. EXIT.

       H552-MATCH-AMT-THRESHOLD.
           SET WS-AMT-X TO WS-AMT-IDX.
           IF WS-AMT-DVZ-V (WS-AMT-X) = SRT-DVZ
               MOVE WS-AMT-LIMIT-V (WS-AMT-X) TO WS-AMT-LIMIT
               MOVE WS-AMT-BAND-V (WS-AMT-X)  TO WS-AMT-BAND
               MOVE 'Y' TO WS-AMT-FOUND-SW
           ELSE
               ADD 1 TO WS-AMT-IDX
           END-IF.
       H552-END. EXIT.

       H555-WRITE-HISTORY.
           MOVE WS-GRP-CUST     TO AMH-GRP-CUST.
           MOVE WS-GRP-ID       TO AMH-GRP-ID.
           MOVE WS-GRP-DVZ      TO AMH-GRP-DVZ.
           MOVE WS-BUS-DATE-N   TO AMH-DATE.
           MOVE SRT-SEQ         TO AMH-SEQ.
           MOVE SRT-ID          TO AMH-ID.
           MOVE SRT-DVZ         TO AMH-DVZ.
           MOVE SRT-AMOUNT      TO AMH-AMOUNT.
           MOVE SRT-BASE-AMOUNT TO AMH-BASE-AMOUNT.
           WRITE AMH-REC
             INVALID KEY CONTINUE.
       H555-END. EXIT.

       H560-END-ACCOUNT.
           MOVE 'N' TO WS-ACC-ACTIVE-SW.
           IF ACC-HAS-NO-RATE
               GO TO H560-END
           END-IF.
           IF WS-ACC-TURN-BASE < WS-TURN-MIN
               GO TO H560-END
           END-IF.
           COMPUTE WS-TURN-LIMIT =
               FUNCTION ABS (WS-ACC-OPENING) * WS-TURN-RATIO.
           IF WS-ACC-TURNOVER NOT > WS-TURN-LIMIT
               GO TO H560-END
           END-IF.
           MOVE WS-ACC-ID        TO WS-ALT-ID.
           MOVE WS-ACC-DVZ       TO WS-ALT-DVZ.
           MOVE 'TURNOVR'        TO WS-ALT-RULE.
           MOVE 0                TO WS-ALT-SEQ.
           MOVE WS-ACC-MOVES     TO WS-ALT-COUNT.
           MOVE WS-ACC-TURNOVER  TO WS-ALT-AMOUNT.
           MOVE WS-ACC-TURN-BASE TO WS-ALT-BASE.
           MOVE WS-ACC-BASE-CCY  TO WS-ALT-CCY.
           COMPUTE WS-ALT-LIMIT = FUNCTION ABS (WS-ACC-OPENING).
           PERFORM H600-RAISE-ALERT THRU H600-END.
       H560-END. EXIT.

       H570-END-GROUP.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
           IF WS-GRP-NEAR-COUNT = 0
               GO TO H570-END
           END-IF.
           PERFORM H575-CHECK-PRIOR-STRUCT.
           IF STRUCT-ALERT-OPEN
               ADD 1 TO WS-SUPPRESS-COUNT
               GO TO H570-END
           END-IF.
           IF WS-STR-REVIEWED-N NOT < WS-BUS-DATE-N
               GO TO H570-END
           END-IF.
           MOVE WS-GRP-NEAR-COUNT TO WS-STR-COUNT.
           MOVE WS-GRP-NEAR-BASE  TO WS-STR-BASE.
           PERFORM H580-COUNT-HISTORY.
           IF WS-STR-COUNT < WS-STRUCT-COUNT
               GO TO H570-END
           END-IF.
           MOVE WS-GRP-ID         TO WS-ALT-ID.
           MOVE WS-GRP-DVZ        TO WS-ALT-DVZ.
           MOVE 'STRUCT'          TO WS-ALT-RULE.
           MOVE 0                 TO WS-ALT-SEQ.
           MOVE WS-STR-COUNT      TO WS-ALT-COUNT.
           MOVE 0                 TO WS-ALT-AMOUNT.
           MOVE WS-STR-BASE       TO WS-ALT-BASE.
           MOVE WS-GRP-BASE-CCY   TO WS-ALT-CCY.
           MOVE 0                 TO WS-ALT-LIMIT.
           PERFORM H600-RAISE-ALERT THRU H600-END.
           IF ALERT-WRITTEN
               PERFORM H590-PRINT-STRUCT-MOVES
           END-IF.
       H570-END. EXIT.

       H575-CHECK-PRIOR-STRUCT.
           MOVE 'N' TO WS-STR-OPEN-SW.
           MOVE 'N' TO WS-STR-DONE-SW.
           MOVE 0   TO WS-STR-REVIEWED-N.
           MOVE WS-GRP-CUST    TO AML-CUST-NO.
           MOVE WS-GRP-ID      TO AML-ID.
           MOVE WS-GRP-DVZ     TO AML-DVZ.
           MOVE 'STRUCT'       TO AML-RULE.
           MOVE WS-WIN-START-N TO AML-DATE.
           MOVE 0              TO AML-SEQ.
           START AML-FILE KEY IS NOT LESS THAN AML-KEY
             INVALID KEY     MOVE 'Y' TO WS-STR-DONE-SW
             NOT INVALID KEY
                 PERFORM H576-READ-NEXT-STRUCT
                     UNTIL STRUCT-BROWSE-DONE.
       H575-END. EXIT.

       H576-READ-NEXT-STRUCT.
           READ AML-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-STR-DONE-SW.
           IF NOT AML-FILE-SUCCESS
               MOVE 'Y' TO WS-STR-DONE-SW
           ELSE
               IF (AML-CUST-NO = WS-GRP-CUST) AND
                  (AML-ID      = WS-GRP-ID) AND
                  (AML-DVZ     = WS-GRP-DVZ) AND
                  (AML-RULE    = 'STRUCT')
                   IF AML-STATUS = 'R'
                       IF AML-DATE > WS-STR-REVIEWED-N
                           MOVE AML-DATE TO WS-STR-REVIEWED-N
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-STR-OPEN-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-STR-DONE-SW
               END-IF
           END-IF.
       H576-END. EXIT.

       H580-COUNT-HISTORY.
           MOVE 'N' TO WS-HST-DONE-SW.
           MOVE WS-GRP-CUST    TO AMH-GRP-CUST.
           MOVE WS-GRP-ID      TO AMH-GRP-ID.
           MOVE WS-GRP-DVZ     TO AMH-GRP-DVZ.
           MOVE WS-WIN-START-N TO AMH-DATE.
           MOVE 0              TO AMH-SEQ.
           START AMH-FILE KEY IS NOT LESS THAN AMH-KEY
             INVALID KEY     MOVE 'Y' TO WS-HST-DONE-SW
             NOT INVALID KEY
                 PERFORM H581-READ-NEXT-HISTORY
                     UNTIL HIST-BROWSE-DONE.
       H580-END. EXIT.

       H581-READ-NEXT-HISTORY.
           READ AMH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-HST-DONE-SW.
           IF NOT AMH-FILE-SUCCESS
               MOVE 'Y' TO WS-HST-DONE-SW
           ELSE
               IF (AMH-GRP-CUST = WS-GRP-CUST) AND
                  (AMH-GRP-ID   = WS-GRP-ID) AND
                  (AMH-GRP-DVZ  = WS-GRP-DVZ) AND
                  (AMH-DATE     < WS-BUS-DATE-N)
                   IF AMH-DATE > WS-STR-REVIEWED-N
                       ADD 1 TO WS-STR-COUNT
                       ADD FUNCTION ABS (AMH-BASE-AMOUNT)
                           TO WS-STR-BASE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HST-DONE-SW
               END-IF
           END-IF.
       H581-END. EXIT.

       H590-PRINT-STRUCT-MOVES.
           MOVE 'N' TO WS-HST-DONE-SW.
           MOVE WS-GRP-CUST    TO AMH-GRP-CUST.
           MOVE WS-GRP-ID      TO AMH-GRP-ID.
           MOVE WS-GRP-DVZ     TO AMH-GRP-DVZ.
           MOVE WS-WIN-START-N TO AMH-DATE.
           MOVE 0              TO AMH-SEQ.
           START AMH-FILE KEY IS NOT LESS THAN AMH-KEY
             INVALID KEY     MOVE 'Y' TO WS-HST-DONE-SW
             NOT INVALID KEY
                 PERFORM H591-PRINT-NEXT-MOVE
                     UNTIL HIST-BROWSE-DONE.
       H590-END. EXIT.

       H591-PRINT-NEXT-MOVE.
           READ AMH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-HST-DONE-SW.
           IF NOT AMH-FILE-SUCCESS
               MOVE 'Y' TO WS-HST-DONE-SW
           ELSE
               IF (AMH-GRP-CUST = WS-GRP-CUST) AND
                  (AMH-GRP-ID   = WS-GRP-ID) AND
                  (AMH-GRP-DVZ  = WS-GRP-DVZ) AND
                  (AMH-DATE NOT > WS-BUS-DATE-N)
                   IF AMH-DATE > WS-STR-REVIEWED-N
                       MOVE AMH-ID      TO MOV-ID
                       MOVE AMH-DVZ     TO MOV-DVZ
                       MOVE AMH-DATE    TO MOV-DATE
                       MOVE FUNCTION ABS (AMH-AMOUNT) TO MOV-AMOUNT
                       IF AMH-AMOUNT < 0
                           MOVE 'DR' TO MOV-SIGN
                       ELSE
                           MOVE 'CR' TO MOV-SIGN
                       END-IF
                       MOVE FUNCTION ABS (AMH-BASE-AMOUNT)
                           TO MOV-BASE
                       MOVE WS-ALT-CCY  TO MOV-CCY
                       MOVE WS-MOV-LINE TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HST-DONE-SW
               END-IF
           END-IF.
       H591-END. EXIT.

       H600-RAISE-ALERT.
           MOVE 'N'            TO WS-ALT-WRITTEN-SW.
           MOVE WS-GRP-CUST    TO AML-CUST-NO.
           MOVE WS-ALT-ID      TO AML-ID.
           MOVE WS-ALT-DVZ     TO AML-DVZ.
           MOVE WS-ALT-RULE    TO AML-RULE.
           MOVE WS-BUS-DATE-N  TO AML-DATE.
           MOVE WS-ALT-SEQ     TO AML-SEQ.
           MOVE WS-GRP-NAME    TO AML-CUST-NAME.
           MOVE WS-ALT-COUNT   TO AML-MOV-COUNT.
           MOVE WS-ALT-AMOUNT  TO AML-AMOUNT.
           MOVE WS-ALT-BASE    TO AML-BASE-AMOUNT.
           MOVE WS-ALT-CCY     TO AML-BASE-CCY.
           MOVE WS-ALT-LIMIT   TO AML-LIMIT.
           MOVE 'O'            TO AML-STATUS.
           MOVE WS-RUN-DATE-N  TO AML-RAISED-DATE.
           MOVE SPACES         TO AML-REVIEWER.
           MOVE SPACES         TO AML-OUTCOME.
           MOVE 0              TO AML-REVIEW-DATE.
           WRITE AML-REC
             INVALID KEY
                 ADD 1 TO WS-DUP-COUNT
                 GO TO H600-END.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE 'Y' TO WS-ALT-WRITTEN-SW.
           EVALUATE WS-ALT-RULE
               WHEN 'LRGVAL'  ADD 1 TO WS-LRG-COUNT
               WHEN 'STRUCT'  ADD 1 TO WS-STR-ALERT-COUNT
               WHEN 'TURNOVR' ADD 1 TO WS-TRN-ALERT-COUNT
           END-EVALUATE.
           IF NOT GRP-HEADER-PRINTED
               PERFORM H610-PRINT-GROUP-HEADER
           END-IF.
           MOVE WS-ALT-ID     TO DTL-ID.
           MOVE WS-ALT-DVZ    TO DTL-DVZ.
           MOVE WS-ALT-RULE   TO DTL-RULE.
           MOVE WS-ALT-COUNT  TO DTL-COUNT.
           MOVE FUNCTION ABS (WS-ALT-AMOUNT) TO DTL-AMOUNT.
           IF WS-ALT-RULE = 'LRGVAL'
               IF WS-ALT-AMOUNT < 0
                   MOVE 'DR' TO DTL-SIGN
               ELSE
                   MOVE 'CR' TO DTL-SIGN
               END-IF
           ELSE
               MOVE SPACES TO DTL-SIGN
           END-IF.
           MOVE FUNCTION ABS (WS-ALT-BASE) TO DTL-BASE.
           MOVE WS-ALT-CCY    TO DTL-CCY.
           MOVE WS-ALT-LIMIT  TO DTL-LIMIT.
           MOVE WS-DTL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H600-END. EXIT.

       H610-PRINT-GROUP-HEADER.
           MOVE 'Y' TO WS-GRP-PRINTED-SW.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GRP-CUST TO GRP-CUST-NO.
           MOVE WS-GRP-NAME TO GRP-NAME.
           MOVE WS-GRP-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H610-END. EXIT.

       H700-PURGE-HISTORY.
           MOVE 'N' TO WS-HST-DONE-SW.
           MOVE LOW-VALUES TO AMH-KEY.
           START AMH-FILE KEY IS NOT LESS THAN AMH-KEY
             INVALID KEY     MOVE 'Y' TO WS-HST-DONE-SW
             NOT INVALID KEY
                 PERFORM H710-PURGE-NEXT-HISTORY
                     UNTIL HIST-BROWSE-DONE.
       H700-END. EXIT.

       H710-PURGE-NEXT-HISTORY.
           READ AMH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-HST-DONE-SW.
           IF AMH-FILE-SUCCESS
               IF AMH-DATE < WS-WIN-START-N
                   DELETE AMH-FILE
                   ADD 1 TO WS-PURGE-COUNT
               END-IF
           ELSE
               MOVE 'Y' TO WS-HST-DONE-SW
           END-IF.
       H710-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03W ACTIVITY MONITORING'.
           DISPLAY 'BUSINESS DATE             : ' WS-BUS-DATE.
           DISPLAY 'WINDOW START DATE         : ' WS-WIN-START-N.
           DISPLAY 'LOG RECORDS READ          : ' WS-LOG-COUNT.
           DISPLAY 'MOVEMENTS SCREENED        : ' WS-MOV-COUNT.
           DISPLAY 'MOVEMENTS WITH BAD KEY    : ' WS-BADKEY-COUNT.
           DISPLAY 'MOVEMENTS WITHOUT A RATE  : ' WS-NORATE-COUNT.
           DISPLAY 'REVIEWS APPLIED           : ' WS-REV-COUNT.
           DISPLAY 'REVIEWS REJECTED          : ' WS-REV-REJ-COUNT.
           DISPLAY 'LARGE-VALUE ALERTS        : ' WS-LRG-COUNT.
           DISPLAY 'STRUCTURING ALERTS        : ' WS-STR-ALERT-COUNT.
           DISPLAY 'TURNOVER ALERTS           : ' WS-TRN-ALERT-COUNT.
           DISPLAY 'ALERTS ALREADY RAISED     : ' WS-DUP-COUNT.
           DISPLAY 'STRUCTURING STILL OPEN    : ' WS-SUPPRESS-COUNT.
           DISPLAY 'HISTORY ROWS PURGED       : ' WS-PURGE-COUNT.
           DISPLAY '-------------------------------------------'.
           IF WS-REV-REJ-COUNT > 0 OR WS-NORATE-COUNT > 0 OR
              WS-BADKEY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE LOG-FILE.
           CLOSE VSAM-FILE.
           IF CUST-FILE-OPEN
               CLOSE CUST-FILE
           END-IF.
           CLOSE RATE-FILE.
           CLOSE AMT-FILE.
           CLOSE AML-FILE.
           CLOSE AMH-FILE.
           IF AMR-FILE-OPEN
               CLOSE AMR-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
