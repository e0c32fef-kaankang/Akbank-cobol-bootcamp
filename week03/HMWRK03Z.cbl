       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03Z.
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
           SELECT BLH-FILE  ASSIGN TO BALHIST
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY BLH-KEY
                            STATUS ST-BLH.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY RATE-KEY
                            STATUS ST-RAT.
           SELECT REQ-FILE  ASSIGN TO HSTREQ
                            STATUS ST-REQ.
           SELECT RPT-FILE  ASSIGN TO HSTRPT
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
       FD  VSAM-FILE.
           COPY VSAMREX.
       FD  BLH-FILE.
           COPY BALHREX.
       FD  RATE-FILE.
         01  RATE-REC.
           03 RATE-KEY.
              05 RATE-DVZ        PIC S9(3) COMP.
              05 RATE-EFF-DATE   PIC S9(07) COMP-3.
           03 RATE-FACTOR        PIC S9(3)V9(6) COMP-3.
           03 RATE-BASE-CCY      PIC X(3).
       FD  REQ-FILE RECORDING MODE F.
         01  REQ-REC.
           03 REQ-TYPE           PIC X(1).
           03 REQ-ID             PIC X(5).
           03 REQ-DVZ            PIC X(3).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-LINE             PIC X(132).
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-FUNCTION       PIC X(1).
           03 PARM-BUS-DATE       PIC X(8).
           03 PARM-FROM-DATE      PIC X(8).
           03 PARM-TO-DATE        PIC X(8).
           03 PARM-OVERRIDE-SW    PIC X(1).
       FD  RUN-CTL-FILE.
           COPY RCTLREX.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-VSAM            PIC 9(2).
              88 VSAM-FILE-SUCCESS               VALUE 0 97.
           03 ST-BLH             PIC 9(2).
              88 BLH-FILE-SUCCESS                VALUE 0 97.
              88 BLH-FILE-MISSING                VALUE 35.
           03 ST-RAT             PIC 9(2).
              88 RATE-FILE-SUCCESS               VALUE 0 97.
           03 ST-REQ             PIC 9(2).
              88 REQ-FILE-EOF                    VALUE 10.
              88 REQ-FILE-SUCCESS                VALUE 0 97.
           03 ST-RPT             PIC 9(2).
              88 RPT-FILE-SUCCESS                VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS               VALUE 0 97.
           03 WS-FUNCTION        PIC X(1) VALUE 'S'.
              88 SNAPSHOT-RUN                    VALUE 'S'.
              88 REPORT-RUN                      VALUE 'R'.
           03 WS-OVERRIDE-SW     PIC X(1) VALUE 'N'.
              88 PREREQ-OVERRIDDEN               VALUE 'Y'.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE-N REDEFINES WS-BUS-DATE PIC 9(8).
           03 WS-FROM-DATE       PIC X(8) VALUE SPACE.
           03 WS-FROM-DATE-N REDEFINES WS-FROM-DATE PIC 9(8).
           03 WS-TO-DATE         PIC X(8) VALUE SPACE.
           03 WS-TO-DATE-N REDEFINES WS-TO-DATE PIC 9(8).
           03 WS-FROM-INT        PIC 9(7) VALUE 0.
           03 WS-TO-INT          PIC 9(7) VALUE 0.
           03 WS-ROW-INT         PIC 9(7) VALUE 0.
           03 WS-SCAN-SW         PIC X(1) VALUE 'N'.
              88 SCAN-DONE                       VALUE 'Y'.
           03 WS-PRIOR-SW        PIC X(1) VALUE 'N'.
              88 PRIOR-ROW-FOUND                 VALUE 'Y'.
         01  WS-GONE-AREA.
           03 WS-HLD-SW          PIC X(1) VALUE 'N'.
              88 HISTORY-HELD                    VALUE 'Y'.
           03 WS-HLD-ID          PIC S9(5) COMP-3 VALUE 0.
           03 WS-HLD-DVZ         PIC S9(3) COMP VALUE 0.
           03 WS-HLD-CUST-NO     PIC S9(5) COMP-3 VALUE 0.
           03 WS-HLD-STATUS      PIC X(1) VALUE SPACE.
           03 WS-HLD-ROW-SW      PIC X(1) VALUE 'N'.
              88 HELD-ROW-IN-RANGE               VALUE 'Y'.
           03 WS-GONE-ENTRIES    PIC 9(4) COMP VALUE 0.
           03 WS-GONE-IDX        PIC 9(4) COMP VALUE 0.
           03 WS-GONE-TABLE OCCURS 500 TIMES INDEXED BY WS-GONE-X.
              05 WS-GONE-ID      PIC S9(5) COMP-3.
              05 WS-GONE-DVZ     PIC S9(3) COMP.
              05 WS-GONE-CUST-NO PIC S9(5) COMP-3.
           03 WS-GONE-OVERFLOW-SW PIC X(1) VALUE 'N'.
              88 GONE-TABLE-OVERFLOWED           VALUE 'Y'.
         01  WS-REQUEST-AREA.
           03 WS-REQ-ID-N        PIC S9(5) COMP-3 VALUE 0.
           03 WS-REQ-DVZ-N       PIC S9(3) COMP VALUE 0.
           03 WS-REQ-ACCTS       PIC 9(7) COMP VALUE 0.
           03 WS-REQ-NORATE      PIC 9(7) COMP VALUE 0.
           03 WS-REQ-BASE-CLOSE  PIC S9(15)V99 COMP-3 VALUE 0.
           03 WS-REQ-BASE-AVG    PIC S9(15)V99 COMP-3 VALUE 0.
           03 WS-REQ-BASE-CCY    PIC X(3) VALUE SPACE.
         01  WS-GROUP-AREA.
           03 WS-GRP-SW          PIC X(1) VALUE 'N'.
              88 GROUP-ACTIVE                    VALUE 'Y'.
           03 WS-G-ID            PIC S9(5) COMP-3 VALUE 0.
           03 WS-G-DVZ           PIC S9(3) COMP VALUE 0.
           03 WS-G-CUST-NO       PIC S9(5) COMP-3 VALUE 0.
           03 WS-G-CUST-SW       PIC X(1) VALUE 'N'.
              88 GROUP-CUST-MATCH                VALUE 'Y'.
           03 WS-G-CUR-SW        PIC X(1) VALUE 'N'.
              88 GROUP-BALANCE-ACTIVE            VALUE 'Y'.
           03 WS-G-CUR-BAL       PIC S9(15) COMP-3 VALUE 0.
           03 WS-G-CUR-INT       PIC 9(7) VALUE 0.
           03 WS-G-OPEN-SW       PIC X(1) VALUE 'N'.
              88 GROUP-OPENING-TAKEN             VALUE 'Y'.
           03 WS-G-OPEN-BAL      PIC S9(15) COMP-3 VALUE 0.
           03 WS-G-STATS-SW      PIC X(1) VALUE 'N'.
              88 GROUP-HAS-DAYS                  VALUE 'Y'.
           03 WS-G-DAYS          PIC 9(7) COMP VALUE 0.
           03 WS-G-SUM           PIC S9(18) COMP-3 VALUE 0.
           03 WS-G-MIN           PIC S9(15) COMP-3 VALUE 0.
           03 WS-G-MAX           PIC S9(15) COMP-3 VALUE 0.
           03 WS-G-AVG           PIC S9(15) COMP-3 VALUE 0.
           03 WS-ACCRUE-END-INT  PIC 9(7) VALUE 0.
           03 WS-ACCRUE-START-INT PIC 9(7) VALUE 0.
           03 WS-ACCRUE-DAYS     PIC S9(7) COMP VALUE 0.
           03 WS-NO-RATE-SW      PIC X(1) VALUE 'N'.
              88 NO-RATE-FOUND                   VALUE 'Y'.
           03 WS-BASE-CLOSE      PIC S9(15)V99 COMP-3 VALUE 0.
           03 WS-BASE-AVG        PIC S9(15)V99 COMP-3 VALUE 0.
         01  WS-REPORT-AREA.
           03 WS-HDR-LINE.
              05 FILLER          PIC X(40) VALUE
                 'HMWRK03Z BALANCE HISTORY REPORT         '.
              05 FILLER          PIC X(9) VALUE 'RUN DATE '.
              05 HDR-RUN-DATE    PIC X(8).
              05 FILLER          PIC X(75) VALUE SPACE.
           03 WS-SEL-LINE.
              05 FILLER          PIC X(12) VALUE 'SELECTION : '.
              05 SEL-KIND        PIC X(9).
              05 SEL-ID          PIC X(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 SEL-DVZ         PIC X(3).
              05 FILLER          PIC X(10) VALUE '  PERIOD  '.
              05 SEL-FROM        PIC 9(8).
              05 FILLER          PIC X(3) VALUE ' - '.
              05 SEL-TO          PIC 9(8).
              05 FILLER          PIC X(73) VALUE SPACE.
           03 WS-COL-HDR-LINE.
              05 FILLER          PIC X(16) VALUE 'ACCT  DVZ CUST  '.
              05 FILLER          PIC X(17) VALUE ' BALANCE AT FROM '.
              05 FILLER          PIC X(17) VALUE '   BALANCE AT TO '.
              05 FILLER          PIC X(17) VALUE '         MINIMUM '.
              05 FILLER          PIC X(17) VALUE '         MAXIMUM '.
              05 FILLER          PIC X(17) VALUE '         AVERAGE '.
              05 FILLER          PIC X(5)  VALUE ' DAYS'.
              05 FILLER          PIC X(26) VALUE SPACE.
           03 WS-ACC-LINE.
              05 ACC-ID          PIC 9(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 ACC-DVZ         PIC 9(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 ACC-CUST        PIC 9(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 ACC-OPEN        PIC -(15)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 ACC-CLOSE       PIC -(15)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 ACC-MIN         PIC -(15)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 ACC-MAX         PIC -(15)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 ACC-AVG         PIC -(15)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 ACC-DAYS        PIC Z(4)9.
              05 FILLER          PIC X(26) VALUE SPACE.
           03 WS-BASE-LINE.
              05 FILLER          PIC X(12) VALUE '  BASE CCY: '.
              05 BASE-CCY        PIC X(3).
              05 FILLER          PIC X(18) VALUE SPACE.
              05 BASE-CLOSE      PIC -(12)9.99.
              05 FILLER          PIC X(35) VALUE SPACE.
              05 BASE-AVG        PIC -(12)9.99.
              05 FILLER          PIC X(32) VALUE SPACE.
           03 WS-NO-RATE-LINE.
              05 FILLER          PIC X(12) VALUE '  BASE CCY: '.
              05 FILLER          PIC X(40) VALUE
                 'NO RATE AVAILABLE FOR CONVERSION'.
              05 FILLER          PIC X(80) VALUE SPACE.
           03 WS-TOT-LINE.
              05 FILLER          PIC X(16) VALUE 'TOTAL ACCOUNTS: '.
              05 TOT-ACCTS       PIC Z(4)9.
              05 FILLER          PIC X(2) VALUE SPACE.
              05 TOT-CCY         PIC X(3).
              05 FILLER          PIC X(7) VALUE SPACE.
              05 TOT-BASE-CLOSE  PIC -(12)9.99.
              05 FILLER          PIC X(35) VALUE SPACE.
              05 TOT-BASE-AVG    PIC -(12)9.99.
              05 FILLER          PIC X(32) VALUE SPACE.
           03 WS-TOT-NORATE-LINE.
              05 FILLER          PIC X(40) VALUE
                 'ACCOUNTS LEFT OUT OF BASE TOTAL NO RATE:'.
              05 TOT-NORATE      PIC Z(6)9.
              05 FILLER          PIC X(85) VALUE SPACE.
           03 WS-REJ-LINE.
              05 FILLER          PIC X(18) VALUE 'REQUEST REJECTED: '.
              05 REJ-TYPE        PIC X(1).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 REJ-ID          PIC X(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 REJ-DVZ         PIC X(3).
              05 FILLER          PIC X(103) VALUE SPACE.
           03 WS-NONE-LINE.
              05 FILLER          PIC X(40) VALUE
                 'NO BALANCE HISTORY FOR THIS SELECTION'.
              05 FILLER          PIC X(92) VALUE SPACE.
         01  WS-TOTAL-AREA.
           03 WS-ACCT-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-WRITE-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-REWRITE-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-SAME-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-CLOSED-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-REQ-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-REJECT-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-PRINT-COUNT     PIC 9(9) COMP VALUE 0.
         01  WS-RUN-CTL-AREA.
           03 ST-CTL             PIC 9(2).
              88 CTL-FILE-SUCCESS                VALUE 0 97.
              88 CTL-FILE-MISSING                VALUE 35.
           03 WS-CTL-OPEN-SW     PIC X(1) VALUE 'N'.
              88 CTL-FILE-OPEN                   VALUE 'Y'.
           03 WS-CTL-DATE        PIC X(8) VALUE SPACE.
           03 WS-CTL-DATE-N      PIC 9(8) VALUE 0.
           03 WS-CTL-TIME        PIC X(8) VALUE SPACE.
           03 WS-CTL-INPUT-ID    PIC X(12) VALUE 'SNAPSHOT'.
           03 WS-CTL-PGM         PIC X(8) VALUE SPACE.
           03 WS-CTL-PREREQ-SW   PIC X(1) VALUE 'N'.
              88 PREREQ-COMPLETED                VALUE 'Y'.
           03 WS-CTL-SCAN-SW     PIC X(1) VALUE 'N'.
              88 CTL-SCAN-DONE                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           IF SNAPSHOT-RUN
               PERFORM H200-TAKE-SNAPSHOT
               PERFORM H250-CLOSE-GONE-ACCOUNTS
               PERFORM RUN-CTL-MARK-COMPLETE
                   THRU RUN-CTL-MARK-COMPLETE-END
           ELSE
               PERFORM H300-READ-REQUEST UNTIL REQ-FILE-EOF
           END-IF
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-READ-RUN-PARM.
           IF SNAPSHOT-RUN
               PERFORM H120-OPEN-SNAPSHOT-FILES
           ELSE
               PERFORM H130-OPEN-REPORT-FILES
           END-IF.
       H100-END. EXIT.

       H110-READ-RUN-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-BUS-DATE.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-SUCCESS
               READ PARM-FILE
               IF PARM-FILE-SUCCESS
                   PERFORM H111-TAKE-RUN-PARM
               END-IF
               CLOSE PARM-FILE
           END-IF.
           IF NOT SNAPSHOT-RUN AND NOT REPORT-RUN
               DISPLAY 'INVALID RUN FUNCTION: ' WS-FUNCTION
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-FROM-DATE = SPACES
               MOVE WS-TO-DATE TO WS-FROM-DATE
               MOVE '01' TO WS-FROM-DATE (7:2)
           END-IF.
           IF (FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N) = 0) OR
              (FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-N) = 0) OR
              (FUNCTION INTEGER-OF-DATE (WS-TO-DATE-N) = 0) OR
              (WS-FROM-DATE-N > WS-TO-DATE-N)
               DISPLAY 'INVALID RUN DATES: ' WS-BUS-DATE ' '
                       WS-FROM-DATE ' ' WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-N).
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE-N).
       H110-END. EXIT.

       H111-TAKE-RUN-PARM.
           IF PARM-FUNCTION NOT = SPACE
               MOVE PARM-FUNCTION TO WS-FUNCTION
           END-IF.
           IF PARM-BUS-DATE NUMERIC
               MOVE PARM-BUS-DATE TO WS-BUS-DATE
               MOVE PARM-BUS-DATE TO WS-TO-DATE
           END-IF.
           IF PARM-TO-DATE NUMERIC
               MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           IF PARM-FROM-DATE NUMERIC
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF PARM-OVERRIDE-SW = 'Y'
               MOVE PARM-OVERRIDE-SW TO WS-OVERRIDE-SW
           END-IF.
       H111-END. EXIT.

       H120-OPEN-SNAPSHOT-FILES.
           PERFORM RUN-CTL-OPEN.
           IF PREREQ-OVERRIDDEN
               DISPLAY 'RUNCTL: PREREQUISITE CHECK OVERRIDDEN BY PARM '
                       'FOR ' WS-BUS-DATE
           ELSE
               MOVE 'HMWRK03M' TO WS-CTL-PGM
               PERFORM RUN-CTL-CHECK-PREREQ
               MOVE 'HMWRK03P' TO WS-CTL-PGM
               PERFORM RUN-CTL-CHECK-PREREQ
           END-IF.
           PERFORM RUN-CTL-RECORD-START.
           OPEN INPUT  VSAM-FILE.
           IF (ST-VSAM NOT = 0) AND (ST-VSAM NOT = 97)
           DISPLAY '1'
           DISPLAY 'UNABLE TO OPEN VSAMFILE: ' ST-VSAM
           MOVE ST-VSAM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O    BLH-FILE.
           IF BLH-FILE-MISSING
               OPEN OUTPUT BLH-FILE
               CLOSE BLH-FILE
               OPEN I-O BLH-FILE
           END-IF.
           IF (ST-BLH NOT = 0) AND (ST-BLH NOT = 97)
           DISPLAY '2'
           DISPLAY 'UNABLE TO OPEN BALHIST: ' ST-BLH
           MOVE ST-BLH TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.

       H130-OPEN-REPORT-FILES.
           OPEN INPUT  BLH-FILE.
           IF (ST-BLH NOT = 0) AND (ST-BLH NOT = 97)
           DISPLAY '3'
           DISPLAY 'UNABLE TO OPEN BALHIST: ' ST-BLH
           MOVE ST-BLH TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  RATE-FILE.
           IF (ST-RAT NOT = 0) AND (ST-RAT NOT = 97)
           DISPLAY '4'
           DISPLAY 'UNABLE TO OPEN RATEFILE: ' ST-RAT
           MOVE ST-RAT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  REQ-FILE.
           IF (ST-REQ NOT = 0) AND (ST-REQ NOT = 97)
           DISPLAY '5'
           DISPLAY 'UNABLE TO OPEN HSTREQ: ' ST-REQ
           MOVE ST-REQ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF (ST-RPT NOT = 0) AND (ST-RPT NOT = 97)
           DISPLAY '6'
           DISPLAY 'UNABLE TO OPEN HSTRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H130-END. EXIT.

       H200-TAKE-SNAPSHOT.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO VSAM-KEY.
           START VSAM-FILE KEY IS NOT LESS THAN VSAM-KEY
             INVALID KEY     MOVE 'Y' TO WS-SCAN-SW
             NOT INVALID KEY
                 PERFORM H210-READ-NEXT-ACCOUNT UNTIL SCAN-DONE.
       H200-END. EXIT.

       H210-READ-NEXT-ACCOUNT.
           READ VSAM-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-SW.
           IF VSAM-FILE-SUCCESS
               PERFORM H220-SNAP-ACCOUNT THRU H220-END
           ELSE
               MOVE 'Y' TO WS-SCAN-SW
           END-IF.
       H210-END. EXIT.

       H220-SNAP-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE 'N'           TO WS-PRIOR-SW.
           MOVE VSAM-ID       TO BLH-ID.
           MOVE VSAM-DVZ      TO BLH-DVZ.
           MOVE WS-BUS-DATE-N TO BLH-DATE.
           START BLH-FILE KEY IS NOT GREATER THAN BLH-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY PERFORM H230-READ-PRIOR-ROW.
           IF NOT PRIOR-ROW-FOUND
               GO TO H220-WRITE-ROW
           END-IF.
           IF (BLH-BALANCE = VSAM-BALANCE) AND
              (BLH-CUST-NO = VSAM-CUST-NO) AND
              (BLH-STATUS = 'O')
               ADD 1 TO WS-SAME-COUNT
               GO TO H220-END
           END-IF.
           IF BLH-DATE = WS-BUS-DATE-N
               MOVE VSAM-BALANCE TO BLH-BALANCE
               MOVE VSAM-CUST-NO TO BLH-CUST-NO
               MOVE 'O'          TO BLH-STATUS
               REWRITE BLH-REC
               ADD 1 TO WS-REWRITE-COUNT
               GO TO H220-END
           END-IF.
       H220-WRITE-ROW.
           MOVE VSAM-ID       TO BLH-ID.
           MOVE VSAM-DVZ      TO BLH-DVZ.
           MOVE WS-BUS-DATE-N TO BLH-DATE.
           MOVE VSAM-BALANCE  TO BLH-BALANCE.
           MOVE VSAM-CUST-NO  TO BLH-CUST-NO.
           MOVE 'O'           TO BLH-STATUS.
           WRITE BLH-REC
             INVALID KEY
                 DISPLAY 'UNABLE TO WRITE BALHIST ' VSAM-ID ' '
                         VSAM-DVZ ': ' ST-BLH
             NOT INVALID KEY
                 ADD 1 TO WS-WRITE-COUNT.
       H220-END. EXIT.

       H230-READ-PRIOR-ROW.
           READ BLH-FILE NEXT RECORD
             AT END CONTINUE.
           IF BLH-FILE-SUCCESS
               IF (BLH-ID = VSAM-ID) AND (BLH-DVZ = VSAM-DVZ)
                   MOVE 'Y' TO WS-PRIOR-SW
               END-IF
           END-IF.
       H230-END. EXIT.

       H250-CLOSE-GONE-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE 'N' TO WS-HLD-SW.
           MOVE LOW-VALUES TO BLH-KEY.
           START BLH-FILE KEY IS NOT LESS THAN BLH-KEY
             INVALID KEY     MOVE 'Y' TO WS-SCAN-SW
             NOT INVALID KEY
                 PERFORM H260-READ-NEXT-HISTORY UNTIL SCAN-DONE.
           IF HISTORY-HELD
               PERFORM H270-CHECK-GONE THRU H270-END
           END-IF.
           PERFORM H280-WRITE-CLOSED-ROW
               VARYING WS-GONE-IDX FROM 1 BY 1
               UNTIL WS-GONE-IDX > WS-GONE-ENTRIES.
       H250-END. EXIT.

       H260-READ-NEXT-HISTORY.
           READ BLH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-SW.
           IF BLH-FILE-SUCCESS
               IF HISTORY-HELD AND
                  ((BLH-ID NOT = WS-HLD-ID) OR
                   (BLH-DVZ NOT = WS-HLD-DVZ))
                   PERFORM H270-CHECK-GONE THRU H270-END
               END-IF
               IF NOT HISTORY-HELD
                   MOVE 'Y'     TO WS-HLD-SW
                   MOVE 'N'     TO WS-HLD-ROW-SW
                   MOVE BLH-ID  TO WS-HLD-ID
                   MOVE BLH-DVZ TO WS-HLD-DVZ
               END-IF
               IF BLH-DATE NOT > WS-BUS-DATE-N
                   MOVE 'Y'         TO WS-HLD-ROW-SW
                   MOVE BLH-CUST-NO TO WS-HLD-CUST-NO
                   MOVE BLH-STATUS  TO WS-HLD-STATUS
               END-IF
           ELSE
               MOVE 'Y' TO WS-SCAN-SW
           END-IF.
       H260-END. EXIT.

       H270-CHECK-GONE.
           MOVE 'N' TO WS-HLD-SW.
           IF (NOT HELD-ROW-IN-RANGE) OR (WS-HLD-STATUS NOT = 'O')
               GO TO H270-END
           END-IF.
           MOVE WS-HLD-ID  TO VSAM-ID.
           MOVE WS-HLD-DVZ TO VSAM-DVZ.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     PERFORM H275-STORE-GONE
             NOT INVALID KEY CONTINUE.
       H270-END. EXIT.

       H275-STORE-GONE.
           IF WS-GONE-ENTRIES < 500
               ADD 1 TO WS-GONE-ENTRIES
               SET WS-GONE-X TO WS-GONE-ENTRIES
               MOVE WS-HLD-ID      TO WS-GONE-ID (WS-GONE-X)
               MOVE WS-HLD-DVZ     TO WS-GONE-DVZ (WS-GONE-X)
               MOVE WS-HLD-CUST-NO TO WS-GONE-CUST-NO (WS-GONE-X)
           ELSE
               MOVE 'Y' TO WS-GONE-OVERFLOW-SW
           END-IF.
       H275-END. EXIT.

       H280-WRITE-CLOSED-ROW.
           SET WS-GONE-X TO WS-GONE-IDX.
           MOVE WS-GONE-ID (WS-GONE-X)      TO BLH-ID.
           MOVE WS-GONE-DVZ (WS-GONE-X)     TO BLH-DVZ.
           MOVE WS-BUS-DATE-N               TO BLH-DATE.
           MOVE 0                           TO BLH-BALANCE.
           MOVE WS-GONE-CUST-NO (WS-GONE-X) TO BLH-CUST-NO.
           MOVE 'C'                         TO BLH-STATUS.
           WRITE BLH-REC
             INVALID KEY     PERFORM H285-REWRITE-CLOSED-ROW
             NOT INVALID KEY ADD 1 TO WS-CLOSED-COUNT.
       H280-END. EXIT.

       H285-REWRITE-CLOSED-ROW.
           READ BLH-FILE KEY BLH-KEY
             INVALID KEY CONTINUE.
           IF BLH-FILE-SUCCESS
               MOVE 0   TO BLH-BALANCE
               MOVE 'C' TO BLH-STATUS
               REWRITE BLH-REC
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
       H285-END. EXIT.

       H300-READ-REQUEST.
           READ REQ-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H310-PROCESS-REQUEST THRU H310-END.
       H300-END. EXIT.

       H310-PROCESS-REQUEST.
           ADD 1 TO WS-REQ-COUNT.
           EVALUATE REQ-TYPE
               WHEN 'A'
                   IF (FUNCTION TEST-NUMVAL-C (REQ-ID) NOT = 0) OR
                      (REQ-DVZ NOT NUMERIC)
                       GO TO H310-REJECT
                   END-IF
                   MOVE 'ACCOUNT  ' TO SEL-KIND
               WHEN 'C'
                   IF FUNCTION TEST-NUMVAL-C (REQ-ID) NOT = 0
                       GO TO H310-REJECT
                   END-IF
                   MOVE 'CUSTOMER ' TO SEL-KIND
               WHEN 'D'
                   IF REQ-DVZ NOT NUMERIC
                       GO TO H310-REJECT
                   END-IF
                   MOVE 'CURRENCY ' TO SEL-KIND
               WHEN OTHER
                   GO TO H310-REJECT
           END-EVALUATE.
           MOVE 0 TO WS-REQ-ID-N.
           MOVE 0 TO WS-REQ-DVZ-N.
           IF REQ-ID NOT = SPACES
               COMPUTE WS-REQ-ID-N = FUNCTION NUMVAL-C (REQ-ID)
           END-IF.
           IF REQ-DVZ NUMERIC
               COMPUTE WS-REQ-DVZ-N = FUNCTION NUMVAL (REQ-DVZ)
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE REQ-ID         TO SEL-ID.
           MOVE REQ-DVZ        TO SEL-DVZ.
           MOVE WS-FROM-DATE-N TO SEL-FROM.
           MOVE WS-TO-DATE-N   TO SEL-TO.
           MOVE WS-SEL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COL-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0      TO WS-REQ-ACCTS.
           MOVE 0      TO WS-REQ-NORATE.
           MOVE 0      TO WS-REQ-BASE-CLOSE.
           MOVE 0      TO WS-REQ-BASE-AVG.
           MOVE SPACES TO WS-REQ-BASE-CCY.
           MOVE 'N'    TO WS-GRP-SW.
           MOVE 'N'    TO WS-SCAN-SW.
           IF REQ-TYPE = 'A'
               MOVE WS-REQ-ID-N  TO BLH-ID
               MOVE WS-REQ-DVZ-N TO BLH-DVZ
               MOVE 0            TO BLH-DATE
           ELSE
               MOVE LOW-VALUES   TO BLH-KEY
           END-IF.
           START BLH-FILE KEY IS NOT LESS THAN BLH-KEY
             INVALID KEY     MOVE 'Y' TO WS-SCAN-SW
             NOT INVALID KEY
                 PERFORM H320-READ-NEXT-HISTORY UNTIL SCAN-DONE.
           IF GROUP-ACTIVE
               PERFORM H350-END-GROUP THRU H350-END
           END-IF.
           IF WS-REQ-ACCTS = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM H370-PRINT-REQUEST-TOTAL
           END-IF.
           GO TO H310-END.
       H310-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE REQ-TYPE TO REJ-TYPE.
           MOVE REQ-ID   TO REJ-ID.
           MOVE REQ-DVZ  TO REJ-DVZ.
           MOVE WS-REJ-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H310-END. EXIT.

       H320-READ-NEXT-HISTORY.
           READ BLH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-SW.
           IF BLH-FILE-SUCCESS
               IF (REQ-TYPE = 'A') AND
                  ((BLH-ID NOT = WS-REQ-ID-N) OR
                   (BLH-DVZ NOT = WS-REQ-DVZ-N))
                   MOVE 'Y' TO WS-SCAN-SW
               ELSE
                   PERFORM H330-TAKE-HISTORY-ROW THRU H330-END
               END-IF
           ELSE
               MOVE 'Y' TO WS-SCAN-SW
           END-IF.
       H320-END. EXIT.

       H330-TAKE-HISTORY-ROW.
           IF (REQ-TYPE = 'D') AND (BLH-DVZ NOT = WS-REQ-DVZ-N)
               GO TO H330-END
           END-IF.
           IF GROUP-ACTIVE AND
              ((BLH-ID NOT = WS-G-ID) OR (BLH-DVZ NOT = WS-G-DVZ))
               PERFORM H350-END-GROUP THRU H350-END
           END-IF.
           IF NOT GROUP-ACTIVE
               PERFORM H335-START-GROUP
           END-IF.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE (BLH-DATE).
           IF WS-ROW-INT > WS-TO-INT
               GO TO H330-END
           END-IF.
           MOVE BLH-CUST-NO TO WS-G-CUST-NO.
           IF (REQ-TYPE = 'C') AND (BLH-CUST-NO = WS-REQ-ID-N)
               MOVE 'Y' TO WS-G-CUST-SW
           END-IF.
           IF WS-ROW-INT > WS-FROM-INT
               PERFORM H345-TAKE-OPENING THRU H345-END
               COMPUTE WS-ACCRUE-END-INT = WS-ROW-INT - 1
               PERFORM H340-ACCRUE-DAYS THRU H340-END
           END-IF.
           MOVE WS-ROW-INT TO WS-G-CUR-INT.
           IF BLH-STATUS = 'C'
               MOVE 'N' TO WS-G-CUR-SW
               MOVE 0   TO WS-G-CUR-BAL
           ELSE
               MOVE 'Y' TO WS-G-CUR-SW
               MOVE BLH-BALANCE TO WS-G-CUR-BAL
           END-IF.
       H330-END. EXIT.

       H335-START-GROUP.
           MOVE 'Y'     TO WS-GRP-SW.
           MOVE BLH-ID  TO WS-G-ID.
           MOVE BLH-DVZ TO WS-G-DVZ.
           MOVE 0       TO WS-G-CUST-NO.
           MOVE 'N'     TO WS-G-CUST-SW.
           MOVE 'N'     TO WS-G-CUR-SW.
           MOVE 0       TO WS-G-CUR-BAL.
           MOVE 0       TO WS-G-CUR-INT.
           MOVE 'N'     TO WS-G-OPEN-SW.
           MOVE 0       TO WS-G-OPEN-BAL.
           MOVE 'N'     TO WS-G-STATS-SW.
           MOVE 0       TO WS-G-DAYS.
           MOVE 0       TO WS-G-SUM.
           MOVE 0       TO WS-G-MIN.
           MOVE 0       TO WS-G-MAX.
       H335-END. EXIT.

       H340-ACCRUE-DAYS.
           IF NOT GROUP-BALANCE-ACTIVE
               GO TO H340-END
           END-IF.
           IF WS-G-CUR-INT > WS-FROM-INT
               MOVE WS-G-CUR-INT TO WS-ACCRUE-START-INT
           ELSE
               MOVE WS-FROM-INT  TO WS-ACCRUE-START-INT
           END-IF.
           COMPUTE WS-ACCRUE-DAYS =
               WS-ACCRUE-END-INT - WS-ACCRUE-START-INT + 1.
           IF WS-ACCRUE-DAYS NOT > 0
               GO TO H340-END
           END-IF.
           IF NOT GROUP-HAS-DAYS
               MOVE 'Y'          TO WS-G-STATS-SW
               MOVE WS-G-CUR-BAL TO WS-G-MIN
               MOVE WS-G-CUR-BAL TO WS-G-MAX
           END-IF.
           IF WS-G-CUR-BAL < WS-G-MIN
               MOVE WS-G-CUR-BAL TO WS-G-MIN
           END-IF.
           IF WS-G-CUR-BAL > WS-G-MAX
               MOVE WS-G-CUR-BAL TO WS-G-MAX
           END-IF.
           ADD WS-ACCRUE-DAYS TO WS-G-DAYS.
           COMPUTE WS-G-SUM = WS-G-SUM
                            + (WS-G-CUR-BAL * WS-ACCRUE-DAYS).
       H340-END. EXIT.

       H345-TAKE-OPENING.
           IF GROUP-OPENING-TAKEN
               GO TO H345-END
           END-IF.
           MOVE 'Y' TO WS-G-OPEN-SW.
           IF GROUP-BALANCE-ACTIVE
               MOVE WS-G-CUR-BAL TO WS-G-OPEN-BAL
           ELSE
               MOVE 0            TO WS-G-OPEN-BAL
           END-IF.
       H345-END. EXIT.

       H350-END-GROUP.
           MOVE 'N' TO WS-GRP-SW.
           PERFORM H345-TAKE-OPENING THRU H345-END.
           MOVE WS-TO-INT TO WS-ACCRUE-END-INT.
           PERFORM H340-ACCRUE-DAYS THRU H340-END.
           IF (REQ-TYPE = 'C') AND (NOT GROUP-CUST-MATCH)
               GO TO H350-END
           END-IF.
           IF WS-G-DAYS = 0
               GO TO H350-END
           END-IF.
           ADD 1 TO WS-REQ-ACCTS.
           ADD 1 TO WS-PRINT-COUNT.
           COMPUTE WS-G-AVG ROUNDED = WS-G-SUM / WS-G-DAYS.
           MOVE SPACES        TO WS-ACC-LINE.
           MOVE WS-G-ID       TO ACC-ID.
           MOVE WS-G-DVZ      TO ACC-DVZ.
           MOVE WS-G-CUST-NO  TO ACC-CUST.
           MOVE WS-G-OPEN-BAL TO ACC-OPEN.
           MOVE WS-G-CUR-BAL  TO ACC-CLOSE.
           MOVE WS-G-MIN      TO ACC-MIN.
           MOVE WS-G-MAX      TO ACC-MAX.
           MOVE WS-G-AVG      TO ACC-AVG.
           MOVE WS-G-DAYS     TO ACC-DAYS.
           MOVE WS-ACC-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM H360-CONVERT-TO-BASE.
           IF NO-RATE-FOUND
               ADD 1 TO WS-REQ-NORATE
               MOVE WS-NO-RATE-LINE TO RPT-LINE
           ELSE
               ADD WS-BASE-CLOSE TO WS-REQ-BASE-CLOSE
               ADD WS-BASE-AVG   TO WS-REQ-BASE-AVG
               MOVE RATE-BASE-CCY TO WS-REQ-BASE-CCY
               MOVE RATE-BASE-CCY TO BASE-CCY
               MOVE WS-BASE-CLOSE TO BASE-CLOSE
               MOVE WS-BASE-AVG   TO BASE-AVG
               MOVE WS-BASE-LINE TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
       H350-END. EXIT.

       H360-CONVERT-TO-BASE.
           MOVE 'N' TO WS-NO-RATE-SW.
           MOVE 0   TO WS-BASE-CLOSE.
           MOVE 0   TO WS-BASE-AVG.
           MOVE WS-G-DVZ TO RATE-DVZ.
           COMPUTE RATE-EFF-DATE = FUNCTION DAY-OF-INTEGER (WS-TO-INT).
           START RATE-FILE KEY IS NOT GREATER THAN RATE-KEY
             INVALID KEY     MOVE 'Y' TO WS-NO-RATE-SW
             NOT INVALID KEY PERFORM H365-READ-EFFECTIVE-RATE.
       H360-END. EXIT.

       H365-READ-EFFECTIVE-RATE.
           READ RATE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-NO-RATE-SW.
           IF RATE-FILE-SUCCESS
               IF RATE-DVZ = WS-G-DVZ
                   COMPUTE WS-BASE-CLOSE ROUNDED =
                       WS-G-CUR-BAL * RATE-FACTOR
                   COMPUTE WS-BASE-AVG ROUNDED =
                       WS-G-AVG * RATE-FACTOR
               ELSE
                   MOVE 'Y' TO WS-NO-RATE-SW
               END-IF
           END-IF.
       H365-END. EXIT.

       H370-PRINT-REQUEST-TOTAL.
           MOVE WS-REQ-ACCTS      TO TOT-ACCTS.
           MOVE WS-REQ-BASE-CCY   TO TOT-CCY.
           MOVE WS-REQ-BASE-CLOSE TO TOT-BASE-CLOSE.
           MOVE WS-REQ-BASE-AVG   TO TOT-BASE-AVG.
           MOVE WS-TOT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-REQ-NORATE > 0
               MOVE WS-REQ-NORATE TO TOT-NORATE
               MOVE WS-TOT-NORATE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       H370-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           IF SNAPSHOT-RUN
               DISPLAY 'HMWRK03Z END-OF-DAY BALANCE SNAPSHOT'
               DISPLAY 'BUSINESS DATE             : ' WS-BUS-DATE
               DISPLAY 'ACCOUNTS READ             : ' WS-ACCT-COUNT
               DISPLAY 'BALANCES UNCHANGED        : ' WS-SAME-COUNT
               DISPLAY 'HISTORY ROWS WRITTEN      : ' WS-WRITE-COUNT
               DISPLAY 'HISTORY ROWS REPLACED     : ' WS-REWRITE-COUNT
               DISPLAY 'ACCOUNTS MARKED CLOSED    : ' WS-CLOSED-COUNT
           ELSE
               DISPLAY 'HMWRK03Z BALANCE HISTORY REPORT'
               DISPLAY 'PERIOD                    : ' WS-FROM-DATE
                       ' - ' WS-TO-DATE
               DISPLAY 'REQUESTS READ             : ' WS-REQ-COUNT
               DISPLAY 'REQUESTS REJECTED         : ' WS-REJECT-COUNT
               DISPLAY 'ACCOUNTS REPORTED         : ' WS-PRINT-COUNT
           END-IF.
           DISPLAY '-------------------------------------------'.
           IF GONE-TABLE-OVERFLOWED
               DISPLAY 'MORE THAN 500 CLOSED ACCOUNTS; '
                       'REMAINDER MARKED ON NEXT RUN'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF PREREQ-OVERRIDDEN AND SNAPSHOT-RUN
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

       RUN-CTL-CHECK-PREREQ.
           MOVE 'N' TO WS-CTL-PREREQ-SW.
           MOVE 'N' TO WS-CTL-SCAN-SW.
           MOVE WS-CTL-PGM    TO RCTL-PROGRAM.
           MOVE WS-CTL-DATE-N TO RCTL-BUS-DATE.
           MOVE LOW-VALUES    TO RCTL-INPUT-ID.
           START RUN-CTL-FILE KEY IS NOT LESS THAN RCTL-KEY
             INVALID KEY     MOVE 'Y' TO WS-CTL-SCAN-SW
             NOT INVALID KEY
                 PERFORM RUN-CTL-SCAN-PREREQ UNTIL CTL-SCAN-DONE.
           IF NOT PREREQ-COMPLETED
               DISPLAY 'RUNCTL: ' WS-CTL-PGM ' HAS NOT COMPLETED FOR '
                       WS-CTL-DATE '; RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       RUN-CTL-CHECK-PREREQ-END. EXIT.

       RUN-CTL-SCAN-PREREQ.
           READ RUN-CTL-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CTL-SCAN-SW.
           IF CTL-FILE-SUCCESS
               IF (RCTL-PROGRAM = WS-CTL-PGM) AND
                  (RCTL-BUS-DATE = WS-CTL-DATE-N)
                   IF RCTL-STATUS = 'C'
                       MOVE 'Y' TO WS-CTL-PREREQ-SW
                       MOVE 'Y' TO WS-CTL-SCAN-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-CTL-SCAN-SW
               END-IF
           END-IF.
       RUN-CTL-SCAN-PREREQ-END. EXIT.

       RUN-CTL-RECORD-START.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'HMWRK03Z'      TO RCTL-PROGRAM.
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
           MOVE 'HMWRK03Z'      TO RCTL-PROGRAM.
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
           IF SNAPSHOT-RUN
               CLOSE VSAM-FILE
           ELSE
               CLOSE RATE-FILE
               CLOSE REQ-FILE
               CLOSE RPT-FILE
           END-IF.
           CLOSE BLH-FILE.
           GOBACK.
       H999-EXIT.
