       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03E.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDMSTR
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY HOLD-KEY
                            STATUS ST-HLD.
           SELECT HLG-FILE  ASSIGN TO HLGFILE
                            STATUS ST-HLG.
           SELECT RPT-FILE  ASSIGN TO HLDRPT
                            STATUS ST-RPT.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
           SELECT SRT-FILE  ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREX.
       FD  HLG-FILE RECORDING MODE F.
         01  HLG-REC.
           03 HLG-ACTION          PIC X(1).
           03 HLG-ID              PIC X(5).
           03 HLG-DVZ             PIC X(3).
           03 HLG-HOLD-NO         PIC X(3).
           03 HLG-BEFORE-AMOUNT   PIC S9(15) COMP-3.
           03 HLG-BEFORE-REASON   PIC X(8).
           03 HLG-BEFORE-PLACED   PIC 9(8).
           03 HLG-BEFORE-EXPIRY   PIC 9(8).
           03 HLG-BEFORE-STATUS   PIC X(1).
           03 HLG-AFTER-AMOUNT    PIC S9(15) COMP-3.
           03 HLG-AFTER-REASON    PIC X(8).
           03 HLG-AFTER-PLACED    PIC 9(8).
           03 HLG-AFTER-EXPIRY    PIC 9(8).
           03 HLG-AFTER-STATUS    PIC X(1).
           03 HLG-RUN-DATE        PIC 9(8).
           03 HLG-RUN-TIME        PIC 9(6).
           03 HLG-PROGRAM         PIC X(8).
           03 HLG-BATCH-REF       PIC X(12).
           03 HLG-OPERATOR        PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-LINE             PIC X(132).
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-BUS-DATE       PIC X(8).
       SD  SRT-FILE.
         01  SRT-REC.
           03 SRT-DVZ             PIC S9(3) COMP.
           03 SRT-REASON          PIC X(8).
           03 SRT-ID              PIC S9(5) COMP-3.
           03 SRT-HOLD-NO         PIC S9(3) COMP.
           03 SRT-AMOUNT          PIC S9(15) COMP-3.
           03 SRT-PLACED-DATE     PIC 9(8).
           03 SRT-EXPIRY-DATE     PIC 9(8).
           03 SRT-STATUS          PIC X(1).
           03 SRT-OPERATOR        PIC X(8).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-HLD             PIC 9(2).
              88 HOLD-FILE-SUCCESS               VALUE 0 97.
              88 HOLD-FILE-EOF                   VALUE 10.
              88 HOLD-FILE-MISSING               VALUE 35.
           03 ST-HLG             PIC 9(2).
              88 HLG-FILE-SUCCESS                VALUE 0 97.
           03 ST-RPT             PIC 9(2).
              88 RPT-FILE-SUCCESS                 VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-RUN-TIME        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE-N REDEFINES WS-BUS-DATE PIC 9(8).
           03 WS-ID-DISP         PIC 9(5).
           03 WS-DVZ-DISP        PIC 9(3).
           03 WS-HOLD-NO-DISP    PIC 9(3).
           03 WS-BATCH-REF.
              05 FILLER          PIC X(4) VALUE 'H03E'.
              05 WS-BATCH-TIME   PIC X(6).
              05 FILLER          PIC X(2) VALUE SPACE.
         01  WS-REPORT-AREA.
           03 WS-HDR-LINE.
              05 FILLER          PIC X(40) VALUE
                 'HMWRK03E ACCOUNT HOLDS AND LIENS REPORT '.
              05 FILLER          PIC X(14) VALUE 'BUSINESS DATE '.
              05 HDR-BUS-DATE    PIC X(8).
              05 FILLER          PIC X(70) VALUE SPACE.
           03 WS-DTL-HDR-LINE.
              05 FILLER          PIC X(132) VALUE
                 'DVZ REASON   ID    HOLD AMOUNT          PLACED   EXPIR
      -          'ES   ST OPERATOR'.
           03 WS-DTL-LINE.
              05 DTL-DVZ         PIC 9(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-REASON      PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-ID          PIC 9(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-HOLD-NO     PIC 9(3).
              05 FILLER          PIC X(2) VALUE SPACE.
              05 DTL-AMOUNT      PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-PLACED      PIC 9(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-EXPIRY      PIC 9(8).
              05 FILLER          PIC X(2) VALUE SPACE.
              05 DTL-STATUS      PIC X(1).
              05 FILLER          PIC X(2) VALUE SPACE.
              05 DTL-OPERATOR    PIC X(8).
              05 FILLER          PIC X(62) VALUE SPACE.
           03 WS-RSN-LINE.
              05 FILLER          PIC X(4) VALUE 'DVZ '.
              05 RSN-DVZ         PIC 9(3).
              05 FILLER          PIC X(8) VALUE ' REASON '.
              05 RSN-REASON      PIC X(8).
              05 FILLER          PIC X(14) VALUE ' ACTIVE HOLDS '.
              05 RSN-COUNT       PIC ZZZZZZ9.
              05 FILLER          PIC X(8) VALUE ' AMOUNT '.
              05 RSN-AMOUNT      PIC Z(14)9.
              05 FILLER          PIC X(65) VALUE SPACE.
           03 WS-DVZ-LINE.
              05 FILLER          PIC X(4) VALUE 'DVZ '.
              05 DVT-DVZ         PIC 9(3).
              05 FILLER          PIC X(16) VALUE ' TOTAL          '.
              05 FILLER          PIC X(14) VALUE ' ACTIVE HOLDS '.
              05 DVT-COUNT       PIC ZZZZZZ9.
              05 FILLER          PIC X(8) VALUE ' AMOUNT '.
              05 DVT-AMOUNT      PIC Z(14)9.
              05 FILLER          PIC X(65) VALUE SPACE.
         01  WS-BREAK-AREA.
           03 WS-SORT-EOF-SW     PIC X(1) VALUE 'N'.
              88 SORT-FILE-EOF                   VALUE 'Y'.
           03 WS-GRP-ACTIVE-SW   PIC X(1) VALUE 'N'.
              88 GRP-ACTIVE                      VALUE 'Y'.
           03 WS-GRP-DVZ         PIC S9(3) COMP VALUE 0.
           03 WS-GRP-REASON      PIC X(8) VALUE SPACE.
           03 WS-RSN-COUNT       PIC 9(7) COMP VALUE 0.
           03 WS-RSN-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           03 WS-DVZ-COUNT       PIC 9(7) COMP VALUE 0.
           03 WS-DVZ-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
         01  WS-TOTAL-AREA.
           03 WS-REC-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-EXPIRE-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-ACTIVE-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-ACTIVE-AMOUNT   PIC S9(15) COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE ON ASCENDING KEY SRT-DVZ SRT-REASON
                                          SRT-ID SRT-HOLD-NO
               INPUT PROCEDURE IS H200-RELEASE-HOLDS
                   THRU H200-RELEASE-END
               OUTPUT PROCEDURE IS H500-PRINT-HOLDS
                   THRU H500-PRINT-END
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-READ-RUN-PARM.
           OPEN I-O    HOLD-FILE.
           IF HOLD-FILE-MISSING
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF (ST-HLD NOT = 0) AND (ST-HLD NOT = 97)
           DISPLAY '1'
           DISPLAY 'UNABLE TO OPEN HOLDMSTR: ' ST-HLD
           MOVE ST-HLD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN EXTEND HLG-FILE.
           IF (ST-HLG NOT = 0) AND (ST-HLG NOT = 97)
           DISPLAY '2'
           DISPLAY 'UNABLE TO OPEN HLGFILE: ' ST-HLG
           MOVE ST-HLG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF (ST-RPT NOT = 0) AND (ST-RPT NOT = 97)
           DISPLAY '3'
           DISPLAY 'UNABLE TO OPEN HLDRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-BATCH-TIME.
           MOVE WS-BUS-DATE TO HDR-BUS-DATE.
           MOVE WS-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DTL-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
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
               END-IF
               CLOSE PARM-FILE
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N) = 0
               DISPLAY 'INVALID BUSINESS DATE: ' WS-BUS-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.

       H200-RELEASE-HOLDS.
           PERFORM H210-SCAN-HOLDS UNTIL HOLD-FILE-EOF.
       H200-RELEASE-END. EXIT.

       H210-SCAN-HOLDS.
           READ HOLD-FILE NEXT RECORD
             AT END     CONTINUE
             NOT AT END PERFORM H300-CHECK-HOLD THRU H300-END.
       H210-END. EXIT.

       H300-CHECK-HOLD.
           ADD 1 TO WS-REC-COUNT.
           IF HOLD-STATUS NOT = 'A'
               GO TO H300-END
           END-IF.
           IF (HOLD-EXPIRY-DATE NOT = 0) AND
              (HOLD-EXPIRY-DATE < WS-BUS-DATE-N)
               PERFORM H310-EXPIRE-HOLD
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               ADD HOLD-AMOUNT TO WS-ACTIVE-AMOUNT
           END-IF.
           MOVE HOLD-DVZ         TO SRT-DVZ.
           MOVE HOLD-REASON      TO SRT-REASON.
           MOVE HOLD-ID          TO SRT-ID.
           MOVE HOLD-NO          TO SRT-HOLD-NO.
           MOVE HOLD-AMOUNT      TO SRT-AMOUNT.
           MOVE HOLD-PLACED-DATE TO SRT-PLACED-DATE.
           MOVE HOLD-EXPIRY-DATE TO SRT-EXPIRY-DATE.
           MOVE HOLD-STATUS      TO SRT-STATUS.
           MOVE HOLD-OPERATOR    TO SRT-OPERATOR.
           RELEASE SRT-REC.
       H300-END. EXIT.

       H310-EXPIRE-HOLD.
           MOVE 'E'              TO HLG-ACTION.
           MOVE HOLD-AMOUNT      TO HLG-BEFORE-AMOUNT.
           MOVE HOLD-REASON      TO HLG-BEFORE-REASON.
           MOVE HOLD-PLACED-DATE TO HLG-BEFORE-PLACED.
           MOVE HOLD-EXPIRY-DATE TO HLG-BEFORE-EXPIRY.
           MOVE HOLD-STATUS      TO HLG-BEFORE-STATUS.
           MOVE 'E'              TO HOLD-STATUS.
           MOVE WS-BUS-DATE-N    TO HOLD-RELEASE-DATE.
           MOVE WS-RUN-DATE      TO HOLD-LAST-MAINT.
           REWRITE HOLD-REC.
           ADD 1 TO WS-EXPIRE-COUNT.
           MOVE HOLD-ID          TO WS-ID-DISP.
           MOVE HOLD-DVZ         TO WS-DVZ-DISP.
           MOVE HOLD-NO          TO WS-HOLD-NO-DISP.
           MOVE WS-ID-DISP       TO HLG-ID.
           MOVE WS-DVZ-DISP      TO HLG-DVZ.
           MOVE WS-HOLD-NO-DISP  TO HLG-HOLD-NO.
           MOVE HOLD-AMOUNT      TO HLG-AFTER-AMOUNT.
           MOVE HOLD-REASON      TO HLG-AFTER-REASON.
           MOVE HOLD-PLACED-DATE TO HLG-AFTER-PLACED.
           MOVE HOLD-EXPIRY-DATE TO HLG-AFTER-EXPIRY.
           MOVE HOLD-STATUS      TO HLG-AFTER-STATUS.
           MOVE WS-RUN-DATE       TO HLG-RUN-DATE.
           MOVE WS-RUN-TIME (1:6) TO HLG-RUN-TIME.
           MOVE 'HMWRK03E'        TO HLG-PROGRAM.
           MOVE WS-BATCH-REF      TO HLG-BATCH-REF.
           MOVE 'HMWRK03E'        TO HLG-OPERATOR.
           WRITE HLG-REC.
       H310-END. EXIT.

       H500-PRINT-HOLDS.
           PERFORM H510-RETURN-NEXT UNTIL SORT-FILE-EOF.
           IF GRP-ACTIVE
               PERFORM H530-PRINT-REASON-TOTAL
               PERFORM H540-PRINT-DVZ-TOTAL
           END-IF.
       H500-PRINT-END. EXIT.

       H510-RETURN-NEXT.
           RETURN SRT-FILE
             AT END     MOVE 'Y' TO WS-SORT-EOF-SW
             NOT AT END PERFORM H520-PRINT-DETAIL THRU H520-END.
       H510-END. EXIT.

       H520-PRINT-DETAIL.
           IF GRP-ACTIVE
               IF SRT-DVZ NOT = WS-GRP-DVZ
                   PERFORM H530-PRINT-REASON-TOTAL
                   PERFORM H540-PRINT-DVZ-TOTAL
               ELSE
                   IF SRT-REASON NOT = WS-GRP-REASON
                       PERFORM H530-PRINT-REASON-TOTAL
                   END-IF
               END-IF
           END-IF.
           MOVE 'Y'        TO WS-GRP-ACTIVE-SW.
           MOVE SRT-DVZ    TO WS-GRP-DVZ.
           MOVE SRT-REASON TO WS-GRP-REASON.
           MOVE SRT-DVZ         TO DTL-DVZ.
           MOVE SRT-REASON      TO DTL-REASON.
           MOVE SRT-ID          TO DTL-ID.
           MOVE SRT-HOLD-NO     TO DTL-HOLD-NO.
           MOVE SRT-AMOUNT      TO DTL-AMOUNT.
           MOVE SRT-PLACED-DATE TO DTL-PLACED.
           MOVE SRT-EXPIRY-DATE TO DTL-EXPIRY.
           MOVE SRT-STATUS      TO DTL-STATUS.
           MOVE SRT-OPERATOR    TO DTL-OPERATOR.
           MOVE WS-DTL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF SRT-STATUS = 'A'
               ADD 1 TO WS-RSN-COUNT
               ADD SRT-AMOUNT TO WS-RSN-AMOUNT
           END-IF.
       H520-END. EXIT.

       H530-PRINT-REASON-TOTAL.
           MOVE WS-GRP-DVZ    TO RSN-DVZ.
           MOVE WS-GRP-REASON TO RSN-REASON.
           MOVE WS-RSN-COUNT  TO RSN-COUNT.
           MOVE WS-RSN-AMOUNT TO RSN-AMOUNT.
           MOVE WS-RSN-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-RSN-COUNT  TO WS-DVZ-COUNT.
           ADD WS-RSN-AMOUNT TO WS-DVZ-AMOUNT.
           MOVE 0 TO WS-RSN-COUNT.
           MOVE 0 TO WS-RSN-AMOUNT.
       H530-END. EXIT.

       H540-PRINT-DVZ-TOTAL.
           MOVE WS-GRP-DVZ    TO DVT-DVZ.
           MOVE WS-DVZ-COUNT  TO DVT-COUNT.
           MOVE WS-DVZ-AMOUNT TO DVT-AMOUNT.
           MOVE WS-DVZ-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-DVZ-COUNT.
           MOVE 0 TO WS-DVZ-AMOUNT.
       H540-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03E HOLDS EXPIRY AND REPORT'.
           DISPLAY 'BUSINESS DATE             : ' WS-BUS-DATE.
           DISPLAY 'HOLD RECORDS READ         : ' WS-REC-COUNT.
           DISPLAY 'HOLDS EXPIRED             : ' WS-EXPIRE-COUNT.
           DISPLAY 'HOLDS STILL ACTIVE        : ' WS-ACTIVE-COUNT.
           DISPLAY 'ACTIVE HOLD AMOUNT        : ' WS-ACTIVE-AMOUNT.
           DISPLAY '-------------------------------------------'.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HOLD-FILE.
           CLOSE HLG-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
