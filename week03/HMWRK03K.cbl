       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03K.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDMSTR
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY HOLD-KEY
                            STATUS ST-HLD.
           SELECT VSAM-FILE ASSIGN TO VSAMFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY VSAM-KEY
                            ALTERNATE RECORD KEY VSAM-DVZ
                                 WITH DUPLICATES
                            STATUS ST-VSAM.
           SELECT HLT-FILE  ASSIGN TO HLDTRN
                            STATUS ST-TRN.
           SELECT HLT-REJECT-FILE ASSIGN TO HLDREJ
                            STATUS ST-REJ.
           SELECT HLG-FILE  ASSIGN TO HLGFILE
                            STATUS ST-HLG.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREX.
       FD  VSAM-FILE.
           COPY VSAMREX.
       FD  HLT-FILE RECORDING MODE F.
         01  HLT-REC.
           03 HLT-ID              PIC X(5).
           03 HLT-DVZ             PIC X(3).
           03 HLT-HOLD-NO         PIC X(3).
           03 HLT-ACTION          PIC X(1).
           03 HLT-AMOUNT          PIC X(15).
           03 HLT-REASON          PIC X(8).
           03 HLT-PLACED-DATE     PIC X(8).
           03 HLT-EXPIRY-DATE     PIC X(8).
           03 HLT-OPERATOR        PIC X(8).
       FD  HLT-REJECT-FILE RECORDING MODE F.
         01  HLT-REJ-REC.
           03 HLTREJ-ID           PIC X(5).
           03 HLTREJ-DVZ          PIC X(3).
           03 HLTREJ-HOLD-NO      PIC X(3).
           03 HLTREJ-ACTION       PIC X(1).
           03 HLTREJ-REASON       PIC X(8).
           03 HLTREJ-HOLD-STATUS  PIC X(2).
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
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-HLD             PIC 9(2).
              88 HOLD-FILE-SUCCESS               VALUE 0 97.
              88 HOLD-FILE-NOTFND                VALUE 23.
              88 HOLD-FILE-MISSING               VALUE 35.
           03 ST-VSAM            PIC 9(2).
              88 VSAM-FILE-SUCCESS               VALUE 0 97.
              88 VSAM-FILE-NOTFND                VALUE 23.
           03 ST-TRN             PIC 9(2).
              88 HLT-FILE-EOF                    VALUE 10.
              88 HLT-FILE-SUCCESS                VALUE 0 97.
           03 ST-REJ             PIC 9(2).
              88 HLT-REJECT-SUCCESS               VALUE 0 97.
           03 ST-HLG             PIC 9(2).
              88 HLG-FILE-SUCCESS                VALUE 0 97.
           03 WS-REJECT-REASON   PIC X(8).
           03 WS-REJECT-STATUS   PIC X(2).
           03 WS-HOLD-ID-N       PIC S9(5) COMP-3 VALUE 0.
           03 WS-HOLD-DVZ-N      PIC S9(3) COMP VALUE 0.
           03 WS-HOLD-NO-N       PIC S9(3) COMP VALUE 0.
           03 WS-HOLD-AMOUNT-N   PIC S9(15) COMP-3 VALUE 0.
           03 WS-PLACED-DATE-N   PIC 9(8) VALUE 0.
           03 WS-EXPIRY-DATE-N   PIC 9(8) VALUE 0.
           03 WS-BEFORE-IMAGE.
              05 WS-BEFORE-AMOUNT   PIC S9(15) COMP-3.
              05 WS-BEFORE-REASON   PIC X(8).
              05 WS-BEFORE-PLACED   PIC 9(8).
              05 WS-BEFORE-EXPIRY   PIC 9(8).
              05 WS-BEFORE-STATUS   PIC X(1).
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
           03 WS-RUN-TIME        PIC X(8) VALUE SPACE.
           03 WS-BATCH-REF.
              05 FILLER          PIC X(4) VALUE 'H03K'.
              05 WS-BATCH-TIME   PIC X(6).
              05 FILLER          PIC X(2) VALUE SPACE.
         01  WS-TOTAL-AREA.
           03 WS-TRN-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-PLACE-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-AMEND-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-RELEASE-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-REJECT-COUNT    PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-READ-FIRST
           PERFORM H201-READ-NEXT-RECORD UNTIL HLT-FILE-EOF
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
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

           OPEN INPUT  HLT-FILE.
           IF (ST-TRN NOT = 0) AND (ST-TRN NOT = 97)
           DISPLAY '2'
           DISPLAY 'UNABLE TO OPEN HLDTRN: ' ST-TRN
           MOVE ST-TRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT HLT-REJECT-FILE.
           IF (ST-REJ NOT = 0) AND (ST-REJ NOT = 97)
           DISPLAY '3'
           DISPLAY 'UNABLE TO OPEN HLDREJ: ' ST-REJ
           MOVE ST-REJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN EXTEND HLG-FILE.
           IF (ST-HLG NOT = 0) AND (ST-HLG NOT = 97)
           DISPLAY '4'
           DISPLAY 'UNABLE TO OPEN HLGFILE: ' ST-HLG
           MOVE ST-HLG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  VSAM-FILE.
           IF (ST-VSAM NOT = 0) AND (ST-VSAM NOT = 97)
           DISPLAY '5'
           DISPLAY 'UNABLE TO OPEN VSAMFILE: ' ST-VSAM
           MOVE ST-VSAM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-BATCH-TIME.
       H100-END. EXIT.

       H200-READ-FIRST.
           READ HLT-FILE.
           IF (ST-TRN NOT = 0) AND (ST-TRN NOT = 97)
              AND (ST-TRN NOT = 10)
           DISPLAY 'UNABLE TO READ HLDTRN: ' ST-TRN
           MOVE ST-TRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H300-APPLY-TRANSACTION THRU H300-END.
       H200-END. EXIT.

       H201-READ-NEXT-RECORD.
           READ HLT-FILE.
           PERFORM H300-APPLY-TRANSACTION THRU H300-END.
       H201-END. EXIT.

       H300-APPLY-TRANSACTION.
           IF HLT-FILE-EOF
               GO TO H300-END
           END-IF.
           ADD 1 TO WS-TRN-COUNT.
           MOVE SPACES TO WS-REJECT-STATUS.
           IF (FUNCTION TEST-NUMVAL-C (HLT-ID) NOT = 0) OR
              (HLT-DVZ NOT NUMERIC) OR
              (HLT-HOLD-NO NOT NUMERIC)
               MOVE 'BADKEY' TO WS-REJECT-REASON
               PERFORM H400-WRITE-HLT-REJECT
               GO TO H300-END
           END-IF.
           COMPUTE WS-HOLD-ID-N  = FUNCTION NUMVAL-C (HLT-ID).
           COMPUTE WS-HOLD-DVZ-N = FUNCTION NUMVAL (HLT-DVZ).
           COMPUTE WS-HOLD-NO-N  = FUNCTION NUMVAL (HLT-HOLD-NO).
           IF HLT-ACTION = 'P' OR HLT-ACTION = 'A'
               PERFORM H350-VALIDATE-DETAIL THRU H350-END
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM H400-WRITE-HLT-REJECT
                   GO TO H300-END
               END-IF
           END-IF.
           MOVE WS-HOLD-ID-N  TO HOLD-ID.
           MOVE WS-HOLD-DVZ-N TO HOLD-DVZ.
           MOVE WS-HOLD-NO-N  TO HOLD-NO.
           EVALUATE HLT-ACTION
               WHEN 'P' PERFORM H310-PLACE-HOLD
               WHEN 'A' PERFORM H320-AMEND-HOLD
               WHEN 'R' PERFORM H330-RELEASE-HOLD
               WHEN OTHER
                   MOVE 'BADACT' TO WS-REJECT-REASON
                   PERFORM H400-WRITE-HLT-REJECT
           END-EVALUATE.
       H300-END. EXIT.

       H310-PLACE-HOLD.
           READ HOLD-FILE KEY HOLD-KEY
             INVALID KEY     PERFORM H311-WRITE-NEW-HOLD
             NOT INVALID KEY PERFORM H312-PLACE-DUPLICATE.
       H310-END. EXIT.

       H311-WRITE-NEW-HOLD.
           MOVE WS-HOLD-ID-N     TO HOLD-ID.
           MOVE WS-HOLD-DVZ-N    TO HOLD-DVZ.
           MOVE WS-HOLD-NO-N     TO HOLD-NO.
           MOVE WS-HOLD-AMOUNT-N TO HOLD-AMOUNT.
           MOVE HLT-REASON       TO HOLD-REASON.
           MOVE WS-PLACED-DATE-N TO HOLD-PLACED-DATE.
           MOVE WS-EXPIRY-DATE-N TO HOLD-EXPIRY-DATE.
           MOVE 'A'              TO HOLD-STATUS.
           MOVE HLT-OPERATOR     TO HOLD-OPERATOR.
           MOVE 0                TO HOLD-RELEASE-DATE.
           MOVE WS-RUN-DATE      TO HOLD-LAST-MAINT.
           WRITE HOLD-REC.
           ADD 1 TO WS-PLACE-COUNT.
           MOVE 'P'    TO HLG-ACTION.
           MOVE 0      TO HLG-BEFORE-AMOUNT.
           MOVE SPACES TO HLG-BEFORE-REASON.
           MOVE 0      TO HLG-BEFORE-PLACED.
           MOVE 0      TO HLG-BEFORE-EXPIRY.
           MOVE SPACES TO HLG-BEFORE-STATUS.
           PERFORM H420-LOG-AFTER-IMAGE.
       H311-END. EXIT.

       H312-PLACE-DUPLICATE.
           MOVE 'DUPKEY' TO WS-REJECT-REASON.
           MOVE ST-HLD   TO WS-REJECT-STATUS.
           PERFORM H400-WRITE-HLT-REJECT.
       H312-END. EXIT.

       H320-AMEND-HOLD.
           READ HOLD-FILE KEY HOLD-KEY
             INVALID KEY     PERFORM H321-HOLD-NOTFND
             NOT INVALID KEY PERFORM H322-APPLY-AMEND THRU H322-END.
       H320-END. EXIT.

       H321-HOLD-NOTFND.
           MOVE 'NOTFND' TO WS-REJECT-REASON.
           MOVE ST-HLD   TO WS-REJECT-STATUS.
           PERFORM H400-WRITE-HLT-REJECT.
       H321-END. EXIT.

       H322-APPLY-AMEND.
           IF HOLD-STATUS NOT = 'A'
               MOVE 'NOTACTV' TO WS-REJECT-REASON
               PERFORM H400-WRITE-HLT-REJECT
               GO TO H322-END
           END-IF.
           PERFORM H410-SAVE-BEFORE-IMAGE.
           MOVE WS-HOLD-AMOUNT-N TO HOLD-AMOUNT.
           MOVE HLT-REASON       TO HOLD-REASON.
           MOVE WS-PLACED-DATE-N TO HOLD-PLACED-DATE.
           MOVE WS-EXPIRY-DATE-N TO HOLD-EXPIRY-DATE.
           MOVE HLT-OPERATOR     TO HOLD-OPERATOR.
           MOVE WS-RUN-DATE      TO HOLD-LAST-MAINT.
           REWRITE HOLD-REC.
           ADD 1 TO WS-AMEND-COUNT.
           MOVE 'A' TO HLG-ACTION.
           PERFORM H415-LOG-BEFORE-IMAGE.
           PERFORM H420-LOG-AFTER-IMAGE.
       H322-END. EXIT.

       H330-RELEASE-HOLD.
           READ HOLD-FILE KEY HOLD-KEY
             INVALID KEY     PERFORM H321-HOLD-NOTFND
             NOT INVALID KEY PERFORM H332-APPLY-RELEASE THRU H332-END.
       H330-END. EXIT.

       H332-APPLY-RELEASE.
           IF HOLD-STATUS NOT = 'A'
               MOVE 'NOTACTV' TO WS-REJECT-REASON
               PERFORM H400-WRITE-HLT-REJECT
               GO TO H332-END
           END-IF.
           PERFORM H410-SAVE-BEFORE-IMAGE.
           MOVE 'R'          TO HOLD-STATUS.
           MOVE WS-RUN-DATE  TO HOLD-RELEASE-DATE.
           MOVE WS-RUN-DATE  TO HOLD-LAST-MAINT.
           REWRITE HOLD-REC.
           ADD 1 TO WS-RELEASE-COUNT.
           MOVE 'R' TO HLG-ACTION.
           PERFORM H415-LOG-BEFORE-IMAGE.
           PERFORM H420-LOG-AFTER-IMAGE.
       H332-END. EXIT.

       H350-VALIDATE-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-HOLD-ID-N  TO VSAM-ID.
           MOVE WS-HOLD-DVZ-N TO VSAM-DVZ.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     CONTINUE.
           IF NOT VSAM-FILE-SUCCESS
               MOVE 'NOACCT' TO WS-REJECT-REASON
               MOVE ST-VSAM  TO WS-REJECT-STATUS
               GO TO H350-END
           END-IF.
           IF FUNCTION TEST-NUMVAL-C (HLT-AMOUNT) NOT = 0
               MOVE 'BADAMT' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           COMPUTE WS-HOLD-AMOUNT-N = FUNCTION NUMVAL-C (HLT-AMOUNT).
           IF WS-HOLD-AMOUNT-N NOT > 0
               MOVE 'BADAMT' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           IF HLT-REASON = SPACES
               MOVE 'BADRSN' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           MOVE WS-RUN-DATE-N TO WS-PLACED-DATE-N.
           IF HLT-PLACED-DATE NOT = SPACES
               IF HLT-PLACED-DATE NOT NUMERIC
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   GO TO H350-END
               END-IF
               MOVE HLT-PLACED-DATE TO WS-PLACED-DATE-N
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WS-PLACED-DATE-N) = 0
               MOVE 'BADDATE' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           MOVE 0 TO WS-EXPIRY-DATE-N.
           IF HLT-EXPIRY-DATE NOT = SPACES
               IF HLT-EXPIRY-DATE NOT NUMERIC
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   GO TO H350-END
               END-IF
               MOVE HLT-EXPIRY-DATE TO WS-EXPIRY-DATE-N
           END-IF.
           IF WS-EXPIRY-DATE-N NOT = 0
               IF FUNCTION INTEGER-OF-DATE (WS-EXPIRY-DATE-N) = 0
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   GO TO H350-END
               END-IF
               IF WS-EXPIRY-DATE-N < WS-PLACED-DATE-N
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   GO TO H350-END
               END-IF
           END-IF.
       H350-END. EXIT.

       H400-WRITE-HLT-REJECT.
           MOVE HLT-ID           TO HLTREJ-ID.
           MOVE HLT-DVZ          TO HLTREJ-DVZ.
           MOVE HLT-HOLD-NO      TO HLTREJ-HOLD-NO.
           MOVE HLT-ACTION       TO HLTREJ-ACTION.
           MOVE WS-REJECT-REASON TO HLTREJ-REASON.
           MOVE WS-REJECT-STATUS TO HLTREJ-HOLD-STATUS.
           WRITE HLT-REJ-REC.
           ADD 1 TO WS-REJECT-COUNT.
       H400-END. EXIT.

       H410-SAVE-BEFORE-IMAGE.
           MOVE HOLD-AMOUNT      TO WS-BEFORE-AMOUNT.
           MOVE HOLD-REASON      TO WS-BEFORE-REASON.
           MOVE HOLD-PLACED-DATE TO WS-BEFORE-PLACED.
           MOVE HOLD-EXPIRY-DATE TO WS-BEFORE-EXPIRY.
           MOVE HOLD-STATUS      TO WS-BEFORE-STATUS.
       H410-END. EXIT.

       H415-LOG-BEFORE-IMAGE.
           MOVE WS-BEFORE-AMOUNT TO HLG-BEFORE-AMOUNT.
           MOVE WS-BEFORE-REASON TO HLG-BEFORE-REASON.
           MOVE WS-BEFORE-PLACED TO HLG-BEFORE-PLACED.
           MOVE WS-BEFORE-EXPIRY TO HLG-BEFORE-EXPIRY.
           MOVE WS-BEFORE-STATUS TO HLG-BEFORE-STATUS.
       H415-END. EXIT.

       H420-LOG-AFTER-IMAGE.
           MOVE HOLD-AMOUNT      TO HLG-AFTER-AMOUNT.
           MOVE HOLD-REASON      TO HLG-AFTER-REASON.
           MOVE HOLD-PLACED-DATE TO HLG-AFTER-PLACED.
           MOVE HOLD-EXPIRY-DATE TO HLG-AFTER-EXPIRY.
           MOVE HOLD-STATUS      TO HLG-AFTER-STATUS.
           PERFORM H430-WRITE-LOG.
       H420-END. EXIT.

       H430-WRITE-LOG.
           MOVE HLT-ID            TO HLG-ID.
           MOVE HLT-DVZ           TO HLG-DVZ.
           MOVE HLT-HOLD-NO       TO HLG-HOLD-NO.
           MOVE WS-RUN-DATE       TO HLG-RUN-DATE.
           MOVE WS-RUN-TIME (1:6) TO HLG-RUN-TIME.
           MOVE 'HMWRK03K'        TO HLG-PROGRAM.
           MOVE WS-BATCH-REF      TO HLG-BATCH-REF.
           MOVE HLT-OPERATOR      TO HLG-OPERATOR.
           WRITE HLG-REC.
       H430-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03K ACCOUNT HOLDS MAINTENANCE'.
           DISPLAY 'TRANSACTIONS READ         : ' WS-TRN-COUNT.
           DISPLAY 'HOLDS PLACED              : ' WS-PLACE-COUNT.
           DISPLAY 'HOLDS AMENDED             : ' WS-AMEND-COUNT.
           DISPLAY 'HOLDS RELEASED            : ' WS-RELEASE-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED     : ' WS-REJECT-COUNT.
           DISPLAY '-------------------------------------------'.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HOLD-FILE.
           CLOSE VSAM-FILE.
           CLOSE HLT-FILE.
           CLOSE HLT-REJECT-FILE.
           CLOSE HLG-FILE.
           GOBACK.
       H999-EXIT.
