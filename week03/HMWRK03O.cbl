       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03O.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE   ASSIGN TO SORDMSTR
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY SO-KEY
                            STATUS ST-SOM.
           SELECT VSAM-FILE ASSIGN TO VSAMFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY VSAM-KEY
                            ALTERNATE RECORD KEY VSAM-DVZ
                                 WITH DUPLICATES
                            STATUS ST-VSAM.
           SELECT SOT-FILE  ASSIGN TO SORDTRN
                            STATUS ST-TRN.
           SELECT SOT-REJECT-FILE ASSIGN TO SORDREJ
                            STATUS ST-REJ.
           SELECT SLG-FILE  ASSIGN TO SLGFILE
                            STATUS ST-SLG.
           SELECT THR-FILE  ASSIGN TO THRFILE
                            STATUS ST-THR.
       DATA DIVISION.
       FILE SECTION.
       FD  SO-FILE.
           COPY SORDREX.
       FD  VSAM-FILE.
           COPY VSAMREX.
       FD  SOT-FILE RECORDING MODE F.
         01  SOT-REC.
           03 SOT-ID              PIC X(5).
           03 SOT-DVZ             PIC X(3).
           03 SOT-INSTR-NO        PIC X(3).
           03 SOT-ACTION          PIC X(1).
           03 SOT-DRCR            PIC X(1).
           03 SOT-AMOUNT          PIC X(15).
           03 SOT-FREQ            PIC X(1).
           03 SOT-START-DATE      PIC X(8).
           03 SOT-END-DATE        PIC X(8).
           03 SOT-STATUS          PIC X(1).
           03 SOT-OPERATOR        PIC X(8).
           03 SOT-APPROVER        PIC X(8).
       FD  SOT-REJECT-FILE RECORDING MODE F.
         01  SOT-REJ-REC.
           03 SOTREJ-ID           PIC X(5).
           03 SOTREJ-DVZ          PIC X(3).
           03 SOTREJ-INSTR-NO     PIC X(3).
           03 SOTREJ-ACTION       PIC X(1).
           03 SOTREJ-REASON       PIC X(8).
           03 SOTREJ-SO-STATUS    PIC X(2).
       FD  SLG-FILE RECORDING MODE F.
         01  SLG-REC.
           03 SLG-ACTION          PIC X(1).
           03 SLG-ID              PIC X(5).
           03 SLG-DVZ             PIC X(3).
           03 SLG-INSTR-NO        PIC X(3).
           03 SLG-BEFORE-DRCR     PIC X(1).
           03 SLG-BEFORE-AMOUNT   PIC S9(15) COMP-3.
           03 SLG-BEFORE-FREQ     PIC X(1).
           03 SLG-BEFORE-START    PIC 9(8).
           03 SLG-BEFORE-END      PIC 9(8).
           03 SLG-BEFORE-NEXT-DUE PIC 9(8).
           03 SLG-BEFORE-STATUS   PIC X(1).
           03 SLG-AFTER-DRCR      PIC X(1).
           03 SLG-AFTER-AMOUNT    PIC S9(15) COMP-3.
           03 SLG-AFTER-FREQ      PIC X(1).
           03 SLG-AFTER-START     PIC 9(8).
           03 SLG-AFTER-END       PIC 9(8).
           03 SLG-AFTER-NEXT-DUE  PIC 9(8).
           03 SLG-AFTER-STATUS    PIC X(1).
           03 SLG-RUN-DATE        PIC 9(8).
           03 SLG-RUN-TIME        PIC 9(6).
           03 SLG-PROGRAM         PIC X(8).
           03 SLG-BATCH-REF       PIC X(12).
           03 SLG-OPERATOR        PIC X(8).
           03 SLG-APPROVER        PIC X(8).
       FD  THR-FILE RECORDING MODE F.
         01  THR-REC.
           03 THR-DVZ             PIC X(3).
           03 THR-AMOUNT          PIC 9(15).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-SOM             PIC 9(2).
              88 SO-FILE-SUCCESS                 VALUE 0 97.
              88 SO-FILE-NOTFND                  VALUE 23.
              88 SO-FILE-MISSING                 VALUE 35.
           03 ST-VSAM            PIC 9(2).
              88 VSAM-FILE-SUCCESS               VALUE 0 97.
              88 VSAM-FILE-NOTFND                VALUE 23.
           03 ST-TRN             PIC 9(2).
              88 SOT-FILE-EOF                    VALUE 10.
              88 SOT-FILE-SUCCESS                VALUE 0 97.
           03 ST-REJ             PIC 9(2).
              88 SOT-REJECT-SUCCESS               VALUE 0 97.
           03 ST-SLG             PIC 9(2).
              88 SLG-FILE-SUCCESS                VALUE 0 97.
           03 ST-THR             PIC 9(2).
              88 THR-FILE-EOF                    VALUE 10.
              88 THR-FILE-SUCCESS                VALUE 0 97.
           03 WS-REJECT-REASON   PIC X(8).
           03 WS-REJECT-STATUS   PIC X(2).
           03 WS-SO-ID-N         PIC S9(5) COMP-3 VALUE 0.
           03 WS-SO-DVZ-N        PIC S9(3) COMP VALUE 0.
           03 WS-SO-INSTR-N      PIC S9(3) COMP VALUE 0.
           03 WS-SO-AMOUNT-N     PIC S9(15) COMP-3 VALUE 0.
           03 WS-START-DATE-N    PIC 9(8) VALUE 0.
           03 WS-END-DATE-N      PIC 9(8) VALUE 0.
           03 WS-NEW-STATUS      PIC X(1) VALUE SPACE.
           03 WS-NEW-APPROVER    PIC X(8) VALUE SPACE.
           03 WS-BEFORE-IMAGE.
              05 WS-BEFORE-DRCR     PIC X(1).
              05 WS-BEFORE-AMOUNT   PIC S9(15) COMP-3.
              05 WS-BEFORE-FREQ     PIC X(1).
              05 WS-BEFORE-START    PIC 9(8).
              05 WS-BEFORE-END      PIC 9(8).
              05 WS-BEFORE-NEXT-DUE PIC 9(8).
              05 WS-BEFORE-STATUS   PIC X(1).
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-RUN-TIME        PIC X(8) VALUE SPACE.
           03 WS-BATCH-REF.
              05 FILLER          PIC X(4) VALUE 'H03O'.
              05 WS-BATCH-TIME   PIC X(6).
              05 FILLER          PIC X(2) VALUE SPACE.
         01  WS-THRESHOLD-AREA.
           03 WS-THR-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           03 WS-THR-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-THR-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-THR-TABLE OCCURS 50 TIMES INDEXED BY WS-THR-X.
              05 WS-THR-DVZ-V    PIC S9(3) COMP.
              05 WS-THR-AMOUNT-V PIC S9(15) COMP-3.
           03 WS-THR-FOUND-SW     PIC X(1) VALUE 'N'.
              88 FOUND-THRESHOLD                 VALUE 'Y'.
         01  WS-TOTAL-AREA.
           03 WS-TRN-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-APPLY-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-REJECT-COUNT    PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H160-LOAD-THRESHOLDS UNTIL THR-FILE-EOF
           PERFORM H200-READ-FIRST
           PERFORM H201-READ-NEXT-RECORD UNTIL SOT-FILE-EOF
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O    SO-FILE.
           IF SO-FILE-MISSING
               OPEN OUTPUT SO-FILE
               CLOSE SO-FILE
               OPEN I-O SO-FILE
           END-IF.
           IF (ST-SOM NOT = 0) AND (ST-SOM NOT = 97)
           DISPLAY '1'
           DISPLAY 'UNABLE TO OPEN SORDMSTR: ' ST-SOM
           MOVE ST-SOM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  SOT-FILE.
           IF (ST-TRN NOT = 0) AND (ST-TRN NOT = 97)
           DISPLAY '2'
           DISPLAY 'UNABLE TO OPEN SORDTRN: ' ST-TRN
           MOVE ST-TRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT SOT-REJECT-FILE.
           IF (ST-REJ NOT = 0) AND (ST-REJ NOT = 97)
           DISPLAY '3'
           DISPLAY 'UNABLE TO OPEN SORDREJ: ' ST-REJ
           MOVE ST-REJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN EXTEND SLG-FILE.
           IF (ST-SLG NOT = 0) AND (ST-SLG NOT = 97)
           DISPLAY '4'
           DISPLAY 'UNABLE TO OPEN SLGFILE: ' ST-SLG
           MOVE ST-SLG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  VSAM-FILE.
           IF (ST-VSAM NOT = 0) AND (ST-VSAM NOT = 97)
           DISPLAY '5'
           DISPLAY 'UNABLE TO OPEN VSAMFILE: ' ST-VSAM
           MOVE ST-VSAM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  THR-FILE.
           IF (ST-THR NOT = 0) AND (ST-THR NOT = 97)
           DISPLAY '6'
           DISPLAY 'UNABLE TO OPEN THRFILE: ' ST-THR
           MOVE ST-THR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-BATCH-TIME.
       H100-END. EXIT.

       H160-LOAD-THRESHOLDS.
           READ THR-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H161-STORE-THRESHOLD THRU H161-END.
       H160-END. EXIT.

       H161-STORE-THRESHOLD.
           IF (THR-DVZ NOT NUMERIC) OR (THR-AMOUNT NOT NUMERIC)
               DISPLAY 'THRFILE RECORD NOT NUMERIC; IGNORED'
               GO TO H161-END
           END-IF.
           IF WS-THR-ENTRIES < 50
               ADD 1 TO WS-THR-ENTRIES
               SET WS-THR-X TO WS-THR-ENTRIES
               COMPUTE WS-THR-DVZ-V (WS-THR-X) =
                   FUNCTION NUMVAL (THR-DVZ)
               MOVE THR-AMOUNT TO WS-THR-AMOUNT-V (WS-THR-X)
           ELSE
               DISPLAY 'MORE THAN 50 THRFILE ENTRIES; EXTRA IGNORED'
           END-IF.
       H161-END. EXIT.

       H200-READ-FIRST.
           READ SOT-FILE.
           IF (ST-TRN NOT = 0) AND (ST-TRN NOT = 97)
              AND (ST-TRN NOT = 10)
           DISPLAY 'UNABLE TO READ SORDTRN: ' ST-TRN
           MOVE ST-TRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H300-APPLY-TRANSACTION THRU H300-END.
       H200-END. EXIT.

       H201-READ-NEXT-RECORD.
           READ SOT-FILE.
           PERFORM H300-APPLY-TRANSACTION THRU H300-END.
       H201-END. EXIT.

       H300-APPLY-TRANSACTION.
           IF SOT-FILE-EOF
               GO TO H300-END
           END-IF.
           ADD 1 TO WS-TRN-COUNT.
           MOVE SPACES TO WS-REJECT-STATUS.
           IF (FUNCTION TEST-NUMVAL-C (SOT-ID) NOT = 0) OR
              (SOT-DVZ NOT NUMERIC) OR
              (SOT-INSTR-NO NOT NUMERIC)
               MOVE 'BADKEY' TO WS-REJECT-REASON
               PERFORM H400-WRITE-SOT-REJECT
               GO TO H300-END
           END-IF.
           COMPUTE WS-SO-ID-N    = FUNCTION NUMVAL-C (SOT-ID).
           COMPUTE WS-SO-DVZ-N   = FUNCTION NUMVAL (SOT-DVZ).
           COMPUTE WS-SO-INSTR-N = FUNCTION NUMVAL (SOT-INSTR-NO).
           IF SOT-ACTION = 'A' OR SOT-ACTION = 'C'
               PERFORM H350-VALIDATE-DETAIL THRU H350-END
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM H400-WRITE-SOT-REJECT
                   GO TO H300-END
               END-IF
           END-IF.
           MOVE WS-SO-ID-N    TO SO-ID.
           MOVE WS-SO-DVZ-N   TO SO-DVZ.
           MOVE WS-SO-INSTR-N TO SO-INSTR-NO.
           EVALUATE SOT-ACTION
               WHEN 'A' PERFORM H310-ADD-INSTRUCTION
               WHEN 'C' PERFORM H320-CHANGE-INSTRUCTION
               WHEN 'D' PERFORM H330-DELETE-INSTRUCTION
               WHEN OTHER
                   MOVE 'BADACT' TO WS-REJECT-REASON
                   PERFORM H400-WRITE-SOT-REJECT
           END-EVALUATE.
       H300-END. EXIT.

       H310-ADD-INSTRUCTION.
           READ SO-FILE KEY SO-KEY
             INVALID KEY     PERFORM H311-WRITE-NEW-INSTRUCTION
             NOT INVALID KEY PERFORM H312-ADD-DUPLICATE.
       H310-END. EXIT.

       H311-WRITE-NEW-INSTRUCTION.
           MOVE WS-SO-ID-N      TO SO-ID.
           MOVE WS-SO-DVZ-N     TO SO-DVZ.
           MOVE WS-SO-INSTR-N   TO SO-INSTR-NO.
           MOVE SOT-DRCR        TO SO-DRCR.
           MOVE WS-SO-AMOUNT-N  TO SO-AMOUNT.
           MOVE SOT-FREQ        TO SO-FREQ.
           MOVE WS-START-DATE-N TO SO-START-DATE.
           MOVE WS-END-DATE-N   TO SO-END-DATE.
           MOVE WS-START-DATE-N TO SO-NEXT-DUE.
           MOVE WS-NEW-STATUS   TO SO-STATUS.
           MOVE 0               TO SO-LAST-GEN.
           MOVE 0               TO SO-GEN-RUN-DATE.
           MOVE 0               TO SO-PENDING-COUNT.
           MOVE 'N'             TO SO-REJ-FLAG.
           MOVE SPACES          TO SO-REJ-REASON.
           MOVE 0               TO SO-RETRY-COUNT.
           MOVE SOT-OPERATOR    TO SO-OPERATOR.
           MOVE WS-RUN-DATE     TO SO-LAST-MAINT.
           MOVE WS-NEW-APPROVER TO SO-APPROVER.
           WRITE SO-REC.
           ADD 1 TO WS-APPLY-COUNT.
           MOVE 'A'    TO SLG-ACTION.
           MOVE SPACES TO SLG-BEFORE-DRCR.
           MOVE 0      TO SLG-BEFORE-AMOUNT.
           MOVE SPACES TO SLG-BEFORE-FREQ.
           MOVE 0      TO SLG-BEFORE-START.
           MOVE 0      TO SLG-BEFORE-END.
           MOVE 0      TO SLG-BEFORE-NEXT-DUE.
           MOVE SPACES TO SLG-BEFORE-STATUS.
           PERFORM H420-LOG-AFTER-IMAGE.
       H311-END. EXIT.

       H312-ADD-DUPLICATE.
           MOVE 'DUPKEY' TO WS-REJECT-REASON.
           MOVE ST-SOM   TO WS-REJECT-STATUS.
           PERFORM H400-WRITE-SOT-REJECT.
       H312-END. EXIT.

       H320-CHANGE-INSTRUCTION.
           READ SO-FILE KEY SO-KEY
             INVALID KEY     PERFORM H321-CHANGE-NOTFND
             NOT INVALID KEY PERFORM H322-APPLY-CHANGE.
       H320-END. EXIT.

       H321-CHANGE-NOTFND.
           MOVE 'NOTFND' TO WS-REJECT-REASON.
           MOVE ST-SOM   TO WS-REJECT-STATUS.
           PERFORM H400-WRITE-SOT-REJECT.
       H321-END. EXIT.

       H322-APPLY-CHANGE.
           PERFORM H410-SAVE-BEFORE-IMAGE.
           MOVE SOT-DRCR        TO SO-DRCR.
           MOVE WS-SO-AMOUNT-N  TO SO-AMOUNT.
           MOVE SOT-FREQ        TO SO-FREQ.
           IF (WS-START-DATE-N NOT = SO-START-DATE) OR
              (SOT-FREQ NOT = WS-BEFORE-FREQ)
               MOVE WS-START-DATE-N TO SO-NEXT-DUE
           END-IF.
           MOVE WS-START-DATE-N TO SO-START-DATE.
           MOVE WS-END-DATE-N   TO SO-END-DATE.
           MOVE WS-NEW-STATUS   TO SO-STATUS.
           MOVE SOT-OPERATOR    TO SO-OPERATOR.
           MOVE WS-RUN-DATE     TO SO-LAST-MAINT.
           MOVE WS-NEW-APPROVER TO SO-APPROVER.
           REWRITE SO-REC.
           ADD 1 TO WS-APPLY-COUNT.
           MOVE 'C' TO SLG-ACTION.
           PERFORM H415-LOG-BEFORE-IMAGE.
           PERFORM H420-LOG-AFTER-IMAGE.
       H322-END. EXIT.

       H330-DELETE-INSTRUCTION.
           READ SO-FILE KEY SO-KEY
             INVALID KEY     PERFORM H331-DELETE-NOTFND
             NOT INVALID KEY PERFORM H332-APPLY-DELETE.
       H330-END. EXIT.

       H331-DELETE-NOTFND.
           MOVE 'NOTFND' TO WS-REJECT-REASON.
           MOVE ST-SOM   TO WS-REJECT-STATUS.
           PERFORM H400-WRITE-SOT-REJECT.
       H331-END. EXIT.

       H332-APPLY-DELETE.
           PERFORM H410-SAVE-BEFORE-IMAGE.
           DELETE SO-FILE.
           ADD 1 TO WS-APPLY-COUNT.
           MOVE 'D' TO SLG-ACTION.
           PERFORM H415-LOG-BEFORE-IMAGE.
           MOVE SPACES TO SLG-AFTER-DRCR.
           MOVE 0      TO SLG-AFTER-AMOUNT.
           MOVE SPACES TO SLG-AFTER-FREQ.
           MOVE 0      TO SLG-AFTER-START.
           MOVE 0      TO SLG-AFTER-END.
           MOVE 0      TO SLG-AFTER-NEXT-DUE.
           MOVE SPACES TO SLG-AFTER-STATUS.
           PERFORM H430-WRITE-LOG.
       H332-END. EXIT.

       H350-VALIDATE-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-SO-ID-N  TO VSAM-ID.
           MOVE WS-SO-DVZ-N TO VSAM-DVZ.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     CONTINUE.
           IF NOT VSAM-FILE-SUCCESS
               MOVE 'NOACCT' TO WS-REJECT-REASON
               MOVE ST-VSAM  TO WS-REJECT-STATUS
               GO TO H350-END
           END-IF.
           IF SOT-DRCR NOT = 'D' AND SOT-DRCR NOT = 'C'
               MOVE 'BADDRCR' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           IF FUNCTION TEST-NUMVAL-C (SOT-AMOUNT) NOT = 0
               MOVE 'BADAMT' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           COMPUTE WS-SO-AMOUNT-N = FUNCTION NUMVAL-C (SOT-AMOUNT).
           IF WS-SO-AMOUNT-N NOT > 0
               MOVE 'BADAMT' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           IF SOT-FREQ NOT = 'D' AND SOT-FREQ NOT = 'W' AND
              SOT-FREQ NOT = 'M'
               MOVE 'BADFREQ' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           IF SOT-START-DATE NOT NUMERIC
               MOVE 'BADDATE' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           MOVE SOT-START-DATE TO WS-START-DATE-N.
           IF FUNCTION INTEGER-OF-DATE (WS-START-DATE-N) = 0
               MOVE 'BADDATE' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           MOVE 0 TO WS-END-DATE-N.
           IF SOT-END-DATE NOT = SPACES
               IF SOT-END-DATE NOT NUMERIC
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   GO TO H350-END
               END-IF
               MOVE SOT-END-DATE TO WS-END-DATE-N
           END-IF.
           IF WS-END-DATE-N NOT = 0
               IF FUNCTION INTEGER-OF-DATE (WS-END-DATE-N) = 0
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   GO TO H350-END
               END-IF
               IF WS-END-DATE-N < WS-START-DATE-N
                   MOVE 'BADDATE' TO WS-REJECT-REASON
                   GO TO H350-END
               END-IF
           END-IF.
           MOVE SOT-STATUS TO WS-NEW-STATUS.
           IF WS-NEW-STATUS = SPACE
               MOVE 'A' TO WS-NEW-STATUS
           END-IF.
           IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'S'
               MOVE 'BADSTAT' TO WS-REJECT-REASON
               GO TO H350-END
           END-IF.
           MOVE SPACES TO WS-NEW-APPROVER.
           IF SOT-APPROVER NOT = SOT-OPERATOR
               MOVE SOT-APPROVER TO WS-NEW-APPROVER
           END-IF.
           PERFORM H360-FIND-THRESHOLD.
           IF FOUND-THRESHOLD AND (WS-SO-AMOUNT-N > WS-THR-AMOUNT)
               IF WS-NEW-APPROVER = SPACES
                   MOVE 'NOAPPRV' TO WS-REJECT-REASON
                   GO TO H350-END
               END-IF
           END-IF.
       H350-END. EXIT.

       H360-FIND-THRESHOLD.
           MOVE 'N' TO WS-THR-FOUND-SW.
           MOVE 0 TO WS-THR-AMOUNT.
           MOVE 1 TO WS-THR-IDX.
           PERFORM H361-MATCH-THRESHOLD
               UNTIL (WS-THR-IDX > WS-THR-ENTRIES) OR FOUND-THRESHOLD.
       H360-END. EXIT.

       H361-MATCH-THRESHOLD.
           SET WS-THR-X TO WS-THR-IDX.
           IF WS-THR-DVZ-V (WS-THR-X) = WS-SO-DVZ-N
               MOVE WS-THR-AMOUNT-V (WS-THR-X) TO WS-THR-AMOUNT
               MOVE 'Y' TO WS-THR-FOUND-SW
           ELSE
               ADD 1 TO WS-THR-IDX
           END-IF.
       H361-END. EXIT.

       H400-WRITE-SOT-REJECT.
           MOVE SOT-ID           TO SOTREJ-ID.
           MOVE SOT-DVZ          TO SOTREJ-DVZ.
           MOVE SOT-INSTR-NO     TO SOTREJ-INSTR-NO.
           MOVE SOT-ACTION       TO SOTREJ-ACTION.
           MOVE WS-REJECT-REASON TO SOTREJ-REASON.
           MOVE WS-REJECT-STATUS TO SOTREJ-SO-STATUS.
           WRITE SOT-REJ-REC.
           ADD 1 TO WS-REJECT-COUNT.
       H400-END. EXIT.

       H410-SAVE-BEFORE-IMAGE.
           MOVE SO-DRCR       TO WS-BEFORE-DRCR.
           MOVE SO-AMOUNT     TO WS-BEFORE-AMOUNT.
           MOVE SO-FREQ       TO WS-BEFORE-FREQ.
           MOVE SO-START-DATE TO WS-BEFORE-START.
           MOVE SO-END-DATE   TO WS-BEFORE-END.
           MOVE SO-NEXT-DUE   TO WS-BEFORE-NEXT-DUE.
           MOVE SO-STATUS     TO WS-BEFORE-STATUS.
       H410-END. EXIT.

       H415-LOG-BEFORE-IMAGE.
           MOVE WS-BEFORE-DRCR     TO SLG-BEFORE-DRCR.
           MOVE WS-BEFORE-AMOUNT   TO SLG-BEFORE-AMOUNT.
           MOVE WS-BEFORE-FREQ     TO SLG-BEFORE-FREQ.
           MOVE WS-BEFORE-START    TO SLG-BEFORE-START.
           MOVE WS-BEFORE-END      TO SLG-BEFORE-END.
           MOVE WS-BEFORE-NEXT-DUE TO SLG-BEFORE-NEXT-DUE.
           MOVE WS-BEFORE-STATUS   TO SLG-BEFORE-STATUS.
       H415-END. EXIT.

       H420-LOG-AFTER-IMAGE.
           MOVE SO-DRCR       TO SLG-AFTER-DRCR.
           MOVE SO-AMOUNT     TO SLG-AFTER-AMOUNT.
           MOVE SO-FREQ       TO SLG-AFTER-FREQ.
           MOVE SO-START-DATE TO SLG-AFTER-START.
           MOVE SO-END-DATE   TO SLG-AFTER-END.
           MOVE SO-NEXT-DUE   TO SLG-AFTER-NEXT-DUE.
           MOVE SO-STATUS     TO SLG-AFTER-STATUS.
           PERFORM H430-WRITE-LOG.
       H420-END. EXIT.

       H430-WRITE-LOG.
           MOVE SOT-ID            TO SLG-ID.
           MOVE SOT-DVZ           TO SLG-DVZ.
           MOVE SOT-INSTR-NO      TO SLG-INSTR-NO.
           MOVE WS-RUN-DATE       TO SLG-RUN-DATE.
           MOVE WS-RUN-TIME (1:6) TO SLG-RUN-TIME.
           MOVE 'HMWRK03O'        TO SLG-PROGRAM.
           MOVE WS-BATCH-REF      TO SLG-BATCH-REF.
           MOVE SOT-OPERATOR      TO SLG-OPERATOR.
           MOVE SO-APPROVER       TO SLG-APPROVER.
           WRITE SLG-REC.
       H430-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03O STANDING ORDER MAINTENANCE'.
           DISPLAY 'TRANSACTIONS READ         : ' WS-TRN-COUNT.
           DISPLAY 'TRANSACTIONS APPLIED      : ' WS-APPLY-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED     : ' WS-REJECT-COUNT.
           DISPLAY '-------------------------------------------'.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE SO-FILE.
           CLOSE VSAM-FILE.
           CLOSE SOT-FILE.
           CLOSE SOT-REJECT-FILE.
           CLOSE SLG-FILE.
           CLOSE THR-FILE.
           GOBACK.
       H999-EXIT.
