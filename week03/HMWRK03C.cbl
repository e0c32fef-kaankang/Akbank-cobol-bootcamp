                            ACCESS DYNAMIC
                            RECORD KEY CUST-KEY
                            STATUS ST-CUS.
           SELECT VSAM-FILE ASSIGN TO VSAMFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY VSAM-KEY
                            ALTERNATE RECORD KEY VSAM-DVZ
                                 WITH DUPLICATES
                            ALTERNATE RECORD KEY VSAM-CUST-NO
                                 WITH DUPLICATES
                            STATUS ST-VSAM.
           SELECT CTRN-FILE ASSIGN TO CTRNFILE
                            STATUS ST-TRN.
           SELECT CTRN-REJECT-FILE ASSIGN TO CTRNREJ
                            STATUS ST-REJ.
           SELECT CLG-FILE  ASSIGN TO CLGFILE
                            STATUS ST-CLG.
           SELECT LOG-FILE  ASSIGN TO LOGFILE
                            STATUS ST-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
           COPY CUSTREX.
       FD  VSAM-FILE.
           COPY VSAMREX.
       FD  CTRN-FILE RECORDING MODE F.
         01  CTRN-REC.
           03 CTRN-CUST-NO        PIC X(5).
           03 CLG-RUN-TIME        PIC 9(6).
           03 CLG-PROGRAM         PIC X(8).
           03 CLG-BATCH-REF       PIC X(12).
       FD  LOG-FILE RECORDING MODE F.
           COPY LOGREX.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-CUS             PIC 9(2).
              88 CUST-FILE-SUCCESS               VALUE 0 97.
              88 CUST-FILE-NOTFND                VALUE 23.
              88 CUST-FILE-MISSING               VALUE 35.
           03 ST-VSAM            PIC 9(2).
              88 VSAM-FILE-SUCCESS               VALUE 0 2 97.
              88 VSAM-FILE-NOTFND                VALUE 23.
           03 ST-TRN             PIC 9(2).
              88 CTRN-FILE-EOF                   VALUE 10.
              88 CTRN-FILE-SUCCESS               VALUE 0 97.
              88 CTRN-REJECT-SUCCESS              VALUE 0 97.
           03 ST-CLG             PIC 9(2).
              88 CLG-FILE-SUCCESS                VALUE 0 97.
           03 ST-LOG             PIC 9(2).
              88 LOG-FILE-SUCCESS                VALUE 0 97.
           03 WS-REJECT-REASON   PIC X(8).
           03 WS-REJECT-STATUS   PIC X(2).
           03 WS-CUST-NO-N       PIC S9(5) COMP-3 VALUE 0.
           03 WS-BEFORE-NAME     PIC X(30).
           03 WS-BEFORE-ADDR     PIC X(30).
           03 WS-BEFORE-STATUS   PIC X(1).
           03 WS-LOG-ID          PIC 9(5).
           03 WS-LOG-DVZ         PIC 9(3).
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-RUN-TIME        PIC X(8) VALUE SPACE.
           03 WS-BATCH-REF.
           03 WS-TRN-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-APPLY-COUNT     PIC 9(9) COMP VALUE 0.
           03 WS-REJECT-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-CASCADE-COUNT   PIC 9(9) COMP VALUE 0.
         01  WS-CASCADE-AREA.
           03 WS-LNK-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-LNK-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-LNK-TABLE OCCURS 500 TIMES INDEXED BY WS-LNK-X.
              05 WS-LNK-ID-V     PIC S9(5) COMP-3.
              05 WS-LNK-DVZ-V    PIC S9(3) COMP.
           03 WS-LNK-BAL-SW      PIC X(1) VALUE 'N'.
              88 LINKED-BALANCE-FOUND            VALUE 'Y'.
           03 WS-LNK-OVERFLOW-SW PIC X(1) VALUE 'N'.
              88 LNK-TABLE-OVERFLOWED            VALUE 'Y'.
           03 WS-LNK-DONE-SW     PIC X(1) VALUE 'N'.
              88 LNK-BROWSE-DONE                 VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O    VSAM-FILE.
           IF (ST-VSAM NOT = 0) AND (ST-VSAM NOT = 97)
           DISPLAY '5'
           DISPLAY 'UNABLE TO OPEN VSAMFILE: ' ST-VSAM
           MOVE ST-VSAM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF (ST-LOG NOT = 0) AND (ST-LOG NOT = 97)
           DISPLAY '6'
           DISPLAY 'UNABLE TO OPEN LOGFILE: ' ST-LOG
           MOVE ST-LOG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-BATCH-TIME.
       H320-CHANGE-CUSTOMER.
           READ CUST-FILE KEY CUST-KEY
             INVALID KEY     PERFORM H321-CHANGE-NOTFND
             NOT INVALID KEY PERFORM H322-APPLY-CHANGE THRU H322-END.
       H320-END. EXIT.

       H321-CHANGE-NOTFND.
       H321-END. EXIT.

       H322-APPLY-CHANGE.
           IF CTRN-STATUS = 'C'
               PERFORM H340-COLLECT-LINKED-ACCTS THRU H340-END
               IF LINKED-BALANCE-FOUND OR LNK-TABLE-OVERFLOWED
                   PERFORM H345-REJECT-CLOSURE
                   GO TO H322-END
               END-IF
               PERFORM H350-CLOSE-LINKED-ACCTS
           END-IF.
           MOVE CUST-NAME   TO WS-BEFORE-NAME.
           MOVE CUST-ADDR   TO WS-BEFORE-ADDR.
           MOVE CUST-STATUS TO WS-BEFORE-STATUS.
       H330-DELETE-CUSTOMER.
           READ CUST-FILE KEY CUST-KEY
             INVALID KEY     PERFORM H331-DELETE-NOTFND
             NOT INVALID KEY PERFORM H332-APPLY-DELETE THRU H332-END.
       H330-END. EXIT.

       H331-DELETE-NOTFND.
       H331-END. EXIT.

       H332-APPLY-DELETE.
           PERFORM H340-COLLECT-LINKED-ACCTS THRU H340-END.
           IF LINKED-BALANCE-FOUND OR LNK-TABLE-OVERFLOWED
               PERFORM H345-REJECT-CLOSURE
               GO TO H332-END
           END-IF.
           PERFORM H350-CLOSE-LINKED-ACCTS.
           MOVE CUST-NAME   TO WS-BEFORE-NAME.
           MOVE CUST-ADDR   TO WS-BEFORE-ADDR.
           MOVE CUST-STATUS TO WS-BEFORE-STATUS.
           PERFORM H410-WRITE-LOG.
       H332-END. EXIT.

       H340-COLLECT-LINKED-ACCTS.
           MOVE 0   TO WS-LNK-ENTRIES.
           MOVE 'N' TO WS-LNK-BAL-SW.
           MOVE 'N' TO WS-LNK-OVERFLOW-SW.
           MOVE 'N' TO WS-LNK-DONE-SW.
           MOVE WS-CUST-NO-N TO VSAM-CUST-NO.
           START VSAM-FILE KEY IS EQUAL TO VSAM-CUST-NO
             INVALID KEY     MOVE 'Y' TO WS-LNK-DONE-SW
             NOT INVALID KEY
                 PERFORM H341-READ-NEXT-LINKED
                     UNTIL LNK-BROWSE-DONE.
       H340-END. EXIT.

       H341-READ-NEXT-LINKED.
           READ VSAM-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-LNK-DONE-SW.
           IF VSAM-FILE-SUCCESS
               IF VSAM-CUST-NO = WS-CUST-NO-N
                   PERFORM H342-STORE-LINKED
               ELSE
                   MOVE 'Y' TO WS-LNK-DONE-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-LNK-DONE-SW
           END-IF.
       H341-END. EXIT.

       H342-STORE-LINKED.
           IF VSAM-BALANCE NOT = 0
               MOVE 'Y' TO WS-LNK-BAL-SW
           END-IF.
           IF WS-LNK-ENTRIES < 500
               ADD 1 TO WS-LNK-ENTRIES
               SET WS-LNK-X TO WS-LNK-ENTRIES
               MOVE VSAM-ID  TO WS-LNK-ID-V (WS-LNK-X)
               MOVE VSAM-DVZ TO WS-LNK-DVZ-V (WS-LNK-X)
           ELSE
               MOVE 'Y' TO WS-LNK-OVERFLOW-SW
           END-IF.
       H342-END. EXIT.

       H345-REJECT-CLOSURE.
           IF LINKED-BALANCE-FOUND
               MOVE 'ACCTBAL' TO WS-REJECT-REASON
           ELSE
               MOVE 'ACCTMAX' TO WS-REJECT-REASON
           END-IF.
           MOVE SPACES TO WS-REJECT-STATUS.
           PERFORM H400-WRITE-CTRN-REJECT.
       H345-END. EXIT.

       H350-CLOSE-LINKED-ACCTS.
           MOVE 1 TO WS-LNK-IDX.
           PERFORM H351-CLOSE-LINKED-ACCT
               UNTIL WS-LNK-IDX > WS-LNK-ENTRIES.
       H350-END. EXIT.

       H351-CLOSE-LINKED-ACCT.
           SET WS-LNK-X TO WS-LNK-IDX.
           ADD 1 TO WS-LNK-IDX.
           MOVE WS-LNK-ID-V (WS-LNK-X)  TO VSAM-ID.
           MOVE WS-LNK-DVZ-V (WS-LNK-X) TO VSAM-DVZ.
           READ VSAM-FILE KEY VSAM-KEY
             INVALID KEY     CONTINUE
             NOT INVALID KEY PERFORM H352-DELETE-LINKED-ACCT.
       H351-END. EXIT.

       H352-DELETE-LINKED-ACCT.
           MOVE VSAM-ID                TO WS-LOG-ID.
           MOVE VSAM-DVZ               TO WS-LOG-DVZ.
           MOVE 'D'                    TO LOG-ACTION.
           MOVE WS-LOG-ID              TO LOG-ID.
           MOVE WS-LOG-DVZ             TO LOG-DVZ.
           MOVE VSAM-NAME              TO LOG-BEFORE-NAME.
           MOVE VSAM-DATE              TO LOG-BEFORE-DATE.
           MOVE VSAM-BALANCE           TO LOG-BEFORE-BALANCE.
           MOVE SPACES                 TO LOG-AFTER-NAME.
           MOVE 0                      TO LOG-AFTER-DATE.
           MOVE 0                      TO LOG-AFTER-BALANCE.
           MOVE VSAM-CUST-NO           TO LOG-CUST-NO.
           MOVE VSAM-PRODUCT           TO LOG-PRODUCT.
           DELETE VSAM-FILE.
           IF NOT VSAM-FILE-SUCCESS
               DISPLAY 'UNABLE TO CLOSE ACCOUNT ' WS-LOG-ID '/'
                       WS-LOG-DVZ ': ' ST-VSAM
               MOVE ST-VSAM TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'HMWRK03C'             TO LOG-OPERATOR.
           MOVE SPACES                 TO LOG-APPROVER.
           MOVE WS-RUN-DATE            TO LOG-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO LOG-RUN-TIME.
           MOVE 'HMWRK03C'             TO LOG-PROGRAM.
           MOVE WS-BATCH-REF           TO LOG-BATCH-REF.
           WRITE LOG-REC.
           ADD 1 TO WS-CASCADE-COUNT.
       H352-END. EXIT.

       H400-WRITE-CTRN-REJECT.
           MOVE CTRN-CUST-NO     TO CTRNREJ-CUST-NO.
           MOVE CTRN-ACTION      TO CTRNREJ-ACTION.
           DISPLAY 'TRANSACTIONS READ         : ' WS-TRN-COUNT.
           DISPLAY 'TRANSACTIONS APPLIED      : ' WS-APPLY-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED     : ' WS-REJECT-COUNT.
           DISPLAY 'LINKED ACCOUNTS CLOSED    : ' WS-CASCADE-COUNT.
           DISPLAY '-------------------------------------------'.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           CLOSE CTRN-FILE.
           CLOSE CTRN-REJECT-FILE.
           CLOSE CLG-FILE.
           CLOSE VSAM-FILE.
           CLOSE LOG-FILE.
           GOBACK.
       H999-EXIT.
