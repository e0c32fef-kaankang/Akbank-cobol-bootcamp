       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK03N.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJ-FILE  ASSIGN TO REJFILE
                            STATUS ST-REJ.
           SELECT TRN-FILE  ASSIGN TO TRNREJ
                            STATUS ST-TRN.
           SELECT PST-FILE  ASSIGN TO PSTREJ
                            STATUS ST-PST.
           SELECT XFR-FILE  ASSIGN TO XFRREJ
                            STATUS ST-XFR.
           SELECT CTR-FILE  ASSIGN TO CTRNREJ
                            STATUS ST-CTR.
           SELECT INT-FILE  ASSIGN TO INTREJ
                            STATUS ST-INT.
           SELECT FED-FILE  ASSIGN TO FEEDREJ
                            STATUS ST-FED.
           SELECT QRN-FILE  ASSIGN TO QRNFILE
                            STATUS ST-QRN.
           SELECT RCN-FILE  ASSIGN TO RCNFILE
                            STATUS ST-RCN.
           SELECT EXC-FILE  ASSIGN TO EXCFILE
                            STATUS ST-EXC.
           SELECT HLT-FILE  ASSIGN TO HLDREJ
                            STATUS ST-HLT.
           SELECT SOT-FILE  ASSIGN TO SORDREJ
                            STATUS ST-SOT.
           SELECT EXH-FILE  ASSIGN TO EXCHIST
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY EXH-KEY
                            STATUS ST-EXH.
           SELECT RPT-FILE  ASSIGN TO EXCRPT
                            STATUS ST-RPT.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                            STATUS ST-PRM.
           SELECT SRT-FILE  ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           03 REJ-ID              PIC X(5).
           03 REJ-DVZ             PIC X(3).
           03 REJ-REASON          PIC X(8).
           03 REJ-VSAM-STATUS     PIC X(2).
       FD  TRN-FILE RECORDING MODE F.
         01  TRN-REJ-REC.
           03 TRNREJ-ID           PIC X(5).
           03 TRNREJ-DVZ          PIC X(3).
           03 TRNREJ-ACTION       PIC X(1).
           03 TRNREJ-REASON       PIC X(8).
           03 TRNREJ-VSAM-STATUS  PIC X(2).
       FD  PST-FILE RECORDING MODE F.
         01  PST-REJ-REC.
           03 PSTREJ-ID           PIC X(5).
           03 PSTREJ-DVZ          PIC X(3).
           03 PSTREJ-DRCR         PIC X(1).
           03 PSTREJ-AMOUNT       PIC X(15).
           03 PSTREJ-REASON       PIC X(8).
           03 PSTREJ-VSAM-STATUS  PIC X(2).
       FD  XFR-FILE RECORDING MODE F.
         01  XFR-REJ-REC.
           03 XFRREJ-FROM-ID      PIC X(5).
           03 XFRREJ-FROM-DVZ     PIC X(3).
           03 XFRREJ-TO-ID        PIC X(5).
           03 XFRREJ-TO-DVZ       PIC X(3).
           03 XFRREJ-AMOUNT       PIC X(15).
           03 XFRREJ-REASON       PIC X(8).
           03 XFRREJ-VSAM-STATUS  PIC X(2).
       FD  CTR-FILE RECORDING MODE F.
         01  CTRN-REJ-REC.
           03 CTRNREJ-CUST-NO     PIC X(5).
           03 CTRNREJ-ACTION      PIC X(1).
           03 CTRNREJ-REASON      PIC X(8).
           03 CTRNREJ-CUST-STATUS PIC X(2).
       FD  INT-FILE RECORDING MODE F.
         01  INT-REJ-REC.
           03 INTREJ-ID           PIC 9(5).
           03 INTREJ-DVZ          PIC 9(3).
           03 INTREJ-REASON       PIC X(8).
       FD  FED-FILE RECORDING MODE F.
         01  FEED-REJ-REC.
           03 FEEDREJ-DVZ         PIC X(3).
           03 FEEDREJ-EFF-DATE    PIC X(8).
           03 FEEDREJ-RATE        PIC X(12).
           03 FEEDREJ-BASE-CCY    PIC X(3).
           03 FEEDREJ-REASON      PIC X(8).
       FD  QRN-FILE RECORDING MODE F.
         01  QRN-REC.
           03 QRN-REASON          PIC X(8).
           03 QRN-IMAGE           PIC X(54).
           03 QRN-IMAGE-R REDEFINES QRN-IMAGE.
              05 QRN-IMG-ID       PIC S9(5) COMP-3.
              05 QRN-IMG-DVZ      PIC S9(3) COMP.
              05 QRN-IMG-NAME     PIC X(30).
              05 FILLER           PIC X(19).
       FD  RCN-FILE RECORDING MODE F.
         01  RCN-REC.
           03 RCN-ID              PIC 9(5).
           03 RCN-DVZ             PIC 9(3).
           03 RCN-REASON          PIC X(8).
           03 RCN-EXPECT-BAL      PIC 9(15).
           03 RCN-EXPECT-SIGN     PIC X(2).
           03 RCN-ACTUAL-BAL      PIC 9(15).
           03 RCN-ACTUAL-SIGN     PIC X(2).
       FD  EXC-FILE RECORDING MODE F.
         01  EXC-REC.
           03 EXC-ID              PIC X(5).
           03 EXC-DVZ             PIC X(3).
           03 EXC-ACTION          PIC X(1).
           03 EXC-REASON          PIC X(8).
           03 EXC-VSAM-STATUS     PIC X(2).
       FD  HLT-FILE RECORDING MODE F.
         01  HLT-REJ-REC.
           03 HLTREJ-ID           PIC X(5).
           03 HLTREJ-DVZ          PIC X(3).
           03 HLTREJ-HOLD-NO      PIC X(3).
           03 HLTREJ-ACTION       PIC X(1).
           03 HLTREJ-REASON       PIC X(8).
           03 HLTREJ-HOLD-STATUS  PIC X(2).
       FD  SOT-FILE RECORDING MODE F.
         01  SOT-REJ-REC.
           03 SOTREJ-ID           PIC X(5).
           03 SOTREJ-DVZ          PIC X(3).
           03 SOTREJ-INSTR-NO     PIC X(3).
           03 SOTREJ-ACTION       PIC X(1).
           03 SOTREJ-REASON       PIC X(8).
           03 SOTREJ-SO-STATUS    PIC X(2).
       FD  EXH-FILE.
         01  EXH-REC.
           03 EXH-KEY.
              05 EXH-PROGRAM      PIC X(8).
              05 EXH-REASON       PIC X(8).
           03 EXH-LAST-DATE       PIC 9(8).
           03 EXH-LAST-COUNT      PIC 9(7).
           03 EXH-PRIOR-COUNT     PIC 9(7).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-LINE             PIC X(132).
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-BUS-DATE       PIC X(8).
       SD  SRT-FILE.
         01  SRT-REC.
           03 SRT-KIND            PIC X(1).
           03 SRT-ID-N            PIC 9(5).
           03 SRT-DVZ-N           PIC 9(3).
           03 SRT-ID-X            PIC X(5).
           03 SRT-DVZ-X           PIC X(3).
           03 SRT-SRC             PIC 9(4) COMP.
           03 SRT-REASON          PIC X(8).
           03 SRT-DETAIL          PIC X(60).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-REJ             PIC 9(2).
              88 REJ-FILE-EOF                    VALUE 10.
              88 REJ-FILE-MISSING                VALUE 35.
           03 ST-TRN             PIC 9(2).
              88 TRN-FILE-EOF                    VALUE 10.
              88 TRN-FILE-MISSING                VALUE 35.
           03 ST-PST             PIC 9(2).
              88 PST-FILE-EOF                    VALUE 10.
              88 PST-FILE-MISSING                VALUE 35.
           03 ST-XFR             PIC 9(2).
              88 XFR-FILE-EOF                    VALUE 10.
              88 XFR-FILE-MISSING                VALUE 35.
           03 ST-CTR             PIC 9(2).
              88 CTR-FILE-EOF                    VALUE 10.
              88 CTR-FILE-MISSING                VALUE 35.
           03 ST-INT             PIC 9(2).
              88 INT-FILE-EOF                    VALUE 10.
              88 INT-FILE-MISSING                VALUE 35.
           03 ST-FED             PIC 9(2).
              88 FED-FILE-EOF                    VALUE 10.
              88 FED-FILE-MISSING                VALUE 35.
           03 ST-QRN             PIC 9(2).
              88 QRN-FILE-EOF                    VALUE 10.
              88 QRN-FILE-MISSING                VALUE 35.
           03 ST-RCN             PIC 9(2).
              88 RCN-FILE-EOF                    VALUE 10.
              88 RCN-FILE-MISSING                VALUE 35.
           03 ST-EXC             PIC 9(2).
              88 EXC-FILE-EOF                    VALUE 10.
              88 EXC-FILE-MISSING                VALUE 35.
           03 ST-HLT             PIC 9(2).
              88 HLT-FILE-EOF                    VALUE 10.
              88 HLT-FILE-MISSING                VALUE 35.
           03 ST-SOT             PIC 9(2).
              88 SOT-FILE-EOF                    VALUE 10.
              88 SOT-FILE-MISSING                VALUE 35.
           03 ST-EXH             PIC 9(2).
              88 EXH-FILE-SUCCESS                VALUE 0 97.
              88 EXH-FILE-MISSING                VALUE 35.
           03 ST-RPT             PIC 9(2).
              88 RPT-FILE-SUCCESS                 VALUE 0 97.
           03 ST-PRM             PIC 9(2).
              88 PARM-FILE-SUCCESS                VALUE 0 97.
           03 WS-RUN-DATE        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE        PIC X(8) VALUE SPACE.
           03 WS-BUS-DATE-N REDEFINES WS-BUS-DATE PIC 9(8).
         01  WS-SOURCE-LIST.
           03 FILLER             PIC X(16) VALUE 'HMWRK03 REJFILE '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03MTRNREJ  '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03PPSTREJ  '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03TXFRREJ  '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03CCTRNREJ '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03IINTREJ  '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03LFEEDREJ '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03FQRNFILE '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03RRCNFILE '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03BEXCFILE '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03KHLDREJ  '.
           03 FILLER             PIC X(16) VALUE 'HMWRK03OSORDREJ '.
         01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
           03 WS-SRC-ENTRY OCCURS 12 TIMES INDEXED BY WS-SRC-X.
              05 WS-SRC-PGM      PIC X(8).
              05 WS-SRC-DD       PIC X(8).
         01  WS-SOURCE-STATE.
           03 WS-SRC-STATUS OCCURS 12 TIMES.
              05 WS-SRC-STATE    PIC X(1).
              05 WS-SRC-COUNT    PIC 9(9) COMP.
         01  WS-COUNT-AREA.
           03 WS-SRC-ENTRIES     PIC 9(4) COMP VALUE 12.
           03 WS-SRC-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-SRC-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-SOURCE                    VALUE 'Y'.
           03 WS-CNT-ENTRIES     PIC 9(4) COMP VALUE 0.
           03 WS-CNT-IDX         PIC 9(4) COMP VALUE 0.
           03 WS-CNT-TABLE OCCURS 300 TIMES INDEXED BY WS-CNT-X.
              05 WS-CNT-SRC      PIC 9(4) COMP.
              05 WS-CNT-REASON   PIC X(8).
              05 WS-CNT-TONIGHT  PIC 9(7) COMP.
              05 WS-CNT-PREV     PIC 9(7) COMP.
           03 WS-CNT-FOUND-SW    PIC X(1) VALUE 'N'.
              88 FOUND-COUNT                     VALUE 'Y'.
           03 WS-CNT-OVERFLOW-SW PIC X(1) VALUE 'N'.
              88 CNT-TABLE-OVERFLOWED            VALUE 'Y'.
           03 WS-FIND-SRC        PIC 9(4) COMP VALUE 0.
           03 WS-FIND-REASON     PIC X(8) VALUE SPACE.
           03 WS-HST-DONE-SW     PIC X(1) VALUE 'N'.
              88 HIST-BROWSE-DONE                VALUE 'Y'.
           03 WS-SRC-TONIGHT     PIC 9(9) COMP VALUE 0.
           03 WS-SRC-PREV        PIC 9(9) COMP VALUE 0.
           03 WS-CHANGE          PIC S9(9) COMP VALUE 0.
         01  WS-KEY-AREA.
           03 WS-CUR-SRC         PIC 9(4) COMP VALUE 0.
           03 WS-KEY-ID          PIC X(5) VALUE SPACE.
           03 WS-KEY-DVZ         PIC X(3) VALUE SPACE.
           03 WS-KEY-ID-N        PIC 9(5) VALUE 0.
           03 WS-KEY-DVZ-N       PIC 9(3) VALUE 0.
           03 WS-DETAIL          PIC X(60) VALUE SPACE.
         01  WS-DETAIL-AREA.
           03 WS-DTX-ACTION.
              05 FILLER          PIC X(7) VALUE 'ACTION '.
              05 DTX-ACT-ACTION  PIC X(1).
              05 FILLER          PIC X(8) VALUE ' STATUS '.
              05 DTX-ACT-STATUS  PIC X(2).
           03 WS-DTX-REFERENCE.
              05 FILLER          PIC X(7) VALUE 'ACTION '.
              05 DTX-REF-ACTION  PIC X(1).
              05 FILLER          PIC X(8) VALUE ' STATUS '.
              05 DTX-REF-STATUS  PIC X(2).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTX-REF-LABEL   PIC X(6).
              05 DTX-REF-NO      PIC X(3).
           03 WS-DTX-AMOUNT.
              05 FILLER          PIC X(5) VALUE 'DRCR '.
              05 DTX-AMT-DRCR    PIC X(1).
              05 FILLER          PIC X(8) VALUE ' AMOUNT '.
              05 DTX-AMT-AMOUNT  PIC X(15).
              05 FILLER          PIC X(8) VALUE ' STATUS '.
              05 DTX-AMT-STATUS  PIC X(2).
              05 DTX-AMT-TO-LBL  PIC X(4).
              05 DTX-AMT-TO-ID   PIC X(5).
              05 DTX-AMT-TO-SEP  PIC X(1).
              05 DTX-AMT-TO-DVZ  PIC X(3).
           03 WS-DTX-FEED.
              05 FILLER          PIC X(9) VALUE 'EFF DATE '.
              05 DTX-FED-DATE    PIC X(8).
              05 FILLER          PIC X(6) VALUE ' RATE '.
              05 DTX-FED-RATE    PIC X(12).
              05 FILLER          PIC X(6) VALUE ' BASE '.
              05 DTX-FED-CCY     PIC X(3).
           03 WS-DTX-RECON.
              05 FILLER          PIC X(9) VALUE 'EXPECTED '.
              05 DTX-RCN-EXPECT  PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTX-RCN-ESIGN   PIC X(2).
              05 FILLER          PIC X(8) VALUE ' ACTUAL '.
              05 DTX-RCN-ACTUAL  PIC Z(14)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTX-RCN-ASIGN   PIC X(2).
           03 WS-DTX-QUARANTINE.
              05 FILLER          PIC X(5) VALUE 'NAME '.
              05 DTX-QRN-NAME    PIC X(30).
         01  WS-BREAK-AREA.
           03 WS-SORT-EOF-SW     PIC X(1) VALUE 'N'.
              88 SORT-FILE-EOF                   VALUE 'Y'.
           03 WS-GRP-ACTIVE-SW   PIC X(1) VALUE 'N'.
              88 GRP-ACTIVE                      VALUE 'Y'.
           03 WS-GRP-KIND        PIC X(1) VALUE SPACE.
           03 WS-GRP-ID-N        PIC 9(5) VALUE 0.
           03 WS-GRP-DVZ-N       PIC 9(3) VALUE 0.
           03 WS-GRP-ID-X        PIC X(5) VALUE SPACE.
           03 WS-GRP-DVZ-X       PIC X(3) VALUE SPACE.
           03 WS-GRP-LAST-SRC    PIC 9(4) COMP VALUE 0.
           03 WS-GRP-SRC-COUNT   PIC 9(4) COMP VALUE 0.
           03 WS-KIND-LAST       PIC X(1) VALUE SPACE.
         01  WS-REPORT-AREA.
           03 WS-HDR-LINE.
              05 FILLER          PIC X(40) VALUE
                 'HMWRK03N NIGHTLY EXCEPTIONS REPORT      '.
              05 FILLER          PIC X(14) VALUE 'BUSINESS DATE '.
              05 HDR-BUS-DATE    PIC X(8).
              05 FILLER          PIC X(70) VALUE SPACE.
           03 WS-SEC1-LINE.
              05 FILLER          PIC X(40) VALUE
                 'EXCEPTIONS BY SOURCE AND REASON         '.
              05 FILLER          PIC X(92) VALUE SPACE.
           03 WS-SEC1-HDR-LINE.
              05 FILLER          PIC X(132) VALUE
                 'SOURCE   FILE     REASON         TONIGHT  LAST NIGHT
      -          '   CHANGE'.
           03 WS-SRC-LINE.
              05 SRC-PGM         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 SRC-DD          PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 SRC-TEXT        PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 SRC-TONIGHT     PIC Z(8)9.
              05 FILLER          PIC X(3) VALUE SPACE.
              05 SRC-PREV        PIC Z(8)9.
              05 FILLER          PIC X(1) VALUE SPACE.
              05 SRC-CHANGE      PIC -(8)9.
              05 FILLER          PIC X(74) VALUE SPACE.
           03 WS-SEC2-LINE.
              05 FILLER          PIC X(40) VALUE
                 'EXCEPTION DETAIL BY ACCOUNT             '.
              05 FILLER          PIC X(92) VALUE SPACE.
           03 WS-SEC2-HDR-LINE.
              05 FILLER          PIC X(132) VALUE
                 'KEY      ID    DVZ SOURCE   REASON   DETAIL'.
           03 WS-DTL-LINE.
              05 DTL-KIND        PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-ID          PIC X(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-DVZ         PIC X(3).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-PGM         PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-REASON      PIC X(8).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 DTL-DETAIL      PIC X(60).
              05 FILLER          PIC X(35) VALUE SPACE.
           03 WS-FLAG-LINE.
              05 FILLER          PIC X(11) VALUE '  *** ACCT '.
              05 FLG-ID          PIC X(5).
              05 FILLER          PIC X(1) VALUE SPACE.
              05 FLG-DVZ         PIC X(3).
              05 FILLER          PIC X(4) VALUE ' IN '.
              05 FLG-COUNT       PIC Z9.
              05 FILLER          PIC X(40) VALUE
                 ' EXCEPTION FILES TONIGHT                '.
              05 FILLER          PIC X(66) VALUE SPACE.
           03 WS-NONE-LINE.
              05 FILLER          PIC X(40) VALUE
                 'NO EXCEPTIONS RECORDED TONIGHT          '.
              05 FILLER          PIC X(92) VALUE SPACE.
         01  WS-TOTAL-AREA.
           03 WS-EXC-COUNT       PIC 9(9) COMP VALUE 0.
           03 WS-PRESENT-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-MISSING-COUNT   PIC 9(9) COMP VALUE 0.
           03 WS-BADKEY-COUNT    PIC 9(9) COMP VALUE 0.
           03 WS-FLAG-COUNT      PIC 9(9) COMP VALUE 0.
           03 WS-HIST-COUNT      PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE ON ASCENDING KEY SRT-KIND SRT-ID-N SRT-DVZ-N
                                          SRT-ID-X SRT-DVZ-X SRT-SRC
                                          SRT-REASON
               INPUT PROCEDURE IS H200-RELEASE-EXCEPTIONS
                   THRU H200-RELEASE-END
               OUTPUT PROCEDURE IS H500-PRINT-EXCEPTIONS
                   THRU H500-PRINT-END
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H110-READ-RUN-PARM.
           INITIALIZE WS-SOURCE-STATE.

           OPEN INPUT  REJ-FILE.
           IF REJ-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (1)
           ELSE
               IF (ST-REJ NOT = 0) AND (ST-REJ NOT = 97)
               DISPLAY '1'
               DISPLAY 'UNABLE TO OPEN REJFILE: ' ST-REJ
               MOVE ST-REJ TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (1)
           END-IF.

           OPEN INPUT  TRN-FILE.
           IF TRN-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (2)
           ELSE
               IF (ST-TRN NOT = 0) AND (ST-TRN NOT = 97)
               DISPLAY '2'
               DISPLAY 'UNABLE TO OPEN TRNREJ: ' ST-TRN
               MOVE ST-TRN TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (2)
           END-IF.

           OPEN INPUT  PST-FILE.
           IF PST-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (3)
           ELSE
               IF (ST-PST NOT = 0) AND (ST-PST NOT = 97)
               DISPLAY '3'
               DISPLAY 'UNABLE TO OPEN PSTREJ: ' ST-PST
               MOVE ST-PST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (3)
           END-IF.

           OPEN INPUT  XFR-FILE.
           IF XFR-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (4)
           ELSE
               IF (ST-XFR NOT = 0) AND (ST-XFR NOT = 97)
               DISPLAY '4'
               DISPLAY 'UNABLE TO OPEN XFRREJ: ' ST-XFR
               MOVE ST-XFR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (4)
           END-IF.

           OPEN INPUT  CTR-FILE.
           IF CTR-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (5)
           ELSE
               IF (ST-CTR NOT = 0) AND (ST-CTR NOT = 97)
               DISPLAY '5'
               DISPLAY 'UNABLE TO OPEN CTRNREJ: ' ST-CTR
               MOVE ST-CTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (5)
           END-IF.

           OPEN INPUT  INT-FILE.
           IF INT-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (6)
           ELSE
               IF (ST-INT NOT = 0) AND (ST-INT NOT = 97)
               DISPLAY '6'
               DISPLAY 'UNABLE TO OPEN INTREJ: ' ST-INT
               MOVE ST-INT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (6)
           END-IF.

           OPEN INPUT  FED-FILE.
           IF FED-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (7)
           ELSE
               IF (ST-FED NOT = 0) AND (ST-FED NOT = 97)
               DISPLAY '7'
               DISPLAY 'UNABLE TO OPEN FEEDREJ: ' ST-FED
               MOVE ST-FED TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (7)
           END-IF.

           OPEN INPUT  QRN-FILE.
           IF QRN-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (8)
           ELSE
               IF (ST-QRN NOT = 0) AND (ST-QRN NOT = 97)
               DISPLAY '8'
               DISPLAY 'UNABLE TO OPEN QRNFILE: ' ST-QRN
               MOVE ST-QRN TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (8)
           END-IF.

           OPEN INPUT  RCN-FILE.
           IF RCN-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (9)
           ELSE
               IF (ST-RCN NOT = 0) AND (ST-RCN NOT = 97)
               DISPLAY '9'
               DISPLAY 'UNABLE TO OPEN RCNFILE: ' ST-RCN
               MOVE ST-RCN TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (9)
           END-IF.

           OPEN INPUT  EXC-FILE.
           IF EXC-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (10)
           ELSE
               IF (ST-EXC NOT = 0) AND (ST-EXC NOT = 97)
               DISPLAY '10'
               DISPLAY 'UNABLE TO OPEN EXCFILE: ' ST-EXC
               MOVE ST-EXC TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (10)
           END-IF.

           OPEN INPUT  HLT-FILE.
           IF HLT-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (11)
           ELSE
               IF (ST-HLT NOT = 0) AND (ST-HLT NOT = 97)
               DISPLAY '11'
               DISPLAY 'UNABLE TO OPEN HLDREJ: ' ST-HLT
               MOVE ST-HLT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (11)
           END-IF.

           OPEN INPUT  SOT-FILE.
           IF SOT-FILE-MISSING
               MOVE 'M' TO WS-SRC-STATE (12)
           ELSE
               IF (ST-SOT NOT = 0) AND (ST-SOT NOT = 97)
               DISPLAY '12'
               DISPLAY 'UNABLE TO OPEN SORDREJ: ' ST-SOT
               MOVE ST-SOT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE 'P' TO WS-SRC-STATE (12)
           END-IF.

           OPEN I-O    EXH-FILE.
           IF EXH-FILE-MISSING
               OPEN OUTPUT EXH-FILE
               CLOSE EXH-FILE
               OPEN I-O EXH-FILE
           END-IF.
           IF (ST-EXH NOT = 0) AND (ST-EXH NOT = 97)
           DISPLAY '13'
           DISPLAY 'UNABLE TO OPEN EXCHIST: ' ST-EXH
           MOVE ST-EXH TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF (ST-RPT NOT = 0) AND (ST-RPT NOT = 97)
           DISPLAY '14'
           DISPLAY 'UNABLE TO OPEN EXCRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           MOVE WS-BUS-DATE TO HDR-BUS-DATE.
           MOVE WS-HDR-LINE TO RPT-LINE.
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

       H200-RELEASE-EXCEPTIONS.
           IF WS-SRC-STATE (1) = 'P'
               PERFORM H210-READ-REJ UNTIL REJ-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (2) = 'P'
               PERFORM H215-READ-TRN UNTIL TRN-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (3) = 'P'
               PERFORM H220-READ-PST UNTIL PST-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (4) = 'P'
               PERFORM H225-READ-XFR UNTIL XFR-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (5) = 'P'
               PERFORM H230-READ-CTR UNTIL CTR-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (6) = 'P'
               PERFORM H235-READ-INT UNTIL INT-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (7) = 'P'
               PERFORM H240-READ-FED UNTIL FED-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (8) = 'P'
               PERFORM H245-READ-QRN UNTIL QRN-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (9) = 'P'
               PERFORM H250-READ-RCN UNTIL RCN-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (10) = 'P'
               PERFORM H255-READ-EXC UNTIL EXC-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (11) = 'P'
               PERFORM H260-READ-HLT UNTIL HLT-FILE-EOF
           END-IF.
           IF WS-SRC-STATE (12) = 'P'
               PERFORM H265-READ-SOT UNTIL SOT-FILE-EOF
           END-IF.
       H200-RELEASE-END. EXIT.

       H210-READ-REJ.
           READ REJ-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H211-TAKE-REJ.
       H210-END. EXIT.

       H211-TAKE-REJ.
           MOVE 1               TO WS-CUR-SRC.
           MOVE REJ-ID          TO WS-KEY-ID.
           MOVE REJ-DVZ         TO WS-KEY-DVZ.
           MOVE SPACES          TO DTX-ACT-ACTION.
           MOVE REJ-VSAM-STATUS TO DTX-ACT-STATUS.
           MOVE WS-DTX-ACTION   TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE REJ-REASON      TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H211-END. EXIT.

       H215-READ-TRN.
           READ TRN-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H216-TAKE-TRN.
       H215-END. EXIT.

       H216-TAKE-TRN.
           MOVE 2                  TO WS-CUR-SRC.
           MOVE TRNREJ-ID          TO WS-KEY-ID.
           MOVE TRNREJ-DVZ         TO WS-KEY-DVZ.
           MOVE TRNREJ-ACTION      TO DTX-ACT-ACTION.
           MOVE TRNREJ-VSAM-STATUS TO DTX-ACT-STATUS.
           MOVE WS-DTX-ACTION      TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE TRNREJ-REASON      TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H216-END. EXIT.

       H220-READ-PST.
           READ PST-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H221-TAKE-PST.
       H220-END. EXIT.

       H221-TAKE-PST.
           MOVE 3                  TO WS-CUR-SRC.
           MOVE PSTREJ-ID          TO WS-KEY-ID.
           MOVE PSTREJ-DVZ         TO WS-KEY-DVZ.
           MOVE PSTREJ-DRCR        TO DTX-AMT-DRCR.
           MOVE PSTREJ-AMOUNT      TO DTX-AMT-AMOUNT.
           MOVE PSTREJ-VSAM-STATUS TO DTX-AMT-STATUS.
           MOVE SPACES             TO DTX-AMT-TO-LBL DTX-AMT-TO-ID
                                      DTX-AMT-TO-SEP DTX-AMT-TO-DVZ.
           MOVE WS-DTX-AMOUNT      TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE PSTREJ-REASON      TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H221-END. EXIT.

       H225-READ-XFR.
           READ XFR-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H226-TAKE-XFR.
       H225-END. EXIT.

       H226-TAKE-XFR.
           MOVE 4                  TO WS-CUR-SRC.
           MOVE XFRREJ-FROM-ID     TO WS-KEY-ID.
           MOVE XFRREJ-FROM-DVZ    TO WS-KEY-DVZ.
           MOVE 'D'                TO DTX-AMT-DRCR.
           MOVE XFRREJ-AMOUNT      TO DTX-AMT-AMOUNT.
           MOVE XFRREJ-VSAM-STATUS TO DTX-AMT-STATUS.
           MOVE ' TO '             TO DTX-AMT-TO-LBL.
           MOVE XFRREJ-TO-ID       TO DTX-AMT-TO-ID.
           MOVE '/'                TO DTX-AMT-TO-SEP.
           MOVE XFRREJ-TO-DVZ      TO DTX-AMT-TO-DVZ.
           MOVE WS-DTX-AMOUNT      TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE XFRREJ-REASON      TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H226-END. EXIT.

       H230-READ-CTR.
           READ CTR-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H231-TAKE-CTR.
       H230-END. EXIT.

       H231-TAKE-CTR.
           MOVE 5                   TO WS-CUR-SRC.
           MOVE CTRNREJ-ACTION      TO DTX-ACT-ACTION.
           MOVE CTRNREJ-CUST-STATUS TO DTX-ACT-STATUS.
           MOVE WS-DTX-ACTION       TO WS-DETAIL.
           MOVE '2'                 TO SRT-KIND.
           MOVE 0                   TO SRT-ID-N.
           MOVE 0                   TO SRT-DVZ-N.
           IF FUNCTION TEST-NUMVAL-C (CTRNREJ-CUST-NO) = 0
               COMPUTE SRT-ID-N = FUNCTION NUMVAL-C (CTRNREJ-CUST-NO)
           END-IF.
           MOVE CTRNREJ-CUST-NO     TO SRT-ID-X.
           MOVE SPACES              TO SRT-DVZ-X.
           MOVE CTRNREJ-REASON      TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H231-END. EXIT.

       H235-READ-INT.
           READ INT-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H236-TAKE-INT.
       H235-END. EXIT.

       H236-TAKE-INT.
           MOVE 6                  TO WS-CUR-SRC.
           MOVE INTREJ-ID          TO WS-KEY-ID.
           MOVE INTREJ-DVZ         TO WS-KEY-DVZ.
           MOVE SPACES             TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE INTREJ-REASON      TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H236-END. EXIT.

       H240-READ-FED.
           READ FED-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H241-TAKE-FED.
       H240-END. EXIT.

       H241-TAKE-FED.
           MOVE 7                  TO WS-CUR-SRC.
           MOVE FEEDREJ-EFF-DATE   TO DTX-FED-DATE.
           MOVE FEEDREJ-RATE       TO DTX-FED-RATE.
           MOVE FEEDREJ-BASE-CCY   TO DTX-FED-CCY.
           MOVE WS-DTX-FEED        TO WS-DETAIL.
           MOVE '3'                TO SRT-KIND.
           MOVE 0                  TO SRT-ID-N.
           MOVE 0                  TO SRT-DVZ-N.
           IF FEEDREJ-DVZ NUMERIC
               MOVE FEEDREJ-DVZ    TO SRT-DVZ-N
           END-IF.
           MOVE SPACES             TO SRT-ID-X.
           MOVE FEEDREJ-DVZ        TO SRT-DVZ-X.
           MOVE FEEDREJ-REASON     TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H241-END. EXIT.

       H245-READ-QRN.
           READ QRN-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H246-TAKE-QRN.
       H245-END. EXIT.

       H246-TAKE-QRN.
           MOVE 8                  TO WS-CUR-SRC.
           MOVE QRN-IMG-NAME       TO DTX-QRN-NAME.
           MOVE WS-DTX-QUARANTINE  TO WS-DETAIL.
           IF QRN-IMG-ID IS NUMERIC
               MOVE QRN-IMG-ID     TO WS-KEY-ID-N
               MOVE QRN-IMG-DVZ    TO WS-KEY-DVZ-N
               MOVE WS-KEY-ID-N    TO WS-KEY-ID
               MOVE WS-KEY-DVZ-N   TO WS-KEY-DVZ
           ELSE
               MOVE SPACES         TO WS-KEY-ID
               MOVE SPACES         TO WS-KEY-DVZ
           END-IF.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE QRN-REASON         TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H246-END. EXIT.

       H250-READ-RCN.
           READ RCN-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H251-TAKE-RCN.
       H250-END. EXIT.

       H251-TAKE-RCN.
           MOVE 9                  TO WS-CUR-SRC.
           MOVE RCN-ID             TO WS-KEY-ID.
           MOVE RCN-DVZ            TO WS-KEY-DVZ.
           MOVE RCN-EXPECT-BAL     TO DTX-RCN-EXPECT.
           MOVE RCN-EXPECT-SIGN    TO DTX-RCN-ESIGN.
           MOVE RCN-ACTUAL-BAL     TO DTX-RCN-ACTUAL.
           MOVE RCN-ACTUAL-SIGN    TO DTX-RCN-ASIGN.
           MOVE WS-DTX-RECON       TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE RCN-REASON         TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H251-END. EXIT.

       H255-READ-EXC.
           READ EXC-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H256-TAKE-EXC.
       H255-END. EXIT.

       H256-TAKE-EXC.
           MOVE 10                 TO WS-CUR-SRC.
           MOVE EXC-ID             TO WS-KEY-ID.
           MOVE EXC-DVZ            TO WS-KEY-DVZ.
           MOVE EXC-ACTION         TO DTX-ACT-ACTION.
           MOVE EXC-VSAM-STATUS    TO DTX-ACT-STATUS.
           MOVE WS-DTX-ACTION      TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE EXC-REASON         TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H256-END. EXIT.

       H260-READ-HLT.
           READ HLT-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H261-TAKE-HLT.
       H260-END. EXIT.

       H261-TAKE-HLT.
           MOVE 11                 TO WS-CUR-SRC.
           MOVE HLTREJ-ID          TO WS-KEY-ID.
           MOVE HLTREJ-DVZ         TO WS-KEY-DVZ.
           MOVE HLTREJ-ACTION      TO DTX-REF-ACTION.
           MOVE HLTREJ-HOLD-STATUS TO DTX-REF-STATUS.
           MOVE 'HOLD  '           TO DTX-REF-LABEL.
           MOVE HLTREJ-HOLD-NO     TO DTX-REF-NO.
           MOVE WS-DTX-REFERENCE   TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE HLTREJ-REASON      TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H261-END. EXIT.

       H265-READ-SOT.
           READ SOT-FILE
             AT END     CONTINUE
             NOT AT END PERFORM H266-TAKE-SOT.
       H265-END. EXIT.

       H266-TAKE-SOT.
           MOVE 12                 TO WS-CUR-SRC.
           MOVE SOTREJ-ID          TO WS-KEY-ID.
           MOVE SOTREJ-DVZ         TO WS-KEY-DVZ.
           MOVE SOTREJ-ACTION      TO DTX-REF-ACTION.
           MOVE SOTREJ-SO-STATUS   TO DTX-REF-STATUS.
           MOVE 'INSTR '           TO DTX-REF-LABEL.
           MOVE SOTREJ-INSTR-NO    TO DTX-REF-NO.
           MOVE WS-DTX-REFERENCE   TO WS-DETAIL.
           PERFORM H300-SET-ACCOUNT-KEY.
           MOVE SOTREJ-REASON      TO SRT-REASON.
           PERFORM H350-RELEASE-EXCEPTION.
       H266-END. EXIT.

       H300-SET-ACCOUNT-KEY.
           MOVE WS-KEY-ID  TO SRT-ID-X.
           MOVE WS-KEY-DVZ TO SRT-DVZ-X.
           MOVE 0          TO SRT-ID-N.
           MOVE 0          TO SRT-DVZ-N.
           IF (FUNCTION TEST-NUMVAL-C (WS-KEY-ID) = 0) AND
              (WS-KEY-DVZ NUMERIC)
               MOVE '1' TO SRT-KIND
               COMPUTE SRT-ID-N = FUNCTION NUMVAL-C (WS-KEY-ID)
               MOVE WS-KEY-DVZ TO SRT-DVZ-N
               MOVE SPACES     TO SRT-ID-X
               MOVE SPACES     TO SRT-DVZ-X
           ELSE
               MOVE '9' TO SRT-KIND
               ADD 1 TO WS-BADKEY-COUNT
           END-IF.
       H300-END. EXIT.

       H350-RELEASE-EXCEPTION.
           MOVE WS-CUR-SRC TO SRT-SRC.
           MOVE WS-DETAIL  TO SRT-DETAIL.
           ADD 1 TO WS-SRC-COUNT (WS-CUR-SRC).
           ADD 1 TO WS-EXC-COUNT.
           MOVE WS-CUR-SRC TO WS-FIND-SRC.
           MOVE SRT-REASON TO WS-FIND-REASON.
           PERFORM H360-FIND-COUNT.
           IF FOUND-COUNT
               ADD 1 TO WS-CNT-TONIGHT (WS-CNT-X)
           ELSE
               PERFORM H365-ADD-COUNT
               IF FOUND-COUNT
                   MOVE 1 TO WS-CNT-TONIGHT (WS-CNT-X)
               END-IF
           END-IF.
           RELEASE SRT-REC.
       H350-END. EXIT.

       H360-FIND-COUNT.
           MOVE 'N' TO WS-CNT-FOUND-SW.
           MOVE 1   TO WS-CNT-IDX.
           PERFORM H361-MATCH-COUNT
               UNTIL (WS-CNT-IDX > WS-CNT-ENTRIES) OR FOUND-COUNT.
       H360-END. EXIT.

       H361-MATCH-COUNT.
           SET WS-CNT-X TO WS-CNT-IDX.
           IF (WS-CNT-SRC (WS-CNT-X)    = WS-FIND-SRC) AND
              (WS-CNT-REASON (WS-CNT-X) = WS-FIND-REASON)
               MOVE 'Y' TO WS-CNT-FOUND-SW
           ELSE
               ADD 1 TO WS-CNT-IDX
           END-IF.
       H361-END. EXIT.

       H365-ADD-COUNT.
           IF WS-CNT-ENTRIES < 300
               ADD 1 TO WS-CNT-ENTRIES
               SET WS-CNT-X TO WS-CNT-ENTRIES
               MOVE WS-FIND-SRC    TO WS-CNT-SRC (WS-CNT-X)
               MOVE WS-FIND-REASON TO WS-CNT-REASON (WS-CNT-X)
               MOVE 0              TO WS-CNT-TONIGHT (WS-CNT-X)
               MOVE 0              TO WS-CNT-PREV (WS-CNT-X)
               MOVE 'Y'            TO WS-CNT-FOUND-SW
           ELSE
               IF NOT CNT-TABLE-OVERFLOWED
                   DISPLAY 'MORE THAN 300 SOURCE/REASON PAIRS; '
                           'EXTRA NOT COUNTED'
               END-IF
               MOVE 'Y' TO WS-CNT-OVERFLOW-SW
           END-IF.
       H365-END. EXIT.

       H500-PRINT-EXCEPTIONS.
           PERFORM H510-MERGE-HISTORY.
           PERFORM H520-PRINT-COUNTS.
           PERFORM H540-UPDATE-HISTORY THRU H540-END
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-ENTRIES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SEC2-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SEC2-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-EXC-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM H560-RETURN-NEXT UNTIL SORT-FILE-EOF.
           IF GRP-ACTIVE
               PERFORM H580-END-ACCOUNT
           END-IF.
       H500-PRINT-END. EXIT.

       H510-MERGE-HISTORY.
           MOVE 'N' TO WS-HST-DONE-SW.
           MOVE LOW-VALUES TO EXH-KEY.
           START EXH-FILE KEY IS NOT LESS THAN EXH-KEY
             INVALID KEY     MOVE 'Y' TO WS-HST-DONE-SW
             NOT INVALID KEY
                 PERFORM H511-READ-NEXT-HISTORY
                     UNTIL HIST-BROWSE-DONE.
       H510-END. EXIT.

       H511-READ-NEXT-HISTORY.
           READ EXH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-HST-DONE-SW.
           IF EXH-FILE-SUCCESS
               PERFORM H512-TAKE-HISTORY THRU H512-END
           ELSE
               MOVE 'Y' TO WS-HST-DONE-SW
           END-IF.
       H511-END. EXIT.

       H512-TAKE-HISTORY.
           IF EXH-LAST-DATE > WS-BUS-DATE-N
               GO TO H512-END
           END-IF.
           PERFORM H515-FIND-SOURCE.
           IF NOT FOUND-SOURCE
               GO TO H512-END
           END-IF.
           MOVE WS-SRC-IDX TO WS-FIND-SRC.
           MOVE EXH-REASON TO WS-FIND-REASON.
           PERFORM H360-FIND-COUNT.
           IF NOT FOUND-COUNT
               PERFORM H365-ADD-COUNT
           END-IF.
           IF NOT FOUND-COUNT
               GO TO H512-END
           END-IF.
           IF EXH-LAST-DATE = WS-BUS-DATE-N
               MOVE EXH-PRIOR-COUNT TO WS-CNT-PREV (WS-CNT-X)
           ELSE
               MOVE EXH-LAST-COUNT  TO WS-CNT-PREV (WS-CNT-X)
           END-IF.
       H512-END. EXIT.

       H515-FIND-SOURCE.
           MOVE 'N' TO WS-SRC-FOUND-SW.
           MOVE 1   TO WS-SRC-IDX.
           PERFORM H516-MATCH-SOURCE
               UNTIL (WS-SRC-IDX > WS-SRC-ENTRIES) OR FOUND-SOURCE.
       H515-END. EXIT.

       H516-MATCH-SOURCE.
           SET WS-SRC-X TO WS-SRC-IDX.
           IF WS-SRC-PGM (WS-SRC-X) = EXH-PROGRAM
               MOVE 'Y' TO WS-SRC-FOUND-SW
           ELSE
               ADD 1 TO WS-SRC-IDX
           END-IF.
       H516-END. EXIT.

       H520-PRINT-COUNTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SEC1-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SEC1-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM H521-PRINT-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-ENTRIES.
       H520-END. EXIT.

       H521-PRINT-SOURCE.
           SET WS-SRC-X TO WS-SRC-IDX.
           MOVE 0 TO WS-SRC-TONIGHT.
           MOVE 0 TO WS-SRC-PREV.
           PERFORM H522-PRINT-REASON
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-ENTRIES.
           MOVE WS-SRC-PGM (WS-SRC-X) TO SRC-PGM.
           MOVE WS-SRC-DD (WS-SRC-X)  TO SRC-DD.
           IF WS-SRC-STATE (WS-SRC-IDX) = 'P'
               MOVE 'TOTAL'           TO SRC-TEXT
               ADD 1 TO WS-PRESENT-COUNT
           ELSE
               MOVE 'NO FILE'         TO SRC-TEXT
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
           MOVE WS-SRC-TONIGHT TO SRC-TONIGHT.
           MOVE WS-SRC-PREV    TO SRC-PREV.
           COMPUTE WS-CHANGE = WS-SRC-TONIGHT - WS-SRC-PREV.
           MOVE WS-CHANGE      TO SRC-CHANGE.
           MOVE WS-SRC-LINE    TO RPT-LINE.
           WRITE RPT-LINE.
       H521-END. EXIT.

       H522-PRINT-REASON.
           SET WS-CNT-X TO WS-CNT-IDX.
           IF WS-CNT-SRC (WS-CNT-X) = WS-SRC-IDX
               ADD WS-CNT-TONIGHT (WS-CNT-X) TO WS-SRC-TONIGHT
               ADD WS-CNT-PREV (WS-CNT-X)    TO WS-SRC-PREV
               MOVE WS-SRC-PGM (WS-SRC-X)    TO SRC-PGM
               MOVE WS-SRC-DD (WS-SRC-X)     TO SRC-DD
               MOVE WS-CNT-REASON (WS-CNT-X) TO SRC-TEXT
               MOVE WS-CNT-TONIGHT (WS-CNT-X) TO SRC-TONIGHT
               MOVE WS-CNT-PREV (WS-CNT-X)   TO SRC-PREV
               COMPUTE WS-CHANGE = WS-CNT-TONIGHT (WS-CNT-X)
                                 - WS-CNT-PREV (WS-CNT-X)
               MOVE WS-CHANGE                TO SRC-CHANGE
               MOVE WS-SRC-LINE              TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       H522-END. EXIT.

       H540-UPDATE-HISTORY.
           SET WS-CNT-X TO WS-CNT-IDX.
           MOVE WS-CNT-SRC (WS-CNT-X) TO WS-SRC-IDX.
           IF WS-SRC-STATE (WS-SRC-IDX) NOT = 'P'
               GO TO H540-END
           END-IF.
           SET WS-SRC-X TO WS-SRC-IDX.
           MOVE WS-SRC-PGM (WS-SRC-X)    TO EXH-PROGRAM.
           MOVE WS-CNT-REASON (WS-CNT-X) TO EXH-REASON.
           READ EXH-FILE KEY EXH-KEY
             INVALID KEY
                 MOVE WS-BUS-DATE-N            TO EXH-LAST-DATE
                 MOVE WS-CNT-TONIGHT (WS-CNT-X) TO EXH-LAST-COUNT
                 MOVE 0                        TO EXH-PRIOR-COUNT
                 WRITE EXH-REC
                 ADD 1 TO WS-HIST-COUNT
                 GO TO H540-END.
           IF EXH-LAST-DATE > WS-BUS-DATE-N
               GO TO H540-END
           END-IF.
           IF EXH-LAST-DATE < WS-BUS-DATE-N
               MOVE EXH-LAST-COUNT TO EXH-PRIOR-COUNT
               MOVE WS-BUS-DATE-N  TO EXH-LAST-DATE
           END-IF.
           MOVE WS-CNT-TONIGHT (WS-CNT-X) TO EXH-LAST-COUNT.
           REWRITE EXH-REC.
           ADD 1 TO WS-HIST-COUNT.
       H540-END. EXIT.

       H560-RETURN-NEXT.
           RETURN SRT-FILE
             AT END     MOVE 'Y' TO WS-SORT-EOF-SW
             NOT AT END PERFORM H570-PRINT-DETAIL.
       H560-END. EXIT.

       H570-PRINT-DETAIL.
           IF GRP-ACTIVE
               IF (SRT-KIND  NOT = WS-GRP-KIND) OR
                  (SRT-ID-N  NOT = WS-GRP-ID-N) OR
                  (SRT-DVZ-N NOT = WS-GRP-DVZ-N) OR
                  (SRT-ID-X  NOT = WS-GRP-ID-X) OR
                  (SRT-DVZ-X NOT = WS-GRP-DVZ-X)
                   PERFORM H580-END-ACCOUNT
               END-IF
           END-IF.
           IF NOT GRP-ACTIVE
               MOVE 'Y'       TO WS-GRP-ACTIVE-SW
               MOVE SRT-KIND  TO WS-GRP-KIND
               MOVE SRT-ID-N  TO WS-GRP-ID-N
               MOVE SRT-DVZ-N TO WS-GRP-DVZ-N
               MOVE SRT-ID-X  TO WS-GRP-ID-X
               MOVE SRT-DVZ-X TO WS-GRP-DVZ-X
               MOVE 0         TO WS-GRP-LAST-SRC
               MOVE 0         TO WS-GRP-SRC-COUNT
           END-IF.
           IF SRT-SRC NOT = WS-GRP-LAST-SRC
               ADD 1 TO WS-GRP-SRC-COUNT
               MOVE SRT-SRC TO WS-GRP-LAST-SRC
           END-IF.
           EVALUATE SRT-KIND
               WHEN '1'  MOVE 'ACCOUNT'  TO DTL-KIND
               WHEN '2'  MOVE 'CUSTOMER' TO DTL-KIND
               WHEN '3'  MOVE 'CURRENCY' TO DTL-KIND
               WHEN OTHER MOVE 'BAD KEY' TO DTL-KIND
           END-EVALUATE.
           IF SRT-KIND = '1'
               MOVE SRT-ID-N  TO WS-KEY-ID-N
               MOVE SRT-DVZ-N TO WS-KEY-DVZ-N
               MOVE WS-KEY-ID-N  TO DTL-ID
               MOVE WS-KEY-DVZ-N TO DTL-DVZ
           ELSE
               MOVE SRT-ID-X  TO DTL-ID
               MOVE SRT-DVZ-X TO DTL-DVZ
           END-IF.
           SET WS-SRC-X TO SRT-SRC.
           MOVE WS-SRC-PGM (WS-SRC-X) TO DTL-PGM.
           MOVE SRT-REASON            TO DTL-REASON.
           MOVE SRT-DETAIL            TO DTL-DETAIL.
           MOVE WS-DTL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       H570-END. EXIT.

       H580-END-ACCOUNT.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
           IF (WS-GRP-KIND = '1') AND (WS-GRP-SRC-COUNT > 1)
               MOVE WS-GRP-ID-N      TO WS-KEY-ID-N
               MOVE WS-GRP-DVZ-N     TO WS-KEY-DVZ-N
               MOVE WS-KEY-ID-N      TO FLG-ID
               MOVE WS-KEY-DVZ-N     TO FLG-DVZ
               MOVE WS-GRP-SRC-COUNT TO FLG-COUNT
               MOVE WS-FLAG-LINE     TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
       H580-END. EXIT.

       H900-PRINT-SUMMARY.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'HMWRK03N NIGHTLY EXCEPTIONS'.
           DISPLAY 'BUSINESS DATE             : ' WS-BUS-DATE.
           DISPLAY 'EXCEPTION FILES PRESENT   : ' WS-PRESENT-COUNT.
           DISPLAY 'EXCEPTION FILES NOT FOUND : ' WS-MISSING-COUNT.
           DISPLAY 'EXCEPTION RECORDS READ    : ' WS-EXC-COUNT.
           DISPLAY 'RECORDS WITH BAD KEY      : ' WS-BADKEY-COUNT.
           DISPLAY 'ACCOUNTS IN SEVERAL FILES : ' WS-FLAG-COUNT.
           DISPLAY 'HISTORY ROWS UPDATED      : ' WS-HIST-COUNT.
           DISPLAY '-------------------------------------------'.
           IF CNT-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-SRC-STATE (1) = 'P'
               CLOSE REJ-FILE
           END-IF.
           IF WS-SRC-STATE (2) = 'P'
               CLOSE TRN-FILE
           END-IF.
           IF WS-SRC-STATE (3) = 'P'
               CLOSE PST-FILE
           END-IF.
           IF WS-SRC-STATE (4) = 'P'
               CLOSE XFR-FILE
           END-IF.
           IF WS-SRC-STATE (5) = 'P'
               CLOSE CTR-FILE
           END-IF.
           IF WS-SRC-STATE (6) = 'P'
               CLOSE INT-FILE
           END-IF.
           IF WS-SRC-STATE (7) = 'P'
               CLOSE FED-FILE
           END-IF.
           IF WS-SRC-STATE (8) = 'P'
               CLOSE QRN-FILE
           END-IF.
           IF WS-SRC-STATE (9) = 'P'
               CLOSE RCN-FILE
           END-IF.
           IF WS-SRC-STATE (10) = 'P'
               CLOSE EXC-FILE
           END-IF.
           IF WS-SRC-STATE (11) = 'P'
               CLOSE HLT-FILE
           END-IF.
           IF WS-SRC-STATE (12) = 'P'
               CLOSE SOT-FILE
           END-IF.
           CLOSE EXH-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
