           03 SRT-AFT-NAME        PIC X(30).
           03 SRT-AFT-DATE        PIC S9(07) COMP-3.
           03 SRT-AFT-BAL         PIC S9(15) COMP-3.
           03 SRT-CUST-NO         PIC S9(5) COMP-3.
           03 SRT-PRODUCT         PIC X(4).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-VSAM            PIC 9(2).
           MOVE LOG-AFTER-NAME     TO SRT-AFT-NAME.
           MOVE LOG-AFTER-DATE     TO SRT-AFT-DATE.
           MOVE LOG-AFTER-BALANCE  TO SRT-AFT-BAL.
           MOVE LOG-CUST-NO        TO SRT-CUST-NO.
           MOVE LOG-PRODUCT        TO SRT-PRODUCT.
           RELEASE SRT-REC.
       H250-END. EXIT.

           MOVE SRT-BEF-NAME TO VSAM-NAME.
           MOVE SRT-BEF-DATE TO VSAM-DATE.
           MOVE SRT-BEF-BAL  TO VSAM-BALANCE.
           MOVE SRT-CUST-NO  TO VSAM-CUST-NO.
           MOVE SRT-PRODUCT  TO VSAM-PRODUCT.
           WRITE VSAM-REX
             INVALID KEY
                 MOVE 'WRTFAIL' TO WS-EXC-REASON
