       01  SO-REC.
         03 SO-KEY.
            05 SO-ID            PIC S9(5) COMP-3.
            05 SO-DVZ           PIC S9(3) COMP.
            05 SO-INSTR-NO      PIC S9(3) COMP.
         03 SO-DRCR             PIC X(1).
         03 SO-AMOUNT           PIC S9(15) COMP-3.
         03 SO-FREQ             PIC X(1).
         03 SO-START-DATE       PIC 9(8).
         03 SO-END-DATE         PIC 9(8).
         03 SO-NEXT-DUE         PIC 9(8).
         03 SO-STATUS           PIC X(1).
         03 SO-LAST-GEN         PIC 9(8).
         03 SO-PENDING-COUNT    PIC 9(3).
         03 SO-REJ-FLAG         PIC X(1).
         03 SO-REJ-REASON       PIC X(8).
         03 SO-RETRY-COUNT      PIC 9(3).
         03 SO-OPERATOR         PIC X(8).
         03 SO-LAST-MAINT       PIC 9(8).
         03 SO-APPROVER         PIC X(8).
         03 SO-GEN-RUN-DATE     PIC 9(8).
