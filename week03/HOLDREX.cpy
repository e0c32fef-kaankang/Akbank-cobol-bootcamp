       01  HOLD-REC.
         03 HOLD-KEY.
            05 HOLD-ID          PIC S9(5) COMP-3.
            05 HOLD-DVZ         PIC S9(3) COMP.
            05 HOLD-NO          PIC S9(3) COMP.
         03 HOLD-AMOUNT         PIC S9(15) COMP-3.
         03 HOLD-REASON         PIC X(8).
         03 HOLD-PLACED-DATE    PIC 9(8).
         03 HOLD-EXPIRY-DATE    PIC 9(8).
         03 HOLD-STATUS         PIC X(1).
         03 HOLD-OPERATOR       PIC X(8).
         03 HOLD-RELEASE-DATE   PIC 9(8).
         03 HOLD-LAST-MAINT     PIC 9(8).
