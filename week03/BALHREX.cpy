       01  BLH-REC.
         03 BLH-KEY.
            05 BLH-ID           PIC S9(5) COMP-3.
            05 BLH-DVZ          PIC S9(3) COMP.
            05 BLH-DATE         PIC 9(8).
         03 BLH-BALANCE         PIC S9(15) COMP-3.
         03 BLH-CUST-NO         PIC S9(5) COMP-3.
         03 BLH-STATUS          PIC X(1).
