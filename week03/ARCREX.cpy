            05 ARC-DATE        PIC S9(07) COMP-3.
            05 ARC-BALANCE     PIC S9(15) COMP-3.
            05 ARC-CUST-NO     PIC S9(5) COMP-3.
            05 ARC-PRODUCT     PIC X(4).
         03 ARC-PURGE-DATE     PIC 9(8).
