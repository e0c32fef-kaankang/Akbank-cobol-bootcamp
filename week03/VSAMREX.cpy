         03 VSAM-DATE          PIC S9(07) COMP-3.
         03 VSAM-BALANCE       PIC S9(15) COMP-3.
         03 VSAM-CUST-NO       PIC S9(5) COMP-3.
         03 VSAM-PRODUCT       PIC X(4).
