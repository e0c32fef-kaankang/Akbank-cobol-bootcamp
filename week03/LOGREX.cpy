         03 LOG-BATCH-REF         PIC X(12).
         03 LOG-OPERATOR          PIC X(8).
         03 LOG-APPROVER          PIC X(8).
         03 LOG-CUST-NO           PIC S9(5) COMP-3.
         03 LOG-PRODUCT           PIC X(4).
