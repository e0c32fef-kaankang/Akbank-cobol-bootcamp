       01  PRD-REC.
         03 PRD-PRODUCT         PIC X(4).
         03 PRD-DVZ             PIC 9(3).
         03 PRD-CR-RATE         PIC 9(3)V9(6).
         03 PRD-DR-RATE         PIC 9(3)V9(6).
         03 PRD-OD-LIMIT        PIC 9(15).
         03 PRD-MONTHLY-FEE     PIC 9(15).
         03 PRD-MINBAL-FEE      PIC 9(15).
         03 PRD-MIN-BALANCE     PIC 9(15).
