       FD  QRN-FILE RECORDING MODE F.
         01  QRN-REC.
           03 QRN-REASON          PIC X(8).
           03 QRN-IMAGE           PIC X(54).
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-REMOVE-SW      PIC X(1).
