           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
