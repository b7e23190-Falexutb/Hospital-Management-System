           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

      * Read-only view onto CLAIM-FILE (owned by INSURANCE-CLAIMS).
       FD  CLAIM-FILE.
           05  CL-ORIG-CLAIM-ID      PIC 9(8).
           05  CL-EXPECTED-AMT         PIC 9(8)V99.
           05  CL-PAID-AMT             PIC 9(8)V99.
           05  CL-PAYER-SEQ            PIC 9.
           05  CL-PRIMARY-CLAIM-ID     PIC 9(8).
           05  CL-PRIMARY-PAID         PIC 9(8)V99.

      * Read-only view onto BILLING-LINE-FILE (owned by BILLING).
       FD  BILLING-LINE-FILE.
           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).
