               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBL-LINE-KEY
               FILE STATUS IS WS-MID-BLINE-STATUS.
      * The live billing line file read in its pre-rendering-doctor
      * indexed layout.
           SELECT MD2-BLINE-FILE
               ASSIGN TO "/data/billing_lines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M2BL-LINE-KEY
               FILE STATUS IS WS-MD2-BLINE-STATUS.
      * The live payment ledger read in its OLD layout (no banked
      * flag).
           SELECT OLD-PAY-FILE ASSIGN TO "/data/payments.dat"
           SELECT DRUG-WORK-FILE
               ASSIGN TO "/data/drugs_convert.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The live user file read in its OLD layout (no password
      * date, failed-login count or lock status).
           SELECT OLD-USER-FILE ASSIGN TO "/data\users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-USER-STATUS.
           SELECT NEW-USER-FILE ASSIGN TO "/data\users.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USER-WORK-FILE
               ASSIGN TO "/data/users_convert.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The live admission file read in its site-code indexed
      * layout (Site Code but no expected discharge date).
           SELECT MID-ADM-FILE ASSIGN TO "/data/admissions.dat"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M3D-ADMISSION-ID
               FILE STATUS IS WS-MD3-ADM-STATUS.
      * The live admission file read in its diet-code indexed
      * layout (no readmission link).
           SELECT MD4-ADM-FILE ASSIGN TO "/data/admissions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M4D-ADMISSION-ID
               FILE STATUS IS WS-MD4-ADM-STATUS.
      * The live claim file read in its expected/paid layout (no
      * payer sequence or primary-payment fields).
           SELECT MD2-CLAIM-FILE ASSIGN TO "/data\claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD2-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  NAD-SITE-CODE        PIC X(4).
           05  NAD-EXPECTED-DISCH   PIC X(10).
           05  NAD-DIET-CODE        PIC X(4).
           05  NAD-READMIT-OF       PIC 9(8).

       FD  ADM-WORK-FILE.
       01  ADM-WORK-RECORD.
           05  ADW-SITE-CODE        PIC X(4).
           05  ADW-EXPECTED-DISCH   PIC X(10).
           05  ADW-DIET-CODE        PIC X(4).
           05  ADW-READMIT-OF       PIC 9(8).

       FD  MID-ADM-FILE.
       01  MID-ADM-RECORD.
           05  M3D-SITE-CODE        PIC X(4).
           05  M3D-EXPECTED-DISCH   PIC X(10).

       FD  MD4-ADM-FILE.
       01  MD4-ADM-RECORD.
           05  M4D-ADMISSION-ID     PIC 9(8).
           05  M4D-PATIENT-ID       PIC 9(8).
           05  M4D-WARD             PIC X(20).
           05  M4D-BED-NUMBER       PIC 9(4).
           05  M4D-ADMIT-DATE       PIC X(10).
           05  M4D-ADMIT-TIME       PIC X(5).
           05  M4D-DISCHARGE-DATE   PIC X(10).
           05  M4D-DISCHARGE-TIME   PIC X(5).
           05  M4D-STATUS           PIC X(10).
           05  M4D-SITE-CODE        PIC X(4).
           05  M4D-EXPECTED-DISCH   PIC X(10).
           05  M4D-DIET-CODE        PIC X(4).

       FD  OLD-LINE-FILE.
       01  OLD-LINE-RECORD.
           05  OL-BILLING-ID        PIC 9(8).
           05  NC-ORIG-CLAIM-ID     PIC 9(8).
           05  NC-EXPECTED-AMT      PIC 9(8)V99.
           05  NC-PAID-AMT          PIC 9(8)V99.
           05  NC-PAYER-SEQ         PIC 9.
           05  NC-PRIMARY-CLAIM-ID  PIC 9(8).
           05  NC-PRIMARY-PAID      PIC 9(8)V99.

       FD  CLAIM-WORK-FILE.
       01  CLAIM-WORK-RECORD.
           05  CW-ORIG-CLAIM-ID     PIC 9(8).
           05  CW-EXPECTED-AMT      PIC 9(8)V99.
           05  CW-PAID-AMT          PIC 9(8)V99.
           05  CW-PAYER-SEQ         PIC 9.
           05  CW-PRIMARY-CLAIM-ID  PIC 9(8).
           05  CW-PRIMARY-PAID      PIC 9(8)V99.

       FD  OLD-PATIENT-FILE.
       01  OLD-PATIENT-RECORD.
           05  NBL-AMOUNT           PIC 9(8)V99.
           05  NBL-OVERRIDE-FLAG    PIC X.
           05  NBL-POST-DATE        PIC X(10).
           05  NBL-DOCTOR-ID        PIC 9(8).

      * The live billing line file read in its pre-posting-date
      * indexed layout.
               10  MBL-LINE-NUM     PIC 9(4).
           05  MBL-REST             PIC X(59).

       FD  MD2-BLINE-FILE.
       01  MD2-BLINE-RECORD.
           05  M2BL-LINE-KEY.
               10  M2BL-BILLING-ID  PIC 9(8).
               10  M2BL-LINE-NUM    PIC 9(4).
           05  M2BL-REST            PIC X(69).

       FD  BLINE-WORK-FILE.
       01  BLINE-WORK-RECORD        PIC X(89).

       FD  OLD-PAY-FILE.
       01  OLD-PAY-RECORD.
           05  MC-CLAIM-ID          PIC 9(8).
           05  MC-REST              PIC X(111).

       FD  MD2-CLAIM-FILE.
       01  MD2-CLAIM-RECORD.
           05  M2C-CLAIM-ID         PIC 9(8).
           05  M2C-REST             PIC X(131).

       FD  OLD-DRUG-FILE.
       01  OLD-DRUG-RECORD.
           05  ODG-CODE             PIC X(10).
       FD  DRUG-WORK-FILE.
       01  DRUG-WORK-RECORD         PIC X(71).

       FD  OLD-USER-FILE.
       01  OLD-USER-RECORD.
           05  OUS-USER-ID          PIC 9(8).
           05  OUS-USERNAME         PIC X(20).
           05  OUS-ROLE             PIC X(3).
           05  OUS-PASSWORD         PIC X(20).

       FD  NEW-USER-FILE.
       01  NEW-USER-RECORD.
           05  NUS-USER-ID          PIC 9(8).
           05  NUS-USERNAME         PIC X(20).
           05  NUS-ROLE             PIC X(3).
           05  NUS-PASSWORD         PIC X(20).
           05  NUS-PW-DATE          PIC X(10).
           05  NUS-FAIL-COUNT       PIC 9(2).
           05  NUS-ACCT-STATUS      PIC X.
           05  NUS-MUST-CHANGE      PIC X.
           05  NUS-LAST-LOGIN       PIC X(10).

       FD  USER-WORK-FILE.
       01  USER-WORK-RECORD         PIC X(75).

       WORKING-STORAGE SECTION.
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 99.
       77  WS-CONFIRM               PIC X.
       77  WS-OLD-APPT-STATUS       PIC XX VALUE "00".
       77  WS-NEW-APPT-STATUS       PIC XX VALUE "00".
       77  WS-MID-APPT-STATUS       PIC XX VALUE "00".
       77  WS-MID-ADM-STATUS        PIC XX VALUE "00".
       77  WS-MD3-ADM-STATUS        PIC XX VALUE "00".
       77  WS-MD4-ADM-STATUS        PIC XX VALUE "00".
       77  WS-RA-COUNT              PIC 9(4) VALUE 0.
       77  WS-RA-IDX                PIC 9(4).
       77  WS-RA-LINKED             PIC 9(8) VALUE 0.
       77  WS-RA-BEST-DATE          PIC X(10).
       77  WS-RA-ADMIT-RAW          PIC 9(8).
       77  WS-RA-DISCH-RAW          PIC 9(8).
       77  WS-RA-DAYS               PIC S9(8).
      * A stay beginning this many days or fewer after the same
      * patient's last discharge is a readmission.
       78  WS-READMIT-DAYS          VALUE 30.
      * Every stay's dates, held so the conversion can link each
      * admission back to the discharge it follows.
       01  WS-RA-TABLE.
           05  WS-RA-ENTRY OCCURS 5000 TIMES.
               10  WS-RA-ADMISSION-ID   PIC 9(8).
               10  WS-RA-PATIENT-ID     PIC 9(8).
               10  WS-RA-DISCH-DATE     PIC X(10).
       77  WS-OLD-BILL-STATUS       PIC XX VALUE "00".
       77  WS-NEW-BILL-STATUS       PIC XX VALUE "00".
       77  WS-OLD-BLINE-STATUS      PIC XX VALUE "00".
       77  WS-MID-BLINE-STATUS      PIC XX VALUE "00".
       77  WS-MD2-BLINE-STATUS      PIC XX VALUE "00".
       77  WS-NEW-BLINE-STATUS      PIC XX VALUE "00".
       77  WS-OLD-PAY-STATUS        PIC XX VALUE "00".
       77  WS-OLD-LABORD-STATUS     PIC XX VALUE "00".
       77  WS-OLD-CHG-STATUS        PIC XX VALUE "00".
       77  WS-NEW-CHG-STATUS        PIC XX VALUE "00".
       77  WS-MID-CLAIM-STATUS      PIC XX VALUE "00".
       77  WS-MD2-CLAIM-STATUS      PIC XX VALUE "00".
       77  WS-OLD-DRUG-STATUS       PIC XX VALUE "00".
       77  WS-OLD-ADM-STATUS        PIC XX VALUE "00".
       77  WS-NEW-ADM-STATUS        PIC XX VALUE "00".
       77  WS-READ-COUNT            PIC 9(8) VALUE 0.
       77  WS-OLD-USER-STATUS       PIC XX VALUE "00".
       77  WS-CONVERT-DATE-RAW      PIC 9(8).
       77  WS-CONVERT-DATE          PIC X(10).
       77  WS-WRITE-COUNT           PIC 9(8) VALUE 0.
       77  WS-ERROR-COUNT           PIC 9(8) VALUE 0.
       77  WS-FIRST-RECORD-FLAG     PIC X VALUE "Y".
                       "structured-result layout"
               DISPLAY "18. Convert billing_lines.dat to the "
                       "posting-date layout"
               DISPLAY "19. Convert billing_lines.dat to the "
                       "rendering-doctor layout"
               DISPLAY "20. Convert users.dat to the "
                       "account-security layout"
               DISPLAY "21. Convert admissions.dat to the "
                       "readmission-link layout"
               DISPLAY "22. Convert claims.dat to the "
                       "secondary-payer layout"
               DISPLAY "23. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 18
                       PERFORM CONVERT-BLINE-POSTDATE
                   WHEN 19
                       PERFORM CONVERT-BLINE-DOCTOR
                   WHEN 20
                       PERFORM CONVERT-USERS
                   WHEN 21
                       PERFORM CONVERT-ADMISSION-READMIT
                   WHEN 22
                       PERFORM CONVERT-CLAIMS-COB
                   WHEN 23
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
                               MOVE SPACES TO ADW-SITE-CODE
                               MOVE SPACES TO ADW-EXPECTED-DISCH
                               MOVE SPACES TO ADW-DIET-CODE
                               MOVE 0 TO ADW-READMIT-OF
                               WRITE ADM-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                                   TO ADW-SITE-CODE
                               MOVE SPACES TO ADW-EXPECTED-DISCH
                               MOVE SPACES TO ADW-DIET-CODE
                               MOVE 0 TO ADW-READMIT-OF
                               WRITE ADM-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                               MOVE M3D-EXPECTED-DISCH
                                   TO ADW-EXPECTED-DISCH
                               MOVE SPACES TO ADW-DIET-CODE
                               MOVE 0 TO ADW-READMIT-OF
                               WRITE ADM-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
           END-IF
           .

      * Pass 1 holds every stay's patient and discharge date;
      * pass 2 copies each record to the work file with the link to
      * the latest discharge of the same patient no more than
      * WS-READMIT-DAYS before its admit date, so stays already on
      * file are linked the way new admissions will be.
       CONVERT-ADMISSION-READMIT.
           DISPLAY "Convert admissions.dat to the readmission-link "
                   "layout now (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Conversion abandoned."
           ELSE
               MOVE 0 TO WS-READ-COUNT
               MOVE 0 TO WS-RA-COUNT
               MOVE 0 TO WS-RA-LINKED
               OPEN INPUT MD4-ADM-FILE
               IF WS-MD4-ADM-STATUS NOT = "00"
                   DISPLAY "admissions.dat not readable in the "
                           "diet-code layout (status "
                           WS-MD4-ADM-STATUS
                           ") - nothing converted."
                   CLOSE MD4-ADM-FILE
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MD4-ADM-FILE NEXT INTO MD4-ADM-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF WS-RA-COUNT < 5000
                                   ADD 1 TO WS-RA-COUNT
                                   MOVE M4D-ADMISSION-ID TO
                                       WS-RA-ADMISSION-ID(WS-RA-COUNT)
                                   MOVE M4D-PATIENT-ID TO
                                       WS-RA-PATIENT-ID(WS-RA-COUNT)
                                   MOVE M4D-DISCHARGE-DATE TO
                                       WS-RA-DISCH-DATE(WS-RA-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MD4-ADM-FILE
                   OPEN INPUT MD4-ADM-FILE
                   OPEN OUTPUT ADM-WORK-FILE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MD4-ADM-FILE NEXT INTO MD4-ADM-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               MOVE MD4-ADM-RECORD TO
                                   ADM-WORK-RECORD(1:98)
                               PERFORM FIND-PRIOR-DISCHARGE
                               WRITE ADM-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE MD4-ADM-FILE
                   CLOSE ADM-WORK-FILE
                   MOVE "N" TO WS-EOF
                   PERFORM LOAD-NEW-ADMISSIONS
                   DISPLAY "Readmissions linked: " WS-RA-LINKED
               END-IF
           END-IF
           .

       FIND-PRIOR-DISCHARGE.
           MOVE 0 TO ADW-READMIT-OF
           MOVE SPACES TO WS-RA-BEST-DATE
           IF M4D-ADMIT-DATE NOT = SPACES
               STRING M4D-ADMIT-DATE(1:4) M4D-ADMIT-DATE(6:2)
                      M4D-ADMIT-DATE(9:2) DELIMITED BY SIZE
                      INTO WS-RA-ADMIT-RAW
               PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                       UNTIL WS-RA-IDX > WS-RA-COUNT
                   IF WS-RA-PATIENT-ID(WS-RA-IDX) = M4D-PATIENT-ID
                      AND WS-RA-ADMISSION-ID(WS-RA-IDX) NOT =
                          M4D-ADMISSION-ID
                      AND WS-RA-DISCH-DATE(WS-RA-IDX) NOT = SPACES
                      AND WS-RA-DISCH-DATE(WS-RA-IDX) NOT >
                          M4D-ADMIT-DATE
                      AND WS-RA-DISCH-DATE(WS-RA-IDX) >
                          WS-RA-BEST-DATE
                       STRING WS-RA-DISCH-DATE(WS-RA-IDX)(1:4)
                              WS-RA-DISCH-DATE(WS-RA-IDX)(6:2)
                              WS-RA-DISCH-DATE(WS-RA-IDX)(9:2)
                              DELIMITED BY SIZE INTO WS-RA-DISCH-RAW
                       COMPUTE WS-RA-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-RA-ADMIT-RAW)
                           - FUNCTION INTEGER-OF-DATE(WS-RA-DISCH-RAW)
                       IF WS-RA-DAYS <= WS-READMIT-DAYS
                           MOVE WS-RA-ADMISSION-ID(WS-RA-IDX) TO
                               ADW-READMIT-OF
                           MOVE WS-RA-DISCH-DATE(WS-RA-IDX) TO
                               WS-RA-BEST-DATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF ADW-READMIT-OF NOT = 0
               ADD 1 TO WS-RA-LINKED
           END-IF
           .

       LOAD-NEW-ADMISSIONS.
           MOVE 0 TO WS-WRITE-COUNT
           OPEN INPUT ADM-WORK-FILE
               MOVE 0 TO CW-ORIG-CLAIM-ID
               MOVE 0 TO CW-EXPECTED-AMT
               MOVE 0 TO CW-PAID-AMT
               MOVE 1 TO CW-PAYER-SEQ
               MOVE 0 TO CW-PRIMARY-CLAIM-ID
               MOVE 0 TO CW-PRIMARY-PAID
               WRITE CLAIM-WORK-RECORD
               ADD 1 TO WS-READ-COUNT
           END-IF
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE BLINE-WORK-RECORD TO NEW-BLINE-RECORD
                       IF NBL-DOCTOR-ID IS NOT NUMERIC
                           MOVE 0 TO NBL-DOCTOR-ID
                       END-IF
                       WRITE NEW-BLINE-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                                   MOVE "00000000000000000000"
                                       TO CLAIM-WORK-RECORD
                                       (120:20)
                                   MOVE 1 TO CW-PAYER-SEQ
                                   MOVE 0 TO CW-PRIMARY-CLAIM-ID
                                   MOVE 0 TO CW-PRIMARY-PAID
                                   WRITE CLAIM-WORK-RECORD
                                   ADD 1 TO WS-READ-COUNT
                               END-IF
           END-IF
           .

      * Claims filed before secondary billing were all against the
      * patient's primary payer - they convert as payer sequence 1
      * with no primary claim or primary payment.
       CONVERT-CLAIMS-COB.
           DISPLAY "Convert claims.dat to the secondary-payer "
                   "layout now (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Conversion abandoned."
           ELSE
               MOVE 0 TO WS-READ-COUNT
               MOVE "Y" TO WS-FIRST-RECORD-FLAG
               MOVE "Y" TO WS-LAYOUT-OK-FLAG
               OPEN INPUT MD2-CLAIM-FILE
               IF WS-MD2-CLAIM-STATUS NOT = "00"
                   DISPLAY "claims.dat not readable (status "
                           WS-MD2-CLAIM-STATUS
                           ") - nothing converted."
                   CLOSE MD2-CLAIM-FILE
               ELSE
                   OPEN OUTPUT CLAIM-WORK-FILE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MD2-CLAIM-FILE INTO MD2-CLAIM-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF WS-FIRST-RECORD-FLAG = "Y"
                                   MOVE "N" TO
                                       WS-FIRST-RECORD-FLAG
                                   IF M2C-CLAIM-ID IS NOT NUMERIC
                                       MOVE "N" TO
                                           WS-LAYOUT-OK-FLAG
                                       MOVE "Y" TO WS-EOF
                                   END-IF
                               END-IF
                               IF WS-LAYOUT-OK-FLAG = "Y"
                                   MOVE SPACES TO
                                       CLAIM-WORK-RECORD
                                   MOVE MD2-CLAIM-RECORD TO
                                       CLAIM-WORK-RECORD(1:139)
                                   MOVE 1 TO CW-PAYER-SEQ
                                   MOVE 0 TO CW-PRIMARY-CLAIM-ID
                                   MOVE 0 TO CW-PRIMARY-PAID
                                   WRITE CLAIM-WORK-RECORD
                                   ADD 1 TO WS-READ-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MD2-CLAIM-FILE
                   CLOSE CLAIM-WORK-FILE
                   MOVE "N" TO WS-EOF
                   IF WS-LAYOUT-OK-FLAG = "N"
                       DISPLAY "claims.dat does not look like "
                               "the expected/paid layout - "
                               "conversion abandoned."
                   ELSE
                       PERFORM REWRITE-CLAIMS
                   END-IF
               END-IF
           END-IF
           .

      * Drugs carried before stock control convert with zero
      * stock, reorder level and cost - pharmacy keys the opening
      * counts afterwards.
           END-IF
           .

      * Existing accounts convert active, unlocked, with the
      * password dated today so none expires on the day of the
      * conversion.  No login has been recorded for them yet.
       CONVERT-USERS.
           DISPLAY "Convert users.dat to the account-security "
                   "layout now (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Conversion abandoned."
           ELSE
               ACCEPT WS-CONVERT-DATE-RAW FROM DATE YYYYMMDD
               MOVE SPACES TO WS-CONVERT-DATE
               STRING WS-CONVERT-DATE-RAW(1:4) "-"
                      WS-CONVERT-DATE-RAW(5:2) "-"
                      WS-CONVERT-DATE-RAW(7:2) DELIMITED BY SIZE
                      INTO WS-CONVERT-DATE
               MOVE 0 TO WS-READ-COUNT
               OPEN INPUT OLD-USER-FILE
               IF WS-OLD-USER-STATUS NOT = "00"
                   DISPLAY "users.dat not readable (status "
                           WS-OLD-USER-STATUS
                           ") - nothing converted."
                   CLOSE OLD-USER-FILE
               ELSE
                   OPEN OUTPUT USER-WORK-FILE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ OLD-USER-FILE INTO OLD-USER-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO USER-WORK-RECORD
                               MOVE OLD-USER-RECORD TO
                                   USER-WORK-RECORD(1:51)
                               MOVE WS-CONVERT-DATE
                                   TO USER-WORK-RECORD(52:10)
                               MOVE "00A" TO USER-WORK-RECORD(62:3)
                               MOVE "N" TO USER-WORK-RECORD(65:1)
                               WRITE USER-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE OLD-USER-FILE
                   CLOSE USER-WORK-FILE
                   MOVE "N" TO WS-EOF
                   PERFORM REWRITE-USERS
               END-IF
           END-IF
           .

       REWRITE-USERS.
           MOVE 0 TO WS-WRITE-COUNT
           OPEN INPUT USER-WORK-FILE
           OPEN OUTPUT NEW-USER-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ USER-WORK-FILE INTO USER-WORK-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE USER-WORK-RECORD TO NEW-USER-RECORD
                       WRITE NEW-USER-RECORD
                       ADD 1 TO WS-WRITE-COUNT
               END-READ
           END-PERFORM
           CLOSE USER-WORK-FILE
           CLOSE NEW-USER-FILE
           MOVE "N" TO WS-EOF
           DISPLAY "users.dat converted: " WS-READ-COUNT
                   " read, " WS-WRITE-COUNT " rewritten."
           .

       REWRITE-DRUGS.
           MOVE 0 TO WS-WRITE-COUNT
           OPEN INPUT DRUG-WORK-FILE
           END-IF
           .

      * Lines written before the rendering doctor was captured
      * convert with doctor zero and report as unattributed.
       CONVERT-BLINE-DOCTOR.
           DISPLAY "Convert billing_lines.dat to the "
                   "rendering-doctor layout now (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Conversion abandoned."
           ELSE
               MOVE 0 TO WS-READ-COUNT
               OPEN INPUT MD2-BLINE-FILE
               IF WS-MD2-BLINE-STATUS NOT = "00"
                   DISPLAY "billing_lines.dat not readable in "
                           "the pre-rendering-doctor layout (status "
                           WS-MD2-BLINE-STATUS
                           ") - nothing converted."
                   CLOSE MD2-BLINE-FILE
               ELSE
                   OPEN OUTPUT BLINE-WORK-FILE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MD2-BLINE-FILE NEXT
                           INTO MD2-BLINE-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               MOVE ZEROS TO BLINE-WORK-RECORD
                               MOVE MD2-BLINE-RECORD TO
                                   BLINE-WORK-RECORD(1:81)
                               WRITE BLINE-WORK-RECORD
                               ADD 1 TO WS-READ-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE MD2-BLINE-FILE
                   CLOSE BLINE-WORK-FILE
                   MOVE "N" TO WS-EOF
                   PERFORM LOAD-INDEXED-BLINES
               END-IF
           END-IF
           .

       REWRITE-BILLING-LINES.
           MOVE 0 TO WS-WRITE-COUNT
           OPEN INPUT LINE-WORK-FILE
