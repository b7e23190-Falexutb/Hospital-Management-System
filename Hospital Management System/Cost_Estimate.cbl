      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-service patient cost estimates - planned
      *          procedures priced from the charge master, the
      *          expected payer allowance taken from the fee schedule
      *          for the coverage in force on the date of service,
      *          and the patient's share printed for the patient;
      *          estimates are kept and later compared with the bill
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-ESTIMATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per estimate with its totals; the billing ID is
      * filled in when the estimate is linked to the actual bill.
           SELECT ESTIMATE-FILE ASSIGN TO "/data/cost_estimates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTIMATE-STATUS.
           SELECT ESTIMATE-TEMP-FILE
               ASSIGN TO "/data/cost_estimates_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * One record per procedure priced on an estimate.
           SELECT ESTIMATE-LINE-FILE
               ASSIGN TO "/data/cost_estimate_lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTIMATE-LINE-STATUS.
      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS).
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * Read-only view onto the charge master (owned by
      * CHARGE-MASTER) - the gross price of each procedure.
           SELECT CHARGE-MASTER-FILE
               ASSIGN TO "/data/charge_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PROC-CODE
               FILE STATUS IS WS-CHARGE-FILE-STATUS.
      * Read-only view onto the coverage file (owned by
      * PATIENT-INSURANCE) - the payer in force on the date of
      * service.
           SELECT COVERAGE-FILE
               ASSIGN TO "/data/patient_insurance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVERAGE-FILE-STATUS.
      * Read-only view onto the payer fee schedules (owned by
      * INSURANCE-CLAIMS) - the contracted allowance per procedure.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "/data/fee_schedules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.
      * Read-only view onto BILLING-FILE (owned by BILLING).
           SELECT BILLING-MASTER-FILE ASSIGN TO "/data\billing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BILLING-ID
               ALTERNATE RECORD KEY IS BM-PATIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BILLING-MASTER-STATUS.
      * Read-only view onto CLAIM-FILE (owned by INSURANCE-CLAIMS) -
      * what the payer paid, or is expected to pay, on the bill.
           SELECT CLAIM-FILE ASSIGN TO "/data\claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-ID           PIC X(16).
           05  SESSION-USERNAME     PIC X(20).
           05  SESSION-START-DATE   PIC 9(8).
           05  SESSION-START-TIME   PIC 9(8).
           05  SESSION-LAST-DATE    PIC 9(8).
           05  SESSION-LAST-TIME    PIC 9(8).
           05  SESSION-STATE        PIC X(10).

      * CE-SOURCE is APPT or THEATRE when the estimate was prepared
      * from a booking (CE-SOURCE-REF is the appointment or case
      * ID), MANUAL otherwise.  A blank provider is self-pay.
       FD  ESTIMATE-FILE.
       01  ESTIMATE-RECORD.
           05  CE-ESTIMATE-ID       PIC 9(8).
           05  CE-PATIENT-ID        PIC 9(8).
           05  CE-SERVICE-DATE      PIC X(10).
           05  CE-SOURCE            PIC X(8).
           05  CE-SOURCE-REF        PIC 9(8).
           05  CE-PROVIDER          PIC X(30).
           05  CE-POLICY-NUMBER     PIC X(20).
           05  CE-GROSS             PIC 9(8)V99.
           05  CE-INSURANCE         PIC 9(8)V99.
           05  CE-PATIENT-RESP      PIC 9(8)V99.
           05  CE-CREATED-DATE      PIC X(10).
           05  CE-CREATED-BY        PIC X(20).
           05  CE-BILLING-ID        PIC 9(8).

       FD  ESTIMATE-TEMP-FILE.
       01  ESTIMATE-TEMP-RECORD     PIC X(160).

      * EL-CONTRACT-FLAG is N when the payer has no fee schedule
      * entry for the procedure and nothing is expected from them.
       FD  ESTIMATE-LINE-FILE.
       01  ESTIMATE-LINE-RECORD.
           05  EL-ESTIMATE-ID       PIC 9(8).
           05  EL-LINE-NUM          PIC 99.
           05  EL-PROC-CODE         PIC X(8).
           05  EL-DESCRIPTION       PIC X(40).
           05  EL-CHARGE            PIC 9(8)V99.
           05  EL-INSURANCE         PIC 9(8)V99.
           05  EL-CONTRACT-FLAG     PIC X.

       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           05  PM-PATIENT-ID         PIC 9(8).
           05  PM-FIRST-NAME         PIC X(20).
           05  PM-LAST-NAME          PIC X(30).
           05  PM-PATIENT-DOB        PIC X(10).
           05  PM-STREET             PIC X(50).
           05  PM-CITY               PIC X(20).
           05  PM-PHONE-NUMBER       PIC 9(10).
           05  PM-COND               PIC X(100).
           05  PM-EC-NAME            PIC X(30).
           05  PM-EC-RELATIONSHIP    PIC X(15).
           05  PM-EC-PHONE           PIC 9(10).
           05  PM-DECEASED-FLAG      PIC X.
           05  PM-DECEASED-DATE      PIC X(10).

       FD  CHARGE-MASTER-FILE.
       01  CHARGE-MASTER-RECORD.
           05  CM-PROC-CODE          PIC X(8).
           05  CM-DESCRIPTION        PIC X(40).
           05  CM-STD-PRICE          PIC 9(8)V99.
           05  CM-ACTIVE-FLAG        PIC X.
           05  CM-AUTH-REQ-FLAG      PIC X.

       FD  COVERAGE-FILE.
       01  COVERAGE-RECORD.
           05  PI-PATIENT-ID        PIC 9(8).
           05  PI-PROVIDER          PIC X(30).
           05  PI-POLICY-NUMBER     PIC X(20).
           05  PI-EFFECTIVE-DATE    PIC X(10).
           05  PI-EXPIRY-DATE       PIC X(10).
           05  PI-PRIORITY          PIC 9.

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05  FS-PROVIDER          PIC X(30).
           05  FS-PROC-CODE         PIC X(8).
           05  FS-ALLOWED-AMOUNT    PIC 9(8)V99.
           05  FS-EFFECTIVE-DATE    PIC X(10).
           05  FS-EXPIRY-DATE       PIC X(10).

       FD  BILLING-MASTER-FILE.
       01  BILLING-MASTER-RECORD.
           05  BM-BILLING-ID         PIC 9(8).
           05  BM-PATIENT-ID         PIC 9(8).
           05  BM-AMOUNT             PIC 9(8)V99.
           05  BM-BILLING-DATE       PIC X(10).
           05  BM-AMOUNT-PAID        PIC 9(8)V99.
           05  BM-PAYMENT-STATUS     PIC X(10).

       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05  CL-CLAIM-ID          PIC 9(8).
           05  CL-BILLING-ID        PIC 9(8).
           05  CL-PATIENT-ID        PIC 9(8).
           05  CL-PROVIDER          PIC X(30).
           05  CL-POLICY-NUMBER     PIC X(20).
           05  CL-CLAIM-AMOUNT      PIC 9(8)V99.
           05  CL-CLAIM-DATE        PIC X(10).
           05  CL-CLAIM-STATUS      PIC X(10).
           05  CL-EXPORTED-FLAG     PIC X.
           05  CL-DENIAL-REASON     PIC X(4).
           05  CL-RESUBMIT-COUNT    PIC 9(2).
           05  CL-ORIG-CLAIM-ID     PIC 9(8).
           05  CL-EXPECTED-AMT      PIC 9(8)V99.
           05  CL-PAID-AMT          PIC 9(8)V99.
           05  CL-PAYER-SEQ         PIC 9.
           05  CL-PRIMARY-CLAIM-ID  PIC 9(8).
           05  CL-PRIMARY-PAID      PIC 9(8)V99.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
           05  AUDIT-TIME           PIC 9(8).
           05  AUDIT-PROGRAM        PIC X(20).
           05  AUDIT-ACTION         PIC X(10).
           05  AUDIT-ENTITY-ID      PIC 9(8).
           05  AUDIT-USER           PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 9.
       77  WS-ESTIMATE-STATUS       PIC XX VALUE "00".
       77  WS-ESTIMATE-LINE-STATUS  PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-CHARGE-FILE-STATUS    PIC XX VALUE "00".
       77  WS-COVERAGE-FILE-STATUS  PIC XX VALUE "00".
       77  WS-FEE-SCHEDULE-STATUS   PIC XX VALUE "00".
       77  WS-BILLING-MASTER-STATUS PIC XX VALUE "00".
       77  WS-CLAIM-FILE-STATUS     PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-REPORT-FILE-NAME      PIC X(60) VALUE SPACES.
      * Booking context handed over by APPOINTMENTS or
      * THEATRE-SCHED when they start this program for a booking.
       77  WS-CTX-SOURCE            PIC X(8) VALUE SPACES.
       77  WS-CTX-PATIENT           PIC X(8) VALUE SPACES.
       77  WS-CTX-DATE              PIC X(10) VALUE SPACES.
       77  WS-CTX-REF               PIC X(8) VALUE SPACES.
       77  WS-CTX-PROC              PIC X(8) VALUE SPACES.
       77  WS-ESTIMATE-ID           PIC 9(8).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-SERVICE-DATE          PIC X(10).
       77  WS-SOURCE                PIC X(8).
       77  WS-SOURCE-REF            PIC 9(8).
       77  WS-PROVIDER              PIC X(30).
       77  WS-POLICY-NUMBER         PIC X(20).
       77  WS-BEST-PRIORITY         PIC 9.
       77  WS-PROC-CODE             PIC X(8).
       77  WS-BILLING-ID            PIC 9(8).
       77  WS-PATIENT-NAME          PIC X(51).
       77  WS-ALLOWED-AMOUNT        PIC 9(8)V99.
       77  WS-ALLOWED-FOUND-FLAG    PIC X VALUE "N".
       77  WS-LINE-CHARGE           PIC 9(8)V99.
       77  WS-LINE-INSURANCE        PIC 9(8)V99.
       77  WS-GROSS                 PIC 9(8)V99.
       77  WS-INSURANCE             PIC 9(8)V99.
       77  WS-PATIENT-RESP          PIC 9(8)V99.
       77  WS-LINES-DONE            PIC X VALUE "N".
       77  WS-LINE-COUNT            PIC 99 VALUE 0.
       77  WS-LINE-IDX              PIC 99.
       77  WS-NO-CONTRACT-COUNT     PIC 99 VALUE 0.
       77  WS-CE-EOF                PIC X VALUE "N".
       77  WS-EL-EOF                PIC X VALUE "N".
       77  WS-COV-EOF               PIC X VALUE "N".
       77  WS-FS-EOF                PIC X VALUE "N".
       77  WS-BM-EOF                PIC X VALUE "N".
       77  WS-CL-EOF                PIC X VALUE "N".
       77  WS-DUPLICATE-FLAG        PIC X VALUE "N".
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-PROC-VALID-FLAG       PIC X VALUE "N".
       77  WS-PROC-ACTIVE-FLAG      PIC X VALUE "N".
       77  WS-PROC-DESCRIPTION      PIC X(40).
       77  WS-ESTIMATE-FOUND-FLAG   PIC X VALUE "N".
       77  WS-BILLING-VALID-FLAG    PIC X VALUE "N".
       77  WS-BILL-FOUND-FLAG       PIC X VALUE "N".
       77  WS-BILL-ID               PIC 9(8).
       77  WS-BILL-PATIENT-ID       PIC 9(8).
       77  WS-EST-PATIENT-ID        PIC 9(8).
       77  WS-ACTUAL-GROSS          PIC 9(8)V99.
       77  WS-ACTUAL-INSURANCE      PIC 9(8)V99.
       77  WS-ACTUAL-PATIENT        PIC 9(8)V99.
       77  WS-VARIANCE              PIC S9(8)V99.
       77  WS-TOTAL-EST-PATIENT     PIC 9(10)V99 VALUE 0.
       77  WS-TOTAL-ACT-PATIENT     PIC 9(10)V99 VALUE 0.
       77  WS-TOTAL-VARIANCE        PIC S9(10)V99 VALUE 0.
       77  WS-COMPARED-COUNT        PIC 9(5) VALUE 0.
       77  WS-UNBILLED-COUNT        PIC 9(5) VALUE 0.
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-AMOUNT-DISP           PIC Z(7)9.99.
       77  WS-AMOUNT2-DISP          PIC Z(7)9.99.
       77  WS-AMOUNT3-DISP          PIC Z(7)9.99.
       77  WS-AMOUNT4-DISP          PIC Z(7)9.99.
       77  WS-VARIANCE-DISP         PIC -(8)9.99.
       77  WS-TOTAL-DISP            PIC Z(9)9.99.
       77  WS-TOTAL2-DISP           PIC Z(9)9.99.
       77  WS-TOTAL-VAR-DISP        PIC -(10)9.99.
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * Most procedures priced on one estimate.
       78  WS-MAX-LINES             VALUE 10.
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY OCCURS 10 TIMES.
               10  WS-LN-PROC           PIC X(8).
               10  WS-LN-DESCRIPTION    PIC X(40).
               10  WS-LN-CHARGE         PIC 9(8)V99.
               10  WS-LN-INSURANCE      PIC 9(8)V99.
               10  WS-LN-CONTRACT       PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
      * Started from a booking: one estimate for that booking, then
      * straight back to the scheduling screen.
           PERFORM READ-ESTIMATE-CONTEXT
           IF WS-CTX-SOURCE NOT = SPACES
               PERFORM PREPARE-ESTIMATE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Pre-Service Cost Estimates"
               DISPLAY "1. Prepare Cost Estimate"
               DISPLAY "2. Read Estimates for a Patient"
               DISPLAY "3. Link Estimate to Bill"
               DISPLAY "4. Estimate vs Actual Bill Report"
               DISPLAY "5. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM PREPARE-ESTIMATE
                   WHEN 2
                       PERFORM READ-ESTIMATES
                   WHEN 3
                       PERFORM LINK-ESTIMATE-TO-BILL
                   WHEN 4
                       PERFORM ESTIMATE-VARIANCE-REPORT
                   WHEN 5
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * APPOINTMENTS and THEATRE-SCHED name the booking in the
      * HMS_ESTIMATE_* variables before starting this program; run
      * from the Main Menu they are not set.
       READ-ESTIMATE-CONTEXT.
           MOVE SPACES TO WS-CTX-SOURCE
           MOVE SPACES TO WS-CTX-PATIENT
           MOVE SPACES TO WS-CTX-DATE
           MOVE SPACES TO WS-CTX-REF
           MOVE SPACES TO WS-CTX-PROC
           ACCEPT WS-CTX-SOURCE FROM ENVIRONMENT "HMS_ESTIMATE_SOURCE"
           IF WS-CTX-SOURCE NOT = SPACES
               ACCEPT WS-CTX-PATIENT
                   FROM ENVIRONMENT "HMS_ESTIMATE_PATIENT"
               ACCEPT WS-CTX-DATE FROM ENVIRONMENT "HMS_ESTIMATE_DATE"
               ACCEPT WS-CTX-REF FROM ENVIRONMENT "HMS_ESTIMATE_REF"
               ACCEPT WS-CTX-PROC FROM ENVIRONMENT "HMS_ESTIMATE_PROC"
           END-IF
           .

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           .

      * The patient and date of service come from the booking when
      * there is one; the planned procedures are keyed (a theatre
      * case brings its own procedure as the first line).
       PREPARE-ESTIMATE.
           PERFORM SET-TODAY
           DISPLAY "Enter Estimate ID: "
           ACCEPT WS-ESTIMATE-ID
           IF WS-CTX-SOURCE = SPACES
               MOVE "MANUAL" TO WS-SOURCE
               MOVE 0 TO WS-SOURCE-REF
               DISPLAY "Enter Patient ID: "
               ACCEPT WS-PATIENT-ID
               DISPLAY "Enter Date of Service (YYYY-MM-DD): "
               ACCEPT WS-SERVICE-DATE
           ELSE
               MOVE WS-CTX-SOURCE TO WS-SOURCE
               MOVE 0 TO WS-SOURCE-REF
               IF WS-CTX-REF IS NUMERIC
                   MOVE WS-CTX-REF TO WS-SOURCE-REF
               END-IF
               MOVE 0 TO WS-PATIENT-ID
               IF WS-CTX-PATIENT IS NUMERIC
                   MOVE WS-CTX-PATIENT TO WS-PATIENT-ID
               END-IF
               MOVE WS-CTX-DATE TO WS-SERVICE-DATE
               DISPLAY "Estimate for " WS-SOURCE " " WS-SOURCE-REF
                       " - Patient " WS-PATIENT-ID
                       " - Date of Service " WS-SERVICE-DATE
           END-IF
           PERFORM CHECK-DUPLICATE-ESTIMATE
           PERFORM VALIDATE-PATIENT
           EVALUATE TRUE
               WHEN WS-ESTIMATE-ID = 0
                   DISPLAY "Estimate Failed: an Estimate ID is "
                           "required."
               WHEN WS-DUPLICATE-FLAG = "Y"
                   DISPLAY "Estimate Failed: Estimate "
                           WS-ESTIMATE-ID " already on file."
               WHEN WS-PATIENT-VALID-FLAG = "N"
                   DISPLAY "Estimate Failed: Patient ID "
                           WS-PATIENT-ID
                           " not found in Patient Records."
               WHEN WS-SERVICE-DATE(1:4) IS NOT NUMERIC OR
                    WS-SERVICE-DATE(5:1) NOT = "-" OR
                    WS-SERVICE-DATE(6:2) IS NOT NUMERIC OR
                    WS-SERVICE-DATE(8:1) NOT = "-" OR
                    WS-SERVICE-DATE(9:2) IS NOT NUMERIC
                   DISPLAY "Estimate Failed: the date of service "
                           "must be YYYY-MM-DD."
               WHEN OTHER
                   PERFORM BUILD-ESTIMATE
           END-EVALUATE
           .

       CHECK-DUPLICATE-ESTIMATE.
           MOVE "N" TO WS-DUPLICATE-FLAG
           OPEN INPUT ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS = "35"
               CLOSE ESTIMATE-FILE
           ELSE
               MOVE "N" TO WS-CE-EOF
               PERFORM UNTIL WS-CE-EOF = "Y"
                   READ ESTIMATE-FILE INTO ESTIMATE-RECORD
                       AT END
                           MOVE "Y" TO WS-CE-EOF
                       NOT AT END
                           IF CE-ESTIMATE-ID = WS-ESTIMATE-ID
                               MOVE "Y" TO WS-DUPLICATE-FLAG
                               MOVE "Y" TO WS-CE-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTIMATE-FILE
           END-IF
           .

       VALIDATE-PATIENT.
           MOVE "N" TO WS-PATIENT-VALID-FLAG
           MOVE SPACES TO WS-PATIENT-NAME
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE WS-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PATIENT-VALID-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PATIENT-VALID-FLAG
                       STRING PM-FIRST-NAME DELIMITED BY SPACE
                              " " PM-LAST-NAME DELIMITED BY SIZE
                              INTO WS-PATIENT-NAME
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           .

       BUILD-ESTIMATE.
           PERFORM FIND-PRIMARY-COVERAGE
           IF WS-PROVIDER = SPACES
               DISPLAY "No coverage in force on " WS-SERVICE-DATE
                       " - estimate is self-pay."
           ELSE
               DISPLAY "Coverage: " WS-PROVIDER " Policy "
                       WS-POLICY-NUMBER
           END-IF
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-NO-CONTRACT-COUNT
           MOVE 0 TO WS-GROSS
           MOVE 0 TO WS-INSURANCE
           IF WS-CTX-PROC NOT = SPACES
               MOVE WS-CTX-PROC TO WS-PROC-CODE
               PERFORM ADD-ESTIMATE-LINE
           END-IF
           MOVE "N" TO WS-LINES-DONE
           PERFORM UNTIL WS-LINES-DONE = "Y"
               IF WS-LINE-COUNT >= WS-MAX-LINES
                   DISPLAY "Estimate is full at " WS-MAX-LINES
                           " procedures."
                   MOVE "Y" TO WS-LINES-DONE
               ELSE
                   DISPLAY "Enter Planned Procedure Code (blank to "
                           "finish): "
                   ACCEPT WS-PROC-CODE
                   IF WS-PROC-CODE = SPACES
                       MOVE "Y" TO WS-LINES-DONE
                   ELSE
                       PERFORM ADD-ESTIMATE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LINE-COUNT = 0
               DISPLAY "Estimate Failed: no procedures were priced."
           ELSE
               COMPUTE WS-PATIENT-RESP = WS-GROSS - WS-INSURANCE
               PERFORM WRITE-ESTIMATE
               PERFORM PRINT-ESTIMATE
           END-IF
           .

      * The coverage used is the one in force on the date of
      * service with the lowest priority number (the primary).
       FIND-PRIMARY-COVERAGE.
           MOVE SPACES TO WS-PROVIDER
           MOVE SPACES TO WS-POLICY-NUMBER
           MOVE 9 TO WS-BEST-PRIORITY
           OPEN INPUT COVERAGE-FILE
           IF WS-COVERAGE-FILE-STATUS = "35"
               CLOSE COVERAGE-FILE
           ELSE
               MOVE "N" TO WS-COV-EOF
               PERFORM UNTIL WS-COV-EOF = "Y"
                   READ COVERAGE-FILE INTO COVERAGE-RECORD
                       AT END
                           MOVE "Y" TO WS-COV-EOF
                       NOT AT END
                           IF PI-PATIENT-ID = WS-PATIENT-ID AND
                              PI-EFFECTIVE-DATE <= WS-SERVICE-DATE AND
                              (PI-EXPIRY-DATE = SPACES OR
                               PI-EXPIRY-DATE >= WS-SERVICE-DATE) AND
                              (WS-PROVIDER = SPACES OR
                               PI-PRIORITY < WS-BEST-PRIORITY)
                               MOVE PI-PROVIDER TO WS-PROVIDER
                               MOVE PI-POLICY-NUMBER TO
                                   WS-POLICY-NUMBER
                               MOVE PI-PRIORITY TO WS-BEST-PRIORITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COVERAGE-FILE
           END-IF
           .

      * Gross is the charge master price.  The payer is expected to
      * pay its contracted allowance, never more than the charge;
      * with no contracted rate nothing is counted on the payer, so
      * the patient is not quoted less than they may owe.
       ADD-ESTIMATE-LINE.
           PERFORM VALIDATE-PROC-CODE
           EVALUATE TRUE
               WHEN WS-PROC-VALID-FLAG = "N"
                   DISPLAY "Procedure " WS-PROC-CODE
                           " not on the charge master - not priced."
               WHEN WS-PROC-ACTIVE-FLAG NOT = "Y"
                   DISPLAY "Procedure " WS-PROC-CODE
                           " is inactive on the charge master - "
                           "not priced."
               WHEN OTHER
                   MOVE 0 TO WS-LINE-INSURANCE
                   MOVE "N" TO WS-ALLOWED-FOUND-FLAG
                   IF WS-PROVIDER NOT = SPACES
                       PERFORM FIND-ALLOWED-AMOUNT
                   END-IF
                   IF WS-ALLOWED-FOUND-FLAG = "Y"
                       IF WS-ALLOWED-AMOUNT > WS-LINE-CHARGE
                           MOVE WS-LINE-CHARGE TO WS-LINE-INSURANCE
                       ELSE
                           MOVE WS-ALLOWED-AMOUNT TO
                               WS-LINE-INSURANCE
                       END-IF
                   END-IF
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-PROC-CODE TO WS-LN-PROC(WS-LINE-COUNT)
                   MOVE WS-PROC-DESCRIPTION TO
                       WS-LN-DESCRIPTION(WS-LINE-COUNT)
                   MOVE WS-LINE-CHARGE TO WS-LN-CHARGE(WS-LINE-COUNT)
                   MOVE WS-LINE-INSURANCE TO
                       WS-LN-INSURANCE(WS-LINE-COUNT)
                   MOVE WS-ALLOWED-FOUND-FLAG TO
                       WS-LN-CONTRACT(WS-LINE-COUNT)
                   IF WS-PROVIDER NOT = SPACES AND
                      WS-ALLOWED-FOUND-FLAG = "N"
                       ADD 1 TO WS-NO-CONTRACT-COUNT
                   END-IF
                   ADD WS-LINE-CHARGE TO WS-GROSS
                   ADD WS-LINE-INSURANCE TO WS-INSURANCE
                   MOVE WS-LINE-CHARGE TO WS-AMOUNT-DISP
                   MOVE WS-LINE-INSURANCE TO WS-AMOUNT2-DISP
                   DISPLAY "  " WS-PROC-CODE " " WS-PROC-DESCRIPTION
                   DISPLAY "    Charge " WS-AMOUNT-DISP
                           "  Insurance " WS-AMOUNT2-DISP
           END-EVALUATE
           .

       VALIDATE-PROC-CODE.
           MOVE "N" TO WS-PROC-VALID-FLAG
           MOVE "N" TO WS-PROC-ACTIVE-FLAG
           OPEN INPUT CHARGE-MASTER-FILE
           IF WS-CHARGE-FILE-STATUS NOT = "35"
               MOVE WS-PROC-CODE TO CM-PROC-CODE
               READ CHARGE-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PROC-VALID-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PROC-VALID-FLAG
                       MOVE CM-ACTIVE-FLAG TO WS-PROC-ACTIVE-FLAG
                       MOVE CM-DESCRIPTION TO WS-PROC-DESCRIPTION
                       MOVE CM-STD-PRICE TO WS-LINE-CHARGE
               END-READ
           END-IF
           CLOSE CHARGE-MASTER-FILE
           .

      * Same match INSURANCE-CLAIMS makes when it prices a claim:
      * provider, procedure and the date of service inside the
      * schedule entry's effective range.
       FIND-ALLOWED-AMOUNT.
           MOVE 0 TO WS-ALLOWED-AMOUNT
           MOVE "N" TO WS-ALLOWED-FOUND-FLAG
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHEDULE-STATUS = "35"
               CLOSE FEE-SCHEDULE-FILE
           ELSE
               MOVE "N" TO WS-FS-EOF
               PERFORM UNTIL WS-FS-EOF = "Y"
                   READ FEE-SCHEDULE-FILE
                       INTO FEE-SCHEDULE-RECORD
                       AT END
                           MOVE "Y" TO WS-FS-EOF
                       NOT AT END
                           IF FS-PROVIDER = WS-PROVIDER AND
                              FS-PROC-CODE = WS-PROC-CODE AND
                              FS-EFFECTIVE-DATE <=
                              WS-SERVICE-DATE AND
                              (FS-EXPIRY-DATE = SPACES OR
                               FS-EXPIRY-DATE >= WS-SERVICE-DATE)
                               MOVE FS-ALLOWED-AMOUNT TO
                                   WS-ALLOWED-AMOUNT
                               MOVE "Y" TO
                                   WS-ALLOWED-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           .

       WRITE-ESTIMATE.
           MOVE WS-ESTIMATE-ID TO CE-ESTIMATE-ID
           MOVE WS-PATIENT-ID TO CE-PATIENT-ID
           MOVE WS-SERVICE-DATE TO CE-SERVICE-DATE
           MOVE WS-SOURCE TO CE-SOURCE
           MOVE WS-SOURCE-REF TO CE-SOURCE-REF
           MOVE WS-PROVIDER TO CE-PROVIDER
           MOVE WS-POLICY-NUMBER TO CE-POLICY-NUMBER
           MOVE WS-GROSS TO CE-GROSS
           MOVE WS-INSURANCE TO CE-INSURANCE
           MOVE WS-PATIENT-RESP TO CE-PATIENT-RESP
           MOVE WS-TODAY-DATE TO CE-CREATED-DATE
           MOVE WS-SESSION-USER TO CE-CREATED-BY
           MOVE 0 TO CE-BILLING-ID
           OPEN EXTEND ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS = "35"
               CLOSE ESTIMATE-FILE
               OPEN OUTPUT ESTIMATE-FILE
           END-IF
           WRITE ESTIMATE-RECORD
           CLOSE ESTIMATE-FILE
           OPEN EXTEND ESTIMATE-LINE-FILE
           IF WS-ESTIMATE-LINE-STATUS = "35"
               CLOSE ESTIMATE-LINE-FILE
               OPEN OUTPUT ESTIMATE-LINE-FILE
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-ESTIMATE-ID TO EL-ESTIMATE-ID
               MOVE WS-LINE-IDX TO EL-LINE-NUM
               MOVE WS-LN-PROC(WS-LINE-IDX) TO EL-PROC-CODE
               MOVE WS-LN-DESCRIPTION(WS-LINE-IDX) TO EL-DESCRIPTION
               MOVE WS-LN-CHARGE(WS-LINE-IDX) TO EL-CHARGE
               MOVE WS-LN-INSURANCE(WS-LINE-IDX) TO EL-INSURANCE
               MOVE WS-LN-CONTRACT(WS-LINE-IDX) TO EL-CONTRACT-FLAG
               WRITE ESTIMATE-LINE-RECORD
           END-PERFORM
           CLOSE ESTIMATE-LINE-FILE
           MOVE "CREATE" TO WS-AUDIT-ACTION
           MOVE WS-ESTIMATE-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Estimate " WS-ESTIMATE-ID " saved."
           .

      * The estimate handed to the patient.
       PRINT-ESTIMATE.
           MOVE "/data/cost_estimate.txt" TO WS-REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE "Hospital Management System" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Pre-Service Cost Estimate " WS-ESTIMATE-ID
               "  Prepared " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Patient " WS-PATIENT-ID " " WS-PATIENT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Date of Service " WS-SERVICE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PROVIDER = SPACES
               MOVE "Coverage: none in force - self-pay"
                   TO REPORT-LINE
           ELSE
               STRING "Coverage: " WS-PROVIDER " Policy "
                   WS-POLICY-NUMBER DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Procedure Description                          Charge"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-LN-CHARGE(WS-LINE-IDX) TO WS-AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING WS-LN-PROC(WS-LINE-IDX) "  "
                   WS-LN-DESCRIPTION(WS-LINE-IDX) " "
                   WS-AMOUNT-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-PROVIDER NOT = SPACES AND
                  WS-LN-CONTRACT(WS-LINE-IDX) = "N"
                   MOVE "          (no contracted rate with payer - "
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "           insurance payment not estimated)"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GROSS TO WS-AMOUNT-DISP
           MOVE WS-INSURANCE TO WS-AMOUNT2-DISP
           MOVE WS-PATIENT-RESP TO WS-AMOUNT3-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Gross Charge:                " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Expected Insurance Payment:  " WS-AMOUNT2-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Patient Responsibility:      " WS-AMOUNT3-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "This is an estimate; the final bill may differ."
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Gross Charge:                " WS-AMOUNT-DISP
           DISPLAY "Expected Insurance Payment:  " WS-AMOUNT2-DISP
           DISPLAY "Patient Responsibility:      " WS-AMOUNT3-DISP
           IF WS-NO-CONTRACT-COUNT > 0
               DISPLAY WS-NO-CONTRACT-COUNT " procedure(s) have no "
                       "contracted rate with the payer."
           END-IF
           DISPLAY "Estimate written to /data/cost_estimate.txt"
           .

       READ-ESTIMATES.
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS = "35"
               DISPLAY "No estimates on file."
               CLOSE ESTIMATE-FILE
           ELSE
               MOVE "N" TO WS-CE-EOF
               PERFORM UNTIL WS-CE-EOF = "Y"
                   READ ESTIMATE-FILE INTO ESTIMATE-RECORD
                       AT END
                           MOVE "Y" TO WS-CE-EOF
                       NOT AT END
                           IF CE-PATIENT-ID = WS-PATIENT-ID
                               ADD 1 TO WS-RECORD-COUNT
                               PERFORM DISPLAY-ESTIMATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTIMATE-FILE
               DISPLAY "Estimates listed: " WS-RECORD-COUNT
           END-IF
           .

       DISPLAY-ESTIMATE.
           DISPLAY "Estimate " CE-ESTIMATE-ID "  Service "
                   CE-SERVICE-DATE "  " CE-SOURCE " " CE-SOURCE-REF
           IF CE-PROVIDER = SPACES
               DISPLAY "  Self-pay"
           ELSE
               DISPLAY "  " CE-PROVIDER " Policy " CE-POLICY-NUMBER
           END-IF
           PERFORM SHOW-ESTIMATE-LINES
           MOVE CE-GROSS TO WS-AMOUNT-DISP
           MOVE CE-INSURANCE TO WS-AMOUNT2-DISP
           MOVE CE-PATIENT-RESP TO WS-AMOUNT3-DISP
           DISPLAY "  Gross " WS-AMOUNT-DISP "  Insurance "
                   WS-AMOUNT2-DISP "  Patient " WS-AMOUNT3-DISP
           DISPLAY "  Prepared " CE-CREATED-DATE " by "
                   CE-CREATED-BY
           IF CE-BILLING-ID NOT = 0
               DISPLAY "  Linked to Bill " CE-BILLING-ID
           END-IF
           DISPLAY "-----------------------"
           .

       SHOW-ESTIMATE-LINES.
           OPEN INPUT ESTIMATE-LINE-FILE
           IF WS-ESTIMATE-LINE-STATUS = "35"
               CLOSE ESTIMATE-LINE-FILE
           ELSE
               MOVE "N" TO WS-EL-EOF
               PERFORM UNTIL WS-EL-EOF = "Y"
                   READ ESTIMATE-LINE-FILE INTO ESTIMATE-LINE-RECORD
                       AT END
                           MOVE "Y" TO WS-EL-EOF
                       NOT AT END
                           IF EL-ESTIMATE-ID = CE-ESTIMATE-ID
                               MOVE EL-CHARGE TO WS-AMOUNT-DISP
                               MOVE EL-INSURANCE TO WS-AMOUNT2-DISP
                               DISPLAY "  " EL-PROC-CODE " "
                                       EL-DESCRIPTION
                               DISPLAY "    Charge " WS-AMOUNT-DISP
                                       "  Insurance " WS-AMOUNT2-DISP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTIMATE-LINE-FILE
           END-IF
           .

       FIND-ESTIMATE.
           MOVE "N" TO WS-ESTIMATE-FOUND-FLAG
           OPEN INPUT ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS = "35"
               CLOSE ESTIMATE-FILE
           ELSE
               MOVE "N" TO WS-CE-EOF
               PERFORM UNTIL WS-CE-EOF = "Y"
                   READ ESTIMATE-FILE INTO ESTIMATE-RECORD
                       AT END
                           MOVE "Y" TO WS-CE-EOF
                       NOT AT END
                           IF CE-ESTIMATE-ID = WS-ESTIMATE-ID
                               MOVE "Y" TO WS-ESTIMATE-FOUND-FLAG
                               MOVE CE-PATIENT-ID TO WS-EST-PATIENT-ID
                               MOVE "Y" TO WS-CE-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTIMATE-FILE
           END-IF
           .

      * Once the service is billed the estimate is tied to the
      * bill so the comparison uses the right one when the patient
      * has several bills on the same day.
       LINK-ESTIMATE-TO-BILL.
           DISPLAY "Enter Estimate ID: "
           ACCEPT WS-ESTIMATE-ID
           PERFORM FIND-ESTIMATE
           IF WS-ESTIMATE-FOUND-FLAG = "N"
               DISPLAY "Link Failed: Estimate " WS-ESTIMATE-ID
                       " not on file."
           ELSE
               DISPLAY "Enter Billing ID: "
               ACCEPT WS-BILLING-ID
               PERFORM VALIDATE-BILLING-ID
               EVALUATE TRUE
                   WHEN WS-BILLING-VALID-FLAG = "N"
                       DISPLAY "Link Failed: Billing ID "
                               WS-BILLING-ID " not on file."
                   WHEN WS-BILL-PATIENT-ID NOT = WS-EST-PATIENT-ID
                       DISPLAY "Link Failed: Bill " WS-BILLING-ID
                               " is for Patient " WS-BILL-PATIENT-ID
                               ", the estimate for Patient "
                               WS-EST-PATIENT-ID
                   WHEN OTHER
                       PERFORM REWRITE-ESTIMATE
                       MOVE "LINK" TO WS-AUDIT-ACTION
                       MOVE WS-ESTIMATE-ID TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Estimate " WS-ESTIMATE-ID
                               " linked to Bill " WS-BILLING-ID
               END-EVALUATE
           END-IF
           .

       VALIDATE-BILLING-ID.
           MOVE "N" TO WS-BILLING-VALID-FLAG
           OPEN INPUT BILLING-MASTER-FILE
           IF WS-BILLING-MASTER-STATUS NOT = "35"
               MOVE WS-BILLING-ID TO BM-BILLING-ID
               READ BILLING-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-BILLING-VALID-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BILLING-VALID-FLAG
                       MOVE BM-PATIENT-ID TO WS-BILL-PATIENT-ID
               END-READ
           END-IF
           CLOSE BILLING-MASTER-FILE
           .

       REWRITE-ESTIMATE.
           OPEN INPUT ESTIMATE-FILE
           OPEN OUTPUT ESTIMATE-TEMP-FILE
           MOVE "N" TO WS-CE-EOF
           IF WS-ESTIMATE-STATUS NOT = "35"
               PERFORM UNTIL WS-CE-EOF = "Y"
                   READ ESTIMATE-FILE
                       AT END
                           MOVE "Y" TO WS-CE-EOF
                       NOT AT END
                           IF CE-ESTIMATE-ID = WS-ESTIMATE-ID
                               MOVE WS-BILLING-ID TO CE-BILLING-ID
                           END-IF
                           MOVE ESTIMATE-RECORD TO
                               ESTIMATE-TEMP-RECORD
                           WRITE ESTIMATE-TEMP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ESTIMATE-FILE
           CLOSE ESTIMATE-TEMP-FILE

           OPEN INPUT ESTIMATE-TEMP-FILE
           OPEN OUTPUT ESTIMATE-FILE
           MOVE "N" TO WS-CE-EOF
           PERFORM UNTIL WS-CE-EOF = "Y"
               READ ESTIMATE-TEMP-FILE INTO ESTIMATE-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-CE-EOF
                   NOT AT END
                       MOVE ESTIMATE-TEMP-RECORD TO ESTIMATE-RECORD
                       WRITE ESTIMATE-RECORD
               END-READ
           END-PERFORM
           CLOSE ESTIMATE-TEMP-FILE
           CLOSE ESTIMATE-FILE
           MOVE "N" TO WS-CE-EOF
           .

      * Each estimate against its bill - the linked one, otherwise
      * the patient's bill dated on the date of service.  The
      * insurance side is what the payer paid, or is still expected
      * to pay on a claim awaiting payment; denied claims pay
      * nothing.  Variance is actual less estimated patient share.
       ESTIMATE-VARIANCE-REPORT.
           MOVE 0 TO WS-COMPARED-COUNT
           MOVE 0 TO WS-UNBILLED-COUNT
           MOVE 0 TO WS-TOTAL-EST-PATIENT
           MOVE 0 TO WS-TOTAL-ACT-PATIENT
           MOVE 0 TO WS-TOTAL-VARIANCE
           MOVE "/data/estimate_variance_report.txt"
               TO WS-REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE "Hospital Management System" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Cost Estimate vs Actual Bill" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Estimate Bill       Est Gross   Act Gross "
               "Est Patient Act Patient    Variance"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Cost Estimate vs Actual Bill"
           OPEN INPUT ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS = "35"
               CLOSE ESTIMATE-FILE
           ELSE
               MOVE "N" TO WS-CE-EOF
               PERFORM UNTIL WS-CE-EOF = "Y"
                   READ ESTIMATE-FILE INTO ESTIMATE-RECORD
                       AT END
                           MOVE "Y" TO WS-CE-EOF
                       NOT AT END
                           PERFORM COMPARE-ESTIMATE
                   END-READ
               END-PERFORM
               CLOSE ESTIMATE-FILE
           END-IF
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-EST-PATIENT TO WS-TOTAL-DISP
           MOVE WS-TOTAL-ACT-PATIENT TO WS-TOTAL2-DISP
           MOVE WS-TOTAL-VARIANCE TO WS-TOTAL-VAR-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Compared: " WS-COMPARED-COUNT
               "  Not yet billed: " WS-UNBILLED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Estimated Patient " WS-TOTAL-DISP
               "  Actual Patient " WS-TOTAL2-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Total Variance " WS-TOTAL-VAR-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Compared: " WS-COMPARED-COUNT
                   "  Not yet billed: " WS-UNBILLED-COUNT
           DISPLAY "Estimated Patient " WS-TOTAL-DISP
                   "  Actual Patient " WS-TOTAL2-DISP
           DISPLAY "Total Variance " WS-TOTAL-VAR-DISP
           MOVE "VIEW" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Report written to "
                   "/data/estimate_variance_report.txt"
           .

       COMPARE-ESTIMATE.
           PERFORM FIND-ESTIMATE-BILL
           IF WS-BILL-FOUND-FLAG = "N"
               ADD 1 TO WS-UNBILLED-COUNT
           ELSE
               ADD 1 TO WS-COMPARED-COUNT
               PERFORM SUM-BILL-CLAIMS
               IF WS-ACTUAL-INSURANCE > WS-ACTUAL-GROSS
                   MOVE 0 TO WS-ACTUAL-PATIENT
               ELSE
                   COMPUTE WS-ACTUAL-PATIENT =
                       WS-ACTUAL-GROSS - WS-ACTUAL-INSURANCE
               END-IF
               COMPUTE WS-VARIANCE =
                   WS-ACTUAL-PATIENT - CE-PATIENT-RESP
               ADD CE-PATIENT-RESP TO WS-TOTAL-EST-PATIENT
               ADD WS-ACTUAL-PATIENT TO WS-TOTAL-ACT-PATIENT
               ADD WS-VARIANCE TO WS-TOTAL-VARIANCE
               MOVE CE-GROSS TO WS-AMOUNT-DISP
               MOVE WS-ACTUAL-GROSS TO WS-AMOUNT2-DISP
               MOVE CE-PATIENT-RESP TO WS-AMOUNT3-DISP
               MOVE WS-ACTUAL-PATIENT TO WS-AMOUNT4-DISP
               MOVE WS-VARIANCE TO WS-VARIANCE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING CE-ESTIMATE-ID " " WS-BILL-ID " "
                   WS-AMOUNT-DISP " " WS-AMOUNT2-DISP " "
                   WS-AMOUNT3-DISP " " WS-AMOUNT4-DISP " "
                   WS-VARIANCE-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY CE-ESTIMATE-ID " Bill " WS-BILL-ID
                       " Est Patient " WS-AMOUNT3-DISP
                       " Actual " WS-AMOUNT4-DISP
                       " Variance " WS-VARIANCE-DISP
           END-IF
           .

       FIND-ESTIMATE-BILL.
           MOVE "N" TO WS-BILL-FOUND-FLAG
           OPEN INPUT BILLING-MASTER-FILE
           IF WS-BILLING-MASTER-STATUS NOT = "35"
               IF CE-BILLING-ID NOT = 0
                   MOVE CE-BILLING-ID TO BM-BILLING-ID
                   READ BILLING-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-BILL-FOUND-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-BILL-FOUND-FLAG
                           MOVE BM-BILLING-ID TO WS-BILL-ID
                           MOVE BM-AMOUNT TO WS-ACTUAL-GROSS
                   END-READ
               ELSE
                   MOVE CE-PATIENT-ID TO BM-PATIENT-ID
                   START BILLING-MASTER-FILE KEY IS = BM-PATIENT-ID
                       INVALID KEY
                           MOVE "Y" TO WS-BM-EOF
                       NOT INVALID KEY
                           MOVE "N" TO WS-BM-EOF
                   END-START
                   PERFORM UNTIL WS-BM-EOF = "Y"
                       READ BILLING-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-BM-EOF
                           NOT AT END
                               IF BM-PATIENT-ID NOT = CE-PATIENT-ID
                                   MOVE "Y" TO WS-BM-EOF
                               ELSE
                                   IF BM-BILLING-DATE =
                                      CE-SERVICE-DATE
                                       MOVE "Y" TO WS-BILL-FOUND-FLAG
                                       MOVE BM-BILLING-ID TO WS-BILL-ID
                                       MOVE BM-AMOUNT TO
                                           WS-ACTUAL-GROSS
                                       MOVE "Y" TO WS-BM-EOF
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           CLOSE BILLING-MASTER-FILE
           .

       SUM-BILL-CLAIMS.
           MOVE 0 TO WS-ACTUAL-INSURANCE
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS = "35"
               CLOSE CLAIM-FILE
           ELSE
               MOVE "N" TO WS-CL-EOF
               PERFORM UNTIL WS-CL-EOF = "Y"
                   READ CLAIM-FILE INTO CLAIM-RECORD
                       AT END
                           MOVE "Y" TO WS-CL-EOF
                       NOT AT END
                           IF CL-BILLING-ID = WS-BILL-ID
                               EVALUATE CL-CLAIM-STATUS
                                   WHEN "Paid"
                                       ADD CL-PAID-AMT TO
                                           WS-ACTUAL-INSURANCE
                                   WHEN "Submitted"
                                   WHEN "Approved"
                                       ADD CL-EXPECTED-AMT TO
                                           WS-ACTUAL-INSURANCE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF
           .

      * The session entry is the one MAIN-MENU named in
      * HMS_SESSION_ID when it started this program; an ended or
      * timed-out session leaves no signed-on user.
       READ-SESSION-USER.
           MOVE SPACES TO WS-SESSION-USER
           MOVE SPACES TO WS-SESSION-ID
           ACCEPT WS-SESSION-ID FROM ENVIRONMENT "HMS_SESSION_ID"
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00" AND WS-SESSION-ID NOT = SPACES
               MOVE "N" TO WS-SESSION-EOF
               PERFORM UNTIL WS-SESSION-EOF = "Y"
                   READ SESSION-FILE INTO SESSION-RECORD
                       AT END
                           MOVE "Y" TO WS-SESSION-EOF
                       NOT AT END
                           IF SESSION-ID = WS-SESSION-ID AND
                              SESSION-STATE = "Active"
                               MOVE SESSION-USERNAME TO WS-SESSION-USER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SESSION-FILE
           .

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
           STRING WS-AUDIT-DATE-RAW(1:4) "-" WS-AUDIT-DATE-RAW(5:2)
                  "-" WS-AUDIT-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO AUDIT-DATE
           MOVE WS-AUDIT-TIME-RAW TO AUDIT-TIME
           MOVE "COST-ESTIMATE" TO AUDIT-PROGRAM
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE WS-AUDIT-ENTITY-ID TO AUDIT-ENTITY-ID
           MOVE WS-SESSION-USER TO AUDIT-USER
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               CLOSE AUDIT-LOG-FILE
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       END PROGRAM COST-ESTIMATE.
