      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt placement with the collection agency -
      *          a monthly run places bills past the configured age
      *          (no active payment plan, no open insurance claim)
      *          on an agency export file and marks them placed; the
      *          agency's recovery file is imported back as payments
      *          with the agency commission posted as an adjustment.
      *          Placed accounts are left off the mailed statements.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT COLLECTION-CONFIG-FILE
               ASSIGN TO "/data/collection_config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
      * One record per bill ever placed with the agency.  BILLING
      * and MONTH-END read it to leave placed bills off the
      * statements.
           SELECT PLACEMENT-FILE
               ASSIGN TO "/data/coll_placements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT PLACEMENT-TEMP-FILE
               ASSIGN TO "/data/coll_placements_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGENCY-EXPORT-FILE ASSIGN TO WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO WS-RECOVERY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/collection_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Files owned by BILLING - recoveries are posted to the same
      * payment and adjustment ledgers the cashiers use.
           SELECT BILLING-FILE ASSIGN TO "/data\billing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BILLING-ID
               ALTERNATE RECORD KEY IS BR-PATIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BILLING-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "/data/payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "/data/adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT REFUND-FILE ASSIGN TO "/data/refunds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT PAYMENT-PLAN-FILE
               ASSIGN TO "/data/payment_plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
      * Read-only view onto CLAIM-FILE (owned by INSURANCE-CLAIMS).
           SELECT CLAIM-FILE ASSIGN TO "/data\claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
      * Read-only views for the debtor's name and address - the
      * guarantor's where the patient has one.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
           SELECT GUARANTOR-FILE ASSIGN TO "/data/guarantors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARANTOR-STATUS.
           SELECT GUARANTOR-LINK-FILE
               ASSIGN TO "/data/guarantor_links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARANTOR-LINK-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal of each change to the patient,
      * appointment, billing, admission and claim masters - read
      * by BACKUP-UTIL to roll a restored generation forward.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * Shared interlock file - the recovery import takes the same
      * BILLING lock the cashier desks take before posting.
           SELECT LOCK-FILE ASSIGN TO "/data/locks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

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

      * Single record: age in days past the bill date at which an
      * unpaid bill is placed with the agency.
       FD  COLLECTION-CONFIG-FILE.
       01  COLLECTION-CONFIG-RECORD.
           05  CFG-PLACEMENT-DAYS    PIC 9(3).

      * CA-STATUS is Placed while the agency is working the bill,
      * Closed once recoveries settle it, or Recalled when the
      * billing office takes it back.
       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.
           05  CA-BILLING-ID         PIC 9(8).
           05  CA-PATIENT-ID         PIC 9(8).
           05  CA-PLACED-DATE        PIC X(10).
           05  CA-PLACED-BALANCE     PIC 9(8)V99.
           05  CA-RECOVERED          PIC 9(8)V99.
           05  CA-COMMISSION         PIC 9(8)V99.
           05  CA-STATUS             PIC X(10).

       FD  PLACEMENT-TEMP-FILE.
       01  PLACEMENT-TEMP-RECORD     PIC X(66).

      * One line per bill placed, in the layout the agency takes.
       FD  AGENCY-EXPORT-FILE.
       01  AGENCY-EXPORT-RECORD.
           05  PX-BILLING-ID         PIC 9(8).
           05  PX-PATIENT-ID         PIC 9(8).
           05  PX-DEBTOR-LAST        PIC X(30).
           05  PX-DEBTOR-FIRST       PIC X(20).
           05  PX-STREET             PIC X(50).
           05  PX-CITY               PIC X(20).
           05  PX-PHONE              PIC 9(10).
           05  PX-BILLING-DATE       PIC X(10).
           05  PX-BALANCE            PIC 9(8)V99.

      * The agency's recovery file: the gross amount collected from
      * the debtor, the commission the agency kept, and the
      * agency's own reference for the collection.  The hospital
      * receives the difference.
       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD.
           05  RV-BILLING-ID         PIC 9(8).
           05  RV-DATE               PIC X(10).
           05  RV-RECOVERED          PIC 9(8)V99.
           05  RV-COMMISSION         PIC 9(8)V99.
           05  RV-AGENCY-REF         PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  BILLING-FILE.
       01  BILLING-RECORD.
           05  BR-BILLING-ID         PIC 9(8).
           05  BR-PATIENT-ID         PIC 9(8).
           05  BR-AMOUNT             PIC 9(8)V99.
           05  BR-BILLING-DATE       PIC X(10).
           05  BR-AMOUNT-PAID        PIC 9(8)V99.
           05  BR-PAYMENT-STATUS     PIC X(10).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PAY-BILLING-ID        PIC 9(8).
           05  PAY-DATE              PIC X(10).
           05  PAY-AMOUNT            PIC 9(8)V99.
           05  PAY-METHOD            PIC X(10).
           05  PAY-REFERENCE         PIC X(20).
           05  PAY-OPERATOR          PIC X(20).
           05  PAY-BANKED-FLAG       PIC X.

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-BILLING-ID         PIC 9(8).
           05  AJ-DATE               PIC X(10).
           05  AJ-TYPE               PIC X(10).
           05  AJ-REASON-CODE        PIC X(4).
           05  AJ-AMOUNT             PIC 9(8)V99.

       FD  REFUND-FILE.
       01  REFUND-RECORD.
           05  RF-BILLING-ID         PIC 9(8).
           05  RF-DATE               PIC X(10).
           05  RF-AMOUNT             PIC 9(8)V99.
           05  RF-METHOD             PIC X(10).
           05  RF-REFERENCE          PIC X(20).
           05  RF-OPERATOR           PIC X(20).
           05  RF-REASON             PIC X(40).

       FD  PAYMENT-PLAN-FILE.
       01  PAYMENT-PLAN-RECORD.
           05  PP-BILLING-ID         PIC 9(8).
           05  PP-AGREED-TOTAL       PIC 9(8)V99.
           05  PP-INSTALLMENT        PIC 9(8)V99.
           05  PP-FREQ-DAYS          PIC 9(3).
           05  PP-NEXT-DUE           PIC X(10).
           05  PP-STATUS             PIC X(10).

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

       FD  GUARANTOR-FILE.
       01  GUARANTOR-RECORD.
           05  GR-GUARANTOR-ID      PIC 9(8).
           05  GR-FIRST-NAME        PIC X(20).
           05  GR-LAST-NAME         PIC X(30).
           05  GR-STREET            PIC X(50).
           05  GR-CITY              PIC X(20).
           05  GR-PHONE             PIC 9(10).

       FD  GUARANTOR-LINK-FILE.
       01  GUARANTOR-LINK-RECORD.
           05  GL-GUARANTOR-ID      PIC 9(8).
           05  GL-PATIENT-ID        PIC 9(8).
           05  GL-RELATIONSHIP      PIC X(15).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
           05  AUDIT-TIME           PIC X(8).
           05  AUDIT-PROGRAM        PIC X(20).
           05  AUDIT-ACTION         PIC X(10).
           05  AUDIT-ENTITY-ID      PIC 9(8).
           05  AUDIT-USER           PIC X(20).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JR-DATE              PIC 9(8).
           05  JR-TIME              PIC 9(8).
           05  JR-PROGRAM           PIC X(20).
           05  JR-USER              PIC X(20).
           05  JR-FILE-ID           PIC X(10).
           05  JR-OPERATION         PIC X.
           05  JR-IMAGE             PIC X(320).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05  LK-RESOURCE          PIC X(30).
           05  LK-USER              PIC X(20).
           05  LK-DATE              PIC X(10).
           05  LK-TIME              PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 9.
       77  WS-CONFIG-STATUS         PIC XX VALUE "00".
       77  WS-PLACEMENT-STATUS      PIC XX VALUE "00".
       77  WS-EXPORT-STATUS         PIC XX VALUE "00".
       77  WS-RECOVERY-STATUS       PIC XX VALUE "00".
       77  WS-BILLING-STATUS        PIC XX VALUE "00".
       77  WS-PAYMENT-STATUS        PIC XX VALUE "00".
       77  WS-ADJUSTMENT-STATUS     PIC XX VALUE "00".
       77  WS-REFUND-STATUS         PIC XX VALUE "00".
       77  WS-PLAN-STATUS           PIC XX VALUE "00".
       77  WS-CLAIM-STATUS          PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-GUARANTOR-STATUS      PIC XX VALUE "00".
       77  WS-GUARANTOR-LINK-STATUS PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-EXPORT-FILE-NAME      PIC X(100) VALUE SPACES.
       77  WS-RECOVERY-FILE-NAME    PIC X(100) VALUE SPACES.
       77  WS-PLACEMENT-DAYS        PIC 9(3) VALUE 120.
       77  WS-NEW-DAYS              PIC 9(3).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-CUTOFF-RAW            PIC 9(8).
       77  WS-CUTOFF-DATE           PIC X(10).
       77  WS-SUB-EOF               PIC X VALUE "N".
       77  WS-ADJ-TOTAL             PIC 9(10)V99 VALUE 0.
       77  WS-REFUND-TOTAL          PIC 9(10)V99 VALUE 0.
       77  WS-BALANCE               PIC S9(10)V99 VALUE 0.
       77  WS-NET-AMOUNT            PIC 9(8)V99.
       77  WS-BILLING-ID            PIC 9(8).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-GUARANTOR-ID          PIC 9(8).
       77  WS-ELIGIBLE-FLAG         PIC X VALUE "N".
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-GUARANTOR-FOUND-FLAG  PIC X VALUE "N".
       77  WS-BILL-FOUND-FLAG       PIC X VALUE "N".
       77  WS-ALREADY-POSTED-FLAG   PIC X VALUE "N".
       77  WS-PLACED-COUNT          PIC 9(6) VALUE 0.
       77  WS-NOT-PLACED-COUNT      PIC 9(6) VALUE 0.
       77  WS-PLACED-TOTAL          PIC 9(12)V99 VALUE 0.
       77  WS-APPLIED-COUNT         PIC 9(6) VALUE 0.
       77  WS-SKIPPED-COUNT         PIC 9(6) VALUE 0.
       77  WS-RECOVERED-TOTAL       PIC 9(12)V99 VALUE 0.
       77  WS-COMMISSION-TOTAL      PIC 9(12)V99 VALUE 0.
       77  WS-CA-COUNT              PIC 9(4) VALUE 0.
       77  WS-CA-IDX                PIC 9(4).
       77  WS-CA-FOUND-IDX          PIC 9(4).
       77  WS-SKIP-REASON           PIC X(30).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
       77  WS-LOCK-STATUS           PIC XX VALUE "00".
       77  WS-LOCK-RESOURCE         PIC X(30).
       77  WS-LOCK-OK-FLAG          PIC X VALUE "N".
       77  WS-LOCK-DATE-RAW         PIC 9(8).
       77  WS-LOCK-TIME-RAW         PIC 9(8).
       77  WS-LK-EOF                PIC X VALUE "N".
       77  WS-LK-COUNT              PIC 9(2) VALUE 0.
       77  WS-LK-IDX                PIC 9(2).
       77  WS-LK-FOUND-FLAG         PIC X VALUE "N".
       01  WS-LK-TABLE.
           05  WS-LK-ENTRY OCCURS 20 TIMES.
               10  WS-LK-RESOURCE       PIC X(30).
               10  WS-LK-USER           PIC X(20).
               10  WS-LK-DATE           PIC X(10).
               10  WS-LK-TIME           PIC X(8).
       01  WS-CA-TABLE.
           05  WS-CA-ENTRY OCCURS 2000 TIMES.
               10  WS-CA-BILLING-ID     PIC 9(8).
               10  WS-CA-PATIENT-ID     PIC 9(8).
               10  WS-CA-PLACED-DATE    PIC X(10).
               10  WS-CA-PLACED-BALANCE PIC 9(8)V99.
               10  WS-CA-RECOVERED      PIC 9(8)V99.
               10  WS-CA-COMMISSION     PIC 9(8)V99.
               10  WS-CA-STATUS         PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM READ-COLLECTION-CONFIG
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Collection Agency Placement"
               DISPLAY "1. Set Placement Age (now " WS-PLACEMENT-DAYS
                       " days)"
               DISPLAY "2. Run Monthly Placement"
               DISPLAY "3. Import Agency Recovery File"
               DISPLAY "4. List Placed Accounts"
               DISPLAY "5. Recall an Account from the Agency"
               DISPLAY "6. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM SET-PLACEMENT-AGE
                   WHEN 2
                       PERFORM RUN-PLACEMENT
                   WHEN 3
                       MOVE "BILLING" TO WS-LOCK-RESOURCE
                       PERFORM ACQUIRE-FILE-LOCK
                       IF WS-LOCK-OK-FLAG = "Y"
                           PERFORM IMPORT-RECOVERIES
                           PERFORM RELEASE-FILE-LOCK
                       END-IF
                   WHEN 4
                       PERFORM LIST-PLACEMENTS
                   WHEN 5
                       PERFORM RECALL-PLACEMENT
                   WHEN 6
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       READ-COLLECTION-CONFIG.
           OPEN INPUT COLLECTION-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ COLLECTION-CONFIG-FILE
                   INTO COLLECTION-CONFIG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-PLACEMENT-DAYS IS NUMERIC
                           MOVE CFG-PLACEMENT-DAYS
                               TO WS-PLACEMENT-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE COLLECTION-CONFIG-FILE
           .

       SET-PLACEMENT-AGE.
           DISPLAY "Enter Placement Age in Days (91-999): "
           ACCEPT WS-NEW-DAYS
           IF WS-NEW-DAYS < 91
               DISPLAY "Placement age must be past the 90-day "
                       "aging bucket - not changed."
           ELSE
               MOVE WS-NEW-DAYS TO WS-PLACEMENT-DAYS
               MOVE WS-PLACEMENT-DAYS TO CFG-PLACEMENT-DAYS
               OPEN OUTPUT COLLECTION-CONFIG-FILE
               WRITE COLLECTION-CONFIG-RECORD
               CLOSE COLLECTION-CONFIG-FILE
               MOVE "UPDATE" TO WS-AUDIT-ACTION
               MOVE WS-PLACEMENT-DAYS TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Placement age set to " WS-PLACEMENT-DAYS
                       " days."
           END-IF
           .

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           .

       LOAD-PLACEMENT-TABLE.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT PLACEMENT-FILE
           IF WS-PLACEMENT-STATUS = "35"
               CLOSE PLACEMENT-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ PLACEMENT-FILE INTO PLACEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF WS-CA-COUNT < 2000
                               ADD 1 TO WS-CA-COUNT
                               MOVE CA-BILLING-ID
                                   TO WS-CA-BILLING-ID(WS-CA-COUNT)
                               MOVE CA-PATIENT-ID
                                   TO WS-CA-PATIENT-ID(WS-CA-COUNT)
                               MOVE CA-PLACED-DATE
                                   TO WS-CA-PLACED-DATE(WS-CA-COUNT)
                               MOVE CA-PLACED-BALANCE
                                   TO WS-CA-PLACED-BALANCE
                                      (WS-CA-COUNT)
                               MOVE CA-RECOVERED
                                   TO WS-CA-RECOVERED(WS-CA-COUNT)
                               MOVE CA-COMMISSION
                                   TO WS-CA-COMMISSION(WS-CA-COUNT)
                               MOVE CA-STATUS
                                   TO WS-CA-STATUS(WS-CA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACEMENT-FILE
           END-IF
           .

      * Written through the temp copy and back, the way the other
      * sequential masters are rewritten.
       SAVE-PLACEMENT-TABLE.
           OPEN OUTPUT PLACEMENT-TEMP-FILE
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               MOVE WS-CA-BILLING-ID(WS-CA-IDX) TO CA-BILLING-ID
               MOVE WS-CA-PATIENT-ID(WS-CA-IDX) TO CA-PATIENT-ID
               MOVE WS-CA-PLACED-DATE(WS-CA-IDX) TO CA-PLACED-DATE
               MOVE WS-CA-PLACED-BALANCE(WS-CA-IDX)
                   TO CA-PLACED-BALANCE
               MOVE WS-CA-RECOVERED(WS-CA-IDX) TO CA-RECOVERED
               MOVE WS-CA-COMMISSION(WS-CA-IDX) TO CA-COMMISSION
               MOVE WS-CA-STATUS(WS-CA-IDX) TO CA-STATUS
               MOVE PLACEMENT-RECORD TO PLACEMENT-TEMP-RECORD
               WRITE PLACEMENT-TEMP-RECORD
           END-PERFORM
           CLOSE PLACEMENT-TEMP-FILE
           OPEN INPUT PLACEMENT-TEMP-FILE
           OPEN OUTPUT PLACEMENT-FILE
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ PLACEMENT-TEMP-FILE INTO PLACEMENT-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       MOVE PLACEMENT-TEMP-RECORD TO PLACEMENT-RECORD
                       WRITE PLACEMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE PLACEMENT-TEMP-FILE
           CLOSE PLACEMENT-FILE
           .

      * Sets WS-CA-FOUND-IDX to the placement for WS-BILLING-ID
      * (zero when the bill has never been placed).
       FIND-PLACEMENT.
           MOVE 0 TO WS-CA-FOUND-IDX
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-BILLING-ID(WS-CA-IDX) = WS-BILLING-ID
                   MOVE WS-CA-IDX TO WS-CA-FOUND-IDX
               END-IF
           END-PERFORM
           .

      * Monthly placement run.  A bill goes to the agency when it
      * is still open past the placement age, has never been
      * placed before (a recalled bill stays with the office), has
      * no Active payment plan, no Submitted or Approved claim, and
      * the patient is not deceased - deceased balances go to
      * estate handling instead.  A second run on the same day adds
      * to that day's agency file rather than replacing it.
       RUN-PLACEMENT.
           PERFORM SET-TODAY
           COMPUTE WS-CUTOFF-RAW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
               - WS-PLACEMENT-DAYS)
           STRING WS-CUTOFF-RAW(1:4) "-" WS-CUTOFF-RAW(5:2) "-"
                  WS-CUTOFF-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-CUTOFF-DATE
           PERFORM LOAD-PLACEMENT-TABLE
           MOVE 0 TO WS-PLACED-COUNT
           MOVE 0 TO WS-NOT-PLACED-COUNT
           MOVE 0 TO WS-PLACED-TOTAL
           MOVE SPACES TO WS-EXPORT-FILE-NAME
           STRING "/data/agency_placement_" WS-TODAY-RAW ".dat"
               DELIMITED BY SIZE INTO WS-EXPORT-FILE-NAME
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS = "35"
               DISPLAY "No billing records on file."
               CLOSE BILLING-FILE
           ELSE
               OPEN EXTEND AGENCY-EXPORT-FILE
               IF WS-EXPORT-STATUS = "35"
                   CLOSE AGENCY-EXPORT-FILE
                   OPEN OUTPUT AGENCY-EXPORT-FILE
               END-IF
               OPEN OUTPUT REPORT-FILE
               MOVE "Hospital Management System" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Collection Agency Placement - " WS-TODAY-DATE
                   "  Billed before " WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "----------------------------------------"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM UNTIL WS-EOF = "Y"
                   READ BILLING-FILE NEXT INTO BILLING-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF BR-PAYMENT-STATUS NOT = "Paid" AND
                              BR-PAYMENT-STATUS NOT = "Credit" AND
                              BR-BILLING-DATE < WS-CUTOFF-DATE
                               PERFORM CHECK-PLACEMENT-ELIGIBLE
                               IF WS-ELIGIBLE-FLAG = "Y"
                                   PERFORM PLACE-ACCOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               CLOSE BILLING-FILE
               CLOSE AGENCY-EXPORT-FILE
               MOVE "----------------------------------------"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Accounts placed: " WS-PLACED-COUNT
                   "  Balance placed: " WS-PLACED-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-NOT-PLACED-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "Not placed - register full: "
                       WS-NOT-PLACED-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "Accounts not placed - register full: "
                           WS-NOT-PLACED-COUNT
               END-IF
               CLOSE REPORT-FILE
               IF WS-PLACED-COUNT > 0
                   PERFORM SAVE-PLACEMENT-TABLE
               END-IF
               DISPLAY "Accounts placed: " WS-PLACED-COUNT
                       "  Balance placed: " WS-PLACED-TOTAL
               DISPLAY "Agency file written to " WS-EXPORT-FILE-NAME
               DISPLAY "Report written to "
                       "/data/collection_report.txt"
           END-IF
           .

       CHECK-PLACEMENT-ELIGIBLE.
           MOVE "Y" TO WS-ELIGIBLE-FLAG
           MOVE BR-BILLING-ID TO WS-BILLING-ID
           PERFORM FIND-PLACEMENT
           IF WS-CA-FOUND-IDX > 0
               MOVE "N" TO WS-ELIGIBLE-FLAG
           END-IF
           IF WS-ELIGIBLE-FLAG = "Y"
               PERFORM SUM-ADJUSTMENTS
               COMPUTE WS-BALANCE = BR-AMOUNT - BR-AMOUNT-PAID
                   - WS-ADJ-TOTAL + WS-REFUND-TOTAL
               IF WS-BALANCE NOT > 0
                   MOVE "N" TO WS-ELIGIBLE-FLAG
               END-IF
           END-IF
           IF WS-ELIGIBLE-FLAG = "Y"
               OPEN INPUT PAYMENT-PLAN-FILE
               IF WS-PLAN-STATUS = "35"
                   CLOSE PAYMENT-PLAN-FILE
               ELSE
                   MOVE "N" TO WS-SUB-EOF
                   PERFORM UNTIL WS-SUB-EOF = "Y"
                       READ PAYMENT-PLAN-FILE
                           INTO PAYMENT-PLAN-RECORD
                           AT END
                               MOVE "Y" TO WS-SUB-EOF
                           NOT AT END
                               IF PP-BILLING-ID = BR-BILLING-ID AND
                                  PP-STATUS = "Active"
                                   MOVE "N" TO WS-ELIGIBLE-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-PLAN-FILE
               END-IF
           END-IF
           IF WS-ELIGIBLE-FLAG = "Y"
               OPEN INPUT CLAIM-FILE
               IF WS-CLAIM-STATUS = "35"
                   CLOSE CLAIM-FILE
               ELSE
                   MOVE "N" TO WS-SUB-EOF
                   PERFORM UNTIL WS-SUB-EOF = "Y"
                       READ CLAIM-FILE INTO CLAIM-RECORD
                           AT END
                               MOVE "Y" TO WS-SUB-EOF
                           NOT AT END
                               IF CL-BILLING-ID = BR-BILLING-ID AND
                                  (CL-CLAIM-STATUS = "Submitted" OR
                                   CL-CLAIM-STATUS = "Approved")
                                   MOVE "N" TO WS-ELIGIBLE-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLAIM-FILE
               END-IF
           END-IF
           IF WS-ELIGIBLE-FLAG = "Y"
               MOVE BR-PATIENT-ID TO WS-PATIENT-ID
               PERFORM VALIDATE-PATIENT-ID
               IF WS-PATIENT-VALID-FLAG = "Y" AND
                  PM-DECEASED-FLAG = "Y"
                   MOVE "N" TO WS-ELIGIBLE-FLAG
               END-IF
           END-IF
           .

      * The debtor on the agency file is the guarantor when the
      * patient has one, otherwise the patient.  An account that
      * cannot be entered on the placement register is not sent,
      * so it is never placed twice.
       PLACE-ACCOUNT.
           IF WS-CA-COUNT >= 2000
               ADD 1 TO WS-NOT-PLACED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Bill " BR-BILLING-ID " Patient " BR-PATIENT-ID
                   " not placed - placement register full"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "Placement register full - Bill "
                       BR-BILLING-ID " not placed."
           ELSE
               MOVE BR-BILLING-ID TO PX-BILLING-ID
               MOVE BR-PATIENT-ID TO PX-PATIENT-ID
               MOVE BR-BILLING-DATE TO PX-BILLING-DATE
               MOVE WS-BALANCE TO PX-BALANCE
               PERFORM FIND-PATIENT-GUARANTOR
               IF WS-GUARANTOR-FOUND-FLAG = "Y"
                   MOVE GR-LAST-NAME TO PX-DEBTOR-LAST
                   MOVE GR-FIRST-NAME TO PX-DEBTOR-FIRST
                   MOVE GR-STREET TO PX-STREET
                   MOVE GR-CITY TO PX-CITY
                   MOVE GR-PHONE TO PX-PHONE
               ELSE
                   IF WS-PATIENT-VALID-FLAG = "Y"
                       MOVE PM-LAST-NAME TO PX-DEBTOR-LAST
                       MOVE PM-FIRST-NAME TO PX-DEBTOR-FIRST
                       MOVE PM-STREET TO PX-STREET
                       MOVE PM-CITY TO PX-CITY
                       MOVE PM-PHONE-NUMBER TO PX-PHONE
                   ELSE
                       MOVE SPACES TO PX-DEBTOR-LAST PX-DEBTOR-FIRST
                                      PX-STREET PX-CITY
                       MOVE 0 TO PX-PHONE
                   END-IF
               END-IF
               WRITE AGENCY-EXPORT-RECORD
               ADD 1 TO WS-CA-COUNT
               MOVE BR-BILLING-ID TO WS-CA-BILLING-ID(WS-CA-COUNT)
               MOVE BR-PATIENT-ID TO WS-CA-PATIENT-ID(WS-CA-COUNT)
               MOVE WS-TODAY-DATE TO WS-CA-PLACED-DATE(WS-CA-COUNT)
               MOVE WS-BALANCE TO WS-CA-PLACED-BALANCE(WS-CA-COUNT)
               MOVE 0 TO WS-CA-RECOVERED(WS-CA-COUNT)
               MOVE 0 TO WS-CA-COMMISSION(WS-CA-COUNT)
               MOVE "Placed" TO WS-CA-STATUS(WS-CA-COUNT)
               ADD 1 TO WS-PLACED-COUNT
               ADD WS-BALANCE TO WS-PLACED-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "Bill " BR-BILLING-ID " Patient " BR-PATIENT-ID
                   " dated " BR-BILLING-DATE " placed " PX-BALANCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PLACE" TO WS-AUDIT-ACTION
               MOVE BR-BILLING-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

      * Each recovery line posts the amount the agency remits
      * (collected less commission) as a payment with method
      * Agency, and the commission as a COLL write-off, so the
      * debt falls by the full amount collected.  A line whose
      * agency reference is already on the payment ledger for the
      * bill is never posted twice.
       IMPORT-RECOVERIES.
           DISPLAY "Enter Agency Recovery File Name: "
           ACCEPT WS-RECOVERY-FILE-NAME
           IF WS-RECOVERY-FILE-NAME = SPACES
               DISPLAY "No file named - nothing posted."
           ELSE
               OPEN INPUT RECOVERY-FILE
               IF WS-RECOVERY-STATUS NOT = "00"
                   DISPLAY "Unable to open recovery file "
                           WS-RECOVERY-FILE-NAME
               ELSE
                   PERFORM SET-TODAY
                   PERFORM LOAD-PLACEMENT-TABLE
                   MOVE 0 TO WS-APPLIED-COUNT
                   MOVE 0 TO WS-SKIPPED-COUNT
                   MOVE 0 TO WS-RECOVERED-TOTAL
                   MOVE 0 TO WS-COMMISSION-TOTAL
                   OPEN OUTPUT REPORT-FILE
                   MOVE "Hospital Management System" TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Agency Recovery Posting - " WS-TODAY-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "----------------------------------------"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ RECOVERY-FILE INTO RECOVERY-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               PERFORM APPLY-RECOVERY-LINE
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF
                   CLOSE RECOVERY-FILE
                   PERFORM SAVE-PLACEMENT-TABLE
                   MOVE "----------------------------------------"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Applied: " WS-APPLIED-COUNT
                       "  Skipped: " WS-SKIPPED-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Recovered: " WS-RECOVERED-TOTAL
                       "  Commission: " WS-COMMISSION-TOTAL
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   CLOSE REPORT-FILE
                   DISPLAY "Recoveries applied: " WS-APPLIED-COUNT
                           "  Skipped: " WS-SKIPPED-COUNT
                   DISPLAY "Recovered: " WS-RECOVERED-TOTAL
                           "  Commission: " WS-COMMISSION-TOTAL
                   DISPLAY "Report written to "
                           "/data/collection_report.txt"
               END-IF
           END-IF
           .

       APPLY-RECOVERY-LINE.
           MOVE RV-BILLING-ID TO WS-BILLING-ID
           PERFORM FIND-PLACEMENT
           PERFORM CHECK-ALREADY-POSTED
           MOVE SPACES TO WS-SKIP-REASON
           EVALUATE TRUE
               WHEN WS-CA-FOUND-IDX = 0
                   MOVE "not placed with the agency"
                       TO WS-SKIP-REASON
               WHEN WS-CA-STATUS(WS-CA-FOUND-IDX) = "Recalled"
                   MOVE "recalled from the agency"
                       TO WS-SKIP-REASON
               WHEN WS-ALREADY-POSTED-FLAG = "Y"
                   MOVE "reference already posted"
                       TO WS-SKIP-REASON
               WHEN RV-COMMISSION > RV-RECOVERED
                   MOVE "commission exceeds recovery"
                       TO WS-SKIP-REASON
               WHEN OTHER
                   PERFORM POST-RECOVERY
                   IF WS-BILL-FOUND-FLAG = "N"
                       MOVE "billing record not found"
                           TO WS-SKIP-REASON
                   END-IF
           END-EVALUATE
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Bill " RV-BILLING-ID " ref " RV-AGENCY-REF
                   " skipped - " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-POSTED-FLAG
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "35"
               CLOSE PAYMENT-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ PAYMENT-FILE INTO PAYMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF PAY-BILLING-ID = RV-BILLING-ID AND
                              PAY-METHOD = "Agency" AND
                              PAY-REFERENCE = RV-AGENCY-REF
                               MOVE "Y" TO WS-ALREADY-POSTED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF
           .

       POST-RECOVERY.
           MOVE "N" TO WS-BILL-FOUND-FLAG
           COMPUTE WS-NET-AMOUNT = RV-RECOVERED - RV-COMMISSION
           OPEN I-O BILLING-FILE
           IF WS-BILLING-STATUS NOT = "35"
               MOVE RV-BILLING-ID TO BR-BILLING-ID
               READ BILLING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BILL-FOUND-FLAG
                       IF RV-COMMISSION > 0
                           PERFORM WRITE-COMMISSION-ADJUSTMENT
                       END-IF
                       IF WS-NET-AMOUNT > 0
                           PERFORM WRITE-RECOVERY-PAYMENT
                       END-IF
                       ADD WS-NET-AMOUNT TO BR-AMOUNT-PAID
                       PERFORM SET-PAYMENT-STATUS
                       REWRITE BILLING-RECORD
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
               END-READ
           END-IF
           CLOSE BILLING-FILE
           IF WS-BILL-FOUND-FLAG = "Y"
               ADD RV-RECOVERED TO WS-CA-RECOVERED(WS-CA-FOUND-IDX)
               ADD RV-COMMISSION TO WS-CA-COMMISSION(WS-CA-FOUND-IDX)
               IF BR-PAYMENT-STATUS = "Paid" OR
                  BR-PAYMENT-STATUS = "Credit"
                   MOVE "Closed" TO WS-CA-STATUS(WS-CA-FOUND-IDX)
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               ADD RV-RECOVERED TO WS-RECOVERED-TOTAL
               ADD RV-COMMISSION TO WS-COMMISSION-TOTAL
               MOVE "RECOVER" TO WS-AUDIT-ACTION
               MOVE RV-BILLING-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               MOVE SPACES TO REPORT-LINE
               STRING "Bill " RV-BILLING-ID " recovered "
                   RV-RECOVERED " commission " RV-COMMISSION
                   " " BR-PAYMENT-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-RECOVERY-PAYMENT.
           MOVE RV-BILLING-ID TO PAY-BILLING-ID
           MOVE WS-TODAY-DATE TO PAY-DATE
           MOVE WS-NET-AMOUNT TO PAY-AMOUNT
           MOVE "Agency" TO PAY-METHOD
           MOVE RV-AGENCY-REF TO PAY-REFERENCE
           MOVE "COLLECTIONS" TO PAY-OPERATOR
           MOVE "N" TO PAY-BANKED-FLAG
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "35"
               CLOSE PAYMENT-FILE
               OPEN OUTPUT PAYMENT-FILE
           END-IF
           WRITE PAYMENT-RECORD
           CLOSE PAYMENT-FILE
           .

       WRITE-COMMISSION-ADJUSTMENT.
           MOVE RV-BILLING-ID TO AJ-BILLING-ID
           MOVE WS-TODAY-DATE TO AJ-DATE
           MOVE "Write-Off" TO AJ-TYPE
           MOVE "COLL" TO AJ-REASON-CODE
           MOVE RV-COMMISSION TO AJ-AMOUNT
           OPEN EXTEND ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS = "35"
               CLOSE ADJUSTMENT-FILE
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF
           WRITE ADJUSTMENT-RECORD
           CLOSE ADJUSTMENT-FILE
           .

      * Same balance rule BILLING applies: payments plus
      * adjustments less refunds against the billed amount.
       SET-PAYMENT-STATUS.
           PERFORM SUM-ADJUSTMENTS
           EVALUATE TRUE
               WHEN BR-AMOUNT-PAID + WS-ADJ-TOTAL - WS-REFUND-TOTAL
                    > BR-AMOUNT
                   MOVE "Credit" TO BR-PAYMENT-STATUS
               WHEN BR-AMOUNT-PAID + WS-ADJ-TOTAL - WS-REFUND-TOTAL
                    >= BR-AMOUNT
                   MOVE "Paid" TO BR-PAYMENT-STATUS
               WHEN BR-AMOUNT-PAID > 0
                   MOVE "Partial" TO BR-PAYMENT-STATUS
               WHEN OTHER
                   MOVE "Unpaid" TO BR-PAYMENT-STATUS
           END-EVALUATE
           .

       SUM-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-TOTAL
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS = "35"
               CLOSE ADJUSTMENT-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ ADJUSTMENT-FILE INTO ADJUSTMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF AJ-BILLING-ID = BR-BILLING-ID
                               ADD AJ-AMOUNT TO WS-ADJ-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF
           PERFORM SUM-REFUNDS
           .

       SUM-REFUNDS.
           MOVE 0 TO WS-REFUND-TOTAL
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-STATUS = "35"
               CLOSE REFUND-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ REFUND-FILE INTO REFUND-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF RF-BILLING-ID = BR-BILLING-ID
                               ADD RF-AMOUNT TO WS-REFUND-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-FILE
           END-IF
           .

       LIST-PLACEMENTS.
           PERFORM LOAD-PLACEMENT-TABLE
           IF WS-CA-COUNT = 0
               DISPLAY "No accounts have been placed."
           END-IF
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               DISPLAY "Bill " WS-CA-BILLING-ID(WS-CA-IDX)
                       "  Patient " WS-CA-PATIENT-ID(WS-CA-IDX)
                       "  Placed " WS-CA-PLACED-DATE(WS-CA-IDX)
                       "  " WS-CA-STATUS(WS-CA-IDX)
               DISPLAY "    Balance placed "
                       WS-CA-PLACED-BALANCE(WS-CA-IDX)
                       "  Recovered " WS-CA-RECOVERED(WS-CA-IDX)
                       "  Commission " WS-CA-COMMISSION(WS-CA-IDX)
           END-PERFORM
           .

      * A recalled bill comes back onto the mailed statements and
      * is never placed again by the monthly run.
       RECALL-PLACEMENT.
           PERFORM LOAD-PLACEMENT-TABLE
           DISPLAY "Enter Billing ID to Recall: "
           ACCEPT WS-BILLING-ID
           PERFORM FIND-PLACEMENT
           IF WS-CA-FOUND-IDX = 0
               DISPLAY "Billing ID " WS-BILLING-ID
                       " has not been placed."
           ELSE
               IF WS-CA-STATUS(WS-CA-FOUND-IDX) NOT = "Placed"
                   DISPLAY "Billing ID " WS-BILLING-ID " is "
                           WS-CA-STATUS(WS-CA-FOUND-IDX)
                           " - nothing to recall."
               ELSE
                   MOVE "Recalled" TO WS-CA-STATUS(WS-CA-FOUND-IDX)
                   PERFORM SAVE-PLACEMENT-TABLE
                   MOVE "RECALL" TO WS-AUDIT-ACTION
                   MOVE WS-BILLING-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Billing ID " WS-BILLING-ID
                           " recalled - tell the agency to stop "
                           "work on it."
               END-IF
           END-IF
           .

       VALIDATE-PATIENT-ID.
           MOVE "N" TO WS-PATIENT-VALID-FLAG
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE WS-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PATIENT-VALID-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PATIENT-VALID-FLAG
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           .

      * Leaves GUARANTOR-RECORD holding the guarantor linked to
      * WS-PATIENT-ID when WS-GUARANTOR-FOUND-FLAG is "Y".
       FIND-PATIENT-GUARANTOR.
           MOVE "N" TO WS-GUARANTOR-FOUND-FLAG
           MOVE 0 TO WS-GUARANTOR-ID
           OPEN INPUT GUARANTOR-LINK-FILE
           IF WS-GUARANTOR-LINK-STATUS = "35"
               CLOSE GUARANTOR-LINK-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ GUARANTOR-LINK-FILE
                       INTO GUARANTOR-LINK-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF GL-PATIENT-ID = WS-PATIENT-ID
                               MOVE GL-GUARANTOR-ID
                                   TO WS-GUARANTOR-ID
                               MOVE "Y" TO WS-SUB-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-LINK-FILE
           END-IF
           IF WS-GUARANTOR-ID NOT = 0
               OPEN INPUT GUARANTOR-FILE
               IF WS-GUARANTOR-STATUS = "35"
                   CLOSE GUARANTOR-FILE
               ELSE
                   MOVE "N" TO WS-SUB-EOF
                   PERFORM UNTIL WS-SUB-EOF = "Y"
                       READ GUARANTOR-FILE INTO GUARANTOR-RECORD
                           AT END
                               MOVE "Y" TO WS-SUB-EOF
                           NOT AT END
                               IF GR-GUARANTOR-ID = WS-GUARANTOR-ID
                                   MOVE "Y"
                                       TO WS-GUARANTOR-FOUND-FLAG
                                   MOVE "Y" TO WS-SUB-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GUARANTOR-FILE
               END-IF
           END-IF
           .

       ACQUIRE-FILE-LOCK.
           PERFORM LOAD-LOCK-TABLE
           MOVE "N" TO WS-LOCK-OK-FLAG
           MOVE "N" TO WS-LK-FOUND-FLAG
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-RESOURCE(WS-LK-IDX) = WS-LOCK-RESOURCE
                   MOVE "Y" TO WS-LK-FOUND-FLAG
                   IF WS-LK-USER(WS-LK-IDX) = WS-SESSION-USER
                       MOVE "Y" TO WS-LOCK-OK-FLAG
                   ELSE
                       DISPLAY WS-LOCK-RESOURCE " is in use by "
                               WS-LK-USER(WS-LK-IDX) " since "
                               WS-LK-DATE(WS-LK-IDX) " "
                               WS-LK-TIME(WS-LK-IDX)
                       DISPLAY "Try again later, or have a "
                               "supervisor clear the lock under "
                               "Access Control."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LK-FOUND-FLAG = "N"
               IF WS-LK-COUNT < 20
                   ADD 1 TO WS-LK-COUNT
                   MOVE WS-LOCK-RESOURCE
                       TO WS-LK-RESOURCE(WS-LK-COUNT)
                   MOVE WS-SESSION-USER
                       TO WS-LK-USER(WS-LK-COUNT)
                   ACCEPT WS-LOCK-DATE-RAW FROM DATE YYYYMMDD
                   ACCEPT WS-LOCK-TIME-RAW FROM TIME
                   STRING WS-LOCK-DATE-RAW(1:4) "-"
                          WS-LOCK-DATE-RAW(5:2) "-"
                          WS-LOCK-DATE-RAW(7:2)
                          DELIMITED BY SIZE
                          INTO WS-LK-DATE(WS-LK-COUNT)
                   MOVE WS-LOCK-TIME-RAW
                       TO WS-LK-TIME(WS-LK-COUNT)
                   PERFORM SAVE-LOCK-TABLE
                   MOVE "Y" TO WS-LOCK-OK-FLAG
               ELSE
                   DISPLAY "Lock table is full - try again later."
               END-IF
           END-IF
           .

       RELEASE-FILE-LOCK.
           PERFORM LOAD-LOCK-TABLE
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-RESOURCE(WS-LK-IDX) = WS-LOCK-RESOURCE
                   MOVE SPACES TO WS-LK-RESOURCE(WS-LK-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-LOCK-TABLE
           .

       LOAD-LOCK-TABLE.
           MOVE 0 TO WS-LK-COUNT
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "35"
               CLOSE LOCK-FILE
           ELSE
               MOVE "N" TO WS-LK-EOF
               PERFORM UNTIL WS-LK-EOF = "Y"
                   READ LOCK-FILE INTO LOCK-RECORD
                       AT END
                           MOVE "Y" TO WS-LK-EOF
                       NOT AT END
                           IF LK-RESOURCE NOT = SPACES AND
                              WS-LK-COUNT < 20
                               ADD 1 TO WS-LK-COUNT
                               MOVE LK-RESOURCE
                                   TO WS-LK-RESOURCE(WS-LK-COUNT)
                               MOVE LK-USER
                                   TO WS-LK-USER(WS-LK-COUNT)
                               MOVE LK-DATE
                                   TO WS-LK-DATE(WS-LK-COUNT)
                               MOVE LK-TIME
                                   TO WS-LK-TIME(WS-LK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF
           .

       SAVE-LOCK-TABLE.
           OPEN OUTPUT LOCK-FILE
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-RESOURCE(WS-LK-IDX) NOT = SPACES
                   MOVE WS-LK-RESOURCE(WS-LK-IDX) TO LK-RESOURCE
                   MOVE WS-LK-USER(WS-LK-IDX) TO LK-USER
                   MOVE WS-LK-DATE(WS-LK-IDX) TO LK-DATE
                   MOVE WS-LK-TIME(WS-LK-IDX) TO LK-TIME
                   WRITE LOCK-RECORD
               END-IF
           END-PERFORM
           CLOSE LOCK-FILE
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

      * One after-image per change to a journalled master -
      * WS-JOURNAL-FILE-ID names the file, WS-JOURNAL-OP is W
      * (write), R (rewrite) or D (delete) and WS-JOURNAL-IMAGE
      * holds the record as written (as it stood, for a delete).
       WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT JR-DATE FROM DATE YYYYMMDD
           ACCEPT JR-TIME FROM TIME
           MOVE "COLLECTIONS" TO JR-PROGRAM
           MOVE WS-SESSION-USER TO JR-USER
           MOVE WS-JOURNAL-FILE-ID TO JR-FILE-ID
           MOVE WS-JOURNAL-OP TO JR-OPERATION
           MOVE WS-JOURNAL-IMAGE TO JR-IMAGE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
           STRING WS-AUDIT-DATE-RAW(1:4) "-" WS-AUDIT-DATE-RAW(5:2)
                  "-" WS-AUDIT-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO AUDIT-DATE
           MOVE WS-AUDIT-TIME-RAW TO AUDIT-TIME
           MOVE "COLLECTIONS" TO AUDIT-PROGRAM
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
       END PROGRAM COLLECTIONS.
