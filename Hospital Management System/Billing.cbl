               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * Read-only views onto the guarantor files (owned by
      * GUARANTORS) - dependants' open bills are consolidated onto
      * one statement to the person who pays.
           SELECT GUARANTOR-FILE ASSIGN TO "/data/guarantors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARANTOR-STATUS.
           SELECT GUARANTOR-LINK-FILE
               ASSIGN TO "/data/guarantor_links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARANTOR-LINK-STATUS.
      * Read-only view onto PLACEMENT-FILE (owned by COLLECTIONS).
           SELECT PLACEMENT-FILE
               ASSIGN TO "/data/coll_placements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENT-STATUS.
      * Read-only view onto FIN-ASSIST-FILE (owned by FIN-ASSIST).
           SELECT FIN-ASSIST-FILE ASSIGN TO "/data/fin_assist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-ASSIST-STATUS.
      * Read-only views used to find the rendering doctor for new
      * billing lines - the visit (owned by APPOINTMENTS), the
      * theatre case (owned by THEATRE-SCHED) or the doctor master
      * (owned by DOCTOR-RECORDS).
           SELECT APPOINTMENT-FILE ASSIGN TO "/data\appoint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-APPOINTMENT-ID
               ALTERNATE RECORD KEY IS AR-DOCTOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-PATIENT-ID WITH DUPLICATES
               FILE STATUS IS WS-APPOINTMENT-STATUS.
           SELECT CASE-FILE ASSIGN TO "/data/theatre_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT DOCTOR-FILE ASSIGN TO "/data/doctors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOCTOR-ID
               FILE STATUS IS WS-DOCTOR-FILE-STATUS.
           SELECT BILLING-LINE-FILE ASSIGN TO "/data/billing_lines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TILL-SLIP-FILE ASSIGN TO "/data/till_slip.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * One record per paying-in made up at a close-out - the cash
      * and cheques taken to the bank under one slip reference.
      * BANK-RECON matches these to the bank statement credits.
           SELECT BANKING-FILE ASSIGN TO "/data/bankings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKING-STATUS.
      * Read-only view onto ADMISSION-FILE (owned by ADMISSIONS)
      * used to confirm the stay a deposit is taken against.
           SELECT ADMISSION-FILE ASSIGN TO "/data/admissions.dat"
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal of each change to the patient,
      * appointment, billing, admission and claim masters - read
      * by BACKUP-UTIL to roll a restored generation forward.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-DETAIL-FILE
               ASSIGN TO "/data/audit_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  BILLING-FILE.
       01  BILLING-RECORD.
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

       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.
           05  CA-BILLING-ID         PIC 9(8).
           05  CA-PATIENT-ID         PIC 9(8).
           05  CA-PLACED-DATE        PIC X(10).
           05  CA-PLACED-BALANCE     PIC 9(8)V99.
           05  CA-RECOVERED          PIC 9(8)V99.
           05  CA-COMMISSION         PIC 9(8)V99.
           05  CA-STATUS             PIC X(10).

       FD  FIN-ASSIST-FILE.
       01  FIN-ASSIST-RECORD.
           05  FA-PATIENT-ID         PIC 9(8).
           05  FA-APPLY-DATE         PIC X(10).
           05  FA-HOUSEHOLD-SIZE     PIC 9(2).
           05  FA-HOUSEHOLD-INCOME   PIC 9(8)V99.
           05  FA-TIER               PIC X.
           05  FA-STATUS             PIC X(10).
           05  FA-DISCOUNT-PCT       PIC 9(3).
           05  FA-VALID-FROM         PIC X(10).
           05  FA-VALID-TO           PIC X(10).
           05  FA-DECIDED-BY         PIC X(20).

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
           05  AR-APPOINTMENT-ID     PIC 9(8).
           05  AR-PATIENT-ID         PIC 9(8).
           05  AR-DOCTOR-ID          PIC 9(8).
           05  AR-APPT-DATE          PIC X(10).
           05  AR-APPT-TIME          PIC X(5).
           05  AR-APPT-STATUS        PIC X(10).
           05  AR-SERIES-ID          PIC 9(8).
           05  AR-SITE-CODE          PIC X(4).

       FD  CASE-FILE.
       01  CASE-RECORD.
           05  TC-CASE-ID           PIC 9(8).
           05  TC-THEATRE-CODE      PIC X(4).
           05  TC-ADMISSION-ID      PIC 9(8).
           05  TC-DOCTOR-ID         PIC 9(8).
           05  TC-PROC-CODE         PIC X(8).
           05  TC-DATE              PIC X(10).
           05  TC-START-TIME        PIC X(5).
           05  TC-DURATION-MINS     PIC 9(3).
           05  TC-STATUS            PIC X(10).

       FD  DOCTOR-FILE.
       01  DOCTOR-RECORD.
           05  DM-DOCTOR-ID          PIC 9(8).
           05  DM-FIRST-NAME         PIC X(20).
           05  DM-LAST-NAME          PIC X(30).
           05  DM-SPECIALTY          PIC X(30).
           05  DM-ACTIVE-FLAG        PIC X.

      * The record key is the billing ID plus the line number -
      * one bill's lines sit together under a keyed START run.
       FD  BILLING-LINE-FILE.
           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

      * One record per payment taken, so a disputed balance can be
      * traced payment by payment instead of only the running
       FD  TILL-SLIP-FILE.
       01  TILL-SLIP-LINE            PIC X(80).

       FD  BANKING-FILE.
       01  BANKING-RECORD.
           05  BK-REFERENCE          PIC X(20).
           05  BK-DATE               PIC X(10).
           05  BK-OPERATOR           PIC X(20).
           05  BK-CASH               PIC 9(8)V99.
           05  BK-CHEQUE             PIC 9(8)V99.
           05  BK-AMOUNT             PIC 9(8)V99.

       FD  ADMISSION-FILE.
       01  ADMISSION-RECORD.
           05  AD-ADMISSION-ID       PIC 9(8).
           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

      * Read-only view onto CLAIM-FILE (owned by INSURANCE-CLAIMS)
      * used to warn before a billing record with claims against it
      * is deleted, and to hold a bill off the statements while its
      * secondary claim is open.
       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05  CL-CLAIM-ID          PIC 9(8).
           05  CL-ORIG-CLAIM-ID     PIC 9(8).
           05  CL-EXPECTED-AMT        PIC 9(8)V99.
           05  CL-PAID-AMT            PIC 9(8)V99.
           05  CL-PAYER-SEQ           PIC 9.
           05  CL-PRIMARY-CLAIM-ID    PIC 9(8).
           05  CL-PRIMARY-PAID        PIC 9(8)V99.

      * Fee schedule (owned by CHARGE-MASTER) used to price billing
      * lines from the standard price for a procedure code.
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

      * One record per field changed by an UPDATE, alongside the
      * single UPDATE entry on the audit log proper - the before
      * and after values AUDIT-INQUIRY shows on a dispute.
       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 99.
       77  WS-BILLING-ID            PIC 9(8).
       77  WS-TILL-DEP-COUNT        PIC 9(6) VALUE 0.
       77  WS-DECLARED-CASH         PIC 9(10)V99 VALUE 0.
       77  WS-DECLARED-CARD         PIC 9(10)V99 VALUE 0.
       77  WS-BANKING-STATUS        PIC XX VALUE "00".
       77  WS-BANKING-REF           PIC X(20).
       77  WS-BANKING-DATE-RAW      PIC 9(8).
       77  WS-VARIANCE              PIC S9(10)V99 VALUE 0.
       77  WS-VARIANCE-DISP         PIC -(10)9.99.
       01  WS-STMT-TABLE.
           05  WS-STMT-PATIENT-ID OCCURS 500 TIMES PIC 9(8).
       77  WS-GUARANTOR-STATUS      PIC XX VALUE "00".
       77  WS-GUARANTOR-LINK-STATUS PIC XX VALUE "00".
       77  WS-GUARANTOR-ID          PIC 9(8).
       77  WS-GUARANTOR-FOUND-FLAG  PIC X VALUE "N".
       77  WS-GR-EOF                PIC X VALUE "N".
       77  WS-GL-EOF                PIC X VALUE "N".
       77  WS-GL-COUNT              PIC 9(4) VALUE 0.
       77  WS-GL-IDX                PIC 9(4).
       77  WS-GL-FOUND-IDX          PIC 9(4).
       77  WS-SG-COUNT              PIC 9(4) VALUE 0.
       77  WS-SG-IDX                PIC 9(4).
       77  WS-SG-FOUND-FLAG         PIC X VALUE "N".
       77  WS-STMT-DEPENDANT-COUNT  PIC 9(4) VALUE 0.
       77  WS-LOOKUP-CHOICE         PIC 9.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 1000 TIMES.
               10  WS-GL-GUARANTOR-ID   PIC 9(8).
               10  WS-GL-PATIENT-ID     PIC 9(8).
               10  WS-GL-RELATIONSHIP   PIC X(15).
       01  WS-SG-TABLE.
           05  WS-SG-GUARANTOR-ID OCCURS 500 TIMES PIC 9(8).
       77  WS-PLACEMENT-STATUS      PIC XX VALUE "00".
       77  WS-CA-EOF                PIC X VALUE "N".
       77  WS-CA-COUNT              PIC 9(4) VALUE 0.
       77  WS-CA-IDX                PIC 9(4).
       77  WS-BILL-PLACED-FLAG      PIC X VALUE "N".
       77  WS-FIN-ASSIST-STATUS     PIC XX VALUE "00".
       77  WS-FA-EOF                PIC X VALUE "N".
       77  WS-FA-PCT                PIC 9(3) VALUE 0.
       77  WS-FA-DISCOUNT           PIC 9(8)V99 VALUE 0.
       77  WS-APPOINTMENT-STATUS    PIC XX VALUE "00".
       77  WS-CASE-STATUS           PIC XX VALUE "00".
       77  WS-DOCTOR-FILE-STATUS    PIC XX VALUE "00".
       77  WS-RENDER-DOCTOR-ID      PIC 9(8) VALUE 0.
       77  WS-RENDER-CHOICE         PIC 9.
       77  WS-RENDER-SOURCE-ID      PIC 9(8).
       77  WS-DOCTOR-VALID-FLAG     PIC X VALUE "N".
       77  WS-RENDER-EOF            PIC X VALUE "N".
       01  WS-CA-TABLE.
           05  WS-CA-BILLING-ID OCCURS 2000 TIMES PIC 9(8).
       77  WS-SH-EOF                PIC X VALUE "N".
       77  WS-SH-COUNT              PIC 9(4) VALUE 0.
       77  WS-SH-IDX                PIC 9(4).
       77  WS-BILL-SECONDARY-FLAG   PIC X VALUE "N".
       01  WS-SH-TABLE.
           05  WS-SH-BILLING-ID OCCURS 2000 TIMES PIC 9(8).
       77  WS-CLAIM-STATUS          PIC XX VALUE "00".
       77  WS-CLAIM-DEP-COUNT       PIC 9(6) VALUE 0.
       77  WS-CLAIM-DEP-EOF         PIC X VALUE "N".
       77  WS-AGE-OVER-90-COUNT     PIC 9(8) VALUE 0.
       77  WS-AGE-OVER-90-AMOUNT    PIC 9(10)V99 VALUE 0.
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
               MOVE "Patient not found" TO WS-REJECT-TEXT
           ELSE
               PERFORM COLLECT-BILLING-LINES
               PERFORM FIND-ASSISTANCE-DISCOUNT
               OPEN EXTEND BILLING-FILE
               IF WS-BILLING-FILE-STATUS = "35"
                   CLOSE BILLING-FILE
               MOVE WS-BILLING-DATE TO BILLING-DATE
               MOVE 0 TO AMOUNT-PAID
               MOVE "Unpaid" TO PAYMENT-STATUS
               IF WS-FA-DISCOUNT > 0 AND WS-FA-DISCOUNT >= WS-AMOUNT
                   MOVE "Paid" TO PAYMENT-STATUS
               END-IF
               WRITE BILLING-RECORD
                   INVALID KEY
                       DISPLAY "Billing ID " WS-BILLING-ID
                       MOVE "Duplicate Billing ID"
                           TO WS-REJECT-TEXT
                   NOT INVALID KEY
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "W" TO WS-JOURNAL-OP
                       MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
                       MOVE "CREATE" TO WS-AUDIT-ACTION
                       MOVE WS-BILLING-ID TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Billing Record Created "
                               "Successfully"
                       IF WS-FA-DISCOUNT > 0
                           PERFORM POST-ASSISTANCE-DISCOUNT
                       END-IF
                       MOVE "Y" TO WS-TXN-RESULT
               END-WRITE
               CLOSE BILLING-FILE
           MOVE 0 TO WS-AMOUNT
           MOVE 0 TO WS-LINE-NUM
           IF WS-BATCH-MODE = "Y"
               PERFORM MATCH-VISIT-DOCTOR
               PERFORM COLLECT-BATCH-LINE
           ELSE
               PERFORM PROMPT-RENDERING-DOCTOR
               MOVE "Y" TO WS-MORE-LINES
               PERFORM UNTIL WS-MORE-LINES NOT = "Y"
                   DISPLAY "Enter Procedure Code "
           END-IF
           .

      * The rendering doctor applies to every line keyed on the
      * bill.  It is taken from the visit or theatre case the bill
      * is for, or keyed directly; lines with no doctor (facility
      * charges) carry zero.
       PROMPT-RENDERING-DOCTOR.
           MOVE 0 TO WS-RENDER-DOCTOR-ID
           DISPLAY "Rendering Doctor: 1. From Appointment  "
                   "2. From Theatre Case"
           DISPLAY "                  3. Enter Doctor ID  "
                   "4. None (facility charge)"
           ACCEPT WS-RENDER-CHOICE
           EVALUATE WS-RENDER-CHOICE
               WHEN 1
                   DISPLAY "Enter Appointment ID: "
                   ACCEPT WS-RENDER-SOURCE-ID
                   PERFORM FIND-APPOINTMENT-DOCTOR
               WHEN 2
                   DISPLAY "Enter Theatre Case ID: "
                   ACCEPT WS-RENDER-SOURCE-ID
                   PERFORM FIND-CASE-DOCTOR
               WHEN 3
                   DISPLAY "Enter Doctor ID: "
                   ACCEPT WS-RENDER-DOCTOR-ID
                   PERFORM VALIDATE-DOCTOR-ID
                   IF WS-DOCTOR-VALID-FLAG = "N"
                       DISPLAY "Doctor ID " WS-RENDER-DOCTOR-ID
                               " not on file - no doctor recorded."
                       MOVE 0 TO WS-RENDER-DOCTOR-ID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RENDER-DOCTOR-ID NOT = 0
               DISPLAY "Rendering doctor: " WS-RENDER-DOCTOR-ID
           END-IF
           .

       FIND-APPOINTMENT-DOCTOR.
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPOINTMENT-STATUS NOT = "35"
               MOVE WS-RENDER-SOURCE-ID TO AR-APPOINTMENT-ID
               READ APPOINTMENT-FILE
                   INVALID KEY
                       DISPLAY "Appointment " WS-RENDER-SOURCE-ID
                               " not found - no doctor recorded."
                   NOT INVALID KEY
                       IF AR-PATIENT-ID = WS-PATIENT-ID
                           MOVE AR-DOCTOR-ID TO WS-RENDER-DOCTOR-ID
                       ELSE
                           DISPLAY "Appointment "
                                   WS-RENDER-SOURCE-ID
                                   " is for another patient - no "
                                   "doctor recorded."
                       END-IF
               END-READ
           END-IF
           CLOSE APPOINTMENT-FILE
           .

       FIND-CASE-DOCTOR.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
               CLOSE CASE-FILE
           ELSE
               MOVE "N" TO WS-RENDER-EOF
               PERFORM UNTIL WS-RENDER-EOF = "Y"
                   READ CASE-FILE INTO CASE-RECORD
                       AT END
                           MOVE "Y" TO WS-RENDER-EOF
                       NOT AT END
                           IF TC-CASE-ID = WS-RENDER-SOURCE-ID
                               MOVE TC-DOCTOR-ID
                                   TO WS-RENDER-DOCTOR-ID
                               MOVE "Y" TO WS-RENDER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           IF WS-RENDER-DOCTOR-ID = 0
               DISPLAY "Theatre case " WS-RENDER-SOURCE-ID
                       " not found - no doctor recorded."
           END-IF
           .

      * Batch creates carry no doctor, so the line goes to the
      * doctor of the patient's visit on the billing date, matched
      * down the AR-PATIENT-ID alternate the way MGMT-STATS and
      * RECONCILIATION match visits to bills.
       MATCH-VISIT-DOCTOR.
           MOVE 0 TO WS-RENDER-DOCTOR-ID
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPOINTMENT-STATUS NOT = "35"
               MOVE "N" TO WS-RENDER-EOF
               MOVE WS-PATIENT-ID TO AR-PATIENT-ID
               START APPOINTMENT-FILE KEY IS = AR-PATIENT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-RENDER-EOF
                   NOT INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL WS-RENDER-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT INTO APPOINTMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-RENDER-EOF
                       NOT AT END
                           IF AR-PATIENT-ID NOT = WS-PATIENT-ID
                               MOVE "Y" TO WS-RENDER-EOF
                           ELSE
                               IF AR-APPT-DATE = WS-BILLING-DATE
                                   MOVE AR-DOCTOR-ID
                                       TO WS-RENDER-DOCTOR-ID
                                   MOVE "Y" TO WS-RENDER-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPOINTMENT-FILE
           .

       VALIDATE-DOCTOR-ID.
           MOVE "N" TO WS-DOCTOR-VALID-FLAG
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS NOT = "35"
               MOVE WS-RENDER-DOCTOR-ID TO DM-DOCTOR-ID
               READ DOCTOR-FILE
                   INVALID KEY
                       MOVE "N" TO WS-DOCTOR-VALID-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DOCTOR-VALID-FLAG
               END-READ
           END-IF
           CLOSE DOCTOR-FILE
           .

       VALIDATE-PROC-CODE.
           MOVE "N" TO WS-PROC-VALID-FLAG
           OPEN INPUT CHARGE-MASTER-FILE
           MOVE WS-LINE-DESCRIPTION TO BL-DESCRIPTION
           MOVE WS-LINE-AMOUNT TO BL-AMOUNT
           MOVE WS-OVERRIDE-FLAG TO BL-OVERRIDE-FLAG
           MOVE WS-RENDER-DOCTOR-ID TO BL-DOCTOR-ID
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                   DISPLAY "Billing line " BL-BILLING-ID "/"
                           BL-LINE-NUM " already on file - "
                           "not saved."
               NOT INVALID KEY
                   MOVE "BILLLINE" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE BILLING-LINE-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
           END-WRITE
           CLOSE BILLING-LINE-FILE
           .
                       ADD WS-PAYMENT-AMOUNT TO AMOUNT-PAID
                       PERFORM SET-PAYMENT-STATUS
                       REWRITE BILLING-RECORD
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
                       PERFORM WRITE-PAYMENT-LEDGER
                       PERFORM WRITE-PAYMENT-RECEIPT
                       PERFORM ADVANCE-PAYMENT-PLAN
           END-IF
           .

      * A patient with an Approved financial assistance application
      * covering the bill date gets the approved percentage off the
      * new bill.  WS-FA-DISCOUNT is zero when nothing applies.
       FIND-ASSISTANCE-DISCOUNT.
           MOVE 0 TO WS-FA-PCT
           MOVE 0 TO WS-FA-DISCOUNT
           OPEN INPUT FIN-ASSIST-FILE
           IF WS-FIN-ASSIST-STATUS = "35"
               CLOSE FIN-ASSIST-FILE
           ELSE
               MOVE "N" TO WS-FA-EOF
               PERFORM UNTIL WS-FA-EOF = "Y"
                   READ FIN-ASSIST-FILE INTO FIN-ASSIST-RECORD
                       AT END
                           MOVE "Y" TO WS-FA-EOF
                       NOT AT END
                           IF FA-PATIENT-ID = WS-PATIENT-ID AND
                              FA-STATUS = "Approved" AND
                              WS-BILLING-DATE >= FA-VALID-FROM AND
                              WS-BILLING-DATE <= FA-VALID-TO
                               MOVE FA-DISCOUNT-PCT TO WS-FA-PCT
                               MOVE "Y" TO WS-FA-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIN-ASSIST-FILE
           END-IF
           IF WS-FA-PCT > 0
               COMPUTE WS-FA-DISCOUNT ROUNDED =
                   WS-AMOUNT * WS-FA-PCT / 100
           END-IF
           .

       POST-ASSISTANCE-DISCOUNT.
           MOVE "Discount" TO WS-ADJ-TYPE
           MOVE "FAST" TO WS-ADJ-REASON
           MOVE WS-FA-DISCOUNT TO WS-ADJ-AMOUNT
           PERFORM WRITE-ADJUSTMENT
           MOVE "ADJUST" TO WS-AUDIT-ACTION
           MOVE WS-BILLING-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Financial assistance discount of " WS-FA-PCT
                   "% posted: " WS-FA-DISCOUNT
           .

      * Payments plus adjustments beyond the billed amount flag
      * the account Credit so overpayments are surfaced instead of
      * sitting silently as "Paid".
                       PERFORM WRITE-ADJUSTMENT
                       PERFORM SET-PAYMENT-STATUS
                       REWRITE BILLING-RECORD
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
                       MOVE "ADJUST" TO WS-AUDIT-ACTION
                       MOVE WS-BILLING-ID TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       MOVE WS-AMOUNT TO AMOUNT
                       MOVE WS-BILLING-DATE TO BILLING-DATE
                       REWRITE BILLING-RECORD
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                       MOVE WS-BILLING-ID TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-DELETE-FOUND-FLAG
                               MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                               MOVE "D" TO WS-JOURNAL-OP
                               MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                       END-DELETE
               END-READ
           END-IF
                                   ELSE
                                       DELETE BILLING-LINE-FILE
                                       END-DELETE
                                       MOVE "BILLLINE" TO
                                           WS-JOURNAL-FILE-ID
                                       MOVE "D" TO WS-JOURNAL-OP
                                       MOVE BILLING-LINE-RECORD TO
                                           WS-JOURNAL-IMAGE
                                       PERFORM WRITE-JOURNAL
                                   END-IF
                           END-READ
                       END-PERFORM
                   " accounts, $" WS-AGE-OVER-90-AMOUNT
           .

      * By patient, or by guarantor across every dependant linked
      * to them.
       PATIENT-BILLING-LOOKUP.
           DISPLAY "Look Up by 1. Patient ID  2. Guarantor ID: "
           ACCEPT WS-LOOKUP-CHOICE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-TOTAL-AMOUNT
           IF WS-LOOKUP-CHOICE = 2
               DISPLAY "Enter Guarantor ID to Look Up: "
               ACCEPT WS-GUARANTOR-ID
               PERFORM LOOKUP-GUARANTOR
               IF WS-GUARANTOR-FOUND-FLAG = "Y"
                   DISPLAY "Guarantor: " GR-FIRST-NAME " "
                           GR-LAST-NAME
               END-IF
               PERFORM LOAD-GUARANTOR-LINKS
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                       UNTIL WS-GL-IDX > WS-GL-COUNT
                   IF WS-GL-GUARANTOR-ID(WS-GL-IDX) = WS-GUARANTOR-ID
                       MOVE WS-GL-PATIENT-ID(WS-GL-IDX)
                           TO WS-PATIENT-ID
                       DISPLAY "== Dependant Patient ID: "
                               WS-PATIENT-ID "  "
                               WS-GL-RELATIONSHIP(WS-GL-IDX)
                       PERFORM LOOKUP-PATIENT-BILLS
                   END-IF
               END-PERFORM
               IF WS-RECORD-COUNT = 0
                   DISPLAY "No billing records found for "
                           "Guarantor ID " WS-GUARANTOR-ID
               END-IF
           ELSE
               DISPLAY "Enter Patient ID to Look Up: "
               ACCEPT WS-PATIENT-ID
               PERFORM LOOKUP-PATIENT-BILLS
               IF WS-RECORD-COUNT = 0
                   DISPLAY "No billing records found for Patient ID "
                           WS-PATIENT-ID
               END-IF
           END-IF
           IF WS-RECORD-COUNT > 0
               DISPLAY "Billing Records Found: " WS-RECORD-COUNT
               DISPLAY "Total Billed: " WS-TOTAL-AMOUNT
           END-IF
           .

      * Keyed run down the patient alternate instead of reading
      * the whole billing file for one patient.
       LOOKUP-PATIENT-BILLS.
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-FILE-STATUS NOT = "35"
               MOVE WS-PATIENT-ID TO PATIENT-ID
           END-IF
           CLOSE BILLING-FILE
           MOVE "N" TO WS-EOF
           .

      * An account faithfully paying an agreed plan is current,

      * Statement run - one formatted, page-headed statement per
      * patient carrying an open balance, itemizing charges,
      * payments and adjustments for mailing.  Patients linked to a
      * guarantor get no statement of their own - their bills go
      * on one consolidated statement to the guarantor.
       PRINT-PATIENT-STATEMENTS.
           ACCEPT WS-STMT-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-STMT-DATE-RAW(1:4) "-" WS-STMT-DATE-RAW(5:2)
                  INTO WS-STMT-DATE
           MOVE 0 TO WS-STMT-COUNT
           MOVE 0 TO WS-STMT-DECEASED-COUNT
           PERFORM LOAD-PLACED-BILLS
           PERFORM LOAD-SECONDARY-HELD-BILLS
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-FILE-STATUS = "35"
               DISPLAY "No billing records on file."
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-BILL-PLACED
                           PERFORM CHECK-BILL-SECONDARY
                           IF PAYMENT-STATUS NOT = "Paid" AND
                              PAYMENT-STATUS NOT = "Credit" AND
                              WS-BILL-PLACED-FLAG = "N" AND
                              WS-BILL-SECONDARY-FLAG = "N"
                               PERFORM ADD-STATEMENT-PATIENT
                           END-IF
                   END-READ
               IF WS-STMT-COUNT = 0
                   DISPLAY "No open balances - nothing to print."
               ELSE
                   PERFORM LOAD-GUARANTOR-LINKS
                   MOVE 0 TO WS-SG-COUNT
                   MOVE 0 TO WS-STMT-DEPENDANT-COUNT
                   OPEN OUTPUT STATEMENT-FILE
                   MOVE 0 TO WS-STMT-PAGE
                   PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                           UNTIL WS-STMT-IDX > WS-STMT-COUNT
                       PERFORM WRITE-PATIENT-STATEMENT
                   END-PERFORM
                   PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                           UNTIL WS-SG-IDX > WS-SG-COUNT
                       PERFORM WRITE-GUARANTOR-STATEMENT
                   END-PERFORM
                   CLOSE STATEMENT-FILE
                   COMPUTE WS-STMT-COUNT =
                       WS-STMT-COUNT - WS-STMT-DECEASED-COUNT
                       - WS-STMT-DEPENDANT-COUNT + WS-SG-COUNT
                   DISPLAY "Statements printed: " WS-STMT-COUNT
                   DISPLAY "  of which to guarantors: " WS-SG-COUNT
                   DISPLAY "Deceased accounts skipped: "
                           WS-STMT-DECEASED-COUNT
                   DISPLAY "Written to /data/statements.txt"
       WRITE-PATIENT-STATEMENT.
           MOVE WS-STMT-PATIENT-ID(WS-STMT-IDX) TO WS-PATIENT-ID
           PERFORM VALIDATE-PATIENT-ID
           PERFORM FIND-PATIENT-GUARANTOR
           EVALUATE TRUE
               WHEN WS-PATIENT-VALID-FLAG = "Y" AND
                    PM-DECEASED-FLAG = "Y"
                   ADD 1 TO WS-STMT-DECEASED-COUNT
               WHEN WS-GL-FOUND-IDX > 0
                   ADD 1 TO WS-STMT-DEPENDANT-COUNT
                   PERFORM ADD-STATEMENT-GUARANTOR
               WHEN OTHER
                   PERFORM WRITE-PATIENT-STATEMENT-BODY
           END-EVALUATE
           .

       WRITE-PATIENT-STATEMENT-BODY.
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 0 TO WS-STMT-TOTAL-DUE
           PERFORM WRITE-PATIENT-OPEN-BILLS
           PERFORM WRITE-STATEMENT-TOTAL
           .

      * Every open bill for WS-PATIENT-ID, itemized and added into
      * WS-STMT-TOTAL-DUE.
       WRITE-PATIENT-OPEN-BILLS.
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-FILE-STATUS NOT = "35"
               MOVE WS-PATIENT-ID TO PATIENT-ID
                           IF PATIENT-ID NOT = WS-PATIENT-ID
                               MOVE "Y" TO WS-EOF
                           ELSE
                           PERFORM CHECK-BILL-PLACED
                           PERFORM CHECK-BILL-SECONDARY
                           IF PAYMENT-STATUS NOT = "Paid" AND
                              PAYMENT-STATUS NOT = "Credit" AND
                              WS-BILL-PLACED-FLAG = "N" AND
                              WS-BILL-SECONDARY-FLAG = "N"
                               PERFORM WRITE-STATEMENT-BILL
                           END-IF
                           END-IF
           END-IF
           CLOSE BILLING-FILE
           MOVE "N" TO WS-EOF
           .

       WRITE-STATEMENT-TOTAL.
           MOVE "========================================"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE
           .

       ADD-STATEMENT-GUARANTOR.
           MOVE "N" TO WS-SG-FOUND-FLAG
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
               IF WS-SG-GUARANTOR-ID(WS-SG-IDX) =
                  WS-GL-GUARANTOR-ID(WS-GL-FOUND-IDX)
                   MOVE "Y" TO WS-SG-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-SG-FOUND-FLAG = "N" AND WS-SG-COUNT < 500
               ADD 1 TO WS-SG-COUNT
               MOVE WS-GL-GUARANTOR-ID(WS-GL-FOUND-IDX)
                   TO WS-SG-GUARANTOR-ID(WS-SG-COUNT)
           END-IF
           .

      * One statement to the guarantor covering the open bills of
      * every living dependant, each dependant's bills under their
      * own name, with a single total due.
       WRITE-GUARANTOR-STATEMENT.
           MOVE WS-SG-GUARANTOR-ID(WS-SG-IDX) TO WS-GUARANTOR-ID
           PERFORM LOOKUP-GUARANTOR
           PERFORM WRITE-STATEMENT-PAGE-HEADER
           IF WS-GUARANTOR-FOUND-FLAG = "Y"
               MOVE SPACES TO STATEMENT-LINE
               STRING GR-FIRST-NAME " " GR-LAST-NAME
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING GR-STREET ", " GR-CITY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING "Guarantor ID: " WS-GUARANTOR-ID
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE SPACES TO STATEMENT-LINE
               STRING "Guarantor ID: " WS-GUARANTOR-ID
                   " (not on guarantor file)"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE "----------------------------------------"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 0 TO WS-STMT-TOTAL-DUE
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT
               MOVE WS-STMT-PATIENT-ID(WS-STMT-IDX) TO WS-PATIENT-ID
               PERFORM FIND-PATIENT-GUARANTOR
               IF WS-GL-FOUND-IDX > 0
                   IF WS-GL-GUARANTOR-ID(WS-GL-FOUND-IDX) =
                      WS-GUARANTOR-ID
                       PERFORM WRITE-DEPENDANT-BILLS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-STATEMENT-TOTAL
           .

       WRITE-DEPENDANT-BILLS.
           PERFORM VALIDATE-PATIENT-ID
           IF WS-PATIENT-VALID-FLAG = "N"
               MOVE SPACES TO STATEMENT-LINE
               STRING "For patient " WS-PATIENT-ID
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM WRITE-PATIENT-OPEN-BILLS
           ELSE
               IF PM-DECEASED-FLAG NOT = "Y"
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "For patient " WS-PATIENT-ID " "
                       PM-FIRST-NAME " " PM-LAST-NAME
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   PERFORM WRITE-PATIENT-OPEN-BILLS
               END-IF
           END-IF
           .

      * Bills currently with the collection agency are left off
      * the mailed statements - the agency is working the debt.
      * Recalled and closed placements are mailed as normal.
       LOAD-PLACED-BILLS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT PLACEMENT-FILE
           IF WS-PLACEMENT-STATUS = "35"
               CLOSE PLACEMENT-FILE
           ELSE
               MOVE "N" TO WS-CA-EOF
               PERFORM UNTIL WS-CA-EOF = "Y"
                   READ PLACEMENT-FILE INTO PLACEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-CA-EOF
                       NOT AT END
                           IF CA-STATUS = "Placed" AND
                              WS-CA-COUNT < 2000
                               ADD 1 TO WS-CA-COUNT
                               MOVE CA-BILLING-ID
                                   TO WS-CA-BILLING-ID(WS-CA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACEMENT-FILE
           END-IF
           .

       CHECK-BILL-PLACED.
           MOVE "N" TO WS-BILL-PLACED-FLAG
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-BILLING-ID(WS-CA-IDX) = BILLING-ID
                   MOVE "Y" TO WS-BILL-PLACED-FLAG
               END-IF
           END-PERFORM
           .

      * A bill whose secondary claim is still with the payer is
      * not mailed - the balance is held back until the secondary
      * payer has paid or denied, then billed to the patient.
       LOAD-SECONDARY-HELD-BILLS.
           MOVE 0 TO WS-SH-COUNT
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS = "35"
               CLOSE CLAIM-FILE
           ELSE
               MOVE "N" TO WS-SH-EOF
               PERFORM UNTIL WS-SH-EOF = "Y"
                   READ CLAIM-FILE INTO CLAIM-RECORD
                       AT END
                           MOVE "Y" TO WS-SH-EOF
                       NOT AT END
                           IF CL-PAYER-SEQ = 2 AND
                              (CL-CLAIM-STATUS = "Submitted" OR
                               CL-CLAIM-STATUS = "Approved") AND
                              WS-SH-COUNT < 2000
                               ADD 1 TO WS-SH-COUNT
                               MOVE CL-BILLING-ID
                                   TO WS-SH-BILLING-ID(WS-SH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF
           .

       CHECK-BILL-SECONDARY.
           MOVE "N" TO WS-BILL-SECONDARY-FLAG
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-BILLING-ID(WS-SH-IDX) = BILLING-ID
                   MOVE "Y" TO WS-BILL-SECONDARY-FLAG
               END-IF
           END-PERFORM
           .

       LOAD-GUARANTOR-LINKS.
           MOVE 0 TO WS-GL-COUNT
           OPEN INPUT GUARANTOR-LINK-FILE
           IF WS-GUARANTOR-LINK-STATUS = "35"
               CLOSE GUARANTOR-LINK-FILE
           ELSE
               MOVE "N" TO WS-GL-EOF
               PERFORM UNTIL WS-GL-EOF = "Y"
                   READ GUARANTOR-LINK-FILE
                       INTO GUARANTOR-LINK-RECORD
                       AT END
                           MOVE "Y" TO WS-GL-EOF
                       NOT AT END
                           IF WS-GL-COUNT < 1000
                               ADD 1 TO WS-GL-COUNT
                               MOVE GL-GUARANTOR-ID
                                   TO WS-GL-GUARANTOR-ID(WS-GL-COUNT)
                               MOVE GL-PATIENT-ID
                                   TO WS-GL-PATIENT-ID(WS-GL-COUNT)
                               MOVE GL-RELATIONSHIP
                                   TO WS-GL-RELATIONSHIP(WS-GL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-LINK-FILE
           END-IF
           .

      * Sets WS-GL-FOUND-IDX to the link for WS-PATIENT-ID (zero
      * when the patient pays for themselves).
       FIND-PATIENT-GUARANTOR.
           MOVE 0 TO WS-GL-FOUND-IDX
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-PATIENT-ID(WS-GL-IDX) = WS-PATIENT-ID
                   MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
               END-IF
           END-PERFORM
           .

       LOOKUP-GUARANTOR.
           MOVE "N" TO WS-GUARANTOR-FOUND-FLAG
           OPEN INPUT GUARANTOR-FILE
           IF WS-GUARANTOR-STATUS = "35"
               CLOSE GUARANTOR-FILE
           ELSE
               MOVE "N" TO WS-GR-EOF
               PERFORM UNTIL WS-GR-EOF = "Y"
                   READ GUARANTOR-FILE INTO GUARANTOR-RECORD
                       AT END
                           MOVE "Y" TO WS-GR-EOF
                       NOT AT END
                           IF GR-GUARANTOR-ID = WS-GUARANTOR-ID
                               MOVE "Y" TO WS-GUARANTOR-FOUND-FLAG
                               MOVE "Y" TO WS-GR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-FILE
           END-IF
           .

       WRITE-STATEMENT-BILL.
           STRING "Bill " BILLING-ID " dated " BILLING-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
               CLOSE REFUND-FILE
               PERFORM SET-PAYMENT-STATUS
               REWRITE BILLING-RECORD
               MOVE "BILLING" TO WS-JOURNAL-FILE-ID
               MOVE "R" TO WS-JOURNAL-OP
               MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
               PERFORM WRITE-JOURNAL
               MOVE "REFUND" TO WS-AUDIT-ACTION
               MOVE WS-BILLING-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
                   ACCEPT WS-DECLARED-CASH
                   DISPLAY "Enter Counted Card Total: "
                   ACCEPT WS-DECLARED-CARD
                   MOVE SPACES TO WS-BANKING-REF
                   IF WS-DECLARED-CASH > 0 OR WS-TILL-CHEQUE > 0
                       DISPLAY "Enter Paying-In Slip Reference: "
                       ACCEPT WS-BANKING-REF
                   END-IF
                   PERFORM WRITE-TILL-SLIP
                   IF WS-BANKING-REF NOT = SPACES
                       PERFORM WRITE-BANKING-RECORD
                   END-IF
                   PERFORM MARK-PAYMENTS-BANKED
                   PERFORM MARK-DEPOSITS-BANKED
                   MOVE "TILLCLOSE" TO WS-AUDIT-ACTION
               WS-TILL-DEP-COUNT
               DELIMITED BY SIZE INTO TILL-SLIP-LINE
           WRITE TILL-SLIP-LINE
           IF WS-BANKING-REF NOT = SPACES
               MOVE SPACES TO TILL-SLIP-LINE
               STRING "Paying-in slip reference: " WS-BANKING-REF
                   DELIMITED BY SIZE INTO TILL-SLIP-LINE
               WRITE TILL-SLIP-LINE
           END-IF
           MOVE "Signed: ________________________"
               TO TILL-SLIP-LINE
           WRITE TILL-SLIP-LINE
           DISPLAY "Variance slip written to /data/till_slip.txt"
           .

      * The paying-in is the cash counted plus the cheques held;
      * card takings reach the bank through the card settlement.
       WRITE-BANKING-RECORD.
           ACCEPT WS-BANKING-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-BANKING-REF TO BK-REFERENCE
           STRING WS-BANKING-DATE-RAW(1:4) "-"
                  WS-BANKING-DATE-RAW(5:2) "-"
                  WS-BANKING-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO BK-DATE
           MOVE WS-TILL-OPERATOR TO BK-OPERATOR
           MOVE WS-DECLARED-CASH TO BK-CASH
           MOVE WS-TILL-CHEQUE TO BK-CHEQUE
           COMPUTE BK-AMOUNT = WS-DECLARED-CASH + WS-TILL-CHEQUE
           OPEN EXTEND BANKING-FILE
           IF WS-BANKING-STATUS = "35"
               CLOSE BANKING-FILE
               OPEN OUTPUT BANKING-FILE
           END-IF
           WRITE BANKING-RECORD
           CLOSE BANKING-FILE
           DISPLAY "Paying-in " WS-BANKING-REF " recorded for "
                   BK-AMOUNT
           .

       MARK-PAYMENTS-BANKED.
           OPEN INPUT PAYMENT-FILE
           OPEN OUTPUT PAYMENT-TEMP-FILE
           MOVE "N" TO WS-PAY-EOF
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
           MOVE "BILLING" TO JR-PROGRAM
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
