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
           SELECT PRIOR-AUTH-FILE ASSIGN TO "/data/prior_auth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-AUTH-STATUS.
      * Secondary claims raised by the coordination-of-benefits run
      * and the paid primaries that could not be billed on.
           SELECT COB-REPORT-FILE
               ASSIGN TO "/data/secondary_claims_report.txt"
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

       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05  CLAIM-ORIG-CLAIM-ID   PIC 9(8).
           05  CLAIM-EXPECTED-AMT    PIC 9(8)V99.
           05  CLAIM-PAID-AMT        PIC 9(8)V99.
           05  CLAIM-PAYER-SEQ       PIC 9.
           05  CLAIM-PRIMARY-CLAIM-ID PIC 9(8).
           05  CLAIM-PRIMARY-PAID    PIC 9(8)V99.

       FD  TEMP-FILE.
       01  TEMP-CLAIM-RECORD.
           05  TEMP-ORIG-CLAIM-ID    PIC 9(8).
           05  TEMP-EXPECTED-AMT     PIC 9(8)V99.
           05  TEMP-PAID-AMT         PIC 9(8)V99.
           05  TEMP-PAYER-SEQ        PIC 9.
           05  TEMP-PRIMARY-CLAIM-ID PIC 9(8).
           05  TEMP-PRIMARY-PAID     PIC 9(8)V99.

      * View onto BILLING-FILE (owned by BILLING) used to confirm a
      * Billing-ID exists before filing a claim against it, and
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
           05  BKUP-ORIG-CLAIM-ID         PIC 9(8).
           05  BKUP-EXPECTED-AMT          PIC 9(8)V99.
           05  BKUP-PAID-AMT              PIC 9(8)V99.
           05  BKUP-PAYER-SEQ             PIC 9.
           05  BKUP-PRIMARY-CLAIM-ID      PIC 9(8).
           05  BKUP-PRIMARY-PAID          PIC 9(8)V99.

      * Read-only view onto ADJUSTMENT-FILE (owned by BILLING) so a
      * remittance sets the billing payment status off the same
           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

      * Fixed-layout submission extract, one file per provider.
      * An "H" record per claim followed by a "D" record per
           05  EXH-CLAIM-AMOUNT      PIC 9(8)V99.
           05  EXH-CLAIM-DATE        PIC X(10).
           05  EXH-AUTH-NUMBER       PIC X(20).
           05  EXH-PAYER-SEQ         PIC 9.
           05  EXH-PRIMARY-PAID      PIC 9(8)V99.
       01  EXPORT-DETAIL-RECORD.
           05  EXD-REC-TYPE          PIC X.
           05  EXD-CLAIM-ID          PIC 9(8).
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE     PIC X(80).

       FD  COB-REPORT-FILE.
       01  COB-REPORT-LINE          PIC X(80).

      * Payer acknowledgment / response file: one line per claim
      * with disposition A (Approved) or D (Denied) and the payer's
      * reason code on a denial.
       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                    PIC X VALUE "N".
       77  USER-CHOICE               PIC 99.
       77  WS-CLAIM-ID               PIC 9(8).
       77  WS-BILLING-MASTER-STATUS  PIC XX VALUE "00".
       77  WS-BILLING-VALID-FLAG     PIC X VALUE "N".
       77  WS-AUDIT-STATUS           PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-AUDIT-DATE-RAW         PIC 9(8).
       77  WS-AUDIT-TIME-RAW         PIC 9(8).
       77  WS-AUDIT-ACTION           PIC X(10).
       77  WS-FU-SWAP-DATE           PIC X(10).
       77  WS-FU-SWAP-DAYS           PIC 9(5).
       77  WS-FU-SWAP-AMOUNT         PIC 9(8)V99.
       77  WS-SC-COUNT               PIC 9(4) VALUE 0.
       77  WS-SC-IDX                 PIC 9(4).
       77  WS-SC-FOUND-FLAG          PIC X VALUE "N".
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 500 TIMES.
               10  WS-SC-CLAIM-ID        PIC 9(8).
               10  WS-SC-BILLING-ID      PIC 9(8).
               10  WS-SC-PATIENT-ID      PIC 9(8).
               10  WS-SC-PROVIDER        PIC X(30).
               10  WS-SC-AMOUNT          PIC 9(8)V99.
               10  WS-SC-DATE            PIC X(10).
               10  WS-SC-PAID            PIC 9(8)V99.
       77  WS-SB-COUNT               PIC 9(4) VALUE 0.
       77  WS-SB-IDX                 PIC 9(4).
       77  WS-SB-FULL-FLAG           PIC X VALUE "N".
       77  WS-SC-SKIPPED             PIC 9(6) VALUE 0.
       01  WS-SB-TABLE.
           05  WS-SB-BILLING-ID OCCURS 500 TIMES PIC 9(8).
       77  WS-MAX-CLAIM-ID           PIC 9(8) VALUE 0.
       77  WS-COB-BALANCE            PIC S9(10)V99 VALUE 0.
       77  WS-COB-BALANCE-OUT        PIC 9(10)V99 VALUE 0.
       77  WS-COB-COV-FLAG           PIC X VALUE "N".
       77  WS-COB-CREATED-COUNT      PIC 9(6) VALUE 0.
       77  WS-COB-SETTLED-COUNT      PIC 9(6) VALUE 0.
       77  WS-COB-NOCOV-COUNT        PIC 9(6) VALUE 0.
       77  WS-COB-CLOSED-COUNT       PIC 9(6) VALUE 0.
       01  WS-PROVIDER-TABLE.
           05  WS-PROVIDER-ENTRY OCCURS 50 TIMES.
               10  WS-PROV-NAME          PIC X(30).
               DISPLAY "10. Resubmit Denied Claim"
               DISPLAY "11. Maintain Payer Fee Schedules"
               DISPLAY "12. Reimbursement Variance Report"
               DISPLAY "13. Bill Secondary Insurance"
               DISPLAY "14. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 12
                       PERFORM VARIANCE-REPORT
                   WHEN 13
                       PERFORM BUILD-SECONDARY-CLAIMS
                   WHEN 14
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               PERFORM COMPUTE-EXPECTED-AMOUNT
               MOVE WS-EXPECTED-AMOUNT TO CLAIM-EXPECTED-AMT
               MOVE 0 TO CLAIM-PAID-AMT
               MOVE WS-COV-PRIORITY(WS-COV-SELECTED)
                   TO CLAIM-PAYER-SEQ
               MOVE 0 TO CLAIM-PRIMARY-CLAIM-ID
               MOVE 0 TO CLAIM-PRIMARY-PAID
               WRITE CLAIM-RECORD
               MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
               MOVE "W" TO WS-JOURNAL-OP
               MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
               PERFORM WRITE-JOURNAL
               CLOSE CLAIM-FILE
               MOVE "CREATE" TO WS-AUDIT-ACTION
               MOVE WS-CLAIM-ID TO WS-AUDIT-ENTITY-ID
      * reported is refused unless a supervisor overrides it on
      * the spot; batch runs get no override.
       CHECK-CLOSED-PERIOD.
           PERFORM FIND-CLOSED-PERIOD
           IF WS-PERIOD-OPEN-FLAG = "N"
               DISPLAY "Period " WS-GATE-DATE(1:7)
                       " is CLOSED on the processing calendar."
               DISPLAY "Supervisor override - post into the "
                       "closed period anyway (Y/N)? "
               ACCEPT WS-OVERRIDE-CONFIRM
               IF WS-OVERRIDE-CONFIRM = "Y"
                   MOVE "Y" TO WS-PERIOD-OPEN-FLAG
                   MOVE "OVERRIDE" TO WS-AUDIT-ACTION
                   MOVE WS-CLAIM-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF
           .

      * Sets WS-PERIOD-OPEN-FLAG to "N" when the month of
      * WS-GATE-DATE is on the closed-period file.
       FIND-CLOSED-PERIOD.
           MOVE "Y" TO WS-PERIOD-OPEN-FLAG
           OPEN INPUT CLOSE-PERIOD-FILE
           IF WS-CLOSE-PERIOD-STATUS = "35"
               END-PERFORM
               CLOSE CLOSE-PERIOD-FILE
           END-IF
           .

      * Lists the patient's registered coverages (from the coverage
                           DISPLAY "Claim Amount: " CLAIM-AMOUNT
                           DISPLAY "Claim Date: " CLAIM-DATE
                           DISPLAY "Claim Status: " CLAIM-STATUS
                           IF CLAIM-PAYER-SEQ = 2 AND
                              CLAIM-PRIMARY-CLAIM-ID > 0
                               DISPLAY "Secondary to Claim: "
                                       CLAIM-PRIMARY-CLAIM-ID
                                       " (primary paid "
                                       CLAIM-PRIMARY-PAID ")"
                           END-IF
                           DISPLAY "-----------------------"
                   END-READ
               END-PERFORM
                               END-IF
                               PERFORM CAPTURE-FIELD-IMAGES
                               REWRITE CLAIM-RECORD
                               MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               MOVE "UPDATE" TO WS-AUDIT-ACTION
                               MOVE WS-CLAIM-ID TO WS-AUDIT-ENTITY-ID
                               PERFORM WRITE-AUDIT-LOG
                       ADD WS-REMIT-AMOUNT TO BM-AMOUNT-PAID
                       PERFORM SET-BM-PAYMENT-STATUS
                       REWRITE BILLING-MASTER-RECORD
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE BILLING-MASTER-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
                       MOVE "Y" TO WS-BILL-FOUND-FLAG
               END-READ
           END-IF
                               ADD WS-REMIT-AMOUNT TO
                                   CLAIM-PAID-AMT
                               REWRITE CLAIM-RECORD
                               MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
                                   MOVE "Y" TO
                                       CLAIM-EXPORTED-FLAG
                                   REWRITE CLAIM-RECORD
                                   MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
                                   MOVE "R" TO WS-JOURNAL-OP
                                   MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
                                   PERFORM WRITE-JOURNAL
                                   MOVE "EXPORT" TO
                                       WS-AUDIT-ACTION
                                   MOVE CLAIM-ID TO
           MOVE CLAIM-DATE TO EXH-CLAIM-DATE
           PERFORM FIND-CLAIM-AUTH-NUMBER
           MOVE WS-EXPORT-AUTH-NUMBER TO EXH-AUTH-NUMBER
           MOVE CLAIM-PAYER-SEQ TO EXH-PAYER-SEQ
           MOVE CLAIM-PRIMARY-PAID TO EXH-PRIMARY-PAID
           WRITE EXPORT-HEADER-RECORD
           OPEN INPUT BILLING-LINE-FILE
           IF WS-BILLING-LINE-STATUS = "35"
                                           CLAIM-DENIAL-REASON
                                   END-IF
                                   REWRITE CLAIM-RECORD
                                   MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
                                   MOVE "R" TO WS-JOURNAL-OP
                                   MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
                                   PERFORM WRITE-JOURNAL
                                   MOVE "Y" TO WS-CLAIM-FOUND-FLAG
                                   MOVE "Y" TO WS-EOF
                               END-IF
                   MOVE SPACES TO CLAIM-DENIAL-REASON
                   MOVE 0 TO CLAIM-PAID-AMT
                   WRITE CLAIM-RECORD
                   MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   CLOSE CLAIM-FILE
                   MOVE "RESUBMIT" TO WS-AUDIT-ACTION
                   MOVE WS-NEW-CLAIM-ID TO WS-AUDIT-ENTITY-ID
                               ADD 1 TO CLAIM-RESUBMIT-COUNT
                               MOVE "Resubmit" TO CLAIM-STATUS
                               REWRITE CLAIM-RECORD
                               MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
                               WRITE TEMP-CLAIM-RECORD
                           ELSE
                               MOVE "Y" TO WS-DELETE-FOUND-FLAG
                               MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
                               MOVE "D" TO WS-JOURNAL-OP
                               MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      * Coordination of benefits.  A first read of the claim file
      * collects the bills that already carry a secondary claim; a
      * second collects the paid claims against each other bill's
      * first payer, passing over bills the primary settled.  Each
      * bill whose balance is still open is then filed against the
      * patient's priority 2 coverage, carrying what the primary
      * paid.  The new claims go out with the next export run.
      * When the month of the run has been closed by finance, the
      * bills are listed on the report and left for finance to
      * post.
       BUILD-SECONDARY-CLAIMS.
           MOVE 0 TO WS-SC-COUNT
           MOVE 0 TO WS-SB-COUNT
           MOVE "N" TO WS-SB-FULL-FLAG
           MOVE 0 TO WS-SC-SKIPPED
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-GATE-DATE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
               WS-TODAY-RAW(7:2)
               DELIMITED BY SIZE INTO WS-GATE-DATE
           MOVE 0 TO WS-MAX-CLAIM-ID
           MOVE 0 TO WS-COB-CREATED-COUNT
           MOVE 0 TO WS-COB-SETTLED-COUNT
           MOVE 0 TO WS-COB-NOCOV-COUNT
           MOVE 0 TO WS-COB-CLOSED-COUNT
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS = "35"
               DISPLAY "No claim records on file."
               CLOSE CLAIM-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CLAIM-FILE INTO CLAIM-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CLAIM-ID > WS-MAX-CLAIM-ID
                               MOVE CLAIM-ID TO WS-MAX-CLAIM-ID
                           END-IF
                           IF CLAIM-PAYER-SEQ = 2
                               IF WS-SB-COUNT < 500
                                   ADD 1 TO WS-SB-COUNT
                                   MOVE BILLING-ID TO
                                       WS-SB-BILLING-ID(WS-SB-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-SB-FULL-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
               MOVE "N" TO WS-EOF
               OPEN INPUT CLAIM-FILE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CLAIM-FILE INTO CLAIM-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CLAIM-PAYER-SEQ NOT = 2 AND
                              CLAIM-STATUS = "Paid"
                               PERFORM ADD-SECONDARY-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
               MOVE "N" TO WS-EOF
               IF WS-SC-SKIPPED > 0
                   DISPLAY "WARNING: secondary claim table full - "
                           WS-SC-SKIPPED
                           " paid claim(s) not considered - run again"
               END-IF
               IF WS-SC-COUNT = 0
                   DISPLAY "No paid primary claims with an open "
                           "balance on file."
               ELSE
                   OPEN OUTPUT COB-REPORT-FILE
                   MOVE "Hospital Management System"
                       TO COB-REPORT-LINE
                   WRITE COB-REPORT-LINE
                   MOVE "Secondary Insurance Claims"
                       TO COB-REPORT-LINE
                   WRITE COB-REPORT-LINE
                   MOVE "----------------------------------------"
                       TO COB-REPORT-LINE
                   WRITE COB-REPORT-LINE
                   PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                           UNTIL WS-SC-IDX > WS-SC-COUNT
                       PERFORM FILE-SECONDARY-CLAIM
                   END-PERFORM
                   MOVE "----------------------------------------"
                       TO COB-REPORT-LINE
                   WRITE COB-REPORT-LINE
                   MOVE SPACES TO COB-REPORT-LINE
                   STRING "Secondary claims filed: "
                       WS-COB-CREATED-COUNT
                       DELIMITED BY SIZE INTO COB-REPORT-LINE
                   WRITE COB-REPORT-LINE
                   MOVE SPACES TO COB-REPORT-LINE
                   STRING "No secondary coverage:  "
                       WS-COB-NOCOV-COUNT
                       DELIMITED BY SIZE INTO COB-REPORT-LINE
                   WRITE COB-REPORT-LINE
                   MOVE SPACES TO COB-REPORT-LINE
                   STRING "Closed period - held:   "
                       WS-COB-CLOSED-COUNT
                       DELIMITED BY SIZE INTO COB-REPORT-LINE
                   WRITE COB-REPORT-LINE
                   IF WS-SC-SKIPPED > 0
                       MOVE SPACES TO COB-REPORT-LINE
                       STRING "WARNING: table full - "
                           WS-SC-SKIPPED
                           " paid claim(s) not considered - run again"
                           DELIMITED BY SIZE INTO COB-REPORT-LINE
                       WRITE COB-REPORT-LINE
                   END-IF
                   CLOSE COB-REPORT-FILE
                   DISPLAY "Secondary claims filed: "
                           WS-COB-CREATED-COUNT
                   DISPLAY "Bills settled by the primary: "
                           WS-COB-SETTLED-COUNT
                   DISPLAY "Bills with no secondary coverage: "
                           WS-COB-NOCOV-COUNT
                   DISPLAY "Bills held for a closed period: "
                           WS-COB-CLOSED-COUNT
                   DISPLAY "Report written to "
                           "/data/secondary_claims_report.txt"
               END-IF
           END-IF
           .

      * One candidate per bill - a second paid claim on the same
      * bill to a first payer adds its payment to the first.  A
      * bill that already has a secondary claim is passed over, and
      * so is one the primary settled, which is also added to the
      * secondary bill list so a later paid claim on it is not
      * counted twice.  The table holds only bills still open.
       ADD-SECONDARY-CANDIDATE.
           MOVE "N" TO WS-SC-FOUND-FLAG
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-BILLING-ID(WS-SC-IDX) = BILLING-ID
                   ADD CLAIM-PAID-AMT TO WS-SC-PAID(WS-SC-IDX)
                   MOVE "Y" TO WS-SC-FOUND-FLAG
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-BILLING-ID(WS-SB-IDX) = BILLING-ID
                   MOVE "Y" TO WS-SC-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-SC-FOUND-FLAG = "N"
               MOVE BILLING-ID TO WS-BILLING-ID
               PERFORM READ-COB-BILL-BALANCE
               IF WS-BILL-FOUND-FLAG = "Y" AND
                  WS-COB-BALANCE NOT > 0
                   ADD 1 TO WS-COB-SETTLED-COUNT
                   MOVE "Y" TO WS-SC-FOUND-FLAG
                   IF WS-SB-COUNT < 500
                       ADD 1 TO WS-SB-COUNT
                       MOVE BILLING-ID TO
                           WS-SB-BILLING-ID(WS-SB-COUNT)
                   END-IF
               END-IF
           END-IF
           IF WS-SC-FOUND-FLAG = "N" AND WS-SC-COUNT NOT < 500
               ADD 1 TO WS-SC-SKIPPED
           END-IF
           IF WS-SC-FOUND-FLAG = "N" AND WS-SC-COUNT < 500
               ADD 1 TO WS-SC-COUNT
               MOVE CLAIM-ID TO WS-SC-CLAIM-ID(WS-SC-COUNT)
               MOVE BILLING-ID TO WS-SC-BILLING-ID(WS-SC-COUNT)
               MOVE PATIENT-ID TO WS-SC-PATIENT-ID(WS-SC-COUNT)
               MOVE INSURANCE-PROVIDER TO
                   WS-SC-PROVIDER(WS-SC-COUNT)
               MOVE CLAIM-AMOUNT TO WS-SC-AMOUNT(WS-SC-COUNT)
               MOVE CLAIM-DATE TO WS-SC-DATE(WS-SC-COUNT)
               MOVE CLAIM-PAID-AMT TO WS-SC-PAID(WS-SC-COUNT)
           END-IF
           .

       FILE-SECONDARY-CLAIM.
           MOVE "N" TO WS-SC-FOUND-FLAG
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-BILLING-ID(WS-SB-IDX) =
                  WS-SC-BILLING-ID(WS-SC-IDX)
                   MOVE "Y" TO WS-SC-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-SC-FOUND-FLAG = "N" AND WS-SB-FULL-FLAG = "Y"
               PERFORM FIND-FILED-SECONDARY
           END-IF
           IF WS-SC-FOUND-FLAG = "N"
               MOVE WS-SC-BILLING-ID(WS-SC-IDX) TO WS-BILLING-ID
               PERFORM READ-COB-BILL-BALANCE
               PERFORM FIND-CLOSED-PERIOD
               EVALUATE TRUE
                   WHEN WS-BILL-FOUND-FLAG = "N"
                       MOVE SPACES TO COB-REPORT-LINE
                       STRING "Bill " WS-SC-BILLING-ID(WS-SC-IDX)
                           " not on billing file - skipped"
                           DELIMITED BY SIZE INTO COB-REPORT-LINE
                       WRITE COB-REPORT-LINE
                   WHEN WS-COB-BALANCE NOT > 0
                       ADD 1 TO WS-COB-SETTLED-COUNT
                   WHEN WS-PERIOD-OPEN-FLAG = "N"
                       ADD 1 TO WS-COB-CLOSED-COUNT
                       MOVE WS-COB-BALANCE TO WS-COB-BALANCE-OUT
                       MOVE SPACES TO COB-REPORT-LINE
                       STRING "Bill " WS-SC-BILLING-ID(WS-SC-IDX)
                           " period " WS-GATE-DATE(1:7)
                           " closed - not filed, balance "
                           WS-COB-BALANCE-OUT
                           DELIMITED BY SIZE INTO COB-REPORT-LINE
                       WRITE COB-REPORT-LINE
                   WHEN OTHER
                       PERFORM FIND-SECONDARY-COVERAGE
                       IF WS-COB-COV-FLAG = "N"
                           ADD 1 TO WS-COB-NOCOV-COUNT
                           MOVE WS-COB-BALANCE TO WS-COB-BALANCE-OUT
                           MOVE SPACES TO COB-REPORT-LINE
                           STRING "Bill "
                               WS-SC-BILLING-ID(WS-SC-IDX)
                               " patient "
                               WS-SC-PATIENT-ID(WS-SC-IDX)
                               " no secondary coverage - balance "
                               WS-COB-BALANCE-OUT
                               DELIMITED BY SIZE INTO COB-REPORT-LINE
                           WRITE COB-REPORT-LINE
                       ELSE
                           PERFORM WRITE-SECONDARY-CLAIM
                       END-IF
               END-EVALUATE
           END-IF
           .

      * When more bills carry a secondary claim than the list
      * holds, the claim file itself is checked before filing.
       FIND-FILED-SECONDARY.
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIM-FILE INTO CLAIM-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CLAIM-PAYER-SEQ = 2 AND
                          BILLING-ID = WS-SC-BILLING-ID(WS-SC-IDX)
                           MOVE "Y" TO WS-SC-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
           MOVE "N" TO WS-EOF
           .

      * The same amount-minus-payments-minus-adjustments-plus-
      * refunds balance BILLING carries on bill WS-BILLING-ID.
       READ-COB-BILL-BALANCE.
           MOVE "N" TO WS-BILL-FOUND-FLAG
           MOVE 0 TO WS-COB-BALANCE
           OPEN INPUT BILLING-MASTER-FILE
           IF WS-BILLING-MASTER-STATUS NOT = "35"
               MOVE WS-BILLING-ID TO BM-BILLING-ID
               READ BILLING-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BILL-FOUND-FLAG
                       COMPUTE WS-COB-BALANCE =
                           BM-AMOUNT - BM-AMOUNT-PAID
               END-READ
           END-IF
           CLOSE BILLING-MASTER-FILE
           IF WS-BILL-FOUND-FLAG = "Y"
               MOVE WS-BILLING-ID TO BM-BILLING-ID
               PERFORM SUM-BM-ADJUSTMENTS
               COMPUTE WS-COB-BALANCE = WS-COB-BALANCE
                   - WS-ADJ-TOTAL + WS-REFUND-TOTAL
           END-IF
           .

      * The patient's priority 2 coverage in effect on the primary
      * claim's date, with a payer other than the one already paid.
       FIND-SECONDARY-COVERAGE.
           MOVE "N" TO WS-COB-COV-FLAG
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
                           IF PI-PATIENT-ID =
                              WS-SC-PATIENT-ID(WS-SC-IDX) AND
                              PI-PRIORITY = 2 AND
                              PI-PROVIDER NOT =
                              WS-SC-PROVIDER(WS-SC-IDX) AND
                              PI-EFFECTIVE-DATE <=
                              WS-SC-DATE(WS-SC-IDX) AND
                              (PI-EXPIRY-DATE = SPACES OR
                               PI-EXPIRY-DATE >=
                               WS-SC-DATE(WS-SC-IDX))
                               MOVE PI-PROVIDER TO
                                   WS-INSURANCE-PROVIDER
                               MOVE PI-POLICY-NUMBER TO
                                   WS-POLICY-NUMBER
                               MOVE "Y" TO WS-COB-COV-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COVERAGE-FILE
           END-IF
           .

      * The secondary claim bills the full charges like the primary
      * and is dated as the primary, so the coverage and fee
      * schedule are looked up on the same day of service.  It is
      * numbered on from the highest claim ID on file.  Expected
      * reimbursement is the secondary payer's allowance, but
      * never more than the balance the primary left.
       WRITE-SECONDARY-CLAIM.
           MOVE WS-SC-BILLING-ID(WS-SC-IDX) TO WS-BILLING-ID
           MOVE WS-SC-DATE(WS-SC-IDX) TO WS-CLAIM-DATE
           PERFORM COMPUTE-EXPECTED-AMOUNT
           IF WS-EXPECTED-AMOUNT > WS-COB-BALANCE
               MOVE WS-COB-BALANCE TO WS-EXPECTED-AMOUNT
           END-IF
           ADD 1 TO WS-MAX-CLAIM-ID
           OPEN EXTEND CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS = "35"
               CLOSE CLAIM-FILE
               OPEN OUTPUT CLAIM-FILE
           END-IF
           MOVE WS-MAX-CLAIM-ID TO CLAIM-ID
           MOVE WS-SC-BILLING-ID(WS-SC-IDX) TO BILLING-ID
           MOVE WS-SC-PATIENT-ID(WS-SC-IDX) TO PATIENT-ID
           MOVE WS-INSURANCE-PROVIDER TO INSURANCE-PROVIDER
           MOVE WS-POLICY-NUMBER TO POLICY-NUMBER
           MOVE WS-SC-AMOUNT(WS-SC-IDX) TO CLAIM-AMOUNT
           MOVE WS-SC-DATE(WS-SC-IDX) TO CLAIM-DATE
           MOVE "Submitted" TO CLAIM-STATUS
           MOVE "N" TO CLAIM-EXPORTED-FLAG
           MOVE SPACES TO CLAIM-DENIAL-REASON
           MOVE 0 TO CLAIM-RESUBMIT-COUNT
           MOVE 0 TO CLAIM-ORIG-CLAIM-ID
           MOVE WS-EXPECTED-AMOUNT TO CLAIM-EXPECTED-AMT
           MOVE 0 TO CLAIM-PAID-AMT
           MOVE 2 TO CLAIM-PAYER-SEQ
           MOVE WS-SC-CLAIM-ID(WS-SC-IDX) TO CLAIM-PRIMARY-CLAIM-ID
           MOVE WS-SC-PAID(WS-SC-IDX) TO CLAIM-PRIMARY-PAID
           WRITE CLAIM-RECORD
           MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
           MOVE "W" TO WS-JOURNAL-OP
           MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL
           CLOSE CLAIM-FILE
           MOVE "SECONDARY" TO WS-AUDIT-ACTION
           MOVE WS-MAX-CLAIM-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           ADD 1 TO WS-COB-CREATED-COUNT
           MOVE WS-COB-BALANCE TO WS-COB-BALANCE-OUT
           MOVE SPACES TO COB-REPORT-LINE
           STRING "Claim " WS-MAX-CLAIM-ID " bill "
               WS-SC-BILLING-ID(WS-SC-IDX) " to "
               WS-INSURANCE-PROVIDER
               DELIMITED BY SIZE INTO COB-REPORT-LINE
           WRITE COB-REPORT-LINE
           MOVE SPACES TO COB-REPORT-LINE
           STRING "  primary claim " WS-SC-CLAIM-ID(WS-SC-IDX)
               " paid " WS-SC-PAID(WS-SC-IDX)
               " balance " WS-COB-BALANCE-OUT
               DELIMITED BY SIZE INTO COB-REPORT-LINE
           WRITE COB-REPORT-LINE
           DISPLAY "Secondary claim " WS-MAX-CLAIM-ID
                   " filed for bill " WS-SC-BILLING-ID(WS-SC-IDX)
                   " to " WS-INSURANCE-PROVIDER
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
           MOVE "INSURANCE-CLAIMS" TO JR-PROGRAM
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
