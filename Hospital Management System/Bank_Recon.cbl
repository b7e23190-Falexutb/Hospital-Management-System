      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank reconciliation - imports the bank's daily
      *          statement file and matches its credits to the
      *          paying-in slips made up at cashier close-out (by
      *          reference, amount and date) and its card
      *          settlements to the banked card payments (by
      *          payment reference) and card deposits.  Matches are
      *          kept on a reconciliation ledger so an item is only
      *          reconciled once; the report lists matched items,
      *          statement credits with no banking, and items banked
      *          but not yet seen on the statement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
      * One record per banking item reconciled to a statement line.
           SELECT RECON-FILE ASSIGN TO "/data/bank_recon.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/bank_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Read-only views onto BANKING-FILE, PAYMENT-FILE and
      * DEPOSIT-FILE (owned by BILLING).
           SELECT BANKING-FILE ASSIGN TO "/data/bankings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKING-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "/data/payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "/data/deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

      * Bank statement line.  ST-TYPE is CRED for a credit paid in
      * over the counter or CARD for a card settlement; debits and
      * other lines are skipped.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05  ST-DATE               PIC X(10).
           05  ST-TYPE               PIC X(4).
           05  ST-AMOUNT             PIC 9(8)V99.
           05  ST-REFERENCE          PIC X(20).
           05  ST-NARRATIVE          PIC X(30).

      * RC-ITEM-TYPE is B for a paying-in slip, C for a banked card
      * payment (RC-KEY is the billing id) or D for a banked card
      * deposit (RC-KEY is the admission id).
       FD  RECON-FILE.
       01  RECON-RECORD.
           05  RC-ITEM-TYPE          PIC X.
           05  RC-REFERENCE          PIC X(20).
           05  RC-ITEM-DATE          PIC X(10).
           05  RC-AMOUNT             PIC 9(8)V99.
           05  RC-KEY                PIC 9(8).
           05  RC-STATEMENT-DATE     PIC X(10).
           05  RC-STATEMENT-REF      PIC X(20).
           05  RC-RECON-DATE         PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       FD  BANKING-FILE.
       01  BANKING-RECORD.
           05  BK-REFERENCE          PIC X(20).
           05  BK-DATE               PIC X(10).
           05  BK-OPERATOR           PIC X(20).
           05  BK-CASH               PIC 9(8)V99.
           05  BK-CHEQUE             PIC 9(8)V99.
           05  BK-AMOUNT             PIC 9(8)V99.

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PAY-BILLING-ID        PIC 9(8).
           05  PAY-DATE              PIC X(10).
           05  PAY-AMOUNT            PIC 9(8)V99.
           05  PAY-METHOD            PIC X(10).
           05  PAY-REFERENCE         PIC X(20).
           05  PAY-OPERATOR          PIC X(20).
           05  PAY-BANKED-FLAG       PIC X.

       FD  DEPOSIT-FILE.
       01  DEPOSIT-RECORD.
           05  DP-ADMISSION-ID       PIC 9(8).
           05  DP-DATE               PIC X(10).
           05  DP-AMOUNT             PIC 9(8)V99.
           05  DP-METHOD             PIC X(10).
           05  DP-OPERATOR           PIC X(20).
           05  DP-APPLIED-FLAG       PIC X.
           05  DP-APPLIED-BILLING-ID PIC 9(8).
           05  DP-BANKED-FLAG        PIC X.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
           05  AUDIT-TIME           PIC X(8).
           05  AUDIT-PROGRAM        PIC X(20).
           05  AUDIT-ACTION         PIC X(10).
           05  AUDIT-ENTITY-ID      PIC 9(8).
           05  AUDIT-USER           PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-SUB-EOF               PIC X VALUE "N".
       77  USER-CHOICE              PIC 9.
       77  WS-STATEMENT-STATUS      PIC XX VALUE "00".
       77  WS-RECON-STATUS          PIC XX VALUE "00".
       77  WS-BANKING-STATUS        PIC XX VALUE "00".
       77  WS-PAYMENT-STATUS        PIC XX VALUE "00".
       77  WS-DEPOSIT-STATUS        PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-STATEMENT-FILE-NAME   PIC X(100) VALUE SPACES.
      * Days a paying-in may take to clear onto the statement.
       78  WS-CLEARING-DAYS         VALUE 3.
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-ST-DATE-RAW           PIC 9(8).
       77  WS-ITEM-DATE-RAW         PIC 9(8).
       77  WS-DAYS-APART            PIC S9(6).
       77  WS-LATEST-ST-DATE        PIC X(10) VALUE SPACES.
       77  WS-MATCH-IDX             PIC 9(4).
       77  WS-ALREADY-FLAG          PIC X VALUE "N".
       77  WS-MATCHED-COUNT         PIC 9(6) VALUE 0.
       77  WS-MATCHED-TOTAL         PIC 9(12)V99 VALUE 0.
       77  WS-UNMATCHED-COUNT       PIC 9(6) VALUE 0.
       77  WS-UNMATCHED-TOTAL       PIC 9(12)V99 VALUE 0.
       77  WS-ALREADY-COUNT         PIC 9(6) VALUE 0.
       77  WS-SKIPPED-COUNT         PIC 9(6) VALUE 0.
       77  WS-OUTSTANDING-COUNT     PIC 9(6) VALUE 0.
       77  WS-OUTSTANDING-TOTAL     PIC 9(12)V99 VALUE 0.
       77  WS-AMOUNT-DISP           PIC Z(7)9.99.
       77  WS-TOTAL-DISP            PIC Z(11)9.99.
       77  WS-ITEM-DESC             PIC X(9).
       77  WS-ITEM-OPERATOR         PIC X(20).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
       77  WS-RC-COUNT              PIC 9(4) VALUE 0.
       77  WS-RC-IDX                PIC 9(4).
       77  WS-OI-COUNT              PIC 9(4) VALUE 0.
       77  WS-OI-IDX                PIC 9(4).
       77  WS-RC-SKIPPED            PIC 9(6) VALUE 0.
       77  WS-OI-SKIPPED            PIC 9(6) VALUE 0.
       77  WS-EARLIEST-ST-DATE      PIC X(10) VALUE SPACES.
       77  WS-CUTOFF-DATE           PIC X(10) VALUE SPACES.
       77  WS-CUTOFF-RAW            PIC 9(8).
      * Items already reconciled on an earlier run.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 5000 TIMES.
               10  WS-RC-ITEM-TYPE      PIC X.
               10  WS-RC-REFERENCE      PIC X(20).
               10  WS-RC-ITEM-DATE      PIC X(10).
               10  WS-RC-AMOUNT         PIC 9(8)V99.
               10  WS-RC-KEY            PIC 9(8).
               10  WS-RC-STATEMENT-DATE PIC X(10).
               10  WS-RC-STATEMENT-REF  PIC X(20).
      * Banked items not yet reconciled - the candidates for this
      * statement.
       01  WS-OI-TABLE.
           05  WS-OI-ENTRY OCCURS 3000 TIMES.
               10  WS-OI-ITEM-TYPE      PIC X.
               10  WS-OI-REFERENCE      PIC X(20).
               10  WS-OI-ITEM-DATE      PIC X(10).
               10  WS-OI-AMOUNT         PIC 9(8)V99.
               10  WS-OI-KEY            PIC 9(8).
               10  WS-OI-OPERATOR       PIC X(20).
               10  WS-OI-MATCHED        PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Bank Reconciliation"
               DISPLAY "1. Import Bank Statement and Reconcile"
               DISPLAY "2. List Unreconciled Bankings"
               DISPLAY "3. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM IMPORT-STATEMENT
                   WHEN 2
                       PERFORM LIST-UNRECONCILED
                   WHEN 3
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           .

       IMPORT-STATEMENT.
           DISPLAY "Enter Bank Statement File Name: "
           ACCEPT WS-STATEMENT-FILE-NAME
           IF WS-STATEMENT-FILE-NAME = SPACES
               DISPLAY "No file named - nothing reconciled."
           ELSE
               OPEN INPUT STATEMENT-FILE
               IF WS-STATEMENT-STATUS NOT = "00"
                   DISPLAY "Unable to open statement file "
                           WS-STATEMENT-FILE-NAME
               ELSE
                   PERFORM SET-TODAY
                   PERFORM FIND-STATEMENT-START
                   PERFORM LOAD-RECON-TABLE
                   PERFORM LOAD-OUTSTANDING-ITEMS
                   IF WS-RC-SKIPPED > 0 OR WS-OI-SKIPPED > 0
                       CLOSE STATEMENT-FILE
                       PERFORM REPORT-TABLES-FULL
                       DISPLAY "Statement not reconciled - nothing "
                               "posted."
                   ELSE
                       PERFORM RECONCILE-STATEMENT
                   END-IF
               END-IF
           END-IF
           .

      * The statement is matched against the outstanding items and
      * every match written to the reconciliation ledger.
       RECONCILE-STATEMENT.
           MOVE 0 TO WS-MATCHED-COUNT
           MOVE 0 TO WS-MATCHED-TOTAL
           MOVE 0 TO WS-UNMATCHED-COUNT
           MOVE 0 TO WS-UNMATCHED-TOTAL
           MOVE 0 TO WS-ALREADY-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 0 TO WS-OUTSTANDING-COUNT
           MOVE 0 TO WS-OUTSTANDING-TOTAL
           MOVE SPACES TO WS-LATEST-ST-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE "Hospital Management System" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Bank Reconciliation - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN EXTEND RECON-FILE
           IF WS-RECON-STATUS = "35"
               CLOSE RECON-FILE
               OPEN OUTPUT RECON-FILE
           END-IF
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ STATEMENT-FILE INTO STATEMENT-RECORD
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       PERFORM APPLY-STATEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           CLOSE RECON-FILE
           PERFORM REPORT-NOT-ON-STATEMENT
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MATCHED-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Matched: " WS-MATCHED-COUNT
               "  Total: " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNMATCHED-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Statement credits with no banking: "
               WS-UNMATCHED-COUNT "  Total: " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Banked but not on statement: "
               WS-OUTSTANDING-COUNT "  Total: " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Already reconciled: " WS-ALREADY-COUNT
               "  Lines skipped: " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE "BANKRECON" TO WS-AUDIT-ACTION
           MOVE WS-MATCHED-COUNT TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Matched: " WS-MATCHED-COUNT
                   "  No banking: " WS-UNMATCHED-COUNT
                   "  Not on statement: "
                   WS-OUTSTANDING-COUNT
           DISPLAY "Report written to "
                   "/data/bank_recon_report.txt"
           .

      * The earliest credit on the statement.  Nothing banked more
      * than the clearing days before it can be matched to it, so
      * that date less the clearing days is the cutoff for the
      * tables.  The statement is left open at its first line.
       FIND-STATEMENT-START.
           MOVE SPACES TO WS-EARLIEST-ST-DATE
           MOVE SPACES TO WS-CUTOFF-DATE
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ STATEMENT-FILE INTO STATEMENT-RECORD
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       MOVE ST-DATE(1:4) TO WS-ST-DATE-RAW(1:4)
                       MOVE ST-DATE(6:2) TO WS-ST-DATE-RAW(5:2)
                       MOVE ST-DATE(9:2) TO WS-ST-DATE-RAW(7:2)
                       IF (ST-TYPE = "CRED" OR ST-TYPE = "CARD")
                          AND WS-ST-DATE-RAW IS NUMERIC
                          AND (ST-DATE < WS-EARLIEST-ST-DATE
                           OR WS-EARLIEST-ST-DATE = SPACES)
                           MOVE ST-DATE TO WS-EARLIEST-ST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           OPEN INPUT STATEMENT-FILE
           IF WS-EARLIEST-ST-DATE NOT = SPACES
               MOVE WS-EARLIEST-ST-DATE(1:4) TO WS-ST-DATE-RAW(1:4)
               MOVE WS-EARLIEST-ST-DATE(6:2) TO WS-ST-DATE-RAW(5:2)
               MOVE WS-EARLIEST-ST-DATE(9:2) TO WS-ST-DATE-RAW(7:2)
               COMPUTE WS-CUTOFF-RAW = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ST-DATE-RAW) -
                   WS-CLEARING-DAYS)
               STRING WS-CUTOFF-RAW(1:4) "-" WS-CUTOFF-RAW(5:2) "-"
                      WS-CUTOFF-RAW(7:2) DELIMITED BY SIZE
                      INTO WS-CUTOFF-DATE
           END-IF
           .

       REPORT-TABLES-FULL.
           IF WS-RC-SKIPPED > 0
               DISPLAY "WARNING: reconciliation ledger table full - "
                       WS-RC-SKIPPED " row(s) not loaded"
           END-IF
           IF WS-OI-SKIPPED > 0
               DISPLAY "WARNING: outstanding item table full - "
                       WS-OI-SKIPPED " item(s) not loaded"
           END-IF
           .

      * Ledger rows for items banked before the cutoff and
      * reconciled against an earlier statement cannot bear on this
      * one and are left out.
       LOAD-RECON-TABLE.
           MOVE 0 TO WS-RC-COUNT
           MOVE 0 TO WS-RC-SKIPPED
           OPEN INPUT RECON-FILE
           IF WS-RECON-STATUS = "35"
               CLOSE RECON-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ RECON-FILE INTO RECON-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN RC-ITEM-DATE < WS-CUTOFF-DATE AND
                                    RC-STATEMENT-DATE <
                                    WS-EARLIEST-ST-DATE
                                   CONTINUE
                               WHEN WS-RC-COUNT NOT < 5000
                                   ADD 1 TO WS-RC-SKIPPED
                               WHEN OTHER
                                   ADD 1 TO WS-RC-COUNT
                                   MOVE RC-ITEM-TYPE
                                       TO WS-RC-ITEM-TYPE(WS-RC-COUNT)
                                   MOVE RC-REFERENCE
                                       TO WS-RC-REFERENCE(WS-RC-COUNT)
                                   MOVE RC-ITEM-DATE
                                       TO WS-RC-ITEM-DATE(WS-RC-COUNT)
                                   MOVE RC-AMOUNT
                                       TO WS-RC-AMOUNT(WS-RC-COUNT)
                                   MOVE RC-KEY
                                       TO WS-RC-KEY(WS-RC-COUNT)
                                   MOVE RC-STATEMENT-DATE
                                       TO WS-RC-STATEMENT-DATE
                                          (WS-RC-COUNT)
                                   MOVE RC-STATEMENT-REF
                                       TO WS-RC-STATEMENT-REF
                                          (WS-RC-COUNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE
           END-IF
           .

      * Paying-in slips, then card payments and card deposits that
      * a close-out has marked banked, leaving out any already on
      * the reconciliation ledger.
       LOAD-OUTSTANDING-ITEMS.
           MOVE 0 TO WS-OI-COUNT
           MOVE 0 TO WS-OI-SKIPPED
           OPEN INPUT BANKING-FILE
           IF WS-BANKING-STATUS = "35"
               CLOSE BANKING-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ BANKING-FILE INTO BANKING-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           MOVE "B" TO RC-ITEM-TYPE
                           MOVE BK-REFERENCE TO RC-REFERENCE
                           MOVE BK-DATE TO RC-ITEM-DATE
                           MOVE BK-AMOUNT TO RC-AMOUNT
                           MOVE 0 TO RC-KEY
                           MOVE BK-OPERATOR TO WS-ITEM-OPERATOR
                           PERFORM ADD-OUTSTANDING-ITEM
                   END-READ
               END-PERFORM
               CLOSE BANKING-FILE
           END-IF
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
                           IF PAY-METHOD = "Card"
                              AND PAY-BANKED-FLAG = "Y"
                               MOVE "C" TO RC-ITEM-TYPE
                               MOVE PAY-REFERENCE TO RC-REFERENCE
                               MOVE PAY-DATE TO RC-ITEM-DATE
                               MOVE PAY-AMOUNT TO RC-AMOUNT
                               MOVE PAY-BILLING-ID TO RC-KEY
                               MOVE PAY-OPERATOR TO WS-ITEM-OPERATOR
                               PERFORM ADD-OUTSTANDING-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-STATUS = "35"
               CLOSE DEPOSIT-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ DEPOSIT-FILE INTO DEPOSIT-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF DP-METHOD = "Card"
                              AND DP-BANKED-FLAG = "Y"
                               MOVE "D" TO RC-ITEM-TYPE
                               MOVE SPACES TO RC-REFERENCE
                               MOVE DP-DATE TO RC-ITEM-DATE
                               MOVE DP-AMOUNT TO RC-AMOUNT
                               MOVE DP-ADMISSION-ID TO RC-KEY
                               MOVE DP-OPERATOR TO WS-ITEM-OPERATOR
                               PERFORM ADD-OUTSTANDING-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
           END-IF
           .

      * Takes the item in RC-ITEM-TYPE .. RC-KEY and
      * WS-ITEM-OPERATOR.  An item banked before the cutoff is
      * left out with the ledger rows that would have cleared it.
       ADD-OUTSTANDING-ITEM.
           MOVE "N" TO WS-ALREADY-FLAG
           IF RC-ITEM-DATE < WS-CUTOFF-DATE
               MOVE "Y" TO WS-ALREADY-FLAG
           END-IF
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                      OR WS-ALREADY-FLAG = "Y"
               IF WS-RC-ITEM-TYPE(WS-RC-IDX) = RC-ITEM-TYPE
                  AND WS-RC-REFERENCE(WS-RC-IDX) = RC-REFERENCE
                  AND WS-RC-ITEM-DATE(WS-RC-IDX) = RC-ITEM-DATE
                  AND WS-RC-AMOUNT(WS-RC-IDX) = RC-AMOUNT
                  AND WS-RC-KEY(WS-RC-IDX) = RC-KEY
                   MOVE "Y" TO WS-ALREADY-FLAG
               END-IF
           END-PERFORM
           IF WS-ALREADY-FLAG = "N" AND WS-OI-COUNT NOT < 3000
               ADD 1 TO WS-OI-SKIPPED
           END-IF
           IF WS-ALREADY-FLAG = "N" AND WS-OI-COUNT < 3000
               ADD 1 TO WS-OI-COUNT
               MOVE RC-ITEM-TYPE TO WS-OI-ITEM-TYPE(WS-OI-COUNT)
               MOVE RC-REFERENCE TO WS-OI-REFERENCE(WS-OI-COUNT)
               MOVE RC-ITEM-DATE TO WS-OI-ITEM-DATE(WS-OI-COUNT)
               MOVE RC-AMOUNT TO WS-OI-AMOUNT(WS-OI-COUNT)
               MOVE RC-KEY TO WS-OI-KEY(WS-OI-COUNT)
               MOVE WS-ITEM-OPERATOR TO WS-OI-OPERATOR(WS-OI-COUNT)
               MOVE "N" TO WS-OI-MATCHED(WS-OI-COUNT)
           END-IF
           .

       APPLY-STATEMENT-LINE.
           IF ST-TYPE NOT = "CRED" AND ST-TYPE NOT = "CARD"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE ST-DATE(1:4) TO WS-ST-DATE-RAW(1:4)
               MOVE ST-DATE(6:2) TO WS-ST-DATE-RAW(5:2)
               MOVE ST-DATE(9:2) TO WS-ST-DATE-RAW(7:2)
               IF WS-ST-DATE-RAW IS NOT NUMERIC
                  OR ST-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   IF ST-DATE > WS-LATEST-ST-DATE
                      OR WS-LATEST-ST-DATE = SPACES
                       MOVE ST-DATE TO WS-LATEST-ST-DATE
                   END-IF
                   PERFORM CHECK-ALREADY-RECONCILED
                   IF WS-ALREADY-FLAG = "Y"
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       MOVE 0 TO WS-MATCH-IDX
                       IF ST-TYPE = "CRED"
                           PERFORM MATCH-PAYING-IN
                       ELSE
                           PERFORM MATCH-CARD-SETTLEMENT
                       END-IF
                       IF WS-MATCH-IDX > 0
                           PERFORM RECORD-MATCH
                       ELSE
                           PERFORM REPORT-NO-BANKING
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       CHECK-ALREADY-RECONCILED.
           MOVE "N" TO WS-ALREADY-FLAG
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                      OR WS-ALREADY-FLAG = "Y"
               IF WS-RC-STATEMENT-DATE(WS-RC-IDX) = ST-DATE
                  AND WS-RC-STATEMENT-REF(WS-RC-IDX) = ST-REFERENCE
                  AND WS-RC-AMOUNT(WS-RC-IDX) = ST-AMOUNT
                   MOVE "Y" TO WS-ALREADY-FLAG
               END-IF
           END-PERFORM
           .

      * A counter credit carries the paying-in slip reference; the
      * slip must have been made up on or within the clearing days
      * before the statement date.
       MATCH-PAYING-IN.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
                      OR WS-MATCH-IDX > 0
               IF WS-OI-ITEM-TYPE(WS-OI-IDX) = "B"
                  AND WS-OI-MATCHED(WS-OI-IDX) = "N"
                  AND WS-OI-REFERENCE(WS-OI-IDX) = ST-REFERENCE
                  AND WS-OI-AMOUNT(WS-OI-IDX) = ST-AMOUNT
                   PERFORM CHECK-CLEARING-WINDOW
                   IF WS-DAYS-APART >= 0
                      AND WS-DAYS-APART <= WS-CLEARING-DAYS
                       MOVE WS-OI-IDX TO WS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           .

      * A card settlement is matched to the card payment carrying
      * its reference, or failing that to a banked card deposit of
      * the same amount taken within the clearing days.
       MATCH-CARD-SETTLEMENT.
           IF ST-REFERENCE NOT = SPACES
               PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                       UNTIL WS-OI-IDX > WS-OI-COUNT
                          OR WS-MATCH-IDX > 0
                   IF WS-OI-ITEM-TYPE(WS-OI-IDX) = "C"
                      AND WS-OI-MATCHED(WS-OI-IDX) = "N"
                      AND WS-OI-REFERENCE(WS-OI-IDX) = ST-REFERENCE
                      AND WS-OI-AMOUNT(WS-OI-IDX) = ST-AMOUNT
                       MOVE WS-OI-IDX TO WS-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
                      OR WS-MATCH-IDX > 0
               IF WS-OI-ITEM-TYPE(WS-OI-IDX) = "D"
                  AND WS-OI-MATCHED(WS-OI-IDX) = "N"
                  AND WS-OI-AMOUNT(WS-OI-IDX) = ST-AMOUNT
                   PERFORM CHECK-CLEARING-WINDOW
                   IF WS-DAYS-APART >= 0
                      AND WS-DAYS-APART <= WS-CLEARING-DAYS
                       MOVE WS-OI-IDX TO WS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           .

      * Days from the item at WS-OI-IDX to the statement line;
      * negative when the item date is unusable or after the line.
       CHECK-CLEARING-WINDOW.
           MOVE -1 TO WS-DAYS-APART
           MOVE WS-OI-ITEM-DATE(WS-OI-IDX)(1:4)
               TO WS-ITEM-DATE-RAW(1:4)
           MOVE WS-OI-ITEM-DATE(WS-OI-IDX)(6:2)
               TO WS-ITEM-DATE-RAW(5:2)
           MOVE WS-OI-ITEM-DATE(WS-OI-IDX)(9:2)
               TO WS-ITEM-DATE-RAW(7:2)
           IF WS-ITEM-DATE-RAW IS NUMERIC
              AND WS-ITEM-DATE-RAW <= WS-ST-DATE-RAW
               COMPUTE WS-DAYS-APART =
                   FUNCTION INTEGER-OF-DATE(WS-ST-DATE-RAW) -
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-RAW)
           END-IF
           .

       RECORD-MATCH.
           MOVE "Y" TO WS-OI-MATCHED(WS-MATCH-IDX)
           MOVE WS-OI-ITEM-TYPE(WS-MATCH-IDX) TO RC-ITEM-TYPE
           MOVE WS-OI-REFERENCE(WS-MATCH-IDX) TO RC-REFERENCE
           MOVE WS-OI-ITEM-DATE(WS-MATCH-IDX) TO RC-ITEM-DATE
           MOVE WS-OI-AMOUNT(WS-MATCH-IDX) TO RC-AMOUNT
           MOVE WS-OI-KEY(WS-MATCH-IDX) TO RC-KEY
           MOVE ST-DATE TO RC-STATEMENT-DATE
           MOVE ST-REFERENCE TO RC-STATEMENT-REF
           MOVE WS-TODAY-DATE TO RC-RECON-DATE
           WRITE RECON-RECORD
           ADD 1 TO WS-MATCHED-COUNT
           ADD ST-AMOUNT TO WS-MATCHED-TOTAL
           MOVE WS-MATCH-IDX TO WS-OI-IDX
           PERFORM SET-ITEM-DESC
           MOVE ST-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "MATCHED   " ST-DATE " " ST-TYPE " "
               ST-REFERENCE " " WS-AMOUNT-DISP " " WS-ITEM-DESC
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       REPORT-NO-BANKING.
           ADD 1 TO WS-UNMATCHED-COUNT
           ADD ST-AMOUNT TO WS-UNMATCHED-TOTAL
           MOVE ST-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "NO BANK   " ST-DATE " " ST-TYPE " "
               ST-REFERENCE " " WS-AMOUNT-DISP " "
               ST-NARRATIVE(1:18)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      * Items banked on or before the last statement date that the
      * statement did not show.  Later bankings have not had the
      * chance to clear and are left off.
       REPORT-NOT-ON-STATEMENT.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-MATCHED(WS-OI-IDX) = "N"
                  AND WS-LATEST-ST-DATE NOT = SPACES
                  AND WS-OI-ITEM-DATE(WS-OI-IDX) <= WS-LATEST-ST-DATE
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD WS-OI-AMOUNT(WS-OI-IDX)
                       TO WS-OUTSTANDING-TOTAL
                   PERFORM SET-ITEM-DESC
                   MOVE WS-OI-AMOUNT(WS-OI-IDX) TO WS-AMOUNT-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOT ON ST " WS-OI-ITEM-DATE(WS-OI-IDX)
                       " " WS-ITEM-DESC " "
                       WS-OI-REFERENCE(WS-OI-IDX) " "
                       WS-AMOUNT-DISP " "
                       WS-OI-OPERATOR(WS-OI-IDX)(1:16)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           .

       SET-ITEM-DESC.
           EVALUATE WS-OI-ITEM-TYPE(WS-OI-IDX)
               WHEN "B"
                   MOVE "PAYING-IN" TO WS-ITEM-DESC
               WHEN "C"
                   MOVE "CARD PAY" TO WS-ITEM-DESC
               WHEN "D"
                   MOVE "CARD DEP" TO WS-ITEM-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-ITEM-DESC
           END-EVALUATE
           .

      * Items banked from the date given that no statement has
      * yet cleared.
       LIST-UNRECONCILED.
           DISPLAY "List bankings from date (YYYY-MM-DD, blank for "
                   "all): "
           ACCEPT WS-CUTOFF-DATE
           MOVE HIGH-VALUES TO WS-EARLIEST-ST-DATE
           PERFORM LOAD-RECON-TABLE
           PERFORM LOAD-OUTSTANDING-ITEMS
           IF WS-RC-SKIPPED > 0 OR WS-OI-SKIPPED > 0
               PERFORM REPORT-TABLES-FULL
               DISPLAY "List not produced - give a later from date."
           ELSE
               MOVE 0 TO WS-OUTSTANDING-COUNT
               MOVE 0 TO WS-OUTSTANDING-TOTAL
               DISPLAY "Unreconciled Bankings"
               DISPLAY "----------------------------------------"
               PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                       UNTIL WS-OI-IDX > WS-OI-COUNT
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD WS-OI-AMOUNT(WS-OI-IDX) TO WS-OUTSTANDING-TOTAL
                   PERFORM SET-ITEM-DESC
                   MOVE WS-OI-AMOUNT(WS-OI-IDX) TO WS-AMOUNT-DISP
                   DISPLAY WS-OI-ITEM-DATE(WS-OI-IDX) " "
                           WS-ITEM-DESC " "
                           WS-OI-REFERENCE(WS-OI-IDX) " "
                           WS-AMOUNT-DISP " "
                           WS-OI-OPERATOR(WS-OI-IDX)
               END-PERFORM
               DISPLAY "----------------------------------------"
               MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-DISP
               DISPLAY "Items: " WS-OUTSTANDING-COUNT
                       "  Total: " WS-TOTAL-DISP
           END-IF
           .

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
           MOVE "BANK-RECON" TO AUDIT-PROGRAM
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
       END PROGRAM BANK-RECON.
