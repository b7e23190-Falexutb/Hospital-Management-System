      ******************************************************************
      * Author:
      * Date:
      * Purpose: Financial assistance (sliding-scale discount)
      *          applications - one application per patient with
      *          household size and income, placed in a discount tier
      *          against the poverty guideline and approved or denied
      *          for a period.  BILLING discounts every new bill for a
      *          patient with an approved application as a FAST
      *          adjustment; the monthly report totals those discounts
      *          by tier for the finance committee.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-ASSIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per patient - a new application replaces the
      * patient's previous one.  BILLING reads it at bill creation.
           SELECT FIN-ASSIST-FILE ASSIGN TO "/data/fin_assist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-ASSIST-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * Read-only views onto files owned by BILLING - the discounts
      * report follows each FAST adjustment back to its patient.
           SELECT ADJUSTMENT-FILE ASSIGN TO "/data/adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT BILLING-FILE ASSIGN TO "/data\billing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BILLING-ID
               ALTERNATE RECORD KEY IS BR-PATIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BILLING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/fin_assist_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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

      * FA-TIER is A-D from the sliding scale (space when the
      * household is over the top of the scale).  FA-STATUS is
      * Pending, Approved or Denied; an approved discount applies
      * to bills dated FA-VALID-FROM through FA-VALID-TO.
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

      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS)
      * used to confirm a Patient-ID exists before an application
      * is taken.
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

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-BILLING-ID         PIC 9(8).
           05  AJ-DATE               PIC X(10).
           05  AJ-TYPE               PIC X(10).
           05  AJ-REASON-CODE        PIC X(4).
           05  AJ-AMOUNT             PIC 9(8)V99.

       FD  BILLING-FILE.
       01  BILLING-RECORD.
           05  BR-BILLING-ID         PIC 9(8).
           05  BR-PATIENT-ID         PIC 9(8).
           05  BR-AMOUNT             PIC 9(8)V99.
           05  BR-BILLING-DATE       PIC X(10).
           05  BR-AMOUNT-PAID        PIC 9(8)V99.
           05  BR-PAYMENT-STATUS     PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

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
       77  USER-CHOICE              PIC 9.
       77  WS-FIN-ASSIST-STATUS     PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-ADJUSTMENT-STATUS     PIC XX VALUE "00".
       77  WS-BILLING-STATUS        PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-FA-EOF                PIC X VALUE "N".
       77  WS-SUB-EOF               PIC X VALUE "N".
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-HOUSEHOLD-SIZE        PIC 9(2).
       77  WS-HOUSEHOLD-INCOME      PIC 9(8)V99.
       77  WS-GUIDELINE             PIC 9(8)V99.
       77  WS-INCOME-PCT            PIC 9(5).
       77  WS-TIER                  PIC X.
       77  WS-TIER-PCT              PIC 9(3).
       77  WS-DISCOUNT-PCT          PIC 9(3).
       77  WS-DECISION              PIC X.
       77  WS-VALID-FROM            PIC X(10).
       77  WS-VALID-TO              PIC X(10).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-YEAR-END-RAW          PIC 9(8).
       77  WS-REPORT-MONTH          PIC X(7).
       77  WS-FA-COUNT              PIC 9(4) VALUE 0.
       77  WS-FA-IDX                PIC 9(4).
       77  WS-FA-FOUND-IDX          PIC 9(4).
       77  WS-TR-IDX                PIC 9.
       77  WS-REPORT-COUNT          PIC 9(6) VALUE 0.
       77  WS-REPORT-TOTAL          PIC 9(12)V99 VALUE 0.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * Poverty guideline for a household of one, and the amount
      * added for each further member.
       78  WS-GUIDELINE-BASE        VALUE 15060.
       78  WS-GUIDELINE-PER-MEMBER  VALUE 5380.
       01  WS-FA-TABLE.
           05  WS-FA-ENTRY OCCURS 3000 TIMES.
               10  WS-FA-PATIENT-ID     PIC 9(8).
               10  WS-FA-APPLY-DATE     PIC X(10).
               10  WS-FA-SIZE           PIC 9(2).
               10  WS-FA-INCOME         PIC 9(8)V99.
               10  WS-FA-TIER           PIC X.
               10  WS-FA-STATUS         PIC X(10).
               10  WS-FA-PCT            PIC 9(3).
               10  WS-FA-VALID-FROM     PIC X(10).
               10  WS-FA-VALID-TO       PIC X(10).
               10  WS-FA-DECIDED-BY     PIC X(20).
      * Sliding scale: household income as a percentage of the
      * guideline, the tier it falls in and that tier's discount.
      * The last row collects discounts whose patient no longer
      * has a tiered application on file.
       01  WS-TIER-TABLE.
           05  FILLER PIC X(30) VALUE "A100100Up to 100% of guideline".
           05  FILLER PIC X(30) VALUE "B150075101% to 150%          ".
           05  FILLER PIC X(30) VALUE "C200050151% to 200%          ".
           05  FILLER PIC X(30) VALUE "D250025201% to 250%          ".
           05  FILLER PIC X(30) VALUE " 999000No tier on file       ".
       01  WS-TIER-TABLE-R REDEFINES WS-TIER-TABLE.
           05  WS-TR-ENTRY OCCURS 5 TIMES.
               10  WS-TR-CODE           PIC X.
               10  WS-TR-INCOME-LIMIT   PIC 9(3).
               10  WS-TR-PCT            PIC 9(3).
               10  WS-TR-LABEL          PIC X(23).
       01  WS-TIER-TOTALS.
           05  WS-TT-ENTRY OCCURS 5 TIMES.
               10  WS-TT-COUNT          PIC 9(6).
               10  WS-TT-AMOUNT         PIC 9(12)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Financial Assistance"
               DISPLAY "1. Enter Application"
               DISPLAY "2. Approve / Deny Application"
               DISPLAY "3. List Applications"
               DISPLAY "4. Monthly Discounts by Tier Report"
               DISPLAY "5. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM ENTER-APPLICATION
                   WHEN 2
                       PERFORM DECIDE-APPLICATION
                   WHEN 3
                       PERFORM LIST-APPLICATIONS
                   WHEN 4
                       PERFORM DISCOUNTS-BY-TIER-REPORT
                   WHEN 5
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

       LOAD-APPLICATION-TABLE.
           MOVE 0 TO WS-FA-COUNT
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
                           IF WS-FA-COUNT < 3000
                               ADD 1 TO WS-FA-COUNT
                               MOVE FA-PATIENT-ID
                                   TO WS-FA-PATIENT-ID(WS-FA-COUNT)
                               MOVE FA-APPLY-DATE
                                   TO WS-FA-APPLY-DATE(WS-FA-COUNT)
                               MOVE FA-HOUSEHOLD-SIZE
                                   TO WS-FA-SIZE(WS-FA-COUNT)
                               MOVE FA-HOUSEHOLD-INCOME
                                   TO WS-FA-INCOME(WS-FA-COUNT)
                               MOVE FA-TIER
                                   TO WS-FA-TIER(WS-FA-COUNT)
                               MOVE FA-STATUS
                                   TO WS-FA-STATUS(WS-FA-COUNT)
                               MOVE FA-DISCOUNT-PCT
                                   TO WS-FA-PCT(WS-FA-COUNT)
                               MOVE FA-VALID-FROM
                                   TO WS-FA-VALID-FROM(WS-FA-COUNT)
                               MOVE FA-VALID-TO
                                   TO WS-FA-VALID-TO(WS-FA-COUNT)
                               MOVE FA-DECIDED-BY
                                   TO WS-FA-DECIDED-BY(WS-FA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIN-ASSIST-FILE
           END-IF
           .

       SAVE-APPLICATION-TABLE.
           OPEN OUTPUT FIN-ASSIST-FILE
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               MOVE WS-FA-PATIENT-ID(WS-FA-IDX) TO FA-PATIENT-ID
               MOVE WS-FA-APPLY-DATE(WS-FA-IDX) TO FA-APPLY-DATE
               MOVE WS-FA-SIZE(WS-FA-IDX) TO FA-HOUSEHOLD-SIZE
               MOVE WS-FA-INCOME(WS-FA-IDX) TO FA-HOUSEHOLD-INCOME
               MOVE WS-FA-TIER(WS-FA-IDX) TO FA-TIER
               MOVE WS-FA-STATUS(WS-FA-IDX) TO FA-STATUS
               MOVE WS-FA-PCT(WS-FA-IDX) TO FA-DISCOUNT-PCT
               MOVE WS-FA-VALID-FROM(WS-FA-IDX) TO FA-VALID-FROM
               MOVE WS-FA-VALID-TO(WS-FA-IDX) TO FA-VALID-TO
               MOVE WS-FA-DECIDED-BY(WS-FA-IDX) TO FA-DECIDED-BY
               WRITE FIN-ASSIST-RECORD
           END-PERFORM
           CLOSE FIN-ASSIST-FILE
           .

       FIND-APPLICATION.
           MOVE 0 TO WS-FA-FOUND-IDX
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               IF WS-FA-PATIENT-ID(WS-FA-IDX) = WS-PATIENT-ID
                   MOVE WS-FA-IDX TO WS-FA-FOUND-IDX
               END-IF
           END-PERFORM
           .

      * Places the household on the sliding scale: WS-TIER and
      * WS-TIER-PCT are left blank and zero when income is above
      * the top of the scale.
       ASSIGN-TIER.
           COMPUTE WS-GUIDELINE = WS-GUIDELINE-BASE
               + WS-GUIDELINE-PER-MEMBER * (WS-HOUSEHOLD-SIZE - 1)
           COMPUTE WS-INCOME-PCT ROUNDED =
               WS-HOUSEHOLD-INCOME * 100 / WS-GUIDELINE
               ON SIZE ERROR
                   MOVE 99999 TO WS-INCOME-PCT
           END-COMPUTE
           MOVE SPACE TO WS-TIER
           MOVE 0 TO WS-TIER-PCT
           PERFORM VARYING WS-TR-IDX FROM 4 BY -1
                   UNTIL WS-TR-IDX < 1
               IF WS-INCOME-PCT NOT > WS-TR-INCOME-LIMIT(WS-TR-IDX)
                   MOVE WS-TR-CODE(WS-TR-IDX) TO WS-TIER
                   MOVE WS-TR-PCT(WS-TR-IDX) TO WS-TIER-PCT
               END-IF
           END-PERFORM
           .

      * Taking a new application for a patient puts it back to
      * Pending - any earlier approval stops applying until the
      * new one is decided.
       ENTER-APPLICATION.
           PERFORM LOAD-APPLICATION-TABLE
           PERFORM SET-TODAY
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter Household Size: "
           ACCEPT WS-HOUSEHOLD-SIZE
           DISPLAY "Enter Annual Household Income: "
           ACCEPT WS-HOUSEHOLD-INCOME
           PERFORM VALIDATE-PATIENT-ID
           PERFORM FIND-APPLICATION
           EVALUATE TRUE
               WHEN WS-PATIENT-VALID-FLAG = "N"
                   DISPLAY "Application Failed: Patient ID "
                           WS-PATIENT-ID " not on patient master."
               WHEN WS-HOUSEHOLD-SIZE = 0
                   DISPLAY "Application Failed: household size "
                           "must be at least 1."
               WHEN WS-FA-FOUND-IDX = 0 AND WS-FA-COUNT >= 3000
                   DISPLAY "Financial assistance file is full."
               WHEN OTHER
                   PERFORM ASSIGN-TIER
                   IF WS-FA-FOUND-IDX = 0
                       ADD 1 TO WS-FA-COUNT
                       MOVE WS-FA-COUNT TO WS-FA-FOUND-IDX
                       MOVE "CREATE" TO WS-AUDIT-ACTION
                   ELSE
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                   END-IF
                   MOVE WS-PATIENT-ID
                       TO WS-FA-PATIENT-ID(WS-FA-FOUND-IDX)
                   MOVE WS-TODAY-DATE
                       TO WS-FA-APPLY-DATE(WS-FA-FOUND-IDX)
                   MOVE WS-HOUSEHOLD-SIZE
                       TO WS-FA-SIZE(WS-FA-FOUND-IDX)
                   MOVE WS-HOUSEHOLD-INCOME
                       TO WS-FA-INCOME(WS-FA-FOUND-IDX)
                   MOVE WS-TIER TO WS-FA-TIER(WS-FA-FOUND-IDX)
                   MOVE "Pending" TO WS-FA-STATUS(WS-FA-FOUND-IDX)
                   MOVE WS-TIER-PCT TO WS-FA-PCT(WS-FA-FOUND-IDX)
                   MOVE SPACES TO WS-FA-VALID-FROM(WS-FA-FOUND-IDX)
                   MOVE SPACES TO WS-FA-VALID-TO(WS-FA-FOUND-IDX)
                   MOVE SPACES TO WS-FA-DECIDED-BY(WS-FA-FOUND-IDX)
                   PERFORM SAVE-APPLICATION-TABLE
                   MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Application recorded as Pending. "
                           "Income is " WS-INCOME-PCT
                           "% of guideline."
                   IF WS-TIER = SPACE
                       DISPLAY "Household is above the sliding "
                               "scale - no discount tier."
                   ELSE
                       DISPLAY "Tier " WS-TIER " - suggested "
                               "discount " WS-TIER-PCT "%"
                   END-IF
           END-EVALUATE
           .

      * The approver may override the tier's discount.  Validity
      * defaults to a year from today.
       DECIDE-APPLICATION.
           PERFORM LOAD-APPLICATION-TABLE
           PERFORM SET-TODAY
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           PERFORM FIND-APPLICATION
           IF WS-FA-FOUND-IDX = 0
               DISPLAY "No application on file for Patient "
                       WS-PATIENT-ID
           ELSE
               MOVE WS-FA-FOUND-IDX TO WS-FA-IDX
               PERFORM DISPLAY-APPLICATION
               DISPLAY "A. Approve  D. Deny: "
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPROVE-APPLICATION
                   WHEN "D"
                   WHEN "d"
                       MOVE "Denied"
                           TO WS-FA-STATUS(WS-FA-FOUND-IDX)
                       MOVE 0 TO WS-FA-PCT(WS-FA-FOUND-IDX)
                       MOVE SPACES TO WS-FA-VALID-FROM(WS-FA-FOUND-IDX)
                       MOVE SPACES TO WS-FA-VALID-TO(WS-FA-FOUND-IDX)
                       MOVE WS-SESSION-USER
                           TO WS-FA-DECIDED-BY(WS-FA-FOUND-IDX)
                       PERFORM SAVE-APPLICATION-TABLE
                       MOVE "DENY" TO WS-AUDIT-ACTION
                       MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Application denied."
                   WHEN OTHER
                       DISPLAY "No decision recorded."
               END-EVALUATE
           END-IF
           .

       APPROVE-APPLICATION.
           DISPLAY "Enter Discount % (blank for "
                   WS-FA-PCT(WS-FA-FOUND-IDX) "): "
           MOVE 0 TO WS-DISCOUNT-PCT
           ACCEPT WS-DISCOUNT-PCT
           IF WS-DISCOUNT-PCT = 0
               MOVE WS-FA-PCT(WS-FA-FOUND-IDX) TO WS-DISCOUNT-PCT
           END-IF
           COMPUTE WS-YEAR-END-RAW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) + 364)
           DISPLAY "Enter Valid From (YYYY-MM-DD, blank for today): "
           MOVE SPACES TO WS-VALID-FROM
           ACCEPT WS-VALID-FROM
           IF WS-VALID-FROM = SPACES
               MOVE WS-TODAY-DATE TO WS-VALID-FROM
           END-IF
           DISPLAY "Enter Valid To (YYYY-MM-DD, blank for one "
                   "year): "
           MOVE SPACES TO WS-VALID-TO
           ACCEPT WS-VALID-TO
           IF WS-VALID-TO = SPACES
               STRING WS-YEAR-END-RAW(1:4) "-" WS-YEAR-END-RAW(5:2)
                      "-" WS-YEAR-END-RAW(7:2) DELIMITED BY SIZE
                      INTO WS-VALID-TO
           END-IF
           EVALUATE TRUE
               WHEN WS-DISCOUNT-PCT = 0 OR WS-DISCOUNT-PCT > 100
                   DISPLAY "Approval Failed: discount must be "
                           "1 to 100%."
               WHEN WS-VALID-TO < WS-VALID-FROM
                   DISPLAY "Approval Failed: Valid To is before "
                           "Valid From."
               WHEN OTHER
                   MOVE "Approved" TO WS-FA-STATUS(WS-FA-FOUND-IDX)
                   MOVE WS-DISCOUNT-PCT
                       TO WS-FA-PCT(WS-FA-FOUND-IDX)
                   MOVE WS-VALID-FROM
                       TO WS-FA-VALID-FROM(WS-FA-FOUND-IDX)
                   MOVE WS-VALID-TO
                       TO WS-FA-VALID-TO(WS-FA-FOUND-IDX)
                   MOVE WS-SESSION-USER
                       TO WS-FA-DECIDED-BY(WS-FA-FOUND-IDX)
                   PERFORM SAVE-APPLICATION-TABLE
                   MOVE "APPROVE" TO WS-AUDIT-ACTION
                   MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Approved at " WS-DISCOUNT-PCT
                           "% for bills dated " WS-VALID-FROM
                           " to " WS-VALID-TO
           END-EVALUATE
           .

       LIST-APPLICATIONS.
           PERFORM LOAD-APPLICATION-TABLE
           IF WS-FA-COUNT = 0
               DISPLAY "No applications on file."
           END-IF
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               PERFORM DISPLAY-APPLICATION
           END-PERFORM
           .

       DISPLAY-APPLICATION.
           DISPLAY "Patient " WS-FA-PATIENT-ID(WS-FA-IDX)
                   "  Applied " WS-FA-APPLY-DATE(WS-FA-IDX)
                   "  Household " WS-FA-SIZE(WS-FA-IDX)
                   "  Income " WS-FA-INCOME(WS-FA-IDX)
           DISPLAY "    Tier " WS-FA-TIER(WS-FA-IDX)
                   "  " WS-FA-STATUS(WS-FA-IDX)
                   "  Discount " WS-FA-PCT(WS-FA-IDX) "%"
                   "  Valid " WS-FA-VALID-FROM(WS-FA-IDX)
                   " to " WS-FA-VALID-TO(WS-FA-IDX)
           .

      * Every FAST adjustment posted in the month, totalled under
      * the tier of the patient's application.
       DISCOUNTS-BY-TIER-REPORT.
           DISPLAY "Enter Month (YYYY-MM): "
           ACCEPT WS-REPORT-MONTH
           PERFORM LOAD-APPLICATION-TABLE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 5
               MOVE 0 TO WS-TT-COUNT(WS-TR-IDX)
               MOVE 0 TO WS-TT-AMOUNT(WS-TR-IDX)
           END-PERFORM
           MOVE 0 TO WS-REPORT-COUNT
           MOVE 0 TO WS-REPORT-TOTAL
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS = "35"
               CLOSE ADJUSTMENT-FILE
           ELSE
               OPEN INPUT BILLING-FILE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ ADJUSTMENT-FILE INTO ADJUSTMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF AJ-REASON-CODE = "FAST" AND
                              AJ-DATE(1:7) = WS-REPORT-MONTH
                               PERFORM ACCUMULATE-BY-TIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
               CLOSE ADJUSTMENT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "Hospital Management System" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Financial Assistance Discounts by Tier - "
               WS-REPORT-MONTH DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 5
               IF WS-TR-IDX < 5 OR WS-TT-COUNT(WS-TR-IDX) > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "Tier " WS-TR-CODE(WS-TR-IDX) " "
                       WS-TR-LABEL(WS-TR-IDX) " Bills: "
                       WS-TT-COUNT(WS-TR-IDX) "  Discount: "
                       WS-TT-AMOUNT(WS-TR-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Total bills: " WS-REPORT-COUNT
               "  Total discount: " WS-REPORT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Discounts granted: " WS-REPORT-COUNT
                   "  Total: " WS-REPORT-TOTAL
           DISPLAY "Report written to /data/fin_assist_report.txt"
           .

       ACCUMULATE-BY-TIER.
           MOVE 0 TO WS-PATIENT-ID
           IF WS-BILLING-STATUS NOT = "35"
               MOVE AJ-BILLING-ID TO BR-BILLING-ID
               READ BILLING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BR-PATIENT-ID TO WS-PATIENT-ID
               END-READ
           END-IF
           PERFORM FIND-APPLICATION
           MOVE 5 TO WS-TR-IDX
           IF WS-FA-FOUND-IDX > 0
               EVALUATE WS-FA-TIER(WS-FA-FOUND-IDX)
                   WHEN "A"
                       MOVE 1 TO WS-TR-IDX
                   WHEN "B"
                       MOVE 2 TO WS-TR-IDX
                   WHEN "C"
                       MOVE 3 TO WS-TR-IDX
                   WHEN "D"
                       MOVE 4 TO WS-TR-IDX
               END-EVALUATE
           END-IF
           ADD 1 TO WS-TT-COUNT(WS-TR-IDX)
           ADD AJ-AMOUNT TO WS-TT-AMOUNT(WS-TR-IDX)
           ADD 1 TO WS-REPORT-COUNT
           ADD AJ-AMOUNT TO WS-REPORT-TOTAL
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
           MOVE "FIN-ASSIST" TO AUDIT-PROGRAM
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
       END PROGRAM FIN-ASSIST.
