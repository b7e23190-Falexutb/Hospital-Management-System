      ******************************************************************
      * Author:
      * Date:
      * Purpose: Medication Administration Record (MAR) - each active
      *          medication order is expanded into its scheduled dose
      *          times from the frequency dose-time master; nurses
      *          record every dose as given, refused, held or missed,
      *          and a missed / late dose exception report by ward
      *          goes to the nurse in charge each morning
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MED-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * Standard ward round times for each order frequency code
      * (BD, TDS ...).  A frequency with no times (PRN) has no
      * scheduled doses - each dose is charted when it is given.
           SELECT FREQUENCY-FILE ASSIGN TO "/data/med_frequencies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQUENCY-STATUS.
      * Append-only administration record, one entry per scheduled
      * dose charted.
           SELECT MAR-FILE ASSIGN TO "/data/mar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAR-STATUS.
      * Read-only view onto MED-ORDER-FILE (owned by MEDICATIONS).
           SELECT MED-ORDER-FILE ASSIGN TO "/data/med_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MED-ORDER-STATUS.
      * Read-only view onto ADMISSION-FILE (owned by ADMISSIONS)
      * used to find the ward and bed of each stay.
           SELECT ADMISSION-FILE ASSIGN TO "/data/admissions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADMISSION-ID
               FILE STATUS IS WS-ADMISSION-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/mar_exceptions.txt"
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

       FD  FREQUENCY-FILE.
       01  FREQUENCY-RECORD.
           05  FQ-CODE              PIC X(10).
           05  FQ-DOSES-PER-DAY     PIC 9.
           05  FQ-DOSE-TIME         PIC X(5) OCCURS 6 TIMES.

      * MA-STATUS is Given, Refused, Held or Missed.  The actual
      * date and time are when the nurse charted the dose.
       FD  MAR-FILE.
       01  MAR-RECORD.
           05  MA-ORDER-ID          PIC 9(8).
           05  MA-ADMISSION-ID      PIC 9(8).
           05  MA-SCHED-DATE        PIC X(10).
           05  MA-SCHED-TIME        PIC X(5).
           05  MA-STATUS            PIC X(10).
           05  MA-ACTUAL-DATE       PIC X(10).
           05  MA-ACTUAL-TIME       PIC X(5).
           05  MA-USER              PIC X(20).
           05  MA-REASON            PIC X(30).

       FD  MED-ORDER-FILE.
       01  MED-ORDER-RECORD.
           05  MED-ORDER-ID         PIC 9(8).
           05  MED-ADMISSION-ID     PIC 9(8).
           05  MED-PATIENT-ID       PIC 9(8).
           05  MED-DRUG-CODE        PIC X(10).
           05  MED-DOSE             PIC X(20).
           05  MED-FREQUENCY        PIC X(10).
           05  MED-START-DATE       PIC X(10).
           05  MED-STOP-DATE        PIC X(10).
           05  MED-DOCTOR-ID        PIC 9(8).
           05  MED-BILLED-FLAG      PIC X.

       FD  ADMISSION-FILE.
       01  ADMISSION-RECORD.
           05  AD-ADMISSION-ID       PIC 9(8).
           05  AD-PATIENT-ID         PIC 9(8).
           05  AD-WARD               PIC X(20).
           05  AD-BED-NUMBER         PIC 9(4).
           05  AD-ADMIT-DATE         PIC X(10).
           05  AD-ADMIT-TIME         PIC X(5).
           05  AD-DISCHARGE-DATE     PIC X(10).
           05  AD-DISCHARGE-TIME     PIC X(5).
           05  AD-STATUS             PIC X(10).
           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
           05  AUDIT-TIME           PIC X(8).
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
       77  WS-FREQUENCY-STATUS      PIC XX VALUE "00".
       77  WS-MAR-STATUS            PIC XX VALUE "00".
       77  WS-MED-ORDER-STATUS      PIC XX VALUE "00".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-FQ-EOF                PIC X VALUE "N".
       77  WS-MA-EOF                PIC X VALUE "N".
       77  WS-MED-EOF               PIC X VALUE "N".
       77  WS-ORDER-ID              PIC 9(8).
       77  WS-ADMISSION-ID          PIC 9(8).
       77  WS-FREQUENCY             PIC X(10).
       77  WS-DOSES-PER-DAY         PIC 9.
       77  WS-WARD                  PIC X(20).
       77  WS-SCHED-DATE            PIC X(10).
       77  WS-SCHED-TIME            PIC X(5).
       77  WS-DOSE-STATUS           PIC X(10).
       77  WS-STATUS-CHOICE         PIC 9.
       77  WS-REASON                PIC X(30).
       77  WS-ORDER-FOUND-FLAG      PIC X VALUE "N".
       77  WS-ORDER-ACTIVE-FLAG     PIC X VALUE "N".
       77  WS-SLOT-VALID-FLAG       PIC X VALUE "N".
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-DATE-RAW              PIC 9(8).
       77  WS-TIME-RAW              PIC 9(8).
       77  WS-NOW-TIME              PIC X(5).
       77  WS-TIME-HH               PIC 99.
       77  WS-TIME-MM               PIC 99.
       77  WS-SCHED-MINS            PIC 9(4).
       77  WS-ACTUAL-MINS           PIC 9(4).
       77  WS-SCHED-DATE-RAW        PIC 9(8).
       77  WS-ACTUAL-DATE-RAW       PIC 9(8).
       77  WS-LATE-BY-MINS          PIC S9(8).
       77  WS-EXCEPTION-TEXT        PIC X(20).
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-MISSED-COUNT          PIC 9(6) VALUE 0.
       77  WS-LATE-COUNT            PIC 9(6) VALUE 0.
       77  WS-FQ-COUNT              PIC 9(2) VALUE 0.
       77  WS-FQ-IDX                PIC 9(2).
       77  WS-FQ-FOUND-IDX          PIC 9(2).
       77  WS-FQ-TIME-IDX           PIC 9.
       77  WS-MR-COUNT              PIC 9(4) VALUE 0.
       77  WS-MR-IDX                PIC 9(4).
       77  WS-MR-FOUND-IDX          PIC 9(4).
       77  WS-MR-ORDER-FILTER       PIC 9(8) VALUE 0.
       77  WS-MR-KEEP-FLAG          PIC X VALUE "N".
       77  WS-MR-SKIPPED            PIC 9(6) VALUE 0.
       77  WS-WL-COUNT              PIC 9(2) VALUE 0.
       77  WS-WL-IDX                PIC 9(2).
       77  WS-WL-FOUND-FLAG         PIC X VALUE "N".
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * A dose charted as given more than this many minutes after
      * its scheduled time is reported as late.
       78  WS-LATE-MINUTES          VALUE 60.
       01  WS-FQ-TABLE.
           05  WS-FQ-ENTRY OCCURS 30 TIMES.
               10  WS-FQ-CODE           PIC X(10).
               10  WS-FQ-DOSES          PIC 9.
               10  WS-FQ-TIME           PIC X(5) OCCURS 6 TIMES.
      * Administration entries for the one date being charted or
      * reported on.
       01  WS-MR-TABLE.
           05  WS-MR-ENTRY OCCURS 2000 TIMES.
               10  WS-MR-ORDER-ID       PIC 9(8).
               10  WS-MR-SCHED-TIME     PIC X(5).
               10  WS-MR-STATUS         PIC X(10).
               10  WS-MR-ACTUAL-DATE    PIC X(10).
               10  WS-MR-ACTUAL-TIME    PIC X(5).
               10  WS-MR-USER           PIC X(20).
       01  WS-WL-TABLE.
           05  WS-WL-WARD OCCURS 50 TIMES PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Medication Administration Record"
               DISPLAY "1. Maintain Dose Times by Frequency"
               DISPLAY "2. Ward Dose Schedule"
               DISPLAY "3. Chart a Dose"
               DISPLAY "4. Dose History for an Order"
               DISPLAY "5. Missed / Late Dose Exception Report"
               DISPLAY "6. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-DOSE-TIMES
                   WHEN 2
                       PERFORM WARD-DOSE-SCHEDULE
                   WHEN 3
                       PERFORM CHART-DOSE
                   WHEN 4
                       PERFORM DOSE-HISTORY
                   WHEN 5
                       PERFORM DOSE-EXCEPTION-REPORT
                   WHEN 6
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LOAD-FREQUENCY-TABLE.
           MOVE 0 TO WS-FQ-COUNT
           OPEN INPUT FREQUENCY-FILE
           IF WS-FREQUENCY-STATUS = "35"
               CLOSE FREQUENCY-FILE
           ELSE
               MOVE "N" TO WS-FQ-EOF
               PERFORM UNTIL WS-FQ-EOF = "Y"
                   READ FREQUENCY-FILE INTO FREQUENCY-RECORD
                       AT END
                           MOVE "Y" TO WS-FQ-EOF
                       NOT AT END
                           IF WS-FQ-COUNT < 30
                               ADD 1 TO WS-FQ-COUNT
                               MOVE FQ-CODE
                                   TO WS-FQ-CODE(WS-FQ-COUNT)
                               MOVE FQ-DOSES-PER-DAY
                                   TO WS-FQ-DOSES(WS-FQ-COUNT)
                               PERFORM VARYING WS-FQ-TIME-IDX
                                       FROM 1 BY 1
                                       UNTIL WS-FQ-TIME-IDX > 6
                                   MOVE FQ-DOSE-TIME(WS-FQ-TIME-IDX)
                                       TO WS-FQ-TIME(WS-FQ-COUNT,
                                                     WS-FQ-TIME-IDX)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREQUENCY-FILE
           END-IF
           .

      * Finds WS-FQ-FOUND-IDX for WS-FREQUENCY (zero when the code
      * has no dose times on the master).
       FIND-FREQUENCY.
           MOVE 0 TO WS-FQ-FOUND-IDX
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > WS-FQ-COUNT
               IF WS-FQ-CODE(WS-FQ-IDX) = WS-FREQUENCY
                   MOVE WS-FQ-IDX TO WS-FQ-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FQ-FOUND-IDX > 0
               MOVE WS-FQ-DOSES(WS-FQ-FOUND-IDX) TO WS-DOSES-PER-DAY
           ELSE
               MOVE 0 TO WS-DOSES-PER-DAY
           END-IF
           .

       MAINTAIN-DOSE-TIMES.
           PERFORM LOAD-FREQUENCY-TABLE
           DISPLAY "Dose Times by Frequency (" WS-FQ-COUNT
                   " on file)"
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > WS-FQ-COUNT
               DISPLAY WS-FQ-CODE(WS-FQ-IDX) "  "
                       WS-FQ-DOSES(WS-FQ-IDX) " a day at "
                       WS-FQ-TIME(WS-FQ-IDX, 1) " "
                       WS-FQ-TIME(WS-FQ-IDX, 2) " "
                       WS-FQ-TIME(WS-FQ-IDX, 3) " "
                       WS-FQ-TIME(WS-FQ-IDX, 4) " "
                       WS-FQ-TIME(WS-FQ-IDX, 5) " "
                       WS-FQ-TIME(WS-FQ-IDX, 6)
           END-PERFORM
           DISPLAY "Enter Frequency Code to Set (blank to skip): "
           ACCEPT WS-FREQUENCY
           IF WS-FREQUENCY NOT = SPACES
               DISPLAY "Enter Doses per Day (0-6, 0 for PRN): "
               ACCEPT WS-DOSES-PER-DAY
               IF WS-DOSES-PER-DAY > 6
                   DISPLAY "Dose Times Failed: at most 6 doses "
                           "a day."
               ELSE
                   PERFORM FIND-FREQUENCY
                   IF WS-FQ-FOUND-IDX = 0
                       IF WS-FQ-COUNT < 30
                           ADD 1 TO WS-FQ-COUNT
                           MOVE WS-FQ-COUNT TO WS-FQ-FOUND-IDX
                           MOVE WS-FREQUENCY
                               TO WS-FQ-CODE(WS-FQ-FOUND-IDX)
                       ELSE
                           DISPLAY "Frequency master is full."
                       END-IF
                   END-IF
                   IF WS-FQ-FOUND-IDX > 0
                       PERFORM ACCEPT-DOSE-TIMES
                       PERFORM SAVE-FREQUENCY-TABLE
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                       MOVE 0 TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Dose times saved for " WS-FREQUENCY
                   END-IF
               END-IF
           END-IF
           .

       ACCEPT-DOSE-TIMES.
           MOVE WS-DOSES-PER-DAY TO WS-FQ-DOSES(WS-FQ-FOUND-IDX)
           PERFORM VARYING WS-FQ-TIME-IDX FROM 1 BY 1
                   UNTIL WS-FQ-TIME-IDX > 6
               MOVE SPACES TO WS-FQ-TIME(WS-FQ-FOUND-IDX,
                                         WS-FQ-TIME-IDX)
           END-PERFORM
           PERFORM VARYING WS-FQ-TIME-IDX FROM 1 BY 1
                   UNTIL WS-FQ-TIME-IDX > WS-DOSES-PER-DAY
               DISPLAY "Enter Dose Time " WS-FQ-TIME-IDX
                       " (HH:MM): "
               ACCEPT WS-FQ-TIME(WS-FQ-FOUND-IDX, WS-FQ-TIME-IDX)
           END-PERFORM
           .

       SAVE-FREQUENCY-TABLE.
           OPEN OUTPUT FREQUENCY-FILE
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > WS-FQ-COUNT
               MOVE WS-FQ-CODE(WS-FQ-IDX) TO FQ-CODE
               MOVE WS-FQ-DOSES(WS-FQ-IDX) TO FQ-DOSES-PER-DAY
               PERFORM VARYING WS-FQ-TIME-IDX FROM 1 BY 1
                       UNTIL WS-FQ-TIME-IDX > 6
                   MOVE WS-FQ-TIME(WS-FQ-IDX, WS-FQ-TIME-IDX)
                       TO FQ-DOSE-TIME(WS-FQ-TIME-IDX)
               END-PERFORM
               WRITE FREQUENCY-RECORD
           END-PERFORM
           CLOSE FREQUENCY-FILE
           .

      * Loads the administration entries charted against
      * WS-SCHED-DATE - only WS-MR-ORDER-FILTER's when one is set,
      * otherwise only those for stays now on WS-WARD when a ward
      * was given.  Entries that do not fit are counted in
      * WS-MR-SKIPPED.
       LOAD-DAY-MAR.
           MOVE 0 TO WS-MR-COUNT
           MOVE 0 TO WS-MR-SKIPPED
           OPEN INPUT MAR-FILE
           IF WS-MAR-STATUS = "35"
               CLOSE MAR-FILE
           ELSE
               OPEN INPUT ADMISSION-FILE
               MOVE "N" TO WS-MA-EOF
               PERFORM UNTIL WS-MA-EOF = "Y"
                   READ MAR-FILE INTO MAR-RECORD
                       AT END
                           MOVE "Y" TO WS-MA-EOF
                       NOT AT END
                           IF MA-SCHED-DATE = WS-SCHED-DATE
                               PERFORM KEEP-MAR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAR-FILE
               CLOSE ADMISSION-FILE
           END-IF
           IF WS-MR-SKIPPED > 0
               DISPLAY "WARNING: administration table full - "
                       WS-MR-SKIPPED " charted dose(s) not loaded."
           END-IF
           .

       KEEP-MAR-ENTRY.
           MOVE "Y" TO WS-MR-KEEP-FLAG
           EVALUATE TRUE
               WHEN WS-MR-ORDER-FILTER NOT = 0
                   IF MA-ORDER-ID NOT = WS-MR-ORDER-FILTER
                       MOVE "N" TO WS-MR-KEEP-FLAG
                   END-IF
               WHEN WS-WARD NOT = SPACES
                   MOVE MA-ADMISSION-ID TO AD-ADMISSION-ID
                   READ ADMISSION-FILE
                       INVALID KEY
                           MOVE SPACES TO AD-WARD
                   END-READ
                   IF AD-WARD NOT = WS-WARD
                       MOVE "N" TO WS-MR-KEEP-FLAG
                   END-IF
           END-EVALUATE
           IF WS-MR-KEEP-FLAG = "Y"
               IF WS-MR-COUNT < 2000
                   ADD 1 TO WS-MR-COUNT
                   MOVE MA-ORDER-ID TO WS-MR-ORDER-ID(WS-MR-COUNT)
                   MOVE MA-SCHED-TIME
                       TO WS-MR-SCHED-TIME(WS-MR-COUNT)
                   MOVE MA-STATUS TO WS-MR-STATUS(WS-MR-COUNT)
                   MOVE MA-ACTUAL-DATE
                       TO WS-MR-ACTUAL-DATE(WS-MR-COUNT)
                   MOVE MA-ACTUAL-TIME
                       TO WS-MR-ACTUAL-TIME(WS-MR-COUNT)
                   MOVE MA-USER TO WS-MR-USER(WS-MR-COUNT)
               ELSE
                   ADD 1 TO WS-MR-SKIPPED
               END-IF
           END-IF
           .

      * Finds WS-MR-FOUND-IDX for WS-ORDER-ID at WS-SCHED-TIME
      * (zero when nothing has been charted for the slot).
       FIND-MAR-SLOT.
           MOVE 0 TO WS-MR-FOUND-IDX
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT
               IF WS-MR-ORDER-ID(WS-MR-IDX) = WS-ORDER-ID AND
                  WS-MR-SCHED-TIME(WS-MR-IDX) = WS-SCHED-TIME
                   MOVE WS-MR-IDX TO WS-MR-FOUND-IDX
               END-IF
           END-PERFORM
           .

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           ACCEPT WS-TIME-RAW FROM TIME
           STRING WS-TIME-RAW(1:2) ":" WS-TIME-RAW(3:2)
                  DELIMITED BY SIZE INTO WS-NOW-TIME
           .

      * Every scheduled dose on one date for the patients currently
      * in a ward, with what has been charted against each.
       WARD-DOSE-SCHEDULE.
           PERFORM SET-TODAY
           DISPLAY "Enter Ward: "
           ACCEPT WS-WARD
           DISPLAY "Enter Date (YYYY-MM-DD, blank for today): "
           ACCEPT WS-SCHED-DATE
           IF WS-SCHED-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-SCHED-DATE
           END-IF
           PERFORM LOAD-FREQUENCY-TABLE
           MOVE 0 TO WS-MR-ORDER-FILTER
           PERFORM LOAD-DAY-MAR
           MOVE 0 TO WS-RECORD-COUNT
           DISPLAY "Dose Schedule - Ward " WS-WARD " - "
                   WS-SCHED-DATE
           DISPLAY "========================================"
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               DISPLAY "No admission records on file."
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AD-STATUS = "Admitted" AND
                              AD-WARD = WS-WARD
                               PERFORM LIST-STAY-DOSES
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF
           CLOSE ADMISSION-FILE
           DISPLAY "Scheduled doses listed: " WS-RECORD-COUNT
           .

       LIST-STAY-DOSES.
           OPEN INPUT MED-ORDER-FILE
           IF WS-MED-ORDER-STATUS = "35"
               CLOSE MED-ORDER-FILE
           ELSE
               MOVE "N" TO WS-MED-EOF
               PERFORM UNTIL WS-MED-EOF = "Y"
                   READ MED-ORDER-FILE INTO MED-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-MED-EOF
                       NOT AT END
                           IF MED-ADMISSION-ID = AD-ADMISSION-ID
                              AND MED-START-DATE <= WS-SCHED-DATE
                              AND (MED-STOP-DATE = SPACES OR
                                   MED-STOP-DATE >= WS-SCHED-DATE)
                               PERFORM LIST-ORDER-DOSES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MED-ORDER-FILE
           END-IF
           .

       LIST-ORDER-DOSES.
           MOVE MED-ORDER-ID TO WS-ORDER-ID
           MOVE MED-FREQUENCY TO WS-FREQUENCY
           PERFORM FIND-FREQUENCY
           IF WS-DOSES-PER-DAY = 0
               DISPLAY "Bed " AD-BED-NUMBER "  Order " MED-ORDER-ID
                       "  " MED-DRUG-CODE " " MED-DOSE " "
                       MED-FREQUENCY "  as required"
           ELSE
               PERFORM VARYING WS-FQ-TIME-IDX FROM 1 BY 1
                       UNTIL WS-FQ-TIME-IDX > WS-DOSES-PER-DAY
                   MOVE WS-FQ-TIME(WS-FQ-FOUND-IDX, WS-FQ-TIME-IDX)
                       TO WS-SCHED-TIME
                   PERFORM FIND-MAR-SLOT
                   ADD 1 TO WS-RECORD-COUNT
                   IF WS-MR-FOUND-IDX = 0
                       DISPLAY WS-SCHED-TIME "  Bed " AD-BED-NUMBER
                               "  Order " MED-ORDER-ID "  "
                               MED-DRUG-CODE " " MED-DOSE
                               "  Due"
                   ELSE
                       DISPLAY WS-SCHED-TIME "  Bed " AD-BED-NUMBER
                               "  Order " MED-ORDER-ID "  "
                               MED-DRUG-CODE " " MED-DOSE "  "
                               WS-MR-STATUS(WS-MR-FOUND-IDX) " "
                               WS-MR-ACTUAL-TIME(WS-MR-FOUND-IDX)
                               " " WS-MR-USER(WS-MR-FOUND-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .

       LOOKUP-MED-ORDER.
           MOVE "N" TO WS-ORDER-FOUND-FLAG
           OPEN INPUT MED-ORDER-FILE
           IF WS-MED-ORDER-STATUS = "35"
               CLOSE MED-ORDER-FILE
           ELSE
               MOVE "N" TO WS-MED-EOF
               PERFORM UNTIL WS-MED-EOF = "Y"
                   READ MED-ORDER-FILE INTO MED-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-MED-EOF
                       NOT AT END
                           IF MED-ORDER-ID = WS-ORDER-ID
                               MOVE "Y" TO WS-ORDER-FOUND-FLAG
                               MOVE "Y" TO WS-MED-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MED-ORDER-FILE
               MOVE "N" TO WS-MED-EOF
           END-IF
           .

      * One dose against one scheduled time of an active order.
      * Each slot is charted once - the entry is the legal record
      * and is never altered.  An as-required (PRN) order has no
      * slots, so the dose is charted at the time it is given.
       CHART-DOSE.
           PERFORM SET-TODAY
           DISPLAY "Enter Medication Order ID: "
           ACCEPT WS-ORDER-ID
           PERFORM LOOKUP-MED-ORDER
           IF WS-ORDER-FOUND-FLAG = "N"
               DISPLAY "No record found for Order ID " WS-ORDER-ID
           ELSE
               DISPLAY MED-DRUG-CODE " " MED-DOSE " "
                       MED-FREQUENCY "  Admission "
                       MED-ADMISSION-ID
               DISPLAY "Enter Scheduled Date (YYYY-MM-DD, blank "
                       "for today): "
               ACCEPT WS-SCHED-DATE
               IF WS-SCHED-DATE = SPACES
                   MOVE WS-TODAY-DATE TO WS-SCHED-DATE
               END-IF
               MOVE "N" TO WS-ORDER-ACTIVE-FLAG
               IF MED-START-DATE <= WS-SCHED-DATE AND
                  (MED-STOP-DATE = SPACES OR
                   MED-STOP-DATE >= WS-SCHED-DATE)
                   MOVE "Y" TO WS-ORDER-ACTIVE-FLAG
               END-IF
               IF WS-ORDER-ACTIVE-FLAG = "N"
                   DISPLAY "Chart Failed: Order " WS-ORDER-ID
                           " is not active on " WS-SCHED-DATE
               ELSE
                   PERFORM LOAD-FREQUENCY-TABLE
                   MOVE MED-FREQUENCY TO WS-FREQUENCY
                   PERFORM FIND-FREQUENCY
                   PERFORM ACCEPT-DOSE-SLOT
                   MOVE WS-ORDER-ID TO WS-MR-ORDER-FILTER
                   PERFORM LOAD-DAY-MAR
                   MOVE 0 TO WS-MR-ORDER-FILTER
                   PERFORM FIND-MAR-SLOT
                   EVALUATE TRUE
                       WHEN WS-SLOT-VALID-FLAG = "N"
                           DISPLAY "Chart Failed: " WS-SCHED-TIME
                                   " is not a scheduled time for "
                                   MED-FREQUENCY
                       WHEN WS-MR-SKIPPED > 0
                           DISPLAY "Chart Failed: doses already "
                                   "charted for the order could "
                                   "not all be checked."
                       WHEN WS-MR-FOUND-IDX > 0
                           DISPLAY "Chart Failed: the "
                                   WS-SCHED-TIME " dose is already "
                                   "charted as "
                                   WS-MR-STATUS(WS-MR-FOUND-IDX)
                                   " by "
                                   WS-MR-USER(WS-MR-FOUND-IDX)
                       WHEN OTHER
                           PERFORM ACCEPT-DOSE-OUTCOME
                           IF WS-DOSE-STATUS NOT = SPACES
                               PERFORM WRITE-MAR-RECORD
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           .

       ACCEPT-DOSE-SLOT.
           MOVE "N" TO WS-SLOT-VALID-FLAG
           IF WS-DOSES-PER-DAY = 0
               DISPLAY "As-required order - charted at "
                       WS-NOW-TIME
               MOVE WS-NOW-TIME TO WS-SCHED-TIME
               MOVE "Y" TO WS-SLOT-VALID-FLAG
           ELSE
               DISPLAY "Scheduled times:"
               PERFORM VARYING WS-FQ-TIME-IDX FROM 1 BY 1
                       UNTIL WS-FQ-TIME-IDX > WS-DOSES-PER-DAY
                   DISPLAY "  "
                           WS-FQ-TIME(WS-FQ-FOUND-IDX, WS-FQ-TIME-IDX)
               END-PERFORM
               DISPLAY "Enter Scheduled Time (HH:MM): "
               ACCEPT WS-SCHED-TIME
               PERFORM VARYING WS-FQ-TIME-IDX FROM 1 BY 1
                       UNTIL WS-FQ-TIME-IDX > WS-DOSES-PER-DAY
                   IF WS-FQ-TIME(WS-FQ-FOUND-IDX, WS-FQ-TIME-IDX) =
                      WS-SCHED-TIME
                       MOVE "Y" TO WS-SLOT-VALID-FLAG
                   END-IF
               END-PERFORM
           END-IF
           .

       ACCEPT-DOSE-OUTCOME.
           DISPLAY "Select Outcome: 1. Given  2. Refused  3. Held  "
                   "4. Missed"
           ACCEPT WS-STATUS-CHOICE
           MOVE SPACES TO WS-REASON
           EVALUATE WS-STATUS-CHOICE
               WHEN 1
                   MOVE "Given" TO WS-DOSE-STATUS
               WHEN 2
                   MOVE "Refused" TO WS-DOSE-STATUS
               WHEN 3
                   MOVE "Held" TO WS-DOSE-STATUS
               WHEN 4
                   MOVE "Missed" TO WS-DOSE-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-DOSE-STATUS
                   DISPLAY "Invalid outcome - nothing charted."
           END-EVALUATE
           IF WS-DOSE-STATUS NOT = SPACES AND
              WS-DOSE-STATUS NOT = "Given"
               DISPLAY "Enter Reason: "
               ACCEPT WS-REASON
           END-IF
           IF WS-DOSES-PER-DAY = 0 AND
              WS-DOSE-STATUS NOT = SPACES AND
              WS-DOSE-STATUS NOT = "Given"
               MOVE SPACES TO WS-DOSE-STATUS
               DISPLAY "An as-required dose is only charted when "
                       "it is given."
           END-IF
           .

       WRITE-MAR-RECORD.
           MOVE WS-ORDER-ID TO MA-ORDER-ID
           MOVE MED-ADMISSION-ID TO MA-ADMISSION-ID
           MOVE WS-SCHED-DATE TO MA-SCHED-DATE
           MOVE WS-SCHED-TIME TO MA-SCHED-TIME
           MOVE WS-DOSE-STATUS TO MA-STATUS
           MOVE WS-TODAY-DATE TO MA-ACTUAL-DATE
           MOVE WS-NOW-TIME TO MA-ACTUAL-TIME
           MOVE WS-SESSION-USER TO MA-USER
           MOVE WS-REASON TO MA-REASON
           OPEN EXTEND MAR-FILE
           IF WS-MAR-STATUS = "35"
               CLOSE MAR-FILE
               OPEN OUTPUT MAR-FILE
           END-IF
           WRITE MAR-RECORD
           CLOSE MAR-FILE
           MOVE "MAR" TO WS-AUDIT-ACTION
           MOVE WS-ORDER-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Dose " WS-SCHED-DATE " " WS-SCHED-TIME
                   " charted as " WS-DOSE-STATUS " at "
                   WS-NOW-TIME " by " WS-SESSION-USER
           .

       DOSE-HISTORY.
           DISPLAY "Enter Medication Order ID: "
           ACCEPT WS-ORDER-ID
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT MAR-FILE
           IF WS-MAR-STATUS = "35"
               DISPLAY "No doses charted."
               CLOSE MAR-FILE
           ELSE
               MOVE "N" TO WS-MA-EOF
               PERFORM UNTIL WS-MA-EOF = "Y"
                   READ MAR-FILE INTO MAR-RECORD
                       AT END
                           MOVE "Y" TO WS-MA-EOF
                       NOT AT END
                           IF MA-ORDER-ID = WS-ORDER-ID
                               ADD 1 TO WS-RECORD-COUNT
                               DISPLAY MA-SCHED-DATE " "
                                       MA-SCHED-TIME "  "
                                       MA-STATUS "  charted "
                                       MA-ACTUAL-DATE " "
                                       MA-ACTUAL-TIME " by "
                                       MA-USER
                               IF MA-REASON NOT = SPACES
                                   DISPLAY "  Reason: " MA-REASON
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAR-FILE
               DISPLAY "Doses charted: " WS-RECORD-COUNT
           END-IF
           .

      * Morning exception report for the nurse in charge: for one
      * date (yesterday by default) and every ward or one ward,
      * each scheduled dose charted as missed, never charted at
      * all, or given more than WS-LATE-MINUTES after its time.
      * Stays in house at any point on the date are covered, by
      * their current ward.
       DOSE-EXCEPTION-REPORT.
           PERFORM SET-TODAY
           DISPLAY "Enter Date (YYYY-MM-DD, blank for yesterday): "
           ACCEPT WS-SCHED-DATE
           IF WS-SCHED-DATE = SPACES
               COMPUTE WS-DATE-RAW = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) - 1)
               STRING WS-DATE-RAW(1:4) "-" WS-DATE-RAW(5:2) "-"
                      WS-DATE-RAW(7:2) DELIMITED BY SIZE
                      INTO WS-SCHED-DATE
           END-IF
           DISPLAY "Enter Ward (blank for all wards): "
           ACCEPT WS-WARD
           MOVE WS-SCHED-DATE(1:4) TO WS-SCHED-DATE-RAW(1:4)
           MOVE WS-SCHED-DATE(6:2) TO WS-SCHED-DATE-RAW(5:2)
           MOVE WS-SCHED-DATE(9:2) TO WS-SCHED-DATE-RAW(7:2)
           PERFORM LOAD-FREQUENCY-TABLE
           MOVE 0 TO WS-MR-ORDER-FILTER
           PERFORM LOAD-DAY-MAR
           PERFORM BUILD-WARD-LIST
           MOVE 0 TO WS-MISSED-COUNT
           MOVE 0 TO WS-LATE-COUNT
           OPEN OUTPUT REPORT-FILE
           MOVE "Hospital Management System" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Missed / Late Dose Exceptions - "
               WS-SCHED-DATE DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MR-SKIPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING: administration table full - "
                   WS-MR-SKIPPED " charted dose(s) not loaded"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY "Missed / Late Dose Exceptions - " WS-SCHED-DATE
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Ward " WS-WL-WARD(WS-WL-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "Ward " WS-WL-WARD(WS-WL-IDX)
               PERFORM REPORT-WARD-EXCEPTIONS
           END-PERFORM
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Missed / not charted: " WS-MISSED-COUNT
               "  Late: " WS-LATE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Missed / not charted: " WS-MISSED-COUNT
                   "  Late: " WS-LATE-COUNT
           DISPLAY "Report written to /data/mar_exceptions.txt"
           .

      * Distinct wards holding a stay in house on WS-SCHED-DATE,
      * limited to the ward asked for when one was given.
       BUILD-WARD-LIST.
           MOVE 0 TO WS-WL-COUNT
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AD-ADMIT-DATE <= WS-SCHED-DATE AND
                              (AD-DISCHARGE-DATE = SPACES OR
                               AD-DISCHARGE-DATE >= WS-SCHED-DATE)
                              AND (WS-WARD = SPACES OR
                                   AD-WARD = WS-WARD)
                               PERFORM ADD-WARD-TO-LIST
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF
           CLOSE ADMISSION-FILE
           .

       ADD-WARD-TO-LIST.
           MOVE "N" TO WS-WL-FOUND-FLAG
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-WARD(WS-WL-IDX) = AD-WARD
                   MOVE "Y" TO WS-WL-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-WL-FOUND-FLAG = "N" AND WS-WL-COUNT < 50
               ADD 1 TO WS-WL-COUNT
               MOVE AD-WARD TO WS-WL-WARD(WS-WL-COUNT)
           END-IF
           .

       REPORT-WARD-EXCEPTIONS.
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AD-WARD = WS-WL-WARD(WS-WL-IDX) AND
                              AD-ADMIT-DATE <= WS-SCHED-DATE AND
                              (AD-DISCHARGE-DATE = SPACES OR
                               AD-DISCHARGE-DATE >= WS-SCHED-DATE)
                               PERFORM CHECK-STAY-DOSES
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF
           CLOSE ADMISSION-FILE
           .

       CHECK-STAY-DOSES.
           OPEN INPUT MED-ORDER-FILE
           IF WS-MED-ORDER-STATUS = "35"
               CLOSE MED-ORDER-FILE
           ELSE
               MOVE "N" TO WS-MED-EOF
               PERFORM UNTIL WS-MED-EOF = "Y"
                   READ MED-ORDER-FILE INTO MED-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-MED-EOF
                       NOT AT END
                           IF MED-ADMISSION-ID = AD-ADMISSION-ID
                              AND MED-START-DATE <= WS-SCHED-DATE
                              AND (MED-STOP-DATE = SPACES OR
                                   MED-STOP-DATE >= WS-SCHED-DATE)
                               PERFORM CHECK-ORDER-DOSES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MED-ORDER-FILE
           END-IF
           .

      * Slots still ahead of the clock on today's date are not yet
      * due and are skipped.
       CHECK-ORDER-DOSES.
           MOVE MED-ORDER-ID TO WS-ORDER-ID
           MOVE MED-FREQUENCY TO WS-FREQUENCY
           PERFORM FIND-FREQUENCY
           PERFORM VARYING WS-FQ-TIME-IDX FROM 1 BY 1
                   UNTIL WS-FQ-TIME-IDX > WS-DOSES-PER-DAY
               MOVE WS-FQ-TIME(WS-FQ-FOUND-IDX, WS-FQ-TIME-IDX)
                   TO WS-SCHED-TIME
               IF WS-SCHED-DATE < WS-TODAY-DATE OR
                  (WS-SCHED-DATE = WS-TODAY-DATE AND
                   WS-SCHED-TIME < WS-NOW-TIME)
                   PERFORM CHECK-DOSE-SLOT
               END-IF
           END-PERFORM
           .

       CHECK-DOSE-SLOT.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           PERFORM FIND-MAR-SLOT
           IF WS-MR-FOUND-IDX = 0
               MOVE "NOT CHARTED" TO WS-EXCEPTION-TEXT
               ADD 1 TO WS-MISSED-COUNT
           ELSE
               IF WS-MR-STATUS(WS-MR-FOUND-IDX) = "Missed"
                   MOVE "MISSED" TO WS-EXCEPTION-TEXT
                   ADD 1 TO WS-MISSED-COUNT
               END-IF
               IF WS-MR-STATUS(WS-MR-FOUND-IDX) = "Given"
                   PERFORM CALCULATE-LATENESS
                   IF WS-LATE-BY-MINS > WS-LATE-MINUTES
                       MOVE "LATE" TO WS-EXCEPTION-TEXT
                       ADD 1 TO WS-LATE-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-EXCEPTION-TEXT NOT = SPACES
               DISPLAY "  " WS-SCHED-TIME " Bed " AD-BED-NUMBER
                       " Order " MED-ORDER-ID " " MED-DRUG-CODE
                       " " WS-EXCEPTION-TEXT
               IF WS-MR-FOUND-IDX = 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-SCHED-TIME " Bed " AD-BED-NUMBER
                       " Order " MED-ORDER-ID " " MED-DRUG-CODE
                       " " WS-EXCEPTION-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-SCHED-TIME " Bed " AD-BED-NUMBER
                       " Order " MED-ORDER-ID " " MED-DRUG-CODE
                       " " WS-EXCEPTION-TEXT " "
                       WS-MR-ACTUAL-TIME(WS-MR-FOUND-IDX) " "
                       WS-MR-USER(WS-MR-FOUND-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF
           .

      * Minutes from the scheduled time to the time the dose was
      * charted as given, across midnight where need be.
       CALCULATE-LATENESS.
           MOVE WS-SCHED-TIME(1:2) TO WS-TIME-HH
           MOVE WS-SCHED-TIME(4:2) TO WS-TIME-MM
           COMPUTE WS-SCHED-MINS = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE WS-MR-ACTUAL-TIME(WS-MR-FOUND-IDX)(1:2) TO WS-TIME-HH
           MOVE WS-MR-ACTUAL-TIME(WS-MR-FOUND-IDX)(4:2) TO WS-TIME-MM
           COMPUTE WS-ACTUAL-MINS = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE WS-MR-ACTUAL-DATE(WS-MR-FOUND-IDX)(1:4)
               TO WS-ACTUAL-DATE-RAW(1:4)
           MOVE WS-MR-ACTUAL-DATE(WS-MR-FOUND-IDX)(6:2)
               TO WS-ACTUAL-DATE-RAW(5:2)
           MOVE WS-MR-ACTUAL-DATE(WS-MR-FOUND-IDX)(9:2)
               TO WS-ACTUAL-DATE-RAW(7:2)
           COMPUTE WS-LATE-BY-MINS =
               (FUNCTION INTEGER-OF-DATE(WS-ACTUAL-DATE-RAW) -
                FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE-RAW)) * 1440
               + WS-ACTUAL-MINS - WS-SCHED-MINS
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
           MOVE "MED-ADMIN" TO AUDIT-PROGRAM
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
       END PROGRAM MED-ADMIN.
