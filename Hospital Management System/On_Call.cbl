      ******************************************************************
      * Author:
      * Date:
      * Purpose: Specialist on-call rota - first and second on-call
      *          doctors per specialty, date and time band (Day /
      *          Night), a who-is-on-call-now lookup, weekly rota
      *          print and a cover gap report for any specialty with
      *          no first on-call
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ON-CALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per specialty, date and band.  The Day band runs
      * 08:00-19:59; the Night band runs from 20:00 on the rota date
      * to 07:59 the morning after.
           SELECT ONCALL-FILE ASSIGN TO "/data/oncall_rota.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALL-STATUS.
           SELECT ONCALL-TEMP-FILE
               ASSIGN TO "/data/oncall_rota_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Read-only view onto DOCTOR-FILE (owned by DOCTOR-RECORDS) -
      * on-call doctors must be active and of the rota specialty.
           SELECT DOCTOR-FILE ASSIGN TO "/data/doctors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOCTOR-ID
               FILE STATUS IS WS-DOCTOR-FILE-STATUS.
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

       FD  ONCALL-FILE.
       01  ONCALL-RECORD.
           05  OC-SPECIALTY         PIC X(30).
           05  OC-DATE              PIC X(10).
           05  OC-BAND              PIC X(5).
           05  OC-FIRST-DOCTOR-ID   PIC 9(8).
           05  OC-SECOND-DOCTOR-ID  PIC 9(8).

       FD  ONCALL-TEMP-FILE.
       01  ONCALL-TEMP-RECORD       PIC X(61).

       FD  DOCTOR-FILE.
       01  DOCTOR-RECORD.
           05  DM-DOCTOR-ID          PIC 9(8).
           05  DM-FIRST-NAME         PIC X(20).
           05  DM-LAST-NAME          PIC X(30).
           05  DM-SPECIALTY          PIC X(30).
           05  DM-ACTIVE-FLAG        PIC X.

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
       77  WS-ONCALL-STATUS         PIC XX VALUE "00".
       77  WS-DOCTOR-FILE-STATUS    PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-REPORT-FILE-NAME      PIC X(40) VALUE SPACES.
       77  WS-SPECIALTY             PIC X(30).
       77  WS-ONCALL-DATE           PIC X(10).
       77  WS-BAND                  PIC X(5).
       77  WS-BAND-CHOICE           PIC 9.
       77  WS-FIRST-DOCTOR-ID       PIC 9(8).
       77  WS-SECOND-DOCTOR-ID      PIC 9(8).
       77  WS-DOCTOR-ID             PIC 9(8).
       77  WS-DOCTOR-NAME           PIC X(30).
       77  WS-DOCTOR-FOUND-FLAG     PIC X VALUE "N".
       77  WS-DOCTOR-VALID-FLAG     PIC X VALUE "N".
       77  WS-FIRST-VALID-FLAG      PIC X VALUE "N".
       77  WS-SECOND-VALID-FLAG     PIC X VALUE "N".
       77  WS-SPECIALTY-VALID-FLAG  PIC X VALUE "N".
       77  WS-ONCALL-FOUND-FLAG     PIC X VALUE "N".
       77  WS-OC-EOF                PIC X VALUE "N".
       77  WS-DOC-EOF               PIC X VALUE "N".
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-NOW-TIME-RAW          PIC 9(8).
       77  WS-NOW-HH                PIC 99.
       77  WS-LOOKUP-RAW            PIC 9(8).
       77  WS-START-DATE            PIC X(10).
       77  WS-START-RAW             PIC 9(8).
       77  WS-DAY-RAW               PIC 9(8).
       77  WS-DAY-IDX               PIC 9.
       77  WS-BAND-IDX              PIC 9.
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-GAP-COUNT             PIC 9(5) VALUE 0.
       77  WS-WK-COUNT              PIC 9(4) VALUE 0.
       77  WS-WK-IDX                PIC 9(4).
       77  WS-WK-FOUND-FLAG         PIC X VALUE "N".
       77  WS-SPC-COUNT             PIC 9(4) VALUE 0.
       77  WS-SPC-IDX               PIC 9(4).
       77  WS-SPC-FOUND-FLAG        PIC X VALUE "N".
       77  WS-FIRST-NAME-TEXT       PIC X(20).
       77  WS-SECOND-NAME-TEXT      PIC X(20).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * The Day band starts at this hour and the Night band at the
      * second; before the first a lookup falls on the night band
      * rostered against the previous date.
       78  WS-DAY-START-HH           VALUE 8.
       78  WS-NIGHT-START-HH         VALUE 20.
      * The seven dates covered by the weekly print and gap report.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-DATE OCCURS 7 TIMES PIC X(10).
       01  WS-BAND-TABLE.
           05  FILLER               PIC X(5) VALUE "Day".
           05  FILLER               PIC X(5) VALUE "Night".
       01  WS-BAND-NAMES REDEFINES WS-BAND-TABLE.
           05  WS-BAND-NAME OCCURS 2 TIMES PIC X(5).
      * Rota entries falling in the chosen week.
       01  WS-WK-TABLE.
           05  WS-WK-ENTRY OCCURS 1000 TIMES.
               10  WS-WK-SPECIALTY      PIC X(30).
               10  WS-WK-DATE           PIC X(10).
               10  WS-WK-BAND           PIC X(5).
               10  WS-WK-FIRST          PIC 9(8).
               10  WS-WK-SECOND         PIC 9(8).
      * Distinct specialties held by active doctors - each one is
      * expected to have a first on-call in every band.
       01  WS-SPC-TABLE.
           05  WS-SPC-ENTRY OCCURS 50 TIMES.
               10  WS-SPC-NAME          PIC X(30).
               10  WS-SPC-GAPS          PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Specialist On-Call Rota"
               DISPLAY "1. Set On-Call Cover"
               DISPLAY "2. Remove On-Call Cover"
               DISPLAY "3. Who Is On Call Now"
               DISPLAY "4. Weekly Rota Print"
               DISPLAY "5. Cover Gap Report"
               DISPLAY "6. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM SET-ONCALL-COVER
                   WHEN 2
                       PERFORM REMOVE-ONCALL-COVER
                   WHEN 3
                       PERFORM SHOW-ONCALL-NOW
                   WHEN 4
                       PERFORM WEEKLY-ROTA-PRINT
                   WHEN 5
                       PERFORM COVER-GAP-REPORT
                   WHEN 6
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       ACCEPT-BAND.
           DISPLAY "Select Band: 1. Day (08:00-19:59)  "
                   "2. Night (20:00-07:59)"
           ACCEPT WS-BAND-CHOICE
           EVALUATE WS-BAND-CHOICE
               WHEN 1
                   MOVE "Day" TO WS-BAND
               WHEN 2
                   MOVE "Night" TO WS-BAND
               WHEN OTHER
                   MOVE SPACES TO WS-BAND
           END-EVALUATE
           .

      * One entry per specialty, date and band: setting cover for a
      * slot already on the rota replaces it.  Both doctors must be
      * active and hold the rota specialty; the second on-call is
      * optional (zero) but may not be the first on-call again.
       SET-ONCALL-COVER.
           DISPLAY "Enter Specialty: "
           ACCEPT WS-SPECIALTY
           DISPLAY "Enter On-Call Date (YYYY-MM-DD): "
           ACCEPT WS-ONCALL-DATE
           PERFORM ACCEPT-BAND
           DISPLAY "Enter First On-Call Doctor ID: "
           ACCEPT WS-FIRST-DOCTOR-ID
           DISPLAY "Enter Second On-Call Doctor ID (0 for none): "
           ACCEPT WS-SECOND-DOCTOR-ID
           PERFORM VALIDATE-SPECIALTY
           MOVE WS-FIRST-DOCTOR-ID TO WS-DOCTOR-ID
           PERFORM VALIDATE-ONCALL-DOCTOR
           MOVE WS-DOCTOR-VALID-FLAG TO WS-FIRST-VALID-FLAG
           MOVE "Y" TO WS-SECOND-VALID-FLAG
           IF WS-SECOND-DOCTOR-ID NOT = 0
               MOVE WS-SECOND-DOCTOR-ID TO WS-DOCTOR-ID
               PERFORM VALIDATE-ONCALL-DOCTOR
               MOVE WS-DOCTOR-VALID-FLAG TO WS-SECOND-VALID-FLAG
           END-IF
           EVALUATE TRUE
               WHEN WS-SPECIALTY-VALID-FLAG = "N"
                   DISPLAY "On-Call Failed: no active doctor with "
                           "specialty " WS-SPECIALTY " on file."
               WHEN WS-ONCALL-DATE = SPACES
                   DISPLAY "On-Call Failed: a rota date is "
                           "required."
               WHEN WS-BAND = SPACES
                   DISPLAY "On-Call Failed: invalid band."
               WHEN WS-FIRST-VALID-FLAG = "N"
                   DISPLAY "On-Call Failed: Doctor ID "
                           WS-FIRST-DOCTOR-ID " not found, "
                           "inactive or not " WS-SPECIALTY
               WHEN WS-SECOND-VALID-FLAG = "N"
                   DISPLAY "On-Call Failed: Doctor ID "
                           WS-SECOND-DOCTOR-ID " not found, "
                           "inactive or not " WS-SPECIALTY
               WHEN WS-SECOND-DOCTOR-ID = WS-FIRST-DOCTOR-ID
                   DISPLAY "On-Call Failed: second on-call must "
                           "differ from first on-call."
               WHEN OTHER
                   PERFORM DROP-ONCALL-ENTRY
                   MOVE WS-SPECIALTY TO OC-SPECIALTY
                   MOVE WS-ONCALL-DATE TO OC-DATE
                   MOVE WS-BAND TO OC-BAND
                   MOVE WS-FIRST-DOCTOR-ID TO OC-FIRST-DOCTOR-ID
                   MOVE WS-SECOND-DOCTOR-ID TO OC-SECOND-DOCTOR-ID
                   OPEN EXTEND ONCALL-FILE
                   IF WS-ONCALL-STATUS = "35"
                       CLOSE ONCALL-FILE
                       OPEN OUTPUT ONCALL-FILE
                   END-IF
                   WRITE ONCALL-RECORD
                   CLOSE ONCALL-FILE
                   IF WS-ONCALL-FOUND-FLAG = "Y"
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                   ELSE
                       MOVE "CREATE" TO WS-AUDIT-ACTION
                   END-IF
                   MOVE WS-FIRST-DOCTOR-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "On-call cover set for " WS-SPECIALTY
                   DISPLAY "  " WS-ONCALL-DATE " " WS-BAND
                           "  1st: " WS-FIRST-DOCTOR-ID
                           "  2nd: " WS-SECOND-DOCTOR-ID
           END-EVALUATE
           .

      * The specialty must be held by at least one active doctor on
      * the doctor master.
       VALIDATE-SPECIALTY.
           MOVE "N" TO WS-SPECIALTY-VALID-FLAG
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS = "35"
               CLOSE DOCTOR-FILE
           ELSE
               MOVE "N" TO WS-DOC-EOF
               PERFORM UNTIL WS-DOC-EOF = "Y"
                   READ DOCTOR-FILE NEXT INTO DOCTOR-RECORD
                       AT END
                           MOVE "Y" TO WS-DOC-EOF
                       NOT AT END
                           IF DM-SPECIALTY = WS-SPECIALTY AND
                              DM-ACTIVE-FLAG = "Y"
                               MOVE "Y" TO WS-SPECIALTY-VALID-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCTOR-FILE
           END-IF
           .

       VALIDATE-ONCALL-DOCTOR.
           MOVE "N" TO WS-DOCTOR-VALID-FLAG
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS NOT = "35"
               MOVE WS-DOCTOR-ID TO DM-DOCTOR-ID
               READ DOCTOR-FILE
                   INVALID KEY
                       MOVE "N" TO WS-DOCTOR-VALID-FLAG
                   NOT INVALID KEY
                       IF DM-ACTIVE-FLAG = "Y" AND
                          DM-SPECIALTY = WS-SPECIALTY
                           MOVE "Y" TO WS-DOCTOR-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE DOCTOR-FILE
           .

      * Sets WS-DOCTOR-NAME for WS-DOCTOR-ID (blank when off file).
       FIND-DOCTOR-NAME.
           MOVE SPACES TO WS-DOCTOR-NAME
           MOVE "N" TO WS-DOCTOR-FOUND-FLAG
           IF WS-DOCTOR-ID NOT = 0
               OPEN INPUT DOCTOR-FILE
               IF WS-DOCTOR-FILE-STATUS NOT = "35"
                   MOVE WS-DOCTOR-ID TO DM-DOCTOR-ID
                   READ DOCTOR-FILE
                       INVALID KEY
                           MOVE "N" TO WS-DOCTOR-FOUND-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-DOCTOR-FOUND-FLAG
                           MOVE DM-LAST-NAME TO WS-DOCTOR-NAME
                   END-READ
               END-IF
               CLOSE DOCTOR-FILE
           END-IF
           .

      * Copies the rota through a temp file without the entry for
      * WS-SPECIALTY / WS-ONCALL-DATE / WS-BAND.
       DROP-ONCALL-ENTRY.
           MOVE "N" TO WS-ONCALL-FOUND-FLAG
           OPEN INPUT ONCALL-FILE
           OPEN OUTPUT ONCALL-TEMP-FILE
           MOVE "N" TO WS-OC-EOF
           IF WS-ONCALL-STATUS NOT = "35"
               PERFORM UNTIL WS-OC-EOF = "Y"
                   READ ONCALL-FILE
                       AT END
                           MOVE "Y" TO WS-OC-EOF
                       NOT AT END
                           IF OC-SPECIALTY = WS-SPECIALTY AND
                              OC-DATE = WS-ONCALL-DATE AND
                              OC-BAND = WS-BAND
                               MOVE "Y" TO WS-ONCALL-FOUND-FLAG
                           ELSE
                               MOVE ONCALL-RECORD
                                   TO ONCALL-TEMP-RECORD
                               WRITE ONCALL-TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ONCALL-FILE
           CLOSE ONCALL-TEMP-FILE

           OPEN INPUT ONCALL-TEMP-FILE
           OPEN OUTPUT ONCALL-FILE
           MOVE "N" TO WS-OC-EOF
           PERFORM UNTIL WS-OC-EOF = "Y"
               READ ONCALL-TEMP-FILE INTO ONCALL-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-OC-EOF
                   NOT AT END
                       MOVE ONCALL-TEMP-RECORD TO ONCALL-RECORD
                       WRITE ONCALL-RECORD
               END-READ
           END-PERFORM
           CLOSE ONCALL-TEMP-FILE
           CLOSE ONCALL-FILE
           MOVE "N" TO WS-OC-EOF
           .

       REMOVE-ONCALL-COVER.
           DISPLAY "Enter Specialty: "
           ACCEPT WS-SPECIALTY
           DISPLAY "Enter On-Call Date (YYYY-MM-DD): "
           ACCEPT WS-ONCALL-DATE
           PERFORM ACCEPT-BAND
           PERFORM DROP-ONCALL-ENTRY
           IF WS-ONCALL-FOUND-FLAG = "Y"
               MOVE "DELETE" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "On-call cover removed for " WS-SPECIALTY
           ELSE
               DISPLAY "No on-call cover found for " WS-SPECIALTY
                       " on " WS-ONCALL-DATE " " WS-BAND
           END-IF
           .

       SHOW-ONCALL-NOW.
           DISPLAY "Enter Specialty: "
           ACCEPT WS-SPECIALTY
           PERFORM FIND-ONCALL-NOW
           IF WS-ONCALL-FOUND-FLAG = "N"
               DISPLAY "No on-call cover for " WS-SPECIALTY
                       " on " WS-ONCALL-DATE " " WS-BAND
           ELSE
               DISPLAY "On call now for " WS-SPECIALTY
                       " (" WS-ONCALL-DATE " " WS-BAND ")"
               MOVE WS-FIRST-DOCTOR-ID TO WS-DOCTOR-ID
               PERFORM FIND-DOCTOR-NAME
               DISPLAY "  1st On-Call: Dr " WS-DOCTOR-NAME
                       " (" WS-FIRST-DOCTOR-ID ")"
               IF WS-SECOND-DOCTOR-ID NOT = 0
                   MOVE WS-SECOND-DOCTOR-ID TO WS-DOCTOR-ID
                   PERFORM FIND-DOCTOR-NAME
                   DISPLAY "  2nd On-Call: Dr " WS-DOCTOR-NAME
                           " (" WS-SECOND-DOCTOR-ID ")"
               ELSE
                   DISPLAY "  2nd On-Call: none rostered"
               END-IF
           END-IF
           .

      * Works out the rota date and band covering the current time
      * and reads the first / second on-call for WS-SPECIALTY.
      * Before 08:00 the cover is the previous date's Night band.
       FIND-ONCALL-NOW.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME
           MOVE WS-NOW-TIME-RAW(1:2) TO WS-NOW-HH
           MOVE WS-TODAY-RAW TO WS-LOOKUP-RAW
           EVALUATE TRUE
               WHEN WS-NOW-HH < WS-DAY-START-HH
                   MOVE "Night" TO WS-BAND
                   COMPUTE WS-LOOKUP-RAW = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) - 1)
               WHEN WS-NOW-HH < WS-NIGHT-START-HH
                   MOVE "Day" TO WS-BAND
               WHEN OTHER
                   MOVE "Night" TO WS-BAND
           END-EVALUATE
           MOVE SPACES TO WS-ONCALL-DATE
           STRING WS-LOOKUP-RAW(1:4) "-" WS-LOOKUP-RAW(5:2) "-"
                  WS-LOOKUP-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-ONCALL-DATE
           MOVE "N" TO WS-ONCALL-FOUND-FLAG
           MOVE 0 TO WS-FIRST-DOCTOR-ID
           MOVE 0 TO WS-SECOND-DOCTOR-ID
           OPEN INPUT ONCALL-FILE
           IF WS-ONCALL-STATUS = "35"
               CLOSE ONCALL-FILE
           ELSE
               MOVE "N" TO WS-OC-EOF
               PERFORM UNTIL WS-OC-EOF = "Y"
                   READ ONCALL-FILE INTO ONCALL-RECORD
                       AT END
                           MOVE "Y" TO WS-OC-EOF
                       NOT AT END
                           IF OC-SPECIALTY = WS-SPECIALTY AND
                              OC-DATE = WS-ONCALL-DATE AND
                              OC-BAND = WS-BAND
                               MOVE "Y" TO WS-ONCALL-FOUND-FLAG
                               MOVE OC-FIRST-DOCTOR-ID
                                   TO WS-FIRST-DOCTOR-ID
                               MOVE OC-SECOND-DOCTOR-ID
                                   TO WS-SECOND-DOCTOR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF
           .

      * Asks for the first date of the week (blank for today) and
      * fills WS-WEEK-DATE(1..7).  WS-START-RAW is zero when the
      * date keyed is not a valid YYYY-MM-DD.
       ACCEPT-WEEK-START.
           DISPLAY "Enter Week Start Date (YYYY-MM-DD, blank for "
                   "today): "
           ACCEPT WS-START-DATE
           IF WS-START-DATE = SPACES
               ACCEPT WS-START-RAW FROM DATE YYYYMMDD
           ELSE
               IF WS-START-DATE(1:4) IS NUMERIC AND
                  WS-START-DATE(6:2) IS NUMERIC AND
                  WS-START-DATE(9:2) IS NUMERIC
                   MOVE WS-START-DATE(1:4) TO WS-START-RAW(1:4)
                   MOVE WS-START-DATE(6:2) TO WS-START-RAW(5:2)
                   MOVE WS-START-DATE(9:2) TO WS-START-RAW(7:2)
               ELSE
                   MOVE 0 TO WS-START-RAW
               END-IF
           END-IF
           IF WS-START-RAW NOT = 0
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 7
                   COMPUTE WS-DAY-RAW = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-START-RAW)
                       + WS-DAY-IDX - 1)
                   MOVE SPACES TO WS-WEEK-DATE(WS-DAY-IDX)
                   STRING WS-DAY-RAW(1:4) "-" WS-DAY-RAW(5:2) "-"
                          WS-DAY-RAW(7:2) DELIMITED BY SIZE
                          INTO WS-WEEK-DATE(WS-DAY-IDX)
               END-PERFORM
           END-IF
           .

      * Loads the rota entries dated inside WS-WEEK-DATE(1..7).
       LOAD-WEEK-ROTA.
           MOVE 0 TO WS-WK-COUNT
           OPEN INPUT ONCALL-FILE
           IF WS-ONCALL-STATUS = "35"
               CLOSE ONCALL-FILE
           ELSE
               MOVE "N" TO WS-OC-EOF
               PERFORM UNTIL WS-OC-EOF = "Y"
                   READ ONCALL-FILE INTO ONCALL-RECORD
                       AT END
                           MOVE "Y" TO WS-OC-EOF
                       NOT AT END
                           IF OC-DATE >= WS-WEEK-DATE(1) AND
                              OC-DATE <= WS-WEEK-DATE(7) AND
                              WS-WK-COUNT < 1000
                               ADD 1 TO WS-WK-COUNT
                               MOVE OC-SPECIALTY
                                   TO WS-WK-SPECIALTY(WS-WK-COUNT)
                               MOVE OC-DATE
                                   TO WS-WK-DATE(WS-WK-COUNT)
                               MOVE OC-BAND
                                   TO WS-WK-BAND(WS-WK-COUNT)
                               MOVE OC-FIRST-DOCTOR-ID
                                   TO WS-WK-FIRST(WS-WK-COUNT)
                               MOVE OC-SECOND-DOCTOR-ID
                                   TO WS-WK-SECOND(WS-WK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF
           .

      * Posted in ED and switchboard each week: every rota entry in
      * date and band order with the first and second on-call.
       WEEKLY-ROTA-PRINT.
           PERFORM ACCEPT-WEEK-START
           IF WS-START-RAW = 0
               DISPLAY "Invalid week start date."
           ELSE
               PERFORM LOAD-WEEK-ROTA
               MOVE 0 TO WS-RECORD-COUNT
               MOVE "/data/oncall_rota_report.txt"
                   TO WS-REPORT-FILE-NAME
               OPEN OUTPUT REPORT-FILE
               MOVE "Hospital Management System" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Weekly On-Call Rota - " WS-WEEK-DATE(1)
                   " to " WS-WEEK-DATE(7)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Date       Band  Specialty" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "----------------------------------------"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "Weekly On-Call Rota - " WS-WEEK-DATE(1)
                       " to " WS-WEEK-DATE(7)
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 7
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                           UNTIL WS-BAND-IDX > 2
                       PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                               UNTIL WS-WK-IDX > WS-WK-COUNT
                           IF WS-WK-DATE(WS-WK-IDX) =
                              WS-WEEK-DATE(WS-DAY-IDX) AND
                              WS-WK-BAND(WS-WK-IDX) =
                              WS-BAND-NAME(WS-BAND-IDX)
                               PERFORM WRITE-ROTA-LINE
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
               MOVE "----------------------------------------"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Rota Entries: " WS-RECORD-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "Rota Entries: " WS-RECORD-COUNT
               MOVE "VIEW" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Report written to "
                       "/data/oncall_rota_report.txt"
           END-IF
           .

       WRITE-ROTA-LINE.
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-WK-FIRST(WS-WK-IDX) TO WS-DOCTOR-ID
           PERFORM FIND-DOCTOR-NAME
           MOVE WS-DOCTOR-NAME TO WS-FIRST-NAME-TEXT
           MOVE WS-WK-SECOND(WS-WK-IDX) TO WS-DOCTOR-ID
           PERFORM FIND-DOCTOR-NAME
           MOVE WS-DOCTOR-NAME TO WS-SECOND-NAME-TEXT
           IF WS-WK-SECOND(WS-WK-IDX) = 0
               MOVE "none" TO WS-SECOND-NAME-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-WK-DATE(WS-WK-IDX) " "
               WS-WK-BAND(WS-WK-IDX) " "
               WS-WK-SPECIALTY(WS-WK-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    1st: " WS-WK-FIRST(WS-WK-IDX) " "
               WS-FIRST-NAME-TEXT "  2nd: "
               WS-WK-SECOND(WS-WK-IDX) " " WS-SECOND-NAME-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-WK-DATE(WS-WK-IDX) " " WS-WK-BAND(WS-WK-IDX)
                   " " WS-WK-SPECIALTY(WS-WK-IDX)
           DISPLAY "    1st: " WS-WK-FIRST(WS-WK-IDX) " "
                   WS-FIRST-NAME-TEXT "  2nd: "
                   WS-WK-SECOND(WS-WK-IDX) " " WS-SECOND-NAME-TEXT
           .

      * Builds the list of specialties held by active doctors.
       LOAD-SPECIALTY-TABLE.
           MOVE 0 TO WS-SPC-COUNT
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS = "35"
               CLOSE DOCTOR-FILE
           ELSE
               MOVE "N" TO WS-DOC-EOF
               PERFORM UNTIL WS-DOC-EOF = "Y"
                   READ DOCTOR-FILE NEXT INTO DOCTOR-RECORD
                       AT END
                           MOVE "Y" TO WS-DOC-EOF
                       NOT AT END
                           IF DM-ACTIVE-FLAG = "Y" AND
                              DM-SPECIALTY NOT = SPACES
                               PERFORM ADD-SPECIALTY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCTOR-FILE
           END-IF
           .

       ADD-SPECIALTY.
           MOVE "N" TO WS-SPC-FOUND-FLAG
           PERFORM VARYING WS-SPC-IDX FROM 1 BY 1
                   UNTIL WS-SPC-IDX > WS-SPC-COUNT
               IF WS-SPC-NAME(WS-SPC-IDX) = DM-SPECIALTY
                   MOVE "Y" TO WS-SPC-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-SPC-FOUND-FLAG = "N" AND WS-SPC-COUNT < 50
               ADD 1 TO WS-SPC-COUNT
               MOVE DM-SPECIALTY TO WS-SPC-NAME(WS-SPC-COUNT)
               MOVE 0 TO WS-SPC-GAPS(WS-SPC-COUNT)
           END-IF
           .

      * Every specialty held by an active doctor should have a
      * first on-call in both bands on every day of the week; each
      * date / band without one is listed as a gap.
       COVER-GAP-REPORT.
           PERFORM ACCEPT-WEEK-START
           IF WS-START-RAW = 0
               DISPLAY "Invalid week start date."
           ELSE
               PERFORM LOAD-WEEK-ROTA
               PERFORM LOAD-SPECIALTY-TABLE
               MOVE 0 TO WS-GAP-COUNT
               MOVE "/data/oncall_gap_report.txt"
                   TO WS-REPORT-FILE-NAME
               OPEN OUTPUT REPORT-FILE
               MOVE "Hospital Management System" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "On-Call Cover Gap Report - " WS-WEEK-DATE(1)
                   " to " WS-WEEK-DATE(7)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Specialty                      Date       Band"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "----------------------------------------"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "On-Call Cover Gap Report - " WS-WEEK-DATE(1)
                       " to " WS-WEEK-DATE(7)
               PERFORM VARYING WS-SPC-IDX FROM 1 BY 1
                       UNTIL WS-SPC-IDX > WS-SPC-COUNT
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > 7
                       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                               UNTIL WS-BAND-IDX > 2
                           PERFORM CHECK-SLOT-COVER
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
               MOVE "----------------------------------------"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SPC-IDX FROM 1 BY 1
                       UNTIL WS-SPC-IDX > WS-SPC-COUNT
                   IF WS-SPC-GAPS(WS-SPC-IDX) > 0
                       MOVE SPACES TO REPORT-LINE
                       STRING WS-SPC-NAME(WS-SPC-IDX) " "
                           WS-SPC-GAPS(WS-SPC-IDX) " band(s) uncovered"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING "Specialties: " WS-SPC-COUNT
                   "  Uncovered Bands: " WS-GAP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "Specialties: " WS-SPC-COUNT
                       "  Uncovered Bands: " WS-GAP-COUNT
               MOVE "VIEW" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Report written to "
                       "/data/oncall_gap_report.txt"
           END-IF
           .

      * A slot is covered when the week's rota holds an entry for
      * the specialty, date and band with a first on-call set.
       CHECK-SLOT-COVER.
           MOVE "N" TO WS-WK-FOUND-FLAG
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-COUNT
               IF WS-WK-SPECIALTY(WS-WK-IDX) =
                  WS-SPC-NAME(WS-SPC-IDX) AND
                  WS-WK-DATE(WS-WK-IDX) = WS-WEEK-DATE(WS-DAY-IDX)
                  AND WS-WK-BAND(WS-WK-IDX) =
                  WS-BAND-NAME(WS-BAND-IDX) AND
                  WS-WK-FIRST(WS-WK-IDX) NOT = 0
                   MOVE "Y" TO WS-WK-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-WK-FOUND-FLAG = "N"
               ADD 1 TO WS-GAP-COUNT
               ADD 1 TO WS-SPC-GAPS(WS-SPC-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING WS-SPC-NAME(WS-SPC-IDX) " "
                   WS-WEEK-DATE(WS-DAY-IDX) " "
                   WS-BAND-NAME(WS-BAND-IDX) "  NO COVER"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY WS-SPC-NAME(WS-SPC-IDX) " "
                       WS-WEEK-DATE(WS-DAY-IDX) " "
                       WS-BAND-NAME(WS-BAND-IDX) "  NO COVER"
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
           MOVE "ON-CALL" TO AUDIT-PROGRAM
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
       END PROGRAM ON-CALL.
