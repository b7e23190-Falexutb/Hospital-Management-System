      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nurse / ward staff master and shift roster - staff
      *          are rostered to a ward, date and shift (Early, Late,
      *          Night) and a per-shift staffing report compares the
      *          rostered headcount with the patients in house on each
      *          ward against the ward's minimum staffing ratio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NURSE-ROSTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per nurse / ward staff member.
           SELECT STAFF-FILE ASSIGN TO "/data/staff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
      * One record per staff member per ward, date and shift.
           SELECT ROSTER-FILE ASSIGN TO "/data/nurse_roster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT ROSTER-TEMP-FILE
               ASSIGN TO "/data/nurse_roster_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Minimum staffing ratio per ward and site, held as the most
      * patients one rostered staff member may cover.
           SELECT WARD-STAFFING-FILE
               ASSIGN TO "/data/ward_staffing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARD-STAFFING-STATUS.
      * Read-only view onto ADMISSION-FILE (owned by ADMISSIONS) -
      * the in-house census each ward is staffed against.
           SELECT ADMISSION-FILE ASSIGN TO "/data/admissions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADMISSION-ID
               FILE STATUS IS WS-ADMISSION-STATUS.
      * Read-only view onto SITE-FILE (owned by LOCATION-MASTER).
           SELECT SITE-FILE ASSIGN TO "/data/sites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/staffing_report.txt"
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

       FD  STAFF-FILE.
       01  STAFF-RECORD.
           05  SF-STAFF-ID          PIC 9(8).
           05  SF-FIRST-NAME        PIC X(20).
           05  SF-LAST-NAME         PIC X(30).
           05  SF-GRADE             PIC X(10).
           05  SF-HOME-WARD         PIC X(20).
           05  SF-ACTIVE-FLAG       PIC X.

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  RS-STAFF-ID          PIC 9(8).
           05  RS-WARD              PIC X(20).
           05  RS-SITE-CODE         PIC X(4).
           05  RS-DATE              PIC X(10).
           05  RS-SHIFT             PIC X(5).

       FD  ROSTER-TEMP-FILE.
       01  ROSTER-TEMP-RECORD       PIC X(47).

       FD  WARD-STAFFING-FILE.
       01  WARD-STAFFING-RECORD.
           05  SR-WARD              PIC X(20).
           05  SR-SITE-CODE         PIC X(4).
           05  SR-MAX-PATIENTS      PIC 9(2).

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

       FD  SITE-FILE.
       01  SITE-RECORD.
           05  ST-SITE-CODE         PIC X(4).
           05  ST-SITE-NAME         PIC X(30).
           05  ST-ACTIVE-FLAG       PIC X.

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
       77  WS-STAFF-STATUS          PIC XX VALUE "00".
       77  WS-ROSTER-STATUS         PIC XX VALUE "00".
       77  WS-WARD-STAFFING-STATUS  PIC XX VALUE "00".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-SITE-STATUS           PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-STAFF-ID              PIC 9(8).
       77  WS-FIRST-NAME            PIC X(20).
       77  WS-LAST-NAME             PIC X(30).
       77  WS-GRADE                 PIC X(10).
       77  WS-HOME-WARD             PIC X(20).
       77  WS-WARD                  PIC X(20).
       77  WS-SITE-CODE             PIC X(4).
       77  WS-ROSTER-DATE           PIC X(10).
       77  WS-ROSTER-DATE-RAW       PIC 9(8).
       77  WS-SHIFT                 PIC X(5).
       77  WS-SHIFT-CHOICE          PIC 9.
       77  WS-MAX-PATIENTS          PIC 9(2).
       77  WS-SF-EOF                PIC X VALUE "N".
       77  WS-RS-EOF                PIC X VALUE "N".
       77  WS-SR-EOF                PIC X VALUE "N".
       77  WS-ST-EOF                PIC X VALUE "N".
       77  WS-STAFF-FOUND-FLAG      PIC X VALUE "N".
       77  WS-STAFF-ACTIVE-FLAG     PIC X VALUE "N".
       77  WS-SITE-VALID-FLAG       PIC X VALUE "N".
       77  WS-DUPLICATE-FLAG        PIC X VALUE "N".
       77  WS-ROSTER-FOUND-FLAG     PIC X VALUE "N".
       77  WS-SF-COUNT              PIC 9(3) VALUE 0.
       77  WS-SF-IDX                PIC 9(3).
       77  WS-SR-COUNT              PIC 9(2) VALUE 0.
       77  WS-SR-IDX                PIC 9(2).
       77  WS-SR-FOUND-FLAG         PIC X VALUE "N".
       77  WS-CEN-COUNT             PIC 9(2) VALUE 0.
       77  WS-CEN-IDX               PIC 9(2).
       77  WS-CEN-FOUND-FLAG        PIC X VALUE "N".
       77  WS-CEN-FOUND-IDX         PIC 9(2).
       77  WS-CEN-LOST-PATIENTS     PIC 9(5) VALUE 0.
       77  WS-CEN-LOST-STAFF        PIC 9(5) VALUE 0.
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-PATIENTS-PER-STAFF    PIC 9(3)V9.
       77  WS-RATIO-DISPLAY         PIC ZZ9.9.
       77  WS-RATIO-TEXT            PIC X(20).
       77  WS-BELOW-COUNT           PIC 9(2) VALUE 0.
       77  WS-TOTAL-PATIENTS        PIC 9(5) VALUE 0.
       77  WS-TOTAL-STAFF           PIC 9(5) VALUE 0.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
       01  WS-SF-TABLE.
           05  WS-SF-ENTRY OCCURS 300 TIMES.
               10  WS-SF-ID             PIC 9(8).
               10  WS-SF-FIRST          PIC X(20).
               10  WS-SF-LAST           PIC X(30).
               10  WS-SF-GRADE          PIC X(10).
               10  WS-SF-WARD           PIC X(20).
               10  WS-SF-ACTIVE         PIC X.
       01  WS-SR-TABLE.
           05  WS-SR-ENTRY OCCURS 50 TIMES.
               10  WS-SR-WARD           PIC X(20).
               10  WS-SR-SITE           PIC X(4).
               10  WS-SR-MAX            PIC 9(2).
      * One line per ward and site on the staffing report: the
      * in-house census and the headcount rostered for the shift.
       01  WS-CEN-TABLE.
           05  WS-CEN-ENTRY OCCURS 50 TIMES.
               10  WS-CEN-WARD          PIC X(20).
               10  WS-CEN-SITE          PIC X(4).
               10  WS-CEN-PATIENTS      PIC 9(4).
               10  WS-CEN-STAFF         PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Nurse Staffing Roster"
               DISPLAY "1. List Staff"
               DISPLAY "2. Add / Update Staff Member"
               DISPLAY "3. Deactivate / Reactivate Staff Member"
               DISPLAY "4. Roster Staff to a Shift"
               DISPLAY "5. Remove a Roster Entry"
               DISPLAY "6. List Roster for a Date"
               DISPLAY "7. Set Ward Minimum Staffing Ratio"
               DISPLAY "8. Shift Staffing Report"
               DISPLAY "9. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM LOAD-STAFF-TABLE
                       PERFORM LIST-STAFF
                   WHEN 2
                       PERFORM LOAD-STAFF-TABLE
                       PERFORM ADD-STAFF
                   WHEN 3
                       PERFORM LOAD-STAFF-TABLE
                       PERFORM TOGGLE-STAFF-ACTIVE
                   WHEN 4
                       PERFORM ROSTER-STAFF
                   WHEN 5
                       PERFORM REMOVE-ROSTER-ENTRY
                   WHEN 6
                       PERFORM LIST-ROSTER
                   WHEN 7
                       PERFORM SET-WARD-RATIO
                   WHEN 8
                       PERFORM SHIFT-STAFFING-REPORT
                   WHEN 9
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LOAD-STAFF-TABLE.
           MOVE 0 TO WS-SF-COUNT
           OPEN INPUT STAFF-FILE
           IF WS-STAFF-STATUS = "35"
               CLOSE STAFF-FILE
           ELSE
               MOVE "N" TO WS-SF-EOF
               PERFORM UNTIL WS-SF-EOF = "Y"
                   READ STAFF-FILE INTO STAFF-RECORD
                       AT END
                           MOVE "Y" TO WS-SF-EOF
                       NOT AT END
                           IF WS-SF-COUNT < 300
                               ADD 1 TO WS-SF-COUNT
                               MOVE SF-STAFF-ID
                                   TO WS-SF-ID(WS-SF-COUNT)
                               MOVE SF-FIRST-NAME
                                   TO WS-SF-FIRST(WS-SF-COUNT)
                               MOVE SF-LAST-NAME
                                   TO WS-SF-LAST(WS-SF-COUNT)
                               MOVE SF-GRADE
                                   TO WS-SF-GRADE(WS-SF-COUNT)
                               MOVE SF-HOME-WARD
                                   TO WS-SF-WARD(WS-SF-COUNT)
                               MOVE SF-ACTIVE-FLAG
                                   TO WS-SF-ACTIVE(WS-SF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           END-IF
           .

       SAVE-STAFF-TABLE.
           OPEN OUTPUT STAFF-FILE
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-SF-COUNT
               MOVE WS-SF-ID(WS-SF-IDX) TO SF-STAFF-ID
               MOVE WS-SF-FIRST(WS-SF-IDX) TO SF-FIRST-NAME
               MOVE WS-SF-LAST(WS-SF-IDX) TO SF-LAST-NAME
               MOVE WS-SF-GRADE(WS-SF-IDX) TO SF-GRADE
               MOVE WS-SF-WARD(WS-SF-IDX) TO SF-HOME-WARD
               MOVE WS-SF-ACTIVE(WS-SF-IDX) TO SF-ACTIVE-FLAG
               WRITE STAFF-RECORD
           END-PERFORM
           CLOSE STAFF-FILE
           .

       LIST-STAFF.
           IF WS-SF-COUNT = 0
               DISPLAY "No staff on file."
           ELSE
               PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                       UNTIL WS-SF-IDX > WS-SF-COUNT
                   DISPLAY WS-SF-ID(WS-SF-IDX) "  "
                           WS-SF-LAST(WS-SF-IDX) " "
                           WS-SF-FIRST(WS-SF-IDX)
                   DISPLAY "  Grade: " WS-SF-GRADE(WS-SF-IDX)
                           "  Home Ward: " WS-SF-WARD(WS-SF-IDX)
                           "  Active: " WS-SF-ACTIVE(WS-SF-IDX)
               END-PERFORM
           END-IF
           .

      * A new Staff ID adds the member; an existing one has its
      * name, grade and home ward replaced.
       ADD-STAFF.
           DISPLAY "Enter Staff ID: "
           ACCEPT WS-STAFF-ID
           DISPLAY "Enter First Name: "
           ACCEPT WS-FIRST-NAME
           DISPLAY "Enter Last Name: "
           ACCEPT WS-LAST-NAME
           DISPLAY "Enter Grade (e.g. RN, EN, HCA): "
           ACCEPT WS-GRADE
           DISPLAY "Enter Home Ward: "
           ACCEPT WS-HOME-WARD
           IF WS-STAFF-ID = 0 OR WS-LAST-NAME = SPACES
               DISPLAY "Staff Entry Failed. Invalid data."
           ELSE
               MOVE "N" TO WS-STAFF-FOUND-FLAG
               PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                       UNTIL WS-SF-IDX > WS-SF-COUNT
                   IF WS-SF-ID(WS-SF-IDX) = WS-STAFF-ID
                       MOVE "Y" TO WS-STAFF-FOUND-FLAG
                       MOVE WS-FIRST-NAME TO WS-SF-FIRST(WS-SF-IDX)
                       MOVE WS-LAST-NAME TO WS-SF-LAST(WS-SF-IDX)
                       MOVE WS-GRADE TO WS-SF-GRADE(WS-SF-IDX)
                       MOVE WS-HOME-WARD TO WS-SF-WARD(WS-SF-IDX)
                   END-IF
               END-PERFORM
               IF WS-STAFF-FOUND-FLAG = "Y"
                   PERFORM SAVE-STAFF-TABLE
                   MOVE "UPDATE" TO WS-AUDIT-ACTION
                   MOVE WS-STAFF-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Staff member " WS-STAFF-ID " updated."
               ELSE
                   IF WS-SF-COUNT >= 300
                       DISPLAY "Staff master is full."
                   ELSE
                       ADD 1 TO WS-SF-COUNT
                       MOVE WS-STAFF-ID TO WS-SF-ID(WS-SF-COUNT)
                       MOVE WS-FIRST-NAME
                           TO WS-SF-FIRST(WS-SF-COUNT)
                       MOVE WS-LAST-NAME TO WS-SF-LAST(WS-SF-COUNT)
                       MOVE WS-GRADE TO WS-SF-GRADE(WS-SF-COUNT)
                       MOVE WS-HOME-WARD TO WS-SF-WARD(WS-SF-COUNT)
                       MOVE "Y" TO WS-SF-ACTIVE(WS-SF-COUNT)
                       PERFORM SAVE-STAFF-TABLE
                       MOVE "CREATE" TO WS-AUDIT-ACTION
                       MOVE WS-STAFF-ID TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Staff member " WS-STAFF-ID
                               " added."
                   END-IF
               END-IF
           END-IF
           .

      * Leavers are never deleted - rostered history still points
      * at them - they are flagged inactive so they cannot be
      * rostered again.
       TOGGLE-STAFF-ACTIVE.
           DISPLAY "Enter Staff ID: "
           ACCEPT WS-STAFF-ID
           MOVE "N" TO WS-STAFF-FOUND-FLAG
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-SF-COUNT
               IF WS-SF-ID(WS-SF-IDX) = WS-STAFF-ID
                   MOVE "Y" TO WS-STAFF-FOUND-FLAG
                   IF WS-SF-ACTIVE(WS-SF-IDX) = "Y"
                       MOVE "N" TO WS-SF-ACTIVE(WS-SF-IDX)
                   ELSE
                       MOVE "Y" TO WS-SF-ACTIVE(WS-SF-IDX)
                   END-IF
                   DISPLAY "Staff member " WS-STAFF-ID
                           " Active now " WS-SF-ACTIVE(WS-SF-IDX)
               END-IF
           END-PERFORM
           IF WS-STAFF-FOUND-FLAG = "N"
               DISPLAY "Staff member " WS-STAFF-ID
                       " not on the master."
           ELSE
               PERFORM SAVE-STAFF-TABLE
               MOVE "UPDATE" TO WS-AUDIT-ACTION
               MOVE WS-STAFF-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

       ACCEPT-SHIFT.
           DISPLAY "Select Shift: 1. Early  2. Late  3. Night"
           ACCEPT WS-SHIFT-CHOICE
           EVALUATE WS-SHIFT-CHOICE
               WHEN 1
                   MOVE "Early" TO WS-SHIFT
               WHEN 2
                   MOVE "Late" TO WS-SHIFT
               WHEN 3
                   MOVE "Night" TO WS-SHIFT
               WHEN OTHER
                   MOVE SPACES TO WS-SHIFT
           END-EVALUATE
           .

      * A staff member must be on the master and active, the site
      * (if any) must be a live site, and nobody may be rostered
      * twice on the same date and shift.
       ROSTER-STAFF.
           DISPLAY "Enter Staff ID: "
           ACCEPT WS-STAFF-ID
           DISPLAY "Enter Ward: "
           ACCEPT WS-WARD
           DISPLAY "Enter Site Code (blank for main building): "
           ACCEPT WS-SITE-CODE
           DISPLAY "Enter Shift Date (YYYY-MM-DD): "
           ACCEPT WS-ROSTER-DATE
           PERFORM ACCEPT-SHIFT
           PERFORM VALIDATE-STAFF-ID
           PERFORM VALIDATE-SITE-CODE
           PERFORM CHECK-DUPLICATE-ROSTER
           EVALUATE TRUE
               WHEN WS-STAFF-FOUND-FLAG = "N"
                   DISPLAY "Roster Failed: Staff member "
                           WS-STAFF-ID " not on the master."
               WHEN WS-STAFF-ACTIVE-FLAG = "N"
                   DISPLAY "Roster Failed: Staff member "
                           WS-STAFF-ID " is inactive."
               WHEN WS-WARD = SPACES
                   DISPLAY "Roster Failed: a ward is required."
               WHEN WS-SITE-VALID-FLAG = "N"
                   DISPLAY "Roster Failed: Site " WS-SITE-CODE
                           " not on the site master or inactive."
               WHEN WS-ROSTER-DATE = SPACES
                   DISPLAY "Roster Failed: a shift date is "
                           "required."
               WHEN WS-SHIFT = SPACES
                   DISPLAY "Roster Failed: invalid shift."
               WHEN WS-DUPLICATE-FLAG = "Y"
                   DISPLAY "Roster Failed: Staff member "
                           WS-STAFF-ID " is already rostered on "
                           WS-ROSTER-DATE " " WS-SHIFT "."
               WHEN OTHER
                   MOVE WS-STAFF-ID TO RS-STAFF-ID
                   MOVE WS-WARD TO RS-WARD
                   MOVE WS-SITE-CODE TO RS-SITE-CODE
                   MOVE WS-ROSTER-DATE TO RS-DATE
                   MOVE WS-SHIFT TO RS-SHIFT
                   OPEN EXTEND ROSTER-FILE
                   IF WS-ROSTER-STATUS = "35"
                       CLOSE ROSTER-FILE
                       OPEN OUTPUT ROSTER-FILE
                   END-IF
                   WRITE ROSTER-RECORD
                   CLOSE ROSTER-FILE
                   MOVE "CREATE" TO WS-AUDIT-ACTION
                   MOVE WS-STAFF-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Staff member " WS-STAFF-ID
                           " rostered to " WS-WARD " on "
                           WS-ROSTER-DATE " " WS-SHIFT
           END-EVALUATE
           .

       VALIDATE-STAFF-ID.
           MOVE "N" TO WS-STAFF-FOUND-FLAG
           MOVE "N" TO WS-STAFF-ACTIVE-FLAG
           OPEN INPUT STAFF-FILE
           IF WS-STAFF-STATUS = "35"
               CLOSE STAFF-FILE
           ELSE
               MOVE "N" TO WS-SF-EOF
               PERFORM UNTIL WS-SF-EOF = "Y"
                   READ STAFF-FILE INTO STAFF-RECORD
                       AT END
                           MOVE "Y" TO WS-SF-EOF
                       NOT AT END
                           IF SF-STAFF-ID = WS-STAFF-ID
                               MOVE "Y" TO WS-STAFF-FOUND-FLAG
                               IF SF-ACTIVE-FLAG = "Y"
                                   MOVE "Y" TO WS-STAFF-ACTIVE-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           END-IF
           .

      * Blank site code means the main building and is always
      * accepted.
       VALIDATE-SITE-CODE.
           MOVE "N" TO WS-SITE-VALID-FLAG
           IF WS-SITE-CODE = SPACES
               MOVE "Y" TO WS-SITE-VALID-FLAG
           ELSE
               OPEN INPUT SITE-FILE
               IF WS-SITE-STATUS = "35"
                   CLOSE SITE-FILE
               ELSE
                   MOVE "N" TO WS-ST-EOF
                   PERFORM UNTIL WS-ST-EOF = "Y"
                       READ SITE-FILE INTO SITE-RECORD
                           AT END
                               MOVE "Y" TO WS-ST-EOF
                           NOT AT END
                               IF ST-SITE-CODE = WS-SITE-CODE AND
                                  ST-ACTIVE-FLAG = "Y"
                                   MOVE "Y" TO WS-SITE-VALID-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SITE-FILE
               END-IF
           END-IF
           .

       CHECK-DUPLICATE-ROSTER.
           MOVE "N" TO WS-DUPLICATE-FLAG
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "35"
               CLOSE ROSTER-FILE
           ELSE
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ ROSTER-FILE INTO ROSTER-RECORD
                       AT END
                           MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF RS-STAFF-ID = WS-STAFF-ID AND
                              RS-DATE = WS-ROSTER-DATE AND
                              RS-SHIFT = WS-SHIFT
                               MOVE "Y" TO WS-DUPLICATE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF
           .

      * Shift swaps and sickness: the entry for the staff member,
      * date and shift is dropped through a temp copy.
       REMOVE-ROSTER-ENTRY.
           DISPLAY "Enter Staff ID: "
           ACCEPT WS-STAFF-ID
           DISPLAY "Enter Shift Date (YYYY-MM-DD): "
           ACCEPT WS-ROSTER-DATE
           PERFORM ACCEPT-SHIFT
           MOVE "N" TO WS-ROSTER-FOUND-FLAG
           OPEN INPUT ROSTER-FILE
           OPEN OUTPUT ROSTER-TEMP-FILE
           MOVE "N" TO WS-RS-EOF
           IF WS-ROSTER-STATUS NOT = "35"
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ ROSTER-FILE
                       AT END
                           MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF RS-STAFF-ID = WS-STAFF-ID AND
                              RS-DATE = WS-ROSTER-DATE AND
                              RS-SHIFT = WS-SHIFT
                               MOVE "Y" TO WS-ROSTER-FOUND-FLAG
                           ELSE
                               MOVE ROSTER-RECORD
                                   TO ROSTER-TEMP-RECORD
                               WRITE ROSTER-TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROSTER-FILE
           CLOSE ROSTER-TEMP-FILE

           OPEN INPUT ROSTER-TEMP-FILE
           OPEN OUTPUT ROSTER-FILE
           MOVE "N" TO WS-RS-EOF
           PERFORM UNTIL WS-RS-EOF = "Y"
               READ ROSTER-TEMP-FILE INTO ROSTER-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-RS-EOF
                   NOT AT END
                       MOVE ROSTER-TEMP-RECORD TO ROSTER-RECORD
                       WRITE ROSTER-RECORD
               END-READ
           END-PERFORM
           CLOSE ROSTER-TEMP-FILE
           CLOSE ROSTER-FILE
           MOVE "N" TO WS-RS-EOF
           IF WS-ROSTER-FOUND-FLAG = "Y"
               MOVE "DELETE" TO WS-AUDIT-ACTION
               MOVE WS-STAFF-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Roster entry removed for Staff member "
                       WS-STAFF-ID
           ELSE
               DISPLAY "No roster entry found for Staff member "
                       WS-STAFF-ID " on " WS-ROSTER-DATE " "
                       WS-SHIFT
           END-IF
           .

       LIST-ROSTER.
           DISPLAY "Enter Shift Date (YYYY-MM-DD): "
           ACCEPT WS-ROSTER-DATE
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "35"
               DISPLAY "No roster entries on file."
               CLOSE ROSTER-FILE
           ELSE
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ ROSTER-FILE INTO ROSTER-RECORD
                       AT END
                           MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF RS-DATE = WS-ROSTER-DATE
                               ADD 1 TO WS-RECORD-COUNT
                               DISPLAY RS-SHIFT "  " RS-WARD " "
                                       RS-SITE-CODE "  Staff "
                                       RS-STAFF-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
               DISPLAY "Roster entries: " WS-RECORD-COUNT
           END-IF
           .

       LOAD-WARD-RATIOS.
           MOVE 0 TO WS-SR-COUNT
           OPEN INPUT WARD-STAFFING-FILE
           IF WS-WARD-STAFFING-STATUS = "35"
               CLOSE WARD-STAFFING-FILE
           ELSE
               MOVE "N" TO WS-SR-EOF
               PERFORM UNTIL WS-SR-EOF = "Y"
                   READ WARD-STAFFING-FILE INTO WARD-STAFFING-RECORD
                       AT END
                           MOVE "Y" TO WS-SR-EOF
                       NOT AT END
                           IF WS-SR-COUNT < 50
                               ADD 1 TO WS-SR-COUNT
                               MOVE SR-WARD
                                   TO WS-SR-WARD(WS-SR-COUNT)
                               MOVE SR-SITE-CODE
                                   TO WS-SR-SITE(WS-SR-COUNT)
                               MOVE SR-MAX-PATIENTS
                                   TO WS-SR-MAX(WS-SR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WARD-STAFFING-FILE
           END-IF
           .

      * The ratio is held as 1 staff member to N patients; setting
      * zero removes the ward from the ratio check.
       SET-WARD-RATIO.
           PERFORM LOAD-WARD-RATIOS
           DISPLAY "Ward Minimum Staffing Ratios (" WS-SR-COUNT
                   " on file)"
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               DISPLAY WS-SR-WARD(WS-SR-IDX) " "
                       WS-SR-SITE(WS-SR-IDX) "  1 staff : "
                       WS-SR-MAX(WS-SR-IDX) " patients"
           END-PERFORM
           DISPLAY "Enter Ward (blank to skip): "
           ACCEPT WS-WARD
           IF WS-WARD NOT = SPACES
               DISPLAY "Enter Site Code (blank for main building): "
               ACCEPT WS-SITE-CODE
               DISPLAY "Enter Most Patients per Staff Member: "
               ACCEPT WS-MAX-PATIENTS
               MOVE "N" TO WS-SR-FOUND-FLAG
               PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                       UNTIL WS-SR-IDX > WS-SR-COUNT
                   IF WS-SR-WARD(WS-SR-IDX) = WS-WARD AND
                      WS-SR-SITE(WS-SR-IDX) = WS-SITE-CODE
                       MOVE WS-MAX-PATIENTS TO WS-SR-MAX(WS-SR-IDX)
                       MOVE "Y" TO WS-SR-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-SR-FOUND-FLAG = "N" AND WS-SR-COUNT >= 50
                   DISPLAY "Ratio Failed: 50 wards already have a "
                           "ratio on file."
               ELSE
                   IF WS-SR-FOUND-FLAG = "N"
                       ADD 1 TO WS-SR-COUNT
                       MOVE WS-WARD TO WS-SR-WARD(WS-SR-COUNT)
                       MOVE WS-SITE-CODE TO WS-SR-SITE(WS-SR-COUNT)
                       MOVE WS-MAX-PATIENTS TO WS-SR-MAX(WS-SR-COUNT)
                   END-IF
                   OPEN OUTPUT WARD-STAFFING-FILE
                   PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                           UNTIL WS-SR-IDX > WS-SR-COUNT
                       MOVE WS-SR-WARD(WS-SR-IDX) TO SR-WARD
                       MOVE WS-SR-SITE(WS-SR-IDX) TO SR-SITE-CODE
                       MOVE WS-SR-MAX(WS-SR-IDX) TO SR-MAX-PATIENTS
                       WRITE WARD-STAFFING-RECORD
                   END-PERFORM
                   CLOSE WARD-STAFFING-FILE
                   MOVE "UPDATE" TO WS-AUDIT-ACTION
                   MOVE 0 TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Staffing ratio saved for " WS-WARD
               END-IF
           END-IF
           .

      * Printed by the duty manager before each shift change: the
      * current in-house census per ward and site (as on the
      * Admissions census) against the staff rostered for the
      * chosen date and shift.  A ward whose patients per rostered
      * staff member exceed its ratio - or that has patients and
      * nobody rostered - is flagged BELOW RATIO.
       SHIFT-STAFFING-REPORT.
           DISPLAY "Enter Shift Date (YYYY-MM-DD, blank for "
                   "today): "
           ACCEPT WS-ROSTER-DATE
           IF WS-ROSTER-DATE = SPACES
               ACCEPT WS-ROSTER-DATE-RAW FROM DATE YYYYMMDD
               STRING WS-ROSTER-DATE-RAW(1:4) "-"
                      WS-ROSTER-DATE-RAW(5:2) "-"
                      WS-ROSTER-DATE-RAW(7:2)
                      DELIMITED BY SIZE INTO WS-ROSTER-DATE
           END-IF
           PERFORM ACCEPT-SHIFT
           IF WS-SHIFT = SPACES
               DISPLAY "Invalid shift."
           ELSE
               MOVE 0 TO WS-CEN-COUNT
               MOVE 0 TO WS-CEN-LOST-PATIENTS
               MOVE 0 TO WS-CEN-LOST-STAFF
               PERFORM LOAD-WARD-RATIOS
               PERFORM TALLY-WARD-CENSUS
               PERFORM TALLY-ROSTERED-STAFF
               PERFORM WRITE-STAFFING-REPORT
           END-IF
           .

       TALLY-WARD-CENSUS.
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               CLOSE ADMISSION-FILE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AD-STATUS = "Admitted"
                               MOVE AD-WARD TO WS-WARD
                               MOVE AD-SITE-CODE TO WS-SITE-CODE
                               PERFORM FIND-STAFFING-WARD
                               IF WS-CEN-IDX > 0
                                   ADD 1 TO
                                       WS-CEN-PATIENTS(WS-CEN-IDX)
                               ELSE
                                   ADD 1 TO WS-CEN-LOST-PATIENTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       TALLY-ROSTERED-STAFF.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "35"
               CLOSE ROSTER-FILE
           ELSE
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ ROSTER-FILE INTO ROSTER-RECORD
                       AT END
                           MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF RS-DATE = WS-ROSTER-DATE AND
                              RS-SHIFT = WS-SHIFT
                               MOVE RS-WARD TO WS-WARD
                               MOVE RS-SITE-CODE TO WS-SITE-CODE
                               PERFORM FIND-STAFFING-WARD
                               IF WS-CEN-IDX > 0
                                   ADD 1 TO WS-CEN-STAFF(WS-CEN-IDX)
                               ELSE
                                   ADD 1 TO WS-CEN-LOST-STAFF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF
           .

      * Finds (or adds) WS-CEN-IDX for WS-WARD / WS-SITE-CODE;
      * zero when the ward is new and the table is full.
       FIND-STAFFING-WARD.
           MOVE "N" TO WS-CEN-FOUND-FLAG
           MOVE 0 TO WS-CEN-FOUND-IDX
           PERFORM VARYING WS-CEN-IDX FROM 1 BY 1
                   UNTIL WS-CEN-IDX > WS-CEN-COUNT
               IF WS-CEN-WARD(WS-CEN-IDX) = WS-WARD AND
                  WS-CEN-SITE(WS-CEN-IDX) = WS-SITE-CODE
                   MOVE "Y" TO WS-CEN-FOUND-FLAG
                   MOVE WS-CEN-IDX TO WS-CEN-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CEN-FOUND-FLAG = "N"
               IF WS-CEN-COUNT < 50
                   ADD 1 TO WS-CEN-COUNT
                   MOVE WS-WARD TO WS-CEN-WARD(WS-CEN-COUNT)
                   MOVE WS-SITE-CODE TO WS-CEN-SITE(WS-CEN-COUNT)
                   MOVE 0 TO WS-CEN-PATIENTS(WS-CEN-COUNT)
                   MOVE 0 TO WS-CEN-STAFF(WS-CEN-COUNT)
                   MOVE WS-CEN-COUNT TO WS-CEN-FOUND-IDX
               END-IF
           END-IF
           MOVE WS-CEN-FOUND-IDX TO WS-CEN-IDX
           .

       WRITE-STAFFING-REPORT.
           MOVE 0 TO WS-BELOW-COUNT
           MOVE 0 TO WS-TOTAL-PATIENTS
           MOVE 0 TO WS-TOTAL-STAFF
           OPEN OUTPUT REPORT-FILE
           MOVE "Hospital Management System" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Shift Staffing Report - " WS-ROSTER-DATE " "
               WS-SHIFT DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Ward                 Site  Patients Staff  Ratio"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Shift Staffing Report - " WS-ROSTER-DATE " "
                   WS-SHIFT
           PERFORM VARYING WS-CEN-IDX FROM 1 BY 1
                   UNTIL WS-CEN-IDX > WS-CEN-COUNT
               PERFORM CHECK-WARD-RATIO
               ADD WS-CEN-PATIENTS(WS-CEN-IDX) TO WS-TOTAL-PATIENTS
               ADD WS-CEN-STAFF(WS-CEN-IDX) TO WS-TOTAL-STAFF
               DISPLAY WS-CEN-WARD(WS-CEN-IDX) " "
                       WS-CEN-SITE(WS-CEN-IDX)
                       "  Patients: " WS-CEN-PATIENTS(WS-CEN-IDX)
                       "  Staff: " WS-CEN-STAFF(WS-CEN-IDX)
                       "  " WS-RATIO-TEXT
               MOVE SPACES TO REPORT-LINE
               STRING WS-CEN-WARD(WS-CEN-IDX) " "
                   WS-CEN-SITE(WS-CEN-IDX) "  "
                   WS-CEN-PATIENTS(WS-CEN-IDX) "     "
                   WS-CEN-STAFF(WS-CEN-IDX) "   "
                   WS-RATIO-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Patients In House: " WS-TOTAL-PATIENTS
                   "  Staff Rostered: " WS-TOTAL-STAFF
                   "  Wards Below Ratio: " WS-BELOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Patients In House: " WS-TOTAL-PATIENTS
               "  Staff Rostered: " WS-TOTAL-STAFF
               "  Wards Below Ratio: " WS-BELOW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CEN-LOST-PATIENTS > 0 OR WS-CEN-LOST-STAFF > 0
               DISPLAY "Wards past the 50 listed - Patients: "
                       WS-CEN-LOST-PATIENTS "  Staff: "
                       WS-CEN-LOST-STAFF
               MOVE SPACES TO REPORT-LINE
               STRING "Wards past the 50 listed - Patients: "
                   WS-CEN-LOST-PATIENTS "  Staff: "
                   WS-CEN-LOST-STAFF
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           MOVE "VIEW" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Report written to /data/staffing_report.txt"
           .

      * Sets WS-RATIO-TEXT for the ward in WS-CEN-IDX and counts
      * the wards found below their ratio.
       CHECK-WARD-RATIO.
           MOVE SPACES TO WS-RATIO-TEXT
           MOVE 0 TO WS-MAX-PATIENTS
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-WARD(WS-SR-IDX) = WS-CEN-WARD(WS-CEN-IDX)
                  AND WS-SR-SITE(WS-SR-IDX) =
                      WS-CEN-SITE(WS-CEN-IDX)
                   MOVE WS-SR-MAX(WS-SR-IDX) TO WS-MAX-PATIENTS
               END-IF
           END-PERFORM
           IF WS-CEN-STAFF(WS-CEN-IDX) = 0
               IF WS-CEN-PATIENTS(WS-CEN-IDX) > 0
                   MOVE "NONE - BELOW RATIO" TO WS-RATIO-TEXT
                   ADD 1 TO WS-BELOW-COUNT
               ELSE
                   MOVE "no patients" TO WS-RATIO-TEXT
               END-IF
           ELSE
               COMPUTE WS-PATIENTS-PER-STAFF ROUNDED =
                   WS-CEN-PATIENTS(WS-CEN-IDX) /
                   WS-CEN-STAFF(WS-CEN-IDX)
               MOVE WS-PATIENTS-PER-STAFF TO WS-RATIO-DISPLAY
               IF WS-MAX-PATIENTS = 0
                   STRING "1:" WS-RATIO-DISPLAY " no min"
                       DELIMITED BY SIZE INTO WS-RATIO-TEXT
               ELSE
                   IF WS-PATIENTS-PER-STAFF > WS-MAX-PATIENTS
                       STRING "1:" WS-RATIO-DISPLAY " BELOW RATIO"
                           DELIMITED BY SIZE INTO WS-RATIO-TEXT
                       ADD 1 TO WS-BELOW-COUNT
                   ELSE
                       STRING "1:" WS-RATIO-DISPLAY " ok"
                           DELIMITED BY SIZE INTO WS-RATIO-TEXT
                   END-IF
               END-IF
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
           MOVE "NURSE-ROSTER" TO AUDIT-PROGRAM
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
       END PROGRAM NURSE-ROSTER.
