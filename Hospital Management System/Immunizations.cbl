      ******************************************************************
      * Author:
      * Date:
      * Purpose: Immunization register - vaccine master with dose
      *          schedule intervals, and a per-patient history of
      *          doses given (vaccine, dose number, date, lot number
      *          and who gave it) feeding the IMMUN-RECALL batch
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMUNIZATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per vaccine with the number of doses in its
      * primary series, the days between doses and the days from
      * the last dose to a booster (zero when none is given).
           SELECT VACCINE-FILE ASSIGN TO "/data/vaccines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACCINE-STATUS.
      * One record per dose given.
           SELECT IMMUNIZATION-FILE
               ASSIGN TO "/data/immunizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMMUNIZATION-STATUS.
      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS)
      * used to confirm a Patient-ID exists before recording.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
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

      * VC-INTERVAL-DAYS(n) is the gap from dose n to dose n+1 of
      * the primary series.
       FD  VACCINE-FILE.
       01  VACCINE-RECORD.
           05  VC-CODE              PIC X(8).
           05  VC-NAME              PIC X(30).
           05  VC-DOSE-COUNT        PIC 9.
           05  VC-INTERVAL-DAYS     PIC 9(4) OCCURS 4 TIMES.
           05  VC-BOOSTER-DAYS      PIC 9(5).
           05  VC-ACTIVE-FLAG       PIC X.

      * Doses past the primary series are boosters and carry on
      * the dose numbering.
       FD  IMMUNIZATION-FILE.
       01  IMMUNIZATION-RECORD.
           05  IM-PATIENT-ID        PIC 9(8).
           05  IM-VACCINE-CODE      PIC X(8).
           05  IM-DOSE-NUMBER       PIC 9(2).
           05  IM-DATE              PIC X(10).
           05  IM-LOT-NUMBER        PIC X(15).
           05  IM-GIVEN-BY          PIC X(20).

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
       77  WS-VACCINE-STATUS        PIC XX VALUE "00".
       77  WS-IMMUNIZATION-STATUS   PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-VACCINE-CODE          PIC X(8).
       77  WS-VACCINE-NAME          PIC X(30).
       77  WS-DOSE-COUNT            PIC 9.
       77  WS-BOOSTER-DAYS          PIC 9(5).
       77  WS-ACTIVE-FLAG           PIC X.
       77  WS-GIVEN-DATE            PIC X(10).
       77  WS-LOT-NUMBER            PIC X(15).
       77  WS-GIVEN-BY              PIC X(20).
       77  WS-LAST-DOSE             PIC 9(2).
       77  WS-LAST-DATE             PIC X(10).
       77  WS-NEXT-DOSE             PIC 9(2).
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-PATIENT-DECEASED-FLAG PIC X VALUE "N".
       77  WS-VACCINE-VALID-FLAG    PIC X VALUE "N".
       77  WS-VC-EOF                PIC X VALUE "N".
       77  WS-IM-EOF                PIC X VALUE "N".
       77  WS-HISTORY-COUNT         PIC 9(4) VALUE 0.
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
       77  WS-VC-COUNT              PIC 9(2) VALUE 0.
       77  WS-VC-IDX                PIC 9(2).
       77  WS-INT-IDX               PIC 9.
       77  WS-VC-FOUND-FLAG         PIC X VALUE "N".
       01  WS-INTERVALS.
           05  WS-INTERVAL-DAYS     PIC 9(4) OCCURS 4 TIMES.
       01  WS-VC-TABLE.
           05  WS-VC-ENTRY OCCURS 30 TIMES.
               10  WS-VC-CODE           PIC X(8).
               10  WS-VC-NAME           PIC X(30).
               10  WS-VC-DOSES          PIC 9.
               10  WS-VC-INTERVAL       PIC 9(4) OCCURS 4 TIMES.
               10  WS-VC-BOOSTER        PIC 9(5).
               10  WS-VC-ACTIVE         PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Immunization Register"
               DISPLAY "1. Maintain Vaccine Master"
               DISPLAY "2. Record Immunization"
               DISPLAY "3. Patient Immunization History"
               DISPLAY "4. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-VACCINE-MASTER
                   WHEN 2
                       PERFORM RECORD-IMMUNIZATION
                   WHEN 3
                       PERFORM IMMUNIZATION-HISTORY
                   WHEN 4
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Kept the way the theatre master is: listed, one entry set
      * or added, and the whole table written back.
       MAINTAIN-VACCINE-MASTER.
           PERFORM LOAD-VACCINE-TABLE
           DISPLAY "Vaccines (" WS-VC-COUNT " on file)"
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-COUNT
               DISPLAY WS-VC-CODE(WS-VC-IDX) "  "
                       WS-VC-NAME(WS-VC-IDX) "  Doses "
                       WS-VC-DOSES(WS-VC-IDX) "  Intervals "
                       WS-VC-INTERVAL(WS-VC-IDX, 1) " "
                       WS-VC-INTERVAL(WS-VC-IDX, 2) " "
                       WS-VC-INTERVAL(WS-VC-IDX, 3) " "
                       WS-VC-INTERVAL(WS-VC-IDX, 4) "  Booster "
                       WS-VC-BOOSTER(WS-VC-IDX) "  Active: "
                       WS-VC-ACTIVE(WS-VC-IDX)
           END-PERFORM
           DISPLAY "Enter Vaccine Code to Set (blank to skip): "
           ACCEPT WS-VACCINE-CODE
           IF WS-VACCINE-CODE NOT = SPACES
               DISPLAY "Enter Vaccine Name: "
               ACCEPT WS-VACCINE-NAME
               DISPLAY "Enter Doses in Primary Series (1-5): "
               ACCEPT WS-DOSE-COUNT
               MOVE 0 TO WS-INTERVAL-DAYS(1)
               MOVE 0 TO WS-INTERVAL-DAYS(2)
               MOVE 0 TO WS-INTERVAL-DAYS(3)
               MOVE 0 TO WS-INTERVAL-DAYS(4)
               IF WS-DOSE-COUNT > 1 AND WS-DOSE-COUNT < 6
                   PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                           UNTIL WS-INT-IDX >= WS-DOSE-COUNT
                       DISPLAY "Enter Days from Dose " WS-INT-IDX
                               " to the Next Dose: "
                       ACCEPT WS-INTERVAL-DAYS(WS-INT-IDX)
                   END-PERFORM
               END-IF
               DISPLAY "Enter Booster Interval after the Series "
                       "(days, 0 if none): "
               ACCEPT WS-BOOSTER-DAYS
               DISPLAY "Active (Y/N): "
               ACCEPT WS-ACTIVE-FLAG
               EVALUATE TRUE
                   WHEN WS-DOSE-COUNT < 1 OR WS-DOSE-COUNT > 5
                       DISPLAY "Vaccine Failed: the series must be "
                               "1 to 5 doses."
                   WHEN WS-VACCINE-NAME = SPACES
                       DISPLAY "Vaccine Failed: Invalid data."
                   WHEN WS-ACTIVE-FLAG NOT = "Y" AND
                        WS-ACTIVE-FLAG NOT = "N"
                       DISPLAY "Vaccine Failed: active must be "
                               "Y or N."
                   WHEN OTHER
                       PERFORM SAVE-VACCINE-ENTRY
               END-EVALUATE
           END-IF
           .

       SAVE-VACCINE-ENTRY.
           MOVE "N" TO WS-VC-FOUND-FLAG
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-COUNT
               IF WS-VC-CODE(WS-VC-IDX) = WS-VACCINE-CODE
                   PERFORM SET-VACCINE-ENTRY
                   MOVE "Y" TO WS-VC-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-VC-FOUND-FLAG = "N" AND WS-VC-COUNT < 30
               ADD 1 TO WS-VC-COUNT
               MOVE WS-VC-COUNT TO WS-VC-IDX
               PERFORM SET-VACCINE-ENTRY
           END-IF
           OPEN OUTPUT VACCINE-FILE
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-COUNT
               MOVE WS-VC-CODE(WS-VC-IDX) TO VC-CODE
               MOVE WS-VC-NAME(WS-VC-IDX) TO VC-NAME
               MOVE WS-VC-DOSES(WS-VC-IDX) TO VC-DOSE-COUNT
               PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                       UNTIL WS-INT-IDX > 4
                   MOVE WS-VC-INTERVAL(WS-VC-IDX, WS-INT-IDX)
                       TO VC-INTERVAL-DAYS(WS-INT-IDX)
               END-PERFORM
               MOVE WS-VC-BOOSTER(WS-VC-IDX) TO VC-BOOSTER-DAYS
               MOVE WS-VC-ACTIVE(WS-VC-IDX) TO VC-ACTIVE-FLAG
               WRITE VACCINE-RECORD
           END-PERFORM
           CLOSE VACCINE-FILE
           MOVE "UPDATE" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Vaccine " WS-VACCINE-CODE " saved."
           .

       SET-VACCINE-ENTRY.
           MOVE WS-VACCINE-CODE TO WS-VC-CODE(WS-VC-IDX)
           MOVE WS-VACCINE-NAME TO WS-VC-NAME(WS-VC-IDX)
           MOVE WS-DOSE-COUNT TO WS-VC-DOSES(WS-VC-IDX)
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                   UNTIL WS-INT-IDX > 4
               MOVE WS-INTERVAL-DAYS(WS-INT-IDX)
                   TO WS-VC-INTERVAL(WS-VC-IDX, WS-INT-IDX)
           END-PERFORM
           MOVE WS-BOOSTER-DAYS TO WS-VC-BOOSTER(WS-VC-IDX)
           MOVE WS-ACTIVE-FLAG TO WS-VC-ACTIVE(WS-VC-IDX)
           .

       LOAD-VACCINE-TABLE.
           MOVE 0 TO WS-VC-COUNT
           OPEN INPUT VACCINE-FILE
           IF WS-VACCINE-STATUS = "35"
               CLOSE VACCINE-FILE
           ELSE
               MOVE "N" TO WS-VC-EOF
               PERFORM UNTIL WS-VC-EOF = "Y"
                   READ VACCINE-FILE INTO VACCINE-RECORD
                       AT END
                           MOVE "Y" TO WS-VC-EOF
                       NOT AT END
                           IF WS-VC-COUNT < 30
                               ADD 1 TO WS-VC-COUNT
                               MOVE VC-CODE
                                   TO WS-VC-CODE(WS-VC-COUNT)
                               MOVE VC-NAME
                                   TO WS-VC-NAME(WS-VC-COUNT)
                               MOVE VC-DOSE-COUNT
                                   TO WS-VC-DOSES(WS-VC-COUNT)
                               PERFORM VARYING WS-INT-IDX FROM 1
                                       BY 1 UNTIL WS-INT-IDX > 4
                                   MOVE VC-INTERVAL-DAYS(WS-INT-IDX)
                                       TO WS-VC-INTERVAL(WS-VC-COUNT,
                                                         WS-INT-IDX)
                               END-PERFORM
                               MOVE VC-BOOSTER-DAYS
                                   TO WS-VC-BOOSTER(WS-VC-COUNT)
                               MOVE VC-ACTIVE-FLAG
                                   TO WS-VC-ACTIVE(WS-VC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VACCINE-FILE
           END-IF
           .

      * The dose number is not keyed: it is the next one after the
      * patient's last recorded dose of the vaccine.  Once the
      * primary series is complete only a vaccine with a booster
      * interval takes further doses.
       RECORD-IMMUNIZATION.
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter Vaccine Code: "
           ACCEPT WS-VACCINE-CODE
           DISPLAY "Enter Date Given (YYYY-MM-DD, blank for today): "
           ACCEPT WS-GIVEN-DATE
           DISPLAY "Enter Lot Number: "
           ACCEPT WS-LOT-NUMBER
           DISPLAY "Enter Given By (blank for yourself): "
           ACCEPT WS-GIVEN-BY
           PERFORM SET-TODAY
           IF WS-GIVEN-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-GIVEN-DATE
           END-IF
           IF WS-GIVEN-BY = SPACES
               MOVE WS-SESSION-USER TO WS-GIVEN-BY
           END-IF
           PERFORM VALIDATE-PATIENT-ID
           PERFORM VALIDATE-VACCINE-CODE
           PERFORM FIND-LAST-DOSE
           IF WS-LAST-DOSE < 99
               COMPUTE WS-NEXT-DOSE = WS-LAST-DOSE + 1
           END-IF
           EVALUATE TRUE
               WHEN WS-PATIENT-VALID-FLAG = "N" AND
                    WS-PATIENT-DECEASED-FLAG = "Y"
                   DISPLAY "Immunization Failed: Patient "
                           WS-PATIENT-ID " is marked deceased."
               WHEN WS-PATIENT-VALID-FLAG = "N"
                   DISPLAY "Immunization Failed: Patient ID "
                           WS-PATIENT-ID
                           " not found in Patient Records."
               WHEN WS-VACCINE-VALID-FLAG = "N"
                   DISPLAY "Immunization Failed: Vaccine "
                           WS-VACCINE-CODE
                           " not on the vaccine master or inactive."
               WHEN WS-LOT-NUMBER = SPACES
                   DISPLAY "Immunization Failed: the lot number "
                           "must be recorded."
               WHEN WS-GIVEN-DATE > WS-TODAY-DATE
                   DISPLAY "Immunization Failed: date given is "
                           "in the future."
               WHEN WS-LAST-DOSE > 0 AND
                    WS-GIVEN-DATE < WS-LAST-DATE
                   DISPLAY "Immunization Failed: dose "
                           WS-LAST-DOSE " was given on "
                           WS-LAST-DATE
               WHEN WS-NEXT-DOSE > WS-DOSE-COUNT AND
                    WS-BOOSTER-DAYS = 0
                   DISPLAY "Immunization Failed: the "
                           WS-VACCINE-CODE " series is complete "
                           "for patient " WS-PATIENT-ID
               WHEN WS-LAST-DOSE = 99
                   DISPLAY "Immunization Failed: Invalid data."
               WHEN OTHER
                   PERFORM WRITE-IMMUNIZATION
           END-EVALUATE
           .

       WRITE-IMMUNIZATION.
           MOVE WS-PATIENT-ID TO IM-PATIENT-ID
           MOVE WS-VACCINE-CODE TO IM-VACCINE-CODE
           MOVE WS-NEXT-DOSE TO IM-DOSE-NUMBER
           MOVE WS-GIVEN-DATE TO IM-DATE
           MOVE WS-LOT-NUMBER TO IM-LOT-NUMBER
           MOVE WS-GIVEN-BY TO IM-GIVEN-BY
           OPEN EXTEND IMMUNIZATION-FILE
           IF WS-IMMUNIZATION-STATUS = "35"
               CLOSE IMMUNIZATION-FILE
               OPEN OUTPUT IMMUNIZATION-FILE
           END-IF
           WRITE IMMUNIZATION-RECORD
           CLOSE IMMUNIZATION-FILE
           MOVE "IMMUNIZE" TO WS-AUDIT-ACTION
           MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           IF WS-NEXT-DOSE > WS-DOSE-COUNT
               DISPLAY WS-VACCINE-CODE " booster (dose "
                       WS-NEXT-DOSE ") recorded for patient "
                       WS-PATIENT-ID
           ELSE
               DISPLAY WS-VACCINE-CODE " dose " WS-NEXT-DOSE
                       " of " WS-DOSE-COUNT
                       " recorded for patient " WS-PATIENT-ID
           END-IF
           .

       IMMUNIZATION-HISTORY.
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           MOVE 0 TO WS-HISTORY-COUNT
           OPEN INPUT IMMUNIZATION-FILE
           IF WS-IMMUNIZATION-STATUS = "35"
               CLOSE IMMUNIZATION-FILE
           ELSE
               MOVE "N" TO WS-IM-EOF
               PERFORM UNTIL WS-IM-EOF = "Y"
                   READ IMMUNIZATION-FILE INTO IMMUNIZATION-RECORD
                       AT END
                           MOVE "Y" TO WS-IM-EOF
                       NOT AT END
                           IF IM-PATIENT-ID = WS-PATIENT-ID
                               DISPLAY IM-DATE "  "
                                       IM-VACCINE-CODE "  Dose "
                                       IM-DOSE-NUMBER "  Lot "
                                       IM-LOT-NUMBER "  By "
                                       IM-GIVEN-BY
                               ADD 1 TO WS-HISTORY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMMUNIZATION-FILE
           END-IF
           IF WS-HISTORY-COUNT = 0
               DISPLAY "No immunizations recorded for patient "
                       WS-PATIENT-ID
           END-IF
           .

       VALIDATE-VACCINE-CODE.
           MOVE "N" TO WS-VACCINE-VALID-FLAG
           MOVE 0 TO WS-DOSE-COUNT
           MOVE 0 TO WS-BOOSTER-DAYS
           OPEN INPUT VACCINE-FILE
           IF WS-VACCINE-STATUS = "35"
               CLOSE VACCINE-FILE
           ELSE
               MOVE "N" TO WS-VC-EOF
               PERFORM UNTIL WS-VC-EOF = "Y"
                   READ VACCINE-FILE INTO VACCINE-RECORD
                       AT END
                           MOVE "Y" TO WS-VC-EOF
                       NOT AT END
                           IF VC-CODE = WS-VACCINE-CODE AND
                              VC-ACTIVE-FLAG = "Y"
                               MOVE "Y" TO WS-VACCINE-VALID-FLAG
                               MOVE VC-DOSE-COUNT TO WS-DOSE-COUNT
                               MOVE VC-BOOSTER-DAYS TO
                                   WS-BOOSTER-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VACCINE-FILE
           END-IF
           .

       FIND-LAST-DOSE.
           MOVE 0 TO WS-LAST-DOSE
           MOVE SPACES TO WS-LAST-DATE
           OPEN INPUT IMMUNIZATION-FILE
           IF WS-IMMUNIZATION-STATUS = "35"
               CLOSE IMMUNIZATION-FILE
           ELSE
               MOVE "N" TO WS-IM-EOF
               PERFORM UNTIL WS-IM-EOF = "Y"
                   READ IMMUNIZATION-FILE INTO IMMUNIZATION-RECORD
                       AT END
                           MOVE "Y" TO WS-IM-EOF
                       NOT AT END
                           IF IM-PATIENT-ID = WS-PATIENT-ID AND
                              IM-VACCINE-CODE = WS-VACCINE-CODE AND
                              IM-DOSE-NUMBER > WS-LAST-DOSE
                               MOVE IM-DOSE-NUMBER TO WS-LAST-DOSE
                               MOVE IM-DATE TO WS-LAST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMMUNIZATION-FILE
           END-IF
           .

      * A deceased patient fails validation the same way a missing
      * one does; the caller tells the two apart off
      * WS-PATIENT-DECEASED-FLAG for its message.
       VALIDATE-PATIENT-ID.
           MOVE "N" TO WS-PATIENT-VALID-FLAG
           MOVE "N" TO WS-PATIENT-DECEASED-FLAG
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE WS-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PATIENT-VALID-FLAG
                   NOT INVALID KEY
                       IF PM-DECEASED-FLAG = "Y"
                           MOVE "Y" TO WS-PATIENT-DECEASED-FLAG
                       ELSE
                           MOVE "Y" TO WS-PATIENT-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           .

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
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
           MOVE "IMMUNIZATIONS" TO AUDIT-PROGRAM
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
       END PROGRAM IMMUNIZATIONS.
