      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch immunization recall list - patients whose next
      *          vaccine dose or booster is due within the recall
      *          window or already overdue, with phone numbers for
      *          the call team
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMUN-RECALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read-only view onto the vaccine master (owned by
      * IMMUNIZATIONS).
           SELECT VACCINE-FILE ASSIGN TO "/data/vaccines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACCINE-STATUS.
      * Read-only view onto the immunization history (owned by
      * IMMUNIZATIONS).
           SELECT IMMUNIZATION-FILE
               ASSIGN TO "/data/immunizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMMUNIZATION-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
           SELECT RECALL-FILE ASSIGN TO "/data/immun_recall.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VACCINE-FILE.
       01  VACCINE-RECORD.
           05  VC-CODE              PIC X(8).
           05  VC-NAME              PIC X(30).
           05  VC-DOSE-COUNT        PIC 9.
           05  VC-INTERVAL-DAYS     PIC 9(4) OCCURS 4 TIMES.
           05  VC-BOOSTER-DAYS      PIC 9(5).
           05  VC-ACTIVE-FLAG       PIC X.

       FD  IMMUNIZATION-FILE.
       01  IMMUNIZATION-RECORD.
           05  IM-PATIENT-ID        PIC 9(8).
           05  IM-VACCINE-CODE      PIC X(8).
           05  IM-DOSE-NUMBER       PIC 9(2).
           05  IM-DATE              PIC X(10).
           05  IM-LOT-NUMBER        PIC X(15).
           05  IM-GIVEN-BY          PIC X(20).

      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS)
      * used to pick up the patient's name and phone number.
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

       FD  RECALL-FILE.
       01  RECALL-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-VACCINE-STATUS         PIC XX VALUE "00".
       77  WS-IMMUNIZATION-STATUS    PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS  PIC XX VALUE "00".
       77  WS-VC-EOF                 PIC X VALUE "N".
       77  WS-IM-EOF                 PIC X VALUE "N".
       77  WS-PATIENT-VALID-FLAG     PIC X VALUE "N".
       77  WS-TODAY-RAW              PIC 9(8).
       77  WS-TODAY-INT              PIC 9(8).
       77  WS-DOSE-DATE-RAW          PIC 9(8).
       77  WS-DUE-INT                PIC 9(8).
       77  WS-DUE-RAW                PIC 9(8).
       77  WS-DUE-DATE               PIC X(10).
       77  WS-DUE-DAYS               PIC 9(5).
       77  WS-DAYS-OVERDUE           PIC S9(5).
       77  WS-RECALL-STATE           PIC X(7).
       77  WS-NEXT-DOSE              PIC 9(2).
       78  WS-RECALL-WINDOW-DAYS     VALUE 14.
       77  WS-RECALL-COUNT           PIC 9(8) VALUE 0.
       77  WS-OVERDUE-COUNT          PIC 9(8) VALUE 0.
       77  WS-NO-PHONE-COUNT         PIC 9(8) VALUE 0.
       77  WS-DECEASED-SKIP-COUNT    PIC 9(8) VALUE 0.
       77  WS-OVERFLOW-COUNT         PIC 9(8) VALUE 0.
       77  WS-VC-COUNT               PIC 9(2) VALUE 0.
       77  WS-VC-IDX                 PIC 9(2).
       77  WS-VC-FOUND-IDX           PIC 9(2).
       77  WS-LD-COUNT               PIC 9(4) VALUE 0.
       77  WS-LD-IDX                 PIC 9(4).
       77  WS-LD-FOUND-FLAG          PIC X VALUE "N".
       01  WS-VC-TABLE.
           05  WS-VC-ENTRY OCCURS 30 TIMES.
               10  WS-VC-CODE           PIC X(8).
               10  WS-VC-DOSES          PIC 9.
               10  WS-VC-INTERVAL       PIC 9(4) OCCURS 4 TIMES.
               10  WS-VC-BOOSTER        PIC 9(5).
               10  WS-VC-ACTIVE         PIC X.
      * The last dose on file for each patient and vaccine.
       01  WS-LD-TABLE.
           05  WS-LD-ENTRY OCCURS 2000 TIMES.
               10  WS-LD-PATIENT-ID     PIC 9(8).
               10  WS-LD-VACCINE        PIC X(8).
               10  WS-LD-DOSE           PIC 9(2).
               10  WS-LD-DATE           PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "Immunization Recall Extract"
           DISPLAY "============================"
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-TODAY-RAW)
           PERFORM LOAD-VACCINE-TABLE
           PERFORM LOAD-LAST-DOSES
           OPEN OUTPUT RECALL-FILE
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               PERFORM CHECK-NEXT-DOSE
           END-PERFORM
           CLOSE RECALL-FILE
           DISPLAY "Recalls written: " WS-RECALL-COUNT
                   "  (overdue: " WS-OVERDUE-COUNT ")"
           DISPLAY "Patients without a record/phone: "
                   WS-NO-PHONE-COUNT
           DISPLAY "Deceased patients skipped: "
                   WS-DECEASED-SKIP-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: " WS-OVERFLOW-COUNT
                       " patient/vaccine histories beyond the "
                       "2000-entry table were not checked."
           END-IF
           DISPLAY "Extract written to /data/immun_recall.txt"
           STOP RUN.

       LOAD-VACCINE-TABLE.
           MOVE 0 TO WS-VC-COUNT
           OPEN INPUT VACCINE-FILE
           IF WS-VACCINE-STATUS = "35"
               CLOSE VACCINE-FILE
           ELSE
               PERFORM UNTIL WS-VC-EOF = "Y"
                   READ VACCINE-FILE INTO VACCINE-RECORD
                       AT END
                           MOVE "Y" TO WS-VC-EOF
                       NOT AT END
                           IF WS-VC-COUNT < 30
                               ADD 1 TO WS-VC-COUNT
                               MOVE VC-CODE
                                   TO WS-VC-CODE(WS-VC-COUNT)
                               MOVE VC-DOSE-COUNT
                                   TO WS-VC-DOSES(WS-VC-COUNT)
                               MOVE VC-INTERVAL-DAYS(1)
                                   TO WS-VC-INTERVAL(WS-VC-COUNT, 1)
                               MOVE VC-INTERVAL-DAYS(2)
                                   TO WS-VC-INTERVAL(WS-VC-COUNT, 2)
                               MOVE VC-INTERVAL-DAYS(3)
                                   TO WS-VC-INTERVAL(WS-VC-COUNT, 3)
                               MOVE VC-INTERVAL-DAYS(4)
                                   TO WS-VC-INTERVAL(WS-VC-COUNT, 4)
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

      * The history is in the order doses were keyed, so each
      * record either starts a patient/vaccine entry or raises the
      * one already held to the higher dose.
       LOAD-LAST-DOSES.
           MOVE 0 TO WS-LD-COUNT
           OPEN INPUT IMMUNIZATION-FILE
           IF WS-IMMUNIZATION-STATUS = "35"
               CLOSE IMMUNIZATION-FILE
           ELSE
               PERFORM UNTIL WS-IM-EOF = "Y"
                   READ IMMUNIZATION-FILE INTO IMMUNIZATION-RECORD
                       AT END
                           MOVE "Y" TO WS-IM-EOF
                       NOT AT END
                           PERFORM HOLD-LAST-DOSE
                   END-READ
               END-PERFORM
               CLOSE IMMUNIZATION-FILE
           END-IF
           .

       HOLD-LAST-DOSE.
           MOVE "N" TO WS-LD-FOUND-FLAG
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
                      OR WS-LD-FOUND-FLAG = "Y"
               IF WS-LD-PATIENT-ID(WS-LD-IDX) = IM-PATIENT-ID AND
                  WS-LD-VACCINE(WS-LD-IDX) = IM-VACCINE-CODE
                   MOVE "Y" TO WS-LD-FOUND-FLAG
                   IF IM-DOSE-NUMBER > WS-LD-DOSE(WS-LD-IDX)
                       MOVE IM-DOSE-NUMBER TO WS-LD-DOSE(WS-LD-IDX)
                       MOVE IM-DATE TO WS-LD-DATE(WS-LD-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LD-FOUND-FLAG = "N"
               IF WS-LD-COUNT < 2000
                   ADD 1 TO WS-LD-COUNT
                   MOVE IM-PATIENT-ID TO WS-LD-PATIENT-ID(WS-LD-COUNT)
                   MOVE IM-VACCINE-CODE TO WS-LD-VACCINE(WS-LD-COUNT)
                   MOVE IM-DOSE-NUMBER TO WS-LD-DOSE(WS-LD-COUNT)
                   MOVE IM-DATE TO WS-LD-DATE(WS-LD-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           .

      * The next dose falls the series interval after the last one
      * while the primary series is incomplete, then the booster
      * interval after it; a completed series with no booster, or
      * a vaccine withdrawn from the master, is never recalled.
       CHECK-NEXT-DOSE.
           MOVE 0 TO WS-VC-FOUND-IDX
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-COUNT
               IF WS-VC-CODE(WS-VC-IDX) = WS-LD-VACCINE(WS-LD-IDX)
                  AND WS-VC-ACTIVE(WS-VC-IDX) = "Y"
                   MOVE WS-VC-IDX TO WS-VC-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DUE-DAYS
           IF WS-VC-FOUND-IDX > 0
               IF WS-LD-DOSE(WS-LD-IDX) < WS-VC-DOSES(WS-VC-FOUND-IDX)
                   MOVE WS-VC-INTERVAL(WS-VC-FOUND-IDX,
                                       WS-LD-DOSE(WS-LD-IDX))
                       TO WS-DUE-DAYS
               ELSE
                   MOVE WS-VC-BOOSTER(WS-VC-FOUND-IDX)
                       TO WS-DUE-DAYS
               END-IF
           END-IF
           IF WS-DUE-DAYS > 0 AND WS-LD-DOSE(WS-LD-IDX) < 99
               STRING WS-LD-DATE(WS-LD-IDX)(1:4)
                      WS-LD-DATE(WS-LD-IDX)(6:2)
                      WS-LD-DATE(WS-LD-IDX)(9:2)
                      DELIMITED BY SIZE INTO WS-DOSE-DATE-RAW
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DOSE-DATE-RAW) +
                   WS-DUE-DAYS
               IF WS-DUE-INT <= WS-TODAY-INT + WS-RECALL-WINDOW-DAYS
                   COMPUTE WS-DUE-RAW =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   STRING WS-DUE-RAW(1:4) "-" WS-DUE-RAW(5:2) "-"
                          WS-DUE-RAW(7:2) DELIMITED BY SIZE
                          INTO WS-DUE-DATE
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-TODAY-INT - WS-DUE-INT
                   COMPUTE WS-NEXT-DOSE = WS-LD-DOSE(WS-LD-IDX) + 1
                   IF WS-DAYS-OVERDUE > 0
                       MOVE "OVERDUE" TO WS-RECALL-STATE
                   ELSE
                       MOVE "DUE" TO WS-RECALL-STATE
                   END-IF
                   PERFORM WRITE-RECALL
               END-IF
           END-IF
           .

       WRITE-RECALL.
           MOVE "N" TO WS-PATIENT-VALID-FLAG
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE WS-LD-PATIENT-ID(WS-LD-IDX) TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PATIENT-VALID-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PATIENT-VALID-FLAG
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
      * No call goes out for a deceased patient - the family must
      * not be phoned about a vaccination recall.
           IF WS-PATIENT-VALID-FLAG = "Y" AND
              PM-DECEASED-FLAG = "Y"
               ADD 1 TO WS-DECEASED-SKIP-COUNT
           ELSE
           IF WS-PATIENT-VALID-FLAG = "Y"
               MOVE SPACES TO RECALL-LINE
               STRING PM-FIRST-NAME " " PM-LAST-NAME
                   " Phone " PM-PHONE-NUMBER
                   " " WS-LD-VACCINE(WS-LD-IDX)
                   " dose " WS-NEXT-DOSE
                   " due " WS-DUE-DATE " " WS-RECALL-STATE
                   DELIMITED BY SIZE INTO RECALL-LINE
               WRITE RECALL-LINE
               ADD 1 TO WS-RECALL-COUNT
               IF WS-RECALL-STATE = "OVERDUE"
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           ELSE
               MOVE SPACES TO RECALL-LINE
               STRING "Patient " WS-LD-PATIENT-ID(WS-LD-IDX)
                   " NOT ON PATIENT MASTER - "
                   WS-LD-VACCINE(WS-LD-IDX)
                   " dose " WS-NEXT-DOSE " due " WS-DUE-DATE
                   DELIMITED BY SIZE INTO RECALL-LINE
               WRITE RECALL-LINE
               ADD 1 TO WS-NO-PHONE-COUNT
           END-IF
           END-IF
           .
       END PROGRAM IMMUN-RECALL.
