      ******************************************************************
      * Author:
      * Date:
      * Purpose: Radiology / imaging orders - modality master (X-ray,
      *          CT, MRI and ultrasound rooms per site), imaging
      *          orders booked into modality slots with an overlap
      *          check, radiologist report entry and sign-off, and an
      *          unreported-studies worklist
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RADIOLOGY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per imaging room, with its modality type and
      * the site it stands at.
           SELECT MODALITY-FILE ASSIGN TO "/data/modalities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODALITY-STATUS.
      * One record per imaging order.  Status moves Ordered ->
      * Booked -> Performed -> Reported -> Signed, or Cancelled.
           SELECT IMAGING-ORDER-FILE
               ASSIGN TO "/data/imaging_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGING-STATUS.
           SELECT IMAGING-TEMP-FILE
               ASSIGN TO "/data/imaging_orders_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS)
      * used to confirm a Patient-ID exists before ordering.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * Doctor master (owned by DOCTOR-RECORDS) - the ordering
      * doctor and the reporting radiologist must exist and be
      * active.
           SELECT DOCTOR-FILE ASSIGN TO "/data/doctors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOCTOR-ID
               FILE STATUS IS WS-DOCTOR-FILE-STATUS.
      * Read-only view onto the location / site master (owned by
      * LOCATION-MASTER) used to validate a modality's site.
           SELECT SITE-FILE ASSIGN TO "/data/sites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
      * Charge map (owned by CHARGE-CAPTURE) - type R entries name
      * the exam codes that can be ordered and billed.
           SELECT CHARGE-MAP-FILE ASSIGN TO "/data/charge_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-MAP-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/unreported_studies.txt"
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

      * MD-TYPE is XRAY, CT, MRI or US.
       FD  MODALITY-FILE.
       01  MODALITY-RECORD.
           05  MD-CODE              PIC X(4).
           05  MD-NAME              PIC X(30).
           05  MD-TYPE              PIC X(4).
           05  MD-SITE-CODE         PIC X(4).
           05  MD-ACTIVE-FLAG       PIC X.

       FD  IMAGING-ORDER-FILE.
       01  IMAGING-ORDER-RECORD.
           05  IO-ORDER-ID          PIC 9(8).
           05  IO-PATIENT-ID        PIC 9(8).
           05  IO-DOCTOR-ID         PIC 9(8).
           05  IO-EXAM-CODE         PIC X(10).
           05  IO-ORDER-DATE        PIC X(10).
           05  IO-MODALITY-CODE     PIC X(4).
           05  IO-SLOT-DATE         PIC X(10).
           05  IO-SLOT-TIME         PIC X(5).
           05  IO-DURATION-MINS     PIC 9(3).
           05  IO-STATUS            PIC X(10).
           05  IO-RADIOLOGIST-ID    PIC 9(8).
           05  IO-REPORT-DATE       PIC X(10).
           05  IO-REPORT-TEXT       PIC X(120).
           05  IO-SIGNED-DATE       PIC X(10).
           05  IO-BILLED-FLAG       PIC X.

       FD  IMAGING-TEMP-FILE.
       01  IMAGING-TEMP-RECORD      PIC X(225).

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

       FD  DOCTOR-FILE.
       01  DOCTOR-RECORD.
           05  DM-DOCTOR-ID          PIC 9(8).
           05  DM-FIRST-NAME         PIC X(20).
           05  DM-LAST-NAME          PIC X(30).
           05  DM-SPECIALTY          PIC X(30).
           05  DM-ACTIVE-FLAG        PIC X.

       FD  SITE-FILE.
       01  SITE-RECORD.
           05  ST-SITE-CODE         PIC X(4).
           05  ST-SITE-NAME         PIC X(30).
           05  ST-ACTIVE-FLAG       PIC X.

       FD  CHARGE-MAP-FILE.
       01  CHARGE-MAP-RECORD.
           05  CP-SOURCE-TYPE       PIC X.
           05  CP-SOURCE-CODE       PIC X(10).
           05  CP-PROC-CODE         PIC X(8).

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
       77  WS-MODALITY-STATUS       PIC XX VALUE "00".
       77  WS-IMAGING-STATUS        PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-DOCTOR-FILE-STATUS    PIC XX VALUE "00".
       77  WS-SITE-STATUS           PIC XX VALUE "00".
       77  WS-CHARGE-MAP-STATUS     PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-ORDER-ID              PIC 9(8).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-DOCTOR-ID             PIC 9(8).
       77  WS-EXAM-CODE             PIC X(10).
       77  WS-ORDER-DATE            PIC X(10).
       77  WS-MODALITY-CODE         PIC X(4).
       77  WS-MODALITY-NAME         PIC X(30).
       77  WS-MODALITY-TYPE         PIC X(4).
       77  WS-MODALITY-ACTIVE       PIC X.
       77  WS-SITE-CODE             PIC X(4).
       77  WS-SLOT-DATE             PIC X(10).
       77  WS-SLOT-TIME             PIC X(5).
       77  WS-DURATION              PIC 9(3).
       77  WS-RADIOLOGIST-ID        PIC 9(8).
       77  WS-REPORT-TEXT           PIC X(120).
       77  WS-IMG-ACTION            PIC X(10).
       77  WS-NEW-STATUS            PIC X(10).
       77  WS-STATUS-CHOICE         PIC 9.
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-PATIENT-DECEASED-FLAG PIC X VALUE "N".
       77  WS-DOCTOR-VALID-FLAG     PIC X VALUE "N".
       77  WS-MODALITY-VALID-FLAG   PIC X VALUE "N".
       77  WS-SITE-VALID-FLAG       PIC X VALUE "N".
       77  WS-EXAM-VALID-FLAG       PIC X VALUE "N".
       77  WS-EXAM-MAP-FLAG         PIC X VALUE "N".
       77  WS-DUPLICATE-FLAG        PIC X VALUE "N".
       77  WS-OVERLAP-FLAG          PIC X VALUE "N".
       77  WS-ORDER-FOUND-FLAG      PIC X VALUE "N".
       77  WS-IO-EOF                PIC X VALUE "N".
       77  WS-MD-EOF                PIC X VALUE "N".
       77  WS-SITE-EOF              PIC X VALUE "N".
       77  WS-MAP-EOF               PIC X VALUE "N".
       77  WS-TIME-HH               PIC 99.
       77  WS-TIME-MM               PIC 99.
       77  WS-CAND-START            PIC 9(4).
       77  WS-CAND-END              PIC 9(4).
       77  WS-BOOKED-START          PIC 9(4).
       77  WS-BOOKED-END            PIC 9(4).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-SLOT-DATE-RAW         PIC 9(8).
       77  WS-DAYS-WAITING          PIC S9(5).
       77  WS-UNREPORTED-COUNT      PIC 9(6) VALUE 0.
       77  WS-UNSIGNED-COUNT        PIC 9(6) VALUE 0.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
       77  WS-MD-COUNT              PIC 9(2) VALUE 0.
       77  WS-MD-IDX                PIC 9(2).
       77  WS-MD-FOUND-FLAG         PIC X VALUE "N".
       01  WS-MD-TABLE.
           05  WS-MD-ENTRY OCCURS 30 TIMES.
               10  WS-MD-CODE           PIC X(4).
               10  WS-MD-NAME           PIC X(30).
               10  WS-MD-TYPE           PIC X(4).
               10  WS-MD-SITE           PIC X(4).
               10  WS-MD-ACTIVE         PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Radiology / Imaging"
               DISPLAY "1. Maintain Modality Master"
               DISPLAY "2. Create Imaging Order"
               DISPLAY "3. Book Modality Slot"
               DISPLAY "4. Read Imaging Orders"
               DISPLAY "5. Update Study Status"
               DISPLAY "6. Enter Radiology Report"
               DISPLAY "7. Sign Off Report"
               DISPLAY "8. Unreported Studies Worklist"
               DISPLAY "9. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-MODALITY-MASTER
                   WHEN 2
                       PERFORM CREATE-IMAGING-ORDER
                   WHEN 3
                       PERFORM BOOK-MODALITY-SLOT
                   WHEN 4
                       PERFORM READ-IMAGING-ORDERS
                   WHEN 5
                       PERFORM UPDATE-STUDY-STATUS
                   WHEN 6
                       PERFORM ENTER-RADIOLOGY-REPORT
                   WHEN 7
                       PERFORM SIGN-OFF-REPORT
                   WHEN 8
                       PERFORM UNREPORTED-WORKLIST
                   WHEN 9
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Kept the way the theatre master is: listed, one entry set
      * or added, and the whole table written back.  The active
      * flag is asked for each time, as on the vaccine master.
       MAINTAIN-MODALITY-MASTER.
           MOVE 0 TO WS-MD-COUNT
           OPEN INPUT MODALITY-FILE
           IF WS-MODALITY-STATUS = "35"
               CLOSE MODALITY-FILE
           ELSE
               MOVE "N" TO WS-MD-EOF
               PERFORM UNTIL WS-MD-EOF = "Y"
                   READ MODALITY-FILE INTO MODALITY-RECORD
                       AT END
                           MOVE "Y" TO WS-MD-EOF
                       NOT AT END
                           IF WS-MD-COUNT < 30
                               ADD 1 TO WS-MD-COUNT
                               MOVE MD-CODE
                                   TO WS-MD-CODE(WS-MD-COUNT)
                               MOVE MD-NAME
                                   TO WS-MD-NAME(WS-MD-COUNT)
                               MOVE MD-TYPE
                                   TO WS-MD-TYPE(WS-MD-COUNT)
                               MOVE MD-SITE-CODE
                                   TO WS-MD-SITE(WS-MD-COUNT)
                               MOVE MD-ACTIVE-FLAG
                                   TO WS-MD-ACTIVE(WS-MD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MODALITY-FILE
           END-IF
           DISPLAY "Modalities (" WS-MD-COUNT " on file)"
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               DISPLAY WS-MD-CODE(WS-MD-IDX) "  "
                       WS-MD-NAME(WS-MD-IDX) "  "
                       WS-MD-TYPE(WS-MD-IDX) "  Site: "
                       WS-MD-SITE(WS-MD-IDX) "  Active: "
                       WS-MD-ACTIVE(WS-MD-IDX)
           END-PERFORM
           DISPLAY "Enter Modality Code to Set (blank to skip): "
           ACCEPT WS-MODALITY-CODE
           IF WS-MODALITY-CODE NOT = SPACES
               DISPLAY "Enter Room Name: "
               ACCEPT WS-MODALITY-NAME
               DISPLAY "Enter Modality Type (XRAY/CT/MRI/US): "
               ACCEPT WS-MODALITY-TYPE
               DISPLAY "Enter Site Code (blank for main): "
               ACCEPT WS-SITE-CODE
               DISPLAY "Active (Y/N): "
               ACCEPT WS-MODALITY-ACTIVE
               PERFORM VALIDATE-SITE-CODE
               EVALUATE TRUE
                   WHEN WS-MODALITY-TYPE NOT = "XRAY" AND
                        WS-MODALITY-TYPE NOT = "CT" AND
                        WS-MODALITY-TYPE NOT = "MRI" AND
                        WS-MODALITY-TYPE NOT = "US"
                       DISPLAY "Modality Failed: type must be "
                               "XRAY, CT, MRI or US."
                   WHEN WS-SITE-VALID-FLAG = "N"
                       DISPLAY "Modality Failed: Site "
                               WS-SITE-CODE " not on the "
                               "location master or inactive."
                   WHEN WS-MODALITY-ACTIVE NOT = "Y" AND
                        WS-MODALITY-ACTIVE NOT = "N"
                       DISPLAY "Modality Failed: active must be "
                               "Y or N."
                   WHEN OTHER
                       PERFORM SAVE-MODALITY-ENTRY
               END-EVALUATE
           END-IF
           .

       SAVE-MODALITY-ENTRY.
           MOVE "N" TO WS-MD-FOUND-FLAG
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               IF WS-MD-CODE(WS-MD-IDX) = WS-MODALITY-CODE
                   MOVE WS-MODALITY-NAME TO WS-MD-NAME(WS-MD-IDX)
                   MOVE WS-MODALITY-TYPE TO WS-MD-TYPE(WS-MD-IDX)
                   MOVE WS-SITE-CODE TO WS-MD-SITE(WS-MD-IDX)
                   MOVE WS-MODALITY-ACTIVE TO WS-MD-ACTIVE(WS-MD-IDX)
                   MOVE "Y" TO WS-MD-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-MD-FOUND-FLAG = "N" AND WS-MD-COUNT < 30
               ADD 1 TO WS-MD-COUNT
               MOVE WS-MODALITY-CODE TO WS-MD-CODE(WS-MD-COUNT)
               MOVE WS-MODALITY-NAME TO WS-MD-NAME(WS-MD-COUNT)
               MOVE WS-MODALITY-TYPE TO WS-MD-TYPE(WS-MD-COUNT)
               MOVE WS-SITE-CODE TO WS-MD-SITE(WS-MD-COUNT)
               MOVE WS-MODALITY-ACTIVE TO WS-MD-ACTIVE(WS-MD-COUNT)
           END-IF
           OPEN OUTPUT MODALITY-FILE
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               MOVE WS-MD-CODE(WS-MD-IDX) TO MD-CODE
               MOVE WS-MD-NAME(WS-MD-IDX) TO MD-NAME
               MOVE WS-MD-TYPE(WS-MD-IDX) TO MD-TYPE
               MOVE WS-MD-SITE(WS-MD-IDX) TO MD-SITE-CODE
               MOVE WS-MD-ACTIVE(WS-MD-IDX) TO MD-ACTIVE-FLAG
               WRITE MODALITY-RECORD
           END-PERFORM
           CLOSE MODALITY-FILE
           MOVE "UPDATE" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Modality " WS-MODALITY-CODE " saved."
           .

      * The order is raised unbooked; the slot is taken separately
      * once the department schedules it.
       CREATE-IMAGING-ORDER.
           DISPLAY "Enter Imaging Order ID: "
           ACCEPT WS-ORDER-ID
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter Ordering Doctor ID: "
           ACCEPT WS-DOCTOR-ID
           DISPLAY "Enter Exam Code: "
           ACCEPT WS-EXAM-CODE
           DISPLAY "Enter Order Date (YYYY-MM-DD): "
           ACCEPT WS-ORDER-DATE
           PERFORM VALIDATE-PATIENT-ID
           PERFORM VALIDATE-DOCTOR-ID
           PERFORM VALIDATE-EXAM-CODE
           PERFORM CHECK-DUPLICATE-ORDER
           EVALUATE TRUE
               WHEN WS-PATIENT-VALID-FLAG = "N" AND
                    WS-PATIENT-DECEASED-FLAG = "Y"
                   DISPLAY "Order Failed: Patient " WS-PATIENT-ID
                           " is marked deceased."
               WHEN WS-PATIENT-VALID-FLAG = "N"
                   DISPLAY "Order Failed: Patient ID "
                           WS-PATIENT-ID
                           " not found in Patient Records."
               WHEN WS-DOCTOR-VALID-FLAG = "N"
                   DISPLAY "Order Failed: Doctor ID " WS-DOCTOR-ID
                           " not found or inactive."
               WHEN WS-EXAM-MAP-FLAG = "Y" AND
                    WS-EXAM-VALID-FLAG = "N"
                   DISPLAY "Order Failed: Exam Code " WS-EXAM-CODE
                           " not on the charge map."
               WHEN WS-DUPLICATE-FLAG = "Y"
                   DISPLAY "Order Failed: Imaging Order ID "
                           WS-ORDER-ID " is already in use."
               WHEN WS-EXAM-CODE = SPACES OR
                    WS-ORDER-DATE = SPACES
                   DISPLAY "Order Failed: Invalid data."
               WHEN OTHER
                   PERFORM WRITE-IMAGING-ORDER
           END-EVALUATE
           .

       WRITE-IMAGING-ORDER.
           MOVE WS-ORDER-ID TO IO-ORDER-ID
           MOVE WS-PATIENT-ID TO IO-PATIENT-ID
           MOVE WS-DOCTOR-ID TO IO-DOCTOR-ID
           MOVE WS-EXAM-CODE TO IO-EXAM-CODE
           MOVE WS-ORDER-DATE TO IO-ORDER-DATE
           MOVE SPACES TO IO-MODALITY-CODE
           MOVE SPACES TO IO-SLOT-DATE
           MOVE SPACES TO IO-SLOT-TIME
           MOVE 0 TO IO-DURATION-MINS
           MOVE "Ordered" TO IO-STATUS
           MOVE 0 TO IO-RADIOLOGIST-ID
           MOVE SPACES TO IO-REPORT-DATE
           MOVE SPACES TO IO-REPORT-TEXT
           MOVE SPACES TO IO-SIGNED-DATE
           MOVE "N" TO IO-BILLED-FLAG
           OPEN EXTEND IMAGING-ORDER-FILE
           IF WS-IMAGING-STATUS = "35"
               CLOSE IMAGING-ORDER-FILE
               OPEN OUTPUT IMAGING-ORDER-FILE
           END-IF
           WRITE IMAGING-ORDER-RECORD
           CLOSE IMAGING-ORDER-FILE
           MOVE "CREATE" TO WS-AUDIT-ACTION
           MOVE WS-ORDER-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Imaging Order " WS-ORDER-ID " created."
           .

      * A booking holds modality time: the room must be on the
      * master and active, and the slot must not overlap another
      * study booked in the same room on the same day.  An order
      * already booked can be moved to a new slot.
       BOOK-MODALITY-SLOT.
           DISPLAY "Enter Imaging Order ID: "
           ACCEPT WS-ORDER-ID
           PERFORM FIND-IMAGING-ORDER
           IF WS-ORDER-FOUND-FLAG = "N"
               DISPLAY "No record found for Imaging Order ID "
                       WS-ORDER-ID
           ELSE
           IF IO-STATUS NOT = "Ordered" AND
              IO-STATUS NOT = "Booked"
               DISPLAY "Booking Failed: order " WS-ORDER-ID
                       " is " IO-STATUS "."
           ELSE
               DISPLAY "Enter Modality Code: "
               ACCEPT WS-MODALITY-CODE
               DISPLAY "Enter Slot Date (YYYY-MM-DD): "
               ACCEPT WS-SLOT-DATE
               DISPLAY "Enter Slot Start Time (HH:MM): "
               ACCEPT WS-SLOT-TIME
               DISPLAY "Enter Duration (minutes): "
               ACCEPT WS-DURATION
               PERFORM VALIDATE-MODALITY-CODE
               EVALUATE TRUE
                   WHEN WS-MODALITY-VALID-FLAG = "N"
                       DISPLAY "Booking Failed: Modality "
                               WS-MODALITY-CODE
                               " not on the modality master or "
                               "inactive."
                   WHEN WS-SLOT-DATE = SPACES OR
                        WS-SLOT-TIME = SPACES
                       DISPLAY "Booking Failed: Invalid data."
                   WHEN WS-DURATION = 0
                       DISPLAY "Booking Failed: duration must be "
                               "greater than zero."
                   WHEN OTHER
                       PERFORM CHECK-MODALITY-OVERLAP
                       IF WS-OVERLAP-FLAG = "Y"
                           DISPLAY "Booking Failed: Modality "
                                   WS-MODALITY-CODE " is already "
                                   "booked over that slot."
                       ELSE
                           MOVE "BOOK" TO WS-IMG-ACTION
                           PERFORM REWRITE-IMAGING-ORDER
                           MOVE "BOOK" TO WS-AUDIT-ACTION
                           MOVE WS-ORDER-ID TO WS-AUDIT-ENTITY-ID
                           PERFORM WRITE-AUDIT-LOG
                           DISPLAY "Order " WS-ORDER-ID
                                   " booked in " WS-MODALITY-CODE
                                   " on " WS-SLOT-DATE " at "
                                   WS-SLOT-TIME " for "
                                   WS-DURATION " min"
                       END-IF
               END-EVALUATE
           END-IF
           END-IF
           .

      * Two studies overlap when their [start, start+duration)
      * windows cross in the same room on the same date - the
      * rule CHECK-THEATRE-OVERLAP applies to theatres.  Cancelled
      * studies and the order being rebooked do not hold a slot.
       CHECK-MODALITY-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FLAG
           MOVE WS-SLOT-TIME(1:2) TO WS-TIME-HH
           MOVE WS-SLOT-TIME(4:2) TO WS-TIME-MM
           COMPUTE WS-CAND-START = WS-TIME-HH * 60 + WS-TIME-MM
           COMPUTE WS-CAND-END = WS-CAND-START + WS-DURATION
           OPEN INPUT IMAGING-ORDER-FILE
           IF WS-IMAGING-STATUS = "35"
               CLOSE IMAGING-ORDER-FILE
           ELSE
               MOVE "N" TO WS-IO-EOF
               PERFORM UNTIL WS-IO-EOF = "Y"
                   READ IMAGING-ORDER-FILE
                       INTO IMAGING-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-IO-EOF
                       NOT AT END
                           IF IO-MODALITY-CODE = WS-MODALITY-CODE
                              AND IO-SLOT-DATE = WS-SLOT-DATE AND
                              IO-STATUS NOT = "Cancelled" AND
                              IO-ORDER-ID NOT = WS-ORDER-ID
                               MOVE IO-SLOT-TIME(1:2)
                                   TO WS-TIME-HH
                               MOVE IO-SLOT-TIME(4:2)
                                   TO WS-TIME-MM
                               COMPUTE WS-BOOKED-START =
                                   WS-TIME-HH * 60 + WS-TIME-MM
                               COMPUTE WS-BOOKED-END =
                                   WS-BOOKED-START +
                                   IO-DURATION-MINS
                               IF WS-CAND-START < WS-BOOKED-END
                                  AND WS-CAND-END >
                                  WS-BOOKED-START
                                   MOVE "Y" TO WS-OVERLAP-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGING-ORDER-FILE
           END-IF
           .

       READ-IMAGING-ORDERS.
           OPEN INPUT IMAGING-ORDER-FILE
           IF WS-IMAGING-STATUS = "35"
               DISPLAY "No imaging orders on file."
               CLOSE IMAGING-ORDER-FILE
           ELSE
               MOVE "N" TO WS-IO-EOF
               PERFORM UNTIL WS-IO-EOF = "Y"
                   READ IMAGING-ORDER-FILE
                       INTO IMAGING-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-IO-EOF
                       NOT AT END
                           DISPLAY "Order " IO-ORDER-ID
                                   "  Patient " IO-PATIENT-ID
                                   "  Dr " IO-DOCTOR-ID
                                   "  Exam " IO-EXAM-CODE
                           DISPLAY "  Ordered " IO-ORDER-DATE
                                   "  Room " IO-MODALITY-CODE
                                   "  " IO-SLOT-DATE " "
                                   IO-SLOT-TIME "  " IO-STATUS
                           IF IO-REPORT-TEXT NOT = SPACES
                               DISPLAY "  Report (Dr "
                                       IO-RADIOLOGIST-ID " "
                                       IO-REPORT-DATE "): "
                                       IO-REPORT-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGING-ORDER-FILE
           END-IF
           .

       UPDATE-STUDY-STATUS.
           DISPLAY "Enter Imaging Order ID: "
           ACCEPT WS-ORDER-ID
           PERFORM FIND-IMAGING-ORDER
           IF WS-ORDER-FOUND-FLAG = "N"
               DISPLAY "No record found for Imaging Order ID "
                       WS-ORDER-ID
           ELSE
           IF IO-STATUS = "Reported" OR IO-STATUS = "Signed"
               DISPLAY "Order " WS-ORDER-ID " is already "
                       "reported - status not changed."
           ELSE
               DISPLAY "Select Status: 1. Performed  "
                       "2. Cancelled"
               ACCEPT WS-STATUS-CHOICE
               EVALUATE WS-STATUS-CHOICE
                   WHEN 1
                       MOVE "Performed" TO WS-NEW-STATUS
                   WHEN 2
                       MOVE "Cancelled" TO WS-NEW-STATUS
                   WHEN OTHER
                       MOVE SPACES TO WS-NEW-STATUS
               END-EVALUATE
               IF WS-NEW-STATUS = SPACES
                   DISPLAY "Invalid choice"
               ELSE
               IF WS-NEW-STATUS = "Performed" AND
                  IO-STATUS NOT = "Booked"
                   DISPLAY "Update Failed: only a booked study "
                           "can be performed."
               ELSE
                   MOVE "STATUS" TO WS-IMG-ACTION
                   PERFORM REWRITE-IMAGING-ORDER
                   MOVE "UPDATE" TO WS-AUDIT-ACTION
                   MOVE WS-ORDER-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Order " WS-ORDER-ID " status now "
                           WS-NEW-STATUS
               END-IF
               END-IF
           END-IF
           END-IF
           .

      * The radiologist's report can be keyed, and re-keyed, any
      * time after the study is performed until it is signed off.
       ENTER-RADIOLOGY-REPORT.
           DISPLAY "Enter Imaging Order ID: "
           ACCEPT WS-ORDER-ID
           PERFORM FIND-IMAGING-ORDER
           IF WS-ORDER-FOUND-FLAG = "N"
               DISPLAY "No record found for Imaging Order ID "
                       WS-ORDER-ID
           ELSE
           IF IO-STATUS NOT = "Performed" AND
              IO-STATUS NOT = "Reported"
               DISPLAY "Report Failed: order " WS-ORDER-ID
                       " is " IO-STATUS " - only a performed "
                       "study can be reported."
           ELSE
               DISPLAY "Enter Radiologist (Doctor ID): "
               ACCEPT WS-RADIOLOGIST-ID
               DISPLAY "Enter Report Text: "
               ACCEPT WS-REPORT-TEXT
               MOVE WS-RADIOLOGIST-ID TO WS-DOCTOR-ID
               PERFORM VALIDATE-DOCTOR-ID
               IF WS-DOCTOR-VALID-FLAG = "N"
                   DISPLAY "Report Failed: Doctor ID "
                           WS-RADIOLOGIST-ID
                           " not found or inactive."
               ELSE
               IF WS-REPORT-TEXT = SPACES
                   DISPLAY "Report Failed: Invalid data."
               ELSE
                   PERFORM SET-TODAY
                   MOVE "REPORT" TO WS-IMG-ACTION
                   PERFORM REWRITE-IMAGING-ORDER
                   MOVE "REPORT" TO WS-AUDIT-ACTION
                   MOVE WS-ORDER-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Report recorded for order "
                           WS-ORDER-ID " - awaiting sign-off."
               END-IF
               END-IF
           END-IF
           END-IF
           .

      * Only the radiologist who reported the study can sign it
      * off; a signed report is final and releases the study to
      * charge capture.
       SIGN-OFF-REPORT.
           DISPLAY "Enter Imaging Order ID: "
           ACCEPT WS-ORDER-ID
           PERFORM FIND-IMAGING-ORDER
           IF WS-ORDER-FOUND-FLAG = "N"
               DISPLAY "No record found for Imaging Order ID "
                       WS-ORDER-ID
           ELSE
           IF IO-STATUS NOT = "Reported"
               DISPLAY "Sign-off Failed: order " WS-ORDER-ID
                       " is " IO-STATUS " - there is no "
                       "unsigned report."
           ELSE
               DISPLAY "Report: " IO-REPORT-TEXT
               DISPLAY "Enter Radiologist (Doctor ID): "
               ACCEPT WS-RADIOLOGIST-ID
               IF WS-RADIOLOGIST-ID NOT = IO-RADIOLOGIST-ID
                   DISPLAY "Sign-off Failed: the report was "
                           "entered by Dr " IO-RADIOLOGIST-ID "."
               ELSE
                   PERFORM SET-TODAY
                   MOVE "SIGN" TO WS-IMG-ACTION
                   PERFORM REWRITE-IMAGING-ORDER
                   MOVE "SIGNOFF" TO WS-AUDIT-ACTION
                   MOVE WS-ORDER-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Report for order " WS-ORDER-ID
                           " signed off."
               END-IF
           END-IF
           END-IF
           .

      * Studies done or due with no final report: booked or
      * performed studies whose slot date has arrived, and
      * reports still waiting to be signed off, with the days
      * since the slot.
       UNREPORTED-WORKLIST.
           PERFORM SET-TODAY
           MOVE 0 TO WS-UNREPORTED-COUNT
           MOVE 0 TO WS-UNSIGNED-COUNT
           OPEN INPUT IMAGING-ORDER-FILE
           IF WS-IMAGING-STATUS = "35"
               DISPLAY "No imaging orders on file."
               CLOSE IMAGING-ORDER-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "Unreported Studies as of " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "N" TO WS-IO-EOF
               PERFORM UNTIL WS-IO-EOF = "Y"
                   READ IMAGING-ORDER-FILE
                       INTO IMAGING-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-IO-EOF
                       NOT AT END
                           IF ((IO-STATUS = "Booked" OR
                                IO-STATUS = "Performed") AND
                               IO-SLOT-DATE <= WS-TODAY-DATE) OR
                              IO-STATUS = "Reported"
                               PERFORM LIST-UNREPORTED-STUDY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGING-ORDER-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "Unreported: " WS-UNREPORTED-COUNT
                   "  Awaiting sign-off: " WS-UNSIGNED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "Unreported: " WS-UNREPORTED-COUNT
                       "  Awaiting sign-off: " WS-UNSIGNED-COUNT
               DISPLAY "Worklist written to "
                       "/data/unreported_studies.txt"
           END-IF
           .

       LIST-UNREPORTED-STUDY.
           MOVE 0 TO WS-DAYS-WAITING
           IF IO-SLOT-DATE NOT = SPACES
               STRING IO-SLOT-DATE(1:4) IO-SLOT-DATE(6:2)
                      IO-SLOT-DATE(9:2) DELIMITED BY SIZE
                      INTO WS-SLOT-DATE-RAW
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) -
                   FUNCTION INTEGER-OF-DATE(WS-SLOT-DATE-RAW)
           END-IF
           IF IO-STATUS = "Reported"
               ADD 1 TO WS-UNSIGNED-COUNT
           ELSE
               ADD 1 TO WS-UNREPORTED-COUNT
           END-IF
           DISPLAY "Order " IO-ORDER-ID "  Patient "
                   IO-PATIENT-ID "  " IO-EXAM-CODE "  Room "
                   IO-MODALITY-CODE "  " IO-SLOT-DATE "  "
                   IO-STATUS "  Days: " WS-DAYS-WAITING
           MOVE SPACES TO REPORT-LINE
           STRING IO-ORDER-ID " Pt " IO-PATIENT-ID " "
               IO-EXAM-CODE " " IO-MODALITY-CODE " "
               IO-SLOT-DATE " " IO-STATUS " Days "
               WS-DAYS-WAITING
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       FIND-IMAGING-ORDER.
           MOVE "N" TO WS-ORDER-FOUND-FLAG
           OPEN INPUT IMAGING-ORDER-FILE
           IF WS-IMAGING-STATUS = "35"
               CLOSE IMAGING-ORDER-FILE
           ELSE
               MOVE "N" TO WS-IO-EOF
               PERFORM UNTIL WS-IO-EOF = "Y"
                   READ IMAGING-ORDER-FILE
                       INTO IMAGING-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-IO-EOF
                       NOT AT END
                           IF IO-ORDER-ID = WS-ORDER-ID
                               MOVE "Y" TO WS-ORDER-FOUND-FLAG
                               MOVE "Y" TO WS-IO-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGING-ORDER-FILE
           END-IF
           .

       CHECK-DUPLICATE-ORDER.
           PERFORM FIND-IMAGING-ORDER
           MOVE WS-ORDER-FOUND-FLAG TO WS-DUPLICATE-FLAG
           .

       REWRITE-IMAGING-ORDER.
           OPEN INPUT IMAGING-ORDER-FILE
           OPEN OUTPUT IMAGING-TEMP-FILE
           MOVE "N" TO WS-IO-EOF
           IF WS-IMAGING-STATUS NOT = "35"
               PERFORM UNTIL WS-IO-EOF = "Y"
                   READ IMAGING-ORDER-FILE
                       AT END
                           MOVE "Y" TO WS-IO-EOF
                       NOT AT END
                           IF IO-ORDER-ID = WS-ORDER-ID
                               PERFORM APPLY-IMAGING-CHANGE
                           END-IF
                           MOVE IMAGING-ORDER-RECORD TO
                               IMAGING-TEMP-RECORD
                           WRITE IMAGING-TEMP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE IMAGING-ORDER-FILE
           CLOSE IMAGING-TEMP-FILE

           OPEN INPUT IMAGING-TEMP-FILE
           OPEN OUTPUT IMAGING-ORDER-FILE
           MOVE "N" TO WS-IO-EOF
           PERFORM UNTIL WS-IO-EOF = "Y"
               READ IMAGING-TEMP-FILE INTO IMAGING-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-IO-EOF
                   NOT AT END
                       MOVE IMAGING-TEMP-RECORD TO
                           IMAGING-ORDER-RECORD
                       WRITE IMAGING-ORDER-RECORD
               END-READ
           END-PERFORM
           CLOSE IMAGING-TEMP-FILE
           CLOSE IMAGING-ORDER-FILE
           MOVE "N" TO WS-IO-EOF
           .

      * The change applied by REWRITE-IMAGING-ORDER to the matched
      * record, chosen by whichever action is in WS-IMG-ACTION.
       APPLY-IMAGING-CHANGE.
           EVALUATE WS-IMG-ACTION
               WHEN "BOOK"
                   MOVE WS-MODALITY-CODE TO IO-MODALITY-CODE
                   MOVE WS-SLOT-DATE TO IO-SLOT-DATE
                   MOVE WS-SLOT-TIME TO IO-SLOT-TIME
                   MOVE WS-DURATION TO IO-DURATION-MINS
                   MOVE "Booked" TO IO-STATUS
               WHEN "STATUS"
                   MOVE WS-NEW-STATUS TO IO-STATUS
               WHEN "REPORT"
                   MOVE WS-RADIOLOGIST-ID TO IO-RADIOLOGIST-ID
                   MOVE WS-TODAY-DATE TO IO-REPORT-DATE
                   MOVE WS-REPORT-TEXT TO IO-REPORT-TEXT
                   MOVE "Reported" TO IO-STATUS
               WHEN "SIGN"
                   MOVE WS-TODAY-DATE TO IO-SIGNED-DATE
                   MOVE "Signed" TO IO-STATUS
           END-EVALUATE
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

       VALIDATE-DOCTOR-ID.
           MOVE "N" TO WS-DOCTOR-VALID-FLAG
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS NOT = "35"
               MOVE WS-DOCTOR-ID TO DM-DOCTOR-ID
               READ DOCTOR-FILE
                   INVALID KEY
                       MOVE "N" TO WS-DOCTOR-VALID-FLAG
                   NOT INVALID KEY
                       IF DM-ACTIVE-FLAG = "Y"
                           MOVE "Y" TO WS-DOCTOR-VALID-FLAG
                       ELSE
                           MOVE "N" TO WS-DOCTOR-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE DOCTOR-FILE
           .

      * An exam must be on the charge map as a type R entry once
      * any exam has been mapped, the rule LAB-ORDERS applies to
      * the test catalog; until then codes are taken as keyed.
       VALIDATE-EXAM-CODE.
           MOVE "N" TO WS-EXAM-VALID-FLAG
           MOVE "N" TO WS-EXAM-MAP-FLAG
           OPEN INPUT CHARGE-MAP-FILE
           IF WS-CHARGE-MAP-STATUS = "35"
               CLOSE CHARGE-MAP-FILE
           ELSE
               MOVE "N" TO WS-MAP-EOF
               PERFORM UNTIL WS-MAP-EOF = "Y"
                   READ CHARGE-MAP-FILE INTO CHARGE-MAP-RECORD
                       AT END
                           MOVE "Y" TO WS-MAP-EOF
                       NOT AT END
                           IF CP-SOURCE-TYPE = "R"
                               MOVE "Y" TO WS-EXAM-MAP-FLAG
                               IF CP-SOURCE-CODE = WS-EXAM-CODE
                                   MOVE "Y" TO WS-EXAM-VALID-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-MAP-FILE
           END-IF
           .

       VALIDATE-MODALITY-CODE.
           MOVE "N" TO WS-MODALITY-VALID-FLAG
           OPEN INPUT MODALITY-FILE
           IF WS-MODALITY-STATUS = "35"
               CLOSE MODALITY-FILE
           ELSE
               MOVE "N" TO WS-MD-EOF
               PERFORM UNTIL WS-MD-EOF = "Y"
                   READ MODALITY-FILE INTO MODALITY-RECORD
                       AT END
                           MOVE "Y" TO WS-MD-EOF
                       NOT AT END
                           IF MD-CODE = WS-MODALITY-CODE AND
                              MD-ACTIVE-FLAG = "Y"
                               MOVE "Y" TO WS-MODALITY-VALID-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MODALITY-FILE
           END-IF
           .

      * A blank site is accepted as the main building, the same
      * rule APPOINTMENTS and ADMISSIONS apply.
       VALIDATE-SITE-CODE.
           MOVE "N" TO WS-SITE-VALID-FLAG
           IF WS-SITE-CODE = SPACES
               MOVE "Y" TO WS-SITE-VALID-FLAG
           ELSE
               OPEN INPUT SITE-FILE
               IF WS-SITE-STATUS = "35"
                   CLOSE SITE-FILE
               ELSE
                   MOVE "N" TO WS-SITE-EOF
                   PERFORM UNTIL WS-SITE-EOF = "Y"
                       READ SITE-FILE INTO SITE-RECORD
                           AT END
                               MOVE "Y" TO WS-SITE-EOF
                           NOT AT END
                               IF ST-SITE-CODE = WS-SITE-CODE
                                  AND ST-ACTIVE-FLAG = "Y"
                                   MOVE "Y" TO
                                       WS-SITE-VALID-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SITE-FILE
               END-IF
           END-IF
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
           MOVE "RADIOLOGY" TO AUDIT-PROGRAM
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
       END PROGRAM RADIOLOGY.
