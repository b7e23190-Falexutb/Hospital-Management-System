               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADMISSION-ID
               FILE STATUS IS WS-ADMISSION-STATUS.
      * Outbound ADT event queue (owned by ADT-SENDER) - arrival
      * and ED admission events are appended here for the
      * interface sender.
           SELECT ADT-QUEUE-FILE ASSIGN TO "/data/adt_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-QUEUE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal of each change to the patient,
      * appointment, billing, admission and claim masters - read
      * by BACKUP-UTIL to roll a restored generation forward.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * Read-only view onto the isolation flags (owned by
      * ADMISSIONS) - a patient still carrying an active flag is
      * warned onto a side room when admitted from ED.
           SELECT ISOLATION-FILE
               ASSIGN TO "/data/isolation_flags.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISOLATION-STATUS.
      * Read-only view onto the specialist on-call rota (owned by
      * ON-CALL) and the doctor master (owned by DOCTOR-RECORDS).
           SELECT ONCALL-FILE ASSIGN TO "/data/oncall_rota.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALL-STATUS.
           SELECT DOCTOR-FILE ASSIGN TO "/data/doctors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOCTOR-ID
               FILE STATUS IS WS-DOCTOR-FILE-STATUS.
      * One record per on-call specialist called to an ED visit.
           SELECT ED-CALL-FILE
               ASSIGN TO "/data/ed_specialist_calls.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-CALL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/ed_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  ED-VISIT-FILE.
       01  ED-VISIT-RECORD.
           05  BM-BED-NUMBER        PIC 9(4).
           05  BM-OOS-FLAG          PIC X.
           05  BM-SITE-CODE         PIC X(4).
           05  BM-SIDE-ROOM-FLAG    PIC X.

       FD  ADMISSION-FILE.
       01  ADMISSION-RECORD.
           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

       FD  ADT-QUEUE-FILE.
       01  ADT-EVENT-RECORD.
           05  ADT-EVENT-DATA.
               10  ADT-EVENT-TYPE       PIC X(3).
               10  ADT-EVENT-DATE       PIC X(10).
               10  ADT-EVENT-TIME       PIC X(8).
               10  ADT-SOURCE           PIC X(12).
               10  ADT-PATIENT-ID       PIC 9(8).
               10  ADT-LAST-NAME        PIC X(30).
               10  ADT-FIRST-NAME       PIC X(20).
               10  ADT-DOB              PIC X(10).
               10  ADT-STREET           PIC X(50).
               10  ADT-CITY             PIC X(20).
               10  ADT-PHONE            PIC 9(10).
               10  ADT-VISIT-ID         PIC 9(8).
               10  ADT-WARD             PIC X(20).
               10  ADT-BED              PIC 9(4).
               10  ADT-PRIOR-WARD       PIC X(20).
               10  ADT-PRIOR-BED        PIC 9(4).
               10  ADT-SITE-CODE        PIC X(4).
           05  ADT-SENT-FLAG            PIC X.
           05  ADT-SENT-DATE            PIC X(10).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
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

       FD  ISOLATION-FILE.
       01  ISOLATION-RECORD.
           05  ISO-ADMISSION-ID     PIC 9(8).
           05  ISO-PATIENT-ID       PIC 9(8).
           05  ISO-ORGANISM         PIC X(20).
           05  ISO-TYPE             PIC X(10).
           05  ISO-FLAG-DATE        PIC X(10).
           05  ISO-FLAGGED-BY       PIC X(20).
           05  ISO-ACTIVE-FLAG      PIC X.
           05  ISO-CLEARED-DATE     PIC X(10).

       FD  ONCALL-FILE.
       01  ONCALL-RECORD.
           05  OC-SPECIALTY         PIC X(30).
           05  OC-DATE              PIC X(10).
           05  OC-BAND              PIC X(5).
           05  OC-FIRST-DOCTOR-ID   PIC 9(8).
           05  OC-SECOND-DOCTOR-ID  PIC 9(8).

       FD  DOCTOR-FILE.
       01  DOCTOR-RECORD.
           05  DM-DOCTOR-ID          PIC 9(8).
           05  DM-FIRST-NAME         PIC X(20).
           05  DM-LAST-NAME          PIC X(30).
           05  DM-SPECIALTY          PIC X(30).
           05  DM-ACTIVE-FLAG        PIC X.

       FD  ED-CALL-FILE.
       01  ED-CALL-RECORD.
           05  EC-VISIT-ID          PIC 9(8).
           05  EC-SPECIALTY         PIC X(30).
           05  EC-DOCTOR-ID         PIC 9(8).
           05  EC-ONCALL-LEVEL      PIC X.
           05  EC-CALL-DATE         PIC X(10).
           05  EC-CALL-TIME         PIC X(5).
           05  EC-CALLED-BY         PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-ADT-QUEUE-STATUS      PIC XX VALUE "00".
       77  WS-ADT-DATE-RAW          PIC 9(8).
       77  WS-ADT-TIME-RAW          PIC 9(8).
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 9.
       77  WS-ED-VISIT-STATUS       PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-VISIT-ID              PIC 9(8).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-TRIAGE-CAT            PIC 9.
       77  WS-BED-VALID-FLAG        PIC X VALUE "N".
       77  WS-BED-ON-FILE-FLAG      PIC X VALUE "N".
       77  WS-BED-OOS-FLAG          PIC X VALUE "N".
       77  WS-BED-SIDE-ROOM-FLAG    PIC X VALUE "N".
       77  WS-ISOLATION-STATUS      PIC XX VALUE "00".
       77  WS-ISO-EOF               PIC X VALUE "N".
       77  WS-ISO-ACTIVE-FLAG       PIC X VALUE "N".
       77  WS-ISO-ORGANISM          PIC X(20).
       77  WS-ISO-TYPE              PIC X(10).
       77  WS-OUTCOME-CHOICE        PIC 9.
       77  WS-OUTCOME               PIC X(10).
       77  WS-TIME-HH               PIC 99.
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
       77  WS-ONCALL-STATUS         PIC XX VALUE "00".
       77  WS-DOCTOR-FILE-STATUS    PIC XX VALUE "00".
       77  WS-ED-CALL-STATUS        PIC XX VALUE "00".
       77  WS-OC-EOF                PIC X VALUE "N".
       77  WS-EC-EOF                PIC X VALUE "N".
       77  WS-ONCALL-FOUND-FLAG     PIC X VALUE "N".
       77  WS-SPECIALTY             PIC X(30).
       77  WS-ONCALL-DATE           PIC X(10).
       77  WS-BAND                  PIC X(5).
       77  WS-NOW-HH                PIC 99.
       77  WS-LOOKUP-RAW            PIC 9(8).
       77  WS-FIRST-DOCTOR-ID       PIC 9(8).
       77  WS-SECOND-DOCTOR-ID      PIC 9(8).
       77  WS-DOCTOR-ID             PIC 9(8).
       77  WS-DOCTOR-NAME           PIC X(30).
       77  WS-CALL-CHOICE           PIC 9.
       77  WS-ONCALL-LEVEL          PIC X.
       77  WS-READMIT-OF            PIC 9(8) VALUE 0.
       77  WS-RM-DISCH-DATE         PIC X(10).
       77  WS-RM-DISCH-RAW          PIC 9(8).
       77  WS-RM-DAYS               PIC S9(8).
      * A stay beginning this many days or fewer after the same
      * patient's last discharge is a readmission.
       78  WS-READMIT-DAYS          VALUE 30.
      * On-call bands as held on the rota: Day from 08:00, Night
      * from 20:00 running on to 07:59 the morning after.
       78  WS-DAY-START-HH          VALUE 8.
       78  WS-NIGHT-START-HH        VALUE 20.
       01  WS-TT-TABLE.
           05  WS-TT-ENTRY OCCURS 5 TIMES.
               10  WS-TT-TOTAL          PIC 9(7).
               DISPLAY "5. Convert Visit to Admission"
               DISPLAY "6. Daily ED Log"
               DISPLAY "7. Time-to-Treatment Report by Triage"
               DISPLAY "8. Call On-Call Specialist"
               DISPLAY "9. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 7
                       PERFORM TIME-TO-TREATMENT-REPORT
                   WHEN 8
                       PERFORM CALL-ONCALL-SPECIALIST
                   WHEN 9
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
           MOVE "CREATE" TO WS-AUDIT-ACTION
           MOVE WS-VISIT-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           MOVE "A04" TO ADT-EVENT-TYPE
           MOVE WS-PATIENT-ID TO ADT-PATIENT-ID
           MOVE WS-VISIT-ID TO ADT-VISIT-ID
           MOVE SPACES TO ADT-WARD
           MOVE 0 TO ADT-BED
           MOVE SPACES TO ADT-PRIOR-WARD
           MOVE 0 TO ADT-PRIOR-BED
           MOVE WS-SITE-CODE TO ADT-SITE-CODE
           PERFORM WRITE-ADT-EVENT
           DISPLAY "ED Visit " WS-VISIT-ID " registered, arrived "
                   EV-ARRIVAL-TIME " triage " WS-TRIAGE-CAT
           .
           IF EV-ADMISSION-ID NOT = 0
               DISPLAY "  Admitted as Admission " EV-ADMISSION-ID
           END-IF
           PERFORM SHOW-SPECIALIST-CALLS
           DISPLAY "-----------------------"
           .

       SHOW-SPECIALIST-CALLS.
           OPEN INPUT ED-CALL-FILE
           IF WS-ED-CALL-STATUS = "35"
               CLOSE ED-CALL-FILE
           ELSE
               MOVE "N" TO WS-EC-EOF
               PERFORM UNTIL WS-EC-EOF = "Y"
                   READ ED-CALL-FILE INTO ED-CALL-RECORD
                       AT END
                           MOVE "Y" TO WS-EC-EOF
                       NOT AT END
                           IF EC-VISIT-ID = EV-VISIT-ID
                               DISPLAY "  Called " EC-SPECIALTY
                               DISPLAY "    Dr " EC-DOCTOR-ID
                                       " (on-call " EC-ONCALL-LEVEL
                                       ") at " EC-CALL-TIME
                                       " by " EC-CALLED-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ED-CALL-FILE
           END-IF
           .

      * Rewrites the one visit record through a temp copy - the
      * visit file is line sequential like the waitlist.
       REWRITE-ED-VISIT.
           END-IF
           .

      * The ED doctor picks a specialty and is shown who is on call
      * for it right now; the doctor actually called is logged
      * against the visit.
       CALL-ONCALL-SPECIALIST.
           DISPLAY "Enter ED Visit ID: "
           ACCEPT WS-VISIT-ID
           PERFORM FIND-ED-VISIT
           IF WS-VISIT-FOUND-FLAG = "N"
               DISPLAY "No record found for Visit ID "
                       WS-VISIT-ID
           ELSE
               DISPLAY "Enter Specialty: "
               ACCEPT WS-SPECIALTY
               PERFORM FIND-ONCALL-NOW
               IF WS-ONCALL-FOUND-FLAG = "N"
                   DISPLAY "No on-call cover for " WS-SPECIALTY
                           " on " WS-ONCALL-DATE " " WS-BAND
                           " - contact switchboard."
               ELSE
                   MOVE WS-FIRST-DOCTOR-ID TO WS-DOCTOR-ID
                   PERFORM FIND-DOCTOR-NAME
                   DISPLAY "1. 1st On-Call: Dr " WS-DOCTOR-NAME
                           " (" WS-FIRST-DOCTOR-ID ")"
                   IF WS-SECOND-DOCTOR-ID NOT = 0
                       MOVE WS-SECOND-DOCTOR-ID TO WS-DOCTOR-ID
                       PERFORM FIND-DOCTOR-NAME
                       DISPLAY "2. 2nd On-Call: Dr " WS-DOCTOR-NAME
                               " (" WS-SECOND-DOCTOR-ID ")"
                   END-IF
                   DISPLAY "Doctor called (1/2, 0 = none): "
                   ACCEPT WS-CALL-CHOICE
                   MOVE 0 TO WS-DOCTOR-ID
                   EVALUATE WS-CALL-CHOICE
                       WHEN 1
                           MOVE WS-FIRST-DOCTOR-ID TO WS-DOCTOR-ID
                           MOVE "1" TO WS-ONCALL-LEVEL
                       WHEN 2
                           MOVE WS-SECOND-DOCTOR-ID TO WS-DOCTOR-ID
                           MOVE "2" TO WS-ONCALL-LEVEL
                   END-EVALUATE
                   IF WS-DOCTOR-ID = 0
                       DISPLAY "No specialist call recorded."
                   ELSE
                       PERFORM WRITE-SPECIALIST-CALL
                   END-IF
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

      * Sets WS-DOCTOR-NAME for WS-DOCTOR-ID (blank when off file).
       FIND-DOCTOR-NAME.
           MOVE SPACES TO WS-DOCTOR-NAME
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS NOT = "35"
               MOVE WS-DOCTOR-ID TO DM-DOCTOR-ID
               READ DOCTOR-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-DOCTOR-NAME
                   NOT INVALID KEY
                       MOVE DM-LAST-NAME TO WS-DOCTOR-NAME
               END-READ
           END-IF
           CLOSE DOCTOR-FILE
           .

       WRITE-SPECIALIST-CALL.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME
           MOVE WS-VISIT-ID TO EC-VISIT-ID
           MOVE WS-SPECIALTY TO EC-SPECIALTY
           MOVE WS-DOCTOR-ID TO EC-DOCTOR-ID
           MOVE WS-ONCALL-LEVEL TO EC-ONCALL-LEVEL
           MOVE SPACES TO EC-CALL-DATE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO EC-CALL-DATE
           MOVE SPACES TO EC-CALL-TIME
           STRING WS-NOW-TIME-RAW(1:2) ":" WS-NOW-TIME-RAW(3:2)
                  DELIMITED BY SIZE INTO EC-CALL-TIME
           MOVE WS-SESSION-USER TO EC-CALLED-BY
           OPEN EXTEND ED-CALL-FILE
           IF WS-ED-CALL-STATUS = "35"
               CLOSE ED-CALL-FILE
               OPEN OUTPUT ED-CALL-FILE
           END-IF
           WRITE ED-CALL-RECORD
           CLOSE ED-CALL-FILE
           MOVE "ONCALL" TO WS-AUDIT-ACTION
           MOVE WS-VISIT-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Specialist call recorded: Dr " WS-DOCTOR-ID
                   " at " EC-CALL-TIME
           .

       FIND-ED-VISIT.
           MOVE "N" TO WS-VISIT-FOUND-FLAG
           OPEN INPUT ED-VISIT-FILE
           MOVE "N" TO WS-BED-VALID-FLAG
           MOVE "N" TO WS-BED-ON-FILE-FLAG
           MOVE "N" TO WS-BED-OOS-FLAG
           MOVE "N" TO WS-BED-SIDE-ROOM-FLAG
           OPEN INPUT BED-MASTER-FILE
           IF WS-BED-MASTER-STATUS = "35"
               CLOSE BED-MASTER-FILE
                               MOVE "Y" TO WS-BED-ON-FILE-FLAG
                               MOVE BM-OOS-FLAG TO
                                   WS-BED-OOS-FLAG
                               MOVE BM-SIDE-ROOM-FLAG TO
                                   WS-BED-SIDE-ROOM-FLAG
                           END-IF
                   END-READ
               END-PERFORM
                   END-IF
               END-IF
           END-IF
           IF WS-BED-VALID-FLAG = "Y"
               PERFORM WARN-ISOLATION-BED
           END-IF
           .

      * Same warning ADMISSIONS gives - an isolated patient put in
      * a bed that is not a side room is allowed, but flagged.
       WARN-ISOLATION-BED.
           MOVE "N" TO WS-ISO-ACTIVE-FLAG
           OPEN INPUT ISOLATION-FILE
           IF WS-ISOLATION-STATUS = "35"
               CLOSE ISOLATION-FILE
           ELSE
               MOVE "N" TO WS-ISO-EOF
               PERFORM UNTIL WS-ISO-EOF = "Y"
                   READ ISOLATION-FILE INTO ISOLATION-RECORD
                       AT END
                           MOVE "Y" TO WS-ISO-EOF
                       NOT AT END
                           IF ISO-ACTIVE-FLAG = "Y" AND
                              ISO-PATIENT-ID = WS-PATIENT-ID
                               MOVE "Y" TO WS-ISO-ACTIVE-FLAG
                               MOVE ISO-ORGANISM TO WS-ISO-ORGANISM
                               MOVE ISO-TYPE TO WS-ISO-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISOLATION-FILE
           END-IF
           IF WS-ISO-ACTIVE-FLAG = "Y" AND
              WS-BED-SIDE-ROOM-FLAG NOT = "Y"
               DISPLAY "WARNING: patient " WS-PATIENT-ID " is on "
                       WS-ISO-TYPE " isolation (" WS-ISO-ORGANISM
                       ") - Ward " WS-WARD " Bed " WS-BED-NUMBER
                       " is not a side room."
           END-IF
           .

      * A blank site is accepted as the main building, the same
           MOVE "N" TO WS-EV-EOF
           .

      * A patient back within WS-READMIT-DAYS of their last
      * discharge is a readmission: the stay is linked to the
      * latest prior admission so the readmission rate can be
      * reported.  Today is the admit date of an ED conversion.
       CHECK-READMISSION.
           MOVE 0 TO WS-READMIT-OF
           MOVE SPACES TO WS-RM-DISCH-DATE
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               CLOSE ADMISSION-FILE
           ELSE
               MOVE "N" TO WS-EV-EOF
               PERFORM UNTIL WS-EV-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-EV-EOF
                       NOT AT END
                           IF AD-PATIENT-ID = WS-PATIENT-ID AND
                              AD-DISCHARGE-DATE NOT = SPACES AND
                              AD-DISCHARGE-DATE > WS-RM-DISCH-DATE
                               STRING AD-DISCHARGE-DATE(1:4)
                                      AD-DISCHARGE-DATE(6:2)
                                      AD-DISCHARGE-DATE(9:2)
                                      DELIMITED BY SIZE
                                      INTO WS-RM-DISCH-RAW
                               COMPUTE WS-RM-DAYS =
                                   FUNCTION INTEGER-OF-DATE(
                                       WS-TODAY-RAW) -
                                   FUNCTION INTEGER-OF-DATE(
                                       WS-RM-DISCH-RAW)
                               IF WS-RM-DAYS >= 0 AND
                                  WS-RM-DAYS <= WS-READMIT-DAYS
                                   MOVE AD-ADMISSION-ID TO
                                       WS-READMIT-OF
                                   MOVE AD-DISCHARGE-DATE TO
                                       WS-RM-DISCH-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-FILE
           END-IF
           MOVE "N" TO WS-EV-EOF
           IF WS-READMIT-OF NOT = 0
               DISPLAY "WARNING: patient " WS-PATIENT-ID
                       " was discharged from Admission "
                       WS-READMIT-OF " on " WS-RM-DISCH-DATE
               DISPLAY "This stay is recorded as a "
                       WS-READMIT-DAYS "-day readmission."
           END-IF
           .

       WRITE-ED-ADMISSION.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME
           PERFORM CHECK-READMISSION
           OPEN I-O ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               CLOSE ADMISSION-FILE
           MOVE WS-SITE-CODE TO AD-SITE-CODE
           MOVE SPACES TO AD-EXPECTED-DISCH
           MOVE SPACES TO AD-DIET-CODE
           MOVE WS-READMIT-OF TO AD-READMIT-OF
           WRITE ADMISSION-RECORD
               INVALID KEY
                   DISPLAY "Admission ID " WS-ADMISSION-ID
                           "unconverted."
                   CLOSE ADMISSION-FILE
               NOT INVALID KEY
                   MOVE "ADMISSIONS" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE ADMISSION-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   CLOSE ADMISSION-FILE
                   MOVE "Admitted" TO WS-OUTCOME
                   MOVE "N" TO WS-VISIT-FOUND-FLAG
                   MOVE "ADMIT" TO WS-AUDIT-ACTION
                   MOVE WS-ADMISSION-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "A01" TO ADT-EVENT-TYPE
                   MOVE WS-PATIENT-ID TO ADT-PATIENT-ID
                   MOVE WS-ADMISSION-ID TO ADT-VISIT-ID
                   MOVE WS-WARD TO ADT-WARD
                   MOVE WS-BED-NUMBER TO ADT-BED
                   MOVE SPACES TO ADT-PRIOR-WARD
                   MOVE 0 TO ADT-PRIOR-BED
                   MOVE WS-SITE-CODE TO ADT-SITE-CODE
                   PERFORM WRITE-ADT-EVENT
                   DISPLAY "Visit " WS-VISIT-ID " converted to "
                           "Admission " WS-ADMISSION-ID
           END-WRITE
           ADD 1 TO WS-TT-COUNT(WS-TT-IDX)
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

      * The caller sets the event type, patient, visit and
      * location; the event is stamped now and carries the
      * patient's demographics as they stand on the master.
       WRITE-ADT-EVENT.
           ACCEPT WS-ADT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-ADT-TIME-RAW FROM TIME
           STRING WS-ADT-DATE-RAW(1:4) "-" WS-ADT-DATE-RAW(5:2)
                  "-" WS-ADT-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO ADT-EVENT-DATE
           MOVE WS-ADT-TIME-RAW TO ADT-EVENT-TIME
           MOVE "ED-VISITS" TO ADT-SOURCE
           MOVE SPACES TO ADT-LAST-NAME
           MOVE SPACES TO ADT-FIRST-NAME
           MOVE SPACES TO ADT-DOB
           MOVE SPACES TO ADT-STREET
           MOVE SPACES TO ADT-CITY
           MOVE 0 TO ADT-PHONE
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE ADT-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-LAST-NAME TO ADT-LAST-NAME
                       MOVE PM-FIRST-NAME TO ADT-FIRST-NAME
                       MOVE PM-PATIENT-DOB TO ADT-DOB
                       MOVE PM-STREET TO ADT-STREET
                       MOVE PM-CITY TO ADT-CITY
                       MOVE PM-PHONE-NUMBER TO ADT-PHONE
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           MOVE "N" TO ADT-SENT-FLAG
           MOVE SPACES TO ADT-SENT-DATE
           OPEN EXTEND ADT-QUEUE-FILE
           IF WS-ADT-QUEUE-STATUS = "35"
               CLOSE ADT-QUEUE-FILE
               OPEN OUTPUT ADT-QUEUE-FILE
           END-IF
           WRITE ADT-EVENT-RECORD
           CLOSE ADT-QUEUE-FILE
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
           MOVE "ED-VISITS" TO JR-PROGRAM
           MOVE WS-SESSION-USER TO JR-USER
           MOVE WS-JOURNAL-FILE-ID TO JR-FILE-ID
           MOVE WS-JOURNAL-OP TO JR-OPERATION
           MOVE WS-JOURNAL-IMAGE TO JR-IMAGE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .

       WRITE-AUDIT-LOG.
