      ******************************************************************
      * Author:
      * Date:
      * Purpose: Patient correspondence - merges the letter events
      *          queued by APPOINTMENTS, NOSHOW-SWEEP and REFERRALS
      *          into their letter templates, writes a dated
      *          print file, logs each letter against the patient
      *          and flags the event printed; templates are kept
      *          here too
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * Letter event queue - appended to by the booking, sweep and
      * referral programs, rewritten here only to flag events
      * printed.
           SELECT LETTER-QUEUE-FILE ASSIGN TO "/data/letter_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-QUEUE-STATUS.
           SELECT LETTER-QUEUE-TEMP-FILE
               ASSIGN TO "/data/letter_queue_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Letter text by letter type, one record per line, with
      * %FIELD% merge fields filled in at print time.
           SELECT TEMPLATE-FILE ASSIGN TO "/data/letter_templates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
      * The print file for the day's run - one page per letter.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
      * One record per letter printed, against the patient.
           SELECT LETTER-LOG-FILE ASSIGN TO "/data/letters_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-LOG-STATUS.
      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS)
      * for the name and address the letter goes to.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * Read-only view onto the doctor master (owned by
      * DOCTOR-RECORDS).
           SELECT DOCTOR-FILE ASSIGN TO "/data/doctors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOCTOR-ID
               FILE STATUS IS WS-DOCTOR-FILE-STATUS.
      * Read-only view onto the location / site master (owned by
      * LOCATION-MASTER) for the site name.
           SELECT SITE-FILE ASSIGN TO "/data/sites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
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

      * Letter types: BOOKED appointment confirmation, CANCEL
      * cancellation notice, NOSHOW missed appointment, REFACK
      * referral acknowledgement.  The appointment details are
      * taken when the event is queued - a deleted booking is no
      * longer on file by the time its letter prints.  Printed
      * flag: N queued, Y printed, S suppressed (patient not on
      * file or deceased).
       FD  LETTER-QUEUE-FILE.
       01  LETTER-EVENT-RECORD.
           05  LQ-LETTER-TYPE       PIC X(8).
           05  LQ-EVENT-DATE        PIC X(10).
           05  LQ-SOURCE            PIC X(12).
           05  LQ-PATIENT-ID        PIC 9(8).
           05  LQ-APPOINTMENT-ID    PIC 9(8).
           05  LQ-REF-ID            PIC 9(8).
           05  LQ-DOCTOR-ID         PIC 9(8).
           05  LQ-APPT-DATE         PIC X(10).
           05  LQ-APPT-TIME         PIC X(5).
           05  LQ-SITE-CODE         PIC X(4).
           05  LQ-SPECIALTY         PIC X(30).
           05  LQ-PRINTED-FLAG      PIC X.
           05  LQ-PRINTED-DATE      PIC X(10).

       FD  LETTER-QUEUE-TEMP-FILE.
       01  LETTER-QUEUE-TEMP-RECORD PIC X(122).

       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD.
           05  LT-LETTER-TYPE       PIC X(8).
           05  LT-LINE-NO           PIC 9(3).
           05  LT-TEXT              PIC X(70).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

       FD  LETTER-LOG-FILE.
       01  LETTER-LOG-RECORD.
           05  LL-PATIENT-ID        PIC 9(8).
           05  LL-LETTER-TYPE       PIC X(8).
           05  LL-PRINTED-DATE      PIC X(10).
           05  LL-APPOINTMENT-ID    PIC 9(8).
           05  LL-REF-ID            PIC 9(8).
           05  LL-PRINTED-BY        PIC X(20).

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
       77  WS-LETTER-QUEUE-STATUS   PIC XX VALUE "00".
       77  WS-TEMPLATE-STATUS       PIC XX VALUE "00".
       77  WS-LETTER-FILE-STATUS    PIC XX VALUE "00".
       77  WS-LETTER-LOG-STATUS     PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-DOCTOR-FILE-STATUS    PIC XX VALUE "00".
       77  WS-SITE-STATUS           PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-LETTER-FILE-NAME      PIC X(100) VALUE SPACES.
       77  WS-MODE                  PIC X VALUE SPACES.
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-LT-EOF                PIC X VALUE "N".
       77  WS-SITE-EOF              PIC X VALUE "N".
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-QUEUE-COUNT           PIC 9(8) VALUE 0.
       77  WS-PRINTED-COUNT         PIC 9(8) VALUE 0.
       77  WS-SUPPRESSED-COUNT      PIC 9(8) VALUE 0.
       77  WS-NO-TEMPLATE-COUNT     PIC 9(8) VALUE 0.
       77  WS-CHANGED-COUNT         PIC 9(8) VALUE 0.
       77  WS-PATIENT-FOUND-FLAG    PIC X VALUE "N".
       77  WS-TEMPLATE-FOUND-FLAG   PIC X VALUE "N".
       77  WS-LETTER-TYPE           PIC X(8).
       77  WS-LT-COUNT              PIC 9(3) VALUE 0.
       77  WS-LT-IDX                PIC 9(3).
       77  WS-LT-LINE-NO            PIC 9(3).
       77  WS-NEW-COUNT             PIC 9(3) VALUE 0.
       77  WS-NEW-IDX               PIC 9(3).
       77  WS-NEW-TEXT              PIC X(70).
       77  WS-CONFIRM               PIC X.
       77  WS-CH-IDX                PIC 9(3).
       77  WS-SCAN-IDX              PIC 9(3).
       77  WS-FIELD-LEN             PIC 9(3).
       77  WS-OUT-PTR               PIC 9(3).
       77  WS-FIELD-NAME            PIC X(12).
       77  WS-FIELD-VALUE           PIC X(60).
      * The template line being merged, one byte longer than the
      * text so the merge-field scan can look one past its end.
       77  WS-MERGE-TEXT            PIC X(71).
      * Merge-field values for the letter being printed.
       77  WS-MF-PATIENT-NAME       PIC X(60).
       77  WS-MF-FIRST-NAME         PIC X(20).
       77  WS-MF-LAST-NAME          PIC X(30).
       77  WS-MF-STREET             PIC X(50).
       77  WS-MF-CITY               PIC X(20).
       77  WS-MF-DOCTOR-NAME        PIC X(60).
       77  WS-MF-SITE-NAME          PIC X(30).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * Every template line on file, in file order.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 400 TIMES.
               10  WS-LT-TYPE           PIC X(8).
               10  WS-LT-NO             PIC 9(3).
               10  WS-LT-TEXT           PIC X(70).
      * Replacement text keyed for one letter type.
       01  WS-NEW-TABLE.
           05  WS-NEW-LINE OCCURS 60 TIMES PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               MOVE "BATCH" TO WS-SESSION-USER
           END-IF
           DISPLAY "Patient Correspondence"
           DISPLAY "======================"
           DISPLAY "P = Print Queued Letters, "
                   "T = Maintain Letter Templates (default P): "
           ACCEPT WS-MODE
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           PERFORM LOAD-TEMPLATES
           IF WS-MODE = "T"
               PERFORM MAINTAIN-TEMPLATES
           ELSE
               PERFORM PRINT-QUEUED-LETTERS
           END-IF
           STOP RUN.

       LOAD-TEMPLATES.
           MOVE 0 TO WS-LT-COUNT
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS = "35"
               CLOSE TEMPLATE-FILE
           ELSE
               MOVE "N" TO WS-LT-EOF
               PERFORM UNTIL WS-LT-EOF = "Y"
                   READ TEMPLATE-FILE INTO TEMPLATE-RECORD
                       AT END
                           MOVE "Y" TO WS-LT-EOF
                       NOT AT END
                           IF WS-LT-COUNT < 400
                               ADD 1 TO WS-LT-COUNT
                               MOVE LT-LETTER-TYPE TO
                                   WS-LT-TYPE(WS-LT-COUNT)
                               MOVE LT-LINE-NO TO
                                   WS-LT-NO(WS-LT-COUNT)
                               MOVE LT-TEXT TO
                                   WS-LT-TEXT(WS-LT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF
           .

      * Every queued event goes to today's print file and is
      * flagged printed with today's date.  An event whose letter
      * type has no template stays queued so it prints once the
      * template is set up.  A second run the same day adds to the
      * same print file.
       PRINT-QUEUED-LETTERS.
           MOVE SPACES TO WS-LETTER-FILE-NAME
           STRING "/data/letters_" WS-TODAY-RAW ".txt"
               DELIMITED BY SIZE INTO WS-LETTER-FILE-NAME
           OPEN INPUT LETTER-QUEUE-FILE
           IF WS-LETTER-QUEUE-STATUS = "35"
               DISPLAY "No letters queued."
               CLOSE LETTER-QUEUE-FILE
           ELSE
               OPEN OUTPUT LETTER-QUEUE-TEMP-FILE
               OPEN EXTEND LETTER-FILE
               IF WS-LETTER-FILE-STATUS = "35"
                   CLOSE LETTER-FILE
                   OPEN OUTPUT LETTER-FILE
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LETTER-QUEUE-FILE INTO LETTER-EVENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QUEUE-COUNT
                           IF LQ-PRINTED-FLAG = "N"
                               PERFORM PRINT-LETTER
                           END-IF
                           MOVE LETTER-EVENT-RECORD TO
                               LETTER-QUEUE-TEMP-RECORD
                           WRITE LETTER-QUEUE-TEMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE LETTER-QUEUE-FILE
               CLOSE LETTER-QUEUE-TEMP-FILE
               CLOSE LETTER-FILE
               IF WS-CHANGED-COUNT > 0
                   PERFORM REWRITE-LETTER-QUEUE
               END-IF
               DISPLAY "Events on queue:   " WS-QUEUE-COUNT
               DISPLAY "Letters printed:   " WS-PRINTED-COUNT
               DISPLAY "Suppressed:        " WS-SUPPRESSED-COUNT
               DISPLAY "Awaiting template: " WS-NO-TEMPLATE-COUNT
               DISPLAY "Print file: " WS-LETTER-FILE-NAME
               MOVE "LETTERS" TO WS-AUDIT-ACTION
               MOVE WS-PRINTED-COUNT TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

      * No letter goes to a patient who is not on file or has died;
      * the event is flagged S so it does not sit on the queue.
       PRINT-LETTER.
           MOVE LQ-LETTER-TYPE TO WS-LETTER-TYPE
           MOVE "N" TO WS-TEMPLATE-FOUND-FLAG
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
                      OR WS-TEMPLATE-FOUND-FLAG = "Y"
               IF WS-LT-TYPE(WS-LT-IDX) = WS-LETTER-TYPE
                   MOVE "Y" TO WS-TEMPLATE-FOUND-FLAG
               END-IF
           END-PERFORM
           PERFORM LOAD-MERGE-FIELDS
           EVALUATE TRUE
               WHEN WS-PATIENT-FOUND-FLAG = "N"
                   MOVE "S" TO LQ-PRINTED-FLAG
                   MOVE WS-TODAY-DATE TO LQ-PRINTED-DATE
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   ADD 1 TO WS-CHANGED-COUNT
                   DISPLAY "Suppressed " LQ-LETTER-TYPE
                           " letter - Patient " LQ-PATIENT-ID
                           " not on file or deceased."
               WHEN WS-TEMPLATE-FOUND-FLAG = "N"
                   ADD 1 TO WS-NO-TEMPLATE-COUNT
                   DISPLAY "No template for letter type "
                           LQ-LETTER-TYPE " - Patient "
                           LQ-PATIENT-ID " left queued."
               WHEN OTHER
                   PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                           UNTIL WS-LT-IDX > WS-LT-COUNT
                       IF WS-LT-TYPE(WS-LT-IDX) = WS-LETTER-TYPE
                           MOVE WS-LT-TEXT(WS-LT-IDX) TO
                               WS-MERGE-TEXT
                           PERFORM MERGE-TEMPLATE-LINE
                           WRITE LETTER-LINE
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO LETTER-LINE
                   WRITE LETTER-LINE BEFORE ADVANCING PAGE
                   PERFORM WRITE-LETTER-LOG
                   MOVE "Y" TO LQ-PRINTED-FLAG
                   MOVE WS-TODAY-DATE TO LQ-PRINTED-DATE
                   ADD 1 TO WS-PRINTED-COUNT
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE
           .

       LOAD-MERGE-FIELDS.
           MOVE "N" TO WS-PATIENT-FOUND-FLAG
           MOVE SPACES TO WS-MF-PATIENT-NAME
           MOVE SPACES TO WS-MF-FIRST-NAME
           MOVE SPACES TO WS-MF-LAST-NAME
           MOVE SPACES TO WS-MF-STREET
           MOVE SPACES TO WS-MF-CITY
           MOVE SPACES TO WS-MF-DOCTOR-NAME
           MOVE SPACES TO WS-MF-SITE-NAME
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE LQ-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-DECEASED-FLAG NOT = "Y"
                           MOVE "Y" TO WS-PATIENT-FOUND-FLAG
                           MOVE PM-FIRST-NAME TO WS-MF-FIRST-NAME
                           MOVE PM-LAST-NAME TO WS-MF-LAST-NAME
                           MOVE PM-STREET TO WS-MF-STREET
                           MOVE PM-CITY TO WS-MF-CITY
                           STRING PM-FIRST-NAME DELIMITED BY "  "
                                  " " DELIMITED BY SIZE
                                  PM-LAST-NAME DELIMITED BY "  "
                                  INTO WS-MF-PATIENT-NAME
                       END-IF
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           IF LQ-DOCTOR-ID NOT = 0
               OPEN INPUT DOCTOR-FILE
               IF WS-DOCTOR-FILE-STATUS NOT = "35"
                   MOVE LQ-DOCTOR-ID TO DM-DOCTOR-ID
                   READ DOCTOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING "Dr " DELIMITED BY SIZE
                                  DM-FIRST-NAME DELIMITED BY "  "
                                  " " DELIMITED BY SIZE
                                  DM-LAST-NAME DELIMITED BY "  "
                                  INTO WS-MF-DOCTOR-NAME
                   END-READ
               END-IF
               CLOSE DOCTOR-FILE
           END-IF
           IF LQ-SITE-CODE NOT = SPACES
               MOVE LQ-SITE-CODE TO WS-MF-SITE-NAME
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
                               IF ST-SITE-CODE = LQ-SITE-CODE
                                   MOVE ST-SITE-NAME TO
                                       WS-MF-SITE-NAME
                                   MOVE "Y" TO WS-SITE-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SITE-FILE
               END-IF
           END-IF
           .

      * Copies the template line to LETTER-LINE, replacing each
      * %FIELD% with its value (trailing spaces dropped).  A lone %
      * or an unknown field name is printed as it stands so the
      * template can be corrected.
       MERGE-TEMPLATE-LINE.
           MOVE SPACES TO LETTER-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-CH-IDX
           PERFORM UNTIL WS-CH-IDX > 70
               IF WS-MERGE-TEXT(WS-CH-IDX:1) = "%"
                   PERFORM MERGE-FIELD
               ELSE
                   STRING WS-MERGE-TEXT(WS-CH-IDX:1)
                       DELIMITED BY SIZE INTO LETTER-LINE
                       WITH POINTER WS-OUT-PTR
                   ADD 1 TO WS-CH-IDX
               END-IF
           END-PERFORM
           .

       MERGE-FIELD.
           COMPUTE WS-SCAN-IDX = WS-CH-IDX + 1
           PERFORM UNTIL WS-SCAN-IDX > 70
                      OR WS-MERGE-TEXT(WS-SCAN-IDX:1) = "%"
               ADD 1 TO WS-SCAN-IDX
           END-PERFORM
           COMPUTE WS-FIELD-LEN = WS-SCAN-IDX - WS-CH-IDX - 1
           IF WS-SCAN-IDX > 70 OR WS-FIELD-LEN = 0 OR
              WS-FIELD-LEN > 12
               STRING "%" DELIMITED BY SIZE INTO LETTER-LINE
                   WITH POINTER WS-OUT-PTR
               ADD 1 TO WS-CH-IDX
           ELSE
               MOVE SPACES TO WS-FIELD-NAME
               MOVE WS-MERGE-TEXT(WS-CH-IDX + 1:WS-FIELD-LEN)
                   TO WS-FIELD-NAME
               PERFORM LOOKUP-MERGE-VALUE
               STRING WS-FIELD-VALUE DELIMITED BY "  "
                   INTO LETTER-LINE WITH POINTER WS-OUT-PTR
               COMPUTE WS-CH-IDX = WS-SCAN-IDX + 1
           END-IF
           .

       LOOKUP-MERGE-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           EVALUATE WS-FIELD-NAME
               WHEN "NAME"
                   MOVE WS-MF-PATIENT-NAME TO WS-FIELD-VALUE
               WHEN "FIRSTNAME"
                   MOVE WS-MF-FIRST-NAME TO WS-FIELD-VALUE
               WHEN "LASTNAME"
                   MOVE WS-MF-LAST-NAME TO WS-FIELD-VALUE
               WHEN "STREET"
                   MOVE WS-MF-STREET TO WS-FIELD-VALUE
               WHEN "CITY"
                   MOVE WS-MF-CITY TO WS-FIELD-VALUE
               WHEN "PATIENTID"
                   MOVE LQ-PATIENT-ID TO WS-FIELD-VALUE
               WHEN "DOCTOR"
                   MOVE WS-MF-DOCTOR-NAME TO WS-FIELD-VALUE
               WHEN "APPTID"
                   MOVE LQ-APPOINTMENT-ID TO WS-FIELD-VALUE
               WHEN "APPTDATE"
                   MOVE LQ-APPT-DATE TO WS-FIELD-VALUE
               WHEN "APPTTIME"
                   MOVE LQ-APPT-TIME TO WS-FIELD-VALUE
               WHEN "SITE"
                   MOVE WS-MF-SITE-NAME TO WS-FIELD-VALUE
               WHEN "REFID"
                   MOVE LQ-REF-ID TO WS-FIELD-VALUE
               WHEN "SPECIALTY"
                   MOVE LQ-SPECIALTY TO WS-FIELD-VALUE
               WHEN "TODAY"
                   MOVE WS-TODAY-DATE TO WS-FIELD-VALUE
               WHEN OTHER
                   STRING "%" DELIMITED BY SIZE
                          WS-FIELD-NAME DELIMITED BY SPACE
                          "%" DELIMITED BY SIZE
                          INTO WS-FIELD-VALUE
           END-EVALUATE
           .

       WRITE-LETTER-LOG.
           MOVE LQ-PATIENT-ID TO LL-PATIENT-ID
           MOVE LQ-LETTER-TYPE TO LL-LETTER-TYPE
           MOVE WS-TODAY-DATE TO LL-PRINTED-DATE
           MOVE LQ-APPOINTMENT-ID TO LL-APPOINTMENT-ID
           MOVE LQ-REF-ID TO LL-REF-ID
           MOVE WS-SESSION-USER TO LL-PRINTED-BY
           OPEN EXTEND LETTER-LOG-FILE
           IF WS-LETTER-LOG-STATUS = "35"
               CLOSE LETTER-LOG-FILE
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF
           WRITE LETTER-LOG-RECORD
           CLOSE LETTER-LOG-FILE
           .

       REWRITE-LETTER-QUEUE.
           OPEN INPUT LETTER-QUEUE-TEMP-FILE
           OPEN OUTPUT LETTER-QUEUE-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LETTER-QUEUE-TEMP-FILE
                   INTO LETTER-QUEUE-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE LETTER-QUEUE-TEMP-RECORD TO
                           LETTER-EVENT-RECORD
                       WRITE LETTER-EVENT-RECORD
               END-READ
           END-PERFORM
           CLOSE LETTER-QUEUE-TEMP-FILE
           CLOSE LETTER-QUEUE-FILE
           MOVE "N" TO WS-EOF
           .

      * One letter type at a time: the current text is shown and
      * may be replaced as a whole.  Lines are keyed until a line
      * holding only "." ends the letter.
       MAINTAIN-TEMPLATES.
           DISPLAY "Merge fields: %NAME% %FIRSTNAME% %LASTNAME% "
                   "%STREET% %CITY% %PATIENTID%"
           DISPLAY "              %DOCTOR% %APPTID% %APPTDATE% "
                   "%APPTTIME% %SITE% %REFID%"
           DISPLAY "              %SPECIALTY% %TODAY%"
           DISPLAY "Enter Letter Type (BOOKED, CANCEL, NOSHOW, "
                   "REFACK): "
           ACCEPT WS-LETTER-TYPE
           IF WS-LETTER-TYPE NOT = "BOOKED" AND
              WS-LETTER-TYPE NOT = "CANCEL" AND
              WS-LETTER-TYPE NOT = "NOSHOW" AND
              WS-LETTER-TYPE NOT = "REFACK"
               DISPLAY "Template Failed: unknown letter type "
                       WS-LETTER-TYPE
           ELSE
               MOVE 0 TO WS-LT-LINE-NO
               DISPLAY "Current text for " WS-LETTER-TYPE ":"
               PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT
                   IF WS-LT-TYPE(WS-LT-IDX) = WS-LETTER-TYPE
                       ADD 1 TO WS-LT-LINE-NO
                       DISPLAY WS-LT-LINE-NO " " WS-LT-TEXT(WS-LT-IDX)
                   END-IF
               END-PERFORM
               IF WS-LT-LINE-NO = 0
                   DISPLAY "(no template on file)"
               END-IF
               DISPLAY "Replace this letter's text (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM KEY-TEMPLATE-LINES
               ELSE
                   DISPLAY "Template unchanged."
               END-IF
           END-IF
           .

       KEY-TEMPLATE-LINES.
           MOVE 0 TO WS-NEW-COUNT
           DISPLAY "Key up to 60 lines of 70 characters; a line "
                   "of . alone ends the letter."
           MOVE SPACES TO WS-NEW-TEXT
           PERFORM UNTIL WS-NEW-TEXT = "." OR WS-NEW-COUNT >= 60
               MOVE SPACES TO WS-NEW-TEXT
               ACCEPT WS-NEW-TEXT
               IF WS-NEW-TEXT NOT = "."
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-NEW-TEXT TO WS-NEW-LINE(WS-NEW-COUNT)
               END-IF
           END-PERFORM
           IF WS-LT-COUNT - WS-LT-LINE-NO + WS-NEW-COUNT > 400
               DISPLAY "Template Failed: the template file would "
                       "exceed 400 lines."
           ELSE
               OPEN OUTPUT TEMPLATE-FILE
               PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT
                   IF WS-LT-TYPE(WS-LT-IDX) NOT = WS-LETTER-TYPE
                       MOVE WS-LT-TYPE(WS-LT-IDX) TO LT-LETTER-TYPE
                       MOVE WS-LT-NO(WS-LT-IDX) TO LT-LINE-NO
                       MOVE WS-LT-TEXT(WS-LT-IDX) TO LT-TEXT
                       WRITE TEMPLATE-RECORD
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                       UNTIL WS-NEW-IDX > WS-NEW-COUNT
                   MOVE WS-LETTER-TYPE TO LT-LETTER-TYPE
                   MOVE WS-NEW-IDX TO LT-LINE-NO
                   MOVE WS-NEW-LINE(WS-NEW-IDX) TO LT-TEXT
                   WRITE TEMPLATE-RECORD
               END-PERFORM
               CLOSE TEMPLATE-FILE
               MOVE "TEMPLATE" TO WS-AUDIT-ACTION
               MOVE WS-NEW-COUNT TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Template " WS-LETTER-TYPE " saved with "
                       WS-NEW-COUNT " lines."
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
           MOVE "LETTER-GEN" TO AUDIT-PROGRAM
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
       END PROGRAM LETTER-GEN.
