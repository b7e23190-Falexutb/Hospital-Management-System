           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal of each change to the patient,
      * appointment, billing, admission and claim masters - read
      * by BACKUP-UTIL to roll a restored generation forward.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/noshow_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Patient letter event queue (owned by LETTER-GEN) - each
      * appointment swept to No-Show is queued for a missed
      * appointment letter.
           SELECT LETTER-QUEUE-FILE ASSIGN TO "/data/letter_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-QUEUE-STATUS.

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

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
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

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

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

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-APPOINTMENT-STATUS    PIC XX VALUE "00".
       77  WS-CONFIG-STATUS         PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-LETTER-QUEUE-STATUS   PIC XX VALUE "00".
       77  WS-APPT-EOF              PIC X VALUE "N".
       77  WS-GRACE-DAYS            PIC 9(3) VALUE 1.
       77  WS-TODAY-RAW             PIC 9(8).
       SWEEP-APPOINTMENT.
           MOVE "No-Show" TO AR-APPT-STATUS
           REWRITE APPOINTMENT-RECORD
           MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
           MOVE "R" TO WS-JOURNAL-OP
           MOVE APPOINTMENT-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-SWEPT-COUNT
           MOVE "NOSHOW" TO WS-AUDIT-ACTION
           MOVE AR-APPOINTMENT-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           PERFORM TALLY-DOCTOR-SWEEP
           PERFORM WRITE-LETTER-EVENT
           .

       WRITE-LETTER-EVENT.
           MOVE "NOSHOW" TO LQ-LETTER-TYPE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO LQ-EVENT-DATE
           MOVE "NOSHOW-SWEEP" TO LQ-SOURCE
           MOVE AR-PATIENT-ID TO LQ-PATIENT-ID
           MOVE AR-APPOINTMENT-ID TO LQ-APPOINTMENT-ID
           MOVE 0 TO LQ-REF-ID
           MOVE AR-DOCTOR-ID TO LQ-DOCTOR-ID
           MOVE AR-APPT-DATE TO LQ-APPT-DATE
           MOVE AR-APPT-TIME TO LQ-APPT-TIME
           MOVE AR-SITE-CODE TO LQ-SITE-CODE
           MOVE SPACES TO LQ-SPECIALTY
           MOVE "N" TO LQ-PRINTED-FLAG
           MOVE SPACES TO LQ-PRINTED-DATE
           OPEN EXTEND LETTER-QUEUE-FILE
           IF WS-LETTER-QUEUE-STATUS = "35"
               CLOSE LETTER-QUEUE-FILE
               OPEN OUTPUT LETTER-QUEUE-FILE
           END-IF
           WRITE LETTER-EVENT-RECORD
           CLOSE LETTER-QUEUE-FILE
           .

       TALLY-DOCTOR-SWEEP.
           DISPLAY "Summary written to /data/noshow_report.txt"
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
           MOVE "NOSHOW-SWEEP" TO JR-PROGRAM
           MOVE WS-SESSION-USER TO JR-USER
           MOVE WS-JOURNAL-FILE-ID TO JR-FILE-ID
           MOVE WS-JOURNAL-OP TO JR-OPERATION
           MOVE WS-JOURNAL-IMAGE TO JR-IMAGE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
