           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal of each change to the patient,
      * appointment, billing, admission and claim masters - read
      * by BACKUP-UTIL to roll a restored generation forward.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-DETAIL-FILE
               ASSIGN TO "/data/audit_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  PATIENT-FILE.
       01  PATIENT-RECORD.
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

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05  LK-RESOURCE          PIC X(30).
           05  AD-SITE-CODE         PIC X(4).
           05  AD-EXPECTED-DISCH    PIC X(10).
           05  AD-DIET-CODE         PIC X(4).
           05  AD-READMIT-OF        PIC 9(8).

       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05  CL-ORIG-CLAIM-ID     PIC 9(8).
           05  CL-EXPECTED-AMT        PIC 9(8)V99.
           05  CL-PAID-AMT            PIC 9(8)V99.
           05  CL-PAYER-SEQ           PIC 9.
           05  CL-PRIMARY-CLAIM-ID    PIC 9(8).
           05  CL-PRIMARY-PAID        PIC 9(8)V99.

      * One coded diagnosis attached to the patient per record -
      * the statistics runs count on these codes while the
       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       77  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-SEARCH-VALUE          PIC X(30).
       77  WS-MATCH-COUNT           PIC 9(8) VALUE 0.
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
                   MOVE "N" TO DECEASED-FLAG
                   MOVE SPACES TO DECEASED-DATE
                   WRITE PATIENT-RECORD
                   MOVE "PATIENTS" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE PATIENT-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   CLOSE PATIENT-FILE
                   MOVE "CREATE" TO WS-AUDIT-ACTION
                   MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
                       MOVE WS-EC-RELATIONSHIP TO EC-RELATIONSHIP
                       MOVE WS-EC-PHONE TO EC-PHONE
                       REWRITE PATIENT-RECORD
                       MOVE "PATIENTS" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE PATIENT-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
                       PERFORM APPEND-COND-HISTORY
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                       MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
                               DISPLAY "Record Delete Failed."
                               MOVE "N" TO WS-TXN-RESULT
                           NOT INVALID KEY
                               MOVE "PATIENTS" TO WS-JOURNAL-FILE-ID
                               MOVE "D" TO WS-JOURNAL-OP
                               MOVE PATIENT-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               MOVE "DELETE" TO WS-AUDIT-ACTION
                               MOVE WS-PATIENT-ID TO
                                   WS-AUDIT-ENTITY-ID
                               MOVE WS-DECEASED-DATE TO
                                   DECEASED-DATE
                               REWRITE PATIENT-RECORD
                               MOVE "PATIENTS" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE PATIENT-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               MOVE "DECEASED" TO WS-AUDIT-ACTION
                               MOVE WS-PATIENT-ID TO
                                   WS-AUDIT-ENTITY-ID
           CLOSE LOCK-FILE
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
           MOVE "PATIENT-RECORDS" TO JR-PROGRAM
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
