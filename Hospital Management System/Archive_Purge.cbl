           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal of each change to the patient,
      * appointment, billing, admission and claim masters - read
      * by BACKUP-UTIL to roll a restored generation forward.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
       01  BILL-ARCHIVE-RECORD      PIC X(56).

       FD  BLINE-ARCHIVE-FILE.
       01  BLINE-ARCHIVE-RECORD     PIC X(89).

       FD  PAY-ARCHIVE-FILE.
       01  PAY-ARCHIVE-RECORD       PIC X(79).
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

       WORKING-STORAGE SECTION.
       77  WS-APPOINTMENT-STATUS    PIC XX VALUE "00".
       77  WS-BILLING-STATUS        PIC XX VALUE "00".
       77  WS-PAY-ARCHIVE-STATUS    PIC XX VALUE "00".
       77  WS-LAB-ARCHIVE-STATUS    PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-SUB-EOF               PIC X VALUE "N".
       77  WS-CONFIRM               PIC X.
                               WRITE APPT-ARCHIVE-RECORD
                               DELETE APPOINTMENT-FILE
                               END-DELETE
                               MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
                               MOVE "D" TO WS-JOURNAL-OP
                               MOVE APPOINTMENT-RECORD TO
                                   WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               ADD 1 TO WS-APPT-ARCHIVED
                           END-IF
                   END-READ
               PERFORM ARCHIVE-BILL-LINES
               DELETE BILLING-FILE
               END-DELETE
               MOVE "BILLING" TO WS-JOURNAL-FILE-ID
               MOVE "D" TO WS-JOURNAL-OP
               MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
               PERFORM WRITE-JOURNAL
               ADD 1 TO WS-BILL-ARCHIVED
           END-IF
           .
                                           BLINE-ARCHIVE-RECORD
                                       DELETE BILLING-LINE-FILE
                                       END-DELETE
                                       MOVE "BILLLINE" TO
                                           WS-JOURNAL-FILE-ID
                                       MOVE "D" TO WS-JOURNAL-OP
                                       MOVE BILLING-LINE-RECORD TO
                                           WS-JOURNAL-IMAGE
                                       PERFORM WRITE-JOURNAL
                                       ADD 1 TO
                                           WS-LINE-ARCHIVED
                                   END-IF
           MOVE "N" TO WS-EOF
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
           MOVE "ARCHIVE-PURGE" TO JR-PROGRAM
           MOVE "BATCH" TO JR-USER
           MOVE WS-JOURNAL-FILE-ID TO JR-FILE-ID
           MOVE WS-JOURNAL-OP TO JR-OPERATION
           MOVE WS-JOURNAL-IMAGE TO JR-IMAGE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
