      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outbound ADT interface sender - picks up the unsent
      *          admit / transfer / discharge / registration events
      *          queued by ADMISSIONS, ED-VISITS and APPOINTMENTS,
      *          writes them to a dated transmission file and marks
      *          them sent; a date range can be resent on request
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADT-SENDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * Outbound event queue - appended to by the registering
      * programs, rewritten here only to flag events sent.
           SELECT ADT-QUEUE-FILE ASSIGN TO "/data/adt_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-QUEUE-STATUS.
           SELECT ADT-QUEUE-TEMP-FILE
               ASSIGN TO "/data/adt_queue_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The transmission file the receiving systems collect - one
      * line per event in the queue's standard format, dated per
      * run.
           SELECT TRANSMIT-FILE ASSIGN TO WS-TRANSMIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-STATUS.
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

      * Event types follow the HL7 trigger events the receiving
      * systems expect: A01 admit, A02 transfer, A03 discharge,
      * A04 ED registration, A10 outpatient arrival.
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

       FD  ADT-QUEUE-TEMP-FILE.
       01  ADT-QUEUE-TEMP-RECORD        PIC X(272).

       FD  TRANSMIT-FILE.
       01  TRANSMIT-RECORD              PIC X(261).

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
       77  WS-ADT-QUEUE-STATUS      PIC XX VALUE "00".
       77  WS-TRANSMIT-STATUS       PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-TRANSMIT-FILE-NAME    PIC X(100) VALUE SPACES.
       77  WS-MODE                  PIC X VALUE SPACES.
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-FROM-DATE             PIC X(10).
       77  WS-TO-DATE               PIC X(10).
       77  WS-SENT-COUNT            PIC 9(8) VALUE 0.
       77  WS-QUEUE-COUNT           PIC 9(8) VALUE 0.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               MOVE "BATCH" TO WS-SESSION-USER
           END-IF
           DISPLAY "ADT Interface Sender"
           DISPLAY "===================="
           DISPLAY "S = Send Unsent Events, "
                   "R = Resend a Date Range (default S): "
           ACCEPT WS-MODE
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           IF WS-MODE = "R"
               PERFORM RESEND-DATE-RANGE
           ELSE
               PERFORM SEND-UNSENT-EVENTS
           END-IF
           STOP RUN.

      * Every unsent event goes to today's transmission file and is
      * flagged sent with today's date.  A second run the same day
      * adds to the same file rather than replacing what the
      * receiver may not have collected yet.
       SEND-UNSENT-EVENTS.
           MOVE SPACES TO WS-TRANSMIT-FILE-NAME
           STRING "/data/adt_out_" WS-TODAY-RAW ".dat"
               DELIMITED BY SIZE INTO WS-TRANSMIT-FILE-NAME
           OPEN INPUT ADT-QUEUE-FILE
           IF WS-ADT-QUEUE-STATUS = "35"
               DISPLAY "No ADT events queued."
               CLOSE ADT-QUEUE-FILE
           ELSE
               OPEN OUTPUT ADT-QUEUE-TEMP-FILE
               OPEN EXTEND TRANSMIT-FILE
               IF WS-TRANSMIT-STATUS = "35"
                   CLOSE TRANSMIT-FILE
                   OPEN OUTPUT TRANSMIT-FILE
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADT-QUEUE-FILE INTO ADT-EVENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QUEUE-COUNT
                           IF ADT-SENT-FLAG NOT = "Y"
                               MOVE ADT-EVENT-DATA TO
                                   TRANSMIT-RECORD
                               WRITE TRANSMIT-RECORD
                               MOVE "Y" TO ADT-SENT-FLAG
                               MOVE WS-TODAY-DATE TO ADT-SENT-DATE
                               ADD 1 TO WS-SENT-COUNT
                           END-IF
                           MOVE ADT-EVENT-RECORD TO
                               ADT-QUEUE-TEMP-RECORD
                           WRITE ADT-QUEUE-TEMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE ADT-QUEUE-FILE
               CLOSE ADT-QUEUE-TEMP-FILE
               CLOSE TRANSMIT-FILE
               IF WS-SENT-COUNT > 0
                   PERFORM REWRITE-ADT-QUEUE
               END-IF
               DISPLAY "Events on queue: " WS-QUEUE-COUNT
               DISPLAY "Events sent:     " WS-SENT-COUNT
               DISPLAY "Transmission file: " WS-TRANSMIT-FILE-NAME
               MOVE "ADTSEND" TO WS-AUDIT-ACTION
               MOVE WS-SENT-COUNT TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

       REWRITE-ADT-QUEUE.
           OPEN INPUT ADT-QUEUE-TEMP-FILE
           OPEN OUTPUT ADT-QUEUE-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ADT-QUEUE-TEMP-FILE INTO ADT-QUEUE-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ADT-QUEUE-TEMP-RECORD TO ADT-EVENT-RECORD
                       WRITE ADT-EVENT-RECORD
               END-READ
           END-PERFORM
           CLOSE ADT-QUEUE-TEMP-FILE
           CLOSE ADT-QUEUE-FILE
           MOVE "N" TO WS-EOF
           .

      * A receiver that lost a day's feed asks for it again: every
      * event dated inside the range goes to a separate resend
      * file, sent or not.  The queue itself is left as it is.
       RESEND-DATE-RANGE.
           DISPLAY "Enter From Date (YYYY-MM-DD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "Enter To Date (YYYY-MM-DD, blank for today): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = SPACES OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Resend Failed. Invalid date range."
           ELSE
               MOVE SPACES TO WS-TRANSMIT-FILE-NAME
               STRING "/data/adt_resend_" WS-TODAY-RAW ".dat"
                   DELIMITED BY SIZE INTO WS-TRANSMIT-FILE-NAME
               OPEN INPUT ADT-QUEUE-FILE
               IF WS-ADT-QUEUE-STATUS = "35"
                   DISPLAY "No ADT events queued."
                   CLOSE ADT-QUEUE-FILE
               ELSE
                   OPEN OUTPUT TRANSMIT-FILE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ADT-QUEUE-FILE INTO ADT-EVENT-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF ADT-EVENT-DATE >= WS-FROM-DATE AND
                                  ADT-EVENT-DATE <= WS-TO-DATE
                                   MOVE ADT-EVENT-DATA TO
                                       TRANSMIT-RECORD
                                   WRITE TRANSMIT-RECORD
                                   ADD 1 TO WS-SENT-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADT-QUEUE-FILE
                   CLOSE TRANSMIT-FILE
                   DISPLAY "Events resent: " WS-SENT-COUNT
                   DISPLAY "Transmission file: "
                           WS-TRANSMIT-FILE-NAME
                   MOVE "ADTRESEND" TO WS-AUDIT-ACTION
                   MOVE WS-SENT-COUNT TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
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
           MOVE "ADT-SENDER" TO AUDIT-PROGRAM
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
       END PROGRAM ADT-SENDER.
