           SELECT PRIOR-AUTH-TEMP-FILE
               ASSIGN TO "/data/prior_auth_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Results file dropped by the analyzer interface - one line
      * per order and test, read in place of keying the printout.
           SELECT RESULT-IMPORT-FILE ASSIGN TO WS-RESULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT RESULT-EXCEPTION-FILE
               ASSIGN TO "/data/lab_result_exceptions.txt"
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

      * One record per lab / diagnostic order.  Status moves
      * Ordered -> Collected -> Resulted; the result value and date
       FD  PRIOR-AUTH-TEMP-FILE.
       01  PRIOR-AUTH-TEMP-RECORD   PIC X(92).

      * A blank result date on the analyzer line means the result
      * is dated the day it is imported.
       FD  RESULT-IMPORT-FILE.
       01  RESULT-IMPORT-RECORD.
           05  RI-ORDER-ID          PIC 9(8).
           05  RI-TEST-CODE         PIC X(10).
           05  RI-RESULT-DATE       PIC X(10).
           05  RI-RESULT-VALUE      PIC 9(4)V99.
           05  RI-RESULT-TEXT       PIC X(60).

       FD  RESULT-EXCEPTION-FILE.
       01  RESULT-EXCEPTION-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 99.
       77  WS-ORDER-ID              PIC 9(8).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-DOCTOR-ID             PIC 9(8).
       77  WS-LT-CRIT-LOW           PIC 9(4)V99.
       77  WS-LT-CRIT-HIGH          PIC 9(4)V99.
       77  WS-LT-FOUND-FLAG         PIC X VALUE "N".
       77  WS-RESULT-FILE-NAME      PIC X(100) VALUE SPACES.
       77  WS-RESULT-FILE-STATUS    PIC XX VALUE "00".
       77  WS-RI-EOF                PIC X VALUE "N".
       77  WS-RI-REASON             PIC X(30) VALUE SPACES.
       77  WS-RI-APPLIED-COUNT      PIC 9(4) VALUE 0.
       77  WS-RI-CRITICAL-COUNT     PIC 9(4) VALUE 0.
       77  WS-RI-EXCEPTION-COUNT    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               DISPLAY "6. Unresulted Orders Exception Report"
               DISPLAY "7. Maintain Test Catalog"
               DISPLAY "8. Critical Callback Worklist"
               DISPLAY "9. Import Analyzer Results"
               DISPLAY "10. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 8
                       PERFORM CALLBACK-WORKLIST
                   WHEN 9
                       PERFORM IMPORT-ANALYZER-RESULTS
                   WHEN 10
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
           END-IF
           .

      * Batch counterpart of ENTER-RESULT: each analyzer line is
      * matched on order and test code, posted and graded the same
      * way, and opens a callback for a critical value.  Lines that
      * cannot be applied go to the exception report untouched.
       IMPORT-ANALYZER-RESULTS.
           DISPLAY "Enter Analyzer Results File Name: "
           ACCEPT WS-RESULT-FILE-NAME
           IF WS-RESULT-FILE-NAME = SPACES
               DISPLAY "No file named - nothing imported."
           ELSE
               MOVE 0 TO WS-RI-APPLIED-COUNT
               MOVE 0 TO WS-RI-CRITICAL-COUNT
               MOVE 0 TO WS-RI-EXCEPTION-COUNT
               OPEN INPUT RESULT-IMPORT-FILE
               IF WS-RESULT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open results file "
                           WS-RESULT-FILE-NAME
               ELSE
                   OPEN OUTPUT RESULT-EXCEPTION-FILE
                   MOVE "Analyzer Result Import Exceptions"
                       TO RESULT-EXCEPTION-LINE
                   WRITE RESULT-EXCEPTION-LINE
                   MOVE "N" TO WS-RI-EOF
                   PERFORM UNTIL WS-RI-EOF = "Y"
                       READ RESULT-IMPORT-FILE
                           INTO RESULT-IMPORT-RECORD
                           AT END
                               MOVE "Y" TO WS-RI-EOF
                           NOT AT END
                               PERFORM APPLY-ANALYZER-RESULT
                       END-READ
                   END-PERFORM
                   CLOSE RESULT-IMPORT-FILE
                   MOVE SPACES TO RESULT-EXCEPTION-LINE
                   STRING "Exceptions: " WS-RI-EXCEPTION-COUNT
                       DELIMITED BY SIZE
                       INTO RESULT-EXCEPTION-LINE
                   WRITE RESULT-EXCEPTION-LINE
                   CLOSE RESULT-EXCEPTION-FILE
                   DISPLAY "Applied: " WS-RI-APPLIED-COUNT
                           "  Critical: " WS-RI-CRITICAL-COUNT
                           "  Exceptions: " WS-RI-EXCEPTION-COUNT
                   DISPLAY "Exception report written to "
                           "/data/lab_result_exceptions.txt"
               END-IF
           END-IF
           .

       APPLY-ANALYZER-RESULT.
           MOVE SPACES TO WS-RI-REASON
           MOVE "N" TO WS-ORDER-FOUND-FLAG
           MOVE RI-ORDER-ID TO WS-ORDER-ID
           MOVE RI-TEST-CODE TO WS-TEST-CODE
           IF RI-RESULT-VALUE IS NOT NUMERIC
               MOVE "result value not numeric" TO WS-RI-REASON
           ELSE
               OPEN I-O ORDER-FILE
               IF WS-ORDER-FILE-STATUS = "35"
                   CLOSE ORDER-FILE
               ELSE
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ORDER-FILE INTO ORDER-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF ORD-ORDER-ID = WS-ORDER-ID AND
                                  ORD-TEST-CODE = WS-TEST-CODE
                                   MOVE "Y" TO WS-ORDER-FOUND-FLAG
                                   PERFORM POST-ANALYZER-RESULT
                                   MOVE "Y" TO WS-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORDER-FILE
                   MOVE "N" TO WS-EOF
               END-IF
               IF WS-ORDER-FOUND-FLAG = "N"
                   MOVE "no matching order and test" TO WS-RI-REASON
               END-IF
           END-IF
           IF WS-RI-REASON NOT = SPACES
               PERFORM WRITE-RESULT-EXCEPTION
           END-IF
           .

       POST-ANALYZER-RESULT.
           EVALUATE TRUE
               WHEN ORD-STATUS = "Resulted"
                   MOVE "order already resulted" TO WS-RI-REASON
               WHEN ORD-STATUS = "Cancelled"
                   MOVE "order cancelled" TO WS-RI-REASON
               WHEN OTHER
                   MOVE "Resulted" TO ORD-STATUS
                   IF RI-RESULT-DATE = SPACES
                       ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
                       STRING WS-DATE-RAW(1:4) "-"
                              WS-DATE-RAW(5:2) "-"
                              WS-DATE-RAW(7:2)
                              DELIMITED BY SIZE
                              INTO ORD-RESULT-DATE
                   ELSE
                       MOVE RI-RESULT-DATE TO ORD-RESULT-DATE
                   END-IF
                   MOVE RI-RESULT-TEXT TO ORD-RESULT-TEXT
                   MOVE RI-RESULT-VALUE TO WS-RESULT-VALUE
                   MOVE WS-RESULT-VALUE TO ORD-RESULT-VALUE
                   PERFORM GRADE-RESULT
                   MOVE WS-RESULT-FLAG TO ORD-RESULT-FLAG
                   REWRITE ORDER-RECORD
                   ADD 1 TO WS-RI-APPLIED-COUNT
                   MOVE "RESULTIMP" TO WS-AUDIT-ACTION
                   MOVE WS-ORDER-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   IF WS-RESULT-FLAG = "C"
                       ADD 1 TO WS-RI-CRITICAL-COUNT
                       PERFORM OPEN-CALLBACK
                   END-IF
           END-EVALUATE
           .

       WRITE-RESULT-EXCEPTION.
           ADD 1 TO WS-RI-EXCEPTION-COUNT
           MOVE SPACES TO RESULT-EXCEPTION-LINE
           STRING "Order " RI-ORDER-ID " test " RI-TEST-CODE
               " not applied - " WS-RI-REASON
               DELIMITED BY SIZE INTO RESULT-EXCEPTION-LINE
           WRITE RESULT-EXCEPTION-LINE
           .

      * The lab's work queue - everything ordered but not yet
      * resulted, with collection status.
       PENDING-WORKLIST.
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
