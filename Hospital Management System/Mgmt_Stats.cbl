      * Date:
      * Purpose: Monthly management statistics pack - visits per
      *          doctor by status, billed and collected totals per
      *          specialty, no-show rate, average bill size,
      *          month-over-month totals, and charges, payments and
      *          adjustments per rendering doctor by specialty
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PAYMENT-FILE ASSIGN TO "/data/payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT BILLING-LINE-FILE
               ASSIGN TO "/data/billing_lines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-LINE-KEY
               FILE STATUS IS WS-BILLING-LINE-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "/data/adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT DOCTOR-FILE ASSIGN TO "/data/doctors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  PAY-OPERATOR          PIC X(20).
           05  PAY-BANKED-FLAG       PIC X.

      * Read-only view onto BILLING-LINE-FILE (owned by BILLING).
       FD  BILLING-LINE-FILE.
       01  BILLING-LINE-RECORD.
           05  BL-LINE-KEY.
               10  BL-BILLING-ID     PIC 9(8).
               10  BL-LINE-NUM       PIC 9(4).
           05  BL-PROC-CODE          PIC X(8).
           05  BL-DESCRIPTION        PIC X(40).
           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

      * Read-only view onto ADJUSTMENT-FILE (owned by BILLING).
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  ADJ-BILLING-ID        PIC 9(8).
           05  ADJ-DATE              PIC X(10).
           05  ADJ-TYPE              PIC X(10).
           05  ADJ-REASON-CODE       PIC X(4).
           05  ADJ-AMOUNT            PIC 9(8)V99.

      * Doctor master (owned by DOCTOR-RECORDS) for the specialty.
       FD  DOCTOR-FILE.
       01  DOCTOR-RECORD.
       77  WS-BILLING-STATUS        PIC XX VALUE "00".
       77  WS-PAYMENT-STATUS        PIC XX VALUE "00".
       77  WS-DOCTOR-FILE-STATUS    PIC XX VALUE "00".
       77  WS-BILLING-LINE-STATUS   PIC XX VALUE "00".
       77  WS-ADJUSTMENT-STATUS     PIC XX VALUE "00".
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-SUB-EOF               PIC X VALUE "N".
       77  WS-MONTH                 PIC X(7).
               10  WS-SP-NAME           PIC X(30).
               10  WS-SP-BILLED         PIC 9(12)V99.
               10  WS-SP-COLLECTED      PIC 9(12)V99.
      * Revenue per rendering doctor - doctor zero holds lines
      * posted with no rendering doctor recorded.
       77  WS-DR-COUNT              PIC 9(4) VALUE 0.
       77  WS-DR-IDX                PIC 9(4).
       77  WS-DR-SUB-IDX            PIC 9(4).
       77  WS-DR-FOUND-IDX          PIC 9(4).
       77  WS-DR-FOUND-FLAG         PIC X VALUE "N".
       77  WS-DR-KEY-ID             PIC 9(8).
       77  WS-DR-SUB-CHARGES        PIC 9(12)V99.
       77  WS-DR-SUB-PAYMENTS       PIC 9(12)V99.
       77  WS-DR-SUB-ADJUSTED       PIC 9(12)V99.
       01  WS-DR-TABLE.
           05  WS-DR-ENTRY OCCURS 200 TIMES.
               10  WS-DR-DOCTOR-ID      PIC 9(8).
               10  WS-DR-NAME           PIC X(12).
               10  WS-DR-SPECIALTY      PIC X(30).
               10  WS-DR-CHARGES        PIC 9(12)V99.
               10  WS-DR-PAYMENTS       PIC 9(12)V99.
               10  WS-DR-ADJUSTED       PIC 9(12)V99.
      * Split of one bill's line amounts by rendering doctor, used
      * to share a payment or adjustment across the doctors on it.
       77  WS-BD-COUNT              PIC 9(4) VALUE 0.
       77  WS-BD-IDX                PIC 9(4).
       77  WS-BD-FOUND-IDX          PIC 9(4).
       77  WS-BD-TOTAL              PIC 9(12)V99 VALUE 0.
       01  WS-BD-TABLE.
           05  WS-BD-ENTRY OCCURS 50 TIMES.
               10  WS-BD-DOCTOR-ID      PIC 9(8).
               10  WS-BD-AMOUNT         PIC 9(10)V99.
       77  WS-ATTR-BILLING-ID       PIC 9(8).
       77  WS-ATTR-AMOUNT           PIC 9(8)V99.
       77  WS-ATTR-LEFT             PIC 9(8)V99.
       77  WS-ATTR-SHARE            PIC 9(8)V99.
       77  WS-ATTR-KIND             PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM GATHER-APPOINTMENTS
           PERFORM GATHER-BILLING
           PERFORM GATHER-PAYMENTS
           PERFORM GATHER-DOCTOR-CHARGES
           PERFORM GATHER-DOCTOR-ADJUSTMENTS
           PERFORM WRITE-STATS-REPORT
           STOP RUN.

                           IF PAY-DATE(1:7) = WS-MONTH
                               ADD PAY-AMOUNT TO WS-COLL-CUR
                               PERFORM TALLY-SPECIALTY-COLLECTED
                               MOVE PAY-BILLING-ID TO
                                   WS-ATTR-BILLING-ID
                               MOVE PAY-AMOUNT TO WS-ATTR-AMOUNT
                               MOVE "P" TO WS-ATTR-KIND
                               PERFORM ATTRIBUTE-TO-DOCTORS
                           END-IF
                           IF PAY-DATE(1:7) = WS-PREV-MONTH
                               ADD PAY-AMOUNT TO WS-COLL-PREV
           END-IF
           .

      * Charges go to the doctor who rendered each line, by the
      * line's posting date.  The billing lines carry no site, so
      * the doctor figures cover all sites.
       GATHER-DOCTOR-CHARGES.
           OPEN INPUT BILLING-LINE-FILE
           IF WS-BILLING-LINE-STATUS = "35"
               CLOSE BILLING-LINE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ BILLING-LINE-FILE NEXT INTO
                       BILLING-LINE-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF BL-POST-DATE(1:7) = WS-MONTH
                               MOVE BL-DOCTOR-ID TO WS-DR-KEY-ID
                               PERFORM FIND-DOCTOR-ENTRY
                               IF WS-DR-FOUND-IDX > 0
                                   ADD BL-AMOUNT TO
                                       WS-DR-CHARGES(WS-DR-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-LINE-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       GATHER-DOCTOR-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS = "35"
               CLOSE ADJUSTMENT-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADJUSTMENT-FILE INTO ADJUSTMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ADJ-DATE(1:7) = WS-MONTH
                               MOVE ADJ-BILLING-ID TO
                                   WS-ATTR-BILLING-ID
                               MOVE ADJ-AMOUNT TO WS-ATTR-AMOUNT
                               MOVE "A" TO WS-ATTR-KIND
                               PERFORM ATTRIBUTE-TO-DOCTORS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

      * Shares WS-ATTR-AMOUNT across the rendering doctors on bill
      * WS-ATTR-BILLING-ID in proportion to their line amounts; the
      * last doctor takes the rounding.  A bill with no lines goes
      * to doctor zero.  WS-ATTR-KIND "P" posts to payments, "A" to
      * adjustments.
       ATTRIBUTE-TO-DOCTORS.
           PERFORM LOAD-BILL-DOCTOR-SPLIT
           IF WS-BD-TOTAL = 0
               MOVE 0 TO WS-DR-KEY-ID
               PERFORM FIND-DOCTOR-ENTRY
               MOVE WS-ATTR-AMOUNT TO WS-ATTR-SHARE
               PERFORM POST-DOCTOR-SHARE
           ELSE
               MOVE WS-ATTR-AMOUNT TO WS-ATTR-LEFT
               PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                       UNTIL WS-BD-IDX > WS-BD-COUNT
                   IF WS-BD-IDX = WS-BD-COUNT
                       MOVE WS-ATTR-LEFT TO WS-ATTR-SHARE
                   ELSE
                       COMPUTE WS-ATTR-SHARE ROUNDED =
                           WS-ATTR-AMOUNT * WS-BD-AMOUNT(WS-BD-IDX)
                           / WS-BD-TOTAL
                       IF WS-ATTR-SHARE > WS-ATTR-LEFT
                           MOVE WS-ATTR-LEFT TO WS-ATTR-SHARE
                       END-IF
                   END-IF
                   SUBTRACT WS-ATTR-SHARE FROM WS-ATTR-LEFT
                   MOVE WS-BD-DOCTOR-ID(WS-BD-IDX) TO WS-DR-KEY-ID
                   PERFORM FIND-DOCTOR-ENTRY
                   PERFORM POST-DOCTOR-SHARE
               END-PERFORM
           END-IF
           .

       POST-DOCTOR-SHARE.
           IF WS-DR-FOUND-IDX > 0
               IF WS-ATTR-KIND = "P"
                   ADD WS-ATTR-SHARE
                       TO WS-DR-PAYMENTS(WS-DR-FOUND-IDX)
               ELSE
                   ADD WS-ATTR-SHARE
                       TO WS-DR-ADJUSTED(WS-DR-FOUND-IDX)
               END-IF
           END-IF
           .

      * Keyed run down the billing lines of WS-ATTR-BILLING-ID,
      * totalling the line amounts per rendering doctor.
       LOAD-BILL-DOCTOR-SPLIT.
           MOVE 0 TO WS-BD-COUNT
           MOVE 0 TO WS-BD-TOTAL
           OPEN INPUT BILLING-LINE-FILE
           IF WS-BILLING-LINE-STATUS NOT = "35"
               MOVE "N" TO WS-START-OK-FLAG
               MOVE WS-ATTR-BILLING-ID TO BL-BILLING-ID
               MOVE 0 TO BL-LINE-NUM
               START BILLING-LINE-FILE KEY IS >= BL-LINE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-START-OK-FLAG
               END-START
               IF WS-START-OK-FLAG = "Y"
                   MOVE "N" TO WS-SUB-EOF
                   PERFORM UNTIL WS-SUB-EOF = "Y"
                       READ BILLING-LINE-FILE NEXT INTO
                           BILLING-LINE-RECORD
                           AT END
                               MOVE "Y" TO WS-SUB-EOF
                           NOT AT END
                               IF BL-BILLING-ID NOT =
                                  WS-ATTR-BILLING-ID
                                   MOVE "Y" TO WS-SUB-EOF
                               ELSE
                                   PERFORM ADD-BILL-SPLIT
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           CLOSE BILLING-LINE-FILE
           .

       ADD-BILL-SPLIT.
           MOVE 0 TO WS-BD-FOUND-IDX
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-DOCTOR-ID(WS-BD-IDX) = BL-DOCTOR-ID
                   MOVE WS-BD-IDX TO WS-BD-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BD-FOUND-IDX = 0 AND WS-BD-COUNT < 50
               ADD 1 TO WS-BD-COUNT
               MOVE BL-DOCTOR-ID TO WS-BD-DOCTOR-ID(WS-BD-COUNT)
               MOVE 0 TO WS-BD-AMOUNT(WS-BD-COUNT)
               MOVE WS-BD-COUNT TO WS-BD-FOUND-IDX
           END-IF
           IF WS-BD-FOUND-IDX > 0
               ADD BL-AMOUNT TO WS-BD-AMOUNT(WS-BD-FOUND-IDX)
               ADD BL-AMOUNT TO WS-BD-TOTAL
           END-IF
           .

      * Finds (or adds) the WS-DR-TABLE slot for WS-DR-KEY-ID and
      * leaves its index in WS-DR-FOUND-IDX (0 if the table is
      * full).  New doctors pick up name and specialty from the
      * doctor master.
       FIND-DOCTOR-ENTRY.
           MOVE "N" TO WS-DR-FOUND-FLAG
           MOVE 0 TO WS-DR-FOUND-IDX
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-DOCTOR-ID(WS-DR-IDX) = WS-DR-KEY-ID
                   MOVE "Y" TO WS-DR-FOUND-FLAG
                   MOVE WS-DR-IDX TO WS-DR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-DR-FOUND-FLAG = "N" AND WS-DR-COUNT < 200
               ADD 1 TO WS-DR-COUNT
               MOVE WS-DR-KEY-ID TO WS-DR-DOCTOR-ID(WS-DR-COUNT)
               MOVE 0 TO WS-DR-CHARGES(WS-DR-COUNT)
               MOVE 0 TO WS-DR-PAYMENTS(WS-DR-COUNT)
               MOVE 0 TO WS-DR-ADJUSTED(WS-DR-COUNT)
               IF WS-DR-KEY-ID = 0
                   MOVE "None" TO WS-DR-NAME(WS-DR-COUNT)
                   MOVE "No rendering doctor"
                       TO WS-DR-SPECIALTY(WS-DR-COUNT)
               ELSE
                   PERFORM LOOKUP-DOCTOR-DETAILS
               END-IF
               MOVE WS-DR-COUNT TO WS-DR-FOUND-IDX
           END-IF
           .

       LOOKUP-DOCTOR-DETAILS.
           MOVE "Unknown" TO WS-DR-NAME(WS-DR-COUNT)
           MOVE "Unmatched" TO WS-DR-SPECIALTY(WS-DR-COUNT)
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS NOT = "35"
               MOVE WS-DR-KEY-ID TO DM-DOCTOR-ID
               READ DOCTOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-LAST-NAME TO WS-DR-NAME(WS-DR-COUNT)
                       MOVE DM-SPECIALTY
                           TO WS-DR-SPECIALTY(WS-DR-COUNT)
               END-READ
           END-IF
           CLOSE DOCTOR-FILE
           .

      * Doctor figures grouped under each specialty, in the order
      * the specialties first appear, with a subtotal per specialty.
       WRITE-DOCTOR-REVENUE.
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Revenue per Doctor (Charges / Payments / Adjusted)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SITE-FILTER NOT = SPACES
               MOVE "  (all sites - lines carry no site code)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               MOVE "N" TO WS-DR-FOUND-FLAG
               PERFORM VARYING WS-DR-SUB-IDX FROM 1 BY 1
                       UNTIL WS-DR-SUB-IDX >= WS-DR-IDX
                   IF WS-DR-SPECIALTY(WS-DR-SUB-IDX) =
                      WS-DR-SPECIALTY(WS-DR-IDX)
                       MOVE "Y" TO WS-DR-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-DR-FOUND-FLAG = "N"
                   PERFORM WRITE-SPECIALTY-DOCTORS
               END-IF
           END-PERFORM
           .

      * One specialty block, starting from the doctor at WS-DR-IDX.
       WRITE-SPECIALTY-DOCTORS.
           MOVE 0 TO WS-DR-SUB-CHARGES
           MOVE 0 TO WS-DR-SUB-PAYMENTS
           MOVE 0 TO WS-DR-SUB-ADJUSTED
           DISPLAY WS-DR-SPECIALTY(WS-DR-IDX)
           MOVE WS-DR-SPECIALTY(WS-DR-IDX) TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DR-SUB-IDX FROM WS-DR-IDX BY 1
                   UNTIL WS-DR-SUB-IDX > WS-DR-COUNT
               IF WS-DR-SPECIALTY(WS-DR-SUB-IDX) =
                  WS-DR-SPECIALTY(WS-DR-IDX)
                   DISPLAY "  Doctor " WS-DR-DOCTOR-ID(WS-DR-SUB-IDX)
                       " " WS-DR-NAME(WS-DR-SUB-IDX)
                       "  Charges " WS-DR-CHARGES(WS-DR-SUB-IDX)
                       "  Payments " WS-DR-PAYMENTS(WS-DR-SUB-IDX)
                       "  Adjusted " WS-DR-ADJUSTED(WS-DR-SUB-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-DR-DOCTOR-ID(WS-DR-SUB-IDX)
                       " " WS-DR-NAME(WS-DR-SUB-IDX)
                       " " WS-DR-CHARGES(WS-DR-SUB-IDX)
                       " " WS-DR-PAYMENTS(WS-DR-SUB-IDX)
                       " " WS-DR-ADJUSTED(WS-DR-SUB-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD WS-DR-CHARGES(WS-DR-SUB-IDX)
                       TO WS-DR-SUB-CHARGES
                   ADD WS-DR-PAYMENTS(WS-DR-SUB-IDX)
                       TO WS-DR-SUB-PAYMENTS
                   ADD WS-DR-ADJUSTED(WS-DR-SUB-IDX)
                       TO WS-DR-SUB-ADJUSTED
               END-IF
           END-PERFORM
           DISPLAY "  Specialty total  Charges " WS-DR-SUB-CHARGES
                   "  Payments " WS-DR-SUB-PAYMENTS
                   "  Adjusted " WS-DR-SUB-ADJUSTED
           MOVE SPACES TO REPORT-LINE
           STRING "  Specialty total     " WS-DR-SUB-CHARGES
               " " WS-DR-SUB-PAYMENTS
               " " WS-DR-SUB-ADJUSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-STATS-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "Hospital Management System" TO REPORT-LINE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           PERFORM WRITE-DOCTOR-REVENUE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
