           SELECT REFUND-FILE ASSIGN TO "/data/refunds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
      * Read-only views onto the guarantor files (owned by
      * GUARANTORS) - dependants' open bills are listed together
      * under the guarantor who pays them.
           SELECT GUARANTOR-FILE ASSIGN TO "/data/guarantors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARANTOR-STATUS.
           SELECT GUARANTOR-LINK-FILE
               ASSIGN TO "/data/guarantor_links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARANTOR-LINK-STATUS.
      * Read-only view onto PLACEMENT-FILE (owned by COLLECTIONS) -
      * bills placed with the collection agency are not mailed.
           SELECT PLACEMENT-FILE
               ASSIGN TO "/data/coll_placements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENT-STATUS.
      * Read-only view onto CLAIM-FILE (owned by INSURANCE-CLAIMS) -
      * bills with a secondary claim still open are not mailed.
           SELECT CLAIM-FILE ASSIGN TO "/data\claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO "/data/statements_monthend.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  RF-OPERATOR           PIC X(20).
           05  RF-REASON             PIC X(40).

       FD  GUARANTOR-FILE.
       01  GUARANTOR-RECORD.
           05  GR-GUARANTOR-ID      PIC 9(8).
           05  GR-FIRST-NAME        PIC X(20).
           05  GR-LAST-NAME         PIC X(30).
           05  GR-STREET            PIC X(50).
           05  GR-CITY              PIC X(20).
           05  GR-PHONE             PIC 9(10).

       FD  GUARANTOR-LINK-FILE.
       01  GUARANTOR-LINK-RECORD.
           05  GL-GUARANTOR-ID      PIC 9(8).
           05  GL-PATIENT-ID        PIC 9(8).
           05  GL-RELATIONSHIP      PIC X(15).

       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.
           05  CA-BILLING-ID         PIC 9(8).
           05  CA-PATIENT-ID         PIC 9(8).
           05  CA-PLACED-DATE        PIC X(10).
           05  CA-PLACED-BALANCE     PIC 9(8)V99.
           05  CA-RECOVERED          PIC 9(8)V99.
           05  CA-COMMISSION         PIC 9(8)V99.
           05  CA-STATUS             PIC X(10).

       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05  CL-CLAIM-ID           PIC 9(8).
           05  CL-BILLING-ID         PIC 9(8).
           05  CL-PATIENT-ID         PIC 9(8).
           05  CL-PROVIDER           PIC X(30).
           05  CL-POLICY-NUMBER      PIC X(20).
           05  CL-CLAIM-AMOUNT       PIC 9(8)V99.
           05  CL-CLAIM-DATE         PIC X(10).
           05  CL-CLAIM-STATUS       PIC X(10).
           05  CL-EXPORTED-FLAG      PIC X.
           05  CL-DENIAL-REASON      PIC X(4).
           05  CL-RESUBMIT-COUNT     PIC 9(2).
           05  CL-ORIG-CLAIM-ID      PIC 9(8).
           05  CL-EXPECTED-AMT       PIC 9(8)V99.
           05  CL-PAID-AMT           PIC 9(8)V99.
           05  CL-PAYER-SEQ          PIC 9.
           05  CL-PRIMARY-CLAIM-ID   PIC 9(8).
           05  CL-PRIMARY-PAID       PIC 9(8)V99.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(80).

       77  WS-BALANCE               PIC 9(8)V99 VALUE 0.
       77  WS-ARCHIVED-COUNT        PIC 9(8) VALUE 0.
       77  WS-RETAINED-COUNT        PIC 9(8) VALUE 0.
       77  WS-GUARANTOR-STATUS      PIC XX VALUE "00".
       77  WS-GUARANTOR-LINK-STATUS PIC XX VALUE "00".
       77  WS-GUARANTOR-ID          PIC 9(8).
       77  WS-GUARANTOR-FOUND-FLAG  PIC X VALUE "N".
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-GR-EOF                PIC X VALUE "N".
       77  WS-GL-EOF                PIC X VALUE "N".
       77  WS-KEY-EOF               PIC X VALUE "N".
       77  WS-GL-COUNT              PIC 9(4) VALUE 0.
       77  WS-GL-IDX                PIC 9(4).
       77  WS-GL-PRIOR-IDX          PIC 9(4).
       77  WS-GL-DEP-IDX            PIC 9(4).
       77  WS-GL-FOUND-IDX          PIC 9(4).
       77  WS-GL-FIRST-FLAG         PIC X VALUE "N".
       77  WS-GR-HEADER-FLAG        PIC X VALUE "N".
       77  WS-GR-STMT-COUNT         PIC 9(4) VALUE 0.
       77  WS-GR-TOTAL-DUE          PIC 9(12)V99 VALUE 0.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 1000 TIMES.
               10  WS-GL-GUARANTOR-ID   PIC 9(8).
               10  WS-GL-PATIENT-ID     PIC 9(8).
       77  WS-PLACEMENT-STATUS      PIC XX VALUE "00".
       77  WS-CA-EOF                PIC X VALUE "N".
       77  WS-CA-COUNT              PIC 9(4) VALUE 0.
       77  WS-CA-IDX                PIC 9(4).
       77  WS-BILL-PLACED-FLAG      PIC X VALUE "N".
       01  WS-CA-TABLE.
           05  WS-CA-BILLING-ID OCCURS 2000 TIMES PIC 9(8).
       77  WS-CLAIM-STATUS          PIC XX VALUE "00".
       77  WS-SH-EOF                PIC X VALUE "N".
       77  WS-SH-COUNT              PIC 9(4) VALUE 0.
       77  WS-SH-IDX                PIC 9(4).
       77  WS-BILL-SECONDARY-FLAG   PIC X VALUE "N".
       01  WS-SH-TABLE.
           05  WS-SH-BILLING-ID OCCURS 2000 TIMES PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
      * The month-end statement file: one line per bill still
      * carrying a balance, in patient order down the billing
      * alternate key, with the same amount-minus-payments-minus-
      * adjustments-plus-refunds balance BILLING computes.  Bills
      * of patients linked to a guarantor follow, grouped into one
      * consolidated statement per guarantor.
       STEP-STATEMENT-RUN.
           DISPLAY "Step 1: Month-End Statement Run"
           MOVE 0 TO WS-STMT-COUNT
                       WS-CLOSE-MONTH DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   PERFORM LOAD-GUARANTOR-LINKS
                   PERFORM LOAD-PLACED-BILLS
                   PERFORM LOAD-SECONDARY-HELD-BILLS
                   MOVE 0 TO WS-GR-STMT-COUNT
                   MOVE 0 TO BR-PATIENT-ID
                   START BILLING-FILE KEY IS >= BR-PATIENT-ID
                       INVALID KEY
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-BILL-PLACED
                               PERFORM CHECK-BILL-SECONDARY
                               IF BR-PAYMENT-STATUS NOT =
                                  "Paid" AND
                                  BR-PAYMENT-STATUS NOT =
                                  "Credit" AND
                                  WS-BILL-PLACED-FLAG = "N" AND
                                  WS-BILL-SECONDARY-FLAG = "N"
                                   MOVE BR-PATIENT-ID
                                       TO WS-PATIENT-ID
                                   PERFORM FIND-PATIENT-GUARANTOR
                                   IF WS-GL-FOUND-IDX = 0
                                       PERFORM WRITE-STATEMENT-LINE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                           UNTIL WS-GL-IDX > WS-GL-COUNT
                       PERFORM WRITE-GUARANTOR-STATEMENT
                   END-PERFORM
                   STRING "Open bills: " WS-STMT-COUNT
                       "  Total due: " WS-STMT-TOTAL-DUE
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   CLOSE BILLING-FILE
                   MOVE "N" TO WS-EOF
                   STRING "Step 1 Statement Run: OK - "
                       WS-STMT-COUNT " open bills, "
                       WS-GR-STMT-COUNT " guarantor statements"
                       DELIMITED BY SIZE INTO SUMMARY-LINE
               WHEN "35"
                   CLOSE BILLING-FILE
           WRITE STATEMENT-LINE
           .

      * Each guarantor is taken once, at their first link in the
      * table; the heading is only written when a dependant turns
      * out to have an open bill.
       WRITE-GUARANTOR-STATEMENT.
           MOVE "Y" TO WS-GL-FIRST-FLAG
           PERFORM VARYING WS-GL-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-GL-PRIOR-IDX >= WS-GL-IDX
               IF WS-GL-GUARANTOR-ID(WS-GL-PRIOR-IDX) =
                  WS-GL-GUARANTOR-ID(WS-GL-IDX)
                   MOVE "N" TO WS-GL-FIRST-FLAG
               END-IF
           END-PERFORM
           IF WS-GL-FIRST-FLAG = "Y"
               MOVE WS-GL-GUARANTOR-ID(WS-GL-IDX) TO WS-GUARANTOR-ID
               MOVE "N" TO WS-GR-HEADER-FLAG
               MOVE 0 TO WS-GR-TOTAL-DUE
               PERFORM VARYING WS-GL-DEP-IDX FROM WS-GL-IDX BY 1
                       UNTIL WS-GL-DEP-IDX > WS-GL-COUNT
                   IF WS-GL-GUARANTOR-ID(WS-GL-DEP-IDX) =
                      WS-GUARANTOR-ID
                       MOVE WS-GL-PATIENT-ID(WS-GL-DEP-IDX)
                           TO WS-PATIENT-ID
                       PERFORM WRITE-DEPENDANT-BILLS
                   END-IF
               END-PERFORM
               IF WS-GR-HEADER-FLAG = "Y"
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  Guarantor total due: " WS-GR-TOTAL-DUE
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF
           .

       WRITE-DEPENDANT-BILLS.
           MOVE WS-PATIENT-ID TO BR-PATIENT-ID
           MOVE "N" TO WS-KEY-EOF
           START BILLING-FILE KEY IS = BR-PATIENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-KEY-EOF
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-KEY-EOF = "Y"
               READ BILLING-FILE NEXT INTO BILLING-RECORD
                   AT END
                       MOVE "Y" TO WS-KEY-EOF
                   NOT AT END
                       IF BR-PATIENT-ID NOT = WS-PATIENT-ID
                           MOVE "Y" TO WS-KEY-EOF
                       ELSE
                           PERFORM CHECK-BILL-PLACED
                           PERFORM CHECK-BILL-SECONDARY
                           IF BR-PAYMENT-STATUS NOT = "Paid" AND
                              BR-PAYMENT-STATUS NOT = "Credit" AND
                              WS-BILL-PLACED-FLAG = "N" AND
                              WS-BILL-SECONDARY-FLAG = "N"
                               PERFORM WRITE-GUARANTOR-HEADING
                               PERFORM WRITE-STATEMENT-LINE
                               ADD WS-BALANCE TO WS-GR-TOTAL-DUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-GUARANTOR-HEADING.
           IF WS-GR-HEADER-FLAG = "N"
               MOVE "Y" TO WS-GR-HEADER-FLAG
               ADD 1 TO WS-GR-STMT-COUNT
               PERFORM LOOKUP-GUARANTOR
               IF WS-GUARANTOR-FOUND-FLAG = "Y"
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "Guarantor " WS-GUARANTOR-ID " "
                       GR-FIRST-NAME " " GR-LAST-NAME
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  " GR-STREET ", " GR-CITY
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               ELSE
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "Guarantor " WS-GUARANTOR-ID
                       " (not on guarantor file)"
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF
           .

      * Only bills still with the agency are held back; recalled
      * and closed placements are mailed as normal.
       LOAD-PLACED-BILLS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT PLACEMENT-FILE
           IF WS-PLACEMENT-STATUS = "35"
               CLOSE PLACEMENT-FILE
           ELSE
               MOVE "N" TO WS-CA-EOF
               PERFORM UNTIL WS-CA-EOF = "Y"
                   READ PLACEMENT-FILE INTO PLACEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-CA-EOF
                       NOT AT END
                           IF CA-STATUS = "Placed" AND
                              WS-CA-COUNT < 2000
                               ADD 1 TO WS-CA-COUNT
                               MOVE CA-BILLING-ID
                                   TO WS-CA-BILLING-ID(WS-CA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACEMENT-FILE
           END-IF
           .

       CHECK-BILL-PLACED.
           MOVE "N" TO WS-BILL-PLACED-FLAG
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-BILLING-ID(WS-CA-IDX) = BR-BILLING-ID
                   MOVE "Y" TO WS-BILL-PLACED-FLAG
               END-IF
           END-PERFORM
           .

      * Bills whose secondary claim is still with the payer are held
      * back until the secondary payer has paid or denied.
       LOAD-SECONDARY-HELD-BILLS.
           MOVE 0 TO WS-SH-COUNT
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS = "35"
               CLOSE CLAIM-FILE
           ELSE
               MOVE "N" TO WS-SH-EOF
               PERFORM UNTIL WS-SH-EOF = "Y"
                   READ CLAIM-FILE INTO CLAIM-RECORD
                       AT END
                           MOVE "Y" TO WS-SH-EOF
                       NOT AT END
                           IF CL-PAYER-SEQ = 2 AND
                              (CL-CLAIM-STATUS = "Submitted" OR
                               CL-CLAIM-STATUS = "Approved") AND
                              WS-SH-COUNT < 2000
                               ADD 1 TO WS-SH-COUNT
                               MOVE CL-BILLING-ID
                                   TO WS-SH-BILLING-ID(WS-SH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF
           .

       CHECK-BILL-SECONDARY.
           MOVE "N" TO WS-BILL-SECONDARY-FLAG
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-BILLING-ID(WS-SH-IDX) = BR-BILLING-ID
                   MOVE "Y" TO WS-BILL-SECONDARY-FLAG
               END-IF
           END-PERFORM
           .

       LOAD-GUARANTOR-LINKS.
           MOVE 0 TO WS-GL-COUNT
           OPEN INPUT GUARANTOR-LINK-FILE
           IF WS-GUARANTOR-LINK-STATUS = "35"
               CLOSE GUARANTOR-LINK-FILE
           ELSE
               MOVE "N" TO WS-GL-EOF
               PERFORM UNTIL WS-GL-EOF = "Y"
                   READ GUARANTOR-LINK-FILE
                       INTO GUARANTOR-LINK-RECORD
                       AT END
                           MOVE "Y" TO WS-GL-EOF
                       NOT AT END
                           IF WS-GL-COUNT < 1000
                               ADD 1 TO WS-GL-COUNT
                               MOVE GL-GUARANTOR-ID
                                   TO WS-GL-GUARANTOR-ID(WS-GL-COUNT)
                               MOVE GL-PATIENT-ID
                                   TO WS-GL-PATIENT-ID(WS-GL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-LINK-FILE
           END-IF
           .

       FIND-PATIENT-GUARANTOR.
           MOVE 0 TO WS-GL-FOUND-IDX
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-PATIENT-ID(WS-GL-IDX) = WS-PATIENT-ID
                   MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
               END-IF
           END-PERFORM
           .

       LOOKUP-GUARANTOR.
           MOVE "N" TO WS-GUARANTOR-FOUND-FLAG
           OPEN INPUT GUARANTOR-FILE
           IF WS-GUARANTOR-STATUS = "35"
               CLOSE GUARANTOR-FILE
           ELSE
               MOVE "N" TO WS-GR-EOF
               PERFORM UNTIL WS-GR-EOF = "Y"
                   READ GUARANTOR-FILE INTO GUARANTOR-RECORD
                       AT END
                           MOVE "Y" TO WS-GR-EOF
                       NOT AT END
                           IF GR-GUARANTOR-ID = WS-GUARANTOR-ID
                               MOVE "Y" TO WS-GUARANTOR-FOUND-FLAG
                               MOVE "Y" TO WS-GR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-FILE
           END-IF
           .

       SUM-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-TOTAL
           OPEN INPUT ADJUSTMENT-FILE
