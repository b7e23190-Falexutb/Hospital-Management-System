           SELECT REORDER-REPORT-FILE
               ASSIGN TO "/data/reorder_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPLIER-FILE ASSIGN TO "/data/suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT SUPPLIER-TEMP-FILE
               ASSIGN TO "/data/suppliers_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * One record per drug line ordered from a supplier.
           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "/data/purchase_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT OPEN-ORDERS-REPORT-FILE
               ASSIGN TO "/data/open_orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MED-ORDER-FILE ASSIGN TO "/data/med_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MED-ORDER-STATUS.
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

       FD  DRUG-FILE.
       01  DRUG-RECORD.
       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-LINE      PIC X(80).

      * Lead time is the usual days from order to delivery, used
      * to set the due date on a new purchase order.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SUP-SUPPLIER-ID      PIC 9(8).
           05  SUP-NAME             PIC X(40).
           05  SUP-PHONE            PIC X(15).
           05  SUP-LEAD-DAYS        PIC 9(3).
           05  SUP-ACTIVE-FLAG      PIC X.

       FD  SUPPLIER-TEMP-FILE.
       01  SUPPLIER-TEMP-RECORD     PIC X(67).

      * PO-STATUS is Open until the first delivery, Part while a
      * balance is still to come, then Received.
       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05  PO-ORDER-ID          PIC 9(8).
           05  PO-SUPPLIER-ID       PIC 9(8).
           05  PO-DRUG-CODE         PIC X(10).
           05  PO-QTY-ORDERED       PIC 9(6).
           05  PO-UNIT-PRICE        PIC 9(6)V99.
           05  PO-ORDER-DATE        PIC X(10).
           05  PO-DUE-DATE          PIC X(10).
           05  PO-QTY-RECEIVED      PIC 9(6).
           05  PO-STATUS            PIC X(10).
           05  PO-RECEIVED-DATE     PIC X(10).

       FD  OPEN-ORDERS-REPORT-FILE.
       01  OPEN-ORDERS-LINE         PIC X(80).

      * One record per inpatient medication order, tied to the stay
      * (Admission ID).  A blank stop date means the order is open.
       FD  MED-ORDER-FILE.
           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

      * Doctor master (owned by DOCTOR-RECORDS) used to confirm the
      * prescribing Doctor-ID exists and is active.
       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 99.
       77  WS-DRUG-FILE-STATUS      PIC XX VALUE "00".
       77  WS-DG-COUNT              PIC 9(2) VALUE 0.
       77  WS-DG-IDX                PIC 9(2).
       77  WS-DG-FOUND-FLAG         PIC X VALUE "N".
       77  WS-SUPPLIER-STATUS       PIC XX VALUE "00".
       77  WS-PURCHASE-ORDER-STATUS PIC XX VALUE "00".
       77  WS-SUP-EOF               PIC X VALUE "N".
       77  WS-PO-EOF                PIC X VALUE "N".
       77  WS-SUPPLIER-ID           PIC 9(8).
       77  WS-SUPPLIER-NAME         PIC X(40).
       77  WS-SUPPLIER-PHONE        PIC X(15).
       77  WS-LEAD-DAYS             PIC 9(3).
       77  WS-SUPPLIER-FOUND-FLAG   PIC X VALUE "N".
       77  WS-NEW-SUPPLIER-NAME     PIC X(40).
       77  WS-NEW-SUPPLIER-PHONE    PIC X(15).
       77  WS-NEW-LEAD-DAYS         PIC 9(3).
       77  WS-NEW-ACTIVE-FLAG       PIC X.
       77  WS-PO-ID                 PIC 9(8).
       77  WS-PO-FOUND-FLAG         PIC X VALUE "N".
       77  WS-PO-QTY                PIC 9(6).
       77  WS-PO-PRICE              PIC 9(6)V99.
       77  WS-PO-OUTSTANDING        PIC 9(6).
       77  WS-PO-DUE-DATE           PIC X(10).
       77  WS-PO-COUNT              PIC 9(5) VALUE 0.
       77  WS-PO-OVERDUE-COUNT      PIC 9(5) VALUE 0.
       77  WS-PO-OVERDUE-FLAG       PIC X(8).
       77  WS-PO-VALUE              PIC 9(8)V99.
       77  WS-PO-VALUE-OUT          PIC Z(7)9.99.
       77  WS-PRICE-OUT             PIC Z(5)9.99.
       77  WS-NEW-UNIT-COST         PIC 9(6)V99 VALUE 0.
       77  WS-OD-COUNT              PIC 9(3) VALUE 0.
       77  WS-OD-IDX                PIC 9(3).
       77  WS-OD-SKIPPED            PIC 9(6) VALUE 0.
       01  WS-OD-TABLE.
           05  WS-OD-DRUG-CODE OCCURS 200 TIMES PIC X(10).
       01  WS-DG-TABLE.
           05  WS-DG-ENTRY OCCURS 50 TIMES.
               10  WS-DG-CODE           PIC X(10).
               DISPLAY "9. Goods Receipt / Stock Adjustment"
               DISPLAY "10. Below Reorder Level Report"
               DISPLAY "11. Monthly Usage by Drug"
               DISPLAY "12. Maintain Suppliers"
               DISPLAY "13. Raise Purchase Orders from Reorder List"
               DISPLAY "14. Receive Goods Against Purchase Order"
               DISPLAY "15. Open Purchase Orders Report"
               DISPLAY "16. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 11
                       PERFORM MONTHLY-USAGE-REPORT
                   WHEN 12
                       PERFORM MAINTAIN-SUPPLIERS
                   WHEN 13
                       PERFORM RAISE-PURCHASE-ORDERS
                   WHEN 14
                       PERFORM RECEIVE-PURCHASE-ORDER
                   WHEN 15
                       PERFORM OPEN-ORDERS-REPORT
                   WHEN 16
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
                                   ADD WS-STOCK-DELTA TO
                                       DRUG-STOCK-ON-HAND
                               END-IF
                               IF WS-NEW-UNIT-COST > 0
                                   MOVE WS-NEW-UNIT-COST TO
                                       DRUG-UNIT-COST
                               END-IF
                               MOVE DRUG-STOCK-ON-HAND TO
                                   WS-STOCK-ON-HAND
                               MOVE DRUG-REORDER-LEVEL TO
           END-IF
           .

       MAINTAIN-SUPPLIERS.
           DISPLAY "Supplier Master"
           DISPLAY "==============="
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = "35"
               DISPLAY "No suppliers on file."
               CLOSE SUPPLIER-FILE
           ELSE
               MOVE "N" TO WS-SUP-EOF
               PERFORM UNTIL WS-SUP-EOF = "Y"
                   READ SUPPLIER-FILE INTO SUPPLIER-RECORD
                       AT END
                           MOVE "Y" TO WS-SUP-EOF
                       NOT AT END
                           DISPLAY SUP-SUPPLIER-ID "  " SUP-NAME
                                   "  " SUP-PHONE
                                   "  Lead days: " SUP-LEAD-DAYS
                                   "  Active: " SUP-ACTIVE-FLAG
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF
           DISPLAY "Enter Supplier ID to Add or Amend (0 to skip): "
           ACCEPT WS-SUPPLIER-ID
           IF WS-SUPPLIER-ID NOT = 0
               PERFORM LOOKUP-SUPPLIER
               IF WS-SUPPLIER-FOUND-FLAG = "Y"
                   PERFORM AMEND-SUPPLIER
               ELSE
                   PERFORM ADD-SUPPLIER
               END-IF
           END-IF
           .

       ADD-SUPPLIER.
           DISPLAY "Enter Supplier Name: "
           ACCEPT WS-SUPPLIER-NAME
           DISPLAY "Enter Phone: "
           ACCEPT WS-SUPPLIER-PHONE
           DISPLAY "Enter Usual Lead Time in Days: "
           ACCEPT WS-LEAD-DAYS
           DISPLAY "Active (Y/N): "
           ACCEPT WS-ACTIVE-FLAG
           EVALUATE TRUE
               WHEN WS-ACTIVE-FLAG NOT = "Y" AND
                    WS-ACTIVE-FLAG NOT = "N"
                   DISPLAY "Supplier Failed: Active must be Y or N."
               WHEN OTHER
                   OPEN EXTEND SUPPLIER-FILE
                   IF WS-SUPPLIER-STATUS = "35"
                       CLOSE SUPPLIER-FILE
                       OPEN OUTPUT SUPPLIER-FILE
                   END-IF
                   MOVE WS-SUPPLIER-ID TO SUP-SUPPLIER-ID
                   MOVE WS-SUPPLIER-NAME TO SUP-NAME
                   MOVE WS-SUPPLIER-PHONE TO SUP-PHONE
                   MOVE WS-LEAD-DAYS TO SUP-LEAD-DAYS
                   MOVE WS-ACTIVE-FLAG TO SUP-ACTIVE-FLAG
                   WRITE SUPPLIER-RECORD
                   CLOSE SUPPLIER-FILE
                   MOVE "SUPPLIER" TO WS-AUDIT-ACTION
                   MOVE WS-SUPPLIER-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Supplier Added"
           END-EVALUATE
           .

      * A blank name or phone, or zero lead days, keeps what is on
      * file; the active flag is always asked for, so a supplier
      * can be retired or brought back.
       AMEND-SUPPLIER.
           DISPLAY "Supplier " WS-SUPPLIER-ID " is on file - amend."
           DISPLAY "Enter Supplier Name (blank to keep): "
           ACCEPT WS-NEW-SUPPLIER-NAME
           DISPLAY "Enter Phone (blank to keep): "
           ACCEPT WS-NEW-SUPPLIER-PHONE
           DISPLAY "Enter Usual Lead Time in Days (0 to keep): "
           ACCEPT WS-NEW-LEAD-DAYS
           DISPLAY "Active (Y/N): "
           ACCEPT WS-NEW-ACTIVE-FLAG
           EVALUATE TRUE
               WHEN WS-NEW-ACTIVE-FLAG NOT = "Y" AND
                    WS-NEW-ACTIVE-FLAG NOT = "N"
                   DISPLAY "Supplier Failed: Active must be Y or N."
               WHEN OTHER
                   IF WS-NEW-SUPPLIER-NAME NOT = SPACES
                       MOVE WS-NEW-SUPPLIER-NAME TO WS-SUPPLIER-NAME
                   END-IF
                   IF WS-NEW-SUPPLIER-PHONE NOT = SPACES
                       MOVE WS-NEW-SUPPLIER-PHONE
                           TO WS-SUPPLIER-PHONE
                   END-IF
                   IF WS-NEW-LEAD-DAYS NOT = 0
                       MOVE WS-NEW-LEAD-DAYS TO WS-LEAD-DAYS
                   END-IF
                   MOVE WS-NEW-ACTIVE-FLAG TO WS-ACTIVE-FLAG
                   PERFORM REWRITE-SUPPLIER
                   MOVE "UPDATE" TO WS-AUDIT-ACTION
                   MOVE WS-SUPPLIER-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Supplier Updated"
           END-EVALUATE
           .

      * The supplier master is copied to the work file with the
      * amended record, then copied back.
       REWRITE-SUPPLIER.
           OPEN INPUT SUPPLIER-FILE
           OPEN OUTPUT SUPPLIER-TEMP-FILE
           MOVE "N" TO WS-SUP-EOF
           PERFORM UNTIL WS-SUP-EOF = "Y"
               READ SUPPLIER-FILE INTO SUPPLIER-RECORD
                   AT END
                       MOVE "Y" TO WS-SUP-EOF
                   NOT AT END
                       IF SUP-SUPPLIER-ID = WS-SUPPLIER-ID
                           MOVE WS-SUPPLIER-NAME TO SUP-NAME
                           MOVE WS-SUPPLIER-PHONE TO SUP-PHONE
                           MOVE WS-LEAD-DAYS TO SUP-LEAD-DAYS
                           MOVE WS-ACTIVE-FLAG TO SUP-ACTIVE-FLAG
                       END-IF
                       MOVE SUPPLIER-RECORD TO SUPPLIER-TEMP-RECORD
                       WRITE SUPPLIER-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-FILE
           CLOSE SUPPLIER-TEMP-FILE

           OPEN INPUT SUPPLIER-TEMP-FILE
           OPEN OUTPUT SUPPLIER-FILE
           MOVE "N" TO WS-SUP-EOF
           PERFORM UNTIL WS-SUP-EOF = "Y"
               READ SUPPLIER-TEMP-FILE INTO SUPPLIER-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-SUP-EOF
                   NOT AT END
                       MOVE SUPPLIER-TEMP-RECORD TO SUPPLIER-RECORD
                       WRITE SUPPLIER-RECORD
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-TEMP-FILE
           CLOSE SUPPLIER-FILE
           MOVE "N" TO WS-SUP-EOF
           .

      * Finds WS-SUPPLIER-ID on the supplier master, active or not;
      * the caller decides what an inactive supplier means.
       LOOKUP-SUPPLIER.
           MOVE "N" TO WS-SUPPLIER-FOUND-FLAG
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = "35"
               CLOSE SUPPLIER-FILE
           ELSE
               MOVE "N" TO WS-SUP-EOF
               PERFORM UNTIL WS-SUP-EOF = "Y"
                   READ SUPPLIER-FILE INTO SUPPLIER-RECORD
                       AT END
                           MOVE "Y" TO WS-SUP-EOF
                       NOT AT END
                           IF SUP-SUPPLIER-ID = WS-SUPPLIER-ID
                               MOVE "Y" TO WS-SUPPLIER-FOUND-FLAG
                               MOVE SUP-NAME TO WS-SUPPLIER-NAME
                               MOVE SUP-PHONE TO WS-SUPPLIER-PHONE
                               MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
                               MOVE SUP-ACTIVE-FLAG TO WS-ACTIVE-FLAG
                               MOVE "Y" TO WS-SUP-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF
           .

      * Works down the below-reorder list, skipping any drug that
      * already has an order on the way, and raises one purchase
      * order line per drug the buyer chooses to order.
       RAISE-PURCHASE-ORDERS.
           PERFORM LOAD-ON-ORDER-DRUGS
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE 0 TO WS-PO-COUNT
           OPEN INPUT DRUG-FILE
           IF WS-DRUG-FILE-STATUS = "35"
               DISPLAY "No drugs on file."
               CLOSE DRUG-FILE
           ELSE
               MOVE "N" TO WS-MED-EOF
               PERFORM UNTIL WS-MED-EOF = "Y"
                   READ DRUG-FILE INTO DRUG-RECORD
                       AT END
                           MOVE "Y" TO WS-MED-EOF
                       NOT AT END
                           IF DRUG-ACTIVE-FLAG = "Y" AND
                              DRUG-STOCK-ON-HAND <=
                              DRUG-REORDER-LEVEL
                               PERFORM OFFER-PURCHASE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRUG-FILE
               MOVE "N" TO WS-MED-EOF
               DISPLAY "Purchase order lines raised: " WS-PO-COUNT
           END-IF
           .

      * Drugs with an Open or Part order line.  Past the table's
      * size the purchase order file itself is checked per drug.
       LOAD-ON-ORDER-DRUGS.
           MOVE 0 TO WS-OD-COUNT
           MOVE 0 TO WS-OD-SKIPPED
           MOVE 0 TO WS-PO-ID
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               MOVE "N" TO WS-PO-EOF
               PERFORM UNTIL WS-PO-EOF = "Y"
                   READ PURCHASE-ORDER-FILE INTO
                       PURCHASE-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-PO-EOF
                       NOT AT END
                           IF PO-ORDER-ID > WS-PO-ID
                               MOVE PO-ORDER-ID TO WS-PO-ID
                           END-IF
                           IF (PO-STATUS = "Open" OR
                               PO-STATUS = "Part") AND
                              WS-OD-COUNT NOT < 200
                               ADD 1 TO WS-OD-SKIPPED
                           END-IF
                           IF (PO-STATUS = "Open" OR
                               PO-STATUS = "Part") AND
                              WS-OD-COUNT < 200
                               ADD 1 TO WS-OD-COUNT
                               MOVE PO-DRUG-CODE TO
                                   WS-OD-DRUG-CODE(WS-OD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           IF WS-OD-SKIPPED > 0
               DISPLAY "WARNING: on-order table full - "
                       WS-OD-SKIPPED " order line(s) not loaded; "
                       "checking the order file per drug"
           END-IF
           .

       FIND-DRUG-ON-ORDER.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               MOVE "N" TO WS-PO-EOF
               PERFORM UNTIL WS-PO-EOF = "Y"
                   READ PURCHASE-ORDER-FILE INTO
                       PURCHASE-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-PO-EOF
                       NOT AT END
                           IF PO-DRUG-CODE = DRUG-CODE AND
                              (PO-STATUS = "Open" OR
                               PO-STATUS = "Part")
                               MOVE "Y" TO WS-PO-FOUND-FLAG
                               MOVE "Y" TO WS-PO-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           .

       OFFER-PURCHASE-ORDER.
           MOVE "N" TO WS-PO-FOUND-FLAG
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                   UNTIL WS-OD-IDX > WS-OD-COUNT
               IF WS-OD-DRUG-CODE(WS-OD-IDX) = DRUG-CODE
                   MOVE "Y" TO WS-PO-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-PO-FOUND-FLAG = "N" AND WS-OD-SKIPPED > 0
               PERFORM FIND-DRUG-ON-ORDER
           END-IF
           IF WS-PO-FOUND-FLAG = "Y"
               DISPLAY DRUG-CODE "  " DRUG-NAME
                       "  already on order - skipped"
           ELSE
               DISPLAY DRUG-CODE "  " DRUG-NAME "  stock "
                       DRUG-STOCK-ON-HAND "  reorder at "
                       DRUG-REORDER-LEVEL
               DISPLAY "Quantity to Order (0 to skip): "
               ACCEPT WS-PO-QTY
               IF WS-PO-QTY > 0
                   DISPLAY "Enter Supplier ID: "
                   ACCEPT WS-SUPPLIER-ID
                   PERFORM LOOKUP-SUPPLIER
                   EVALUATE TRUE
                       WHEN WS-SUPPLIER-FOUND-FLAG = "N"
                           DISPLAY "Order Failed: Supplier "
                                   WS-SUPPLIER-ID " not on file."
                       WHEN WS-ACTIVE-FLAG NOT = "Y"
                           DISPLAY "Order Failed: Supplier "
                                   WS-SUPPLIER-ID " is inactive."
                       WHEN OTHER
                           PERFORM WRITE-PURCHASE-ORDER
                   END-EVALUATE
               END-IF
           END-IF
           .

      * The agreed price defaults to the current unit cost.  Due
      * date is today plus the supplier's lead time.
       WRITE-PURCHASE-ORDER.
           MOVE DRUG-UNIT-COST TO WS-PRICE-OUT
           DISPLAY "Agreed Unit Price (0 for " WS-PRICE-OUT "): "
           ACCEPT WS-PO-PRICE
           IF WS-PO-PRICE = 0
               MOVE DRUG-UNIT-COST TO WS-PO-PRICE
           END-IF
           COMPUTE WS-DATE-RAW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) + WS-LEAD-DAYS)
           STRING WS-DATE-RAW(1:4) "-" WS-DATE-RAW(5:2) "-"
                  WS-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-PO-DUE-DATE
           ADD 1 TO WS-PO-ID
           OPEN EXTEND PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               CLOSE PURCHASE-ORDER-FILE
               OPEN OUTPUT PURCHASE-ORDER-FILE
           END-IF
           MOVE WS-PO-ID TO PO-ORDER-ID
           MOVE WS-SUPPLIER-ID TO PO-SUPPLIER-ID
           MOVE DRUG-CODE TO PO-DRUG-CODE
           MOVE WS-PO-QTY TO PO-QTY-ORDERED
           MOVE WS-PO-PRICE TO PO-UNIT-PRICE
           MOVE WS-TODAY-DATE TO PO-ORDER-DATE
           MOVE WS-PO-DUE-DATE TO PO-DUE-DATE
           MOVE 0 TO PO-QTY-RECEIVED
           MOVE "Open" TO PO-STATUS
           MOVE SPACES TO PO-RECEIVED-DATE
           WRITE PURCHASE-ORDER-RECORD
           CLOSE PURCHASE-ORDER-FILE
           ADD 1 TO WS-PO-COUNT
           MOVE "PO" TO WS-AUDIT-ACTION
           MOVE WS-PO-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Purchase Order " WS-PO-ID " raised, due "
                   WS-PO-DUE-DATE
           .

      * A delivery is booked against the order line: the count goes
      * up through the stock ledger as a goods receipt quoting the
      * PO number, and the drug takes the price paid as its unit
      * cost.
       RECEIVE-PURCHASE-ORDER.
           DISPLAY "Enter Purchase Order ID: "
           ACCEPT WS-PO-ID
           MOVE "N" TO WS-PO-FOUND-FLAG
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               DISPLAY "No purchase orders on file."
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               MOVE "N" TO WS-PO-EOF
               PERFORM UNTIL WS-PO-EOF = "Y"
                   READ PURCHASE-ORDER-FILE INTO
                       PURCHASE-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-PO-EOF
                       NOT AT END
                           IF PO-ORDER-ID = WS-PO-ID
                               MOVE "Y" TO WS-PO-FOUND-FLAG
                               MOVE "Y" TO WS-PO-EOF
                               PERFORM BOOK-PURCHASE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
               IF WS-PO-FOUND-FLAG = "N"
                   DISPLAY "No record found for Purchase Order "
                           WS-PO-ID
               END-IF
               IF WS-PO-FOUND-FLAG = "Y" AND WS-PO-QTY > 0
                   MOVE WS-PO-QTY TO WS-STOCK-DELTA
                   MOVE WS-PO-PRICE TO WS-NEW-UNIT-COST
                   PERFORM APPLY-STOCK-DELTA
                   MOVE 0 TO WS-NEW-UNIT-COST
                   IF WS-DRUG-FOUND-FLAG = "Y"
                       MOVE "R" TO WS-MOVE-TYPE
                       MOVE WS-PO-ID TO WS-ORDER-ID
                       MOVE SPACES TO WS-MOVE-REASON
                       STRING "Goods receipt PO " WS-PO-ID
                              DELIMITED BY SIZE INTO WS-MOVE-REASON
                       PERFORM WRITE-DISPENSING-RECORD
                       MOVE "RECEIPT" TO WS-AUDIT-ACTION
                       MOVE WS-PO-ID TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Stock of " WS-DRUG-CODE " now "
                               WS-STOCK-ON-HAND
                   END-IF
               END-IF
           END-IF
           .

      * Updates the order line in place; leaves the quantity and
      * price received in WS-PO-QTY/WS-PO-PRICE (quantity zero when
      * nothing is booked).
       BOOK-PURCHASE-RECEIPT.
           MOVE 0 TO WS-PO-QTY
           MOVE PO-DRUG-CODE TO WS-DRUG-CODE
           DISPLAY "Drug " PO-DRUG-CODE "  Supplier " PO-SUPPLIER-ID
                   "  Ordered " PO-QTY-ORDERED
                   "  Received " PO-QTY-RECEIVED
                   "  Status " PO-STATUS
           IF PO-STATUS NOT = "Open" AND PO-STATUS NOT = "Part"
               DISPLAY "Receipt Failed: order is " PO-STATUS
           ELSE
               COMPUTE WS-PO-OUTSTANDING =
                   PO-QTY-ORDERED - PO-QTY-RECEIVED
               DISPLAY "Quantity Delivered (outstanding "
                       WS-PO-OUTSTANDING "): "
               ACCEPT WS-PO-QTY
               MOVE PO-UNIT-PRICE TO WS-PRICE-OUT
               DISPLAY "Unit Price Invoiced (0 for "
                       WS-PRICE-OUT "): "
               ACCEPT WS-PO-PRICE
               IF WS-PO-PRICE = 0
                   MOVE PO-UNIT-PRICE TO WS-PO-PRICE
               END-IF
               IF WS-PO-QTY > 0
                   ADD WS-PO-QTY TO PO-QTY-RECEIVED
                   IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
                       MOVE "Received" TO PO-STATUS
                   ELSE
                       MOVE "Part" TO PO-STATUS
                   END-IF
                   ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
                   STRING WS-DATE-RAW(1:4) "-" WS-DATE-RAW(5:2) "-"
                          WS-DATE-RAW(7:2) DELIMITED BY SIZE
                          INTO PO-RECEIVED-DATE
                   REWRITE PURCHASE-ORDER-RECORD
                   DISPLAY "Order line now " PO-STATUS
               END-IF
           END-IF
           .

      * Open and part-delivered order lines grouped by supplier,
      * with the lines past their due date flagged OVERDUE.
       OPEN-ORDERS-REPORT.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE 0 TO WS-PO-COUNT
           MOVE 0 TO WS-PO-OVERDUE-COUNT
           OPEN OUTPUT OPEN-ORDERS-REPORT-FILE
           MOVE "Hospital Management System" TO OPEN-ORDERS-LINE
           WRITE OPEN-ORDERS-LINE
           MOVE SPACES TO OPEN-ORDERS-LINE
           STRING "Open Purchase Orders as at " WS-TODAY-DATE
                  DELIMITED BY SIZE INTO OPEN-ORDERS-LINE
           WRITE OPEN-ORDERS-LINE
           MOVE ALL "-" TO OPEN-ORDERS-LINE
           WRITE OPEN-ORDERS-LINE
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = "35"
               CLOSE SUPPLIER-FILE
           ELSE
               MOVE "N" TO WS-SUP-EOF
               PERFORM UNTIL WS-SUP-EOF = "Y"
                   READ SUPPLIER-FILE INTO SUPPLIER-RECORD
                       AT END
                           MOVE "Y" TO WS-SUP-EOF
                       NOT AT END
                           PERFORM LIST-SUPPLIER-OPEN-ORDERS
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF
           MOVE ALL "-" TO OPEN-ORDERS-LINE
           WRITE OPEN-ORDERS-LINE
           MOVE SPACES TO OPEN-ORDERS-LINE
           STRING "Open order lines: " WS-PO-COUNT
                  "   Overdue: " WS-PO-OVERDUE-COUNT
                  DELIMITED BY SIZE INTO OPEN-ORDERS-LINE
           WRITE OPEN-ORDERS-LINE
           CLOSE OPEN-ORDERS-REPORT-FILE
           DISPLAY "Open order lines: " WS-PO-COUNT
                   "   Overdue: " WS-PO-OVERDUE-COUNT
           DISPLAY "Report written to /data/open_orders.txt"
           .

       LIST-SUPPLIER-OPEN-ORDERS.
           MOVE "N" TO WS-PO-FOUND-FLAG
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               MOVE "N" TO WS-PO-EOF
               PERFORM UNTIL WS-PO-EOF = "Y"
                   READ PURCHASE-ORDER-FILE INTO
                       PURCHASE-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-PO-EOF
                       NOT AT END
                           IF PO-SUPPLIER-ID = SUP-SUPPLIER-ID AND
                              (PO-STATUS = "Open" OR
                               PO-STATUS = "Part")
                               PERFORM WRITE-OPEN-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           .

       WRITE-OPEN-ORDER-LINE.
           IF WS-PO-FOUND-FLAG = "N"
               MOVE "Y" TO WS-PO-FOUND-FLAG
               MOVE SPACES TO OPEN-ORDERS-LINE
               STRING "Supplier " SUP-SUPPLIER-ID "  " SUP-NAME
                      DELIMITED BY SIZE INTO OPEN-ORDERS-LINE
               WRITE OPEN-ORDERS-LINE
           END-IF
           ADD 1 TO WS-PO-COUNT
           MOVE SPACES TO WS-PO-OVERDUE-FLAG
           IF PO-DUE-DATE < WS-TODAY-DATE
               MOVE "OVERDUE" TO WS-PO-OVERDUE-FLAG
               ADD 1 TO WS-PO-OVERDUE-COUNT
           END-IF
           COMPUTE WS-PO-VALUE = (PO-QTY-ORDERED - PO-QTY-RECEIVED)
               * PO-UNIT-PRICE
           MOVE WS-PO-VALUE TO WS-PO-VALUE-OUT
           MOVE SPACES TO OPEN-ORDERS-LINE
           STRING "  PO " PO-ORDER-ID " " PO-DRUG-CODE
                  " " PO-QTY-ORDERED "/" PO-QTY-RECEIVED
                  " due " PO-DUE-DATE " " WS-PO-VALUE-OUT " "
                  WS-PO-OVERDUE-FLAG
                  DELIMITED BY SIZE INTO OPEN-ORDERS-LINE
           WRITE OPEN-ORDERS-LINE
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
