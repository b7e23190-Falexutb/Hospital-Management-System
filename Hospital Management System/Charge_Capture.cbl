      ******************************************************************
      * Author:
      * Date:
      * Purpose: Automatic charge capture - prices resulted lab
      *          orders, closed medication orders and signed imaging
      *          studies off the charge master and posts them to the
      *          patient's open bill (or raises a new one), marking
      *          each source order billed so it is never charged twice
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maps ORD-TEST-CODE (type L), DRUG-CODE (type D) and
      * IO-EXAM-CODE (type R) to the procedure codes priced on the
      * charge master.
           SELECT CHARGE-MAP-FILE ASSIGN TO "/data/charge_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-MAP-STATUS.
           SELECT MED-ORDER-TEMP-FILE
               ASSIGN TO "/data/med_orders_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Imaging orders (owned by RADIOLOGY) - a signed report
      * releases the study for billing.
           SELECT IMAGING-ORDER-FILE
               ASSIGN TO "/data/imaging_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGING-STATUS.
           SELECT IMAGING-TEMP-FILE
               ASSIGN TO "/data/imaging_orders_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-MASTER-FILE
               ASSIGN TO "/data/charge_master.dat"
               ORGANIZATION IS INDEXED
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
       FD  MED-ORDER-TEMP-FILE.
       01  MED-ORDER-TEMP-RECORD    PIC X(93).

       FD  IMAGING-ORDER-FILE.
       01  IMAGING-ORDER-RECORD.
           05  IO-ORDER-ID          PIC 9(8).
           05  IO-PATIENT-ID        PIC 9(8).
           05  IO-DOCTOR-ID         PIC 9(8).
           05  IO-EXAM-CODE         PIC X(10).
           05  IO-ORDER-DATE        PIC X(10).
           05  IO-MODALITY-CODE     PIC X(4).
           05  IO-SLOT-DATE         PIC X(10).
           05  IO-SLOT-TIME         PIC X(5).
           05  IO-DURATION-MINS     PIC 9(3).
           05  IO-STATUS            PIC X(10).
           05  IO-RADIOLOGIST-ID    PIC 9(8).
           05  IO-REPORT-DATE       PIC X(10).
           05  IO-REPORT-TEXT       PIC X(120).
           05  IO-SIGNED-DATE       PIC X(10).
           05  IO-BILLED-FLAG       PIC X.

       FD  IMAGING-TEMP-FILE.
       01  IMAGING-TEMP-RECORD      PIC X(225).

       FD  CHARGE-MASTER-FILE.
       01  CHARGE-MASTER-RECORD.
           05  CM-PROC-CODE          PIC X(8).
           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

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

       WORKING-STORAGE SECTION.
       77  WS-CHARGE-MAP-STATUS     PIC XX VALUE "00".
       77  WS-ORDER-FILE-STATUS     PIC XX VALUE "00".
       77  WS-MED-ORDER-STATUS      PIC XX VALUE "00".
       77  WS-IMAGING-STATUS        PIC XX VALUE "00".
       77  WS-CHARGE-FILE-STATUS    PIC XX VALUE "00".
       77  WS-BILLING-FILE-STATUS   PIC XX VALUE "00".
       77  WS-BILLING-LINE-STATUS   PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-MODE                  PIC X.
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-SUB-EOF               PIC X VALUE "N".
       77  WS-PROC-VALID-FLAG       PIC X VALUE "N".
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-SOURCE-ID             PIC 9(8).
       77  WS-RENDER-DOCTOR-ID      PIC 9(8) VALUE 0.
       77  WS-OPEN-BILL-ID          PIC 9(8) VALUE 0.
       77  WS-NEXT-LINE-NUM         PIC 9(4) VALUE 0.
       77  WS-POSTED-FLAG           PIC X VALUE "N".
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-LAB-POSTED-COUNT      PIC 9(6) VALUE 0.
       77  WS-MED-POSTED-COUNT      PIC 9(6) VALUE 0.
       77  WS-IMG-POSTED-COUNT      PIC 9(6) VALUE 0.
       77  WS-SKIPPED-COUNT         PIC 9(6) VALUE 0.
       77  WS-POSTED-TOTAL          PIC 9(12)V99 VALUE 0.
       77  WS-CM-EOF                PIC X VALUE "N".
                       WS-CM-PROC(WS-CM-IDX)
           END-PERFORM
           DISPLAY "Enter Source Type to Set (L=Lab test, "
                   "D=Drug, R=Radiology exam, blank to skip): "
           ACCEPT WS-MAP-TYPE
           IF WS-MAP-TYPE NOT = SPACES
               DISPLAY "Enter Source Code (test/drug/exam code): "
               ACCEPT WS-MAP-CODE
               DISPLAY "Enter Procedure Code: "
               ACCEPT WS-PROC-CODE
           END-IF
           .

      * One pass per source file: resulted lab orders, closed
      * (stopped) medication orders and signed imaging studies
      * that have not been billed are priced and posted, then
      * flagged billed in the same pass so a re-run never doubles
      * a charge.
       RUN-CHARGE-CAPTURE.
           PERFORM LOAD-CHARGE-MAP
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
                  INTO WS-TODAY-DATE
           PERFORM CAPTURE-LAB-CHARGES
           PERFORM CAPTURE-MED-CHARGES
           PERFORM CAPTURE-IMAGING-CHARGES
           DISPLAY "Lab orders billed: " WS-LAB-POSTED-COUNT
                   "  Med orders billed: " WS-MED-POSTED-COUNT
           DISPLAY "Imaging studies billed: " WS-IMG-POSTED-COUNT
           DISPLAY "Skipped (no map / no price / ID in use): "
                   WS-SKIPPED-COUNT
           DISPLAY "Charges posted: " WS-POSTED-TOTAL
           MOVE ORD-TEST-CODE TO WS-MAP-CODE
           MOVE ORD-PATIENT-ID TO WS-PATIENT-ID
           MOVE ORD-ORDER-ID TO WS-SOURCE-ID
           MOVE ORD-DOCTOR-ID TO WS-RENDER-DOCTOR-ID
           PERFORM POST-MAPPED-CHARGE
           IF WS-POSTED-FLAG = "Y"
               MOVE "Y" TO ORD-BILLED-FLAG
           MOVE MED-DRUG-CODE TO WS-MAP-CODE
           MOVE MED-PATIENT-ID TO WS-PATIENT-ID
           MOVE MED-ORDER-ID TO WS-SOURCE-ID
           MOVE MED-DOCTOR-ID TO WS-RENDER-DOCTOR-ID
           PERFORM POST-MAPPED-CHARGE
           IF WS-POSTED-FLAG = "Y"
               MOVE "Y" TO MED-BILLED-FLAG
           END-IF
           .

       CAPTURE-IMAGING-CHARGES.
           OPEN INPUT IMAGING-ORDER-FILE
           OPEN OUTPUT IMAGING-TEMP-FILE
           MOVE "N" TO WS-EOF
           IF WS-IMAGING-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ IMAGING-ORDER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF IO-STATUS = "Signed" AND
                              IO-BILLED-FLAG NOT = "Y"
                               PERFORM POST-IMAGING-CHARGE
                           END-IF
                           MOVE IMAGING-ORDER-RECORD TO
                               IMAGING-TEMP-RECORD
                           WRITE IMAGING-TEMP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE IMAGING-ORDER-FILE
           CLOSE IMAGING-TEMP-FILE

           OPEN INPUT IMAGING-TEMP-FILE
           OPEN OUTPUT IMAGING-ORDER-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ IMAGING-TEMP-FILE INTO IMAGING-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE IMAGING-TEMP-RECORD TO
                           IMAGING-ORDER-RECORD
                       WRITE IMAGING-ORDER-RECORD
               END-READ
           END-PERFORM
           CLOSE IMAGING-TEMP-FILE
           CLOSE IMAGING-ORDER-FILE
           MOVE "N" TO WS-EOF
           .

      * The reporting radiologist is the rendering provider; an
      * older study with no radiologist falls back to the
      * ordering doctor.
       POST-IMAGING-CHARGE.
           MOVE "R" TO WS-MAP-TYPE
           MOVE IO-EXAM-CODE TO WS-MAP-CODE
           MOVE IO-PATIENT-ID TO WS-PATIENT-ID
           MOVE IO-ORDER-ID TO WS-SOURCE-ID
           IF IO-RADIOLOGIST-ID = 0
               MOVE IO-DOCTOR-ID TO WS-RENDER-DOCTOR-ID
           ELSE
               MOVE IO-RADIOLOGIST-ID TO WS-RENDER-DOCTOR-ID
           END-IF
           PERFORM POST-MAPPED-CHARGE
           IF WS-POSTED-FLAG = "Y"
               MOVE "Y" TO IO-BILLED-FLAG
               ADD 1 TO WS-IMG-POSTED-COUNT
               MOVE "IMGCHG" TO WS-AUDIT-ACTION
               MOVE IO-ORDER-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

      * The shared posting path: map the source code to a
      * procedure, price it off the charge master, land it on the
      * patient's open bill or raise a new bill carrying the
                           "unbilled."
                   CLOSE BILLING-FILE
               NOT INVALID KEY
                   MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   CLOSE BILLING-FILE
                   MOVE WS-SOURCE-ID TO WS-OPEN-BILL-ID
                   PERFORM WRITE-CHARGE-LINE
                           MOVE "Partial" TO PAYMENT-STATUS
                       END-IF
                       REWRITE BILLING-RECORD
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
                       PERFORM WRITE-CHARGE-LINE
                       MOVE "Y" TO WS-POSTED-FLAG
                       ADD WS-CHARGE-PRICE TO WS-POSTED-TOTAL
           MOVE WS-CHARGE-PRICE TO BL-AMOUNT
           MOVE "N" TO BL-OVERRIDE-FLAG
           MOVE WS-TODAY-DATE TO BL-POST-DATE
           MOVE WS-RENDER-DOCTOR-ID TO BL-DOCTOR-ID
           WRITE BILLING-LINE-RECORD
               INVALID KEY
                   DISPLAY "Billing line " BL-BILLING-ID "/"
                           BL-LINE-NUM " already on file - "
                           "not saved."
               NOT INVALID KEY
                   MOVE "BILLLINE" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE BILLING-LINE-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
           END-WRITE
           CLOSE BILLING-LINE-FILE
           .
           END-IF
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
           MOVE "CHARGE-CAPTURE" TO JR-PROGRAM
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
