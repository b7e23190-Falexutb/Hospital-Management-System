      ******************************************************************
      * Author:
      * Date:
      * Purpose: Blood bank - blood product inventory by unit, patient
      *          blood groups, crossmatch requests against a stay or
      *          theatre case, issue of units with an ABO/Rh
      *          compatibility check and the transfusion record, and
      *          a daily near-expiry and stock-by-group report
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOOD-BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per blood product unit received into stock.
      * Status moves Available -> Crossmatched -> Transfused, or
      * Discarded.
           SELECT BLOOD-UNIT-FILE ASSIGN TO "/data/blood_units.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-STATUS.
           SELECT BLOOD-UNIT-TEMP-FILE
               ASSIGN TO "/data/blood_units_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The patient's ABO/Rh group as typed by the blood bank - one
      * record per patient; a group once recorded is not changed
      * here.
           SELECT BLOOD-GROUP-FILE ASSIGN TO "/data/blood_groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.
      * Crossmatch requests, each tied to an inpatient stay or a
      * theatre case.  Units are matched to a request by unit.
           SELECT CROSSMATCH-FILE ASSIGN TO "/data/crossmatch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CROSSMATCH-STATUS.
      * One record per unit transfused - which unit, to whom, when,
      * who issued it and who checked it at the bedside.
           SELECT TRANSFUSION-FILE ASSIGN TO "/data/transfusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFUSION-STATUS.
      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS).
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * Read-only view onto ADMISSION-FILE (owned by ADMISSIONS).
           SELECT ADMISSION-FILE ASSIGN TO "/data/admissions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADMISSION-ID
               FILE STATUS IS WS-ADMISSION-STATUS.
      * Read-only view onto the theatre case file (owned by
      * THEATRE-SCHED).
           SELECT CASE-FILE ASSIGN TO "/data/theatre_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/blood_bank_daily.txt"
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

      * BU-PRODUCT-TYPE is RBC (red cells), PLT (platelets), FFP
      * (fresh frozen plasma) or CRYO; BU-ABO is A, B, AB or O and
      * BU-RH is + or -.  BU-XM-REQUEST-ID holds the crossmatch
      * request a Crossmatched unit is reserved for.
       FD  BLOOD-UNIT-FILE.
       01  BLOOD-UNIT-RECORD.
           05  BU-UNIT-NUMBER       PIC X(12).
           05  BU-PRODUCT-TYPE      PIC X(4).
           05  BU-ABO               PIC X(2).
           05  BU-RH                PIC X.
           05  BU-EXPIRY-DATE       PIC X(10).
           05  BU-RECEIVED-DATE     PIC X(10).
           05  BU-STATUS            PIC X(12).
           05  BU-XM-REQUEST-ID     PIC 9(8).

       FD  BLOOD-UNIT-TEMP-FILE.
       01  BLOOD-UNIT-TEMP-RECORD   PIC X(59).

       FD  BLOOD-GROUP-FILE.
       01  BLOOD-GROUP-RECORD.
           05  BG-PATIENT-ID        PIC 9(8).
           05  BG-ABO               PIC X(2).
           05  BG-RH                PIC X.
           05  BG-TYPED-DATE        PIC X(10).

      * Exactly one of XM-ADMISSION-ID and XM-CASE-ID is set.
       FD  CROSSMATCH-FILE.
       01  CROSSMATCH-RECORD.
           05  XM-REQUEST-ID        PIC 9(8).
           05  XM-PATIENT-ID        PIC 9(8).
           05  XM-ADMISSION-ID      PIC 9(8).
           05  XM-CASE-ID           PIC 9(8).
           05  XM-PRODUCT-TYPE      PIC X(4).
           05  XM-UNITS-REQUESTED   PIC 9(2).
           05  XM-REQUEST-DATE      PIC X(10).
           05  XM-REQUESTED-BY      PIC X(20).

       FD  TRANSFUSION-FILE.
       01  TRANSFUSION-RECORD.
           05  TF-UNIT-NUMBER       PIC X(12).
           05  TF-PATIENT-ID        PIC 9(8).
           05  TF-REQUEST-ID        PIC 9(8).
           05  TF-DATE              PIC X(10).
           05  TF-TIME              PIC X(5).
           05  TF-ISSUED-BY         PIC X(20).
           05  TF-CHECKED-BY        PIC X(20).

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

       FD  ADMISSION-FILE.
       01  ADMISSION-RECORD.
           05  AD-ADMISSION-ID       PIC 9(8).
           05  AD-PATIENT-ID         PIC 9(8).
           05  AD-WARD               PIC X(20).
           05  AD-BED-NUMBER         PIC 9(4).
           05  AD-ADMIT-DATE         PIC X(10).
           05  AD-ADMIT-TIME         PIC X(5).
           05  AD-DISCHARGE-DATE     PIC X(10).
           05  AD-DISCHARGE-TIME     PIC X(5).
           05  AD-STATUS             PIC X(10).
           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

       FD  CASE-FILE.
       01  CASE-RECORD.
           05  TC-CASE-ID           PIC 9(8).
           05  TC-THEATRE-CODE      PIC X(4).
           05  TC-ADMISSION-ID      PIC 9(8).
           05  TC-DOCTOR-ID         PIC 9(8).
           05  TC-PROC-CODE         PIC X(8).
           05  TC-DATE              PIC X(10).
           05  TC-START-TIME        PIC X(5).
           05  TC-DURATION-MINS     PIC 9(3).
           05  TC-STATUS            PIC X(10).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
           05  AUDIT-TIME           PIC X(8).
           05  AUDIT-PROGRAM        PIC X(20).
           05  AUDIT-ACTION         PIC X(10).
           05  AUDIT-ENTITY-ID      PIC 9(8).
           05  AUDIT-USER           PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 9.
       77  WS-UNIT-STATUS           PIC XX VALUE "00".
       77  WS-GROUP-STATUS          PIC XX VALUE "00".
       77  WS-CROSSMATCH-STATUS     PIC XX VALUE "00".
       77  WS-TRANSFUSION-STATUS    PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-CASE-STATUS           PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-UNIT-NUMBER           PIC X(12).
       77  WS-PRODUCT-TYPE          PIC X(4).
       77  WS-UNIT-ABO              PIC X(2).
       77  WS-UNIT-RH               PIC X.
       77  WS-EXPIRY-DATE           PIC X(10).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-PATIENT-ABO           PIC X(2).
       77  WS-PATIENT-RH            PIC X.
       77  WS-REQUEST-ID            PIC 9(8).
       77  WS-ADMISSION-ID          PIC 9(8).
       77  WS-CASE-ID               PIC 9(8).
       77  WS-CASE-ADMISSION-ID     PIC 9(8).
       77  WS-UNITS-REQUESTED       PIC 9(2).
       77  WS-UNITS-MATCHED         PIC 9(2).
       77  WS-CHECKED-BY            PIC X(20).
       77  WS-UNIT-ACTION           PIC X(10).
       77  WS-NEW-STATUS            PIC X(12).
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-PATIENT-DECEASED-FLAG PIC X VALUE "N".
       77  WS-GROUP-FOUND-FLAG      PIC X VALUE "N".
       77  WS-UNIT-FOUND-FLAG       PIC X VALUE "N".
       77  WS-REQUEST-FOUND-FLAG    PIC X VALUE "N".
       77  WS-DUPLICATE-FLAG        PIC X VALUE "N".
       77  WS-LINK-VALID-FLAG       PIC X VALUE "N".
       77  WS-COMPATIBLE-FLAG       PIC X VALUE "N".
       77  WS-BU-EOF                PIC X VALUE "N".
       77  WS-BG-EOF                PIC X VALUE "N".
       77  WS-XM-EOF                PIC X VALUE "N".
       77  WS-TC-EOF                PIC X VALUE "N".
       77  WS-FOUND-STATUS          PIC X(12).
       77  WS-FOUND-PRODUCT         PIC X(4).
       77  WS-FOUND-ABO             PIC X(2).
       77  WS-FOUND-RH              PIC X.
       77  WS-FOUND-EXPIRY          PIC X(10).
       77  WS-FOUND-XM-REQUEST      PIC 9(8).
       77  WS-XM-PATIENT-ID         PIC 9(8).
       77  WS-XM-PRODUCT-TYPE       PIC X(4).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-TIME-RAW              PIC 9(8).
       77  WS-EXPIRY-RAW            PIC 9(8).
       77  WS-DAYS-TO-EXPIRY        PIC S9(5).
       77  WS-NEAR-EXPIRY-DAYS      PIC 9(2) VALUE 3.
       77  WS-NEAR-EXPIRY-COUNT     PIC 9(6) VALUE 0.
       77  WS-STOCK-TOTAL           PIC 9(6) VALUE 0.
       77  WS-GROUP-KEY             PIC X(3).
       77  WS-GRP-IDX               PIC 9.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
       01  WS-GROUP-TABLE.
           05  FILLER PIC X(3) VALUE "O-".
           05  FILLER PIC X(3) VALUE "O+".
           05  FILLER PIC X(3) VALUE "A-".
           05  FILLER PIC X(3) VALUE "A+".
           05  FILLER PIC X(3) VALUE "B-".
           05  FILLER PIC X(3) VALUE "B+".
           05  FILLER PIC X(3) VALUE "AB-".
           05  FILLER PIC X(3) VALUE "AB+".
       01  WS-GROUP-TABLE-R REDEFINES WS-GROUP-TABLE.
           05  WS-GRP-NAME OCCURS 8 TIMES PIC X(3).
       01  WS-GROUP-COUNTS.
           05  WS-GRP-COUNT OCCURS 8 TIMES PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Blood Bank"
               DISPLAY "1. Receive Blood Unit"
               DISPLAY "2. Record Patient Blood Group"
               DISPLAY "3. Create Crossmatch Request"
               DISPLAY "4. Crossmatch Unit to Request"
               DISPLAY "5. Issue Unit / Record Transfusion"
               DISPLAY "6. Discard Unit"
               DISPLAY "7. Read Blood Units"
               DISPLAY "8. Daily Expiry and Stock Report"
               DISPLAY "9. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM RECEIVE-BLOOD-UNIT
                   WHEN 2
                       PERFORM RECORD-BLOOD-GROUP
                   WHEN 3
                       PERFORM CREATE-CROSSMATCH-REQUEST
                   WHEN 4
                       PERFORM CROSSMATCH-UNIT
                   WHEN 5
                       PERFORM ISSUE-UNIT
                   WHEN 6
                       PERFORM DISCARD-UNIT
                   WHEN 7
                       PERFORM READ-BLOOD-UNITS
                   WHEN 8
                       PERFORM DAILY-STOCK-REPORT
                   WHEN 9
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       RECEIVE-BLOOD-UNIT.
           DISPLAY "Enter Unit Number: "
           ACCEPT WS-UNIT-NUMBER
           DISPLAY "Enter Product Type (RBC/PLT/FFP/CRYO): "
           ACCEPT WS-PRODUCT-TYPE
           DISPLAY "Enter ABO Group (A/B/AB/O): "
           ACCEPT WS-UNIT-ABO
           DISPLAY "Enter Rh (+/-): "
           ACCEPT WS-UNIT-RH
           DISPLAY "Enter Expiry Date (YYYY-MM-DD): "
           ACCEPT WS-EXPIRY-DATE
           PERFORM SET-TODAY
           PERFORM FIND-BLOOD-UNIT
           EVALUATE TRUE
               WHEN WS-UNIT-NUMBER = SPACES
                   DISPLAY "Receipt Failed: Invalid data."
               WHEN WS-UNIT-FOUND-FLAG = "Y"
                   DISPLAY "Receipt Failed: Unit " WS-UNIT-NUMBER
                           " is already on file."
               WHEN WS-PRODUCT-TYPE NOT = "RBC" AND
                    WS-PRODUCT-TYPE NOT = "PLT" AND
                    WS-PRODUCT-TYPE NOT = "FFP" AND
                    WS-PRODUCT-TYPE NOT = "CRYO"
                   DISPLAY "Receipt Failed: product type must be "
                           "RBC, PLT, FFP or CRYO."
               WHEN WS-UNIT-ABO NOT = "A" AND
                    WS-UNIT-ABO NOT = "B" AND
                    WS-UNIT-ABO NOT = "AB" AND
                    WS-UNIT-ABO NOT = "O"
                   DISPLAY "Receipt Failed: ABO group must be "
                           "A, B, AB or O."
               WHEN WS-UNIT-RH NOT = "+" AND WS-UNIT-RH NOT = "-"
                   DISPLAY "Receipt Failed: Rh must be + or -."
               WHEN WS-EXPIRY-DATE = SPACES OR
                    WS-EXPIRY-DATE < WS-TODAY-DATE
                   DISPLAY "Receipt Failed: unit is already "
                           "expired or has no expiry date."
               WHEN OTHER
                   PERFORM WRITE-BLOOD-UNIT
           END-EVALUATE
           .

       WRITE-BLOOD-UNIT.
           MOVE WS-UNIT-NUMBER TO BU-UNIT-NUMBER
           MOVE WS-PRODUCT-TYPE TO BU-PRODUCT-TYPE
           MOVE WS-UNIT-ABO TO BU-ABO
           MOVE WS-UNIT-RH TO BU-RH
           MOVE WS-EXPIRY-DATE TO BU-EXPIRY-DATE
           MOVE WS-TODAY-DATE TO BU-RECEIVED-DATE
           MOVE "Available" TO BU-STATUS
           MOVE 0 TO BU-XM-REQUEST-ID
           OPEN EXTEND BLOOD-UNIT-FILE
           IF WS-UNIT-STATUS = "35"
               CLOSE BLOOD-UNIT-FILE
               OPEN OUTPUT BLOOD-UNIT-FILE
           END-IF
           WRITE BLOOD-UNIT-RECORD
           CLOSE BLOOD-UNIT-FILE
           MOVE "RECEIVE" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Unit " WS-UNIT-NUMBER " received into stock."
           .

      * The group on record is the one every issue is checked
      * against, so it is written once; a second typing that
      * disagrees is refused for the laboratory to resolve.
       RECORD-BLOOD-GROUP.
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter ABO Group (A/B/AB/O): "
           ACCEPT WS-UNIT-ABO
           DISPLAY "Enter Rh (+/-): "
           ACCEPT WS-UNIT-RH
           PERFORM VALIDATE-PATIENT-ID
           PERFORM FIND-PATIENT-GROUP
           EVALUATE TRUE
               WHEN WS-PATIENT-VALID-FLAG = "N" AND
                    WS-PATIENT-DECEASED-FLAG = "Y"
                   DISPLAY "Group Failed: Patient " WS-PATIENT-ID
                           " is marked deceased."
               WHEN WS-PATIENT-VALID-FLAG = "N"
                   DISPLAY "Group Failed: Patient ID "
                           WS-PATIENT-ID
                           " not found in Patient Records."
               WHEN WS-UNIT-ABO NOT = "A" AND
                    WS-UNIT-ABO NOT = "B" AND
                    WS-UNIT-ABO NOT = "AB" AND
                    WS-UNIT-ABO NOT = "O"
                   DISPLAY "Group Failed: ABO group must be "
                           "A, B, AB or O."
               WHEN WS-UNIT-RH NOT = "+" AND WS-UNIT-RH NOT = "-"
                   DISPLAY "Group Failed: Rh must be + or -."
               WHEN WS-GROUP-FOUND-FLAG = "Y" AND
                    (WS-PATIENT-ABO NOT = WS-UNIT-ABO OR
                     WS-PATIENT-RH NOT = WS-UNIT-RH)
                   DISPLAY "Group Failed: Patient " WS-PATIENT-ID
                           " is on record as " WS-PATIENT-ABO
                           WS-PATIENT-RH " - refer the "
                           "discrepancy to the laboratory."
               WHEN WS-GROUP-FOUND-FLAG = "Y"
                   DISPLAY "Group " WS-PATIENT-ABO WS-PATIENT-RH
                           " already on record for patient "
                           WS-PATIENT-ID
               WHEN OTHER
                   PERFORM SET-TODAY
                   MOVE WS-PATIENT-ID TO BG-PATIENT-ID
                   MOVE WS-UNIT-ABO TO BG-ABO
                   MOVE WS-UNIT-RH TO BG-RH
                   MOVE WS-TODAY-DATE TO BG-TYPED-DATE
                   OPEN EXTEND BLOOD-GROUP-FILE
                   IF WS-GROUP-STATUS = "35"
                       CLOSE BLOOD-GROUP-FILE
                       OPEN OUTPUT BLOOD-GROUP-FILE
                   END-IF
                   WRITE BLOOD-GROUP-RECORD
                   CLOSE BLOOD-GROUP-FILE
                   MOVE "GROUP" TO WS-AUDIT-ACTION
                   MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Group recorded for patient "
                           WS-PATIENT-ID
           END-EVALUATE
           .

      * A request is for the patient of a current stay, or of a
      * theatre case that has not been cancelled - enter the one
      * that applies and leave the other zero.
       CREATE-CROSSMATCH-REQUEST.
           DISPLAY "Enter Crossmatch Request ID: "
           ACCEPT WS-REQUEST-ID
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter Admission ID (0 if for a theatre case): "
           ACCEPT WS-ADMISSION-ID
           DISPLAY "Enter Theatre Case ID (0 if none): "
           ACCEPT WS-CASE-ID
           DISPLAY "Enter Product Type (RBC/PLT/FFP/CRYO): "
           ACCEPT WS-PRODUCT-TYPE
           DISPLAY "Enter Units Requested: "
           ACCEPT WS-UNITS-REQUESTED
           PERFORM VALIDATE-PATIENT-ID
           PERFORM FIND-PATIENT-GROUP
           PERFORM VALIDATE-REQUEST-LINK
           PERFORM FIND-CROSSMATCH-REQUEST
           MOVE WS-REQUEST-FOUND-FLAG TO WS-DUPLICATE-FLAG
           EVALUATE TRUE
               WHEN WS-PATIENT-VALID-FLAG = "N" AND
                    WS-PATIENT-DECEASED-FLAG = "Y"
                   DISPLAY "Request Failed: Patient " WS-PATIENT-ID
                           " is marked deceased."
               WHEN WS-PATIENT-VALID-FLAG = "N"
                   DISPLAY "Request Failed: Patient ID "
                           WS-PATIENT-ID
                           " not found in Patient Records."
               WHEN WS-GROUP-FOUND-FLAG = "N"
                   DISPLAY "Request Failed: no blood group on "
                           "record for patient " WS-PATIENT-ID
               WHEN WS-LINK-VALID-FLAG = "N"
                   DISPLAY "Request Failed: enter a current "
                           "admission or an open theatre case "
                           "for this patient."
               WHEN WS-DUPLICATE-FLAG = "Y"
                   DISPLAY "Request Failed: Crossmatch Request ID "
                           WS-REQUEST-ID " is already in use."
               WHEN WS-PRODUCT-TYPE NOT = "RBC" AND
                    WS-PRODUCT-TYPE NOT = "PLT" AND
                    WS-PRODUCT-TYPE NOT = "FFP" AND
                    WS-PRODUCT-TYPE NOT = "CRYO"
                   DISPLAY "Request Failed: product type must be "
                           "RBC, PLT, FFP or CRYO."
               WHEN WS-UNITS-REQUESTED = 0
                   DISPLAY "Request Failed: Invalid data."
               WHEN OTHER
                   PERFORM SET-TODAY
                   MOVE WS-REQUEST-ID TO XM-REQUEST-ID
                   MOVE WS-PATIENT-ID TO XM-PATIENT-ID
                   MOVE WS-ADMISSION-ID TO XM-ADMISSION-ID
                   MOVE WS-CASE-ID TO XM-CASE-ID
                   MOVE WS-PRODUCT-TYPE TO XM-PRODUCT-TYPE
                   MOVE WS-UNITS-REQUESTED TO XM-UNITS-REQUESTED
                   MOVE WS-TODAY-DATE TO XM-REQUEST-DATE
                   MOVE WS-SESSION-USER TO XM-REQUESTED-BY
                   OPEN EXTEND CROSSMATCH-FILE
                   IF WS-CROSSMATCH-STATUS = "35"
                       CLOSE CROSSMATCH-FILE
                       OPEN OUTPUT CROSSMATCH-FILE
                   END-IF
                   WRITE CROSSMATCH-RECORD
                   CLOSE CROSSMATCH-FILE
                   MOVE "XMREQ" TO WS-AUDIT-ACTION
                   MOVE WS-REQUEST-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Crossmatch Request " WS-REQUEST-ID
                           " created."
           END-EVALUATE
           .

      * Exactly one of the stay and the theatre case is given, and
      * it belongs to the patient: a stay must still be Admitted; a
      * case must not be Cancelled and its stay must be this
      * patient's.
       VALIDATE-REQUEST-LINK.
           MOVE "N" TO WS-LINK-VALID-FLAG
           EVALUATE TRUE
               WHEN WS-ADMISSION-ID NOT = 0 AND WS-CASE-ID = 0
                   OPEN INPUT ADMISSION-FILE
                   IF WS-ADMISSION-STATUS NOT = "35"
                       MOVE WS-ADMISSION-ID TO AD-ADMISSION-ID
                       READ ADMISSION-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF AD-STATUS = "Admitted" AND
                                  AD-PATIENT-ID = WS-PATIENT-ID
                                   MOVE "Y" TO WS-LINK-VALID-FLAG
                               END-IF
                       END-READ
                   END-IF
                   CLOSE ADMISSION-FILE
               WHEN WS-CASE-ID NOT = 0 AND WS-ADMISSION-ID = 0
                   MOVE 0 TO WS-CASE-ADMISSION-ID
                   OPEN INPUT CASE-FILE
                   IF WS-CASE-STATUS = "35"
                       CLOSE CASE-FILE
                   ELSE
                       MOVE "N" TO WS-TC-EOF
                       PERFORM UNTIL WS-TC-EOF = "Y"
                           READ CASE-FILE INTO CASE-RECORD
                               AT END
                                   MOVE "Y" TO WS-TC-EOF
                               NOT AT END
                                   IF TC-CASE-ID = WS-CASE-ID AND
                                      TC-STATUS NOT = "Cancelled"
                                       MOVE TC-ADMISSION-ID TO
                                           WS-CASE-ADMISSION-ID
                                       MOVE "Y" TO WS-TC-EOF
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE CASE-FILE
                   END-IF
                   IF WS-CASE-ADMISSION-ID NOT = 0
                       OPEN INPUT ADMISSION-FILE
                       IF WS-ADMISSION-STATUS NOT = "35"
                           MOVE WS-CASE-ADMISSION-ID TO
                               AD-ADMISSION-ID
                           READ ADMISSION-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF AD-PATIENT-ID = WS-PATIENT-ID
                                       MOVE "Y" TO
                                           WS-LINK-VALID-FLAG
                                   END-IF
                           END-READ
                       END-IF
                       CLOSE ADMISSION-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Reserves a unit for a request once it has been matched at
      * the bench - the unit must be in date, of the product asked
      * for and compatible with the patient's recorded group.
       CROSSMATCH-UNIT.
           DISPLAY "Enter Crossmatch Request ID: "
           ACCEPT WS-REQUEST-ID
           DISPLAY "Enter Unit Number: "
           ACCEPT WS-UNIT-NUMBER
           PERFORM SET-TODAY
           PERFORM FIND-CROSSMATCH-REQUEST
           PERFORM FIND-BLOOD-UNIT
           MOVE "N" TO WS-GROUP-FOUND-FLAG
           MOVE "N" TO WS-COMPATIBLE-FLAG
           MOVE 0 TO WS-UNITS-MATCHED
           IF WS-REQUEST-FOUND-FLAG = "Y"
               MOVE WS-XM-PATIENT-ID TO WS-PATIENT-ID
               PERFORM FIND-PATIENT-GROUP
               PERFORM COUNT-MATCHED-UNITS
               IF WS-GROUP-FOUND-FLAG = "Y" AND
                  WS-UNIT-FOUND-FLAG = "Y"
                   PERFORM CHECK-COMPATIBILITY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-REQUEST-FOUND-FLAG = "N"
                   DISPLAY "No record found for Crossmatch Request "
                           WS-REQUEST-ID
               WHEN WS-UNIT-FOUND-FLAG = "N"
                   DISPLAY "No record found for Unit "
                           WS-UNIT-NUMBER
               WHEN WS-FOUND-STATUS NOT = "Available"
                   DISPLAY "Crossmatch Failed: unit "
                           WS-UNIT-NUMBER " is " WS-FOUND-STATUS
               WHEN WS-FOUND-EXPIRY < WS-TODAY-DATE
                   DISPLAY "Crossmatch Failed: unit "
                           WS-UNIT-NUMBER " expired on "
                           WS-FOUND-EXPIRY
               WHEN WS-FOUND-PRODUCT NOT = WS-XM-PRODUCT-TYPE
                   DISPLAY "Crossmatch Failed: unit is "
                           WS-FOUND-PRODUCT " - request is for "
                           WS-XM-PRODUCT-TYPE
               WHEN WS-UNITS-MATCHED >= WS-UNITS-REQUESTED
                   DISPLAY "Crossmatch Failed: all "
                           WS-UNITS-REQUESTED " units requested "
                           "are already matched."
               WHEN WS-GROUP-FOUND-FLAG = "N"
                   DISPLAY "Crossmatch Failed: no blood group on "
                           "record for patient " WS-PATIENT-ID
               WHEN WS-COMPATIBLE-FLAG = "N"
                   DISPLAY "Crossmatch Failed: unit group "
                           WS-FOUND-ABO WS-FOUND-RH
                           " is not compatible with patient "
                           "group " WS-PATIENT-ABO WS-PATIENT-RH
               WHEN OTHER
                   MOVE "XMATCH" TO WS-UNIT-ACTION
                   PERFORM REWRITE-BLOOD-UNIT
                   MOVE "XMATCH" TO WS-AUDIT-ACTION
                   MOVE WS-REQUEST-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Unit " WS-UNIT-NUMBER
                           " crossmatched to request "
                           WS-REQUEST-ID
           END-EVALUATE
           .

      * Issue is the last check before the unit goes up: the unit
      * must be in date, reserved for this patient's request (or
      * still Available for an emergency issue against it), and
      * of a group compatible with the patient's recorded group.
      * Anything else is refused and nothing is written.
       ISSUE-UNIT.
           DISPLAY "Enter Unit Number: "
           ACCEPT WS-UNIT-NUMBER
           DISPLAY "Enter Crossmatch Request ID: "
           ACCEPT WS-REQUEST-ID
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter Bedside Check By (name): "
           ACCEPT WS-CHECKED-BY
           PERFORM SET-TODAY
           PERFORM FIND-BLOOD-UNIT
           PERFORM FIND-CROSSMATCH-REQUEST
           PERFORM FIND-PATIENT-GROUP
           MOVE "N" TO WS-COMPATIBLE-FLAG
           IF WS-GROUP-FOUND-FLAG = "Y" AND WS-UNIT-FOUND-FLAG = "Y"
               PERFORM CHECK-COMPATIBILITY
           END-IF
           EVALUATE TRUE
               WHEN WS-UNIT-FOUND-FLAG = "N"
                   DISPLAY "No record found for Unit "
                           WS-UNIT-NUMBER
               WHEN WS-REQUEST-FOUND-FLAG = "N"
                   DISPLAY "No record found for Crossmatch Request "
                           WS-REQUEST-ID
               WHEN WS-XM-PATIENT-ID NOT = WS-PATIENT-ID
                   DISPLAY "Issue BLOCKED: request " WS-REQUEST-ID
                           " is for patient " WS-XM-PATIENT-ID
               WHEN WS-FOUND-STATUS = "Crossmatched" AND
                    WS-FOUND-XM-REQUEST NOT = WS-REQUEST-ID
                   DISPLAY "Issue BLOCKED: unit " WS-UNIT-NUMBER
                           " is reserved for request "
                           WS-FOUND-XM-REQUEST
               WHEN WS-FOUND-STATUS NOT = "Crossmatched" AND
                    WS-FOUND-STATUS NOT = "Available"
                   DISPLAY "Issue BLOCKED: unit " WS-UNIT-NUMBER
                           " is " WS-FOUND-STATUS
               WHEN WS-FOUND-EXPIRY < WS-TODAY-DATE
                   DISPLAY "Issue BLOCKED: unit " WS-UNIT-NUMBER
                           " expired on " WS-FOUND-EXPIRY
               WHEN WS-FOUND-PRODUCT NOT = WS-XM-PRODUCT-TYPE
                   DISPLAY "Issue BLOCKED: unit is "
                           WS-FOUND-PRODUCT " - request is for "
                           WS-XM-PRODUCT-TYPE
               WHEN WS-GROUP-FOUND-FLAG = "N"
                   DISPLAY "Issue BLOCKED: no blood group on "
                           "record for patient " WS-PATIENT-ID
               WHEN WS-COMPATIBLE-FLAG = "N"
                   DISPLAY "Issue BLOCKED: unit group "
                           WS-FOUND-ABO WS-FOUND-RH
                           " is INCOMPATIBLE with patient group "
                           WS-PATIENT-ABO WS-PATIENT-RH
                   MOVE "ISSUEBLOCK" TO WS-AUDIT-ACTION
                   MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
               WHEN WS-CHECKED-BY = SPACES
                   DISPLAY "Issue Failed: the bedside check must "
                           "be recorded."
               WHEN OTHER
                   PERFORM WRITE-TRANSFUSION
           END-EVALUATE
           .

       WRITE-TRANSFUSION.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-UNIT-NUMBER TO TF-UNIT-NUMBER
           MOVE WS-PATIENT-ID TO TF-PATIENT-ID
           MOVE WS-REQUEST-ID TO TF-REQUEST-ID
           MOVE WS-TODAY-DATE TO TF-DATE
           STRING WS-TIME-RAW(1:2) ":" WS-TIME-RAW(3:2)
                  DELIMITED BY SIZE INTO TF-TIME
           MOVE WS-SESSION-USER TO TF-ISSUED-BY
           MOVE WS-CHECKED-BY TO TF-CHECKED-BY
           OPEN EXTEND TRANSFUSION-FILE
           IF WS-TRANSFUSION-STATUS = "35"
               CLOSE TRANSFUSION-FILE
               OPEN OUTPUT TRANSFUSION-FILE
           END-IF
           WRITE TRANSFUSION-RECORD
           CLOSE TRANSFUSION-FILE
           MOVE "TRANSFUSE" TO WS-UNIT-ACTION
           PERFORM REWRITE-BLOOD-UNIT
           MOVE "TRANSFUSE" TO WS-AUDIT-ACTION
           MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Unit " WS-UNIT-NUMBER " issued to patient "
                   WS-PATIENT-ID " - transfusion recorded."
           .

      * Red cells and platelets: the recipient's plasma must not
      * carry antibodies to the unit's antigens, and an Rh
      * negative recipient receives Rh negative only.  Plasma
      * products run the other way - the unit's plasma must not
      * carry antibodies to the recipient's cells - and Rh does
      * not apply.
       CHECK-COMPATIBILITY.
           MOVE "N" TO WS-COMPATIBLE-FLAG
           IF WS-FOUND-PRODUCT = "FFP" OR WS-FOUND-PRODUCT = "CRYO"
               EVALUATE TRUE
                   WHEN WS-FOUND-ABO = "AB"
                       MOVE "Y" TO WS-COMPATIBLE-FLAG
                   WHEN WS-FOUND-ABO = WS-PATIENT-ABO
                       MOVE "Y" TO WS-COMPATIBLE-FLAG
                   WHEN WS-PATIENT-ABO = "O"
                       MOVE "Y" TO WS-COMPATIBLE-FLAG
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-FOUND-ABO = "O"
                       MOVE "Y" TO WS-COMPATIBLE-FLAG
                   WHEN WS-FOUND-ABO = WS-PATIENT-ABO
                       MOVE "Y" TO WS-COMPATIBLE-FLAG
                   WHEN WS-PATIENT-ABO = "AB"
                       MOVE "Y" TO WS-COMPATIBLE-FLAG
               END-EVALUATE
               IF WS-PATIENT-RH = "-" AND WS-FOUND-RH = "+"
                   MOVE "N" TO WS-COMPATIBLE-FLAG
               END-IF
           END-IF
           .

       DISCARD-UNIT.
           DISPLAY "Enter Unit Number: "
           ACCEPT WS-UNIT-NUMBER
           PERFORM FIND-BLOOD-UNIT
           IF WS-UNIT-FOUND-FLAG = "N"
               DISPLAY "No record found for Unit " WS-UNIT-NUMBER
           ELSE
           IF WS-FOUND-STATUS = "Transfused" OR
              WS-FOUND-STATUS = "Discarded"
               DISPLAY "Discard Failed: unit " WS-UNIT-NUMBER
                       " is " WS-FOUND-STATUS
           ELSE
               MOVE "DISCARD" TO WS-UNIT-ACTION
               PERFORM REWRITE-BLOOD-UNIT
               MOVE "DISCARD" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Unit " WS-UNIT-NUMBER " discarded."
           END-IF
           END-IF
           .

       READ-BLOOD-UNITS.
           OPEN INPUT BLOOD-UNIT-FILE
           IF WS-UNIT-STATUS = "35"
               DISPLAY "No blood units on file."
               CLOSE BLOOD-UNIT-FILE
           ELSE
               MOVE "N" TO WS-BU-EOF
               PERFORM UNTIL WS-BU-EOF = "Y"
                   READ BLOOD-UNIT-FILE INTO BLOOD-UNIT-RECORD
                       AT END
                           MOVE "Y" TO WS-BU-EOF
                       NOT AT END
                           DISPLAY BU-UNIT-NUMBER "  "
                                   BU-PRODUCT-TYPE "  " BU-ABO
                                   BU-RH "  Exp " BU-EXPIRY-DATE
                                   "  " BU-STATUS "  Req "
                                   BU-XM-REQUEST-ID
                   END-READ
               END-PERFORM
               CLOSE BLOOD-UNIT-FILE
           END-IF
           .

      * Units still in stock (Available or Crossmatched) that are
      * out of date or within WS-NEAR-EXPIRY-DAYS of it, then the
      * count of Available units by ABO/Rh group.
       DAILY-STOCK-REPORT.
           PERFORM SET-TODAY
           MOVE 0 TO WS-NEAR-EXPIRY-COUNT
           MOVE 0 TO WS-STOCK-TOTAL
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 8
               MOVE 0 TO WS-GRP-COUNT(WS-GRP-IDX)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Blood Bank Daily Report " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Units expired or expiring within "
               WS-NEAR-EXPIRY-DAYS " days:"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Units expired or expiring within "
                   WS-NEAR-EXPIRY-DAYS " days:"
           OPEN INPUT BLOOD-UNIT-FILE
           IF WS-UNIT-STATUS = "35"
               CLOSE BLOOD-UNIT-FILE
           ELSE
               MOVE "N" TO WS-BU-EOF
               PERFORM UNTIL WS-BU-EOF = "Y"
                   READ BLOOD-UNIT-FILE INTO BLOOD-UNIT-RECORD
                       AT END
                           MOVE "Y" TO WS-BU-EOF
                       NOT AT END
                           IF BU-STATUS = "Available" OR
                              BU-STATUS = "Crossmatched"
                               PERFORM REPORT-STOCK-UNIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOOD-UNIT-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Near expiry / expired: " WS-NEAR-EXPIRY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Available stock by group:" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Near expiry / expired: " WS-NEAR-EXPIRY-COUNT
           DISPLAY "Available stock by group:"
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 8
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-GRP-NAME(WS-GRP-IDX) "  "
                   WS-GRP-COUNT(WS-GRP-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "  " WS-GRP-NAME(WS-GRP-IDX) "  "
                       WS-GRP-COUNT(WS-GRP-IDX)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "Total available: " WS-STOCK-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Total available: " WS-STOCK-TOTAL
           DISPLAY "Report written to /data/blood_bank_daily.txt"
           .

       REPORT-STOCK-UNIT.
           STRING BU-EXPIRY-DATE(1:4) BU-EXPIRY-DATE(6:2)
                  BU-EXPIRY-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-EXPIRY-RAW
           COMPUTE WS-DAYS-TO-EXPIRY =
               FUNCTION INTEGER-OF-DATE(WS-EXPIRY-RAW) -
               FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
           IF WS-DAYS-TO-EXPIRY <= WS-NEAR-EXPIRY-DAYS
               ADD 1 TO WS-NEAR-EXPIRY-COUNT
               MOVE SPACES TO REPORT-LINE
               IF WS-DAYS-TO-EXPIRY < 0
                   STRING "  " BU-UNIT-NUMBER " " BU-PRODUCT-TYPE
                       " " BU-ABO BU-RH " " BU-EXPIRY-DATE " "
                       BU-STATUS " EXPIRED"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  " BU-UNIT-NUMBER " " BU-PRODUCT-TYPE
                       " " BU-ABO BU-RH " " BU-EXPIRY-DATE " "
                       BU-STATUS " Days " WS-DAYS-TO-EXPIRY
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           IF BU-STATUS = "Available" AND WS-DAYS-TO-EXPIRY >= 0
               MOVE SPACES TO WS-GROUP-KEY
               STRING BU-ABO DELIMITED BY SPACE
                      BU-RH DELIMITED BY SIZE
                      INTO WS-GROUP-KEY
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > 8
                   IF WS-GRP-NAME(WS-GRP-IDX) = WS-GROUP-KEY
                       ADD 1 TO WS-GRP-COUNT(WS-GRP-IDX)
                       ADD 1 TO WS-STOCK-TOTAL
                   END-IF
               END-PERFORM
           END-IF
           .

       FIND-BLOOD-UNIT.
           MOVE "N" TO WS-UNIT-FOUND-FLAG
           MOVE SPACES TO WS-FOUND-STATUS
           OPEN INPUT BLOOD-UNIT-FILE
           IF WS-UNIT-STATUS = "35"
               CLOSE BLOOD-UNIT-FILE
           ELSE
               MOVE "N" TO WS-BU-EOF
               PERFORM UNTIL WS-BU-EOF = "Y"
                   READ BLOOD-UNIT-FILE INTO BLOOD-UNIT-RECORD
                       AT END
                           MOVE "Y" TO WS-BU-EOF
                       NOT AT END
                           IF BU-UNIT-NUMBER = WS-UNIT-NUMBER
                               MOVE "Y" TO WS-UNIT-FOUND-FLAG
                               MOVE BU-STATUS TO WS-FOUND-STATUS
                               MOVE BU-PRODUCT-TYPE TO
                                   WS-FOUND-PRODUCT
                               MOVE BU-ABO TO WS-FOUND-ABO
                               MOVE BU-RH TO WS-FOUND-RH
                               MOVE BU-EXPIRY-DATE TO
                                   WS-FOUND-EXPIRY
                               MOVE BU-XM-REQUEST-ID TO
                                   WS-FOUND-XM-REQUEST
                               MOVE "Y" TO WS-BU-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOOD-UNIT-FILE
           END-IF
           .

       FIND-PATIENT-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-FLAG
           MOVE SPACES TO WS-PATIENT-ABO
           MOVE SPACES TO WS-PATIENT-RH
           OPEN INPUT BLOOD-GROUP-FILE
           IF WS-GROUP-STATUS = "35"
               CLOSE BLOOD-GROUP-FILE
           ELSE
               MOVE "N" TO WS-BG-EOF
               PERFORM UNTIL WS-BG-EOF = "Y"
                   READ BLOOD-GROUP-FILE INTO BLOOD-GROUP-RECORD
                       AT END
                           MOVE "Y" TO WS-BG-EOF
                       NOT AT END
                           IF BG-PATIENT-ID = WS-PATIENT-ID
                               MOVE "Y" TO WS-GROUP-FOUND-FLAG
                               MOVE BG-ABO TO WS-PATIENT-ABO
                               MOVE BG-RH TO WS-PATIENT-RH
                               MOVE "Y" TO WS-BG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOOD-GROUP-FILE
           END-IF
           .

       FIND-CROSSMATCH-REQUEST.
           MOVE "N" TO WS-REQUEST-FOUND-FLAG
           MOVE 0 TO WS-XM-PATIENT-ID
           OPEN INPUT CROSSMATCH-FILE
           IF WS-CROSSMATCH-STATUS = "35"
               CLOSE CROSSMATCH-FILE
           ELSE
               MOVE "N" TO WS-XM-EOF
               PERFORM UNTIL WS-XM-EOF = "Y"
                   READ CROSSMATCH-FILE INTO CROSSMATCH-RECORD
                       AT END
                           MOVE "Y" TO WS-XM-EOF
                       NOT AT END
                           IF XM-REQUEST-ID = WS-REQUEST-ID
                               MOVE "Y" TO WS-REQUEST-FOUND-FLAG
                               MOVE XM-PATIENT-ID TO
                                   WS-XM-PATIENT-ID
                               MOVE XM-PRODUCT-TYPE TO
                                   WS-XM-PRODUCT-TYPE
                               MOVE XM-UNITS-REQUESTED TO
                                   WS-UNITS-REQUESTED
                               MOVE "Y" TO WS-XM-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CROSSMATCH-FILE
           END-IF
           .

      * Units matched so far are those still reserved for the
      * request or already transfused against it.
       COUNT-MATCHED-UNITS.
           MOVE 0 TO WS-UNITS-MATCHED
           OPEN INPUT BLOOD-UNIT-FILE
           IF WS-UNIT-STATUS = "35"
               CLOSE BLOOD-UNIT-FILE
           ELSE
               MOVE "N" TO WS-BU-EOF
               PERFORM UNTIL WS-BU-EOF = "Y"
                   READ BLOOD-UNIT-FILE INTO BLOOD-UNIT-RECORD
                       AT END
                           MOVE "Y" TO WS-BU-EOF
                       NOT AT END
                           IF BU-XM-REQUEST-ID = WS-REQUEST-ID AND
                              (BU-STATUS = "Crossmatched" OR
                               BU-STATUS = "Transfused")
                               ADD 1 TO WS-UNITS-MATCHED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOOD-UNIT-FILE
           END-IF
           .

       REWRITE-BLOOD-UNIT.
           OPEN INPUT BLOOD-UNIT-FILE
           OPEN OUTPUT BLOOD-UNIT-TEMP-FILE
           MOVE "N" TO WS-BU-EOF
           IF WS-UNIT-STATUS NOT = "35"
               PERFORM UNTIL WS-BU-EOF = "Y"
                   READ BLOOD-UNIT-FILE
                       AT END
                           MOVE "Y" TO WS-BU-EOF
                       NOT AT END
                           IF BU-UNIT-NUMBER = WS-UNIT-NUMBER
                               PERFORM APPLY-UNIT-CHANGE
                           END-IF
                           MOVE BLOOD-UNIT-RECORD TO
                               BLOOD-UNIT-TEMP-RECORD
                           WRITE BLOOD-UNIT-TEMP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BLOOD-UNIT-FILE
           CLOSE BLOOD-UNIT-TEMP-FILE

           OPEN INPUT BLOOD-UNIT-TEMP-FILE
           OPEN OUTPUT BLOOD-UNIT-FILE
           MOVE "N" TO WS-BU-EOF
           PERFORM UNTIL WS-BU-EOF = "Y"
               READ BLOOD-UNIT-TEMP-FILE INTO BLOOD-UNIT-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-BU-EOF
                   NOT AT END
                       MOVE BLOOD-UNIT-TEMP-RECORD TO
                           BLOOD-UNIT-RECORD
                       WRITE BLOOD-UNIT-RECORD
               END-READ
           END-PERFORM
           CLOSE BLOOD-UNIT-TEMP-FILE
           CLOSE BLOOD-UNIT-FILE
           MOVE "N" TO WS-BU-EOF
           .

      * The change applied by REWRITE-BLOOD-UNIT to the matched
      * unit, chosen by whichever action is in WS-UNIT-ACTION.
       APPLY-UNIT-CHANGE.
           EVALUATE WS-UNIT-ACTION
               WHEN "XMATCH"
                   MOVE "Crossmatched" TO BU-STATUS
                   MOVE WS-REQUEST-ID TO BU-XM-REQUEST-ID
               WHEN "TRANSFUSE"
                   MOVE "Transfused" TO BU-STATUS
                   MOVE WS-REQUEST-ID TO BU-XM-REQUEST-ID
               WHEN "DISCARD"
                   MOVE "Discarded" TO BU-STATUS
           END-EVALUATE
           .

      * A deceased patient fails validation the same way a missing
      * one does; the caller tells the two apart off
      * WS-PATIENT-DECEASED-FLAG for its message.
       VALIDATE-PATIENT-ID.
           MOVE "N" TO WS-PATIENT-VALID-FLAG
           MOVE "N" TO WS-PATIENT-DECEASED-FLAG
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE WS-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PATIENT-VALID-FLAG
                   NOT INVALID KEY
                       IF PM-DECEASED-FLAG = "Y"
                           MOVE "Y" TO WS-PATIENT-DECEASED-FLAG
                       ELSE
                           MOVE "Y" TO WS-PATIENT-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           .

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
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
           MOVE "BLOOD-BANK" TO AUDIT-PROGRAM
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
       END PROGRAM BLOOD-BANK.
