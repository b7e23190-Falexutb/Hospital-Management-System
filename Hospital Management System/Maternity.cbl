      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maternity - delivery record against the mother's
      *          stay, registration of the newborn as a patient with
      *          its own admission in the mother's ward, the
      *          permanent mother/baby link, and the monthly births
      *          register
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATERNITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per baby delivered - twins are two deliveries
      * against the same stay.
           SELECT DELIVERY-FILE ASSIGN TO "/data/deliveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.
      * Mother/baby link - kept for good, whatever happens to the
      * stays, so billing and follow-up can always find the pair.
           SELECT MOTHER-BABY-FILE ASSIGN TO "/data/mother_baby.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTHER-BABY-STATUS.
      * Patient master (owned by PATIENT-RECORDS) - read for the
      * mother, written for the newborn.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * Admission file (owned by ADMISSIONS) - read for the
      * mother's stay, written for the newborn's.
           SELECT ADMISSION-FILE ASSIGN TO "/data/admissions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADMISSION-ID
               FILE STATUS IS WS-ADMISSION-STATUS.
           SELECT DOCTOR-FILE ASSIGN TO "/data/doctors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DOCTOR-ID
               FILE STATUS IS WS-DOCTOR-FILE-STATUS.
      * Outbound ADT event queue (owned by ADT-SENDER) - the
      * newborn's admission is announced like any other.
           SELECT ADT-QUEUE-FILE ASSIGN TO "/data/adt_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-QUEUE-STATUS.
           SELECT BIRTHS-REPORT-FILE
               ASSIGN TO "/data/births_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-ID           PIC X(16).
           05  SESSION-USERNAME     PIC X(20).
           05  SESSION-START-DATE   PIC 9(8).
           05  SESSION-START-TIME   PIC 9(8).
           05  SESSION-LAST-DATE    PIC 9(8).
           05  SESSION-LAST-TIME    PIC 9(8).
           05  SESSION-STATE        PIC X(10).

      * DL-DELIVERY-TYPE: SVD spontaneous vaginal, INST instrumental
      * (forceps/ventouse), ELCS elective caesarean, EMCS emergency
      * caesarean.  Birth weight is in grams.
       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD.
           05  DL-DELIVERY-ID       PIC 9(8).
           05  DL-MOTHER-ID         PIC 9(8).
           05  DL-ADMISSION-ID      PIC 9(8).
           05  DL-DELIVERY-DATE     PIC X(10).
           05  DL-DELIVERY-TIME     PIC X(5).
           05  DL-DELIVERY-TYPE     PIC X(4).
           05  DL-BIRTH-WEIGHT      PIC 9(4).
           05  DL-BABY-SEX          PIC X.
           05  DL-DOCTOR-ID         PIC 9(8).
           05  DL-BABY-ID           PIC 9(8).
           05  DL-BABY-ADMISSION-ID PIC 9(8).
           05  DL-SITE-CODE         PIC X(4).
           05  DL-RECORDED-BY       PIC X(20).

       FD  MOTHER-BABY-FILE.
       01  MOTHER-BABY-RECORD.
           05  MB-MOTHER-ID         PIC 9(8).
           05  MB-BABY-ID           PIC 9(8).
           05  MB-DELIVERY-ID       PIC 9(8).
           05  MB-BIRTH-DATE        PIC X(10).

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

       FD  DOCTOR-FILE.
       01  DOCTOR-RECORD.
           05  DM-DOCTOR-ID          PIC 9(8).
           05  DM-FIRST-NAME         PIC X(20).
           05  DM-LAST-NAME          PIC X(30).
           05  DM-SPECIALTY          PIC X(30).
           05  DM-ACTIVE-FLAG        PIC X.

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

       FD  BIRTHS-REPORT-FILE.
       01  BIRTHS-LINE              PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
           05  AUDIT-TIME           PIC X(8).
           05  AUDIT-PROGRAM        PIC X(20).
           05  AUDIT-ACTION         PIC X(10).
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
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-DL-EOF                PIC X VALUE "N".
       77  USER-CHOICE              PIC 9.
       77  WS-DELIVERY-STATUS       PIC XX VALUE "00".
       77  WS-MOTHER-BABY-STATUS    PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-DOCTOR-FILE-STATUS    PIC XX VALUE "00".
       77  WS-ADT-QUEUE-STATUS      PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-DELIVERY-ID           PIC 9(8).
       77  WS-ADMISSION-ID          PIC 9(8).
       77  WS-MOTHER-ID             PIC 9(8).
       77  WS-DELIVERY-DATE         PIC X(10).
       77  WS-DELIVERY-TIME         PIC X(5).
       77  WS-DELIVERY-TYPE         PIC X(4).
       77  WS-BIRTH-WEIGHT          PIC 9(4).
       77  WS-BABY-SEX              PIC X.
       77  WS-DOCTOR-ID             PIC 9(8).
       77  WS-BABY-ID               PIC 9(8).
       77  WS-BABY-ADMISSION-ID     PIC 9(8).
       77  WS-BABY-FIRST-NAME       PIC X(20).
       77  WS-WARD                  PIC X(20).
       77  WS-SITE-CODE             PIC X(4).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-CONFIRM               PIC X.
       77  WS-ADMISSION-VALID-FLAG  PIC X VALUE "N".
       77  WS-MOTHER-VALID-FLAG     PIC X VALUE "N".
       77  WS-DOCTOR-VALID-FLAG     PIC X VALUE "N".
       77  WS-DELIVERY-DUP-FLAG     PIC X VALUE "N".
       77  WS-BABY-DUP-FLAG         PIC X VALUE "N".
       77  WS-BABY-ADM-DUP-FLAG     PIC X VALUE "N".
       77  WS-WRITE-OK-FLAG         PIC X VALUE "N".
       77  WS-FOUND-FLAG            PIC X VALUE "N".
       77  WS-MOTHER-ADMIT-DATE     PIC X(10).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-NOW-TIME-RAW          PIC 9(8).
       77  WS-MONTH                 PIC X(7).
       77  WS-BIRTH-COUNT           PIC 9(5) VALUE 0.
       77  WS-LOW-WEIGHT-COUNT      PIC 9(5) VALUE 0.
       77  WS-SVD-COUNT             PIC 9(5) VALUE 0.
       77  WS-INST-COUNT            PIC 9(5) VALUE 0.
       77  WS-ELCS-COUNT            PIC 9(5) VALUE 0.
       77  WS-EMCS-COUNT            PIC 9(5) VALUE 0.
       77  WS-MOTHER-NAME           PIC X(20).
       77  WS-BABY-NAME             PIC X(20).
       77  WS-ADT-DATE-RAW          PIC 9(8).
       77  WS-ADT-TIME-RAW          PIC 9(8).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * Below this a baby is low birth weight (grams).
       78  WS-LOW-BIRTH-WEIGHT      VALUE 2500.
      * The mother's master record, copied to the newborn.
       01  WS-MOTHER-RECORD.
           05  WS-MO-FIRST-NAME     PIC X(20).
           05  WS-MO-LAST-NAME      PIC X(30).
           05  WS-MO-STREET         PIC X(50).
           05  WS-MO-CITY           PIC X(20).
           05  WS-MO-PHONE          PIC 9(10).
           05  WS-MO-EC-NAME        PIC X(30).
           05  WS-MO-EC-RELATIONSHIP PIC X(15).
           05  WS-MO-EC-PHONE       PIC 9(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Maternity"
               DISPLAY "1. Record Delivery and Register Newborn"
               DISPLAY "2. Read Deliveries for a Mother"
               DISPLAY "3. Mother / Baby Link Lookup"
               DISPLAY "4. Monthly Births Register"
               DISPLAY "5. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM RECORD-DELIVERY
                   WHEN 2
                       PERFORM READ-DELIVERIES
                   WHEN 3
                       PERFORM LINK-LOOKUP
                   WHEN 4
                       PERFORM BIRTHS-REGISTER
                   WHEN 5
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * The delivery is recorded against the mother's current stay.
      * The newborn is registered as a patient at the mother's
      * address with her emergency contact, and admitted to the
      * mother's ward and site on a cot (bed 0) beside her.
       RECORD-DELIVERY.
           DISPLAY "Enter Delivery ID: "
           ACCEPT WS-DELIVERY-ID
           DISPLAY "Enter Mother's Admission ID: "
           ACCEPT WS-ADMISSION-ID
           PERFORM VALIDATE-MOTHER-ADMISSION
           IF WS-ADMISSION-VALID-FLAG = "N"
               DISPLAY "Delivery Failed: Admission " WS-ADMISSION-ID
                       " not found or not currently admitted."
           ELSE
               PERFORM LOAD-MOTHER
               DISPLAY "Mother " WS-MOTHER-ID "  "
                       WS-MO-FIRST-NAME " " WS-MO-LAST-NAME
               DISPLAY "Ward " WS-WARD "  Site " WS-SITE-CODE
               PERFORM GET-DELIVERY-INPUT
               PERFORM CHECK-DELIVERY-DUPLICATES
               PERFORM VALIDATE-DOCTOR-ID
               EVALUATE TRUE
                   WHEN WS-DELIVERY-ID = 0
                       DISPLAY "Delivery Failed: Delivery ID is "
                               "required."
                   WHEN WS-DELIVERY-DUP-FLAG = "Y"
                       DISPLAY "Delivery Failed: Delivery ID "
                               WS-DELIVERY-ID " is already in use."
                   WHEN WS-MOTHER-VALID-FLAG = "N"
                       DISPLAY "Delivery Failed: mother "
                               WS-MOTHER-ID " not on the patient "
                               "master or marked deceased."
                   WHEN WS-DELIVERY-DATE = SPACES OR
                        WS-DELIVERY-TIME = SPACES
                       DISPLAY "Delivery Failed: delivery date and "
                               "time are required."
                   WHEN WS-DELIVERY-DATE < WS-MOTHER-ADMIT-DATE
                       DISPLAY "Delivery Failed: delivery date is "
                               "before the admission date "
                               WS-MOTHER-ADMIT-DATE
                   WHEN WS-DELIVERY-TYPE NOT = "SVD" AND
                        WS-DELIVERY-TYPE NOT = "INST" AND
                        WS-DELIVERY-TYPE NOT = "ELCS" AND
                        WS-DELIVERY-TYPE NOT = "EMCS"
                       DISPLAY "Delivery Failed: delivery type must "
                               "be SVD, INST, ELCS or EMCS."
                   WHEN WS-BIRTH-WEIGHT < 200 OR
                        WS-BIRTH-WEIGHT > 7000
                       DISPLAY "Delivery Failed: birth weight "
                               WS-BIRTH-WEIGHT " grams is out of "
                               "range."
                   WHEN WS-BABY-SEX NOT = "M" AND
                        WS-BABY-SEX NOT = "F" AND
                        WS-BABY-SEX NOT = "U"
                       DISPLAY "Delivery Failed: sex must be M, F "
                               "or U."
                   WHEN WS-DOCTOR-VALID-FLAG = "N"
                       DISPLAY "Delivery Failed: Doctor ID "
                               WS-DOCTOR-ID " not found or inactive."
                   WHEN WS-BABY-ID = 0 OR WS-BABY-DUP-FLAG = "Y"
                       DISPLAY "Delivery Failed: newborn Patient ID "
                               WS-BABY-ID " is missing or already "
                               "in use."
                   WHEN WS-BABY-ADMISSION-ID = 0 OR
                        WS-BABY-ADM-DUP-FLAG = "Y"
                       DISPLAY "Delivery Failed: newborn Admission "
                               "ID " WS-BABY-ADMISSION-ID
                               " is missing or already in use."
                   WHEN OTHER
                       PERFORM REGISTER-NEWBORN
               END-EVALUATE
           END-IF
           .

       GET-DELIVERY-INPUT.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           DISPLAY "Enter Delivery Date (YYYY-MM-DD, blank for "
                   "today): "
           ACCEPT WS-DELIVERY-DATE
           IF WS-DELIVERY-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-DELIVERY-DATE
           END-IF
           DISPLAY "Enter Delivery Time (HH:MM): "
           ACCEPT WS-DELIVERY-TIME
           DISPLAY "Enter Delivery Type (SVD/INST/ELCS/EMCS): "
           ACCEPT WS-DELIVERY-TYPE
           DISPLAY "Enter Birth Weight (grams): "
           ACCEPT WS-BIRTH-WEIGHT
           DISPLAY "Enter Sex of Baby (M/F/U): "
           ACCEPT WS-BABY-SEX
           DISPLAY "Enter Attending Doctor ID: "
           ACCEPT WS-DOCTOR-ID
           DISPLAY "Enter Newborn Patient ID: "
           ACCEPT WS-BABY-ID
           DISPLAY "Enter Newborn First Name (blank for Baby): "
           ACCEPT WS-BABY-FIRST-NAME
           IF WS-BABY-FIRST-NAME = SPACES
               MOVE "Baby" TO WS-BABY-FIRST-NAME
           END-IF
           DISPLAY "Enter Newborn Admission ID: "
           ACCEPT WS-BABY-ADMISSION-ID
           .

      * Leaves the mother's stay in ADMISSION-RECORD for the caller.
       VALIDATE-MOTHER-ADMISSION.
           MOVE "N" TO WS-ADMISSION-VALID-FLAG
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS NOT = "35"
               MOVE WS-ADMISSION-ID TO AD-ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ADMISSION-VALID-FLAG
                   NOT INVALID KEY
                       IF AD-STATUS = "Admitted"
                           MOVE "Y" TO WS-ADMISSION-VALID-FLAG
                           MOVE AD-PATIENT-ID TO WS-MOTHER-ID
                           MOVE AD-WARD TO WS-WARD
                           MOVE AD-SITE-CODE TO WS-SITE-CODE
                           MOVE AD-ADMIT-DATE TO WS-MOTHER-ADMIT-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE ADMISSION-FILE
           .

       LOAD-MOTHER.
           MOVE "N" TO WS-MOTHER-VALID-FLAG
           MOVE SPACES TO WS-MOTHER-RECORD
           MOVE 0 TO WS-MO-PHONE
           MOVE 0 TO WS-MO-EC-PHONE
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE WS-MOTHER-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MOTHER-VALID-FLAG
                   NOT INVALID KEY
                       IF PM-DECEASED-FLAG NOT = "Y"
                           MOVE "Y" TO WS-MOTHER-VALID-FLAG
                       END-IF
                       MOVE PM-FIRST-NAME TO WS-MO-FIRST-NAME
                       MOVE PM-LAST-NAME TO WS-MO-LAST-NAME
                       MOVE PM-STREET TO WS-MO-STREET
                       MOVE PM-CITY TO WS-MO-CITY
                       MOVE PM-PHONE-NUMBER TO WS-MO-PHONE
                       MOVE PM-EC-NAME TO WS-MO-EC-NAME
                       MOVE PM-EC-RELATIONSHIP TO
                           WS-MO-EC-RELATIONSHIP
                       MOVE PM-EC-PHONE TO WS-MO-EC-PHONE
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           .

       CHECK-DELIVERY-DUPLICATES.
           MOVE "N" TO WS-DELIVERY-DUP-FLAG
           MOVE "N" TO WS-BABY-DUP-FLAG
           MOVE "N" TO WS-BABY-ADM-DUP-FLAG
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "35"
               CLOSE DELIVERY-FILE
           ELSE
               MOVE "N" TO WS-DL-EOF
               PERFORM UNTIL WS-DL-EOF = "Y"
                   READ DELIVERY-FILE INTO DELIVERY-RECORD
                       AT END
                           MOVE "Y" TO WS-DL-EOF
                       NOT AT END
                           IF DL-DELIVERY-ID = WS-DELIVERY-ID
                               MOVE "Y" TO WS-DELIVERY-DUP-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-FILE
           END-IF
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE WS-BABY-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-BABY-DUP-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BABY-DUP-FLAG
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS NOT = "35"
               MOVE WS-BABY-ADMISSION-ID TO AD-ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       MOVE "N" TO WS-BABY-ADM-DUP-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BABY-ADM-DUP-FLAG
               END-READ
           END-IF
           CLOSE ADMISSION-FILE
           .

       VALIDATE-DOCTOR-ID.
           MOVE "N" TO WS-DOCTOR-VALID-FLAG
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS NOT = "35"
               MOVE WS-DOCTOR-ID TO DM-DOCTOR-ID
               READ DOCTOR-FILE
                   INVALID KEY
                       MOVE "N" TO WS-DOCTOR-VALID-FLAG
                   NOT INVALID KEY
                       IF DM-ACTIVE-FLAG = "Y"
                           MOVE "Y" TO WS-DOCTOR-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE DOCTOR-FILE
           .

      * Patient first, then the stay, then the delivery and link -
      * a failure part way leaves nothing pointing at a record that
      * was never written.
       REGISTER-NEWBORN.
           MOVE "N" TO WS-WRITE-OK-FLAG
           OPEN I-O PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS = "35"
               CLOSE PATIENT-MASTER-FILE
               OPEN OUTPUT PATIENT-MASTER-FILE
           END-IF
           MOVE WS-BABY-ID TO PM-PATIENT-ID
           MOVE WS-BABY-FIRST-NAME TO PM-FIRST-NAME
           MOVE WS-MO-LAST-NAME TO PM-LAST-NAME
           MOVE WS-DELIVERY-DATE TO PM-PATIENT-DOB
           MOVE WS-MO-STREET TO PM-STREET
           MOVE WS-MO-CITY TO PM-CITY
           MOVE WS-MO-PHONE TO PM-PHONE-NUMBER
           MOVE SPACES TO PM-COND
           MOVE WS-MO-EC-NAME TO PM-EC-NAME
           MOVE WS-MO-EC-RELATIONSHIP TO PM-EC-RELATIONSHIP
           MOVE WS-MO-EC-PHONE TO PM-EC-PHONE
           MOVE "N" TO PM-DECEASED-FLAG
           MOVE SPACES TO PM-DECEASED-DATE
           WRITE PATIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Patient ID " WS-BABY-ID
                           " is already in use - delivery not "
                           "recorded."
               NOT INVALID KEY
                   MOVE "PATIENTS" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE PATIENT-MASTER-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   MOVE "Y" TO WS-WRITE-OK-FLAG
           END-WRITE
           CLOSE PATIENT-MASTER-FILE
           IF WS-WRITE-OK-FLAG = "Y"
               MOVE "CREATE" TO WS-AUDIT-ACTION
               MOVE WS-BABY-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-NEWBORN-ADMISSION
           END-IF
           IF WS-WRITE-OK-FLAG = "Y"
               PERFORM WRITE-DELIVERY-RECORD
               DISPLAY "Delivery " WS-DELIVERY-ID " recorded."
               DISPLAY "Newborn Patient " WS-BABY-ID
                       " admitted as Admission "
                       WS-BABY-ADMISSION-ID " to " WS-WARD
           END-IF
           .

       WRITE-NEWBORN-ADMISSION.
           MOVE "N" TO WS-WRITE-OK-FLAG
           OPEN I-O ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               CLOSE ADMISSION-FILE
               OPEN OUTPUT ADMISSION-FILE
           END-IF
           MOVE WS-BABY-ADMISSION-ID TO AD-ADMISSION-ID
           MOVE WS-BABY-ID TO AD-PATIENT-ID
           MOVE WS-WARD TO AD-WARD
           MOVE 0 TO AD-BED-NUMBER
           MOVE WS-DELIVERY-DATE TO AD-ADMIT-DATE
           MOVE WS-DELIVERY-TIME TO AD-ADMIT-TIME
           MOVE SPACES TO AD-DISCHARGE-DATE
           MOVE SPACES TO AD-DISCHARGE-TIME
           MOVE "Admitted" TO AD-STATUS
           MOVE WS-SITE-CODE TO AD-SITE-CODE
           MOVE SPACES TO AD-EXPECTED-DISCH
           MOVE SPACES TO AD-DIET-CODE
           MOVE 0 TO AD-READMIT-OF
           WRITE ADMISSION-RECORD
               INVALID KEY
                   DISPLAY "Admission ID " WS-BABY-ADMISSION-ID
                           " is already in use - newborn registered "
                           "as Patient " WS-BABY-ID
                           " but not admitted."
               NOT INVALID KEY
                   MOVE "ADMISSIONS" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE ADMISSION-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   MOVE "Y" TO WS-WRITE-OK-FLAG
           END-WRITE
           CLOSE ADMISSION-FILE
           IF WS-WRITE-OK-FLAG = "Y"
               MOVE "ADMIT" TO WS-AUDIT-ACTION
               MOVE WS-BABY-ADMISSION-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               MOVE "A01" TO ADT-EVENT-TYPE
               MOVE WS-BABY-ID TO ADT-PATIENT-ID
               MOVE WS-BABY-ADMISSION-ID TO ADT-VISIT-ID
               MOVE WS-WARD TO ADT-WARD
               MOVE 0 TO ADT-BED
               MOVE SPACES TO ADT-PRIOR-WARD
               MOVE 0 TO ADT-PRIOR-BED
               MOVE WS-SITE-CODE TO ADT-SITE-CODE
               PERFORM WRITE-ADT-EVENT
           END-IF
           .

       WRITE-DELIVERY-RECORD.
           MOVE WS-DELIVERY-ID TO DL-DELIVERY-ID
           MOVE WS-MOTHER-ID TO DL-MOTHER-ID
           MOVE WS-ADMISSION-ID TO DL-ADMISSION-ID
           MOVE WS-DELIVERY-DATE TO DL-DELIVERY-DATE
           MOVE WS-DELIVERY-TIME TO DL-DELIVERY-TIME
           MOVE WS-DELIVERY-TYPE TO DL-DELIVERY-TYPE
           MOVE WS-BIRTH-WEIGHT TO DL-BIRTH-WEIGHT
           MOVE WS-BABY-SEX TO DL-BABY-SEX
           MOVE WS-DOCTOR-ID TO DL-DOCTOR-ID
           MOVE WS-BABY-ID TO DL-BABY-ID
           MOVE WS-BABY-ADMISSION-ID TO DL-BABY-ADMISSION-ID
           MOVE WS-SITE-CODE TO DL-SITE-CODE
           MOVE WS-SESSION-USER TO DL-RECORDED-BY
           OPEN EXTEND DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "35"
               CLOSE DELIVERY-FILE
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           WRITE DELIVERY-RECORD
           CLOSE DELIVERY-FILE
           MOVE WS-MOTHER-ID TO MB-MOTHER-ID
           MOVE WS-BABY-ID TO MB-BABY-ID
           MOVE WS-DELIVERY-ID TO MB-DELIVERY-ID
           MOVE WS-DELIVERY-DATE TO MB-BIRTH-DATE
           OPEN EXTEND MOTHER-BABY-FILE
           IF WS-MOTHER-BABY-STATUS = "35"
               CLOSE MOTHER-BABY-FILE
               OPEN OUTPUT MOTHER-BABY-FILE
           END-IF
           WRITE MOTHER-BABY-RECORD
           CLOSE MOTHER-BABY-FILE
           MOVE "DELIVERY" TO WS-AUDIT-ACTION
           MOVE WS-DELIVERY-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           .

       READ-DELIVERIES.
           DISPLAY "Enter Mother's Patient ID: "
           ACCEPT WS-MOTHER-ID
           MOVE "N" TO WS-FOUND-FLAG
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "35"
               DISPLAY "No deliveries on file."
               CLOSE DELIVERY-FILE
           ELSE
               MOVE "N" TO WS-DL-EOF
               PERFORM UNTIL WS-DL-EOF = "Y"
                   READ DELIVERY-FILE INTO DELIVERY-RECORD
                       AT END
                           MOVE "Y" TO WS-DL-EOF
                       NOT AT END
                           IF DL-MOTHER-ID = WS-MOTHER-ID
                               MOVE "Y" TO WS-FOUND-FLAG
                               DISPLAY "Delivery " DL-DELIVERY-ID
                                       "  " DL-DELIVERY-DATE " "
                                       DL-DELIVERY-TIME "  "
                                       DL-DELIVERY-TYPE "  "
                                       DL-BIRTH-WEIGHT "g  Sex "
                                       DL-BABY-SEX
                               DISPLAY "  Stay " DL-ADMISSION-ID
                                       "  Doctor " DL-DOCTOR-ID
                                       "  Baby " DL-BABY-ID
                                       "  Baby stay "
                                       DL-BABY-ADMISSION-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-FILE
               IF WS-FOUND-FLAG = "N"
                   DISPLAY "No deliveries for Patient " WS-MOTHER-ID
               END-IF
           END-IF
           .

      * Works from either side: a mother lists her babies, a baby
      * shows its mother.
       LINK-LOOKUP.
           DISPLAY "Enter Patient ID (mother or baby): "
           ACCEPT WS-PATIENT-ID
           MOVE "N" TO WS-FOUND-FLAG
           OPEN INPUT MOTHER-BABY-FILE
           IF WS-MOTHER-BABY-STATUS = "35"
               DISPLAY "No mother/baby links on file."
               CLOSE MOTHER-BABY-FILE
           ELSE
               MOVE "N" TO WS-DL-EOF
               PERFORM UNTIL WS-DL-EOF = "Y"
                   READ MOTHER-BABY-FILE INTO MOTHER-BABY-RECORD
                       AT END
                           MOVE "Y" TO WS-DL-EOF
                       NOT AT END
                           IF MB-MOTHER-ID = WS-PATIENT-ID
                               MOVE "Y" TO WS-FOUND-FLAG
                               DISPLAY "Baby " MB-BABY-ID
                                       "  born " MB-BIRTH-DATE
                                       "  Delivery " MB-DELIVERY-ID
                           END-IF
                           IF MB-BABY-ID = WS-PATIENT-ID
                               MOVE "Y" TO WS-FOUND-FLAG
                               DISPLAY "Mother " MB-MOTHER-ID
                                       "  born " MB-BIRTH-DATE
                                       "  Delivery " MB-DELIVERY-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOTHER-BABY-FILE
               IF WS-FOUND-FLAG = "N"
                   DISPLAY "No mother/baby link for Patient "
                           WS-PATIENT-ID
               END-IF
           END-IF
           .

      * Every birth recorded in the month, with the mix of delivery
      * types and the low-birth-weight count.
       BIRTHS-REGISTER.
           DISPLAY "Enter Month (YYYY-MM, blank for current): "
           ACCEPT WS-MONTH
           IF WS-MONTH = SPACES
               ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
               STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2)
                      DELIMITED BY SIZE INTO WS-MONTH
           END-IF
           MOVE 0 TO WS-BIRTH-COUNT
           MOVE 0 TO WS-LOW-WEIGHT-COUNT
           MOVE 0 TO WS-SVD-COUNT
           MOVE 0 TO WS-INST-COUNT
           MOVE 0 TO WS-ELCS-COUNT
           MOVE 0 TO WS-EMCS-COUNT
           OPEN OUTPUT BIRTHS-REPORT-FILE
           MOVE "Hospital Management System" TO BIRTHS-LINE
           WRITE BIRTHS-LINE
           MOVE SPACES TO BIRTHS-LINE
           STRING "Births Register - " WS-MONTH
                  DELIMITED BY SIZE INTO BIRTHS-LINE
           WRITE BIRTHS-LINE
           MOVE ALL "-" TO BIRTHS-LINE
           WRITE BIRTHS-LINE
           MOVE "Date       Time  Baby     Name         Sx Wt(g) Type"
               TO BIRTHS-LINE
           MOVE " Mother   Name" TO BIRTHS-LINE(53:14)
           WRITE BIRTHS-LINE
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "35"
               CLOSE DELIVERY-FILE
           ELSE
               OPEN INPUT PATIENT-MASTER-FILE
               MOVE "N" TO WS-DL-EOF
               PERFORM UNTIL WS-DL-EOF = "Y"
                   READ DELIVERY-FILE INTO DELIVERY-RECORD
                       AT END
                           MOVE "Y" TO WS-DL-EOF
                       NOT AT END
                           IF DL-DELIVERY-DATE(1:7) = WS-MONTH
                               PERFORM WRITE-BIRTH-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-MASTER-FILE
               CLOSE DELIVERY-FILE
           END-IF
           MOVE ALL "-" TO BIRTHS-LINE
           WRITE BIRTHS-LINE
           MOVE SPACES TO BIRTHS-LINE
           STRING "Births: " WS-BIRTH-COUNT
                  "   Low birth weight (under 2500g): "
                  WS-LOW-WEIGHT-COUNT
                  DELIMITED BY SIZE INTO BIRTHS-LINE
           WRITE BIRTHS-LINE
           MOVE SPACES TO BIRTHS-LINE
           STRING "SVD " WS-SVD-COUNT "   INST " WS-INST-COUNT
                  "   ELCS " WS-ELCS-COUNT "   EMCS " WS-EMCS-COUNT
                  DELIMITED BY SIZE INTO BIRTHS-LINE
           WRITE BIRTHS-LINE
           CLOSE BIRTHS-REPORT-FILE
           DISPLAY "Births in " WS-MONTH ": " WS-BIRTH-COUNT
           DISPLAY "Report written to /data/births_register.txt"
           .

       WRITE-BIRTH-LINE.
           ADD 1 TO WS-BIRTH-COUNT
           IF DL-BIRTH-WEIGHT < WS-LOW-BIRTH-WEIGHT
               ADD 1 TO WS-LOW-WEIGHT-COUNT
           END-IF
           EVALUATE DL-DELIVERY-TYPE
               WHEN "SVD"
                   ADD 1 TO WS-SVD-COUNT
               WHEN "INST"
                   ADD 1 TO WS-INST-COUNT
               WHEN "ELCS"
                   ADD 1 TO WS-ELCS-COUNT
               WHEN "EMCS"
                   ADD 1 TO WS-EMCS-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-BABY-NAME
           MOVE SPACES TO WS-MOTHER-NAME
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE DL-BABY-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-FIRST-NAME TO WS-BABY-NAME
               END-READ
               MOVE DL-MOTHER-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-LAST-NAME TO WS-MOTHER-NAME
               END-READ
           END-IF
           MOVE SPACES TO BIRTHS-LINE
           STRING DL-DELIVERY-DATE " " DL-DELIVERY-TIME " "
                  DL-BABY-ID " " WS-BABY-NAME(1:12) " "
                  DL-BABY-SEX "  " DL-BIRTH-WEIGHT "  "
                  DL-DELIVERY-TYPE " " DL-MOTHER-ID " "
                  WS-MOTHER-NAME(1:14)
                  DELIMITED BY SIZE INTO BIRTHS-LINE
           WRITE BIRTHS-LINE
           .

       WRITE-ADT-EVENT.
           ACCEPT WS-ADT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-ADT-TIME-RAW FROM TIME
           STRING WS-ADT-DATE-RAW(1:4) "-" WS-ADT-DATE-RAW(5:2)
                  "-" WS-ADT-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO ADT-EVENT-DATE
           MOVE WS-ADT-TIME-RAW TO ADT-EVENT-TIME
           MOVE "MATERNITY" TO ADT-SOURCE
           MOVE SPACES TO ADT-LAST-NAME
           MOVE SPACES TO ADT-FIRST-NAME
           MOVE SPACES TO ADT-DOB
           MOVE SPACES TO ADT-STREET
           MOVE SPACES TO ADT-CITY
           MOVE 0 TO ADT-PHONE
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE ADT-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-LAST-NAME TO ADT-LAST-NAME
                       MOVE PM-FIRST-NAME TO ADT-FIRST-NAME
                       MOVE PM-PATIENT-DOB TO ADT-DOB
                       MOVE PM-STREET TO ADT-STREET
                       MOVE PM-CITY TO ADT-CITY
                       MOVE PM-PHONE-NUMBER TO ADT-PHONE
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           MOVE "N" TO ADT-SENT-FLAG
           MOVE SPACES TO ADT-SENT-DATE
           OPEN EXTEND ADT-QUEUE-FILE
           IF WS-ADT-QUEUE-STATUS = "35"
               CLOSE ADT-QUEUE-FILE
               OPEN OUTPUT ADT-QUEUE-FILE
           END-IF
           WRITE ADT-EVENT-RECORD
           CLOSE ADT-QUEUE-FILE
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
           MOVE "MATERNITY" TO JR-PROGRAM
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
           STRING WS-AUDIT-DATE-RAW(1:4) "-" WS-AUDIT-DATE-RAW(5:2)
                  "-" WS-AUDIT-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO AUDIT-DATE
           MOVE WS-AUDIT-TIME-RAW TO AUDIT-TIME
           MOVE "MATERNITY" TO AUDIT-PROGRAM
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
       END PROGRAM MATERNITY.
