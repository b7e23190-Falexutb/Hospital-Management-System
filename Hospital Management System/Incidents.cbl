      ******************************************************************
      * Author:
      * Date:
      * Purpose: Clinical incident reporting - falls, medication
      *          errors, pressure ulcers and equipment failures with
      *          optional patient / admission / medication order
      *          links, an investigation workflow (investigator,
      *          actions, closure) and the monthly risk report
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * One record per incident.  Status moves Reported ->
      * Investigating (investigator assigned) -> Closed.
           SELECT INCIDENT-FILE ASSIGN TO "/data/incidents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT INCIDENT-TEMP-FILE
               ASSIGN TO "/data/incidents_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Investigation actions and closure findings, one record per
      * entry, in the order they were recorded.
           SELECT INCIDENT-ACTION-FILE
               ASSIGN TO "/data/incident_actions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-ACTION-STATUS.
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
      * Read-only view onto MED-ORDER-FILE (owned by MEDICATIONS).
           SELECT MED-ORDER-FILE ASSIGN TO "/data/med_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MED-ORDER-STATUS.
      * Read-only view onto SITE-FILE (owned by LOCATION-MASTER).
           SELECT SITE-FILE ASSIGN TO "/data/sites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
      * Read-only view onto USER-FILE (owned by ACCESS-CONTROL) -
      * an investigator must be a system user.
           SELECT USER-FILE ASSIGN TO "/data\users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "/data/incident_risk_report.txt"
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

      * Severity runs 1 (no harm) to 5 (death).  The links to a
      * patient, admission and medication order are each zero when
      * not applicable.
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  IN-INCIDENT-ID       PIC 9(8).
           05  IN-DATE              PIC X(10).
           05  IN-TIME              PIC X(5).
           05  IN-SITE-CODE         PIC X(4).
           05  IN-WARD              PIC X(20).
           05  IN-CATEGORY          PIC X(20).
           05  IN-SEVERITY          PIC 9.
           05  IN-DESCRIPTION       PIC X(60).
           05  IN-REPORTED-BY       PIC X(20).
           05  IN-PATIENT-ID        PIC 9(8).
           05  IN-ADMISSION-ID      PIC 9(8).
           05  IN-MED-ORDER-ID      PIC 9(8).
           05  IN-INVESTIGATOR      PIC X(20).
           05  IN-STATUS            PIC X(13).
           05  IN-DUE-DATE          PIC X(10).
           05  IN-CLOSED-DATE       PIC X(10).

       FD  INCIDENT-TEMP-FILE.
       01  INCIDENT-TEMP-RECORD     PIC X(225).

       FD  INCIDENT-ACTION-FILE.
       01  INCIDENT-ACTION-RECORD.
           05  IA-INCIDENT-ID       PIC 9(8).
           05  IA-DATE              PIC X(10).
           05  IA-USER              PIC X(20).
           05  IA-TYPE              PIC X(7).
           05  IA-TEXT              PIC X(60).

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

       FD  MED-ORDER-FILE.
       01  MED-ORDER-RECORD.
           05  MED-ORDER-ID         PIC 9(8).
           05  MED-ADMISSION-ID     PIC 9(8).
           05  MED-PATIENT-ID       PIC 9(8).
           05  MED-DRUG-CODE        PIC X(10).
           05  MED-DOSE             PIC X(20).
           05  MED-FREQUENCY        PIC X(10).
           05  MED-START-DATE       PIC X(10).
           05  MED-STOP-DATE        PIC X(10).
           05  MED-DOCTOR-ID        PIC 9(8).
           05  MED-BILLED-FLAG      PIC X.

       FD  SITE-FILE.
       01  SITE-RECORD.
           05  ST-SITE-CODE         PIC X(4).
           05  ST-SITE-NAME         PIC X(30).
           05  ST-ACTIVE-FLAG       PIC X.

       FD  USER-FILE.
       01  USER-RECORD.
           05  USER-ID              PIC 9(8).
           05  USERNAME             PIC X(20).
           05  ROLE                 PIC X(3).
           05  USER-PASSWORD        PIC X(20).
           05  USER-PW-DATE         PIC X(10).
           05  USER-FAIL-COUNT      PIC 9(2).
           05  USER-ACCT-STATUS     PIC X.
           05  USER-MUST-CHANGE     PIC X.
           05  USER-LAST-LOGIN      PIC X(10).

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
       77  WS-INCIDENT-STATUS       PIC XX VALUE "00".
       77  WS-INCIDENT-ACTION-STATUS PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-MED-ORDER-STATUS      PIC XX VALUE "00".
       77  WS-SITE-STATUS           PIC XX VALUE "00".
       77  WS-USER-FILE-STATUS      PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-INCIDENT-ID           PIC 9(8).
       77  WS-INCIDENT-DATE         PIC X(10).
       77  WS-INCIDENT-TIME         PIC X(5).
       77  WS-SITE-CODE             PIC X(4).
       77  WS-WARD                  PIC X(20).
       77  WS-CATEGORY-CHOICE       PIC 9.
       77  WS-SEVERITY              PIC 9.
       77  WS-DESCRIPTION           PIC X(60).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-ADMISSION-ID          PIC 9(8).
       77  WS-MED-ORDER-ID          PIC 9(8).
       77  WS-INVESTIGATOR          PIC X(20).
       77  WS-DUE-DATE              PIC X(10).
       77  WS-ACTION-TEXT           PIC X(60).
       77  WS-ACTION-TYPE           PIC X(7).
       77  WS-CHANGE-TYPE           PIC X(8).
       77  WS-OPEN-ONLY-FLAG        PIC X VALUE "N".
       77  WS-IN-EOF                PIC X VALUE "N".
       77  WS-IA-EOF                PIC X VALUE "N".
       77  WS-MO-EOF                PIC X VALUE "N".
       77  WS-ST-EOF                PIC X VALUE "N".
       77  WS-US-EOF                PIC X VALUE "N".
       77  WS-INCIDENT-FOUND-FLAG   PIC X VALUE "N".
       77  WS-DUPLICATE-FLAG        PIC X VALUE "N".
       77  WS-SITE-VALID-FLAG       PIC X VALUE "N".
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-ADMISSION-VALID-FLAG  PIC X VALUE "N".
       77  WS-MED-ORDER-VALID-FLAG  PIC X VALUE "N".
       77  WS-USER-VALID-FLAG       PIC X VALUE "N".
       77  WS-LINK-MISMATCH-FLAG    PIC X VALUE "N".
       77  WS-LINK-PATIENT-ID       PIC 9(8).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-NOW-TIME-RAW          PIC 9(8).
       77  WS-INCIDENT-RAW          PIC 9(8).
       77  WS-DUE-RAW               PIC 9(8).
       77  WS-DUE-DAYS              PIC 9(3).
       77  WS-MONTH                 PIC X(7).
       77  WS-CAT-IDX               PIC 9.
       77  WS-SEV-IDX               PIC 9.
       77  WS-WD-COUNT              PIC 9(3) VALUE 0.
       77  WS-WD-IDX                PIC 9(3).
       77  WS-WD-FOUND-FLAG         PIC X VALUE "N".
       77  WS-MONTH-COUNT           PIC 9(5) VALUE 0.
       77  WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * Days from the incident date to the investigation due date;
      * severe harm and death (severity 4 and 5) are investigated
      * on the shorter timescale.
       78  WS-INVESTIGATION-DAYS    VALUE 28.
       78  WS-SERIOUS-DAYS          VALUE 14.
       01  WS-CATEGORY-TABLE.
           05  FILLER               PIC X(20) VALUE "Fall".
           05  FILLER               PIC X(20) VALUE "Medication Error".
           05  FILLER               PIC X(20) VALUE "Pressure Ulcer".
           05  FILLER               PIC X(20) VALUE "Equipment Failure".
           05  FILLER               PIC X(20) VALUE "Other".
       01  WS-CATEGORY-NAMES REDEFINES WS-CATEGORY-TABLE.
           05  WS-CATEGORY-NAME OCCURS 5 TIMES PIC X(20).
       01  WS-SEVERITY-TABLE.
           05  FILLER               PIC X(10) VALUE "No Harm".
           05  FILLER               PIC X(10) VALUE "Low".
           05  FILLER               PIC X(10) VALUE "Moderate".
           05  FILLER               PIC X(10) VALUE "Severe".
           05  FILLER               PIC X(10) VALUE "Death".
       01  WS-SEVERITY-NAMES REDEFINES WS-SEVERITY-TABLE.
           05  WS-SEVERITY-NAME OCCURS 5 TIMES PIC X(10).
       01  WS-CAT-COUNTS.
           05  WS-CAT-COUNT OCCURS 5 TIMES PIC 9(5).
       01  WS-SEV-COUNTS.
           05  WS-SEV-COUNT OCCURS 5 TIMES PIC 9(5).
       01  WS-WD-TABLE.
           05  WS-WD-ENTRY OCCURS 100 TIMES.
               10  WS-WD-WARD           PIC X(20).
               10  WS-WD-SITE           PIC X(4).
               10  WS-WD-COUNT-N        PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Clinical Incident Reporting"
               DISPLAY "1. Report Incident"
               DISPLAY "2. Read Incidents"
               DISPLAY "3. Assign Investigator"
               DISPLAY "4. Record Investigation Action"
               DISPLAY "5. Close Incident"
               DISPLAY "6. Monthly Risk Report"
               DISPLAY "7. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM REPORT-INCIDENT
                   WHEN 2
                       PERFORM READ-INCIDENTS
                   WHEN 3
                       PERFORM ASSIGN-INVESTIGATOR
                   WHEN 4
                       PERFORM RECORD-INCIDENT-ACTION
                   WHEN 5
                       PERFORM CLOSE-INCIDENT
                   WHEN 6
                       PERFORM MONTHLY-RISK-REPORT
                   WHEN 7
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           .

      * Any member of staff may report.  The date and time default
      * to now; a medication order link brings its admission and
      * patient with it, and an admission link its patient, ward
      * and site, so the reporter need only key what they know.
       REPORT-INCIDENT.
           PERFORM SET-TODAY
           DISPLAY "Enter Incident ID: "
           ACCEPT WS-INCIDENT-ID
           DISPLAY "Enter Incident Date (YYYY-MM-DD, blank for "
                   "today): "
           ACCEPT WS-INCIDENT-DATE
           IF WS-INCIDENT-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-INCIDENT-DATE
           END-IF
           DISPLAY "Enter Incident Time (HH:MM, blank for now): "
           ACCEPT WS-INCIDENT-TIME
           IF WS-INCIDENT-TIME = SPACES
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               STRING WS-NOW-TIME-RAW(1:2) ":" WS-NOW-TIME-RAW(3:2)
                      DELIMITED BY SIZE INTO WS-INCIDENT-TIME
           END-IF
           DISPLAY "Select Category: 1. Fall  2. Medication Error  "
                   "3. Pressure Ulcer"
           DISPLAY "                 4. Equipment Failure  5. Other"
           ACCEPT WS-CATEGORY-CHOICE
           DISPLAY "Select Severity: 1. No Harm  2. Low  "
                   "3. Moderate  4. Severe  5. Death"
           ACCEPT WS-SEVERITY
           DISPLAY "Enter Description: "
           ACCEPT WS-DESCRIPTION
           DISPLAY "Enter Patient ID (0 if none): "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter Admission ID (0 if none): "
           ACCEPT WS-ADMISSION-ID
           DISPLAY "Enter Medication Order ID (0 if none): "
           ACCEPT WS-MED-ORDER-ID
           DISPLAY "Enter Site Code (blank for main building or "
                   "admission site): "
           ACCEPT WS-SITE-CODE
           DISPLAY "Enter Ward (blank for admission ward): "
           ACCEPT WS-WARD
           PERFORM CHECK-DUPLICATE-INCIDENT
           MOVE "N" TO WS-LINK-MISMATCH-FLAG
           PERFORM VALIDATE-MED-ORDER-LINK
           PERFORM VALIDATE-ADMISSION-LINK
           PERFORM VALIDATE-PATIENT-LINK
           PERFORM VALIDATE-SITE-CODE
           EVALUATE TRUE
               WHEN WS-INCIDENT-ID = 0
                   DISPLAY "Incident Failed: an Incident ID is "
                           "required."
               WHEN WS-DUPLICATE-FLAG = "Y"
                   DISPLAY "Incident Failed: Incident "
                           WS-INCIDENT-ID " already on file."
               WHEN WS-CATEGORY-CHOICE < 1 OR
                    WS-CATEGORY-CHOICE > 5
                   DISPLAY "Incident Failed: invalid category."
               WHEN WS-SEVERITY < 1 OR WS-SEVERITY > 5
                   DISPLAY "Incident Failed: invalid severity."
               WHEN WS-DESCRIPTION = SPACES
                   DISPLAY "Incident Failed: a description is "
                           "required."
               WHEN WS-MED-ORDER-VALID-FLAG = "N"
                   DISPLAY "Incident Failed: Medication Order "
                           WS-MED-ORDER-ID " not on file."
               WHEN WS-ADMISSION-VALID-FLAG = "N"
                   DISPLAY "Incident Failed: Admission "
                           WS-ADMISSION-ID " not on file."
               WHEN WS-PATIENT-VALID-FLAG = "N"
                   DISPLAY "Incident Failed: Patient ID "
                           WS-PATIENT-ID
                           " not found in Patient Records."
               WHEN WS-LINK-MISMATCH-FLAG = "Y"
                   DISPLAY "Incident Failed: the patient, admission "
                           "and medication order do not match."
               WHEN WS-WARD = SPACES
                   DISPLAY "Incident Failed: a ward or department "
                           "is required."
               WHEN WS-SITE-VALID-FLAG = "N"
                   DISPLAY "Incident Failed: Site " WS-SITE-CODE
                           " not on the site master or inactive."
               WHEN OTHER
                   PERFORM WRITE-INCIDENT
           END-EVALUATE
           .

       WRITE-INCIDENT.
           MOVE WS-INCIDENT-ID TO IN-INCIDENT-ID
           MOVE WS-INCIDENT-DATE TO IN-DATE
           MOVE WS-INCIDENT-TIME TO IN-TIME
           MOVE WS-SITE-CODE TO IN-SITE-CODE
           MOVE WS-WARD TO IN-WARD
           MOVE WS-CATEGORY-NAME(WS-CATEGORY-CHOICE) TO IN-CATEGORY
           MOVE WS-SEVERITY TO IN-SEVERITY
           MOVE WS-DESCRIPTION TO IN-DESCRIPTION
           MOVE WS-SESSION-USER TO IN-REPORTED-BY
           MOVE WS-PATIENT-ID TO IN-PATIENT-ID
           MOVE WS-ADMISSION-ID TO IN-ADMISSION-ID
           MOVE WS-MED-ORDER-ID TO IN-MED-ORDER-ID
           MOVE SPACES TO IN-INVESTIGATOR
           MOVE "Reported" TO IN-STATUS
           PERFORM SET-DUE-DATE
           MOVE WS-DUE-DATE TO IN-DUE-DATE
           MOVE SPACES TO IN-CLOSED-DATE
           OPEN EXTEND INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               CLOSE INCIDENT-FILE
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           WRITE INCIDENT-RECORD
           CLOSE INCIDENT-FILE
           MOVE "CREATE" TO WS-AUDIT-ACTION
           MOVE WS-INCIDENT-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Incident " WS-INCIDENT-ID " reported - "
                   "investigation due " WS-DUE-DATE
           .

      * The investigation due date counts from the incident date
      * (today when the date keyed is not a valid YYYY-MM-DD).
       SET-DUE-DATE.
           IF WS-INCIDENT-DATE(1:4) IS NUMERIC AND
              WS-INCIDENT-DATE(6:2) IS NUMERIC AND
              WS-INCIDENT-DATE(9:2) IS NUMERIC
               MOVE WS-INCIDENT-DATE(1:4) TO WS-INCIDENT-RAW(1:4)
               MOVE WS-INCIDENT-DATE(6:2) TO WS-INCIDENT-RAW(5:2)
               MOVE WS-INCIDENT-DATE(9:2) TO WS-INCIDENT-RAW(7:2)
           ELSE
               MOVE WS-TODAY-RAW TO WS-INCIDENT-RAW
           END-IF
           IF WS-SEVERITY >= 4
               MOVE WS-SERIOUS-DAYS TO WS-DUE-DAYS
           ELSE
               MOVE WS-INVESTIGATION-DAYS TO WS-DUE-DAYS
           END-IF
           COMPUTE WS-DUE-RAW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-INCIDENT-RAW) + WS-DUE-DAYS)
           MOVE SPACES TO WS-DUE-DATE
           STRING WS-DUE-RAW(1:4) "-" WS-DUE-RAW(5:2) "-"
                  WS-DUE-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-DUE-DATE
           .

       CHECK-DUPLICATE-INCIDENT.
           MOVE "N" TO WS-DUPLICATE-FLAG
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               CLOSE INCIDENT-FILE
           ELSE
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ INCIDENT-FILE INTO INCIDENT-RECORD
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           IF IN-INCIDENT-ID = WS-INCIDENT-ID
                               MOVE "Y" TO WS-DUPLICATE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           .

      * A medication order link fills in the admission (when none
      * was keyed) and the patient it was prescribed for.
       VALIDATE-MED-ORDER-LINK.
           MOVE "Y" TO WS-MED-ORDER-VALID-FLAG
           IF WS-MED-ORDER-ID NOT = 0
               MOVE "N" TO WS-MED-ORDER-VALID-FLAG
               OPEN INPUT MED-ORDER-FILE
               IF WS-MED-ORDER-STATUS = "35"
                   CLOSE MED-ORDER-FILE
               ELSE
                   MOVE "N" TO WS-MO-EOF
                   PERFORM UNTIL WS-MO-EOF = "Y"
                       READ MED-ORDER-FILE INTO MED-ORDER-RECORD
                           AT END
                               MOVE "Y" TO WS-MO-EOF
                           NOT AT END
                               IF MED-ORDER-ID = WS-MED-ORDER-ID
                                   MOVE "Y" TO WS-MED-ORDER-VALID-FLAG
                                   MOVE MED-PATIENT-ID
                                       TO WS-LINK-PATIENT-ID
                                   IF WS-ADMISSION-ID = 0
                                       MOVE MED-ADMISSION-ID
                                           TO WS-ADMISSION-ID
                                   END-IF
                                   MOVE "Y" TO WS-MO-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MED-ORDER-FILE
               END-IF
               IF WS-MED-ORDER-VALID-FLAG = "Y"
                   PERFORM CHECK-LINK-PATIENT
               END-IF
           END-IF
           .

      * An admission link fills in the patient, and the ward and
      * site of the stay when they were left blank.
       VALIDATE-ADMISSION-LINK.
           MOVE "Y" TO WS-ADMISSION-VALID-FLAG
           IF WS-ADMISSION-ID NOT = 0
               MOVE "N" TO WS-ADMISSION-VALID-FLAG
               OPEN INPUT ADMISSION-FILE
               IF WS-ADMISSION-STATUS NOT = "35"
                   MOVE WS-ADMISSION-ID TO AD-ADMISSION-ID
                   READ ADMISSION-FILE
                       INVALID KEY
                           MOVE "N" TO WS-ADMISSION-VALID-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ADMISSION-VALID-FLAG
                   END-READ
               END-IF
               CLOSE ADMISSION-FILE
               IF WS-ADMISSION-VALID-FLAG = "Y"
                   MOVE AD-PATIENT-ID TO WS-LINK-PATIENT-ID
                   PERFORM CHECK-LINK-PATIENT
                   IF WS-WARD = SPACES
                       MOVE AD-WARD TO WS-WARD
                       IF WS-SITE-CODE = SPACES
                           MOVE AD-SITE-CODE TO WS-SITE-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * The patient on a linked record is taken when none was keyed
      * and must otherwise be the patient keyed.
       CHECK-LINK-PATIENT.
           IF WS-PATIENT-ID = 0
               MOVE WS-LINK-PATIENT-ID TO WS-PATIENT-ID
           ELSE
               IF WS-LINK-PATIENT-ID NOT = WS-PATIENT-ID
                   MOVE "Y" TO WS-LINK-MISMATCH-FLAG
               END-IF
           END-IF
           .

       VALIDATE-PATIENT-LINK.
           MOVE "Y" TO WS-PATIENT-VALID-FLAG
           IF WS-PATIENT-ID NOT = 0
               MOVE "N" TO WS-PATIENT-VALID-FLAG
               OPEN INPUT PATIENT-MASTER-FILE
               IF WS-PATIENT-MASTER-STATUS NOT = "35"
                   MOVE WS-PATIENT-ID TO PM-PATIENT-ID
                   READ PATIENT-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-PATIENT-VALID-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-PATIENT-VALID-FLAG
                   END-READ
               END-IF
               CLOSE PATIENT-MASTER-FILE
           END-IF
           .

      * Blank site code means the main building and is always
      * accepted.
       VALIDATE-SITE-CODE.
           MOVE "N" TO WS-SITE-VALID-FLAG
           IF WS-SITE-CODE = SPACES
               MOVE "Y" TO WS-SITE-VALID-FLAG
           ELSE
               OPEN INPUT SITE-FILE
               IF WS-SITE-STATUS = "35"
                   CLOSE SITE-FILE
               ELSE
                   MOVE "N" TO WS-ST-EOF
                   PERFORM UNTIL WS-ST-EOF = "Y"
                       READ SITE-FILE INTO SITE-RECORD
                           AT END
                               MOVE "Y" TO WS-ST-EOF
                           NOT AT END
                               IF ST-SITE-CODE = WS-SITE-CODE AND
                                  ST-ACTIVE-FLAG = "Y"
                                   MOVE "Y" TO WS-SITE-VALID-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SITE-FILE
               END-IF
           END-IF
           .

       READ-INCIDENTS.
           DISPLAY "Open incidents only (Y/N)? "
           ACCEPT WS-OPEN-ONLY-FLAG
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               DISPLAY "No incidents on file."
               CLOSE INCIDENT-FILE
           ELSE
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ INCIDENT-FILE INTO INCIDENT-RECORD
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           IF WS-OPEN-ONLY-FLAG NOT = "Y" OR
                              IN-STATUS NOT = "Closed"
                               ADD 1 TO WS-RECORD-COUNT
                               PERFORM DISPLAY-INCIDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
               DISPLAY "Incidents listed: " WS-RECORD-COUNT
           END-IF
           .

       DISPLAY-INCIDENT.
           DISPLAY "Incident " IN-INCIDENT-ID "  " IN-DATE " "
                   IN-TIME "  " IN-WARD " " IN-SITE-CODE
           DISPLAY "  " IN-CATEGORY "  Severity " IN-SEVERITY " "
                   WS-SEVERITY-NAME(IN-SEVERITY)
           DISPLAY "  " IN-DESCRIPTION
           DISPLAY "  Reported by " IN-REPORTED-BY
           IF IN-PATIENT-ID NOT = 0 OR IN-ADMISSION-ID NOT = 0 OR
              IN-MED-ORDER-ID NOT = 0
               DISPLAY "  Patient " IN-PATIENT-ID "  Admission "
                       IN-ADMISSION-ID "  Med Order "
                       IN-MED-ORDER-ID
           END-IF
           DISPLAY "  Status: " IN-STATUS "  Due: " IN-DUE-DATE
           IF IN-INVESTIGATOR NOT = SPACES
               DISPLAY "  Investigator: " IN-INVESTIGATOR
           END-IF
           IF IN-CLOSED-DATE NOT = SPACES
               DISPLAY "  Closed: " IN-CLOSED-DATE
           END-IF
           PERFORM SHOW-INCIDENT-ACTIONS
           DISPLAY "-----------------------"
           .

       SHOW-INCIDENT-ACTIONS.
           OPEN INPUT INCIDENT-ACTION-FILE
           IF WS-INCIDENT-ACTION-STATUS = "35"
               CLOSE INCIDENT-ACTION-FILE
           ELSE
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ INCIDENT-ACTION-FILE
                       INTO INCIDENT-ACTION-RECORD
                       AT END
                           MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           IF IA-INCIDENT-ID = IN-INCIDENT-ID
                               DISPLAY "  " IA-DATE " " IA-TYPE " "
                                       IA-USER
                               DISPLAY "    " IA-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-ACTION-FILE
           END-IF
           .

       FIND-INCIDENT.
           MOVE "N" TO WS-INCIDENT-FOUND-FLAG
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               CLOSE INCIDENT-FILE
           ELSE
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ INCIDENT-FILE INTO INCIDENT-RECORD
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           IF IN-INCIDENT-ID = WS-INCIDENT-ID
                               MOVE "Y" TO WS-INCIDENT-FOUND-FLAG
                               MOVE "Y" TO WS-IN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           .

      * The investigator must be a user on the access control file;
      * the due date may be moved when the investigation is
      * assigned (blank keeps the date set when reported).
       ASSIGN-INVESTIGATOR.
           DISPLAY "Enter Incident ID: "
           ACCEPT WS-INCIDENT-ID
           PERFORM FIND-INCIDENT
           IF WS-INCIDENT-FOUND-FLAG = "N"
               DISPLAY "No record found for Incident ID "
                       WS-INCIDENT-ID
           ELSE
           IF IN-STATUS = "Closed"
               DISPLAY "Incident " WS-INCIDENT-ID " is closed."
           ELSE
               DISPLAY "Enter Investigator Username: "
               ACCEPT WS-INVESTIGATOR
               DISPLAY "Enter Investigation Due Date (YYYY-MM-DD, "
                       "blank to keep " IN-DUE-DATE "): "
               ACCEPT WS-DUE-DATE
               IF WS-DUE-DATE = SPACES
                   MOVE IN-DUE-DATE TO WS-DUE-DATE
               END-IF
               PERFORM VALIDATE-INVESTIGATOR
               IF WS-USER-VALID-FLAG = "N"
                   DISPLAY "Assign Failed: " WS-INVESTIGATOR
                           " is not a system user."
               ELSE
                   MOVE "ASSIGN" TO WS-CHANGE-TYPE
                   PERFORM REWRITE-INCIDENT
                   MOVE "ASSIGN" TO WS-AUDIT-ACTION
                   MOVE WS-INCIDENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Incident " WS-INCIDENT-ID
                           " assigned to " WS-INVESTIGATOR
                           " - due " WS-DUE-DATE
               END-IF
           END-IF
           END-IF
           .

       VALIDATE-INVESTIGATOR.
           MOVE "N" TO WS-USER-VALID-FLAG
           IF WS-INVESTIGATOR NOT = SPACES
               OPEN INPUT USER-FILE
               IF WS-USER-FILE-STATUS = "35"
                   CLOSE USER-FILE
               ELSE
                   MOVE "N" TO WS-US-EOF
                   PERFORM UNTIL WS-US-EOF = "Y"
                       READ USER-FILE INTO USER-RECORD
                           AT END
                               MOVE "Y" TO WS-US-EOF
                           NOT AT END
                               IF USERNAME = WS-INVESTIGATOR
                                   MOVE "Y" TO WS-USER-VALID-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE USER-FILE
               END-IF
           END-IF
           .

      * Actions are logged against an incident under investigation.
       RECORD-INCIDENT-ACTION.
           DISPLAY "Enter Incident ID: "
           ACCEPT WS-INCIDENT-ID
           PERFORM FIND-INCIDENT
           IF WS-INCIDENT-FOUND-FLAG = "N"
               DISPLAY "No record found for Incident ID "
                       WS-INCIDENT-ID
           ELSE
           IF IN-STATUS NOT = "Investigating"
               DISPLAY "Incident " WS-INCIDENT-ID " is "
                       IN-STATUS " - assign an investigator first."
           ELSE
               DISPLAY "Enter Action Taken: "
               ACCEPT WS-ACTION-TEXT
               IF WS-ACTION-TEXT = SPACES
                   DISPLAY "Action Failed: no action entered."
               ELSE
                   MOVE "ACTION" TO WS-ACTION-TYPE
                   PERFORM WRITE-INCIDENT-ACTION
                   MOVE "ACTION" TO WS-AUDIT-ACTION
                   MOVE WS-INCIDENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Action recorded for Incident "
                           WS-INCIDENT-ID
               END-IF
           END-IF
           END-IF
           .

      * Closure needs the investigation's findings, which are kept
      * with the actions.
       CLOSE-INCIDENT.
           DISPLAY "Enter Incident ID: "
           ACCEPT WS-INCIDENT-ID
           PERFORM FIND-INCIDENT
           IF WS-INCIDENT-FOUND-FLAG = "N"
               DISPLAY "No record found for Incident ID "
                       WS-INCIDENT-ID
           ELSE
           IF IN-STATUS NOT = "Investigating"
               DISPLAY "Incident " WS-INCIDENT-ID " is "
                       IN-STATUS " - only an incident under "
                       "investigation can be closed."
           ELSE
               DISPLAY "Enter Findings / Outcome: "
               ACCEPT WS-ACTION-TEXT
               IF WS-ACTION-TEXT = SPACES
                   DISPLAY "Close Failed: findings are required."
               ELSE
                   MOVE "CLOSED" TO WS-ACTION-TYPE
                   PERFORM WRITE-INCIDENT-ACTION
                   MOVE "CLOSE" TO WS-CHANGE-TYPE
                   PERFORM REWRITE-INCIDENT
                   MOVE "CLOSE" TO WS-AUDIT-ACTION
                   MOVE WS-INCIDENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Incident " WS-INCIDENT-ID " closed "
                           WS-TODAY-DATE
               END-IF
           END-IF
           END-IF
           .

       WRITE-INCIDENT-ACTION.
           PERFORM SET-TODAY
           MOVE WS-INCIDENT-ID TO IA-INCIDENT-ID
           MOVE WS-TODAY-DATE TO IA-DATE
           MOVE WS-SESSION-USER TO IA-USER
           MOVE WS-ACTION-TYPE TO IA-TYPE
           MOVE WS-ACTION-TEXT TO IA-TEXT
           OPEN EXTEND INCIDENT-ACTION-FILE
           IF WS-INCIDENT-ACTION-STATUS = "35"
               CLOSE INCIDENT-ACTION-FILE
               OPEN OUTPUT INCIDENT-ACTION-FILE
           END-IF
           WRITE INCIDENT-ACTION-RECORD
           CLOSE INCIDENT-ACTION-FILE
           .

      * Rewrites the one incident record through a temp copy.
       REWRITE-INCIDENT.
           OPEN INPUT INCIDENT-FILE
           OPEN OUTPUT INCIDENT-TEMP-FILE
           MOVE "N" TO WS-IN-EOF
           IF WS-INCIDENT-STATUS NOT = "35"
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           IF IN-INCIDENT-ID = WS-INCIDENT-ID
                               PERFORM APPLY-INCIDENT-CHANGE
                           END-IF
                           MOVE INCIDENT-RECORD TO
                               INCIDENT-TEMP-RECORD
                           WRITE INCIDENT-TEMP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INCIDENT-FILE
           CLOSE INCIDENT-TEMP-FILE

           OPEN INPUT INCIDENT-TEMP-FILE
           OPEN OUTPUT INCIDENT-FILE
           MOVE "N" TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = "Y"
               READ INCIDENT-TEMP-FILE INTO INCIDENT-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-IN-EOF
                   NOT AT END
                       MOVE INCIDENT-TEMP-RECORD TO
                           INCIDENT-RECORD
                       WRITE INCIDENT-RECORD
               END-READ
           END-PERFORM
           CLOSE INCIDENT-TEMP-FILE
           CLOSE INCIDENT-FILE
           MOVE "N" TO WS-IN-EOF
           .

      * The change applied by REWRITE-INCIDENT to the matched
      * record, chosen by WS-CHANGE-TYPE.
       APPLY-INCIDENT-CHANGE.
           EVALUATE WS-CHANGE-TYPE
               WHEN "ASSIGN"
                   MOVE WS-INVESTIGATOR TO IN-INVESTIGATOR
                   MOVE WS-DUE-DATE TO IN-DUE-DATE
                   MOVE "Investigating" TO IN-STATUS
               WHEN "CLOSE"
                   MOVE "Closed" TO IN-STATUS
                   MOVE WS-TODAY-DATE TO IN-CLOSED-DATE
           END-EVALUATE
           .

      * Reviewed at the monthly risk meeting: incidents dated in
      * the month counted by category, severity and ward, then
      * every incident still open past its investigation due date
      * whatever month it was reported in.
       MONTHLY-RISK-REPORT.
           PERFORM SET-TODAY
           DISPLAY "Enter Month (YYYY-MM, blank for current): "
           ACCEPT WS-MONTH
           IF WS-MONTH = SPACES
               MOVE WS-TODAY-DATE(1:7) TO WS-MONTH
           END-IF
           INITIALIZE WS-CAT-COUNTS
           INITIALIZE WS-SEV-COUNTS
           MOVE 0 TO WS-WD-COUNT
           MOVE 0 TO WS-MONTH-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           PERFORM TALLY-MONTH-INCIDENTS
           OPEN OUTPUT REPORT-FILE
           MOVE "Hospital Management System" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Monthly Clinical Risk Report - " WS-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Monthly Clinical Risk Report - " WS-MONTH
           MOVE "By Category" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CATEGORY-NAME(WS-CAT-IDX) " "
                   WS-CAT-COUNT(WS-CAT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "  " WS-CATEGORY-NAME(WS-CAT-IDX) " "
                       WS-CAT-COUNT(WS-CAT-IDX)
           END-PERFORM
           MOVE "By Severity" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > 5
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-SEV-IDX " " WS-SEVERITY-NAME(WS-SEV-IDX)
                   "        " WS-SEV-COUNT(WS-SEV-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "  " WS-SEV-IDX " " WS-SEVERITY-NAME(WS-SEV-IDX)
                       "        " WS-SEV-COUNT(WS-SEV-IDX)
           END-PERFORM
           MOVE "By Ward" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-WD-WARD(WS-WD-IDX) " "
                   WS-WD-SITE(WS-WD-IDX) " "
                   WS-WD-COUNT-N(WS-WD-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "  " WS-WD-WARD(WS-WD-IDX) " "
                       WS-WD-SITE(WS-WD-IDX) " "
                       WS-WD-COUNT-N(WS-WD-IDX)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "Incidents in Month: " WS-MONTH-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Open Past Investigation Due Date (at "
               WS-TODAY-DATE ")" DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Incident Due        Status        Investigator"
               TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Open Past Investigation Due Date:"
           PERFORM LIST-OVERDUE-INCIDENTS
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Incidents in Month: " WS-MONTH-COUNT
               "  Overdue Investigations: " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Incidents in Month: " WS-MONTH-COUNT
                   "  Overdue Investigations: " WS-OVERDUE-COUNT
           MOVE "VIEW" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Report written to /data/incident_risk_report.txt"
           .

       TALLY-MONTH-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               CLOSE INCIDENT-FILE
           ELSE
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ INCIDENT-FILE INTO INCIDENT-RECORD
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           IF IN-DATE(1:7) = WS-MONTH
                               PERFORM TALLY-INCIDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           .

       TALLY-INCIDENT.
           ADD 1 TO WS-MONTH-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
               IF WS-CATEGORY-NAME(WS-CAT-IDX) = IN-CATEGORY
                   ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)
               END-IF
           END-PERFORM
           IF IN-SEVERITY >= 1 AND IN-SEVERITY <= 5
               ADD 1 TO WS-SEV-COUNT(IN-SEVERITY)
           END-IF
           MOVE "N" TO WS-WD-FOUND-FLAG
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-COUNT
               IF WS-WD-WARD(WS-WD-IDX) = IN-WARD AND
                  WS-WD-SITE(WS-WD-IDX) = IN-SITE-CODE
                   ADD 1 TO WS-WD-COUNT-N(WS-WD-IDX)
                   MOVE "Y" TO WS-WD-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-WD-FOUND-FLAG = "N" AND WS-WD-COUNT < 100
               ADD 1 TO WS-WD-COUNT
               MOVE IN-WARD TO WS-WD-WARD(WS-WD-COUNT)
               MOVE IN-SITE-CODE TO WS-WD-SITE(WS-WD-COUNT)
               MOVE 1 TO WS-WD-COUNT-N(WS-WD-COUNT)
           END-IF
           .

       LIST-OVERDUE-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               CLOSE INCIDENT-FILE
           ELSE
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ INCIDENT-FILE INTO INCIDENT-RECORD
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           IF IN-STATUS NOT = "Closed" AND
                              IN-DUE-DATE < WS-TODAY-DATE
                               ADD 1 TO WS-OVERDUE-COUNT
                               MOVE SPACES TO REPORT-LINE
                               STRING IN-INCIDENT-ID " "
                                   IN-DUE-DATE " " IN-STATUS " "
                                   IN-INVESTIGATOR " " IN-CATEGORY
                                   DELIMITED BY SIZE INTO REPORT-LINE
                               WRITE REPORT-LINE
                               DISPLAY IN-INCIDENT-ID " Due "
                                       IN-DUE-DATE " " IN-STATUS
                                       " " IN-INVESTIGATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
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
           MOVE "INCIDENTS" TO AUDIT-PROGRAM
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
       END PROGRAM INCIDENTS.
