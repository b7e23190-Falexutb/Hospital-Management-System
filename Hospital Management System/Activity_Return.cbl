      ******************************************************************
      * Author:
      * Date:
      * Purpose: Statutory monthly hospital activity return - writes
      *          the month's inpatient admissions and discharges
      *          (length of stay, primary diagnosis), ED attendances
      *          by triage category and outcome, theatre procedures,
      *          outpatient attendances and deaths, by site, as a
      *          fixed-record return file, plus a control-totals
      *          page to check it against before submission
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVITY-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * Read-only view onto ADMISSION-FILE (owned by ADMISSIONS).
           SELECT ADMISSION-FILE ASSIGN TO "/data/admissions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADMISSION-ID
               FILE STATUS IS WS-ADMISSION-STATUS.
      * Read-only view onto the coded diagnoses per stay (owned by
      * ADMISSIONS) - the first code recorded is the primary.
           SELECT ADMISSION-DIAG-FILE
               ASSIGN TO "/data/admission_diag.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADMISSION-DIAG-STATUS.
      * Read-only view onto the ED attendance log (owned by
      * ED-VISITS).
           SELECT ED-VISIT-FILE ASSIGN TO "/data/ed_visits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-VISIT-STATUS.
      * Read-only view onto the theatre case file (owned by
      * THEATRE-SCHED).
           SELECT CASE-FILE ASSIGN TO "/data/theatre_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
      * Read-only view onto APPOINTMENT-FILE (owned by
      * APPOINTMENTS).
           SELECT APPOINTMENT-FILE ASSIGN TO "/data\appoint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-APPOINTMENT-ID
               ALTERNATE RECORD KEY IS AR-DOCTOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-PATIENT-ID WITH DUPLICATES
               FILE STATUS IS WS-APPOINTMENT-STATUS.
      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS).
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * The return itself - one file per month.
           SELECT RETURN-FILE ASSIGN TO WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "/data/activity_return_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  ADMISSION-DIAG-FILE.
       01  ADMISSION-DIAG-RECORD.
           05  XD-ADMISSION-ID      PIC 9(8).
           05  XD-DIAG-CODE         PIC X(8).
           05  XD-DATE              PIC X(10).

       FD  ED-VISIT-FILE.
       01  ED-VISIT-RECORD.
           05  EV-VISIT-ID          PIC 9(8).
           05  EV-PATIENT-ID        PIC 9(8).
           05  EV-ARRIVAL-DATE      PIC X(10).
           05  EV-ARRIVAL-TIME      PIC X(5).
           05  EV-TRIAGE-CAT        PIC 9.
           05  EV-COMPLAINT         PIC X(60).
           05  EV-SEEN-TIME         PIC X(5).
           05  EV-OUTCOME           PIC X(10).
           05  EV-ADMISSION-ID      PIC 9(8).
           05  EV-SITE-CODE         PIC X(4).

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

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
           05  AR-APPOINTMENT-ID     PIC 9(8).
           05  AR-PATIENT-ID         PIC 9(8).
           05  AR-DOCTOR-ID          PIC 9(8).
           05  AR-APPT-DATE          PIC X(10).
           05  AR-APPT-TIME          PIC X(5).
           05  AR-APPT-STATUS        PIC X(10).
           05  AR-SERIES-ID          PIC 9(8).
           05  AR-SITE-CODE          PIC X(4).

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

      * Return records are 80 bytes: record type, period (YYYYMM)
      * and site code, then the body for the type.  HDR opens the
      * file and TRL closes it with the counts the receiving body
      * checks the file against.  A blank site is the main
      * building.
       FD  RETURN-FILE.
       01  RETURN-HEADER-RECORD.
           05  RH-TYPE              PIC X(3).
           05  RH-PERIOD            PIC X(6).
           05  RH-SITE              PIC X(4).
           05  RH-CREATED-DATE      PIC X(10).
           05  RH-SOURCE            PIC X(30).
           05  FILLER               PIC X(27).
      * ADM for each stay begun in the month, DIS for each ended.
       01  RETURN-EPISODE-RECORD.
           05  RE-TYPE              PIC X(3).
           05  RE-PERIOD            PIC X(6).
           05  RE-SITE              PIC X(4).
           05  RE-ADMISSION-ID      PIC 9(8).
           05  RE-PATIENT-ID        PIC 9(8).
           05  RE-ADMIT-DATE        PIC X(10).
           05  RE-DISCHARGE-DATE    PIC X(10).
           05  RE-LOS-DAYS          PIC 9(4).
           05  RE-DIAG-CODE         PIC X(8).
           05  FILLER               PIC X(19).
      * AED - ED attendances by triage category and outcome.
       01  RETURN-ED-RECORD.
           05  RA-TYPE              PIC X(3).
           05  RA-PERIOD            PIC X(6).
           05  RA-SITE              PIC X(4).
           05  RA-TRIAGE-CAT        PIC 9.
           05  RA-OUTCOME           PIC X(10).
           05  RA-COUNT             PIC 9(6).
           05  FILLER               PIC X(50).
      * THR - theatre procedures done, by procedure code.
       01  RETURN-THEATRE-RECORD.
           05  RT-TYPE              PIC X(3).
           05  RT-PERIOD            PIC X(6).
           05  RT-SITE              PIC X(4).
           05  RT-PROC-CODE         PIC X(8).
           05  RT-COUNT             PIC 9(6).
           05  FILLER               PIC X(53).
      * OPA - outpatient attendances (completed appointments).
       01  RETURN-OUTPATIENT-RECORD.
           05  RO-TYPE              PIC X(3).
           05  RO-PERIOD            PIC X(6).
           05  RO-SITE              PIC X(4).
           05  RO-COUNT             PIC 9(6).
           05  FILLER               PIC X(61).
      * DTH - one per death; place H in hospital (during a stay,
      * site of the stay) or C in the community (no site).
       01  RETURN-DEATH-RECORD.
           05  RD-TYPE              PIC X(3).
           05  RD-PERIOD            PIC X(6).
           05  RD-SITE              PIC X(4).
           05  RD-PATIENT-ID        PIC 9(8).
           05  RD-DEATH-DATE        PIC X(10).
           05  RD-PLACE             PIC X.
           05  RD-ADMISSION-ID      PIC 9(8).
           05  FILLER               PIC X(40).
       01  RETURN-TRAILER-RECORD.
           05  RX-TYPE              PIC X(3).
           05  RX-PERIOD            PIC X(6).
           05  RX-SITE              PIC X(4).
           05  RX-RECORD-COUNT      PIC 9(8).
           05  RX-ADMISSIONS        PIC 9(6).
           05  RX-DISCHARGES        PIC 9(6).
           05  RX-BED-DAYS          PIC 9(8).
           05  RX-ED-ATTENDANCES    PIC 9(6).
           05  RX-PROCEDURES        PIC 9(6).
           05  RX-OUTPATIENTS       PIC 9(6).
           05  RX-DEATHS            PIC 9(6).
           05  FILLER               PIC X(15).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-LINE             PIC X(80).

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
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-ADMISSION-DIAG-STATUS PIC XX VALUE "00".
       77  WS-ED-VISIT-STATUS       PIC XX VALUE "00".
       77  WS-CASE-STATUS           PIC XX VALUE "00".
       77  WS-APPOINTMENT-STATUS    PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-RETURN-FILE-NAME      PIC X(100) VALUE SPACES.
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-SUB-EOF               PIC X VALUE "N".
       77  WS-MONTH                 PIC X(7).
       77  WS-PERIOD                PIC X(6).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-FOUND-FLAG            PIC X VALUE "N".
       77  WS-SITE                  PIC X(4).
       77  WS-EPISODE-TYPE          PIC X(3).
       77  WS-DIAG-CODE             PIC X(8).
       77  WS-LOS-DAYS              PIC 9(4).
       77  WS-ADMIT-RAW             PIC 9(8).
       77  WS-DISCH-RAW             PIC 9(8).
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-TOT-ADMISSIONS        PIC 9(6) VALUE 0.
       77  WS-TOT-DISCHARGES        PIC 9(6) VALUE 0.
       77  WS-TOT-BED-DAYS          PIC 9(8) VALUE 0.
       77  WS-TOT-ED                PIC 9(6) VALUE 0.
       77  WS-TOT-PROCEDURES        PIC 9(6) VALUE 0.
       77  WS-TOT-OUTPATIENTS       PIC 9(6) VALUE 0.
       77  WS-TOT-DEATHS            PIC 9(6) VALUE 0.
       77  WS-TYPE-ADM              PIC 9(6) VALUE 0.
       77  WS-TYPE-DIS              PIC 9(6) VALUE 0.
       77  WS-TYPE-AED              PIC 9(6) VALUE 0.
       77  WS-TYPE-THR              PIC 9(6) VALUE 0.
       77  WS-TYPE-OPA              PIC 9(6) VALUE 0.
       77  WS-TYPE-DTH              PIC 9(6) VALUE 0.
       77  WS-UNCODED-COUNT         PIC 9(6) VALUE 0.
       77  WS-DEATH-PLACE           PIC X.
       77  WS-DEATH-ADMISSION-ID    PIC 9(8).
       77  WS-DX-COUNT              PIC 9(4) VALUE 0.
       77  WS-DX-IDX                PIC 9(4).
       77  WS-DX-KEEP-FLAG          PIC X VALUE "N".
       77  WS-DX-SKIPPED            PIC 9(6) VALUE 0.
       77  WS-ST-COUNT              PIC 9(3) VALUE 0.
       77  WS-ST-IDX                PIC 9(3).
       77  WS-ST-SKIPPED-COUNT      PIC 9(6) VALUE 0.
       77  WS-ED-COUNT              PIC 9(4) VALUE 0.
       77  WS-ED-IDX                PIC 9(4).
       77  WS-TP-COUNT              PIC 9(4) VALUE 0.
       77  WS-TP-IDX                PIC 9(4).
       77  WS-SITE-OUT              PIC X(6).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * First diagnosis coded for each stay.
       01  WS-DX-TABLE.
           05  WS-DX-ENTRY OCCURS 5000 TIMES.
               10  WS-DX-ADMISSION-ID   PIC 9(8).
               10  WS-DX-CODE           PIC X(8).
      * Control totals by site.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 50 TIMES.
               10  WS-ST-SITE           PIC X(4).
               10  WS-ST-ADMISSIONS     PIC 9(6).
               10  WS-ST-DISCHARGES     PIC 9(6).
               10  WS-ST-BED-DAYS       PIC 9(8).
               10  WS-ST-ED             PIC 9(6).
               10  WS-ST-PROCEDURES     PIC 9(6).
               10  WS-ST-OUTPATIENTS    PIC 9(6).
               10  WS-ST-DEATHS         PIC 9(6).
       01  WS-ED-TABLE.
           05  WS-ED-ENTRY OCCURS 500 TIMES.
               10  WS-ED-SITE           PIC X(4).
               10  WS-ED-TRIAGE         PIC 9.
               10  WS-ED-OUTCOME        PIC X(10).
               10  WS-ED-TALLY          PIC 9(6).
       01  WS-TP-TABLE.
           05  WS-TP-ENTRY OCCURS 1000 TIMES.
               10  WS-TP-SITE           PIC X(4).
               10  WS-TP-PROC-CODE      PIC X(8).
               10  WS-TP-TALLY          PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               MOVE "BATCH" TO WS-SESSION-USER
           END-IF
           DISPLAY "Statutory Activity Return"
           DISPLAY "========================="
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           DISPLAY "Enter Return Month (YYYY-MM, blank for "
                   "current): "
           ACCEPT WS-MONTH
           IF WS-MONTH = SPACES
               MOVE WS-TODAY-DATE(1:7) TO WS-MONTH
           END-IF
           STRING WS-MONTH(1:4) WS-MONTH(6:2) DELIMITED BY SIZE
               INTO WS-PERIOD
           MOVE SPACES TO WS-RETURN-FILE-NAME
           STRING "/data/activity_return_" WS-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-RETURN-FILE-NAME
           PERFORM LOAD-PRIMARY-DIAGNOSES
           OPEN OUTPUT RETURN-FILE
           MOVE SPACES TO RETURN-HEADER-RECORD
           MOVE "HDR" TO RH-TYPE
           MOVE WS-PERIOD TO RH-PERIOD
           MOVE WS-TODAY-DATE TO RH-CREATED-DATE
           MOVE "Hospital Management System" TO RH-SOURCE
           WRITE RETURN-HEADER-RECORD
           PERFORM RETURN-INPATIENTS
           PERFORM RETURN-ED-ATTENDANCES
           PERFORM RETURN-PROCEDURES
           PERFORM RETURN-OUTPATIENTS
           PERFORM RETURN-DEATHS
           MOVE SPACES TO RETURN-TRAILER-RECORD
           MOVE "TRL" TO RX-TYPE
           MOVE WS-PERIOD TO RX-PERIOD
           MOVE WS-RECORD-COUNT TO RX-RECORD-COUNT
           MOVE WS-TOT-ADMISSIONS TO RX-ADMISSIONS
           MOVE WS-TOT-DISCHARGES TO RX-DISCHARGES
           MOVE WS-TOT-BED-DAYS TO RX-BED-DAYS
           MOVE WS-TOT-ED TO RX-ED-ATTENDANCES
           MOVE WS-TOT-PROCEDURES TO RX-PROCEDURES
           MOVE WS-TOT-OUTPATIENTS TO RX-OUTPATIENTS
           MOVE WS-TOT-DEATHS TO RX-DEATHS
           WRITE RETURN-TRAILER-RECORD
           CLOSE RETURN-FILE
           PERFORM WRITE-CONTROL-REPORT
           MOVE "RETURN" TO WS-AUDIT-ACTION
           MOVE WS-RECORD-COUNT TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

      * Only stays admitted or discharged in the return month are
      * returned, so only their diagnoses are held.
       LOAD-PRIMARY-DIAGNOSES.
           MOVE 0 TO WS-DX-COUNT
           MOVE 0 TO WS-DX-SKIPPED
           OPEN INPUT ADMISSION-DIAG-FILE
           IF WS-ADMISSION-DIAG-STATUS = "35"
               CLOSE ADMISSION-DIAG-FILE
           ELSE
               OPEN INPUT ADMISSION-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADMISSION-DIAG-FILE INTO ADMISSION-DIAG-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM STORE-PRIMARY-DIAGNOSIS
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-DIAG-FILE
               CLOSE ADMISSION-FILE
               MOVE "N" TO WS-EOF
           END-IF
           IF WS-DX-SKIPPED > 0
               DISPLAY "WARNING: diagnosis table full - "
                       WS-DX-SKIPPED " stay(s) returned uncoded"
           END-IF
           .

       STORE-PRIMARY-DIAGNOSIS.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-DX-IDX FROM 1 BY 1
                   UNTIL WS-DX-IDX > WS-DX-COUNT
                      OR WS-FOUND-FLAG = "Y"
               IF WS-DX-ADMISSION-ID(WS-DX-IDX) = XD-ADMISSION-ID
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           MOVE "N" TO WS-DX-KEEP-FLAG
           IF WS-FOUND-FLAG = "N"
               MOVE XD-ADMISSION-ID TO AD-ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-ADMIT-DATE(1:7) = WS-MONTH OR
                          AD-DISCHARGE-DATE(1:7) = WS-MONTH
                           MOVE "Y" TO WS-DX-KEEP-FLAG
                       END-IF
               END-READ
           END-IF
           IF WS-DX-KEEP-FLAG = "Y" AND WS-DX-COUNT NOT < 5000
               ADD 1 TO WS-DX-SKIPPED
           END-IF
           IF WS-DX-KEEP-FLAG = "Y" AND WS-DX-COUNT < 5000
               ADD 1 TO WS-DX-COUNT
               MOVE XD-ADMISSION-ID TO WS-DX-ADMISSION-ID(WS-DX-COUNT)
               MOVE XD-DIAG-CODE TO WS-DX-CODE(WS-DX-COUNT)
           END-IF
           .

      * A stay admitted and discharged in the same month returns
      * both an ADM and a DIS record.  Length of stay is counted in
      * midnights, so a same-day discharge is zero days.
       RETURN-INPATIENTS.
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               CLOSE ADMISSION-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AD-ADMIT-DATE(1:7) = WS-MONTH
                               MOVE "ADM" TO WS-EPISODE-TYPE
                               PERFORM WRITE-EPISODE-RECORD
                           END-IF
                           IF AD-DISCHARGE-DATE(1:7) = WS-MONTH
                               MOVE "DIS" TO WS-EPISODE-TYPE
                               PERFORM WRITE-EPISODE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       WRITE-EPISODE-RECORD.
           MOVE SPACES TO WS-DIAG-CODE
           PERFORM VARYING WS-DX-IDX FROM 1 BY 1
                   UNTIL WS-DX-IDX > WS-DX-COUNT
                      OR WS-DIAG-CODE NOT = SPACES
               IF WS-DX-ADMISSION-ID(WS-DX-IDX) = AD-ADMISSION-ID
                   MOVE WS-DX-CODE(WS-DX-IDX) TO WS-DIAG-CODE
               END-IF
           END-PERFORM
           MOVE AD-SITE-CODE TO WS-SITE
           PERFORM FIND-SITE-TOTAL
           IF WS-ST-IDX = 0
               ADD 1 TO WS-ST-SKIPPED-COUNT
           END-IF
           MOVE SPACES TO RETURN-EPISODE-RECORD
           MOVE WS-EPISODE-TYPE TO RE-TYPE
           MOVE WS-PERIOD TO RE-PERIOD
           MOVE AD-SITE-CODE TO RE-SITE
           MOVE AD-ADMISSION-ID TO RE-ADMISSION-ID
           MOVE AD-PATIENT-ID TO RE-PATIENT-ID
           MOVE AD-ADMIT-DATE TO RE-ADMIT-DATE
           MOVE 0 TO RE-LOS-DAYS
           MOVE WS-DIAG-CODE TO RE-DIAG-CODE
           IF RE-TYPE = "ADM"
               ADD 1 TO WS-TOT-ADMISSIONS
               ADD 1 TO WS-TYPE-ADM
               IF WS-ST-IDX > 0
                   ADD 1 TO WS-ST-ADMISSIONS(WS-ST-IDX)
               END-IF
           ELSE
               MOVE AD-DISCHARGE-DATE TO RE-DISCHARGE-DATE
               MOVE AD-ADMIT-DATE(1:4) TO WS-ADMIT-RAW(1:4)
               MOVE AD-ADMIT-DATE(6:2) TO WS-ADMIT-RAW(5:2)
               MOVE AD-ADMIT-DATE(9:2) TO WS-ADMIT-RAW(7:2)
               MOVE AD-DISCHARGE-DATE(1:4) TO WS-DISCH-RAW(1:4)
               MOVE AD-DISCHARGE-DATE(6:2) TO WS-DISCH-RAW(5:2)
               MOVE AD-DISCHARGE-DATE(9:2) TO WS-DISCH-RAW(7:2)
               IF WS-DISCH-RAW > WS-ADMIT-RAW
                   COMPUTE WS-LOS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DISCH-RAW) -
                       FUNCTION INTEGER-OF-DATE(WS-ADMIT-RAW)
               ELSE
                   MOVE 0 TO WS-LOS-DAYS
               END-IF
               MOVE WS-LOS-DAYS TO RE-LOS-DAYS
               ADD 1 TO WS-TOT-DISCHARGES
               ADD 1 TO WS-TYPE-DIS
               ADD WS-LOS-DAYS TO WS-TOT-BED-DAYS
               IF WS-ST-IDX > 0
                   ADD 1 TO WS-ST-DISCHARGES(WS-ST-IDX)
                   ADD WS-LOS-DAYS TO WS-ST-BED-DAYS(WS-ST-IDX)
               END-IF
               IF WS-DIAG-CODE = SPACES
                   ADD 1 TO WS-UNCODED-COUNT
               END-IF
           END-IF
           WRITE RETURN-EPISODE-RECORD
           ADD 1 TO WS-RECORD-COUNT
           .

      * Leaves WS-ST-IDX on the control-total line for WS-SITE,
      * adding it when new.  A new site with the table full gets
      * zero; the caller counts it in WS-ST-SKIPPED-COUNT.
       FIND-SITE-TOTAL.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR WS-FOUND-FLAG = "Y"
               IF WS-ST-SITE(WS-ST-IDX) = WS-SITE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = "Y"
               SUBTRACT 1 FROM WS-ST-IDX
           ELSE
               IF WS-ST-COUNT < 50
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-IDX
                   MOVE WS-SITE TO WS-ST-SITE(WS-ST-IDX)
                   MOVE 0 TO WS-ST-ADMISSIONS(WS-ST-IDX)
                   MOVE 0 TO WS-ST-DISCHARGES(WS-ST-IDX)
                   MOVE 0 TO WS-ST-BED-DAYS(WS-ST-IDX)
                   MOVE 0 TO WS-ST-ED(WS-ST-IDX)
                   MOVE 0 TO WS-ST-PROCEDURES(WS-ST-IDX)
                   MOVE 0 TO WS-ST-OUTPATIENTS(WS-ST-IDX)
                   MOVE 0 TO WS-ST-DEATHS(WS-ST-IDX)
               ELSE
                   MOVE 0 TO WS-ST-IDX
               END-IF
           END-IF
           .

       RETURN-ED-ATTENDANCES.
           MOVE 0 TO WS-ED-COUNT
           OPEN INPUT ED-VISIT-FILE
           IF WS-ED-VISIT-STATUS = "35"
               CLOSE ED-VISIT-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ED-VISIT-FILE INTO ED-VISIT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF EV-ARRIVAL-DATE(1:7) = WS-MONTH
                               PERFORM TALLY-ED-ATTENDANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ED-VISIT-FILE
               MOVE "N" TO WS-EOF
           END-IF
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX > WS-ED-COUNT
               MOVE SPACES TO RETURN-ED-RECORD
               MOVE "AED" TO RA-TYPE
               MOVE WS-PERIOD TO RA-PERIOD
               MOVE WS-ED-SITE(WS-ED-IDX) TO RA-SITE
               MOVE WS-ED-TRIAGE(WS-ED-IDX) TO RA-TRIAGE-CAT
               MOVE WS-ED-OUTCOME(WS-ED-IDX) TO RA-OUTCOME
               MOVE WS-ED-TALLY(WS-ED-IDX) TO RA-COUNT
               WRITE RETURN-ED-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-TYPE-AED
           END-PERFORM
           .

       TALLY-ED-ATTENDANCE.
           ADD 1 TO WS-TOT-ED
           MOVE EV-SITE-CODE TO WS-SITE
           PERFORM FIND-SITE-TOTAL
           IF WS-ST-IDX > 0
               ADD 1 TO WS-ST-ED(WS-ST-IDX)
           ELSE
               ADD 1 TO WS-ST-SKIPPED-COUNT
           END-IF
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX > WS-ED-COUNT
                      OR WS-FOUND-FLAG = "Y"
               IF WS-ED-SITE(WS-ED-IDX) = EV-SITE-CODE AND
                  WS-ED-TRIAGE(WS-ED-IDX) = EV-TRIAGE-CAT AND
                  WS-ED-OUTCOME(WS-ED-IDX) = EV-OUTCOME
                   ADD 1 TO WS-ED-TALLY(WS-ED-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = "N" AND WS-ED-COUNT < 500
               ADD 1 TO WS-ED-COUNT
               MOVE EV-SITE-CODE TO WS-ED-SITE(WS-ED-COUNT)
               MOVE EV-TRIAGE-CAT TO WS-ED-TRIAGE(WS-ED-COUNT)
               MOVE EV-OUTCOME TO WS-ED-OUTCOME(WS-ED-COUNT)
               MOVE 1 TO WS-ED-TALLY(WS-ED-COUNT)
           END-IF
           .

      * Procedures done in the month; a case takes the site of the
      * stay it was booked against.
       RETURN-PROCEDURES.
           MOVE 0 TO WS-TP-COUNT
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
               CLOSE CASE-FILE
           ELSE
               OPEN INPUT ADMISSION-FILE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CASE-FILE INTO CASE-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TC-DATE(1:7) = WS-MONTH AND
                              TC-STATUS = "Done"
                               PERFORM TALLY-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-FILE
               CLOSE CASE-FILE
               MOVE "N" TO WS-EOF
           END-IF
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-COUNT
               MOVE SPACES TO RETURN-THEATRE-RECORD
               MOVE "THR" TO RT-TYPE
               MOVE WS-PERIOD TO RT-PERIOD
               MOVE WS-TP-SITE(WS-TP-IDX) TO RT-SITE
               MOVE WS-TP-PROC-CODE(WS-TP-IDX) TO RT-PROC-CODE
               MOVE WS-TP-TALLY(WS-TP-IDX) TO RT-COUNT
               WRITE RETURN-THEATRE-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-TYPE-THR
           END-PERFORM
           .

       TALLY-PROCEDURE.
           ADD 1 TO WS-TOT-PROCEDURES
           MOVE SPACES TO WS-SITE
           IF WS-ADMISSION-STATUS NOT = "35"
               MOVE TC-ADMISSION-ID TO AD-ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-SITE-CODE TO WS-SITE
               END-READ
           END-IF
           PERFORM FIND-SITE-TOTAL
           IF WS-ST-IDX > 0
               ADD 1 TO WS-ST-PROCEDURES(WS-ST-IDX)
           ELSE
               ADD 1 TO WS-ST-SKIPPED-COUNT
           END-IF
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-COUNT
                      OR WS-FOUND-FLAG = "Y"
               IF WS-TP-SITE(WS-TP-IDX) = WS-SITE AND
                  WS-TP-PROC-CODE(WS-TP-IDX) = TC-PROC-CODE
                   ADD 1 TO WS-TP-TALLY(WS-TP-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = "N" AND WS-TP-COUNT < 1000
               ADD 1 TO WS-TP-COUNT
               MOVE WS-SITE TO WS-TP-SITE(WS-TP-COUNT)
               MOVE TC-PROC-CODE TO WS-TP-PROC-CODE(WS-TP-COUNT)
               MOVE 1 TO WS-TP-TALLY(WS-TP-COUNT)
           END-IF
           .

      * Outpatient attendances are the completed appointments,
      * one OPA record per site.
       RETURN-OUTPATIENTS.
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPOINTMENT-STATUS = "35"
               CLOSE APPOINTMENT-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT INTO
                       APPOINTMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AR-APPT-DATE(1:7) = WS-MONTH AND
                              AR-APPT-STATUS = "Completed"
                               ADD 1 TO WS-TOT-OUTPATIENTS
                               MOVE AR-SITE-CODE TO WS-SITE
                               PERFORM FIND-SITE-TOTAL
                               IF WS-ST-IDX > 0
                                   ADD 1 TO WS-ST-OUTPATIENTS(WS-ST-IDX)
                               ELSE
                                   ADD 1 TO WS-ST-SKIPPED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-FILE
               MOVE "N" TO WS-EOF
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-OUTPATIENTS(WS-ST-IDX) > 0
                   MOVE SPACES TO RETURN-OUTPATIENT-RECORD
                   MOVE "OPA" TO RO-TYPE
                   MOVE WS-PERIOD TO RO-PERIOD
                   MOVE WS-ST-SITE(WS-ST-IDX) TO RO-SITE
                   MOVE WS-ST-OUTPATIENTS(WS-ST-IDX) TO RO-COUNT
                   WRITE RETURN-OUTPATIENT-RECORD
                   ADD 1 TO WS-RECORD-COUNT
                   ADD 1 TO WS-TYPE-OPA
               END-IF
           END-PERFORM
           .

       RETURN-DEATHS.
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS = "35"
               CLOSE PATIENT-MASTER-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ PATIENT-MASTER-FILE NEXT INTO
                       PATIENT-MASTER-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PM-DECEASED-FLAG = "Y" AND
                              PM-DECEASED-DATE(1:7) = WS-MONTH
                               PERFORM WRITE-DEATH-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-MASTER-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

      * A death on a day the patient was in a stay is an in-hospital
      * death at the site of that stay.
       WRITE-DEATH-RECORD.
           MOVE "C" TO WS-DEATH-PLACE
           MOVE 0 TO WS-DEATH-ADMISSION-ID
           MOVE SPACES TO WS-SITE
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               CLOSE ADMISSION-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF AD-PATIENT-ID = PM-PATIENT-ID AND
                              AD-ADMIT-DATE <= PM-DECEASED-DATE AND
                              (AD-DISCHARGE-DATE = SPACES OR
                               AD-DISCHARGE-DATE >= PM-DECEASED-DATE)
                               MOVE "H" TO WS-DEATH-PLACE
                               MOVE AD-ADMISSION-ID TO
                                   WS-DEATH-ADMISSION-ID
                               MOVE AD-SITE-CODE TO WS-SITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-FILE
           END-IF
           ADD 1 TO WS-TOT-DEATHS
           PERFORM FIND-SITE-TOTAL
           IF WS-ST-IDX > 0
               ADD 1 TO WS-ST-DEATHS(WS-ST-IDX)
           ELSE
               ADD 1 TO WS-ST-SKIPPED-COUNT
           END-IF
           MOVE SPACES TO RETURN-DEATH-RECORD
           MOVE "DTH" TO RD-TYPE
           MOVE WS-PERIOD TO RD-PERIOD
           MOVE WS-SITE TO RD-SITE
           MOVE PM-PATIENT-ID TO RD-PATIENT-ID
           MOVE PM-DECEASED-DATE TO RD-DEATH-DATE
           MOVE WS-DEATH-PLACE TO RD-PLACE
           MOVE WS-DEATH-ADMISSION-ID TO RD-ADMISSION-ID
           WRITE RETURN-DEATH-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-TYPE-DTH
           .

      * The figures here are the ones our own reports give for the
      * month - check them before the file goes off.
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE "Hospital Management System" TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "Activity Return Control Totals - " WS-MONTH
                  "  run " WS-TODAY-DATE
                  DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE ALL "-" TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE "Site    Admits Discharges Bed Days     ED Theatre"
               TO CONTROL-LINE
           MOVE " Outpat Deaths" TO CONTROL-LINE(52:14)
           WRITE CONTROL-LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE WS-ST-SITE(WS-ST-IDX) TO WS-SITE-OUT
               IF WS-ST-SITE(WS-ST-IDX) = SPACES
                   MOVE "(main)" TO WS-SITE-OUT
               END-IF
               MOVE SPACES TO CONTROL-LINE
               STRING WS-SITE-OUT "  " WS-ST-ADMISSIONS(WS-ST-IDX)
                      "     " WS-ST-DISCHARGES(WS-ST-IDX)
                      " " WS-ST-BED-DAYS(WS-ST-IDX)
                      " " WS-ST-ED(WS-ST-IDX)
                      "  " WS-ST-PROCEDURES(WS-ST-IDX)
                      " " WS-ST-OUTPATIENTS(WS-ST-IDX)
                      " " WS-ST-DEATHS(WS-ST-IDX)
                      DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-PERFORM
           MOVE SPACES TO CONTROL-LINE
           STRING "Total   " WS-TOT-ADMISSIONS
                  "     " WS-TOT-DISCHARGES
                  " " WS-TOT-BED-DAYS
                  " " WS-TOT-ED
                  "  " WS-TOT-PROCEDURES
                  " " WS-TOT-OUTPATIENTS
                  " " WS-TOT-DEATHS
                  DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE ALL "-" TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "Records by type:  ADM " WS-TYPE-ADM
                  "  DIS " WS-TYPE-DIS "  AED " WS-TYPE-AED
                  DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "                  THR " WS-TYPE-THR
                  "  OPA " WS-TYPE-OPA "  DTH " WS-TYPE-DTH
                  DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "Detail records (trailer count): " WS-RECORD-COUNT
                  DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "Discharges with no coded diagnosis: "
                  WS-UNCODED-COUNT
                  DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           IF WS-ST-SKIPPED-COUNT > 0
               MOVE SPACES TO CONTROL-LINE
               STRING "Events at sites past the 50 listed: "
                      WS-ST-SKIPPED-COUNT
                      DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
               DISPLAY "Events at sites past the 50 listed: "
                       WS-ST-SKIPPED-COUNT
           END-IF
           IF WS-DX-SKIPPED > 0
               MOVE SPACES TO CONTROL-LINE
               STRING "Stays past the diagnosis table (uncoded): "
                      WS-DX-SKIPPED
                      DELIMITED BY SIZE INTO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF
           IF WS-UNCODED-COUNT > 0
               MOVE "Code the outstanding stays and rerun before "
                   TO CONTROL-LINE
               MOVE "submitting." TO CONTROL-LINE(45:11)
               WRITE CONTROL-LINE
           END-IF
           CLOSE CONTROL-REPORT-FILE
           DISPLAY "Return records: " WS-RECORD-COUNT
                   "  Uncoded discharges: " WS-UNCODED-COUNT
           DISPLAY "Return written to " WS-RETURN-FILE-NAME
           DISPLAY "Control report written to "
                   "/data/activity_return_control.txt"
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
           MOVE "ACTIVITY-RETURN" TO AUDIT-PROGRAM
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
       END PROGRAM ACTIVITY-RETURN.
