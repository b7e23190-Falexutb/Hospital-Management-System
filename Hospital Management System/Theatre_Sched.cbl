               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/theatre_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Signed procedure consents, one record per patient and
      * procedure code, each valid from its consent date to its
      * expiry date.
           SELECT CONSENT-FILE ASSIGN TO "/data/consents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT CONSENT-REPORT-FILE
               ASSIGN TO "/data/consent_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS)
      * used to confirm the patient a consent is taken from.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.

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

       FD  THEATRE-FILE.
       01  THEATRE-RECORD.
           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

       FD  DOCTOR-FILE.
       01  DOCTOR-RECORD.
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           05  CN-PATIENT-ID        PIC 9(8).
           05  CN-PROC-CODE         PIC X(8).
           05  CN-CONSENT-DATE      PIC X(10).
           05  CN-CONSENTED-BY      PIC X(30).
           05  CN-WITNESS-ID        PIC 9(8).
           05  CN-EXPIRY-DATE       PIC X(10).
           05  CN-RECORDED-BY       PIC X(20).

      * Tomorrow's cases with no valid consent on file.
       FD  CONSENT-REPORT-FILE.
       01  CONSENT-REPORT-LINE      PIC X(80).

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

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 99.
       77  WS-THEATRE-STATUS        PIC XX VALUE "00".
       77  WS-CASE-STATUS           PIC XX VALUE "00".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-DUPLICATE-FLAG        PIC X VALUE "N".
       77  WS-OVERLAP-FLAG          PIC X VALUE "N".
       77  WS-CASE-FOUND-FLAG       PIC X VALUE "N".
       77  WS-ESTIMATE-CHOICE       PIC X VALUE "N".
       77  WS-TC-EOF                PIC X VALUE "N".
       77  WS-TH-EOF                PIC X VALUE "N".
       77  WS-TIME-HH               PIC 99.
       77  WS-BOOKED-END            PIC 9(4).
       77  WS-STATUS-CHOICE         PIC 9.
       77  WS-NEW-STATUS            PIC X(10).
       77  WS-PRIOR-STATUS          PIC X(10).
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-UTIL-MONTH            PIC X(7).
       77  WS-AVAIL-DAYS            PIC 9(2).
       77  WS-TH-COUNT              PIC 9(2) VALUE 0.
       77  WS-TH-IDX                PIC 9(2).
       77  WS-TH-FOUND-FLAG         PIC X VALUE "N".
       77  WS-CONSENT-STATUS        PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-CN-EOF                PIC X VALUE "N".
       77  WS-CONSENT-FOUND-FLAG    PIC X VALUE "N".
       77  WS-CONSENT-CHECK-DATE    PIC X(10).
       77  WS-CN-CONSENT-DATE       PIC X(10).
       77  WS-CN-CONSENTED-BY       PIC X(30).
       77  WS-CN-EXPIRY-DATE        PIC X(10).
       77  WS-CN-COUNT              PIC 9(4) VALUE 0.
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TOMORROW-RAW          PIC 9(8).
       01  WS-TH-TABLE.
           05  WS-TH-ENTRY OCCURS 10 TIMES.
               10  WS-TH-CODE           PIC X(4).
               DISPLAY "4. Update Case Status"
               DISPLAY "5. Daily Theatre List"
               DISPLAY "6. Monthly Utilization Report"
               DISPLAY "7. Record Procedure Consent"
               DISPLAY "8. Next-Day Consent Check"
               DISPLAY "9. Pre-Service Cost Estimate"
               DISPLAY "10. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 6
                       PERFORM MONTHLY-UTILIZATION
                   WHEN 7
                       PERFORM RECORD-PROCEDURE-CONSENT
                   WHEN 8
                       PERFORM NEXT-DAY-CONSENT-CHECK
                   WHEN 9
                       PERFORM PREPARE-CASE-ESTIMATE
                   WHEN 10
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
                               "booked over that slot."
                   ELSE
                       PERFORM CHECK-PRIOR-AUTH
                       PERFORM WARN-MISSING-CONSENT
                       PERFORM WRITE-THEATRE-CASE
                       DISPLAY "Prepare patient cost estimate now "
                               "(Y/N)? "
                       ACCEPT WS-ESTIMATE-CHOICE
                       IF WS-ESTIMATE-CHOICE = "Y"
                           PERFORM START-COST-ESTIMATE
                       END-IF
                   END-IF
           END-EVALUATE
           .
           DISPLAY "Enter Case ID: "
           ACCEPT WS-CASE-ID
           DISPLAY "Select Status: 1. Booked  2. Done  "
                   "3. Cancelled  4. In Progress"
           ACCEPT WS-STATUS-CHOICE
           EVALUATE WS-STATUS-CHOICE
               WHEN 2
                   MOVE "Done" TO WS-NEW-STATUS
               WHEN 3
                   MOVE "Cancelled" TO WS-NEW-STATUS
               WHEN 4
                   MOVE "InProgress" TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE "Booked" TO WS-NEW-STATUS
           END-EVALUATE
           MOVE "Y" TO WS-CONSENT-FOUND-FLAG
           IF WS-NEW-STATUS = "InProgress" OR
              WS-NEW-STATUS = "Done"
               PERFORM CHECK-CASE-CONSENT
           END-IF
           IF WS-CONSENT-FOUND-FLAG = "N"
               DISPLAY "Update Failed: no valid consent on file "
                       "for Patient " WS-PATIENT-ID
                       " and Procedure " WS-PROC-CODE
               DISPLAY "Case " WS-CASE-ID " cannot go to "
                       WS-NEW-STATUS " until signed consent is "
                       "recorded."
           ELSE
               PERFORM REWRITE-CASE-STATUS
           END-IF
           .

       REWRITE-CASE-STATUS.
           MOVE "N" TO WS-CASE-FOUND-FLAG
           OPEN INPUT CASE-FILE
           OPEN OUTPUT CASE-TEMP-FILE
           MOVE "N" TO WS-PA-EOF
           .

      * A booking without consent is allowed - the form is often
      * signed at pre-op - but the desk is told so it can chase it.
       WARN-MISSING-CONSENT.
           MOVE AD-PATIENT-ID TO WS-PATIENT-ID
           MOVE WS-CASE-DATE TO WS-CONSENT-CHECK-DATE
           PERFORM CHECK-CONSENT
           IF WS-CONSENT-FOUND-FLAG = "N"
               DISPLAY "WARNING: no valid consent on file for "
                       "Patient " WS-PATIENT-ID " and Procedure "
                       WS-PROC-CODE " on " WS-CASE-DATE
                       " - record signed consent before the "
                       "case starts."
           END-IF
           .

      * A case may not go In Progress, or straight to Done without
      * passing through In Progress, unless the patient's consent
      * for its procedure is valid today.  A case already In
      * Progress was checked when it started.  A Case ID not on
      * file is left for the status update to report.
       CHECK-CASE-CONSENT.
           MOVE "Y" TO WS-CONSENT-FOUND-FLAG
           MOVE "N" TO WS-CASE-FOUND-FLAG
           MOVE SPACES TO WS-PRIOR-STATUS
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
                           IF TC-CASE-ID = WS-CASE-ID
                               MOVE TC-ADMISSION-ID TO
                                   WS-ADMISSION-ID
                               MOVE TC-PROC-CODE TO WS-PROC-CODE
                               MOVE TC-STATUS TO WS-PRIOR-STATUS
                               MOVE "Y" TO WS-CASE-FOUND-FLAG
                               MOVE "Y" TO WS-TC-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           MOVE "N" TO WS-TC-EOF
           IF WS-NEW-STATUS = "Done" AND
              WS-PRIOR-STATUS = "InProgress"
               MOVE "N" TO WS-CASE-FOUND-FLAG
           END-IF
           IF WS-CASE-FOUND-FLAG = "Y"
               ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
               STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                      WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                      INTO WS-CONSENT-CHECK-DATE
               PERFORM LOOKUP-CASE-PATIENT
               PERFORM CHECK-CONSENT
           END-IF
           .

      * Estimate for a case already booked - the patient comes
      * from the case's admission.
       PREPARE-CASE-ESTIMATE.
           DISPLAY "Enter Case ID: "
           ACCEPT WS-CASE-ID
           MOVE "N" TO WS-CASE-FOUND-FLAG
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
                           IF TC-CASE-ID = WS-CASE-ID
                               MOVE TC-ADMISSION-ID TO
                                   WS-ADMISSION-ID
                               MOVE TC-PROC-CODE TO WS-PROC-CODE
                               MOVE TC-DATE TO WS-CASE-DATE
                               MOVE "Y" TO WS-CASE-FOUND-FLAG
                               MOVE "Y" TO WS-TC-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           MOVE "N" TO WS-TC-EOF
           IF WS-CASE-FOUND-FLAG = "N"
               DISPLAY "Estimate Failed: Case " WS-CASE-ID
                       " not on file."
           ELSE
               PERFORM LOOKUP-CASE-PATIENT
               PERFORM START-COST-ESTIMATE
           END-IF
           .

      * COST-ESTIMATE reads the case from the HMS_ESTIMATE_*
      * variables and prices the case procedure as its first line.
       START-COST-ESTIMATE.
           DISPLAY "HMS_ESTIMATE_SOURCE" UPON ENVIRONMENT-NAME
           DISPLAY "THEATRE" UPON ENVIRONMENT-VALUE
           DISPLAY "HMS_ESTIMATE_PATIENT" UPON ENVIRONMENT-NAME
           DISPLAY WS-PATIENT-ID UPON ENVIRONMENT-VALUE
           DISPLAY "HMS_ESTIMATE_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-CASE-DATE UPON ENVIRONMENT-VALUE
           DISPLAY "HMS_ESTIMATE_REF" UPON ENVIRONMENT-NAME
           DISPLAY WS-CASE-ID UPON ENVIRONMENT-VALUE
           DISPLAY "HMS_ESTIMATE_PROC" UPON ENVIRONMENT-NAME
           DISPLAY WS-PROC-CODE UPON ENVIRONMENT-VALUE
           CALL 'SYSTEM' USING 'cost_estimate.exe'
           .

       LOOKUP-CASE-PATIENT.
           MOVE 0 TO WS-PATIENT-ID
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS NOT = "35"
               MOVE WS-ADMISSION-ID TO AD-ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-PATIENT-ID TO WS-PATIENT-ID
               END-READ
           END-IF
           CLOSE ADMISSION-FILE
           .

      * Consent is valid for WS-PATIENT-ID and WS-PROC-CODE on
      * WS-CONSENT-CHECK-DATE when that date falls between the
      * consent date and the expiry date.
       CHECK-CONSENT.
           MOVE "N" TO WS-CONSENT-FOUND-FLAG
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS = "35"
               CLOSE CONSENT-FILE
           ELSE
               MOVE "N" TO WS-CN-EOF
               PERFORM UNTIL WS-CN-EOF = "Y"
                   READ CONSENT-FILE INTO CONSENT-RECORD
                       AT END
                           MOVE "Y" TO WS-CN-EOF
                       NOT AT END
                           IF CN-PATIENT-ID = WS-PATIENT-ID AND
                              CN-PROC-CODE = WS-PROC-CODE AND
                              CN-CONSENT-DATE <=
                              WS-CONSENT-CHECK-DATE AND
                              CN-EXPIRY-DATE >=
                              WS-CONSENT-CHECK-DATE
                               MOVE "Y" TO WS-CONSENT-FOUND-FLAG
                               MOVE "Y" TO WS-CN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF
           .

      * The consent is witnessed by a live clinician off the doctor
      * master and is for a procedure priced on the charge master.
       RECORD-PROCEDURE-CONSENT.
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           PERFORM VALIDATE-PATIENT-ID
           IF WS-PATIENT-VALID-FLAG = "N"
               DISPLAY "Consent Failed: Patient " WS-PATIENT-ID
                       " not found in Patient Records or "
                       "marked deceased."
           ELSE
               PERFORM LIST-PATIENT-CONSENTS
               DISPLAY "Enter Procedure Code: "
               ACCEPT WS-PROC-CODE
               DISPLAY "Enter Consent Date (YYYY-MM-DD): "
               ACCEPT WS-CN-CONSENT-DATE
               DISPLAY "Enter Consenting Person (patient or "
                       "representative): "
               ACCEPT WS-CN-CONSENTED-BY
               DISPLAY "Enter Witnessing Clinician (Doctor ID): "
               ACCEPT WS-DOCTOR-ID
               DISPLAY "Enter Expiry Date (YYYY-MM-DD): "
               ACCEPT WS-CN-EXPIRY-DATE
               PERFORM VALIDATE-PROC-CODE
               PERFORM VALIDATE-DOCTOR-ID
               EVALUATE TRUE
                   WHEN WS-PROC-VALID-FLAG = "N"
                       DISPLAY "Consent Failed: Procedure "
                               WS-PROC-CODE " not on the charge "
                               "master or inactive."
                   WHEN WS-CN-CONSENTED-BY = SPACES
                       DISPLAY "Consent Failed: the consenting "
                               "person is required."
                   WHEN WS-DOCTOR-VALID-FLAG = "N"
                       DISPLAY "Consent Failed: Doctor "
                               WS-DOCTOR-ID
                               " not found or inactive."
                   WHEN WS-CN-CONSENT-DATE = SPACES OR
                        WS-CN-EXPIRY-DATE = SPACES
                       DISPLAY "Consent Failed: consent and "
                               "expiry dates are required."
                   WHEN WS-CN-EXPIRY-DATE < WS-CN-CONSENT-DATE
                       DISPLAY "Consent Failed: expiry date is "
                               "before the consent date."
                   WHEN OTHER
                       PERFORM WRITE-CONSENT
               END-EVALUATE
           END-IF
           .

       WRITE-CONSENT.
           MOVE WS-PATIENT-ID TO CN-PATIENT-ID
           MOVE WS-PROC-CODE TO CN-PROC-CODE
           MOVE WS-CN-CONSENT-DATE TO CN-CONSENT-DATE
           MOVE WS-CN-CONSENTED-BY TO CN-CONSENTED-BY
           MOVE WS-DOCTOR-ID TO CN-WITNESS-ID
           MOVE WS-CN-EXPIRY-DATE TO CN-EXPIRY-DATE
           MOVE WS-SESSION-USER TO CN-RECORDED-BY
           OPEN EXTEND CONSENT-FILE
           IF WS-CONSENT-STATUS = "35"
               CLOSE CONSENT-FILE
               OPEN OUTPUT CONSENT-FILE
           END-IF
           WRITE CONSENT-RECORD
           CLOSE CONSENT-FILE
           MOVE "CONSENT" TO WS-AUDIT-ACTION
           MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Consent recorded for Patient " WS-PATIENT-ID
                   " Procedure " WS-PROC-CODE " valid to "
                   WS-CN-EXPIRY-DATE
           .

       LIST-PATIENT-CONSENTS.
           MOVE 0 TO WS-CN-COUNT
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS = "35"
               CLOSE CONSENT-FILE
           ELSE
               MOVE "N" TO WS-CN-EOF
               PERFORM UNTIL WS-CN-EOF = "Y"
                   READ CONSENT-FILE INTO CONSENT-RECORD
                       AT END
                           MOVE "Y" TO WS-CN-EOF
                       NOT AT END
                           IF CN-PATIENT-ID = WS-PATIENT-ID
                               ADD 1 TO WS-CN-COUNT
                               DISPLAY "  " CN-PROC-CODE "  "
                                       CN-CONSENT-DATE " to "
                                       CN-EXPIRY-DATE "  "
                                       CN-CONSENTED-BY
                                       "  Witness "
                                       CN-WITNESS-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF
           DISPLAY "Consents on file: " WS-CN-COUNT
           .

       VALIDATE-PATIENT-ID.
           MOVE "N" TO WS-PATIENT-VALID-FLAG
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE WS-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PATIENT-VALID-FLAG
                   NOT INVALID KEY
                       IF PM-DECEASED-FLAG NOT = "Y"
                           MOVE "Y" TO WS-PATIENT-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           .

      * Run the day before: every case on tomorrow's lists, in any
      * theatre, whose patient has no consent for the procedure
      * valid on the case date.
       NEXT-DAY-CONSENT-CHECK.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           COMPUTE WS-TOMORROW-RAW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) + 1)
           STRING WS-TOMORROW-RAW(1:4) "-" WS-TOMORROW-RAW(5:2)
                  "-" WS-TOMORROW-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-CONSENT-CHECK-DATE
           MOVE 0 TO WS-RECORD-COUNT
           OPEN OUTPUT CONSENT-REPORT-FILE
           MOVE "Hospital Management System" TO CONSENT-REPORT-LINE
           WRITE CONSENT-REPORT-LINE
           MOVE SPACES TO CONSENT-REPORT-LINE
           STRING "Cases Without Consent - " WS-CONSENT-CHECK-DATE
               DELIMITED BY SIZE INTO CONSENT-REPORT-LINE
           WRITE CONSENT-REPORT-LINE
           MOVE "Thtr Start Case     Admission Patient  "
               TO CONSENT-REPORT-LINE
           MOVE "Proc     Surgeon" TO CONSENT-REPORT-LINE(40:16)
           WRITE CONSENT-REPORT-LINE
           MOVE "----------------------------------------"
               TO CONSENT-REPORT-LINE
           WRITE CONSENT-REPORT-LINE
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
               DISPLAY "No theatre cases on file."
           ELSE
               MOVE "N" TO WS-TC-EOF
               PERFORM UNTIL WS-TC-EOF = "Y"
                   READ CASE-FILE INTO CASE-RECORD
                       AT END
                           MOVE "Y" TO WS-TC-EOF
                       NOT AT END
                           IF TC-DATE = WS-CONSENT-CHECK-DATE AND
                              TC-STATUS NOT = "Cancelled"
                               PERFORM CHECK-LISTED-CASE-CONSENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CASE-FILE
           MOVE "N" TO WS-TC-EOF
           MOVE "----------------------------------------"
               TO CONSENT-REPORT-LINE
           WRITE CONSENT-REPORT-LINE
           MOVE SPACES TO CONSENT-REPORT-LINE
           STRING "Cases without consent: " WS-RECORD-COUNT
               DELIMITED BY SIZE INTO CONSENT-REPORT-LINE
           WRITE CONSENT-REPORT-LINE
           CLOSE CONSENT-REPORT-FILE
           DISPLAY "Cases without consent: " WS-RECORD-COUNT
           DISPLAY "Report written to /data/consent_exceptions.txt"
           .

       CHECK-LISTED-CASE-CONSENT.
           MOVE TC-ADMISSION-ID TO WS-ADMISSION-ID
           MOVE TC-PROC-CODE TO WS-PROC-CODE
           PERFORM LOOKUP-CASE-PATIENT
           PERFORM CHECK-CONSENT
           IF WS-CONSENT-FOUND-FLAG = "N"
               ADD 1 TO WS-RECORD-COUNT
               MOVE SPACES TO CONSENT-REPORT-LINE
               STRING TC-THEATRE-CODE " " TC-START-TIME " "
                   TC-CASE-ID " " TC-ADMISSION-ID "  "
                   WS-PATIENT-ID " " TC-PROC-CODE " "
                   TC-DOCTOR-ID
                   DELIMITED BY SIZE INTO CONSENT-REPORT-LINE
               WRITE CONSENT-REPORT-LINE
               DISPLAY TC-THEATRE-CODE " " TC-START-TIME
                       "  Case " TC-CASE-ID "  Patient "
                       WS-PATIENT-ID "  " TC-PROC-CODE
                       " - no consent"
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
