               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
      * Outbound ADT event queue (owned by ADT-SENDER) - admit,
      * transfer and discharge events are appended here for the
      * interface sender.
           SELECT ADT-QUEUE-FILE ASSIGN TO "/data/adt_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-QUEUE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal of each change to the patient,
      * appointment, billing, admission and claim masters - read
      * by BACKUP-UTIL to roll a restored generation forward.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "/data/movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT CHART-PRINT-FILE
               ASSIGN TO "/data/chart_print.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Append-only bedside observations per stay, each set with
      * its early-warning score, kept like the progress notes.
           SELECT VITALS-FILE ASSIGN TO "/data/vitals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VITALS-STATUS.
           SELECT EWS-WORKLIST-FILE
               ASSIGN TO "/data/ews_worklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Deposit file (owned by BILLING) - the credits taken at
      * admission get applied to the room-and-board bill here.
           SELECT DEPOSIT-FILE ASSIGN TO "/data/deposits.dat"
           SELECT PAYMENT-FILE ASSIGN TO "/data/payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
      * Infection-control alert per stay - organism, isolation type
      * and the date flagged.  A flag is cleared, never deleted, so
      * the contact trace can still find the exposure later.
           SELECT ISOLATION-FILE
               ASSIGN TO "/data/isolation_flags.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISOLATION-STATUS.
           SELECT ISOLATION-TEMP-FILE
               ASSIGN TO "/data/isolation_flags_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACT-TRACE-FILE
               ASSIGN TO "/data/contact_trace.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The GP's discharge summary for one stay, rewritten each
      * time one is produced like the chart print.
           SELECT DISCHARGE-SUMMARY-FILE
               ASSIGN TO "/data/discharge_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * One record per summary produced - a discharged stay with no
      * record here is still owed to the GP.
           SELECT SUMMARY-LOG-FILE
               ASSIGN TO "/data/discharge_summaries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-LOG-STATUS.
           SELECT OUTSTANDING-SUMMARY-FILE
               ASSIGN TO "/data/outstanding_summaries.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT READMISSION-REPORT-FILE
               ASSIGN TO "/data/readmission_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Read-only views onto the appointment book (owned by
      * APPOINTMENTS) and referrals (owned by REFERRALS) for the
      * follow-up booked at discharge.
           SELECT APPOINTMENT-FILE ASSIGN TO "/data\appoint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-APPOINTMENT-ID
               ALTERNATE RECORD KEY IS AR-DOCTOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-PATIENT-ID WITH DUPLICATES
               FILE STATUS IS WS-APPOINTMENT-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO "/data/referrals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

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
           05  ADM-SITE-CODE         PIC X(4).
           05  ADM-EXPECTED-DISCH    PIC X(10).
           05  ADM-DIET-CODE         PIC X(4).
      * Prior Admission ID when the stay began within 30 days of
      * the patient's last discharge; zero otherwise.
           05  ADM-READMIT-OF        PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).
           05  PM-DECEASED-FLAG      PIC X.
           05  PM-DECEASED-DATE      PIC X(10).

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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
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

      * One record per ward/bed transfer, preserving the trail the
      * way PATIENT-RECORDS keeps condition history - the admission
      * record itself only ever shows the current ward and bed.

      * One record per physical bed in the hospital.  Admissions are
      * only accepted for beds on this file that are in service and
      * not already held by an "Admitted" record.  BM-SIDE-ROOM-FLAG
      * is "Y" for a single side room that can take a patient in
      * isolation.
       FD  BED-MASTER-FILE.
       01  BED-MASTER-RECORD.
           05  BM-WARD              PIC X(20).
           05  BM-BED-NUMBER        PIC 9(4).
           05  BM-OOS-FLAG          PIC X.
           05  BM-SITE-CODE         PIC X(4).
           05  BM-SIDE-ROOM-FLAG    PIC X.

      * Daily room-and-board rate per ward, used to price the stay
      * when a patient is discharged.
       FD  CHART-PRINT-FILE.
       01  CHART-LINE               PIC X(80).

      * VS-CONSCIOUSNESS is A (alert), C (new confusion), V (voice),
      * P (pain) or U (unresponsive).  VS-EWS-SCORE is worked out
      * when the set is recorded and never recalculated.
       FD  VITALS-FILE.
       01  VITALS-RECORD.
           05  VS-ADMISSION-ID      PIC 9(8).
           05  VS-DATE              PIC X(10).
           05  VS-TIME              PIC X(5).
           05  VS-PULSE             PIC 9(3).
           05  VS-SYSTOLIC-BP       PIC 9(3).
           05  VS-DIASTOLIC-BP      PIC 9(3).
           05  VS-RESP-RATE         PIC 9(2).
           05  VS-TEMPERATURE       PIC 9(2)V9.
           05  VS-SPO2              PIC 9(3).
           05  VS-CONSCIOUSNESS     PIC X.
           05  VS-EWS-SCORE         PIC 9(2).
           05  VS-RECORDED-BY       PIC X(20).

      * Ward escalation worklist - stays at or over the escalation
      * score, or overdue for observations for their score band.
       FD  EWS-WORKLIST-FILE.
       01  EWS-WORKLIST-LINE        PIC X(80).

       FD  DEPOSIT-FILE.
       01  DEPOSIT-RECORD.
           05  DP-ADMISSION-ID       PIC 9(8).
           05  PAY-OPERATOR          PIC X(20).
           05  PAY-BANKED-FLAG       PIC X.

      * ISO-TYPE is Contact, Droplet, Airborne or Protective.
      * ISO-ACTIVE-FLAG drops to "N" with ISO-CLEARED-DATE set when
      * infection control lifts the isolation.
       FD  ISOLATION-FILE.
       01  ISOLATION-RECORD.
           05  ISO-ADMISSION-ID     PIC 9(8).
           05  ISO-PATIENT-ID       PIC 9(8).
           05  ISO-ORGANISM         PIC X(20).
           05  ISO-TYPE             PIC X(10).
           05  ISO-FLAG-DATE        PIC X(10).
           05  ISO-FLAGGED-BY       PIC X(20).
           05  ISO-ACTIVE-FLAG      PIC X.
           05  ISO-CLEARED-DATE     PIC X(10).

       FD  ISOLATION-TEMP-FILE.
       01  ISOLATION-TEMP-RECORD    PIC X(87).

      * Ward contacts of a flagged patient over a date window.
       FD  CONTACT-TRACE-FILE.
       01  CONTACT-TRACE-LINE       PIC X(80).

       FD  DISCHARGE-SUMMARY-FILE.
       01  SUMMARY-LINE             PIC X(80).

       FD  SUMMARY-LOG-FILE.
       01  SUMMARY-LOG-RECORD.
           05  DS-ADMISSION-ID      PIC 9(8).
           05  DS-PATIENT-ID        PIC 9(8).
           05  DS-DATE              PIC X(10).
           05  DS-TIME              PIC X(5).
           05  DS-GP-NAME           PIC X(40).
           05  DS-PRODUCED-BY       PIC X(20).

      * Discharged stays with no summary yet, by ward, for the
      * ward clerk.
       FD  OUTSTANDING-SUMMARY-FILE.
       01  OUTSTANDING-LINE         PIC X(80).

      * Monthly readmission rate by ward, site and primary
      * diagnosis, with each readmission listed.
       FD  READMISSION-REPORT-FILE.
       01  READMISSION-LINE         PIC X(80).

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

       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  REF-ID               PIC 9(8).
           05  REF-PATIENT-ID       PIC 9(8).
           05  REF-FROM-DOCTOR-ID   PIC 9(8).
           05  REF-SPECIALTY        PIC X(30).
           05  REF-REASON           PIC X(60).
           05  REF-DATE             PIC X(10).
           05  REF-STATUS           PIC X(10).
           05  REF-APPOINTMENT-ID   PIC 9(8).

      * Write view onto BILLING-LINE-FILE (owned by BILLING).
       FD  BILLING-LINE-FILE.
       01  BILLING-LINE-RECORD.
           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-ADT-QUEUE-STATUS      PIC XX VALUE "00".
       77  WS-ADT-DATE-RAW          PIC 9(8).
       77  WS-ADT-TIME-RAW          PIC 9(8).
       77  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       77  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-DISCHARGE-TIME-RAW    PIC 9(8).
       77  WS-WARD-FILTER           PIC X(20).
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
               10  WS-BM-BED-NUMBER     PIC 9(4).
               10  WS-BM-OOS            PIC X.
               10  WS-BM-SITE           PIC X(4).
               10  WS-BM-SIDE-ROOM      PIC X.
       77  WS-BED-SIDE-ROOM-FLAG    PIC X VALUE "N".
       77  WS-ISOLATION-STATUS      PIC XX VALUE "00".
       77  WS-ISO-EOF               PIC X VALUE "N".
       77  WS-ISO-ACTIVE-FLAG       PIC X VALUE "N".
       77  WS-ISO-ADM-FLAG          PIC X VALUE "N".
       77  WS-ISO-ANY-FLAG          PIC X VALUE "N".
       77  WS-ISO-IN-BED-FLAG       PIC X VALUE "N".
       77  WS-ISO-ORGANISM          PIC X(20).
       77  WS-ISO-TYPE              PIC X(10).
       77  WS-ISO-FLAG-DATE         PIC X(10).
       77  WS-CT-FROM               PIC X(10).
       77  WS-CT-TO                 PIC X(10).
       77  WS-CT-CUR-WARD           PIC X(20).
       77  WS-CT-CUR-START          PIC X(10).
       77  WS-CT-CUR-END            PIC X(10).
       77  WS-CT-OV-START           PIC X(10).
       77  WS-CT-OV-END             PIC X(10).
       77  WS-CT-FIRST-FLAG         PIC X VALUE "N".
       77  WS-CT-MATCH-FLAG         PIC X VALUE "N".
       77  WS-CT-CONTACTS           PIC 9(4) VALUE 0.
       77  WS-CT-MV-COUNT           PIC 9(4) VALUE 0.
       77  WS-CT-MV-IDX             PIC 9(4).
       77  WS-CT-MV-SKIPPED         PIC 9(6) VALUE 0.
       77  WS-CT-AS-COUNT           PIC 9(2) VALUE 0.
       77  WS-CT-AS-IDX             PIC 9(2).
       77  WS-CT-IX-COUNT           PIC 9(3) VALUE 0.
       77  WS-CT-IX-IDX             PIC 9(3).
       77  WS-SUMMARY-LOG-STATUS    PIC XX VALUE "00".
       77  WS-APPOINTMENT-STATUS    PIC XX VALUE "00".
       77  WS-REFERRAL-STATUS       PIC XX VALUE "00".
       77  WS-DS-EOF                PIC X VALUE "N".
       77  WS-DS-CONFIRM            PIC X.
       77  WS-DS-GP-NAME            PIC X(40).
       77  WS-DS-LINES              PIC 9(4) VALUE 0.
       77  WS-DS-FLAG-TEXT          PIC X(8).
       77  WS-DS-COUNT              PIC 9(4) VALUE 0.
       77  WS-DS-IDX                PIC 9(4).
       77  WS-DS-FOUND-FLAG         PIC X VALUE "N".
       77  WS-DS-OUTSTANDING        PIC 9(4) VALUE 0.
       77  WS-DS-SKIPPED            PIC 9(6) VALUE 0.
       77  WS-DS-DAYS               PIC 9(5) VALUE 0.
       77  WS-DS-DISCH-RAW          PIC 9(8).
       77  WS-READMIT-OF            PIC 9(8) VALUE 0.
       77  WS-RM-DISCH-DATE         PIC X(10).
       77  WS-RM-ADMIT-RAW          PIC 9(8).
       77  WS-RM-DISCH-RAW          PIC 9(8).
       77  WS-RM-DAYS               PIC S9(8).
      * A stay beginning this many days or fewer after the same
      * patient's last discharge is a readmission.
       78  WS-READMIT-DAYS          VALUE 30.
       77  WS-RR-MONTH              PIC X(7).
       77  WS-RR-ADMITS             PIC 9(5) VALUE 0.
       77  WS-RR-READMITS           PIC 9(5) VALUE 0.
       77  WS-RR-READMIT-FLAG       PIC X VALUE "N".
       77  WS-RR-PRIMARY-DX         PIC X(8).
       77  WS-RR-TYPE               PIC X(4).
       77  WS-RR-KEY                PIC X(20).
       77  WS-RR-FOUND-FLAG         PIC X VALUE "N".
       77  WS-RR-DX-COUNT           PIC 9(4) VALUE 0.
       77  WS-RR-DX-IDX             PIC 9(4).
       77  WS-RR-GRP-COUNT          PIC 9(3) VALUE 0.
       77  WS-RR-GRP-IDX            PIC 9(3).
       77  WS-RR-LIST-COUNT         PIC 9(4) VALUE 0.
       77  WS-RR-LIST-IDX           PIC 9(4).
       77  WS-RR-DX-SKIPPED         PIC 9(6) VALUE 0.
       77  WS-RR-GRP-SKIPPED        PIC 9(6) VALUE 0.
       77  WS-RR-LIST-SKIPPED       PIC 9(6) VALUE 0.
       77  WS-RR-RATE               PIC 9(3)V9 VALUE 0.
       77  WS-RR-RATE-OUT           PIC ZZ9.9.
      * Primary (first-coded) diagnosis of each stay.
       01  WS-RR-DX-TABLE.
           05  WS-RR-DX-ENTRY OCCURS 5000 TIMES.
               10  WS-RR-DX-ADM         PIC 9(8).
               10  WS-RR-DX-CODE        PIC X(8).
      * Admissions and readmissions in the month by ward, site and
      * primary diagnosis.
       01  WS-RR-GRP-TABLE.
           05  WS-RR-GRP-ENTRY OCCURS 300 TIMES.
               10  WS-RR-G-TYPE         PIC X(4).
               10  WS-RR-G-KEY          PIC X(20).
               10  WS-RR-G-ADMITS       PIC 9(5).
               10  WS-RR-G-READMITS     PIC 9(5).
      * Readmissions in the month with the stay each follows.
       01  WS-RR-LIST-TABLE.
           05  WS-RR-LIST-ENTRY OCCURS 1000 TIMES.
               10  WS-RR-L-ADM          PIC 9(8).
               10  WS-RR-L-PATIENT      PIC 9(8).
               10  WS-RR-L-WARD         PIC X(20).
               10  WS-RR-L-ADMIT-DATE   PIC X(10).
               10  WS-RR-L-PRIOR        PIC 9(8).
               10  WS-RR-L-PRIOR-ADMIT  PIC X(10).
               10  WS-RR-L-PRIOR-DISCH  PIC X(10).
      * Admissions that already have a summary, for the
      * outstanding report.
       01  WS-DS-TABLE.
           05  WS-DS-ADMISSION-ID OCCURS 3000 TIMES PIC 9(8).
      * Movement history held in file order for cutting stays into
      * ward segments.
       01  WS-CT-MV-TABLE.
           05  WS-CT-MV-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-MV-ADM         PIC 9(8).
               10  WS-CT-MV-FROM        PIC X(20).
               10  WS-CT-MV-TO          PIC X(20).
               10  WS-CT-MV-DATE        PIC X(10).
      * Ward segments of the stay in hand, clipped to the window.
       01  WS-CT-AS-TABLE.
           05  WS-CT-AS-ENTRY OCCURS 50 TIMES.
               10  WS-CT-AS-WARD        PIC X(20).
               10  WS-CT-AS-SITE        PIC X(4).
               10  WS-CT-AS-START       PIC X(10).
               10  WS-CT-AS-END         PIC X(10).
      * Ward segments of every stay of the flagged patient.
       01  WS-CT-IX-TABLE.
           05  WS-CT-IX-ENTRY OCCURS 200 TIMES.
               10  WS-CT-IX-WARD        PIC X(20).
               10  WS-CT-IX-SITE        PIC X(4).
               10  WS-CT-IX-START       PIC X(10).
               10  WS-CT-IX-END         PIC X(10).
       77  WS-MOVEMENT-STATUS       PIC XX VALUE "00".
       77  WS-MV-EOF                PIC X VALUE "N".
       77  WS-OLD-WARD              PIC X(20).
               10  WS-MB-CAT            PIC X(20).
               10  WS-MB-WARD-T         PIC X(20).
               10  WS-MB-TALLY          PIC 9(6).
       77  WS-VITALS-STATUS         PIC XX VALUE "00".
       77  WS-VS-EOF                PIC X VALUE "N".
       77  WS-VS-COUNT              PIC 9(4) VALUE 0.
       77  WS-VS-PULSE              PIC 9(3).
       77  WS-VS-SYSTOLIC           PIC 9(3).
       77  WS-VS-DIASTOLIC          PIC 9(3).
       77  WS-VS-RESP-RATE          PIC 9(2).
       77  WS-VS-TEMPERATURE        PIC 9(2)V9.
       77  WS-VS-SPO2               PIC 9(3).
       77  WS-VS-CONSCIOUSNESS      PIC X.
       77  WS-EWS-SCORE             PIC 9(2).
       77  WS-EWS-BAND-MINS         PIC 9(4).
       77  WS-EWS-ELAPSED-MINS      PIC S9(8).
       77  WS-EWS-NOW-MINS          PIC 9(4).
       77  WS-EWS-OBS-MINS          PIC 9(4).
       77  WS-EWS-OBS-DATE-RAW      PIC 9(8).
       77  WS-EWS-REASON            PIC X(20).
       77  WS-EWS-HH                PIC 99.
       77  WS-EWS-MM                PIC 99.
       77  WS-VS-TEMP-OUT           PIC Z9.9.
       77  WS-EWS-LISTED            PIC 9(4) VALUE 0.
       77  WS-VL-COUNT              PIC 9(4) VALUE 0.
       77  WS-VL-IDX                PIC 9(4).
       77  WS-VL-FOUND-IDX          PIC 9(4).
       77  WS-VL-SKIPPED            PIC 9(6) VALUE 0.
      * Escalation threshold for the early-warning score - a set
      * scoring this or more goes on the escalation worklist.
       78  WS-EWS-ESCALATE          VALUE 5.
      * Latest observation set per stay, built for the worklist.
       01  WS-VL-TABLE.
           05  WS-VL-ENTRY OCCURS 500 TIMES.
               10  WS-VL-ADMISSION-ID   PIC 9(8).
               10  WS-VL-DATE           PIC X(10).
               10  WS-VL-TIME           PIC X(5).
               10  WS-VL-SCORE          PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               DISPLAY "19. Enter Progress Note"
               DISPLAY "20. Browse Progress Notes"
               DISPLAY "21. Print Chart"
               DISPLAY "22. Record Vital Signs"
               DISPLAY "23. Browse Vital Signs"
               DISPLAY "24. Early-Warning Escalation Worklist"
               DISPLAY "25. Set Isolation Flag"
               DISPLAY "26. Clear Isolation Flag"
               DISPLAY "27. Contact-Tracing Report"
               DISPLAY "28. Produce Discharge Summary"
               DISPLAY "29. Outstanding Discharge Summaries"
               DISPLAY "30. Readmission Rate Report"
               DISPLAY "31. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 21
                       PERFORM PRINT-CHART
                   WHEN 22
                       PERFORM RECORD-VITAL-SIGNS
                   WHEN 23
                       PERFORM BROWSE-VITAL-SIGNS
                   WHEN 24
                       PERFORM EWS-ESCALATION-WORKLIST
                   WHEN 25
                       PERFORM SET-ISOLATION-FLAG
                   WHEN 26
                       PERFORM CLEAR-ISOLATION-FLAG
                   WHEN 27
                       PERFORM CONTACT-TRACE-REPORT
                   WHEN 28
                       PERFORM REPRINT-DISCHARGE-SUMMARY
                   WHEN 29
                       PERFORM OUTSTANDING-SUMMARY-REPORT
                   WHEN 30
                       PERFORM READMISSION-RATE-REPORT
                   WHEN 31
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
                           DISPLAY "Admission Failed."
                           PERFORM OFFER-BED-WAITLIST
                       ELSE
                           PERFORM CHECK-READMISSION
                           OPEN EXTEND ADMISSION-FILE
                           IF WS-ADMISSION-FILE-STATUS = "35"
                               CLOSE ADMISSION-FILE
                           MOVE WS-EXPECTED-DISCH TO
                               ADM-EXPECTED-DISCH
                           MOVE WS-DIET-CODE TO ADM-DIET-CODE
                           MOVE WS-READMIT-OF TO ADM-READMIT-OF
                           WRITE ADMISSION-RECORD
                           MOVE "ADMISSIONS" TO WS-JOURNAL-FILE-ID
                           MOVE "W" TO WS-JOURNAL-OP
                           MOVE ADMISSION-RECORD TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL
                           CLOSE ADMISSION-FILE
                           MOVE "CREATE" TO WS-AUDIT-ACTION
                           MOVE WS-ADMISSION-ID TO
                               WS-AUDIT-ENTITY-ID
                           PERFORM WRITE-AUDIT-LOG
                           MOVE "A01" TO ADT-EVENT-TYPE
                           MOVE WS-PATIENT-ID TO ADT-PATIENT-ID
                           MOVE WS-ADMISSION-ID TO ADT-VISIT-ID
                           MOVE WS-WARD TO ADT-WARD
                           MOVE WS-BED-NUMBER TO ADT-BED
                           MOVE SPACES TO ADT-PRIOR-WARD
                           MOVE 0 TO ADT-PRIOR-BED
                           MOVE WS-SITE-CODE TO ADT-SITE-CODE
                           PERFORM WRITE-ADT-EVENT
                           DISPLAY "Patient Admitted Successfully"
                           MOVE WS-ADMIT-DATE TO
                               WS-COV-CHECK-DATE
           END-IF
           .

      * A patient back within WS-READMIT-DAYS of their last
      * discharge is a readmission: the stay is linked to the
      * latest prior admission so the readmission rate can be
      * reported.
       CHECK-READMISSION.
           MOVE 0 TO WS-READMIT-OF
           MOVE SPACES TO WS-RM-DISCH-DATE
           STRING WS-ADMIT-DATE(1:4) WS-ADMIT-DATE(6:2)
                  WS-ADMIT-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-RM-ADMIT-RAW
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS = "35"
              OR WS-RM-ADMIT-RAW IS NOT NUMERIC
               CLOSE ADMISSION-FILE
           ELSE
               MOVE "N" TO WS-ADM-EOF
               PERFORM UNTIL WS-ADM-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-ADM-EOF
                       NOT AT END
                           IF ADM-PATIENT-ID = WS-PATIENT-ID AND
                              ADM-DISCHARGE-DATE NOT = SPACES AND
                              ADM-DISCHARGE-DATE NOT > WS-ADMIT-DATE
                              AND ADM-DISCHARGE-DATE >
                                  WS-RM-DISCH-DATE
                               STRING ADM-DISCHARGE-DATE(1:4)
                                      ADM-DISCHARGE-DATE(6:2)
                                      ADM-DISCHARGE-DATE(9:2)
                                      DELIMITED BY SIZE
                                      INTO WS-RM-DISCH-RAW
                               COMPUTE WS-RM-DAYS =
                                   FUNCTION INTEGER-OF-DATE(
                                       WS-RM-ADMIT-RAW) -
                                   FUNCTION INTEGER-OF-DATE(
                                       WS-RM-DISCH-RAW)
                               IF WS-RM-DAYS <= WS-READMIT-DAYS
                                   MOVE ADMISSION-ID TO WS-READMIT-OF
                                   MOVE ADM-DISCHARGE-DATE TO
                                       WS-RM-DISCH-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-FILE
           END-IF
           IF WS-READMIT-OF NOT = 0
               DISPLAY "WARNING: patient " WS-PATIENT-ID
                       " was discharged from Admission "
                       WS-READMIT-OF " on " WS-RM-DISCH-DATE
               DISPLAY "This stay is recorded as a "
                       WS-READMIT-DAYS "-day readmission."
           END-IF
           .

       CHECK-DUPLICATE-ID.
           MOVE "N" TO WS-DUPLICATE-FLAG
           OPEN INPUT ADMISSION-FILE
                       MOVE ADM-WARD TO WS-OLD-WARD
                       MOVE ADM-BED-NUMBER TO WS-OLD-BED
                       MOVE ADM-SITE-CODE TO WS-SITE-CODE
                       MOVE ADM-PATIENT-ID TO WS-PATIENT-ID
                       MOVE "Y" TO WS-VALID
               END-READ
           END-IF
                           MOVE WS-WARD TO ADM-WARD
                           MOVE WS-BED-NUMBER TO ADM-BED-NUMBER
                           REWRITE ADMISSION-RECORD
                           MOVE "ADMISSIONS" TO WS-JOURNAL-FILE-ID
                           MOVE "R" TO WS-JOURNAL-OP
                           MOVE ADMISSION-RECORD TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL
      * A patient keeping their own bed is not a transfer - only a
      * real move goes to the movement history.
                           IF WS-WARD = WS-OLD-WARD AND
                               CONTINUE
                           ELSE
                               PERFORM WRITE-MOVEMENT-HISTORY
                               MOVE "A02" TO ADT-EVENT-TYPE
                               MOVE ADM-PATIENT-ID TO ADT-PATIENT-ID
                               MOVE WS-ADMISSION-ID TO ADT-VISIT-ID
                               MOVE WS-WARD TO ADT-WARD
                               MOVE WS-BED-NUMBER TO ADT-BED
                               MOVE WS-OLD-WARD TO ADT-PRIOR-WARD
                               MOVE WS-OLD-BED TO ADT-PRIOR-BED
                               MOVE ADM-SITE-CODE TO ADT-SITE-CODE
                               PERFORM WRITE-ADT-EVENT
                           END-IF
                           MOVE "UPDATE" TO WS-AUDIT-ACTION
                           MOVE WS-ADMISSION-ID TO
      * in service, and not already held by another "Admitted"
      * record.  Expects WS-WARD, WS-BED-NUMBER and (to let a
      * patient keep their own bed on update) WS-ADMISSION-ID.
      * An accepted bed that is not a side room draws a warning
      * when WS-PATIENT-ID is in isolation.
       VALIDATE-BED-ASSIGNMENT.
           MOVE "N" TO WS-BED-VALID-FLAG
           MOVE "N" TO WS-BED-ON-FILE-FLAG
           MOVE "N" TO WS-BED-OOS-FLAG
           MOVE "N" TO WS-BED-SIDE-ROOM-FLAG
           OPEN INPUT BED-MASTER-FILE
           IF WS-BED-MASTER-STATUS = "35"
               CLOSE BED-MASTER-FILE
                              BM-SITE-CODE = WS-SITE-CODE
                               MOVE "Y" TO WS-BED-ON-FILE-FLAG
                               MOVE BM-OOS-FLAG TO WS-BED-OOS-FLAG
                               MOVE BM-SIDE-ROOM-FLAG TO
                                   WS-BED-SIDE-ROOM-FLAG
                           END-IF
                   END-READ
               END-PERFORM
                   END-IF
               END-IF
           END-IF
           IF WS-BED-VALID-FLAG = "Y"
               PERFORM WARN-ISOLATION-BED
           END-IF
           .

      * An isolated patient - flagged on this stay or still carrying
      * an active flag from an earlier one - belongs in a side room.
      * The bed is not refused, since a side room is not always
      * free, but the ward is told.
       WARN-ISOLATION-BED.
           PERFORM CHECK-ISOLATION-STATUS
           IF WS-ISO-ACTIVE-FLAG = "Y" AND
              WS-BED-SIDE-ROOM-FLAG NOT = "Y"
               DISPLAY "WARNING: patient " WS-PATIENT-ID " is on "
                       WS-ISO-TYPE " isolation (" WS-ISO-ORGANISM
                       ") - Ward " WS-WARD " Bed " WS-BED-NUMBER
                       " is not a side room."
           END-IF
           .

       CHECK-BED-OCCUPIED.
                                   TO WS-BM-OOS(WS-BM-COUNT)
                               MOVE BM-SITE-CODE
                                   TO WS-BM-SITE(WS-BM-COUNT)
                               MOVE BM-SIDE-ROOM-FLAG
                                   TO WS-BM-SIDE-ROOM(WS-BM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY "Bed Master (" WS-BM-COUNT " beds)"
           DISPLAY "1. List Beds  2. Add Bed  "
                   "3. Toggle Out-of-Service  "
                   "4. Toggle Side Room  5. Back"
           ACCEPT WS-BM-CHOICE
           EVALUATE WS-BM-CHOICE
               WHEN 1
                   PERFORM ADD-BED-MASTER
               WHEN 3
                   PERFORM TOGGLE-BED-OOS
               WHEN 4
                   PERFORM TOGGLE-BED-SIDE-ROOM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                           "  Site: " WS-BM-SITE(WS-BM-IDX)
                           "  Out-of-Service: "
                           WS-BM-OOS(WS-BM-IDX)
                           "  Side Room: "
                           WS-BM-SIDE-ROOM(WS-BM-IDX)
               END-PERFORM
           END-IF
           .
           ACCEPT WS-BED-NUMBER
           DISPLAY "Enter Site Code: "
           ACCEPT WS-SITE-CODE
           DISPLAY "Side Room (Y/N): "
           ACCEPT WS-BED-SIDE-ROOM-FLAG
           IF WS-BED-SIDE-ROOM-FLAG = "y"
               MOVE "Y" TO WS-BED-SIDE-ROOM-FLAG
           END-IF
           IF WS-BED-SIDE-ROOM-FLAG NOT = "Y"
               MOVE "N" TO WS-BED-SIDE-ROOM-FLAG
           END-IF
           PERFORM VALIDATE-SITE-CODE
           IF WS-SITE-VALID-FLAG = "N"
               DISPLAY "Site " WS-SITE-CODE " not on the location "
                       TO WS-BM-BED-NUMBER(WS-BM-COUNT)
                   MOVE "N" TO WS-BM-OOS(WS-BM-COUNT)
                   MOVE WS-SITE-CODE TO WS-BM-SITE(WS-BM-COUNT)
                   MOVE WS-BED-SIDE-ROOM-FLAG
                       TO WS-BM-SIDE-ROOM(WS-BM-COUNT)
                   PERFORM SAVE-BED-MASTER
                   DISPLAY "Bed added."
               END-IF
           END-IF
           .

       TOGGLE-BED-SIDE-ROOM.
           DISPLAY "Enter Ward: "
           ACCEPT WS-WARD
           DISPLAY "Enter Bed Number: "
           ACCEPT WS-BED-NUMBER
           MOVE "N" TO WS-BM-FOUND-FLAG
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-COUNT
               IF WS-BM-WARD(WS-BM-IDX) = WS-WARD AND
                  WS-BM-BED-NUMBER(WS-BM-IDX) = WS-BED-NUMBER
                   MOVE "Y" TO WS-BM-FOUND-FLAG
                   IF WS-BM-SIDE-ROOM(WS-BM-IDX) = "Y"
                       MOVE "N" TO WS-BM-SIDE-ROOM(WS-BM-IDX)
                   ELSE
                       MOVE "Y" TO WS-BM-SIDE-ROOM(WS-BM-IDX)
                   END-IF
                   DISPLAY "Side Room now "
                           WS-BM-SIDE-ROOM(WS-BM-IDX)
               END-IF
           END-PERFORM
           IF WS-BM-FOUND-FLAG = "N"
               DISPLAY "Bed not on the master."
           ELSE
               PERFORM SAVE-BED-MASTER
           END-IF
           .

       SAVE-BED-MASTER.
           OPEN OUTPUT BED-MASTER-FILE
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
               MOVE WS-BM-BED-NUMBER(WS-BM-IDX) TO BM-BED-NUMBER
               MOVE WS-BM-OOS(WS-BM-IDX) TO BM-OOS-FLAG
               MOVE WS-BM-SITE(WS-BM-IDX) TO BM-SITE-CODE
               MOVE WS-BM-SIDE-ROOM(WS-BM-IDX) TO BM-SIDE-ROOM-FLAG
               WRITE BED-MASTER-RECORD
           END-PERFORM
           CLOSE BED-MASTER-FILE
                                  INTO ADM-DISCHARGE-TIME
                           MOVE "Discharged" TO ADM-STATUS
                           REWRITE ADMISSION-RECORD
                           MOVE "ADMISSIONS" TO WS-JOURNAL-FILE-ID
                           MOVE "R" TO WS-JOURNAL-OP
                           MOVE ADMISSION-RECORD TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL
                           MOVE "DISCHARGE" TO WS-AUDIT-ACTION
                           MOVE WS-ADMISSION-ID TO WS-AUDIT-ENTITY-ID
                           PERFORM WRITE-AUDIT-LOG
                           MOVE "A03" TO ADT-EVENT-TYPE
                           MOVE ADM-PATIENT-ID TO ADT-PATIENT-ID
                           MOVE WS-ADMISSION-ID TO ADT-VISIT-ID
                           MOVE ADM-WARD TO ADT-WARD
                           MOVE ADM-BED-NUMBER TO ADT-BED
                           MOVE SPACES TO ADT-PRIOR-WARD
                           MOVE 0 TO ADT-PRIOR-BED
                           MOVE ADM-SITE-CODE TO ADT-SITE-CODE
                           PERFORM WRITE-ADT-EVENT
                           DISPLAY "Patient Discharged Successfully"
                           PERFORM CREATE-ROOM-BOARD-BILL
                           DISPLAY "Produce GP discharge summary now "
                                   "(Y/N): "
                           ACCEPT WS-DS-CONFIRM
                           IF WS-DS-CONFIRM = "Y" OR "y"
                               PERFORM PRODUCE-DISCHARGE-SUMMARY
                           ELSE
                               DISPLAY "Summary left outstanding for "
                                       "the ward clerk."
                           END-IF
                           PERFORM OFFER-NEXT-WAITING-PATIENT
                       END-IF
               END-READ
                       DISPLAY "Billing ID " WS-ADMISSION-ID
                               " is already in use - bill "
                               "manually."
                   NOT INVALID KEY
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "W" TO WS-JOURNAL-OP
                       MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
               END-WRITE
               CLOSE BILLING-FILE
               OPEN EXTEND BILLING-LINE-FILE
               MOVE WS-RB-AMOUNT TO BL-AMOUNT
               MOVE "N" TO BL-OVERRIDE-FLAG
               MOVE ADM-DISCHARGE-DATE TO BL-POST-DATE
               MOVE 0 TO BL-DOCTOR-ID
               WRITE BILLING-LINE-RECORD
                   INVALID KEY
                       DISPLAY "Billing line " BL-BILLING-ID
                               "/" BL-LINE-NUM " already on "
                               "file - not saved."
                   NOT INVALID KEY
                       MOVE "BILLLINE" TO WS-JOURNAL-FILE-ID
                       MOVE "W" TO WS-JOURNAL-OP
                       MOVE BILLING-LINE-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
               END-WRITE
               CLOSE BILLING-LINE-FILE
               DISPLAY "Room-and-board bill " WS-ADMISSION-ID
                           MOVE "Partial" TO PAYMENT-STATUS
                       END-IF
                       REWRITE BILLING-RECORD
                       MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
               END-READ
               CLOSE BILLING-FILE
           END-IF
                               MOVE WS-EXPECTED-DISCH TO
                                   ADM-EXPECTED-DISCH
                               REWRITE ADMISSION-RECORD
                               MOVE "ADMISSIONS" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE ADMISSION-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               MOVE "UPDATE" TO WS-AUDIT-ACTION
                               MOVE WS-ADMISSION-ID TO
                                   WS-AUDIT-ENTITY-ID
                           ELSE
                               MOVE WS-DIET-CODE TO ADM-DIET-CODE
                               REWRITE ADMISSION-RECORD
                               MOVE "ADMISSIONS" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE ADMISSION-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               MOVE "UPDATE" TO WS-AUDIT-ACTION
                               MOVE WS-ADMISSION-ID TO
                                   WS-AUDIT-ENTITY-ID
           .

      * The whole stay in one printable file: admission details,
      * the transfer trail, medication and lab orders, the
      * progress notes in the order they were written and the
      * observation history.
       PRINT-CHART.
           DISPLAY "Enter Admission ID: "
           ACCEPT WS-ADMISSION-ID
               PERFORM WRITE-CHART-MED-ORDERS
               PERFORM WRITE-CHART-LAB-ORDERS
               PERFORM WRITE-CHART-NOTES
               PERFORM WRITE-CHART-VITALS
               CLOSE CHART-PRINT-FILE
               MOVE "VIEW" TO WS-AUDIT-ACTION
               MOVE WS-ADMISSION-ID TO WS-AUDIT-ENTITY-ID
           MOVE "N" TO WS-PN-EOF
           .

       WRITE-CHART-VITALS.
           MOVE "OBSERVATIONS" TO CHART-LINE
           WRITE CHART-LINE
           OPEN INPUT VITALS-FILE
           IF WS-VITALS-STATUS = "35"
               CLOSE VITALS-FILE
           ELSE
               MOVE "N" TO WS-VS-EOF
               PERFORM UNTIL WS-VS-EOF = "Y"
                   READ VITALS-FILE INTO VITALS-RECORD
                       AT END
                           MOVE "Y" TO WS-VS-EOF
                       NOT AT END
                           IF VS-ADMISSION-ID = WS-ADMISSION-ID
                               MOVE VS-TEMPERATURE TO WS-VS-TEMP-OUT
                               MOVE SPACES TO CHART-LINE
                               STRING "  " VS-DATE " " VS-TIME
                                   " P" VS-PULSE " BP" VS-SYSTOLIC-BP
                                   "/" VS-DIASTOLIC-BP " RR"
                                   VS-RESP-RATE " T" WS-VS-TEMP-OUT
                                   " O2 " VS-SPO2 " "
                                   VS-CONSCIOUSNESS " EWS "
                                   VS-EWS-SCORE
                                   DELIMITED BY SIZE
                                   INTO CHART-LINE
                               WRITE CHART-LINE
                               MOVE SPACES TO CHART-LINE
                               STRING "    (" VS-RECORDED-BY ")"
                                   DELIMITED BY SIZE
                                   INTO CHART-LINE
                               WRITE CHART-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VITALS-FILE
           END-IF
           MOVE "N" TO WS-VS-EOF
           .

      * A set of observations for a patient still in house, stamped
      * with the signed-on user and the current date and time and
      * scored as it is written.
       RECORD-VITAL-SIGNS.
           DISPLAY "Enter Admission ID: "
           ACCEPT WS-ADMISSION-ID
           MOVE "N" TO WS-VALID
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS = "35"
               DISPLAY "No admission records on file."
           ELSE
               MOVE WS-ADMISSION-ID TO ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       DISPLAY "No record found for Admission ID "
                               WS-ADMISSION-ID
                   NOT INVALID KEY
                       IF ADM-STATUS = "Admitted"
                           MOVE "Y" TO WS-VALID
                       ELSE
                           DISPLAY "Admission " WS-ADMISSION-ID
                                   " is not an active stay."
                       END-IF
               END-READ
           END-IF
           CLOSE ADMISSION-FILE
           IF WS-VALID = "Y"
               DISPLAY "Enter Pulse (beats/min): "
               ACCEPT WS-VS-PULSE
               DISPLAY "Enter Systolic BP (mmHg): "
               ACCEPT WS-VS-SYSTOLIC
               DISPLAY "Enter Diastolic BP (mmHg): "
               ACCEPT WS-VS-DIASTOLIC
               DISPLAY "Enter Respiratory Rate (breaths/min): "
               ACCEPT WS-VS-RESP-RATE
               DISPLAY "Enter Temperature (deg C, e.g. 37.2): "
               ACCEPT WS-VS-TEMPERATURE
               DISPLAY "Enter SpO2 (%): "
               ACCEPT WS-VS-SPO2
               DISPLAY "Enter Consciousness (A/C/V/P/U): "
               ACCEPT WS-VS-CONSCIOUSNESS
               EVALUATE TRUE
                   WHEN WS-VS-CONSCIOUSNESS NOT = "A" AND
                        WS-VS-CONSCIOUSNESS NOT = "C" AND
                        WS-VS-CONSCIOUSNESS NOT = "V" AND
                        WS-VS-CONSCIOUSNESS NOT = "P" AND
                        WS-VS-CONSCIOUSNESS NOT = "U"
                       DISPLAY "Observations Failed: consciousness "
                               "must be A, C, V, P or U."
                   WHEN WS-VS-PULSE = 0 OR WS-VS-SYSTOLIC = 0 OR
                        WS-VS-RESP-RATE = 0 OR
                        WS-VS-TEMPERATURE = 0 OR WS-VS-SPO2 = 0
                       DISPLAY "Observations Failed: every reading "
                               "is required."
                   WHEN WS-VS-SPO2 > 100
                       DISPLAY "Observations Failed: SpO2 cannot "
                               "be over 100."
                   WHEN OTHER
                       PERFORM CALCULATE-EWS-SCORE
                       PERFORM WRITE-VITALS-RECORD
               END-EVALUATE
           END-IF
           .

       WRITE-VITALS-RECORD.
           MOVE WS-ADMISSION-ID TO VS-ADMISSION-ID
           ACCEPT WS-MV-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-PN-TIME-RAW FROM TIME
           STRING WS-MV-DATE-RAW(1:4) "-"
                  WS-MV-DATE-RAW(5:2) "-"
                  WS-MV-DATE-RAW(7:2)
                  DELIMITED BY SIZE INTO VS-DATE
           STRING WS-PN-TIME-RAW(1:2) ":"
                  WS-PN-TIME-RAW(3:2)
                  DELIMITED BY SIZE INTO VS-TIME
           MOVE WS-VS-PULSE TO VS-PULSE
           MOVE WS-VS-SYSTOLIC TO VS-SYSTOLIC-BP
           MOVE WS-VS-DIASTOLIC TO VS-DIASTOLIC-BP
           MOVE WS-VS-RESP-RATE TO VS-RESP-RATE
           MOVE WS-VS-TEMPERATURE TO VS-TEMPERATURE
           MOVE WS-VS-SPO2 TO VS-SPO2
           MOVE WS-VS-CONSCIOUSNESS TO VS-CONSCIOUSNESS
           MOVE WS-EWS-SCORE TO VS-EWS-SCORE
           MOVE WS-SESSION-USER TO VS-RECORDED-BY
           OPEN EXTEND VITALS-FILE
           IF WS-VITALS-STATUS = "35"
               CLOSE VITALS-FILE
               OPEN OUTPUT VITALS-FILE
           END-IF
           WRITE VITALS-RECORD
           CLOSE VITALS-FILE
           MOVE "VITALS" TO WS-AUDIT-ACTION
           MOVE WS-ADMISSION-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Observations recorded at " VS-TIME
                   "  Early-warning score: " WS-EWS-SCORE
           IF WS-EWS-SCORE >= WS-EWS-ESCALATE
               DISPLAY "ESCALATE: score " WS-EWS-SCORE
                       " - inform the nurse in charge and the "
                       "responsible doctor now."
           END-IF
           .

      * Aggregate early-warning score, 0-3 points per reading on
      * the national bands (room air).
       CALCULATE-EWS-SCORE.
           MOVE 0 TO WS-EWS-SCORE
           EVALUATE TRUE
               WHEN WS-VS-RESP-RATE <= 8
                   ADD 3 TO WS-EWS-SCORE
               WHEN WS-VS-RESP-RATE <= 11
                   ADD 1 TO WS-EWS-SCORE
               WHEN WS-VS-RESP-RATE <= 20
                   CONTINUE
               WHEN WS-VS-RESP-RATE <= 24
                   ADD 2 TO WS-EWS-SCORE
               WHEN OTHER
                   ADD 3 TO WS-EWS-SCORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-VS-SPO2 <= 91
                   ADD 3 TO WS-EWS-SCORE
               WHEN WS-VS-SPO2 <= 93
                   ADD 2 TO WS-EWS-SCORE
               WHEN WS-VS-SPO2 <= 95
                   ADD 1 TO WS-EWS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-VS-SYSTOLIC <= 90
                   ADD 3 TO WS-EWS-SCORE
               WHEN WS-VS-SYSTOLIC <= 100
                   ADD 2 TO WS-EWS-SCORE
               WHEN WS-VS-SYSTOLIC <= 110
                   ADD 1 TO WS-EWS-SCORE
               WHEN WS-VS-SYSTOLIC <= 219
                   CONTINUE
               WHEN OTHER
                   ADD 3 TO WS-EWS-SCORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-VS-PULSE <= 40
                   ADD 3 TO WS-EWS-SCORE
               WHEN WS-VS-PULSE <= 50
                   ADD 1 TO WS-EWS-SCORE
               WHEN WS-VS-PULSE <= 90
                   CONTINUE
               WHEN WS-VS-PULSE <= 110
                   ADD 1 TO WS-EWS-SCORE
               WHEN WS-VS-PULSE <= 130
                   ADD 2 TO WS-EWS-SCORE
               WHEN OTHER
                   ADD 3 TO WS-EWS-SCORE
           END-EVALUATE
           IF WS-VS-CONSCIOUSNESS NOT = "A"
               ADD 3 TO WS-EWS-SCORE
           END-IF
           EVALUATE TRUE
               WHEN WS-VS-TEMPERATURE <= 35.0
                   ADD 3 TO WS-EWS-SCORE
               WHEN WS-VS-TEMPERATURE <= 36.0
                   ADD 1 TO WS-EWS-SCORE
               WHEN WS-VS-TEMPERATURE <= 38.0
                   CONTINUE
               WHEN WS-VS-TEMPERATURE <= 39.0
                   ADD 1 TO WS-EWS-SCORE
               WHEN OTHER
                   ADD 2 TO WS-EWS-SCORE
           END-EVALUATE
           .

       BROWSE-VITAL-SIGNS.
           DISPLAY "Enter Admission ID: "
           ACCEPT WS-ADMISSION-ID
           MOVE 0 TO WS-VS-COUNT
           OPEN INPUT VITALS-FILE
           IF WS-VITALS-STATUS = "35"
               DISPLAY "No observations on file."
               CLOSE VITALS-FILE
           ELSE
               MOVE "N" TO WS-VS-EOF
               PERFORM UNTIL WS-VS-EOF = "Y"
                   READ VITALS-FILE INTO VITALS-RECORD
                       AT END
                           MOVE "Y" TO WS-VS-EOF
                       NOT AT END
                           IF VS-ADMISSION-ID = WS-ADMISSION-ID
                               ADD 1 TO WS-VS-COUNT
                               MOVE VS-TEMPERATURE TO WS-VS-TEMP-OUT
                               DISPLAY VS-DATE " " VS-TIME " ("
                                       VS-RECORDED-BY ")  EWS "
                                       VS-EWS-SCORE
                               DISPLAY "  Pulse " VS-PULSE
                                       "  BP " VS-SYSTOLIC-BP "/"
                                       VS-DIASTOLIC-BP "  Resp "
                                       VS-RESP-RATE "  Temp "
                                       WS-VS-TEMP-OUT "  SpO2 "
                                       VS-SPO2 "  Conscious "
                                       VS-CONSCIOUSNESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VITALS-FILE
               DISPLAY "Observation sets on file: " WS-VS-COUNT
           END-IF
           .

      * Every active stay (optionally one ward) whose latest score
      * is at or over the escalation threshold, or whose latest set
      * is older than its score band allows: score 0 every 12
      * hours, 1-4 every 4 hours, 5-6 hourly and 7 or more every 30
      * minutes.  A stay with no observations at all is listed too.
       EWS-ESCALATION-WORKLIST.
           DISPLAY "Enter Ward (blank for all wards): "
           ACCEPT WS-WARD
           PERFORM LOAD-LATEST-VITALS
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-PN-TIME-RAW FROM TIME
           MOVE WS-PN-TIME-RAW(1:2) TO WS-EWS-HH
           MOVE WS-PN-TIME-RAW(3:2) TO WS-EWS-MM
           COMPUTE WS-EWS-NOW-MINS = WS-EWS-HH * 60 + WS-EWS-MM
           MOVE 0 TO WS-EWS-LISTED
           OPEN OUTPUT EWS-WORKLIST-FILE
           MOVE "Hospital Management System" TO EWS-WORKLIST-LINE
           WRITE EWS-WORKLIST-LINE
           MOVE SPACES TO EWS-WORKLIST-LINE
           STRING "Early-Warning Escalation Worklist - "
               WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
               WS-TODAY-RAW(7:2) " " WS-PN-TIME-RAW(1:2) ":"
               WS-PN-TIME-RAW(3:2)
               DELIMITED BY SIZE INTO EWS-WORKLIST-LINE
           WRITE EWS-WORKLIST-LINE
           MOVE "----------------------------------------"
               TO EWS-WORKLIST-LINE
           WRITE EWS-WORKLIST-LINE
           IF WS-VL-SKIPPED > 0
               DISPLAY "WARNING: observation table full - "
                       WS-VL-SKIPPED " set(s) not loaded; stays "
                       "shown NO OBSERVATIONS may have some."
               MOVE SPACES TO EWS-WORKLIST-LINE
               STRING "WARNING: observation table full - "
                   WS-VL-SKIPPED " set(s) not loaded"
                   DELIMITED BY SIZE INTO EWS-WORKLIST-LINE
               WRITE EWS-WORKLIST-LINE
           END-IF
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS = "35"
               DISPLAY "No admission records on file."
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ADM-STATUS = "Admitted" AND
                              (WS-WARD = SPACES OR
                               ADM-WARD = WS-WARD)
                               PERFORM CHECK-EWS-ESCALATION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF
           CLOSE ADMISSION-FILE
           MOVE "----------------------------------------"
               TO EWS-WORKLIST-LINE
           WRITE EWS-WORKLIST-LINE
           MOVE SPACES TO EWS-WORKLIST-LINE
           STRING "Patients listed: " WS-EWS-LISTED
               DELIMITED BY SIZE INTO EWS-WORKLIST-LINE
           WRITE EWS-WORKLIST-LINE
           CLOSE EWS-WORKLIST-FILE
           DISPLAY "Patients listed: " WS-EWS-LISTED
           DISPLAY "Worklist written to /data/ews_worklist.txt"
           .

      * Only stays still admitted (on the ward asked for) are kept,
      * looked up by key as each new stay turns up on the vitals
      * file; sets that do not fit are counted for the worklist.
       LOAD-LATEST-VITALS.
           MOVE 0 TO WS-VL-COUNT
           MOVE 0 TO WS-VL-SKIPPED
           OPEN INPUT VITALS-FILE
           IF WS-VITALS-STATUS = "35"
               CLOSE VITALS-FILE
           ELSE
               OPEN INPUT ADMISSION-FILE
               MOVE "N" TO WS-VS-EOF
               PERFORM UNTIL WS-VS-EOF = "Y"
                   READ VITALS-FILE INTO VITALS-RECORD
                       AT END
                           MOVE "Y" TO WS-VS-EOF
                       NOT AT END
                           PERFORM KEEP-LATEST-VITALS
                   END-READ
               END-PERFORM
               CLOSE VITALS-FILE
               CLOSE ADMISSION-FILE
               MOVE "N" TO WS-VS-EOF
           END-IF
           .

       KEEP-LATEST-VITALS.
           MOVE 0 TO WS-VL-FOUND-IDX
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > WS-VL-COUNT
               IF WS-VL-ADMISSION-ID(WS-VL-IDX) = VS-ADMISSION-ID
                   MOVE WS-VL-IDX TO WS-VL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-VL-FOUND-IDX = 0
               MOVE VS-ADMISSION-ID TO ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       MOVE SPACES TO ADM-STATUS
               END-READ
               IF ADM-STATUS = "Admitted" AND
                  (WS-WARD = SPACES OR ADM-WARD = WS-WARD)
                   IF WS-VL-COUNT < 500
                       ADD 1 TO WS-VL-COUNT
                       MOVE WS-VL-COUNT TO WS-VL-FOUND-IDX
                       MOVE VS-ADMISSION-ID
                           TO WS-VL-ADMISSION-ID(WS-VL-FOUND-IDX)
                       MOVE SPACES TO WS-VL-DATE(WS-VL-FOUND-IDX)
                       MOVE SPACES TO WS-VL-TIME(WS-VL-FOUND-IDX)
                   ELSE
                       ADD 1 TO WS-VL-SKIPPED
                   END-IF
               END-IF
           END-IF
           IF WS-VL-FOUND-IDX > 0
               IF VS-DATE > WS-VL-DATE(WS-VL-FOUND-IDX) OR
                  (VS-DATE = WS-VL-DATE(WS-VL-FOUND-IDX) AND
                   VS-TIME >= WS-VL-TIME(WS-VL-FOUND-IDX))
                   MOVE VS-DATE TO WS-VL-DATE(WS-VL-FOUND-IDX)
                   MOVE VS-TIME TO WS-VL-TIME(WS-VL-FOUND-IDX)
                   MOVE VS-EWS-SCORE
                       TO WS-VL-SCORE(WS-VL-FOUND-IDX)
               END-IF
           END-IF
           .

      * Lists the stay in ADMISSION-RECORD when it needs escalating
      * or its observations are overdue.
       CHECK-EWS-ESCALATION.
           MOVE SPACES TO WS-EWS-REASON
           MOVE 0 TO WS-VL-FOUND-IDX
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > WS-VL-COUNT
               IF WS-VL-ADMISSION-ID(WS-VL-IDX) = ADMISSION-ID
                   MOVE WS-VL-IDX TO WS-VL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-VL-FOUND-IDX = 0
               MOVE "NO OBSERVATIONS" TO WS-EWS-REASON
               MOVE 0 TO WS-EWS-SCORE
           ELSE
               MOVE WS-VL-SCORE(WS-VL-FOUND-IDX) TO WS-EWS-SCORE
               EVALUATE TRUE
                   WHEN WS-EWS-SCORE = 0
                       MOVE 720 TO WS-EWS-BAND-MINS
                   WHEN WS-EWS-SCORE <= 4
                       MOVE 240 TO WS-EWS-BAND-MINS
                   WHEN WS-EWS-SCORE <= 6
                       MOVE 60 TO WS-EWS-BAND-MINS
                   WHEN OTHER
                       MOVE 30 TO WS-EWS-BAND-MINS
               END-EVALUATE
               MOVE WS-VL-DATE(WS-VL-FOUND-IDX)(1:4)
                   TO WS-EWS-OBS-DATE-RAW(1:4)
               MOVE WS-VL-DATE(WS-VL-FOUND-IDX)(6:2)
                   TO WS-EWS-OBS-DATE-RAW(5:2)
               MOVE WS-VL-DATE(WS-VL-FOUND-IDX)(9:2)
                   TO WS-EWS-OBS-DATE-RAW(7:2)
               MOVE WS-VL-TIME(WS-VL-FOUND-IDX)(1:2) TO WS-EWS-HH
               MOVE WS-VL-TIME(WS-VL-FOUND-IDX)(4:2) TO WS-EWS-MM
               COMPUTE WS-EWS-OBS-MINS = WS-EWS-HH * 60 + WS-EWS-MM
               COMPUTE WS-EWS-ELAPSED-MINS =
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) -
                    FUNCTION INTEGER-OF-DATE(WS-EWS-OBS-DATE-RAW))
                   * 1440 + WS-EWS-NOW-MINS - WS-EWS-OBS-MINS
               IF WS-EWS-SCORE >= WS-EWS-ESCALATE
                   MOVE "ESCALATE" TO WS-EWS-REASON
               END-IF
               IF WS-EWS-ELAPSED-MINS > WS-EWS-BAND-MINS
                   IF WS-EWS-REASON = SPACES
                       MOVE "OBS OVERDUE" TO WS-EWS-REASON
                   ELSE
                       MOVE "ESCALATE+OVERDUE" TO WS-EWS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-EWS-REASON NOT = SPACES
               ADD 1 TO WS-EWS-LISTED
               IF WS-VL-FOUND-IDX = 0
                   DISPLAY ADM-WARD " Bed " ADM-BED-NUMBER
                           "  Admission " ADMISSION-ID
                           "  " WS-EWS-REASON
                   MOVE SPACES TO EWS-WORKLIST-LINE
                   STRING ADM-WARD " Bed " ADM-BED-NUMBER
                       " Adm " ADMISSION-ID "  " WS-EWS-REASON
                       DELIMITED BY SIZE INTO EWS-WORKLIST-LINE
               ELSE
                   DISPLAY ADM-WARD " Bed " ADM-BED-NUMBER
                           "  Admission " ADMISSION-ID
                           "  EWS " WS-EWS-SCORE "  Last obs "
                           WS-VL-DATE(WS-VL-FOUND-IDX) " "
                           WS-VL-TIME(WS-VL-FOUND-IDX)
                           "  " WS-EWS-REASON
                   MOVE SPACES TO EWS-WORKLIST-LINE
                   STRING ADM-WARD " Bed " ADM-BED-NUMBER
                       " Adm " ADMISSION-ID " EWS " WS-EWS-SCORE
                       " " WS-VL-TIME(WS-VL-FOUND-IDX) " "
                       WS-EWS-REASON
                       DELIMITED BY SIZE INTO EWS-WORKLIST-LINE
               END-IF
               WRITE EWS-WORKLIST-LINE
           END-IF
           .

      * Infection control flags a stay once a result comes back -
      * organism, isolation type and the date flagged (blank for
      * today).  One active flag per stay.
       SET-ISOLATION-FLAG.
           DISPLAY "Enter Admission ID: "
           ACCEPT WS-ADMISSION-ID
           MOVE "N" TO WS-VALID
           MOVE "N" TO WS-ISO-IN-BED-FLAG
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS = "35"
               DISPLAY "No admission records on file."
           ELSE
               MOVE WS-ADMISSION-ID TO ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       DISPLAY "No record found for Admission ID "
                               WS-ADMISSION-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VALID
                       MOVE ADM-PATIENT-ID TO WS-PATIENT-ID
                       MOVE ADM-WARD TO WS-WARD
                       MOVE ADM-BED-NUMBER TO WS-BED-NUMBER
                       MOVE ADM-SITE-CODE TO WS-SITE-CODE
                       IF ADM-STATUS = "Admitted"
                           MOVE "Y" TO WS-ISO-IN-BED-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE ADMISSION-FILE
           IF WS-VALID = "Y"
               PERFORM CHECK-ISOLATION-STATUS
               IF WS-ISO-ADM-FLAG = "Y"
                   DISPLAY "Isolation Flag Failed: Admission "
                           WS-ADMISSION-ID " is already flagged."
               ELSE
                   DISPLAY "Enter Organism (e.g. MRSA, C DIFF): "
                   ACCEPT WS-ISO-ORGANISM
                   DISPLAY "Enter Isolation Type (Contact/Droplet/"
                           "Airborne/Protective): "
                   ACCEPT WS-ISO-TYPE
                   DISPLAY "Enter Date Flagged (YYYY-MM-DD, blank "
                           "for today): "
                   ACCEPT WS-ISO-FLAG-DATE
                   IF WS-ISO-FLAG-DATE = SPACES
                       ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
                       STRING WS-TODAY-RAW(1:4) "-"
                              WS-TODAY-RAW(5:2) "-"
                              WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                              INTO WS-ISO-FLAG-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ISO-ORGANISM = SPACES
                           DISPLAY "Isolation Flag Failed: Organism "
                                   "is required."
                       WHEN WS-ISO-TYPE NOT = "Contact" AND
                            WS-ISO-TYPE NOT = "Droplet" AND
                            WS-ISO-TYPE NOT = "Airborne" AND
                            WS-ISO-TYPE NOT = "Protective"
                           DISPLAY "Isolation Flag Failed: Type must "
                                   "be Contact, Droplet, Airborne or "
                                   "Protective."
                       WHEN OTHER
                           PERFORM WRITE-ISOLATION-FLAG
                   END-EVALUATE
               END-IF
           END-IF
           .

       WRITE-ISOLATION-FLAG.
           OPEN EXTEND ISOLATION-FILE
           IF WS-ISOLATION-STATUS = "35"
               CLOSE ISOLATION-FILE
               OPEN OUTPUT ISOLATION-FILE
           END-IF
           MOVE WS-ADMISSION-ID TO ISO-ADMISSION-ID
           MOVE WS-PATIENT-ID TO ISO-PATIENT-ID
           MOVE WS-ISO-ORGANISM TO ISO-ORGANISM
           MOVE WS-ISO-TYPE TO ISO-TYPE
           MOVE WS-ISO-FLAG-DATE TO ISO-FLAG-DATE
           MOVE WS-SESSION-USER TO ISO-FLAGGED-BY
           MOVE "Y" TO ISO-ACTIVE-FLAG
           MOVE SPACES TO ISO-CLEARED-DATE
           WRITE ISOLATION-RECORD
           CLOSE ISOLATION-FILE
           MOVE "ISOLATE" TO WS-AUDIT-ACTION
           MOVE WS-ADMISSION-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Isolation flag set: " WS-ISO-ORGANISM " / "
                   WS-ISO-TYPE
      * A patient already in a bay needs moving, not just flagging.
           IF WS-ISO-IN-BED-FLAG = "Y"
               PERFORM LOOKUP-BED-SIDE-ROOM
               IF WS-BED-SIDE-ROOM-FLAG NOT = "Y"
                   DISPLAY "WARNING: Ward " WS-WARD " Bed "
                           WS-BED-NUMBER " is not a side room - "
                           "transfer the patient to one."
               END-IF
           END-IF
           .

       LOOKUP-BED-SIDE-ROOM.
           MOVE "N" TO WS-BED-SIDE-ROOM-FLAG
           OPEN INPUT BED-MASTER-FILE
           IF WS-BED-MASTER-STATUS = "35"
               CLOSE BED-MASTER-FILE
           ELSE
               MOVE "N" TO WS-BM-EOF
               PERFORM UNTIL WS-BM-EOF = "Y"
                   READ BED-MASTER-FILE INTO BED-MASTER-RECORD
                       AT END
                           MOVE "Y" TO WS-BM-EOF
                       NOT AT END
                           IF BM-WARD = WS-WARD AND
                              BM-BED-NUMBER = WS-BED-NUMBER AND
                              BM-SITE-CODE = WS-SITE-CODE
                               MOVE BM-SIDE-ROOM-FLAG TO
                                   WS-BED-SIDE-ROOM-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BED-MASTER-FILE
           END-IF
           .

      * Active isolation for WS-ADMISSION-ID, or carried by
      * WS-PATIENT-ID from another stay.  WS-ISO-ADM-FLAG is only
      * set for a flag on WS-ADMISSION-ID itself.
       CHECK-ISOLATION-STATUS.
           MOVE "N" TO WS-ISO-ACTIVE-FLAG
           MOVE "N" TO WS-ISO-ADM-FLAG
           OPEN INPUT ISOLATION-FILE
           IF WS-ISOLATION-STATUS = "35"
               CLOSE ISOLATION-FILE
           ELSE
               MOVE "N" TO WS-ISO-EOF
               PERFORM UNTIL WS-ISO-EOF = "Y"
                   READ ISOLATION-FILE INTO ISOLATION-RECORD
                       AT END
                           MOVE "Y" TO WS-ISO-EOF
                       NOT AT END
                           IF ISO-ACTIVE-FLAG = "Y" AND
                              (ISO-ADMISSION-ID = WS-ADMISSION-ID OR
                               ISO-PATIENT-ID = WS-PATIENT-ID)
                               MOVE "Y" TO WS-ISO-ACTIVE-FLAG
                               MOVE ISO-ORGANISM TO WS-ISO-ORGANISM
                               MOVE ISO-TYPE TO WS-ISO-TYPE
                               IF ISO-ADMISSION-ID = WS-ADMISSION-ID
                                   MOVE "Y" TO WS-ISO-ADM-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISOLATION-FILE
           END-IF
           .

       CLEAR-ISOLATION-FLAG.
           DISPLAY "Enter Admission ID: "
           ACCEPT WS-ADMISSION-ID
           MOVE 0 TO WS-PATIENT-ID
           PERFORM CHECK-ISOLATION-STATUS
           IF WS-ISO-ADM-FLAG = "N"
               DISPLAY "No active isolation flag for Admission "
                       WS-ADMISSION-ID
           ELSE
               ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
               STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                      WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                      INTO WS-TODAY-DATE
               OPEN INPUT ISOLATION-FILE
               OPEN OUTPUT ISOLATION-TEMP-FILE
               MOVE "N" TO WS-ISO-EOF
               PERFORM UNTIL WS-ISO-EOF = "Y"
                   READ ISOLATION-FILE INTO ISOLATION-RECORD
                       AT END
                           MOVE "Y" TO WS-ISO-EOF
                       NOT AT END
                           IF ISO-ADMISSION-ID = WS-ADMISSION-ID
                              AND ISO-ACTIVE-FLAG = "Y"
                               MOVE "N" TO ISO-ACTIVE-FLAG
                               MOVE WS-TODAY-DATE TO ISO-CLEARED-DATE
                           END-IF
                           MOVE ISOLATION-RECORD TO
                               ISOLATION-TEMP-RECORD
                           WRITE ISOLATION-TEMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE ISOLATION-FILE
               CLOSE ISOLATION-TEMP-FILE

               OPEN INPUT ISOLATION-TEMP-FILE
               OPEN OUTPUT ISOLATION-FILE
               MOVE "N" TO WS-ISO-EOF
               PERFORM UNTIL WS-ISO-EOF = "Y"
                   READ ISOLATION-TEMP-FILE
                       INTO ISOLATION-TEMP-RECORD
                       AT END
                           MOVE "Y" TO WS-ISO-EOF
                       NOT AT END
                           MOVE ISOLATION-TEMP-RECORD TO
                               ISOLATION-RECORD
                           WRITE ISOLATION-RECORD
                   END-READ
               END-PERFORM
               CLOSE ISOLATION-TEMP-FILE
               CLOSE ISOLATION-FILE
               MOVE "ISOCLEAR" TO WS-AUDIT-ACTION
               MOVE WS-ADMISSION-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Isolation flag cleared."
           END-IF
           .

      * Everyone who shared a ward with a flagged patient inside the
      * window.  Each stay is cut into ward segments off the
      * movement history - admit date to first transfer, transfer
      * to transfer, last transfer to discharge (or today) - and
      * any other patient's segment on the same ward and site that
      * overlaps one of the flagged patient's is listed as a
      * contact with where that patient is now.
       CONTACT-TRACE-REPORT.
           DISPLAY "Enter Flagged Patient ID: "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter Window From (YYYY-MM-DD, blank for all): "
           ACCEPT WS-CT-FROM
           DISPLAY "Enter Window To (YYYY-MM-DD, blank for today): "
           ACCEPT WS-CT-TO
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           IF WS-CT-FROM = SPACES
               MOVE "0000-00-00" TO WS-CT-FROM
           END-IF
           IF WS-CT-TO = SPACES
               MOVE WS-TODAY-DATE TO WS-CT-TO
           END-IF
           PERFORM FIND-PATIENT-ISOLATION
           EVALUATE TRUE
               WHEN WS-ISO-ANY-FLAG = "N"
                   DISPLAY "Contact Trace Failed: Patient "
                           WS-PATIENT-ID " has no isolation flag "
                           "on file."
               WHEN WS-CT-FROM > WS-CT-TO
                   DISPLAY "Contact Trace Failed: window From is "
                           "after window To."
               WHEN OTHER
                   PERFORM LOAD-CONTACT-MOVEMENTS
                   PERFORM BUILD-INDEX-SEGMENTS
                   IF WS-CT-IX-COUNT = 0
                       DISPLAY "Patient " WS-PATIENT-ID " was not "
                               "in house during the window."
                   ELSE
                       PERFORM WRITE-CONTACT-TRACE
                   END-IF
           END-EVALUATE
           .

      * Latest flag on file for WS-PATIENT-ID, active or cleared.
       FIND-PATIENT-ISOLATION.
           MOVE "N" TO WS-ISO-ANY-FLAG
           OPEN INPUT ISOLATION-FILE
           IF WS-ISOLATION-STATUS = "35"
               CLOSE ISOLATION-FILE
           ELSE
               MOVE "N" TO WS-ISO-EOF
               PERFORM UNTIL WS-ISO-EOF = "Y"
                   READ ISOLATION-FILE INTO ISOLATION-RECORD
                       AT END
                           MOVE "Y" TO WS-ISO-EOF
                       NOT AT END
                           IF ISO-PATIENT-ID = WS-PATIENT-ID
                               MOVE "Y" TO WS-ISO-ANY-FLAG
                               MOVE ISO-ORGANISM TO WS-ISO-ORGANISM
                               MOVE ISO-TYPE TO WS-ISO-TYPE
                               MOVE ISO-FLAG-DATE TO WS-ISO-FLAG-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISOLATION-FILE
           END-IF
           .

      * Transfers before the window opens are not needed: the first
      * one inside it still names the ward the stay was on when the
      * window opened, and with none inside it ADM-WARD does.
      * Transfers that do not fit are counted for the report.
       LOAD-CONTACT-MOVEMENTS.
           MOVE 0 TO WS-CT-MV-COUNT
           MOVE 0 TO WS-CT-MV-SKIPPED
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = "35"
               CLOSE MOVEMENT-FILE
           ELSE
               MOVE "N" TO WS-MV-EOF
               PERFORM UNTIL WS-MV-EOF = "Y"
                   READ MOVEMENT-FILE INTO MOVEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-MV-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN MV-DATE < WS-CT-FROM
                                   CONTINUE
                               WHEN WS-CT-MV-COUNT < 2000
                                   ADD 1 TO WS-CT-MV-COUNT
                                   MOVE MV-ADMISSION-ID TO
                                       WS-CT-MV-ADM(WS-CT-MV-COUNT)
                                   MOVE MV-FROM-WARD TO
                                       WS-CT-MV-FROM(WS-CT-MV-COUNT)
                                   MOVE MV-TO-WARD TO
                                       WS-CT-MV-TO(WS-CT-MV-COUNT)
                                   MOVE MV-DATE TO
                                       WS-CT-MV-DATE(WS-CT-MV-COUNT)
                               WHEN OTHER
                                   ADD 1 TO WS-CT-MV-SKIPPED
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF
           IF WS-CT-MV-SKIPPED > 0
               DISPLAY "WARNING: movement table full - "
                       WS-CT-MV-SKIPPED " transfer(s) not loaded; "
                       "ward stays may be incomplete."
           END-IF
           .

       BUILD-INDEX-SEGMENTS.
           MOVE 0 TO WS-CT-IX-COUNT
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS = "35"
               CLOSE ADMISSION-FILE
           ELSE
               MOVE "N" TO WS-ADM-EOF
               PERFORM UNTIL WS-ADM-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-ADM-EOF
                       NOT AT END
                           IF ADM-PATIENT-ID = WS-PATIENT-ID
                               PERFORM BUILD-STAY-SEGMENTS
                               PERFORM VARYING WS-CT-AS-IDX FROM 1
                                       BY 1 UNTIL WS-CT-AS-IDX >
                                       WS-CT-AS-COUNT
                                   IF WS-CT-IX-COUNT < 200
                                       ADD 1 TO WS-CT-IX-COUNT
                                       MOVE WS-CT-AS-ENTRY(
                                           WS-CT-AS-IDX) TO
                                           WS-CT-IX-ENTRY(
                                           WS-CT-IX-COUNT)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-FILE
           END-IF
           .

      * Cuts the stay in ADMISSION-RECORD into ward segments.  With
      * no transfers the stay is one segment on ADM-WARD; otherwise
      * the first transfer's from-ward is where the stay began.
       BUILD-STAY-SEGMENTS.
           MOVE 0 TO WS-CT-AS-COUNT
           MOVE ADM-WARD TO WS-CT-CUR-WARD
           MOVE "N" TO WS-CT-FIRST-FLAG
           PERFORM VARYING WS-CT-MV-IDX FROM 1 BY 1
                   UNTIL WS-CT-MV-IDX > WS-CT-MV-COUNT
                      OR WS-CT-FIRST-FLAG = "Y"
               IF WS-CT-MV-ADM(WS-CT-MV-IDX) = ADMISSION-ID
                   MOVE WS-CT-MV-FROM(WS-CT-MV-IDX) TO WS-CT-CUR-WARD
                   MOVE "Y" TO WS-CT-FIRST-FLAG
               END-IF
           END-PERFORM
           MOVE ADM-ADMIT-DATE TO WS-CT-CUR-START
           PERFORM VARYING WS-CT-MV-IDX FROM 1 BY 1
                   UNTIL WS-CT-MV-IDX > WS-CT-MV-COUNT
               IF WS-CT-MV-ADM(WS-CT-MV-IDX) = ADMISSION-ID
                   MOVE WS-CT-MV-DATE(WS-CT-MV-IDX) TO WS-CT-CUR-END
                   PERFORM ADD-STAY-SEGMENT
                   MOVE WS-CT-MV-TO(WS-CT-MV-IDX) TO WS-CT-CUR-WARD
                   MOVE WS-CT-MV-DATE(WS-CT-MV-IDX) TO
                       WS-CT-CUR-START
               END-IF
           END-PERFORM
           IF ADM-DISCHARGE-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-CT-CUR-END
           ELSE
               MOVE ADM-DISCHARGE-DATE TO WS-CT-CUR-END
           END-IF
           PERFORM ADD-STAY-SEGMENT
           .

      * Keeps the segment only where it falls inside the window,
      * clipped to the window's ends.
       ADD-STAY-SEGMENT.
           IF WS-CT-CUR-START NOT > WS-CT-TO AND
              WS-CT-CUR-END NOT < WS-CT-FROM AND
              WS-CT-AS-COUNT < 50
               ADD 1 TO WS-CT-AS-COUNT
               MOVE WS-CT-CUR-WARD TO WS-CT-AS-WARD(WS-CT-AS-COUNT)
               MOVE ADM-SITE-CODE TO WS-CT-AS-SITE(WS-CT-AS-COUNT)
               IF WS-CT-CUR-START < WS-CT-FROM
                   MOVE WS-CT-FROM TO WS-CT-AS-START(WS-CT-AS-COUNT)
               ELSE
                   MOVE WS-CT-CUR-START TO
                       WS-CT-AS-START(WS-CT-AS-COUNT)
               END-IF
               IF WS-CT-CUR-END > WS-CT-TO
                   MOVE WS-CT-TO TO WS-CT-AS-END(WS-CT-AS-COUNT)
               ELSE
                   MOVE WS-CT-CUR-END TO WS-CT-AS-END(WS-CT-AS-COUNT)
               END-IF
           END-IF
           .

       WRITE-CONTACT-TRACE.
           MOVE 0 TO WS-CT-CONTACTS
           OPEN OUTPUT CONTACT-TRACE-FILE
           MOVE "Hospital Management System" TO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           MOVE SPACES TO CONTACT-TRACE-LINE
           STRING "Contact Trace - Patient " WS-PATIENT-ID " "
               WS-ISO-ORGANISM " (" WS-ISO-TYPE ") flagged "
               WS-ISO-FLAG-DATE
               DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           MOVE SPACES TO CONTACT-TRACE-LINE
           STRING "Window " WS-CT-FROM " to " WS-CT-TO
               DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           IF WS-CT-MV-SKIPPED > 0
               MOVE SPACES TO CONTACT-TRACE-LINE
               STRING "WARNING: movement table full - "
                   WS-CT-MV-SKIPPED " transfer(s) not loaded"
                   DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
               WRITE CONTACT-TRACE-LINE
           END-IF
           MOVE "Flagged patient's ward stays:" TO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           PERFORM VARYING WS-CT-IX-IDX FROM 1 BY 1
                   UNTIL WS-CT-IX-IDX > WS-CT-IX-COUNT
               MOVE SPACES TO CONTACT-TRACE-LINE
               STRING "  " WS-CT-IX-WARD(WS-CT-IX-IDX) " "
                   WS-CT-IX-SITE(WS-CT-IX-IDX) " "
                   WS-CT-IX-START(WS-CT-IX-IDX) " to "
                   WS-CT-IX-END(WS-CT-IX-IDX)
                   DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
               WRITE CONTACT-TRACE-LINE
           END-PERFORM
           MOVE "----------------------------------------"
               TO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           OPEN INPUT PATIENT-MASTER-FILE
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-ADM-EOF
               PERFORM UNTIL WS-ADM-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-ADM-EOF
                       NOT AT END
                           IF ADM-PATIENT-ID NOT = WS-PATIENT-ID
                               PERFORM CHECK-CONTACT-STAY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADMISSION-FILE
           CLOSE PATIENT-MASTER-FILE
           MOVE "----------------------------------------"
               TO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           MOVE SPACES TO CONTACT-TRACE-LINE
           STRING "Contacts listed: " WS-CT-CONTACTS
               DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           CLOSE CONTACT-TRACE-FILE
           DISPLAY "Contacts listed: " WS-CT-CONTACTS
           DISPLAY "Report written to /data/contact_trace.txt"
           .

      * One line set per ward segment of this stay that overlaps
      * any of the flagged patient's on the same ward and site.
       CHECK-CONTACT-STAY.
           PERFORM BUILD-STAY-SEGMENTS
           PERFORM VARYING WS-CT-AS-IDX FROM 1 BY 1
                   UNTIL WS-CT-AS-IDX > WS-CT-AS-COUNT
               MOVE "N" TO WS-CT-MATCH-FLAG
               PERFORM VARYING WS-CT-IX-IDX FROM 1 BY 1
                       UNTIL WS-CT-IX-IDX > WS-CT-IX-COUNT
                          OR WS-CT-MATCH-FLAG = "Y"
                   IF WS-CT-IX-WARD(WS-CT-IX-IDX) =
                          WS-CT-AS-WARD(WS-CT-AS-IDX) AND
                      WS-CT-IX-SITE(WS-CT-IX-IDX) =
                          WS-CT-AS-SITE(WS-CT-AS-IDX) AND
                      WS-CT-IX-START(WS-CT-IX-IDX) NOT >
                          WS-CT-AS-END(WS-CT-AS-IDX) AND
                      WS-CT-AS-START(WS-CT-AS-IDX) NOT >
                          WS-CT-IX-END(WS-CT-IX-IDX)
                       MOVE "Y" TO WS-CT-MATCH-FLAG
                       IF WS-CT-IX-START(WS-CT-IX-IDX) >
                          WS-CT-AS-START(WS-CT-AS-IDX)
                           MOVE WS-CT-IX-START(WS-CT-IX-IDX) TO
                               WS-CT-OV-START
                       ELSE
                           MOVE WS-CT-AS-START(WS-CT-AS-IDX) TO
                               WS-CT-OV-START
                       END-IF
                       IF WS-CT-IX-END(WS-CT-IX-IDX) <
                          WS-CT-AS-END(WS-CT-AS-IDX)
                           MOVE WS-CT-IX-END(WS-CT-IX-IDX) TO
                               WS-CT-OV-END
                       ELSE
                           MOVE WS-CT-AS-END(WS-CT-AS-IDX) TO
                               WS-CT-OV-END
                       END-IF
                       PERFORM WRITE-CONTACT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-CONTACT-LINE.
           ADD 1 TO WS-CT-CONTACTS
           MOVE SPACES TO PM-FIRST-NAME
           MOVE SPACES TO PM-LAST-NAME
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE ADM-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PM-FIRST-NAME
                       MOVE SPACES TO PM-LAST-NAME
               END-READ
           END-IF
           MOVE SPACES TO CONTACT-TRACE-LINE
           STRING "Patient " ADM-PATIENT-ID " " PM-LAST-NAME(1:20)
               " " PM-FIRST-NAME(1:15)
               DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           MOVE SPACES TO CONTACT-TRACE-LINE
           STRING "  Shared " WS-CT-AS-WARD(WS-CT-AS-IDX) " "
               WS-CT-OV-START " to " WS-CT-OV-END
               DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
           WRITE CONTACT-TRACE-LINE
           MOVE SPACES TO CONTACT-TRACE-LINE
           IF ADM-STATUS = "Admitted"
               STRING "  Now: " ADM-WARD " Bed " ADM-BED-NUMBER
                   " (Admission " ADMISSION-ID ")"
                   DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
           ELSE
               STRING "  Now: Discharged " ADM-DISCHARGE-DATE
                   " (Admission " ADMISSION-ID ")"
                   DELIMITED BY SIZE INTO CONTACT-TRACE-LINE
           END-IF
           WRITE CONTACT-TRACE-LINE
           DISPLAY "Patient " ADM-PATIENT-ID " shared "
                   WS-CT-AS-WARD(WS-CT-AS-IDX) " "
                   WS-CT-OV-START " to " WS-CT-OV-END
           .

      * The GP's copy of the stay: dates, ward course, coded
      * diagnoses, medication still running at discharge, abnormal
      * and critical lab results, and any follow-up booked.
      * Expects the discharged stay in ADMISSION-RECORD.
       PRODUCE-DISCHARGE-SUMMARY.
           DISPLAY "Enter GP Name / Practice (blank if not known): "
           ACCEPT WS-DS-GP-NAME
           OPEN OUTPUT DISCHARGE-SUMMARY-FILE
           PERFORM WRITE-SUMMARY-HEADER
           PERFORM WRITE-SUMMARY-WARDS
           PERFORM WRITE-SUMMARY-DIAGNOSES
           PERFORM WRITE-SUMMARY-MEDICATIONS
           PERFORM WRITE-SUMMARY-LAB-RESULTS
           PERFORM WRITE-SUMMARY-FOLLOW-UP
           CLOSE DISCHARGE-SUMMARY-FILE
           PERFORM WRITE-SUMMARY-LOG
           MOVE "DISCHSUMM" TO WS-AUDIT-ACTION
           MOVE ADMISSION-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Discharge summary written to "
                   "/data/discharge_summary.txt"
           .

      * A summary deferred at discharge, or a lost one, is produced
      * here from the stay on file.
       REPRINT-DISCHARGE-SUMMARY.
           DISPLAY "Enter Admission ID: "
           ACCEPT WS-ADMISSION-ID
           MOVE "N" TO WS-VALID
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS = "35"
               DISPLAY "No admission records on file."
           ELSE
               MOVE WS-ADMISSION-ID TO ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       DISPLAY "No record found for Admission ID "
                               WS-ADMISSION-ID
                   NOT INVALID KEY
                       IF ADM-STATUS = "Discharged"
                           MOVE "Y" TO WS-VALID
                       ELSE
                           DISPLAY "Admission " WS-ADMISSION-ID
                                   " has not been discharged."
                       END-IF
               END-READ
           END-IF
           CLOSE ADMISSION-FILE
           IF WS-VALID = "Y"
               PERFORM PRODUCE-DISCHARGE-SUMMARY
           END-IF
           .

       WRITE-SUMMARY-HEADER.
           MOVE SPACES TO PM-FIRST-NAME
           MOVE SPACES TO PM-LAST-NAME
           MOVE SPACES TO PM-PATIENT-DOB
           MOVE SPACES TO PM-STREET
           MOVE SPACES TO PM-CITY
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PATIENT-MASTER-STATUS NOT = "35"
               MOVE ADM-PATIENT-ID TO PM-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PM-FIRST-NAME
                       MOVE SPACES TO PM-LAST-NAME
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
           MOVE "Hospital Management System" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "DISCHARGE SUMMARY" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           IF WS-DS-GP-NAME = SPACES
               MOVE "To: the patient's General Practitioner"
                   TO SUMMARY-LINE
           ELSE
               STRING "To: " WS-DS-GP-NAME
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           END-IF
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "Patient: " PM-LAST-NAME(1:20) " "
               PM-FIRST-NAME(1:15) " DOB " PM-PATIENT-DOB
               " ID " ADM-PATIENT-ID
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "Address: " PM-STREET(1:45) " " PM-CITY
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "Admission " ADMISSION-ID "  Site " ADM-SITE-CODE
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "Admitted " ADM-ADMIT-DATE " " ADM-ADMIT-TIME
               "  Discharged " ADM-DISCHARGE-DATE " "
               ADM-DISCHARGE-TIME
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "----------------------------------------"
               TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           .

      * The ward the stay began on is the first transfer's
      * from-ward; a stay with no transfers spent it all on
      * ADM-WARD.
       WRITE-SUMMARY-WARDS.
           MOVE "WARD COURSE" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 0 TO WS-MV-COUNT
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = "35"
               CLOSE MOVEMENT-FILE
           ELSE
               MOVE "N" TO WS-MV-EOF
               PERFORM UNTIL WS-MV-EOF = "Y"
                   READ MOVEMENT-FILE INTO MOVEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-MV-EOF
                       NOT AT END
                           IF MV-ADMISSION-ID = ADMISSION-ID
                               ADD 1 TO WS-MV-COUNT
                               IF WS-MV-COUNT = 1
                                   MOVE SPACES TO SUMMARY-LINE
                                   STRING "  " ADM-ADMIT-DATE
                                       " Admitted to " MV-FROM-WARD
                                       DELIMITED BY SIZE
                                       INTO SUMMARY-LINE
                                   WRITE SUMMARY-LINE
                               END-IF
                               MOVE SPACES TO SUMMARY-LINE
                               STRING "  " MV-DATE " Transferred to "
                                   MV-TO-WARD
                                   DELIMITED BY SIZE
                                   INTO SUMMARY-LINE
                               WRITE SUMMARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF
           IF WS-MV-COUNT = 0
               MOVE SPACES TO SUMMARY-LINE
               STRING "  " ADM-ADMIT-DATE " Admitted to " ADM-WARD
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           STRING "  " ADM-DISCHARGE-DATE " Discharged from "
               ADM-WARD
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           .

       WRITE-SUMMARY-DIAGNOSES.
           MOVE "DIAGNOSES" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 0 TO WS-DS-LINES
           OPEN INPUT DIAG-CODE-FILE
           OPEN INPUT ADMISSION-DIAG-FILE
           IF WS-ADMISSION-DIAG-STATUS NOT = "35"
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ ADMISSION-DIAG-FILE
                       INTO ADMISSION-DIAG-RECORD
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF XD-ADMISSION-ID = ADMISSION-ID
                               ADD 1 TO WS-DS-LINES
                               MOVE SPACES TO DX-DESCRIPTION
                               IF WS-DIAG-FILE-STATUS NOT = "35"
                                   MOVE XD-DIAG-CODE TO DX-CODE
                                   READ DIAG-CODE-FILE
                                       INVALID KEY
                                           MOVE SPACES TO
                                               DX-DESCRIPTION
                                   END-READ
                               END-IF
                               MOVE SPACES TO SUMMARY-LINE
                               STRING "  " XD-DIAG-CODE " "
                                   DX-DESCRIPTION
                                   DELIMITED BY SIZE
                                   INTO SUMMARY-LINE
                               WRITE SUMMARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADMISSION-DIAG-FILE
           CLOSE DIAG-CODE-FILE
           IF WS-DS-LINES = 0
               MOVE "  (no coded diagnoses recorded)" TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           .

      * Still running at discharge: no stop date, or one on or
      * after the discharge date.
       WRITE-SUMMARY-MEDICATIONS.
           MOVE "MEDICATIONS ON DISCHARGE" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 0 TO WS-DS-LINES
           OPEN INPUT MED-ORDER-FILE
           IF WS-MED-ORDER-STATUS = "35"
               CLOSE MED-ORDER-FILE
           ELSE
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ MED-ORDER-FILE INTO MED-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF MED-ADMISSION-ID = ADMISSION-ID AND
                              (MED-STOP-DATE = SPACES OR
                               MED-STOP-DATE >= ADM-DISCHARGE-DATE)
                               ADD 1 TO WS-DS-LINES
                               MOVE SPACES TO SUMMARY-LINE
                               STRING "  " MED-DRUG-CODE " "
                                   MED-DOSE " " MED-FREQUENCY
                                   " from " MED-START-DATE
                                   DELIMITED BY SIZE
                                   INTO SUMMARY-LINE
                               WRITE SUMMARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MED-ORDER-FILE
           END-IF
           IF WS-DS-LINES = 0
               MOVE "  (no medication active at discharge)"
                   TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           .

      * Significant results are the ones graded abnormal ("A") or
      * critical ("C") on the patient's orders during the stay.
       WRITE-SUMMARY-LAB-RESULTS.
           MOVE "SIGNIFICANT LAB RESULTS" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 0 TO WS-DS-LINES
           OPEN INPUT LAB-ORDER-FILE
           IF WS-LAB-ORDER-STATUS = "35"
               CLOSE LAB-ORDER-FILE
           ELSE
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ LAB-ORDER-FILE INTO LAB-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF ORD-PATIENT-ID = ADM-PATIENT-ID AND
                              ORD-ORDER-DATE >= ADM-ADMIT-DATE AND
                              ORD-ORDER-DATE <= ADM-DISCHARGE-DATE
                              AND (ORD-RESULT-FLAG = "A" OR
                                   ORD-RESULT-FLAG = "C")
                               ADD 1 TO WS-DS-LINES
                               IF ORD-RESULT-FLAG = "C"
                                   MOVE "CRITICAL" TO WS-DS-FLAG-TEXT
                               ELSE
                                   MOVE "ABNORMAL" TO WS-DS-FLAG-TEXT
                               END-IF
                               MOVE SPACES TO SUMMARY-LINE
                               STRING "  " ORD-RESULT-DATE " "
                                   ORD-TEST-CODE " " WS-DS-FLAG-TEXT
                                   " " ORD-RESULT-TEXT(1:37)
                                   DELIMITED BY SIZE
                                   INTO SUMMARY-LINE
                               WRITE SUMMARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAB-ORDER-FILE
           END-IF
           IF WS-DS-LINES = 0
               MOVE "  (no abnormal results)" TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           .

      * Follow-up is any appointment still to be kept on or after
      * the discharge date, and any referral raised during the stay
      * that is still open.
       WRITE-SUMMARY-FOLLOW-UP.
           MOVE "FOLLOW-UP" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 0 TO WS-DS-LINES
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPOINTMENT-STATUS = "35"
               CLOSE APPOINTMENT-FILE
           ELSE
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT INTO APPOINTMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF AR-PATIENT-ID = ADM-PATIENT-ID AND
                              AR-APPT-DATE >= ADM-DISCHARGE-DATE AND
                              (AR-APPT-STATUS = "Scheduled" OR
                               AR-APPT-STATUS = "Confirmed")
                               ADD 1 TO WS-DS-LINES
                               MOVE SPACES TO SUMMARY-LINE
                               STRING "  Appointment " AR-APPT-DATE
                                   " " AR-APPT-TIME " Dr "
                                   AR-DOCTOR-ID " Site "
                                   AR-SITE-CODE
                                   DELIMITED BY SIZE
                                   INTO SUMMARY-LINE
                               WRITE SUMMARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF
           OPEN INPUT REFERRAL-FILE
           IF WS-REFERRAL-STATUS = "35"
               CLOSE REFERRAL-FILE
           ELSE
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ REFERRAL-FILE INTO REFERRAL-RECORD
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF REF-PATIENT-ID = ADM-PATIENT-ID AND
                              REF-DATE >= ADM-ADMIT-DATE AND
                              (REF-STATUS = "Open" OR
                               REF-STATUS = "Accepted")
                               ADD 1 TO WS-DS-LINES
                               MOVE SPACES TO SUMMARY-LINE
                               STRING "  Referral to " REF-SPECIALTY
                                   " raised " REF-DATE
                                   DELIMITED BY SIZE
                                   INTO SUMMARY-LINE
                               WRITE SUMMARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FILE
           END-IF
           IF WS-DS-LINES = 0
               MOVE "  (no follow-up booked)" TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           .

       WRITE-SUMMARY-LOG.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-PN-TIME-RAW FROM TIME
           MOVE ADMISSION-ID TO DS-ADMISSION-ID
           MOVE ADM-PATIENT-ID TO DS-PATIENT-ID
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO DS-DATE
           STRING WS-PN-TIME-RAW(1:2) ":" WS-PN-TIME-RAW(3:2)
                  DELIMITED BY SIZE INTO DS-TIME
           MOVE WS-DS-GP-NAME TO DS-GP-NAME
           MOVE WS-SESSION-USER TO DS-PRODUCED-BY
           OPEN EXTEND SUMMARY-LOG-FILE
           IF WS-SUMMARY-LOG-STATUS = "35"
               CLOSE SUMMARY-LOG-FILE
               OPEN OUTPUT SUMMARY-LOG-FILE
           END-IF
           WRITE SUMMARY-LOG-RECORD
           CLOSE SUMMARY-LOG-FILE
           .

      * Every discharged stay with no summary on the log, with the
      * days since discharge, so the ward clerk can chase them.
      * Only summaries for stays on the ward asked for are held;
      * any that do not fit are counted and warned of, since their
      * stays would be listed in error.
       OUTSTANDING-SUMMARY-REPORT.
           DISPLAY "Enter Ward (blank for all wards): "
           ACCEPT WS-WARD
           MOVE 0 TO WS-DS-COUNT
           MOVE 0 TO WS-DS-SKIPPED
           OPEN INPUT SUMMARY-LOG-FILE
           IF WS-SUMMARY-LOG-STATUS = "35"
               CLOSE SUMMARY-LOG-FILE
           ELSE
               OPEN INPUT ADMISSION-FILE
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ SUMMARY-LOG-FILE INTO SUMMARY-LOG-RECORD
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           PERFORM KEEP-SUMMARY-LOGGED
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-LOG-FILE
               CLOSE ADMISSION-FILE
           END-IF
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE 0 TO WS-DS-OUTSTANDING
           OPEN OUTPUT OUTSTANDING-SUMMARY-FILE
           MOVE "Hospital Management System" TO OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE
           MOVE SPACES TO OUTSTANDING-LINE
           STRING "Outstanding Discharge Summaries - "
               WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
               WS-TODAY-RAW(7:2)
               DELIMITED BY SIZE INTO OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE
           MOVE "Ward                 Admission Patient  Discharged"
               TO OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE
           MOVE "----------------------------------------"
               TO OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE
           IF WS-DS-SKIPPED > 0
               DISPLAY "WARNING: summary table full - "
                       WS-DS-SKIPPED " summaries not loaded; some "
                       "stays listed may have one."
               MOVE SPACES TO OUTSTANDING-LINE
               STRING "WARNING: summary table full - "
                   WS-DS-SKIPPED " summaries not loaded"
                   DELIMITED BY SIZE INTO OUTSTANDING-LINE
               WRITE OUTSTANDING-LINE
           END-IF
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS = "35"
               DISPLAY "No admission records on file."
           ELSE
               MOVE "N" TO WS-ADM-EOF
               PERFORM UNTIL WS-ADM-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-ADM-EOF
                       NOT AT END
                           IF ADM-STATUS = "Discharged" AND
                              (WS-WARD = SPACES OR
                               ADM-WARD = WS-WARD)
                               PERFORM CHECK-SUMMARY-OUTSTANDING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADMISSION-FILE
           MOVE "----------------------------------------"
               TO OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE
           MOVE SPACES TO OUTSTANDING-LINE
           STRING "Summaries outstanding: " WS-DS-OUTSTANDING
               DELIMITED BY SIZE INTO OUTSTANDING-LINE
           WRITE OUTSTANDING-LINE
           CLOSE OUTSTANDING-SUMMARY-FILE
           DISPLAY "Summaries outstanding: " WS-DS-OUTSTANDING
           DISPLAY "Report written to /data/outstanding_summaries.txt"
           .

       KEEP-SUMMARY-LOGGED.
           MOVE DS-ADMISSION-ID TO ADMISSION-ID
           READ ADMISSION-FILE
               INVALID KEY
                   MOVE SPACES TO ADM-STATUS
           END-READ
           IF ADM-STATUS = "Discharged" AND
              (WS-WARD = SPACES OR ADM-WARD = WS-WARD)
               IF WS-DS-COUNT < 3000
                   ADD 1 TO WS-DS-COUNT
                   MOVE DS-ADMISSION-ID TO
                       WS-DS-ADMISSION-ID(WS-DS-COUNT)
               ELSE
                   ADD 1 TO WS-DS-SKIPPED
               END-IF
           END-IF
           .

       CHECK-SUMMARY-OUTSTANDING.
           MOVE "N" TO WS-DS-FOUND-FLAG
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
                      OR WS-DS-FOUND-FLAG = "Y"
               IF WS-DS-ADMISSION-ID(WS-DS-IDX) = ADMISSION-ID
                   MOVE "Y" TO WS-DS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-DS-FOUND-FLAG = "N"
               ADD 1 TO WS-DS-OUTSTANDING
               MOVE 0 TO WS-DS-DAYS
               IF ADM-DISCHARGE-DATE NOT = SPACES
                   STRING ADM-DISCHARGE-DATE(1:4)
                          ADM-DISCHARGE-DATE(6:2)
                          ADM-DISCHARGE-DATE(9:2)
                          DELIMITED BY SIZE INTO WS-DS-DISCH-RAW
                   COMPUTE WS-DS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) -
                       FUNCTION INTEGER-OF-DATE(WS-DS-DISCH-RAW)
               END-IF
               MOVE SPACES TO OUTSTANDING-LINE
               STRING ADM-WARD " " ADMISSION-ID "  " ADM-PATIENT-ID
                   " " ADM-DISCHARGE-DATE " (" WS-DS-DAYS " days)"
                   DELIMITED BY SIZE INTO OUTSTANDING-LINE
               WRITE OUTSTANDING-LINE
               DISPLAY ADM-WARD " Admission " ADMISSION-ID
                       " Patient " ADM-PATIENT-ID " discharged "
                       ADM-DISCHARGE-DATE
           END-IF
           .

      * Rate = stays in the month flagged as readmissions over all
      * stays admitted in the month.  The primary diagnosis is the
      * first code recorded against the stay.
       READMISSION-RATE-REPORT.
           DISPLAY "Enter Month (YYYY-MM): "
           ACCEPT WS-RR-MONTH
           MOVE 0 TO WS-RR-ADMITS
           MOVE 0 TO WS-RR-READMITS
           MOVE 0 TO WS-RR-DX-COUNT
           MOVE 0 TO WS-RR-GRP-COUNT
           MOVE 0 TO WS-RR-LIST-COUNT
           MOVE 0 TO WS-RR-DX-SKIPPED
           MOVE 0 TO WS-RR-GRP-SKIPPED
           MOVE 0 TO WS-RR-LIST-SKIPPED
           OPEN INPUT ADMISSION-DIAG-FILE
           IF WS-ADMISSION-DIAG-STATUS = "35"
               CLOSE ADMISSION-DIAG-FILE
           ELSE
               OPEN INPUT ADMISSION-FILE
               MOVE "N" TO WS-DIAG-EOF
               PERFORM UNTIL WS-DIAG-EOF = "Y"
                   READ ADMISSION-DIAG-FILE
                       INTO ADMISSION-DIAG-RECORD
                       AT END
                           MOVE "Y" TO WS-DIAG-EOF
                       NOT AT END
                           PERFORM LOAD-PRIMARY-DIAGNOSIS
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-DIAG-FILE
               CLOSE ADMISSION-FILE
           END-IF
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-FILE-STATUS = "35"
               DISPLAY "No admission records on file."
           ELSE
               MOVE "N" TO WS-ADM-EOF
               PERFORM UNTIL WS-ADM-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-ADM-EOF
                       NOT AT END
                           IF ADM-ADMIT-DATE(1:7) = WS-RR-MONTH
                               PERFORM TALLY-READMISSION
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-RR-LIST-IDX FROM 1 BY 1
                       UNTIL WS-RR-LIST-IDX > WS-RR-LIST-COUNT
                   MOVE WS-RR-L-PRIOR(WS-RR-LIST-IDX) TO ADMISSION-ID
                   READ ADMISSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ADM-ADMIT-DATE TO
                               WS-RR-L-PRIOR-ADMIT(WS-RR-LIST-IDX)
                           MOVE ADM-DISCHARGE-DATE TO
                               WS-RR-L-PRIOR-DISCH(WS-RR-LIST-IDX)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADMISSION-FILE
           OPEN OUTPUT READMISSION-REPORT-FILE
           MOVE "Hospital Management System" TO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE SPACES TO READMISSION-LINE
           STRING "Readmission Rate Report - " WS-RR-MONTH
               " (within " WS-READMIT-DAYS " days of discharge)"
               DELIMITED BY SIZE INTO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE "----------------------------------------"
               TO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE 0 TO WS-RR-RATE
           IF WS-RR-ADMITS > 0
               COMPUTE WS-RR-RATE ROUNDED =
                   WS-RR-READMITS * 100 / WS-RR-ADMITS
           END-IF
           MOVE WS-RR-RATE TO WS-RR-RATE-OUT
           MOVE SPACES TO READMISSION-LINE
           STRING "Admissions: " WS-RR-ADMITS "  Readmissions: "
               WS-RR-READMITS "  Rate: " WS-RR-RATE-OUT "%"
               DELIMITED BY SIZE INTO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE SPACES TO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE "By   Ward/Site/Diagnosis  Admits Readmit   Rate"
               TO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE "----------------------------------------"
               TO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE "Ward" TO WS-RR-TYPE
           PERFORM WRITE-READMIT-GROUPS
           MOVE "Site" TO WS-RR-TYPE
           PERFORM WRITE-READMIT-GROUPS
           MOVE "Diag" TO WS-RR-TYPE
           PERFORM WRITE-READMIT-GROUPS
           MOVE SPACES TO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE "Readmit  Patient  Ward                 Admitted   "
               TO READMISSION-LINE
           MOVE "Prior    Admitted   Discharged"
               TO READMISSION-LINE(51:30)
           WRITE READMISSION-LINE
           MOVE "----------------------------------------"
               TO READMISSION-LINE
           WRITE READMISSION-LINE
           PERFORM VARYING WS-RR-LIST-IDX FROM 1 BY 1
                   UNTIL WS-RR-LIST-IDX > WS-RR-LIST-COUNT
               MOVE SPACES TO READMISSION-LINE
               STRING WS-RR-L-ADM(WS-RR-LIST-IDX) " "
                   WS-RR-L-PATIENT(WS-RR-LIST-IDX) " "
                   WS-RR-L-WARD(WS-RR-LIST-IDX) " "
                   WS-RR-L-ADMIT-DATE(WS-RR-LIST-IDX) " "
                   WS-RR-L-PRIOR(WS-RR-LIST-IDX) " "
                   WS-RR-L-PRIOR-ADMIT(WS-RR-LIST-IDX) " "
                   WS-RR-L-PRIOR-DISCH(WS-RR-LIST-IDX)
                   DELIMITED BY SIZE INTO READMISSION-LINE
               WRITE READMISSION-LINE
           END-PERFORM
           MOVE "----------------------------------------"
               TO READMISSION-LINE
           WRITE READMISSION-LINE
           MOVE SPACES TO READMISSION-LINE
           STRING "Readmissions listed: " WS-RR-LIST-COUNT
               DELIMITED BY SIZE INTO READMISSION-LINE
           WRITE READMISSION-LINE
           IF WS-RR-DX-SKIPPED > 0
               DISPLAY "WARNING: diagnosis table full - "
                       WS-RR-DX-SKIPPED " code(s) not loaded."
               MOVE SPACES TO READMISSION-LINE
               STRING "WARNING: diagnosis table full - "
                   WS-RR-DX-SKIPPED " code(s) not loaded"
                   DELIMITED BY SIZE INTO READMISSION-LINE
               WRITE READMISSION-LINE
           END-IF
           IF WS-RR-GRP-SKIPPED > 0
               DISPLAY "WARNING: group table full - "
                       WS-RR-GRP-SKIPPED " tally(ies) not counted."
               MOVE SPACES TO READMISSION-LINE
               STRING "WARNING: group table full - "
                   WS-RR-GRP-SKIPPED " tally(ies) missing from the "
                   "breakdown"
                   DELIMITED BY SIZE INTO READMISSION-LINE
               WRITE READMISSION-LINE
           END-IF
           IF WS-RR-LIST-SKIPPED > 0
               DISPLAY "WARNING: readmission list full - "
                       WS-RR-LIST-SKIPPED " not listed."
               MOVE SPACES TO READMISSION-LINE
               STRING "WARNING: readmission list full - "
                   WS-RR-LIST-SKIPPED " readmission(s) not listed"
                   DELIMITED BY SIZE INTO READMISSION-LINE
               WRITE READMISSION-LINE
           END-IF
           CLOSE READMISSION-REPORT-FILE
           DISPLAY "Admissions: " WS-RR-ADMITS "  Readmissions: "
                   WS-RR-READMITS "  Rate: " WS-RR-RATE-OUT "%"
           DISPLAY "Report written to /data/readmission_report.txt"
           .

      * Only the first code on file for a stay is kept - that is
      * the stay's primary diagnosis - and only for stays admitted
      * in the report month, looked up by key.  Codes that do not
      * fit are counted for the report.
       LOAD-PRIMARY-DIAGNOSIS.
           MOVE "N" TO WS-RR-FOUND-FLAG
           PERFORM VARYING WS-RR-DX-IDX FROM 1 BY 1
                   UNTIL WS-RR-DX-IDX > WS-RR-DX-COUNT
                      OR WS-RR-FOUND-FLAG = "Y"
               IF WS-RR-DX-ADM(WS-RR-DX-IDX) = XD-ADMISSION-ID
                   MOVE "Y" TO WS-RR-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-RR-FOUND-FLAG = "N"
               MOVE XD-ADMISSION-ID TO ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       MOVE SPACES TO ADM-ADMIT-DATE
               END-READ
               IF ADM-ADMIT-DATE(1:7) = WS-RR-MONTH
                   IF WS-RR-DX-COUNT < 5000
                       ADD 1 TO WS-RR-DX-COUNT
                       MOVE XD-ADMISSION-ID
                           TO WS-RR-DX-ADM(WS-RR-DX-COUNT)
                       MOVE XD-DIAG-CODE
                           TO WS-RR-DX-CODE(WS-RR-DX-COUNT)
                   ELSE
                       ADD 1 TO WS-RR-DX-SKIPPED
                   END-IF
               END-IF
           END-IF
           .

       TALLY-READMISSION.
           ADD 1 TO WS-RR-ADMITS
           MOVE "N" TO WS-RR-READMIT-FLAG
           IF ADM-READMIT-OF NOT = 0
               MOVE "Y" TO WS-RR-READMIT-FLAG
               ADD 1 TO WS-RR-READMITS
               IF WS-RR-LIST-COUNT < 1000
                   ADD 1 TO WS-RR-LIST-COUNT
                   MOVE ADMISSION-ID TO WS-RR-L-ADM(WS-RR-LIST-COUNT)
                   MOVE ADM-PATIENT-ID TO
                       WS-RR-L-PATIENT(WS-RR-LIST-COUNT)
                   MOVE ADM-WARD TO WS-RR-L-WARD(WS-RR-LIST-COUNT)
                   MOVE ADM-ADMIT-DATE TO
                       WS-RR-L-ADMIT-DATE(WS-RR-LIST-COUNT)
                   MOVE ADM-READMIT-OF TO
                       WS-RR-L-PRIOR(WS-RR-LIST-COUNT)
                   MOVE SPACES TO
                       WS-RR-L-PRIOR-ADMIT(WS-RR-LIST-COUNT)
                   MOVE SPACES TO
                       WS-RR-L-PRIOR-DISCH(WS-RR-LIST-COUNT)
               ELSE
                   ADD 1 TO WS-RR-LIST-SKIPPED
               END-IF
           END-IF
           MOVE "(none)" TO WS-RR-PRIMARY-DX
           MOVE "N" TO WS-RR-FOUND-FLAG
           PERFORM VARYING WS-RR-DX-IDX FROM 1 BY 1
                   UNTIL WS-RR-DX-IDX > WS-RR-DX-COUNT
                      OR WS-RR-FOUND-FLAG = "Y"
               IF WS-RR-DX-ADM(WS-RR-DX-IDX) = ADMISSION-ID
                   MOVE "Y" TO WS-RR-FOUND-FLAG
                   MOVE WS-RR-DX-CODE(WS-RR-DX-IDX) TO
                       WS-RR-PRIMARY-DX
               END-IF
           END-PERFORM
           MOVE "Ward" TO WS-RR-TYPE
           MOVE ADM-WARD TO WS-RR-KEY
           PERFORM ADD-READMIT-GROUP
           MOVE "Site" TO WS-RR-TYPE
           MOVE ADM-SITE-CODE TO WS-RR-KEY
           PERFORM ADD-READMIT-GROUP
           MOVE "Diag" TO WS-RR-TYPE
           MOVE WS-RR-PRIMARY-DX TO WS-RR-KEY
           PERFORM ADD-READMIT-GROUP
           .

       ADD-READMIT-GROUP.
           MOVE "N" TO WS-RR-FOUND-FLAG
           PERFORM VARYING WS-RR-GRP-IDX FROM 1 BY 1
                   UNTIL WS-RR-GRP-IDX > WS-RR-GRP-COUNT
                      OR WS-RR-FOUND-FLAG = "Y"
               IF WS-RR-G-TYPE(WS-RR-GRP-IDX) = WS-RR-TYPE AND
                  WS-RR-G-KEY(WS-RR-GRP-IDX) = WS-RR-KEY
                   MOVE "Y" TO WS-RR-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-RR-FOUND-FLAG = "Y"
               SUBTRACT 1 FROM WS-RR-GRP-IDX
           ELSE
               IF WS-RR-GRP-COUNT < 300
                   ADD 1 TO WS-RR-GRP-COUNT
                   MOVE WS-RR-GRP-COUNT TO WS-RR-GRP-IDX
                   MOVE WS-RR-TYPE TO WS-RR-G-TYPE(WS-RR-GRP-IDX)
                   MOVE WS-RR-KEY TO WS-RR-G-KEY(WS-RR-GRP-IDX)
                   MOVE 0 TO WS-RR-G-ADMITS(WS-RR-GRP-IDX)
                   MOVE 0 TO WS-RR-G-READMITS(WS-RR-GRP-IDX)
                   MOVE "Y" TO WS-RR-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-RR-GRP-SKIPPED
               END-IF
           END-IF
           IF WS-RR-FOUND-FLAG = "Y"
               ADD 1 TO WS-RR-G-ADMITS(WS-RR-GRP-IDX)
               IF WS-RR-READMIT-FLAG = "Y"
                   ADD 1 TO WS-RR-G-READMITS(WS-RR-GRP-IDX)
               END-IF
           END-IF
           .

       WRITE-READMIT-GROUPS.
           PERFORM VARYING WS-RR-GRP-IDX FROM 1 BY 1
                   UNTIL WS-RR-GRP-IDX > WS-RR-GRP-COUNT
               IF WS-RR-G-TYPE(WS-RR-GRP-IDX) = WS-RR-TYPE
                   COMPUTE WS-RR-RATE ROUNDED =
                       WS-RR-G-READMITS(WS-RR-GRP-IDX) * 100 /
                       WS-RR-G-ADMITS(WS-RR-GRP-IDX)
                   MOVE WS-RR-RATE TO WS-RR-RATE-OUT
                   MOVE SPACES TO READMISSION-LINE
                   STRING WS-RR-G-TYPE(WS-RR-GRP-IDX) " "
                       WS-RR-G-KEY(WS-RR-GRP-IDX) " "
                       WS-RR-G-ADMITS(WS-RR-GRP-IDX) "  "
                       WS-RR-G-READMITS(WS-RR-GRP-IDX) "   "
                       WS-RR-RATE-OUT "%"
                       DELIMITED BY SIZE INTO READMISSION-LINE
                   WRITE READMISSION-LINE
               END-IF
           END-PERFORM
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

      * The caller sets the event type, patient, visit and
      * location; the event is stamped now and carries the
      * patient's demographics as they stand on the master.
       WRITE-ADT-EVENT.
           ACCEPT WS-ADT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-ADT-TIME-RAW FROM TIME
           STRING WS-ADT-DATE-RAW(1:4) "-" WS-ADT-DATE-RAW(5:2)
                  "-" WS-ADT-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO ADT-EVENT-DATE
           MOVE WS-ADT-TIME-RAW TO ADT-EVENT-TIME
           MOVE "ADMISSIONS" TO ADT-SOURCE
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
           MOVE "ADMISSIONS" TO JR-PROGRAM
           MOVE WS-SESSION-USER TO JR-USER
           MOVE WS-JOURNAL-FILE-ID TO JR-FILE-ID
           MOVE WS-JOURNAL-OP TO JR-OPERATION
           MOVE WS-JOURNAL-IMAGE TO JR-IMAGE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .

       WRITE-AUDIT-LOG.
