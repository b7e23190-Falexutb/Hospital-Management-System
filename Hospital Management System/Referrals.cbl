               ALTERNATE RECORD KEY IS AR-DOCTOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AR-PATIENT-ID WITH DUPLICATES
               FILE STATUS IS WS-APPOINTMENT-STATUS.
      * Patient letter event queue (owned by LETTER-GEN) - an
      * accepted referral is queued for an acknowledgement letter.
           SELECT LETTER-QUEUE-FILE ASSIGN TO "/data/letter_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-QUEUE-STATUS.
      * Read-only view onto the specialist on-call rota (owned by
      * ON-CALL) - an urgent referral is offered the doctor on call
      * for the target specialty.
           SELECT ONCALL-FILE ASSIGN TO "/data/oncall_rota.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALL-STATUS.
      * Referral-to-treatment clock pauses - one record per spell
      * the patient put the pathway on hold by cancelling, opened
      * by APPOINTMENTS and closed when the pathway is rebooked.
           SELECT PAUSE-FILE ASSIGN TO "/data/rtt_pauses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUSE-STATUS.
      * Read-only view onto ADMISSION-FILE (owned by ADMISSIONS) -
      * an admission stops the referral-to-treatment clock.
           SELECT ADMISSION-FILE ASSIGN TO "/data/admissions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADMISSION-ID
               FILE STATUS IS WS-ADMISSION-STATUS.
      * Read-only view onto the theatre case file (owned by
      * THEATRE-SCHED) - an operation stops the clock.
           SELECT CASE-FILE ASSIGN TO "/data/theatre_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT RTT-REPORT-FILE
               ASSIGN TO "/data/rtt_waiting_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTT-SUMMARY-FILE
               ASSIGN TO "/data/rtt_monthly_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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

      * One record per referral.  Status moves Open -> Accepted ->
      * Seen -> Reported -> Closed; the appointment is linked once
      * one is booked in APPOINTMENTS.  Accepted means the receiving
      * service has taken the referral on and the patient has been
      * sent an acknowledgement letter.
       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  REF-ID               PIC 9(8).
           05  AR-SERIES-ID          PIC 9(8).
           05  AR-SITE-CODE          PIC X(4).

       FD  LETTER-QUEUE-FILE.
       01  LETTER-EVENT-RECORD.
           05  LQ-LETTER-TYPE       PIC X(8).
           05  LQ-EVENT-DATE        PIC X(10).
           05  LQ-SOURCE            PIC X(12).
           05  LQ-PATIENT-ID        PIC 9(8).
           05  LQ-APPOINTMENT-ID    PIC 9(8).
           05  LQ-REF-ID            PIC 9(8).
           05  LQ-DOCTOR-ID         PIC 9(8).
           05  LQ-APPT-DATE         PIC X(10).
           05  LQ-APPT-TIME         PIC X(5).
           05  LQ-SITE-CODE         PIC X(4).
           05  LQ-SPECIALTY         PIC X(30).
           05  LQ-PRINTED-FLAG      PIC X.
           05  LQ-PRINTED-DATE      PIC X(10).

       FD  ONCALL-FILE.
       01  ONCALL-RECORD.
           05  OC-SPECIALTY         PIC X(30).
           05  OC-DATE              PIC X(10).
           05  OC-BAND              PIC X(5).
           05  OC-FIRST-DOCTOR-ID   PIC 9(8).
           05  OC-SECOND-DOCTOR-ID  PIC 9(8).

      * A pause runs from the day the patient cancelled to the day
      * the pathway was rebooked; a blank Pause To is still open.
       FD  PAUSE-FILE.
       01  PAUSE-RECORD.
           05  RP-REF-ID            PIC 9(8).
           05  RP-APPOINTMENT-ID    PIC 9(8).
           05  RP-PAUSE-FROM        PIC X(10).
           05  RP-PAUSE-TO          PIC X(10).
           05  RP-REASON            PIC X(20).

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

       FD  RTT-REPORT-FILE.
       01  RTT-REPORT-LINE          PIC X(80).

       FD  RTT-SUMMARY-FILE.
       01  RTT-SUMMARY-LINE         PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 9.
       77  WS-REFERRAL-STATUS       PIC XX VALUE "00".
       77  WS-REF-FOUND-FLAG        PIC X VALUE "N".
       77  WS-STATUS-CHOICE         PIC 9.
       77  WS-NEW-STATUS            PIC X(10).
       77  WS-OLD-STATUS            PIC X(10).
       77  WS-LETTER-QUEUE-STATUS   PIC XX VALUE "00".
       77  WS-LETTER-DATE-RAW       PIC 9(8).
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-DOC-EOF               PIC X VALUE "N".
       77  WS-SPC-COUNT             PIC 9(4) VALUE 0.
           05  WS-SPC-ENTRY OCCURS 50 TIMES.
               10  WS-SPC-NAME          PIC X(30).
               10  WS-SPC-OPEN-COUNT    PIC 9(6).
       77  WS-URGENT-FLAG           PIC X VALUE "N".
       77  WS-ONCALL-STATUS         PIC XX VALUE "00".
       77  WS-OC-EOF                PIC X VALUE "N".
       77  WS-ONCALL-FOUND-FLAG     PIC X VALUE "N".
       77  WS-ONCALL-DATE           PIC X(10).
       77  WS-BAND                  PIC X(5).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-NOW-TIME-RAW          PIC 9(8).
       77  WS-NOW-HH                PIC 99.
       77  WS-LOOKUP-RAW            PIC 9(8).
       77  WS-FIRST-DOCTOR-ID       PIC 9(8).
       77  WS-SECOND-DOCTOR-ID      PIC 9(8).
       77  WS-DOCTOR-NAME           PIC X(30).
      * On-call bands as held on the rota: Day from 08:00, Night
      * from 20:00 running on to 07:59 the morning after.
       78  WS-DAY-START-HH          VALUE 8.
       78  WS-NIGHT-START-HH        VALUE 20.
       77  WS-PAUSE-STATUS          PIC XX VALUE "00".
       77  WS-PAUSE-EOF             PIC X VALUE "N".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-AD-EOF                PIC X VALUE "N".
       77  WS-CASE-STATUS           PIC XX VALUE "00".
       77  WS-TC-EOF                PIC X VALUE "N".
       77  WS-CASE-PATIENT-FLAG     PIC X VALUE "N".
       77  WS-TODAY-DATE            PIC X(10).
      * Referral-to-treatment target, and the point from which a
      * pathway is flagged as approaching breach.
       78  WS-RTT-TARGET-WEEKS      VALUE 18.
       78  WS-RTT-WARN-WEEKS        VALUE 16.
       77  WS-RTT-TARGET-OUT        PIC 99.
       77  WS-RTT-STOP-DATE         PIC X(10).
       77  WS-RTT-EVENT             PIC X(10).
       77  WS-RTT-CLOCK-END         PIC X(10).
       77  WS-RTT-DATE              PIC X(10).
       77  WS-RTT-YMD               PIC 9(8).
       77  WS-RTT-DAYS              PIC 9(8).
       77  WS-RTT-START-DAYS        PIC 9(8).
       77  WS-RTT-END-DAYS          PIC 9(8).
       77  WS-RTT-FROM-DAYS         PIC 9(8).
       77  WS-RTT-TO-DAYS           PIC 9(8).
       77  WS-RTT-PAUSED-DAYS       PIC 9(5).
       77  WS-RTT-CLOCK-DAYS        PIC S9(8).
       77  WS-RTT-FLAG              PIC X(8).
       77  WS-RTT-MONTH             PIC X(7).
       77  WS-RTT-PCT               PIC 999V9.
       77  WS-RTT-PCT-OUT           PIC ZZ9.9.
       77  WS-RTT-OPEN-TOTAL        PIC 9(6) VALUE 0.
       77  WS-RTT-RISK-TOTAL        PIC 9(6) VALUE 0.
       77  WS-RTT-BREACH-TOTAL      PIC 9(6) VALUE 0.
       77  WS-RTT-TREATED-TOTAL     PIC 9(6) VALUE 0.
       77  WS-RTT-WITHIN-TOTAL      PIC 9(6) VALUE 0.
       77  WS-RT-COUNT              PIC 9(4) VALUE 0.
       77  WS-RT-UNLOADED-COUNT     PIC 9(6) VALUE 0.
       77  WS-RS-SKIPPED-COUNT      PIC 9(6) VALUE 0.
       77  WS-RT-IDX                PIC 9(4).
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 1000 TIMES.
               10  WS-RT-REF-ID         PIC 9(8).
               10  WS-RT-PATIENT-ID     PIC 9(8).
               10  WS-RT-SPECIALTY      PIC X(30).
               10  WS-RT-REF-DATE       PIC X(10).
               10  WS-RT-STATUS         PIC X(10).
               10  WS-RT-APPOINTMENT-ID PIC 9(8).
               10  WS-RT-STOP-DATE      PIC X(10).
               10  WS-RT-EVENT          PIC X(10).
               10  WS-RT-WEEKS          PIC 9(4).
               10  WS-RT-PAUSED-DAYS    PIC 9(5).
       77  WS-RS-COUNT              PIC 9(4) VALUE 0.
       77  WS-RS-IDX                PIC 9(4).
       77  WS-RS-FOUND-FLAG         PIC X VALUE "N".
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 50 TIMES.
               10  WS-RS-SPECIALTY      PIC X(30).
               10  WS-RS-OPEN           PIC 9(6).
               10  WS-RS-AT-RISK        PIC 9(6).
               10  WS-RS-BREACHED       PIC 9(6).
               10  WS-RS-TREATED        PIC 9(6).
               10  WS-RS-WITHIN         PIC 9(6).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
               DISPLAY "3. Update Referral Status"
               DISPLAY "4. Link Appointment to Referral"
               DISPLAY "5. Open Referrals Report (By Specialty)"
               DISPLAY "6. Referral-to-Treatment Waiting List "
                       "(Weekly)"
               DISPLAY "7. Referral-to-Treatment Performance "
                       "(Monthly)"
               DISPLAY "8. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 5
                       PERFORM OPEN-REFERRALS-REPORT
                   WHEN 6
                       PERFORM RTT-WAITING-LIST-REPORT
                   WHEN 7
                       PERFORM RTT-MONTHLY-SUMMARY
                   WHEN 8
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
           ACCEPT WS-REASON
           DISPLAY "Enter Referral Date (YYYY-MM-DD): "
           ACCEPT WS-REF-DATE
           DISPLAY "Urgent Referral (Y/N)? "
           ACCEPT WS-URGENT-FLAG
           PERFORM VALIDATE-PATIENT-ID
           PERFORM VALIDATE-DOCTOR-ID
           PERFORM VALIDATE-SPECIALTY
               MOVE WS-REF-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Referral Created Successfully"
               IF WS-URGENT-FLAG = "Y" OR WS-URGENT-FLAG = "y"
                   PERFORM OFFER-ONCALL-DOCTOR
               END-IF
           END-IF
           END-IF
           END-IF
           .

      * An urgent referral is put through to the specialty's
      * on-call doctor rather than waiting for triage; the referrer
      * is shown who is on call now and the offer is audited.
       OFFER-ONCALL-DOCTOR.
           PERFORM FIND-ONCALL-NOW
           IF WS-ONCALL-FOUND-FLAG = "N"
               DISPLAY "Urgent: no on-call cover for " WS-SPECIALTY
                       " on " WS-ONCALL-DATE " " WS-BAND
                       " - contact switchboard."
           ELSE
               MOVE WS-FIRST-DOCTOR-ID TO WS-DOCTOR-ID
               PERFORM FIND-DOCTOR-NAME
               DISPLAY "Urgent: contact the on-call " WS-SPECIALTY
               DISPLAY "  1st On-Call: Dr " WS-DOCTOR-NAME
                       " (" WS-FIRST-DOCTOR-ID ")"
               IF WS-SECOND-DOCTOR-ID NOT = 0
                   MOVE WS-SECOND-DOCTOR-ID TO WS-DOCTOR-ID
                   PERFORM FIND-DOCTOR-NAME
                   DISPLAY "  2nd On-Call: Dr " WS-DOCTOR-NAME
                           " (" WS-SECOND-DOCTOR-ID ")"
               END-IF
               MOVE "URGENT" TO WS-AUDIT-ACTION
               MOVE WS-REF-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

      * Works out the rota date and band covering the current time
      * and reads the first / second on-call for WS-SPECIALTY.
      * Before 08:00 the cover is the previous date's Night band.
       FIND-ONCALL-NOW.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME
           MOVE WS-NOW-TIME-RAW(1:2) TO WS-NOW-HH
           MOVE WS-TODAY-RAW TO WS-LOOKUP-RAW
           EVALUATE TRUE
               WHEN WS-NOW-HH < WS-DAY-START-HH
                   MOVE "Night" TO WS-BAND
                   COMPUTE WS-LOOKUP-RAW = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW) - 1)
               WHEN WS-NOW-HH < WS-NIGHT-START-HH
                   MOVE "Day" TO WS-BAND
               WHEN OTHER
                   MOVE "Night" TO WS-BAND
           END-EVALUATE
           MOVE SPACES TO WS-ONCALL-DATE
           STRING WS-LOOKUP-RAW(1:4) "-" WS-LOOKUP-RAW(5:2) "-"
                  WS-LOOKUP-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-ONCALL-DATE
           MOVE "N" TO WS-ONCALL-FOUND-FLAG
           MOVE 0 TO WS-FIRST-DOCTOR-ID
           MOVE 0 TO WS-SECOND-DOCTOR-ID
           OPEN INPUT ONCALL-FILE
           IF WS-ONCALL-STATUS = "35"
               CLOSE ONCALL-FILE
           ELSE
               MOVE "N" TO WS-OC-EOF
               PERFORM UNTIL WS-OC-EOF = "Y"
                   READ ONCALL-FILE INTO ONCALL-RECORD
                       AT END
                           MOVE "Y" TO WS-OC-EOF
                       NOT AT END
                           IF OC-SPECIALTY = WS-SPECIALTY AND
                              OC-DATE = WS-ONCALL-DATE AND
                              OC-BAND = WS-BAND
                               MOVE "Y" TO WS-ONCALL-FOUND-FLAG
                               MOVE OC-FIRST-DOCTOR-ID
                                   TO WS-FIRST-DOCTOR-ID
                               MOVE OC-SECOND-DOCTOR-ID
                                   TO WS-SECOND-DOCTOR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF
           .

      * Sets WS-DOCTOR-NAME for WS-DOCTOR-ID (blank when off file).
       FIND-DOCTOR-NAME.
           MOVE SPACES TO WS-DOCTOR-NAME
           OPEN INPUT DOCTOR-FILE
           IF WS-DOCTOR-FILE-STATUS NOT = "35"
               MOVE WS-DOCTOR-ID TO DM-DOCTOR-ID
               READ DOCTOR-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-DOCTOR-NAME
                   NOT INVALID KEY
                       MOVE DM-LAST-NAME TO WS-DOCTOR-NAME
               END-READ
           END-IF
           CLOSE DOCTOR-FILE
           .

       VALIDATE-PATIENT-ID.
           MOVE "N" TO WS-PATIENT-VALID-FLAG
           OPEN INPUT PATIENT-MASTER-FILE
           DISPLAY "Enter Referral ID to Update: "
           ACCEPT WS-REF-ID
           DISPLAY "Select Status: 1. Open  2. Seen  3. Reported  "
                   "4. Closed  5. Accepted"
           ACCEPT WS-STATUS-CHOICE
           EVALUATE WS-STATUS-CHOICE
               WHEN 5
                   MOVE "Accepted" TO WS-NEW-STATUS
               WHEN 2
                   MOVE "Seen" TO WS-NEW-STATUS
               WHEN 3
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF REF-ID = WS-REF-ID
                               MOVE REF-STATUS TO WS-OLD-STATUS
                               MOVE WS-NEW-STATUS TO REF-STATUS
                               REWRITE REFERRAL-RECORD
                               MOVE "Y" TO WS-REF-FOUND-FLAG
                               MOVE "UPDATE" TO WS-AUDIT-ACTION
                               MOVE WS-REF-ID TO WS-AUDIT-ENTITY-ID
                               PERFORM WRITE-AUDIT-LOG
                               IF WS-NEW-STATUS = "Accepted" AND
                                  WS-OLD-STATUS NOT = "Accepted"
                                   PERFORM WRITE-LETTER-EVENT
                                   DISPLAY "Acknowledgement letter "
                                           "queued for Patient "
                                           REF-PATIENT-ID
                               END-IF
                               DISPLAY "Referral Updated "
                                       "Successfully"
                               MOVE "Y" TO WS-EOF
                               IF REF-ID = WS-REF-ID
                                   MOVE WS-APPOINTMENT-ID TO
                                       REF-APPOINTMENT-ID
                                   IF REF-STATUS = "Open" OR
                                      REF-STATUS = "Accepted"
                                       MOVE "Seen" TO REF-STATUS
                                   END-IF
                                   REWRITE REFERRAL-RECORD
                   IF WS-REF-FOUND-FLAG = "N"
                       DISPLAY "No record found for Referral ID "
                               WS-REF-ID
                   ELSE
                       PERFORM RESUME-RTT-CLOCK
                   END-IF
               END-IF
           END-IF
           .

      * Rebooking the pathway ends any pause the patient's own
      * cancellation opened - the clock runs again from today.
       RESUME-RTT-CLOCK.
           PERFORM SET-TODAY-DATE
           OPEN I-O PAUSE-FILE
           IF WS-PAUSE-STATUS = "35"
               CLOSE PAUSE-FILE
           ELSE
               MOVE "N" TO WS-PAUSE-EOF
               PERFORM UNTIL WS-PAUSE-EOF = "Y"
                   READ PAUSE-FILE INTO PAUSE-RECORD
                       AT END
                           MOVE "Y" TO WS-PAUSE-EOF
                       NOT AT END
                           IF RP-REF-ID = WS-REF-ID AND
                              RP-PAUSE-TO = SPACES
                               MOVE WS-TODAY-DATE TO RP-PAUSE-TO
                               REWRITE PAUSE-RECORD
                               DISPLAY "Pathway clock restarted "
                                       "for Referral " WS-REF-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAUSE-FILE
           END-IF
           .

       SET-TODAY-DATE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           .

      * Open referrals per specialty so referrals that never got an
      * appointment stop falling through the cracks.  An accepted
      * referral not yet seen is still open here.
       OPEN-REFERRALS-REPORT.
           MOVE 0 TO WS-SPC-COUNT
           MOVE 0 TO WS-RECORD-COUNT
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF REF-STATUS = "Open" OR
                              REF-STATUS = "Accepted"
                               ADD 1 TO WS-RECORD-COUNT
                               DISPLAY "Referral " REF-ID
                                       "  Patient "
           END-IF
           .

      * Weekly referral-to-treatment waiting list: every pathway
      * whose clock is still running, grouped by specialty with the
      * weeks waited net of patient pauses, then the pathways
      * approaching or already past the target.
       RTT-WAITING-LIST-REPORT.
           PERFORM LOAD-RTT-PATHWAYS
           MOVE 0 TO WS-RS-COUNT
           MOVE 0 TO WS-RTT-OPEN-TOTAL
           MOVE 0 TO WS-RTT-RISK-TOTAL
           MOVE 0 TO WS-RTT-BREACH-TOTAL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-STOP-DATE(WS-RT-IDX) = SPACES AND
                  WS-RT-STATUS(WS-RT-IDX) NOT = "Closed"
                   PERFORM FIND-RTT-SPECIALTY
                   IF WS-RS-IDX > 0
                       ADD 1 TO WS-RS-OPEN(WS-RS-IDX)
                       EVALUATE TRUE
                           WHEN WS-RT-WEEKS(WS-RT-IDX) >=
                                WS-RTT-TARGET-WEEKS
                               ADD 1 TO WS-RS-BREACHED(WS-RS-IDX)
                           WHEN WS-RT-WEEKS(WS-RT-IDX) >=
                                WS-RTT-WARN-WEEKS
                               ADD 1 TO WS-RS-AT-RISK(WS-RS-IDX)
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-RS-SKIPPED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RS-COUNT = 0
               DISPLAY "No open referral-to-treatment pathways."
           ELSE
               MOVE WS-RTT-TARGET-WEEKS TO WS-RTT-TARGET-OUT
               OPEN OUTPUT RTT-REPORT-FILE
               MOVE "Hospital Management System" TO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               MOVE SPACES TO RTT-REPORT-LINE
               STRING "Referral-to-Treatment Waiting List - "
                   WS-TODAY-DATE DELIMITED BY SIZE
                   INTO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               MOVE "----------------------------------------"
                   TO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX > WS-RS-COUNT
                   PERFORM WRITE-RTT-SPECIALTY
               END-PERFORM
               MOVE "----------------------------------------"
                   TO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               MOVE SPACES TO RTT-REPORT-LINE
               STRING "Approaching or past the "
                   WS-RTT-TARGET-OUT "-week target"
                   DELIMITED BY SIZE INTO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF WS-RT-STOP-DATE(WS-RT-IDX) = SPACES AND
                      WS-RT-STATUS(WS-RT-IDX) NOT = "Closed" AND
                      WS-RT-WEEKS(WS-RT-IDX) >= WS-RTT-WARN-WEEKS
                       PERFORM SET-RTT-FLAG
                       MOVE SPACES TO RTT-REPORT-LINE
                       STRING "  Ref " WS-RT-REF-ID(WS-RT-IDX) " "
                           WS-RT-SPECIALTY(WS-RT-IDX)
                           " Wks " WS-RT-WEEKS(WS-RT-IDX) " "
                           WS-RTT-FLAG
                           DELIMITED BY SIZE INTO RTT-REPORT-LINE
                       WRITE RTT-REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE "----------------------------------------"
                   TO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               MOVE SPACES TO RTT-REPORT-LINE
               STRING "Open pathways: " WS-RTT-OPEN-TOTAL
                   "  At risk: " WS-RTT-RISK-TOTAL
                   "  Breached: " WS-RTT-BREACH-TOTAL
                   DELIMITED BY SIZE INTO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               PERFORM WRITE-RTT-OMITTED
               CLOSE RTT-REPORT-FILE
               DISPLAY "Open pathways: " WS-RTT-OPEN-TOTAL
                       "  At risk: " WS-RTT-RISK-TOTAL
                       "  Breached: " WS-RTT-BREACH-TOTAL
               DISPLAY "Report written to /data/rtt_waiting_list.txt"
           END-IF
           .

       WRITE-RTT-SPECIALTY.
           MOVE SPACES TO RTT-REPORT-LINE
           STRING "Specialty: " WS-RS-SPECIALTY(WS-RS-IDX)
               DELIMITED BY SIZE INTO RTT-REPORT-LINE
           WRITE RTT-REPORT-LINE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-STOP-DATE(WS-RT-IDX) = SPACES AND
                  WS-RT-STATUS(WS-RT-IDX) NOT = "Closed" AND
                  WS-RT-SPECIALTY(WS-RT-IDX) =
                  WS-RS-SPECIALTY(WS-RS-IDX)
                   PERFORM SET-RTT-FLAG
                   MOVE SPACES TO RTT-REPORT-LINE
                   STRING "  Ref " WS-RT-REF-ID(WS-RT-IDX)
                       " Pt " WS-RT-PATIENT-ID(WS-RT-IDX)
                       " From " WS-RT-REF-DATE(WS-RT-IDX)
                       " Wks " WS-RT-WEEKS(WS-RT-IDX)
                       " Paused " WS-RT-PAUSED-DAYS(WS-RT-IDX)
                       " " WS-RTT-FLAG
                       DELIMITED BY SIZE INTO RTT-REPORT-LINE
                   WRITE RTT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RTT-REPORT-LINE
           STRING "  Open: " WS-RS-OPEN(WS-RS-IDX)
               "  At risk: " WS-RS-AT-RISK(WS-RS-IDX)
               "  Breached: " WS-RS-BREACHED(WS-RS-IDX)
               DELIMITED BY SIZE INTO RTT-REPORT-LINE
           WRITE RTT-REPORT-LINE
           ADD WS-RS-OPEN(WS-RS-IDX) TO WS-RTT-OPEN-TOTAL
           ADD WS-RS-AT-RISK(WS-RS-IDX) TO WS-RTT-RISK-TOTAL
           ADD WS-RS-BREACHED(WS-RS-IDX) TO WS-RTT-BREACH-TOTAL
           .

      * Pathways left off the list because a table was full.
       WRITE-RTT-OMITTED.
           IF WS-RS-SKIPPED-COUNT > 0
               MOVE SPACES TO RTT-REPORT-LINE
               STRING "Specialties past the 50 listed: "
                   WS-RS-SKIPPED-COUNT " pathways"
                   DELIMITED BY SIZE INTO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               DISPLAY "Specialties past the 50 listed: "
                       WS-RS-SKIPPED-COUNT " pathways"
           END-IF
           IF WS-RT-UNLOADED-COUNT > 0
               MOVE SPACES TO RTT-REPORT-LINE
               STRING "Referrals past the 1000 measured: "
                   WS-RT-UNLOADED-COUNT
                   DELIMITED BY SIZE INTO RTT-REPORT-LINE
               WRITE RTT-REPORT-LINE
               DISPLAY "Referrals past the 1000 measured: "
                       WS-RT-UNLOADED-COUNT
           END-IF
           .

       SET-RTT-FLAG.
           EVALUATE TRUE
               WHEN WS-RT-WEEKS(WS-RT-IDX) >= WS-RTT-TARGET-WEEKS
                   MOVE "BREACHED" TO WS-RTT-FLAG
               WHEN WS-RT-WEEKS(WS-RT-IDX) >= WS-RTT-WARN-WEEKS
                   MOVE "AT RISK" TO WS-RTT-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-RTT-FLAG
           END-EVALUATE
           .

      * Monthly performance: of the pathways whose clock stopped in
      * the month, the share treated inside the target, by
      * specialty and overall.
       RTT-MONTHLY-SUMMARY.
           DISPLAY "Enter Month (YYYY-MM): "
           ACCEPT WS-RTT-MONTH
           PERFORM LOAD-RTT-PATHWAYS
           MOVE 0 TO WS-RS-COUNT
           MOVE 0 TO WS-RTT-TREATED-TOTAL
           MOVE 0 TO WS-RTT-WITHIN-TOTAL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-STOP-DATE(WS-RT-IDX)(1:7) = WS-RTT-MONTH
                   PERFORM FIND-RTT-SPECIALTY
                   IF WS-RS-IDX > 0
                       ADD 1 TO WS-RS-TREATED(WS-RS-IDX)
                       ADD 1 TO WS-RTT-TREATED-TOTAL
                       IF WS-RT-WEEKS(WS-RT-IDX) <
                          WS-RTT-TARGET-WEEKS
                           ADD 1 TO WS-RS-WITHIN(WS-RS-IDX)
                           ADD 1 TO WS-RTT-WITHIN-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO WS-RS-SKIPPED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RTT-TREATED-TOTAL = 0
               DISPLAY "No pathways reached treatment in "
                       WS-RTT-MONTH
           ELSE
               MOVE WS-RTT-TARGET-WEEKS TO WS-RTT-TARGET-OUT
               OPEN OUTPUT RTT-SUMMARY-FILE
               MOVE "Hospital Management System" TO RTT-SUMMARY-LINE
               WRITE RTT-SUMMARY-LINE
               MOVE SPACES TO RTT-SUMMARY-LINE
               STRING "Referral-to-Treatment Performance - "
                   WS-RTT-MONTH "  (target " WS-RTT-TARGET-OUT
                   " weeks)" DELIMITED BY SIZE
                   INTO RTT-SUMMARY-LINE
               WRITE RTT-SUMMARY-LINE
               MOVE "----------------------------------------"
                   TO RTT-SUMMARY-LINE
               WRITE RTT-SUMMARY-LINE
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX > WS-RS-COUNT
                   IF WS-RS-TREATED(WS-RS-IDX) > 0
                       COMPUTE WS-RTT-PCT ROUNDED =
                           WS-RS-WITHIN(WS-RS-IDX) * 100 /
                           WS-RS-TREATED(WS-RS-IDX)
                       MOVE WS-RTT-PCT TO WS-RTT-PCT-OUT
                       MOVE SPACES TO RTT-SUMMARY-LINE
                       STRING WS-RS-SPECIALTY(WS-RS-IDX)
                           " Treated " WS-RS-TREATED(WS-RS-IDX)
                           " Within " WS-RS-WITHIN(WS-RS-IDX)
                           " " WS-RTT-PCT-OUT "%"
                           DELIMITED BY SIZE INTO RTT-SUMMARY-LINE
                       WRITE RTT-SUMMARY-LINE
                   END-IF
               END-PERFORM
               COMPUTE WS-RTT-PCT ROUNDED =
                   WS-RTT-WITHIN-TOTAL * 100 / WS-RTT-TREATED-TOTAL
               MOVE WS-RTT-PCT TO WS-RTT-PCT-OUT
               MOVE "----------------------------------------"
                   TO RTT-SUMMARY-LINE
               WRITE RTT-SUMMARY-LINE
               MOVE SPACES TO RTT-SUMMARY-LINE
               STRING "All specialties"
                   " Treated " WS-RTT-TREATED-TOTAL
                   " Within " WS-RTT-WITHIN-TOTAL
                   " " WS-RTT-PCT-OUT "%"
                   DELIMITED BY SIZE INTO RTT-SUMMARY-LINE
               WRITE RTT-SUMMARY-LINE
               IF WS-RS-SKIPPED-COUNT > 0
                   MOVE SPACES TO RTT-SUMMARY-LINE
                   STRING "Specialties past the 50 listed: "
                       WS-RS-SKIPPED-COUNT " pathways"
                       DELIMITED BY SIZE INTO RTT-SUMMARY-LINE
                   WRITE RTT-SUMMARY-LINE
               END-IF
               IF WS-RT-UNLOADED-COUNT > 0
                   MOVE SPACES TO RTT-SUMMARY-LINE
                   STRING "Referrals past the 1000 measured: "
                       WS-RT-UNLOADED-COUNT
                       DELIMITED BY SIZE INTO RTT-SUMMARY-LINE
                   WRITE RTT-SUMMARY-LINE
               END-IF
               CLOSE RTT-SUMMARY-FILE
               DISPLAY "Treated in " WS-RTT-MONTH ": "
                       WS-RTT-TREATED-TOTAL "  within target: "
                       WS-RTT-WITHIN-TOTAL " (" WS-RTT-PCT-OUT "%)"
               DISPLAY "Report written to "
                       "/data/rtt_monthly_summary.txt"
           END-IF
           .

      * Sets WS-RS-IDX to the specialty's slot, adding it when new;
      * zero when the table is full.
       FIND-RTT-SPECIALTY.
           MOVE "N" TO WS-RS-FOUND-FLAG
           MOVE 0 TO WS-RS-IDX
           PERFORM VARYING WS-SPC-IDX FROM 1 BY 1
                   UNTIL WS-SPC-IDX > WS-RS-COUNT
               IF WS-RS-SPECIALTY(WS-SPC-IDX) =
                  WS-RT-SPECIALTY(WS-RT-IDX)
                   MOVE WS-SPC-IDX TO WS-RS-IDX
                   MOVE "Y" TO WS-RS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-RS-FOUND-FLAG = "N" AND WS-RS-COUNT < 50
               ADD 1 TO WS-RS-COUNT
               MOVE WS-RS-COUNT TO WS-RS-IDX
               MOVE WS-RT-SPECIALTY(WS-RT-IDX)
                   TO WS-RS-SPECIALTY(WS-RS-IDX)
               MOVE 0 TO WS-RS-OPEN(WS-RS-IDX)
               MOVE 0 TO WS-RS-AT-RISK(WS-RS-IDX)
               MOVE 0 TO WS-RS-BREACHED(WS-RS-IDX)
               MOVE 0 TO WS-RS-TREATED(WS-RS-IDX)
               MOVE 0 TO WS-RS-WITHIN(WS-RS-IDX)
           END-IF
           .

      * Every referral with its clock measured: started at the
      * referral date, stopped at the first treatment event on or
      * after it, less the days the patient had it paused.
       LOAD-RTT-PATHWAYS.
           PERFORM SET-TODAY-DATE
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-RT-UNLOADED-COUNT
           MOVE 0 TO WS-RS-SKIPPED-COUNT
           OPEN INPUT REFERRAL-FILE
           IF WS-REFERRAL-STATUS = "35"
               CLOSE REFERRAL-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ REFERRAL-FILE INTO REFERRAL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-RT-COUNT < 1000
                               ADD 1 TO WS-RT-COUNT
                               MOVE REF-ID TO
                                   WS-RT-REF-ID(WS-RT-COUNT)
                               MOVE REF-PATIENT-ID TO
                                   WS-RT-PATIENT-ID(WS-RT-COUNT)
                               MOVE REF-SPECIALTY TO
                                   WS-RT-SPECIALTY(WS-RT-COUNT)
                               MOVE REF-DATE TO
                                   WS-RT-REF-DATE(WS-RT-COUNT)
                               MOVE REF-STATUS TO
                                   WS-RT-STATUS(WS-RT-COUNT)
                               MOVE REF-APPOINTMENT-ID TO
                                   WS-RT-APPOINTMENT-ID(WS-RT-COUNT)
                           ELSE
                               ADD 1 TO WS-RT-UNLOADED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FILE
               MOVE "N" TO WS-EOF
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM MEASURE-RTT-PATHWAY
           END-PERFORM
           .

       MEASURE-RTT-PATHWAY.
           MOVE SPACES TO WS-RTT-STOP-DATE
           MOVE SPACES TO WS-RTT-EVENT
           PERFORM FIND-CLINIC-STOP
           PERFORM FIND-ADMISSION-STOP
           PERFORM FIND-THEATRE-STOP
           MOVE WS-RTT-STOP-DATE TO WS-RT-STOP-DATE(WS-RT-IDX)
           MOVE WS-RTT-EVENT TO WS-RT-EVENT(WS-RT-IDX)
           IF WS-RTT-STOP-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-RTT-CLOCK-END
           ELSE
               MOVE WS-RTT-STOP-DATE TO WS-RTT-CLOCK-END
           END-IF
           MOVE WS-RT-REF-DATE(WS-RT-IDX) TO WS-RTT-DATE
           PERFORM RTT-DATE-TO-DAYS
           MOVE WS-RTT-DAYS TO WS-RTT-START-DAYS
           MOVE WS-RTT-CLOCK-END TO WS-RTT-DATE
           PERFORM RTT-DATE-TO-DAYS
           MOVE WS-RTT-DAYS TO WS-RTT-END-DAYS
           PERFORM SUM-RTT-PAUSES
           MOVE WS-RTT-PAUSED-DAYS TO WS-RT-PAUSED-DAYS(WS-RT-IDX)
           MOVE 0 TO WS-RT-WEEKS(WS-RT-IDX)
           IF WS-RTT-START-DAYS > 0 AND WS-RTT-END-DAYS > 0
               COMPUTE WS-RTT-CLOCK-DAYS = WS-RTT-END-DAYS
                   - WS-RTT-START-DAYS - WS-RTT-PAUSED-DAYS
               IF WS-RTT-CLOCK-DAYS > 0
                   COMPUTE WS-RT-WEEKS(WS-RT-IDX) =
                       WS-RTT-CLOCK-DAYS / 7
               END-IF
           END-IF
           .

      * The linked appointment stops the clock once it is
      * Completed.
       FIND-CLINIC-STOP.
           IF WS-RT-APPOINTMENT-ID(WS-RT-IDX) NOT = 0
               OPEN INPUT APPOINTMENT-FILE
               IF WS-APPOINTMENT-STATUS NOT = "35"
                   MOVE WS-RT-APPOINTMENT-ID(WS-RT-IDX)
                       TO AR-APPOINTMENT-ID
                   READ APPOINTMENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AR-APPT-STATUS = "Completed" AND
                              AR-APPT-DATE >=
                              WS-RT-REF-DATE(WS-RT-IDX)
                               MOVE AR-APPT-DATE TO WS-RTT-STOP-DATE
                               MOVE "Clinic" TO WS-RTT-EVENT
                           END-IF
                   END-READ
               END-IF
               CLOSE APPOINTMENT-FILE
           END-IF
           .

       FIND-ADMISSION-STOP.
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               CLOSE ADMISSION-FILE
           ELSE
               MOVE "N" TO WS-AD-EOF
               PERFORM UNTIL WS-AD-EOF = "Y"
                   READ ADMISSION-FILE NEXT INTO ADMISSION-RECORD
                       AT END
                           MOVE "Y" TO WS-AD-EOF
                       NOT AT END
                           IF AD-PATIENT-ID =
                              WS-RT-PATIENT-ID(WS-RT-IDX) AND
                              AD-ADMIT-DATE >=
                              WS-RT-REF-DATE(WS-RT-IDX) AND
                              (WS-RTT-STOP-DATE = SPACES OR
                               AD-ADMIT-DATE < WS-RTT-STOP-DATE)
                               MOVE AD-ADMIT-DATE TO WS-RTT-STOP-DATE
                               MOVE "Admission" TO WS-RTT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMISSION-FILE
           END-IF
           .

      * A case under way or done counts - it also catches a patient
      * already in hospital when referred for surgery.
       FIND-THEATRE-STOP.
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
                           IF (TC-STATUS = "Done" OR
                               TC-STATUS = "InProgress") AND
                              TC-DATE >= WS-RT-REF-DATE(WS-RT-IDX) AND
                              (WS-RTT-STOP-DATE = SPACES OR
                               TC-DATE < WS-RTT-STOP-DATE)
                               PERFORM CHECK-CASE-PATIENT
                               IF WS-CASE-PATIENT-FLAG = "Y"
                                   MOVE TC-DATE TO WS-RTT-STOP-DATE
                                   MOVE "Theatre" TO WS-RTT-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           .

       CHECK-CASE-PATIENT.
           MOVE "N" TO WS-CASE-PATIENT-FLAG
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMISSION-STATUS NOT = "35"
               MOVE TC-ADMISSION-ID TO AD-ADMISSION-ID
               READ ADMISSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-PATIENT-ID = WS-RT-PATIENT-ID(WS-RT-IDX)
                           MOVE "Y" TO WS-CASE-PATIENT-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE ADMISSION-FILE
           .

      * Days paused by the patient up to the clock end; a pause
      * still open runs to the clock end.
       SUM-RTT-PAUSES.
           MOVE 0 TO WS-RTT-PAUSED-DAYS
           OPEN INPUT PAUSE-FILE
           IF WS-PAUSE-STATUS = "35"
               CLOSE PAUSE-FILE
           ELSE
               MOVE "N" TO WS-PAUSE-EOF
               PERFORM UNTIL WS-PAUSE-EOF = "Y"
                   READ PAUSE-FILE INTO PAUSE-RECORD
                       AT END
                           MOVE "Y" TO WS-PAUSE-EOF
                       NOT AT END
                           IF RP-REF-ID = WS-RT-REF-ID(WS-RT-IDX) AND
                              RP-PAUSE-FROM < WS-RTT-CLOCK-END
                               PERFORM ADD-RTT-PAUSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAUSE-FILE
           END-IF
           .

       ADD-RTT-PAUSE.
           MOVE RP-PAUSE-FROM TO WS-RTT-DATE
           PERFORM RTT-DATE-TO-DAYS
           MOVE WS-RTT-DAYS TO WS-RTT-FROM-DAYS
           IF RP-PAUSE-TO = SPACES OR
              RP-PAUSE-TO > WS-RTT-CLOCK-END
               MOVE WS-RTT-END-DAYS TO WS-RTT-TO-DAYS
           ELSE
               MOVE RP-PAUSE-TO TO WS-RTT-DATE
               PERFORM RTT-DATE-TO-DAYS
               MOVE WS-RTT-DAYS TO WS-RTT-TO-DAYS
           END-IF
           IF WS-RTT-FROM-DAYS > 0 AND
              WS-RTT-TO-DAYS > WS-RTT-FROM-DAYS
               COMPUTE WS-RTT-PAUSED-DAYS = WS-RTT-PAUSED-DAYS
                   + WS-RTT-TO-DAYS - WS-RTT-FROM-DAYS
           END-IF
           .

      * WS-RTT-DATE (YYYY-MM-DD) as a day number in WS-RTT-DAYS;
      * zero when the date is not a valid one.
       RTT-DATE-TO-DAYS.
           MOVE 0 TO WS-RTT-DAYS
           MOVE WS-RTT-DATE(1:4) TO WS-RTT-YMD(1:4)
           MOVE WS-RTT-DATE(6:2) TO WS-RTT-YMD(5:2)
           MOVE WS-RTT-DATE(9:2) TO WS-RTT-YMD(7:2)
           IF WS-RTT-YMD IS NUMERIC
               IF WS-RTT-YMD > 16010100
                   COMPUTE WS-RTT-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RTT-YMD)
               END-IF
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

      * The letter is addressed from the referring doctor's details
      * held on the referral; any appointment already linked is
      * quoted on it.
       WRITE-LETTER-EVENT.
           ACCEPT WS-LETTER-DATE-RAW FROM DATE YYYYMMDD
           MOVE "REFACK" TO LQ-LETTER-TYPE
           STRING WS-LETTER-DATE-RAW(1:4) "-" WS-LETTER-DATE-RAW(5:2)
                  "-" WS-LETTER-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO LQ-EVENT-DATE
           MOVE "REFERRALS" TO LQ-SOURCE
           MOVE REF-PATIENT-ID TO LQ-PATIENT-ID
           MOVE REF-APPOINTMENT-ID TO LQ-APPOINTMENT-ID
           MOVE REF-ID TO LQ-REF-ID
           MOVE REF-FROM-DOCTOR-ID TO LQ-DOCTOR-ID
           MOVE SPACES TO LQ-APPT-DATE
           MOVE SPACES TO LQ-APPT-TIME
           MOVE SPACES TO LQ-SITE-CODE
           MOVE REF-SPECIALTY TO LQ-SPECIALTY
           MOVE "N" TO LQ-PRINTED-FLAG
           MOVE SPACES TO LQ-PRINTED-DATE
           OPEN EXTEND LETTER-QUEUE-FILE
           IF WS-LETTER-QUEUE-STATUS = "35"
               CLOSE LETTER-QUEUE-FILE
               OPEN OUTPUT LETTER-QUEUE-FILE
           END-IF
           WRITE LETTER-EVENT-RECORD
           CLOSE LETTER-QUEUE-FILE
           .

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
