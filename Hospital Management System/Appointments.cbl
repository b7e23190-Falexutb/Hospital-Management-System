           SELECT REFERRAL-FILE ASSIGN TO "/data/referrals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.
      * Referral-to-treatment clock pauses (owned by REFERRALS) - a
      * patient cancelling a referred booking stops the clock until
      * the pathway is rebooked.
           SELECT PAUSE-FILE ASSIGN TO "/data/rtt_pauses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUSE-STATUS.
      * Outbound ADT event queue (owned by ADT-SENDER) - check-in
      * arrival events are appended here for the interface sender.
           SELECT ADT-QUEUE-FILE ASSIGN TO "/data/adt_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-QUEUE-STATUS.
      * Patient letter event queue (owned by LETTER-GEN) - new
      * bookings and deleted appointments are appended here for
      * the letter run.
           SELECT LETTER-QUEUE-FILE ASSIGN TO "/data/letter_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-QUEUE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal of each change to the patient,
      * appointment, billing, admission and claim masters - read
      * by BACKUP-UTIL to roll a restored generation forward.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT APPOINTMENT-BACKUP-FILE
               ASSIGN TO "/data/appoint.dat.bak"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFIRM-EXCEPTION-FILE
               ASSIGN TO "/data/confirm_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPACITY-REPORT-FILE
               ASSIGN TO "/data/clinic_capacity.txt"
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

      * APPT-SERIES-ID links the occurrences of a standing booking
      * (dialysis, physio) booked in one pass; 0 for one-off

      * Read-only view onto the weekly availability template
      * (owned by DOCTOR-RECORDS).  Day of week: 1=Monday..7=Sunday.
      * Site code blank is the main building.
       FD  DOCTOR-AVAIL-FILE.
       01  DOCTOR-AVAIL-RECORD.
           05  DA-DOCTOR-ID         PIC 9(8).
           05  DA-SLOT-MINUTES      PIC 9(3).
           05  DA-EFFECTIVE-DATE    PIC X(10).
           05  DA-EXPIRY-DATE       PIC X(10).
           05  DA-SITE-CODE         PIC X(4).

       FD  COVERAGE-FILE.
       01  COVERAGE-RECORD.
           05  REF-STATUS           PIC X(10).
           05  REF-APPOINTMENT-ID   PIC 9(8).

       FD  PAUSE-FILE.
       01  PAUSE-RECORD.
           05  RP-REF-ID            PIC 9(8).
           05  RP-APPOINTMENT-ID    PIC 9(8).
           05  RP-PAUSE-FROM        PIC X(10).
           05  RP-PAUSE-TO          PIC X(10).
           05  RP-REASON            PIC X(20).

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

       FD  APPOINTMENT-BACKUP-FILE.
       01  APPOINTMENT-BACKUP-RECORD.
           05  BKUP-APPOINTMENT-ID  PIC 9(8).
       FD  CONFIRM-EXCEPTION-FILE.
       01  CONFIRM-EXCEPTION-LINE    PIC X(80).

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-LINE             PIC X(80).

      * One record per batch run: checkpointed every few
      * transactions so a failed window can restart where it died
      * instead of re-applying from record one.
       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-ADT-QUEUE-STATUS      PIC XX VALUE "00".
       77  WS-ADT-DATE-RAW          PIC 9(8).
       77  WS-ADT-TIME-RAW          PIC 9(8).
       77  WS-LETTER-QUEUE-STATUS   PIC XX VALUE "00".
       77  WS-LETTER-DATE-RAW       PIC 9(8).
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 99.
       77  WS-APPOINTMENT-ID        PIC 9(8).
       77  WS-SCHED-SWAP-PATIENT    PIC 9(8).
       77  WS-SCHED-SWAP-STATUS     PIC X(10).
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-REF-ID                PIC 9(8).
       77  WS-REF-EOF               PIC X VALUE "N".
       77  WS-REF-FOUND-FLAG        PIC X VALUE "N".
       77  WS-PAUSE-STATUS          PIC XX VALUE "00".
       77  WS-PAUSE-EOF             PIC X VALUE "N".
       77  WS-PATIENT-CANCEL-FLAG   PIC X VALUE "N".
       77  WS-SERIES-ID             PIC 9(8) VALUE 0.
       77  WS-SERIES-FREQ           PIC 9(3).
       77  WS-SERIES-WANTED         PIC 9(3).
       77  WS-SERIES-WAITLISTED     PIC 9(3) VALUE 0.
       77  WS-CANCEL-COUNT          PIC 9(4) VALUE 0.
       77  WS-CONFIRM               PIC X.
       77  WS-ESTIMATE-CHOICE       PIC X VALUE "N".
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       01  WS-AV-TABLE.
               10  WS-RC-INPUT          PIC X(100).
               10  WS-RC-LAST           PIC 9(8).
               10  WS-RC-STATUS         PIC X(10).
      * Forward clinic capacity report - four weeks from today.
       78  WS-CP-WEEKS              VALUE 4.
       78  WS-CP-DEFAULT-THRESHOLD  VALUE 85.
       78  WS-CP-DEFAULT-SLOT       VALUE 15.
       77  WS-CP-THRESHOLD          PIC 9(3).
       77  WS-CP-TODAY-INT          PIC 9(8).
       77  WS-CP-END-DATE           PIC X(10).
       77  WS-CP-DATE-INT           PIC 9(8).
       77  WS-CP-DATE-RAW           PIC 9(8).
       77  WS-CP-DATE               PIC X(10).
       77  WS-CP-DOW                PIC 9.
       77  WS-CP-WEEK               PIC 9.
       77  WS-CP-DAY                PIC 9(3).
       77  WS-CP-DOCTOR-ID          PIC 9(8).
       77  WS-CP-SITE               PIC X(4).
       77  WS-CP-MINUTES            PIC 9(4).
       77  WS-CP-TIME               PIC X(5).
       77  WS-CP-ABSENT-FLAG        PIC X VALUE "N".
       77  WS-CP-MATCH-FLAG         PIC X VALUE "N".
       77  WS-CP-FOUND-FLAG         PIC X VALUE "N".
       77  WS-CP-AV-COUNT           PIC 9(4) VALUE 0.
       77  WS-CP-AV-IDX             PIC 9(4).
       77  WS-CP-ABS-COUNT          PIC 9(4) VALUE 0.
       77  WS-CP-ABS-IDX            PIC 9(4).
       77  WS-CP-AV-SKIPPED         PIC 9(6) VALUE 0.
       77  WS-CP-ABS-SKIPPED        PIC 9(6) VALUE 0.
       77  WS-CP-GRP-COUNT          PIC 9(4) VALUE 0.
       77  WS-CP-GRP-IDX            PIC 9(4).
       77  WS-CP-GRP-IDX2           PIC 9(4).
       77  WS-CP-GRP-BOUND          PIC 9(4).
       77  WS-CP-WL-COUNT           PIC 9(4) VALUE 0.
       77  WS-CP-WL-IDX             PIC 9(4).
       77  WS-CP-WL-IDX2            PIC 9(4).
       77  WS-CP-WAIT               PIC 9(4).
       77  WS-CP-TOT-COUNT          PIC 9(4) VALUE 0.
       77  WS-CP-TOT-IDX            PIC 9(4).
       77  WS-CP-TOT-KEY            PIC X(30).
       77  WS-CP-TOT-SEL            PIC X.
       77  WS-CP-SPECIALTY          PIC X(30).
       77  WS-CP-OFFERED            PIC 9(6).
       77  WS-CP-BOOKED             PIC 9(6).
       77  WS-CP-FILL               PIC 9(3).
       77  WS-CP-FULL-COUNT         PIC 9(4) VALUE 0.
       77  WS-CP-GAP-COUNT          PIC 9(4) VALUE 0.
       77  WS-CP-FLAG               PIC X(10).
       77  WS-CP-OFFERED-OUT        PIC ZZZZZ9.
       77  WS-CP-BOOKED-OUT         PIC ZZZZZ9.
       77  WS-CP-FILL-OUT           PIC ZZ9.
       77  WS-CP-WAIT-OUT           PIC ZZZ9.
       01  WS-CP-AV-TABLE.
           05  WS-CP-AV-ENTRY OCCURS 500 TIMES.
               10  WS-CP-AV-DOCTOR      PIC 9(8).
               10  WS-CP-AV-DOW         PIC 9.
               10  WS-CP-AV-START       PIC X(5).
               10  WS-CP-AV-END         PIC X(5).
               10  WS-CP-AV-MINUTES     PIC 9(4).
               10  WS-CP-AV-SLOT        PIC 9(3).
               10  WS-CP-AV-EFF         PIC X(10).
               10  WS-CP-AV-EXP         PIC X(10).
               10  WS-CP-AV-SITE        PIC X(4).
       01  WS-CP-ABS-TABLE.
           05  WS-CP-ABS-ENTRY OCCURS 500 TIMES.
               10  WS-CP-ABS-DOCTOR     PIC 9(8).
               10  WS-CP-ABS-FROM       PIC X(10).
               10  WS-CP-ABS-TO         PIC X(10).
      * One line of the report per doctor, site and week.
       01  WS-CP-GRP-TABLE.
           05  WS-CP-GRP-ENTRY OCCURS 600 TIMES.
               10  WS-CP-GRP-KEY.
                   15  WS-CP-GRP-DOCTOR     PIC 9(8).
                   15  WS-CP-GRP-SITE       PIC X(4).
                   15  WS-CP-GRP-WEEK       PIC 9.
               10  WS-CP-GRP-OFFERED    PIC 9(6).
               10  WS-CP-GRP-BOOKED     PIC 9(6).
       01  WS-CP-GRP-SWAP               PIC X(25).
       01  WS-CP-WL-TABLE.
           05  WS-CP-WL-ENTRY OCCURS 200 TIMES.
               10  WS-CP-WL-DOCTOR      PIC 9(8).
               10  WS-CP-WL-DEPTH       PIC 9(4).
      * Four-week totals by specialty and by site.
       01  WS-CP-TOT-TABLE.
           05  WS-CP-TOT-ENTRY OCCURS 100 TIMES.
               10  WS-CP-TOT-TYPE       PIC X.
               10  WS-CP-TOT-NAME       PIC X(30).
               10  WS-CP-TOT-OFFERED    PIC 9(7).
               10  WS-CP-TOT-BOOKED     PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   DISPLAY "14. Front-Desk Day Sheet"
                   DISPLAY "15. Import Confirmation File"
                   DISPLAY "16. Coverage Lapse Report"
                   DISPLAY "17. Clinic Capacity Report"
                   DISPLAY "18. Pre-Service Cost Estimate"
                   DISPLAY "19. Exit"
                   ACCEPT USER-CHOICE
                   EVALUATE USER-CHOICE
                       WHEN 1
                       WHEN 16
                           PERFORM COVERAGE-LAPSE-REPORT
                       WHEN 17
                           PERFORM CLINIC-CAPACITY-REPORT
                       WHEN 18
                           PERFORM PREPARE-APPT-ESTIMATE
                       WHEN 19
                           MOVE "Y" TO WS-EOF
                       WHEN OTHER
                           DISPLAY "Invalid choice"
                           PERFORM USE-PRIOR-AUTH
                           IF WS-BATCH-MODE NOT = "Y"
                               PERFORM LINK-REFERRAL-PROMPT
                               DISPLAY "Prepare patient cost "
                                       "estimate now (Y/N)? "
                               ACCEPT WS-ESTIMATE-CHOICE
                               IF WS-ESTIMATE-CHOICE = "Y"
                                   PERFORM START-COST-ESTIMATE
                               END-IF
                           END-IF
                       ELSE
                           MOVE "N" TO WS-TXN-RESULT
                                       MOVE "Cancelled" TO
                                           APPT-STATUS
                                       REWRITE APPOINTMENT-RECORD
                                       MOVE "APPOINT" TO
                                           WS-JOURNAL-FILE-ID
                                       MOVE "R" TO WS-JOURNAL-OP
                                       MOVE APPOINTMENT-RECORD TO
                                           WS-JOURNAL-IMAGE
                                       PERFORM WRITE-JOURNAL
                                       ADD 1 TO WS-CANCEL-COUNT
                                       MOVE "UPDATE" TO
                                           WS-AUDIT-ACTION
           END-IF
           .

      * Forward capacity for the next four weeks: minutes offered by
      * each doctor's availability template at each site, less
      * leave on the absence calendar, against the minutes booked
      * (every booking but cancelled ones, at the slot length of
      * the template row it falls in).  Clinics at or over the fill
      * threshold, and clinics with free time while the doctor has
      * patients on the waiting list, are flagged.
       CLINIC-CAPACITY-REPORT.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-CP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
           COMPUTE WS-CP-DATE-INT =
               WS-CP-TODAY-INT + WS-CP-WEEKS * 7 - 1
           PERFORM SET-CAPACITY-DATE
           MOVE WS-CP-DATE TO WS-CP-END-DATE
           DISPLAY "Enter Fill Threshold % (default "
                   WS-CP-DEFAULT-THRESHOLD "): "
           ACCEPT WS-CP-THRESHOLD
           IF WS-CP-THRESHOLD = 0
               MOVE WS-CP-DEFAULT-THRESHOLD TO WS-CP-THRESHOLD
           END-IF
           MOVE 0 TO WS-CP-GRP-COUNT
           MOVE 0 TO WS-CP-TOT-COUNT
           MOVE 0 TO WS-CP-FULL-COUNT
           MOVE 0 TO WS-CP-GAP-COUNT
           PERFORM LOAD-CAPACITY-TEMPLATES
           PERFORM VARYING WS-CP-DAY FROM 0 BY 1
                   UNTIL WS-CP-DAY >= WS-CP-WEEKS * 7
               PERFORM OFFER-CAPACITY-DAY
           END-PERFORM
           PERFORM TALLY-CAPACITY-BOOKINGS
           PERFORM LOAD-CAPACITY-WAITLIST
           PERFORM SORT-CAPACITY-GROUPS
           PERFORM WRITE-CAPACITY-REPORT
           .

      * WS-CP-DATE-INT to its YYYY-MM-DD form, day of week and the
      * report week it falls in.
       SET-CAPACITY-DATE.
           COMPUTE WS-CP-DATE-RAW =
               FUNCTION DATE-OF-INTEGER(WS-CP-DATE-INT)
           MOVE SPACES TO WS-CP-DATE
           STRING WS-CP-DATE-RAW(1:4) "-" WS-CP-DATE-RAW(5:2) "-"
                  WS-CP-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-CP-DATE
           COMPUTE WS-CP-DOW = FUNCTION MOD(WS-CP-DATE-INT - 1, 7)
               + 1
           COMPUTE WS-CP-WEEK =
               (WS-CP-DATE-INT - WS-CP-TODAY-INT) / 7 + 1
           .

      * Only template rows and leave that touch the report window
      * are held - expired templates and past leave are passed over.
       LOAD-CAPACITY-TEMPLATES.
           MOVE 0 TO WS-CP-AV-COUNT
           MOVE 0 TO WS-CP-AV-SKIPPED
           MOVE 0 TO WS-CP-ABS-SKIPPED
           OPEN INPUT DOCTOR-AVAIL-FILE
           IF WS-AVAIL-STATUS = "35"
               CLOSE DOCTOR-AVAIL-FILE
           ELSE
               MOVE "N" TO WS-AVAIL-EOF
               PERFORM UNTIL WS-AVAIL-EOF = "Y"
                   READ DOCTOR-AVAIL-FILE INTO DOCTOR-AVAIL-RECORD
                       AT END
                           MOVE "Y" TO WS-AVAIL-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN DA-EXPIRY-DATE NOT = SPACES AND
                                    DA-EXPIRY-DATE < WS-TODAY-DATE
                                   CONTINUE
                               WHEN DA-EFFECTIVE-DATE >
                                    WS-CP-END-DATE
                                   CONTINUE
                               WHEN WS-CP-AV-COUNT NOT < 500
                                   ADD 1 TO WS-CP-AV-SKIPPED
                               WHEN OTHER
                                   ADD 1 TO WS-CP-AV-COUNT
                                   PERFORM STORE-CAPACITY-TEMPLATE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DOCTOR-AVAIL-FILE
           END-IF
           MOVE 0 TO WS-CP-ABS-COUNT
           OPEN INPUT DOCTOR-ABSENCE-FILE
           IF WS-ABSENCE-STATUS = "35"
               CLOSE DOCTOR-ABSENCE-FILE
           ELSE
               MOVE "N" TO WS-ABSENCE-EOF
               PERFORM UNTIL WS-ABSENCE-EOF = "Y"
                   READ DOCTOR-ABSENCE-FILE
                       INTO DOCTOR-ABSENCE-RECORD
                       AT END
                           MOVE "Y" TO WS-ABSENCE-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN DB-TO-DATE < WS-TODAY-DATE
                                   CONTINUE
                               WHEN DB-FROM-DATE > WS-CP-END-DATE
                                   CONTINUE
                               WHEN WS-CP-ABS-COUNT NOT < 500
                                   ADD 1 TO WS-CP-ABS-SKIPPED
                               WHEN OTHER
                                   ADD 1 TO WS-CP-ABS-COUNT
                                   MOVE DB-DOCTOR-ID TO
                                       WS-CP-ABS-DOCTOR
                                       (WS-CP-ABS-COUNT)
                                   MOVE DB-FROM-DATE TO
                                       WS-CP-ABS-FROM(WS-CP-ABS-COUNT)
                                   MOVE DB-TO-DATE TO
                                       WS-CP-ABS-TO(WS-CP-ABS-COUNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DOCTOR-ABSENCE-FILE
           END-IF
           IF WS-CP-AV-SKIPPED > 0
               DISPLAY "WARNING: availability table full - "
                       WS-CP-AV-SKIPPED " template row(s) not loaded"
           END-IF
           IF WS-CP-ABS-SKIPPED > 0
               DISPLAY "WARNING: absence table full - "
                       WS-CP-ABS-SKIPPED " absence(s) not loaded"
           END-IF
           .

       STORE-CAPACITY-TEMPLATE.
           MOVE DA-DOCTOR-ID TO WS-CP-AV-DOCTOR(WS-CP-AV-COUNT)
           MOVE DA-DAY-OF-WEEK TO WS-CP-AV-DOW(WS-CP-AV-COUNT)
           MOVE DA-START-TIME TO WS-CP-AV-START(WS-CP-AV-COUNT)
           MOVE DA-END-TIME TO WS-CP-AV-END(WS-CP-AV-COUNT)
           MOVE DA-SLOT-MINUTES TO WS-CP-AV-SLOT(WS-CP-AV-COUNT)
           MOVE DA-EFFECTIVE-DATE TO WS-CP-AV-EFF(WS-CP-AV-COUNT)
           MOVE DA-EXPIRY-DATE TO WS-CP-AV-EXP(WS-CP-AV-COUNT)
           MOVE DA-SITE-CODE TO WS-CP-AV-SITE(WS-CP-AV-COUNT)
           MOVE DA-START-TIME(1:2) TO WS-TIME-HH
           MOVE DA-START-TIME(4:2) TO WS-TIME-MM
           COMPUTE WS-CAND-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE DA-END-TIME(1:2) TO WS-TIME-HH
           MOVE DA-END-TIME(4:2) TO WS-TIME-MM
           COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
           IF WS-END-MINUTES > WS-CAND-MINUTES
               COMPUTE WS-CP-AV-MINUTES(WS-CP-AV-COUNT) =
                   WS-END-MINUTES - WS-CAND-MINUTES
           ELSE
               MOVE 0 TO WS-CP-AV-MINUTES(WS-CP-AV-COUNT)
           END-IF
           .

      * Every template row effective on the day adds its session
      * length to the doctor's clinic at that site, unless the
      * doctor is on leave that day.
       OFFER-CAPACITY-DAY.
           COMPUTE WS-CP-DATE-INT = WS-CP-TODAY-INT + WS-CP-DAY
           PERFORM SET-CAPACITY-DATE
           PERFORM VARYING WS-CP-AV-IDX FROM 1 BY 1
                   UNTIL WS-CP-AV-IDX > WS-CP-AV-COUNT
               IF WS-CP-AV-DOW(WS-CP-AV-IDX) = WS-CP-DOW AND
                  WS-CP-AV-EFF(WS-CP-AV-IDX) <= WS-CP-DATE AND
                  (WS-CP-AV-EXP(WS-CP-AV-IDX) = SPACES OR
                   WS-CP-AV-EXP(WS-CP-AV-IDX) >= WS-CP-DATE)
                   MOVE WS-CP-AV-DOCTOR(WS-CP-AV-IDX) TO
                       WS-CP-DOCTOR-ID
                   PERFORM CHECK-CAPACITY-ABSENCE
                   IF WS-CP-ABSENT-FLAG = "N"
                       MOVE WS-CP-AV-SITE(WS-CP-AV-IDX) TO WS-CP-SITE
                       PERFORM FIND-CAPACITY-GROUP
                       IF WS-CP-GRP-IDX2 NOT = 0
                           ADD WS-CP-AV-MINUTES(WS-CP-AV-IDX) TO
                               WS-CP-GRP-OFFERED(WS-CP-GRP-IDX2)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-CAPACITY-ABSENCE.
           MOVE "N" TO WS-CP-ABSENT-FLAG
           PERFORM VARYING WS-CP-ABS-IDX FROM 1 BY 1
                   UNTIL WS-CP-ABS-IDX > WS-CP-ABS-COUNT
               IF WS-CP-ABS-DOCTOR(WS-CP-ABS-IDX) = WS-CP-DOCTOR-ID
                  AND WS-CP-DATE >= WS-CP-ABS-FROM(WS-CP-ABS-IDX)
                  AND WS-CP-DATE <= WS-CP-ABS-TO(WS-CP-ABS-IDX)
                   MOVE "Y" TO WS-CP-ABSENT-FLAG
               END-IF
           END-PERFORM
           .

      * Leaves WS-CP-GRP-IDX2 on the line for WS-CP-DOCTOR-ID,
      * WS-CP-SITE and WS-CP-WEEK, adding it when new (zero when the
      * table is full).
       FIND-CAPACITY-GROUP.
           MOVE 0 TO WS-CP-GRP-IDX2
           PERFORM VARYING WS-CP-GRP-IDX FROM 1 BY 1
                   UNTIL WS-CP-GRP-IDX > WS-CP-GRP-COUNT OR
                         WS-CP-GRP-IDX2 NOT = 0
               IF WS-CP-GRP-DOCTOR(WS-CP-GRP-IDX) = WS-CP-DOCTOR-ID
                  AND WS-CP-GRP-SITE(WS-CP-GRP-IDX) = WS-CP-SITE
                  AND WS-CP-GRP-WEEK(WS-CP-GRP-IDX) = WS-CP-WEEK
                   MOVE WS-CP-GRP-IDX TO WS-CP-GRP-IDX2
               END-IF
           END-PERFORM
           IF WS-CP-GRP-IDX2 = 0 AND WS-CP-GRP-COUNT < 600
               ADD 1 TO WS-CP-GRP-COUNT
               MOVE WS-CP-GRP-COUNT TO WS-CP-GRP-IDX2
               MOVE WS-CP-DOCTOR-ID TO
                   WS-CP-GRP-DOCTOR(WS-CP-GRP-IDX2)
               MOVE WS-CP-SITE TO WS-CP-GRP-SITE(WS-CP-GRP-IDX2)
               MOVE WS-CP-WEEK TO WS-CP-GRP-WEEK(WS-CP-GRP-IDX2)
               MOVE 0 TO WS-CP-GRP-OFFERED(WS-CP-GRP-IDX2)
               MOVE 0 TO WS-CP-GRP-BOOKED(WS-CP-GRP-IDX2)
           END-IF
           .

       TALLY-CAPACITY-BOOKINGS.
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPOINTMENT-FILE-STATUS = "35"
               CLOSE APPOINTMENT-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT INTO
                       APPOINTMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF APPT-DATE >= WS-TODAY-DATE AND
                              APPT-DATE <= WS-CP-END-DATE AND
                              APPT-STATUS NOT = "Cancelled"
                               PERFORM TALLY-CAPACITY-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

      * The booking takes the slot length and site of the template
      * row it falls in; a booking outside the template (doctors
      * not yet on templates) counts a standard slot at the site it
      * was booked at.
       TALLY-CAPACITY-BOOKING.
           MOVE APPT-DATE(1:4) TO WS-CP-DATE-RAW(1:4)
           MOVE APPT-DATE(6:2) TO WS-CP-DATE-RAW(5:2)
           MOVE APPT-DATE(9:2) TO WS-CP-DATE-RAW(7:2)
           COMPUTE WS-CP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CP-DATE-RAW)
           PERFORM SET-CAPACITY-DATE
           MOVE DOCTOR-ID TO WS-CP-DOCTOR-ID
           MOVE APPT-TIME TO WS-CP-TIME
           MOVE WS-CP-DEFAULT-SLOT TO WS-CP-MINUTES
           MOVE APPT-SITE-CODE TO WS-CP-SITE
           MOVE "N" TO WS-CP-MATCH-FLAG
           PERFORM VARYING WS-CP-AV-IDX FROM 1 BY 1
                   UNTIL WS-CP-AV-IDX > WS-CP-AV-COUNT OR
                         WS-CP-MATCH-FLAG = "Y"
               IF WS-CP-AV-DOCTOR(WS-CP-AV-IDX) = WS-CP-DOCTOR-ID AND
                  WS-CP-AV-DOW(WS-CP-AV-IDX) = WS-CP-DOW AND
                  WS-CP-AV-EFF(WS-CP-AV-IDX) <= WS-CP-DATE AND
                  (WS-CP-AV-EXP(WS-CP-AV-IDX) = SPACES OR
                   WS-CP-AV-EXP(WS-CP-AV-IDX) >= WS-CP-DATE) AND
                  WS-CP-TIME >= WS-CP-AV-START(WS-CP-AV-IDX) AND
                  WS-CP-TIME < WS-CP-AV-END(WS-CP-AV-IDX)
                   MOVE "Y" TO WS-CP-MATCH-FLAG
                   MOVE WS-CP-AV-SLOT(WS-CP-AV-IDX) TO WS-CP-MINUTES
                   MOVE WS-CP-AV-SITE(WS-CP-AV-IDX) TO WS-CP-SITE
               END-IF
           END-PERFORM
           PERFORM FIND-CAPACITY-GROUP
           IF WS-CP-GRP-IDX2 NOT = 0
               ADD WS-CP-MINUTES TO WS-CP-GRP-BOOKED(WS-CP-GRP-IDX2)
           END-IF
           .

      * Waiting-list depth per doctor - every entry still on the
      * list.
       LOAD-CAPACITY-WAITLIST.
           MOVE 0 TO WS-CP-WL-COUNT
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-FILE-STATUS = "35"
               CLOSE WAITLIST-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ WAITLIST-FILE INTO WAITLIST-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE WL-DOCTOR-ID TO WS-CP-DOCTOR-ID
                           PERFORM FIND-CAPACITY-WAITLIST
                           IF WS-CP-WL-IDX NOT = 0
                               ADD 1 TO WS-CP-WL-DEPTH(WS-CP-WL-IDX)
                           ELSE
                               IF WS-CP-WL-COUNT < 200
                                   ADD 1 TO WS-CP-WL-COUNT
                                   MOVE WL-DOCTOR-ID TO
                                     WS-CP-WL-DOCTOR(WS-CP-WL-COUNT)
                                   MOVE 1 TO
                                     WS-CP-WL-DEPTH(WS-CP-WL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       FIND-CAPACITY-WAITLIST.
           MOVE 0 TO WS-CP-WL-IDX
           MOVE 0 TO WS-CP-WAIT
           PERFORM VARYING WS-CP-WL-IDX2 FROM 1 BY 1
                   UNTIL WS-CP-WL-IDX2 > WS-CP-WL-COUNT OR
                         WS-CP-WL-IDX NOT = 0
               IF WS-CP-WL-DOCTOR(WS-CP-WL-IDX2) = WS-CP-DOCTOR-ID
                   MOVE WS-CP-WL-IDX2 TO WS-CP-WL-IDX
                   MOVE WS-CP-WL-DEPTH(WS-CP-WL-IDX2) TO WS-CP-WAIT
               END-IF
           END-PERFORM
           .

      * Doctor, then site, then week.
       SORT-CAPACITY-GROUPS.
           PERFORM VARYING WS-CP-GRP-IDX FROM 1 BY 1
                   UNTIL WS-CP-GRP-IDX >= WS-CP-GRP-COUNT
               COMPUTE WS-CP-GRP-BOUND =
                   WS-CP-GRP-COUNT - WS-CP-GRP-IDX
               PERFORM VARYING WS-CP-GRP-IDX2 FROM 1 BY 1
                       UNTIL WS-CP-GRP-IDX2 > WS-CP-GRP-BOUND
                   IF WS-CP-GRP-KEY(WS-CP-GRP-IDX2) >
                      WS-CP-GRP-KEY(WS-CP-GRP-IDX2 + 1)
                       MOVE WS-CP-GRP-ENTRY(WS-CP-GRP-IDX2)
                           TO WS-CP-GRP-SWAP
                       MOVE WS-CP-GRP-ENTRY(WS-CP-GRP-IDX2 + 1)
                           TO WS-CP-GRP-ENTRY(WS-CP-GRP-IDX2)
                       MOVE WS-CP-GRP-SWAP
                           TO WS-CP-GRP-ENTRY(WS-CP-GRP-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-CAPACITY-REPORT.
           OPEN OUTPUT CAPACITY-REPORT-FILE
           MOVE "Hospital Management System" TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE SPACES TO CAPACITY-LINE
           STRING "Clinic Capacity " WS-TODAY-DATE " to "
                  WS-CP-END-DATE "   Fill threshold "
                  WS-CP-THRESHOLD "%" DELIMITED BY SIZE
                  INTO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE ALL "-" TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE SPACES TO CAPACITY-LINE
           MOVE "Week Of    Doctor   Specialty       Site"
               TO CAPACITY-LINE
           MOVE "  Offer Booked Fill% Wait Flag"
               TO CAPACITY-LINE(41:30)
           WRITE CAPACITY-LINE
           OPEN INPUT DOCTOR-FILE
           MOVE 0 TO WS-CP-DOCTOR-ID
           PERFORM VARYING WS-CP-GRP-IDX FROM 1 BY 1
                   UNTIL WS-CP-GRP-IDX > WS-CP-GRP-COUNT
               PERFORM WRITE-CAPACITY-LINE
           END-PERFORM
           CLOSE DOCTOR-FILE
           MOVE ALL "-" TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE "Four-week totals by specialty" TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE "P" TO WS-CP-TOT-SEL
           PERFORM WRITE-CAPACITY-TOTALS
           MOVE "Four-week totals by site" TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE "S" TO WS-CP-TOT-SEL
           PERFORM WRITE-CAPACITY-TOTALS
           MOVE ALL "-" TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE SPACES TO CAPACITY-LINE
           STRING "Clinics at or over threshold: " WS-CP-FULL-COUNT
                  "   Waiting list with free time: "
                  WS-CP-GAP-COUNT DELIMITED BY SIZE
                  INTO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE "FULL = fill at or over threshold" TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE "GAP = waiting list with free time" TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE "NO SESSION = bookings with no session offered"
               TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           IF WS-CP-AV-SKIPPED > 0
               MOVE SPACES TO CAPACITY-LINE
               STRING "WARNING: availability table full - "
                      WS-CP-AV-SKIPPED " template row(s) not loaded"
                      DELIMITED BY SIZE INTO CAPACITY-LINE
               WRITE CAPACITY-LINE
           END-IF
           IF WS-CP-ABS-SKIPPED > 0
               MOVE SPACES TO CAPACITY-LINE
               STRING "WARNING: absence table full - "
                      WS-CP-ABS-SKIPPED " absence(s) not loaded"
                      DELIMITED BY SIZE INTO CAPACITY-LINE
               WRITE CAPACITY-LINE
           END-IF
           CLOSE CAPACITY-REPORT-FILE
           DISPLAY "Clinics at or over threshold: " WS-CP-FULL-COUNT
                   "  Waiting list with free time: "
                   WS-CP-GAP-COUNT
           DISPLAY "Report written to /data/clinic_capacity.txt"
           .

       WRITE-CAPACITY-LINE.
           IF WS-CP-GRP-DOCTOR(WS-CP-GRP-IDX) NOT = WS-CP-DOCTOR-ID
               MOVE WS-CP-GRP-DOCTOR(WS-CP-GRP-IDX) TO WS-CP-DOCTOR-ID
               MOVE "Unknown" TO WS-CP-SPECIALTY
               IF WS-DOCTOR-FILE-STATUS NOT = "35"
                   MOVE WS-CP-DOCTOR-ID TO DM-DOCTOR-ID
                   READ DOCTOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DM-SPECIALTY TO WS-CP-SPECIALTY
                   END-READ
               END-IF
               PERFORM FIND-CAPACITY-WAITLIST
           END-IF
           MOVE WS-CP-GRP-OFFERED(WS-CP-GRP-IDX) TO WS-CP-OFFERED
           MOVE WS-CP-GRP-BOOKED(WS-CP-GRP-IDX) TO WS-CP-BOOKED
           IF WS-CP-OFFERED = 0
               MOVE 999 TO WS-CP-FILL
           ELSE
               COMPUTE WS-CP-FILL ROUNDED =
                   WS-CP-BOOKED * 100 / WS-CP-OFFERED
                   ON SIZE ERROR
                       MOVE 999 TO WS-CP-FILL
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-CP-OFFERED = 0
                   MOVE "NO SESSION" TO WS-CP-FLAG
                   ADD 1 TO WS-CP-FULL-COUNT
               WHEN WS-CP-FILL >= WS-CP-THRESHOLD AND
                    WS-CP-WAIT > 0 AND
                    WS-CP-BOOKED < WS-CP-OFFERED
                   MOVE "FULL + GAP" TO WS-CP-FLAG
                   ADD 1 TO WS-CP-FULL-COUNT
                   ADD 1 TO WS-CP-GAP-COUNT
               WHEN WS-CP-FILL >= WS-CP-THRESHOLD
                   MOVE "FULL" TO WS-CP-FLAG
                   ADD 1 TO WS-CP-FULL-COUNT
               WHEN WS-CP-WAIT > 0 AND WS-CP-BOOKED < WS-CP-OFFERED
                   MOVE "GAP" TO WS-CP-FLAG
                   ADD 1 TO WS-CP-GAP-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-CP-FLAG
           END-EVALUATE
           MOVE WS-CP-GRP-SITE(WS-CP-GRP-IDX) TO WS-CP-SITE
           IF WS-CP-SITE = SPACES
               MOVE "Main" TO WS-CP-SITE
           END-IF
           COMPUTE WS-CP-DATE-INT = WS-CP-TODAY-INT +
               (WS-CP-GRP-WEEK(WS-CP-GRP-IDX) - 1) * 7
           PERFORM SET-CAPACITY-DATE
           MOVE WS-CP-OFFERED TO WS-CP-OFFERED-OUT
           MOVE WS-CP-BOOKED TO WS-CP-BOOKED-OUT
           MOVE WS-CP-FILL TO WS-CP-FILL-OUT
           MOVE WS-CP-WAIT TO WS-CP-WAIT-OUT
           MOVE SPACES TO CAPACITY-LINE
           STRING WS-CP-DATE " " WS-CP-DOCTOR-ID " "
                  WS-CP-SPECIALTY(1:15) " " WS-CP-SITE " "
                  WS-CP-OFFERED-OUT " " WS-CP-BOOKED-OUT " "
                  WS-CP-FILL-OUT "%  " WS-CP-WAIT-OUT " " WS-CP-FLAG
                  DELIMITED BY SIZE INTO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE WS-CP-SPECIALTY TO WS-CP-TOT-KEY
           MOVE "P" TO WS-CP-TOT-SEL
           PERFORM ADD-CAPACITY-TOTAL
           MOVE WS-CP-SITE TO WS-CP-TOT-KEY
           MOVE "S" TO WS-CP-TOT-SEL
           PERFORM ADD-CAPACITY-TOTAL
           .

      * WS-CP-TOT-SEL holds the total type - P specialty, S site.
       ADD-CAPACITY-TOTAL.
           MOVE "N" TO WS-CP-FOUND-FLAG
           PERFORM VARYING WS-CP-TOT-IDX FROM 1 BY 1
                   UNTIL WS-CP-TOT-IDX > WS-CP-TOT-COUNT OR
                         WS-CP-FOUND-FLAG = "Y"
               IF WS-CP-TOT-TYPE(WS-CP-TOT-IDX) = WS-CP-TOT-SEL AND
                  WS-CP-TOT-NAME(WS-CP-TOT-IDX) = WS-CP-TOT-KEY
                   MOVE "Y" TO WS-CP-FOUND-FLAG
                   ADD WS-CP-OFFERED TO
                       WS-CP-TOT-OFFERED(WS-CP-TOT-IDX)
                   ADD WS-CP-BOOKED TO
                       WS-CP-TOT-BOOKED(WS-CP-TOT-IDX)
               END-IF
           END-PERFORM
           IF WS-CP-FOUND-FLAG = "N" AND WS-CP-TOT-COUNT < 100
               ADD 1 TO WS-CP-TOT-COUNT
               MOVE WS-CP-TOT-SEL TO WS-CP-TOT-TYPE(WS-CP-TOT-COUNT)
               MOVE WS-CP-TOT-KEY TO WS-CP-TOT-NAME(WS-CP-TOT-COUNT)
               MOVE WS-CP-OFFERED TO
                   WS-CP-TOT-OFFERED(WS-CP-TOT-COUNT)
               MOVE WS-CP-BOOKED TO
                   WS-CP-TOT-BOOKED(WS-CP-TOT-COUNT)
           END-IF
           .

       WRITE-CAPACITY-TOTALS.
           PERFORM VARYING WS-CP-TOT-IDX FROM 1 BY 1
                   UNTIL WS-CP-TOT-IDX > WS-CP-TOT-COUNT
               IF WS-CP-TOT-TYPE(WS-CP-TOT-IDX) = WS-CP-TOT-SEL
                   IF WS-CP-TOT-OFFERED(WS-CP-TOT-IDX) = 0
                       MOVE 999 TO WS-CP-FILL
                   ELSE
                       COMPUTE WS-CP-FILL ROUNDED =
                           WS-CP-TOT-BOOKED(WS-CP-TOT-IDX) * 100 /
                           WS-CP-TOT-OFFERED(WS-CP-TOT-IDX)
                           ON SIZE ERROR
                               MOVE 999 TO WS-CP-FILL
                       END-COMPUTE
                   END-IF
                   MOVE WS-CP-TOT-OFFERED(WS-CP-TOT-IDX) TO
                       WS-CP-OFFERED-OUT
                   MOVE WS-CP-TOT-BOOKED(WS-CP-TOT-IDX) TO
                       WS-CP-BOOKED-OUT
                   MOVE WS-CP-FILL TO WS-CP-FILL-OUT
                   MOVE SPACES TO CAPACITY-LINE
                   STRING "  " WS-CP-TOT-NAME(WS-CP-TOT-IDX)
                          "  Offered " WS-CP-OFFERED-OUT
                          "  Booked " WS-CP-BOOKED-OUT
                          "  Fill " WS-CP-FILL-OUT "%"
                          DELIMITED BY SIZE INTO CAPACITY-LINE
                   WRITE CAPACITY-LINE
               END-IF
           END-PERFORM
           .

      * Applies the calling service's results against the book:
      * C confirms the booking, X cancels it and offers the slot to
      * the waitlist, R and anything unmatched or already changed
               WHEN CF-CODE = "C"
                   MOVE "Confirmed" TO APPT-STATUS
                   REWRITE APPOINTMENT-RECORD
                   MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
                   MOVE "R" TO WS-JOURNAL-OP
                   MOVE APPOINTMENT-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   ADD 1 TO WS-CF-CONFIRMED-COUNT
                   MOVE "CONFIRM" TO WS-AUDIT-ACTION
                   MOVE APPOINTMENT-ID TO WS-AUDIT-ENTITY-ID
               WHEN CF-CODE = "X"
                   MOVE "Cancelled" TO APPT-STATUS
                   REWRITE APPOINTMENT-RECORD
                   MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
                   MOVE "R" TO WS-JOURNAL-OP
                   MOVE APPOINTMENT-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   ADD 1 TO WS-CF-CANCELLED-COUNT
                   MOVE "CANCEL" TO WS-AUDIT-ACTION
                   MOVE APPOINTMENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM OFFER-FREED-SLOT
                   PERFORM PAUSE-REFERRAL-CLOCK
               WHEN OTHER
                   PERFORM WRITE-CONFIRM-EXCEPTION
           END-EVALUATE
                               WS-APPOINTMENT-ID
                       CLOSE APPOINTMENT-FILE
                   NOT INVALID KEY
                       MOVE PATIENT-ID TO WS-PATIENT-ID
                       MOVE APPT-SITE-CODE TO WS-SITE-CODE
                       CLOSE APPOINTMENT-FILE
                       PERFORM FIND-CHECKIN-RECORD
                       IF WS-CK-FOUND-FLAG = "Y"
           END-IF
           .

      * Estimate for an appointment already booked - the patient
      * and date of service come from the booking.
       PREPARE-APPT-ESTIMATE.
           DISPLAY "Enter Appointment ID: "
           ACCEPT WS-APPOINTMENT-ID
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPOINTMENT-FILE-STATUS = "35"
               DISPLAY "No appointment records on file."
               CLOSE APPOINTMENT-FILE
           ELSE
               MOVE WS-APPOINTMENT-ID TO APPOINTMENT-ID
               READ APPOINTMENT-FILE
                   INVALID KEY
                       DISPLAY "No record found for Appointment ID "
                               WS-APPOINTMENT-ID
                       CLOSE APPOINTMENT-FILE
                   NOT INVALID KEY
                       MOVE PATIENT-ID TO WS-PATIENT-ID
                       MOVE APPT-DATE TO WS-APPT-DATE
                       CLOSE APPOINTMENT-FILE
                       PERFORM START-COST-ESTIMATE
               END-READ
           END-IF
           .

      * COST-ESTIMATE reads the booking from the HMS_ESTIMATE_*
      * variables.  A clinic booking carries no procedure code, so
      * the planned procedures are all keyed there.
       START-COST-ESTIMATE.
           DISPLAY "HMS_ESTIMATE_SOURCE" UPON ENVIRONMENT-NAME
           DISPLAY "APPT" UPON ENVIRONMENT-VALUE
           DISPLAY "HMS_ESTIMATE_PATIENT" UPON ENVIRONMENT-NAME
           DISPLAY WS-PATIENT-ID UPON ENVIRONMENT-VALUE
           DISPLAY "HMS_ESTIMATE_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-APPT-DATE UPON ENVIRONMENT-VALUE
           DISPLAY "HMS_ESTIMATE_REF" UPON ENVIRONMENT-NAME
           DISPLAY WS-APPOINTMENT-ID UPON ENVIRONMENT-VALUE
           DISPLAY "HMS_ESTIMATE_PROC" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           CALL 'SYSTEM' USING 'cost_estimate.exe'
           .

       FIND-CHECKIN-RECORD.
           MOVE "N" TO WS-CK-FOUND-FLAG
           OPEN INPUT CHECKIN-FILE
           MOVE "CHECKIN" TO WS-AUDIT-ACTION
           MOVE WS-APPOINTMENT-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           MOVE "A10" TO ADT-EVENT-TYPE
           MOVE WS-PATIENT-ID TO ADT-PATIENT-ID
           MOVE WS-APPOINTMENT-ID TO ADT-VISIT-ID
           MOVE SPACES TO ADT-WARD
           MOVE 0 TO ADT-BED
           MOVE SPACES TO ADT-PRIOR-WARD
           MOVE 0 TO ADT-PRIOR-BED
           MOVE WS-SITE-CODE TO ADT-SITE-CODE
           PERFORM WRITE-ADT-EVENT
           DISPLAY "Patient checked in at " CK-ARRIVAL-TIME
           .

           CLOSE WAITLIST-FILE
           MOVE "Cancelled" TO APPT-STATUS
           REWRITE APPOINTMENT-RECORD
           MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
           MOVE "R" TO WS-JOURNAL-OP
           MOVE APPOINTMENT-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-ABS-MOVED-COUNT
           MOVE "UPDATE" TO WS-AUDIT-ACTION
           MOVE APPOINTMENT-ID TO WS-AUDIT-ENTITY-ID
                   DISPLAY "Appointment ID " WS-APPOINTMENT-ID
                           " is already in use - not saved."
               NOT INVALID KEY
                   MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
                   MOVE "W" TO WS-JOURNAL-OP
                   MOVE APPOINTMENT-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL
                   MOVE "Y" TO WS-SAVE-OK-FLAG
                   MOVE "CREATE" TO WS-AUDIT-ACTION
                   MOVE WS-APPOINTMENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "BOOKED" TO LQ-LETTER-TYPE
                   PERFORM SET-LETTER-APPOINTMENT
                   PERFORM WRITE-LETTER-EVENT
           END-WRITE
           CLOSE APPOINTMENT-FILE
           .

      * When the booking came from a referral, stamp the new
      * Appointment ID onto the referral record and move an Open
      * or Accepted referral to Seen.
       LINK-REFERRAL-PROMPT.
           DISPLAY "Referral ID this booking satisfies "
                   "(0 for none): "
                               IF REF-ID = WS-REF-ID
                                   MOVE WS-APPOINTMENT-ID TO
                                       REF-APPOINTMENT-ID
                                   IF REF-STATUS = "Open" OR
                                      REF-STATUS = "Accepted"
                                       MOVE "Seen" TO REF-STATUS
                                   END-IF
                                   REWRITE REFERRAL-RECORD
                       DISPLAY "Referral " WS-REF-ID
                               " linked to Appointment "
                               WS-APPOINTMENT-ID
                       PERFORM RESUME-REFERRAL-CLOCK
                   ELSE
                       DISPLAY "Referral " WS-REF-ID
                               " not found - booking left "
           END-IF
           .

      * The patient cancelled a booking made for a referral -
      * pause that pathway's referral-to-treatment clock from today.
       PAUSE-REFERRAL-CLOCK.
           MOVE "N" TO WS-REF-FOUND-FLAG
           OPEN INPUT REFERRAL-FILE
           IF WS-REFERRAL-STATUS = "35"
               CLOSE REFERRAL-FILE
           ELSE
               MOVE "N" TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = "Y"
                   READ REFERRAL-FILE INTO REFERRAL-RECORD
                       AT END
                           MOVE "Y" TO WS-REF-EOF
                       NOT AT END
                           IF REF-APPOINTMENT-ID = APPOINTMENT-ID AND
                              REF-STATUS NOT = "Closed"
                               MOVE REF-ID TO WS-REF-ID
                               MOVE "Y" TO WS-REF-FOUND-FLAG
                               MOVE "Y" TO WS-REF-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FILE
           END-IF
           IF WS-REF-FOUND-FLAG = "Y"
               ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
               MOVE SPACES TO WS-TODAY-DATE
               STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                      WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                      INTO WS-TODAY-DATE
               MOVE WS-REF-ID TO RP-REF-ID
               MOVE APPOINTMENT-ID TO RP-APPOINTMENT-ID
               MOVE WS-TODAY-DATE TO RP-PAUSE-FROM
               MOVE SPACES TO RP-PAUSE-TO
               MOVE "Patient cancelled" TO RP-REASON
               OPEN EXTEND PAUSE-FILE
               IF WS-PAUSE-STATUS = "35"
                   CLOSE PAUSE-FILE
                   OPEN OUTPUT PAUSE-FILE
               END-IF
               WRITE PAUSE-RECORD
               CLOSE PAUSE-FILE
               DISPLAY "Treatment clock paused for Referral "
                       WS-REF-ID
           END-IF
           .

      * Rebooking a referral closes any pause still open on it.
       RESUME-REFERRAL-CLOCK.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
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
                               DISPLAY "Treatment clock restarted "
                                       "for Referral " WS-REF-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAUSE-FILE
           END-IF
           .

       ADD-TO-WAITLIST.
           MOVE WS-PATIENT-ID TO WL-PATIENT-ID
           MOVE WS-DOCTOR-ID TO WL-DOCTOR-ID
                           ACCEPT WS-APPT-TIME
                           PERFORM PROMPT-APPT-STATUS
                       END-IF
                       MOVE "N" TO WS-PATIENT-CANCEL-FLAG
                       IF WS-BATCH-MODE NOT = "Y" AND
                          WS-APPT-STATUS = "Cancelled" AND
                          APPT-STATUS NOT = "Cancelled"
                           DISPLAY "Cancelled at the patient's "
                                   "request (Y/N)? "
                           ACCEPT WS-PATIENT-CANCEL-FLAG
                       END-IF
                       MOVE WS-PATIENT-ID TO PATIENT-ID
                       MOVE WS-DOCTOR-ID TO DOCTOR-ID
                       MOVE WS-APPT-DATE TO APPT-DATE
                       MOVE WS-APPT-TIME TO APPT-TIME
                       MOVE WS-APPT-STATUS TO APPT-STATUS
                       REWRITE APPOINTMENT-RECORD
                       MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
                       MOVE "R" TO WS-JOURNAL-OP
                       MOVE APPOINTMENT-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                       MOVE WS-APPOINTMENT-ID TO
                           WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Appointment Updated Successfully"
                       IF WS-PATIENT-CANCEL-FLAG = "Y" OR
                          WS-PATIENT-CANCEL-FLAG = "y"
                           PERFORM PAUSE-REFERRAL-CLOCK
                       END-IF
                       MOVE "Y" TO WS-TXN-RESULT
               END-READ
           END-IF
                       DISPLAY "No record found for Appointment ID "
                               WS-APPOINTMENT-ID
                   NOT INVALID KEY
                       MOVE "CANCEL" TO LQ-LETTER-TYPE
                       PERFORM SET-LETTER-APPOINTMENT
                       MOVE APPT-STATUS TO WS-APPT-STATUS
                       DELETE APPOINTMENT-FILE
                           INVALID KEY
                               DISPLAY "Appointment Delete Failed."
                           NOT INVALID KEY
                               MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
                               MOVE "D" TO WS-JOURNAL-OP
                               MOVE APPOINTMENT-RECORD TO
                                   WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               MOVE "DELETE" TO WS-AUDIT-ACTION
                               MOVE WS-APPOINTMENT-ID TO
                                   WS-AUDIT-ENTITY-ID
                               PERFORM WRITE-AUDIT-LOG
                               IF WS-APPT-STATUS = "Scheduled" OR
                                  WS-APPT-STATUS = "Confirmed"
                                   PERFORM WRITE-LETTER-EVENT
                               END-IF
                               DISPLAY "Appointment Deleted "
                                       "Successfully"
                               MOVE "Y" TO WS-TXN-RESULT
                   WS-REPORT-COUNT
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
           MOVE "APPOINTMENTS" TO ADT-SOURCE
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

      * Takes the letter details from the appointment record as it
      * stands, before any delete - the caller sets the type.
       SET-LETTER-APPOINTMENT.
           MOVE APPOINTMENT-ID TO LQ-APPOINTMENT-ID
           MOVE PATIENT-ID TO LQ-PATIENT-ID
           MOVE DOCTOR-ID TO LQ-DOCTOR-ID
           MOVE APPT-DATE TO LQ-APPT-DATE
           MOVE APPT-TIME TO LQ-APPT-TIME
           MOVE APPT-SITE-CODE TO LQ-SITE-CODE
           MOVE 0 TO LQ-REF-ID
           MOVE SPACES TO LQ-SPECIALTY
           .

       WRITE-LETTER-EVENT.
           ACCEPT WS-LETTER-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-LETTER-DATE-RAW(1:4) "-" WS-LETTER-DATE-RAW(5:2)
                  "-" WS-LETTER-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO LQ-EVENT-DATE
           MOVE "APPOINTMENTS" TO LQ-SOURCE
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
           MOVE "APPOINTMENTS" TO JR-PROGRAM
           MOVE WS-SESSION-USER TO JR-USER
           MOVE WS-JOURNAL-FILE-ID TO JR-FILE-ID
           MOVE WS-JOURNAL-OP TO JR-OPERATION
           MOVE WS-JOURNAL-IMAGE TO JR-IMAGE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .

       WRITE-AUDIT-LOG.
