           SELECT ALLERGY-FILE ASSIGN TO "/data/allergies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGY-STATUS.
           SELECT IMAGING-ORDER-FILE
               ASSIGN TO "/data/imaging_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGING-STATUS.
           SELECT BLOOD-GROUP-FILE ASSIGN TO "/data/blood_groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOOD-GROUP-STATUS.
           SELECT CROSSMATCH-FILE ASSIGN TO "/data/crossmatch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CROSSMATCH-STATUS.
           SELECT TRANSFUSION-FILE ASSIGN TO "/data/transfusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFUSION-STATUS.
           SELECT IMMUNIZATION-FILE
               ASSIGN TO "/data/immunizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMMUNIZATION-STATUS.
           SELECT ISOLATION-FILE
               ASSIGN TO "/data/isolation_flags.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISOLATION-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "/data/consents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT LETTER-QUEUE-FILE ASSIGN TO "/data/letter_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-QUEUE-STATUS.
           SELECT LETTER-LOG-FILE ASSIGN TO "/data/letters_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-LOG-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO "/data/deliveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.
           SELECT MOTHER-BABY-FILE ASSIGN TO "/data/mother_baby.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTHER-BABY-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "/data/incidents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT ESTIMATE-FILE ASSIGN TO "/data/cost_estimates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTIMATE-STATUS.
           SELECT GUARANTOR-LINK-FILE
               ASSIGN TO "/data/guarantor_links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT FIN-ASSIST-FILE ASSIGN TO "/data/fin_assist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-ASSIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/data/dup_patients.txt"
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

      * Maintained here with PATIENT-RECORDS' blessing: the merge
      * has to retire the losing master record once its dependents
           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

      * View onto CLAIM-FILE (owned by INSURANCE-CLAIMS).
       FD  CLAIM-FILE.
           05  CL-ORIG-CLAIM-ID      PIC 9(8).
           05  CL-EXPECTED-AMT         PIC 9(8)V99.
           05  CL-PAID-AMT             PIC 9(8)V99.
           05  CL-PAYER-SEQ            PIC 9.
           05  CL-PRIMARY-CLAIM-ID     PIC 9(8).
           05  CL-PRIMARY-PAID         PIC 9(8)V99.

      * View onto COND-HISTORY-FILE (owned by PATIENT-RECORDS).
       FD  COND-HISTORY-FILE.
           05  AL-PATIENT-ID        PIC 9(8).
           05  AL-SUBSTANCE         PIC X(40).

      * View onto the imaging order file (owned by RADIOLOGY).
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

      * Views onto the blood bank files (owned by BLOOD-BANK).
       FD  BLOOD-GROUP-FILE.
       01  BLOOD-GROUP-RECORD.
           05  BG-PATIENT-ID        PIC 9(8).
           05  BG-ABO               PIC X(2).
           05  BG-RH                PIC X.
           05  BG-TYPED-DATE        PIC X(10).

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

      * View onto the immunization history (owned by
      * IMMUNIZATIONS).
       FD  IMMUNIZATION-FILE.
       01  IMMUNIZATION-RECORD.
           05  IM-PATIENT-ID        PIC 9(8).
           05  IM-VACCINE-CODE      PIC X(8).
           05  IM-DOSE-NUMBER       PIC 9(2).
           05  IM-DATE              PIC X(10).
           05  IM-LOT-NUMBER        PIC X(15).
           05  IM-GIVEN-BY          PIC X(20).

      * View onto the infection-control isolation flags (owned by
      * ADMISSIONS).
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

      * View onto the procedure consent register (owned by
      * THEATRE-SCHED).
       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           05  CN-PATIENT-ID        PIC 9(8).
           05  CN-PROC-CODE         PIC X(8).
           05  CN-CONSENT-DATE      PIC X(10).
           05  CN-CONSENTED-BY      PIC X(30).
           05  CN-WITNESS-ID        PIC 9(8).
           05  CN-EXPIRY-DATE       PIC X(10).
           05  CN-RECORDED-BY       PIC X(20).

      * Views onto the letter event queue and the letters-sent log
      * (owned by LETTER-GEN).
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

       FD  LETTER-LOG-FILE.
       01  LETTER-LOG-RECORD.
           05  LL-PATIENT-ID        PIC 9(8).
           05  LL-LETTER-TYPE       PIC X(8).
           05  LL-PRINTED-DATE      PIC X(10).
           05  LL-APPOINTMENT-ID    PIC 9(8).
           05  LL-REF-ID            PIC 9(8).
           05  LL-PRINTED-BY        PIC X(20).

      * Views onto the delivery register and the mother/baby link
      * (owned by MATERNITY) - either side of the pair may be the
      * patient being merged.
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

       FD  ESTIMATE-FILE.
       01  ESTIMATE-RECORD.
           05  CE-ESTIMATE-ID       PIC 9(8).
           05  CE-PATIENT-ID        PIC 9(8).
           05  CE-SERVICE-DATE      PIC X(10).
           05  CE-SOURCE            PIC X(8).
           05  CE-SOURCE-REF        PIC 9(8).
           05  CE-PROVIDER          PIC X(30).
           05  CE-POLICY-NUMBER     PIC X(20).
           05  CE-GROSS             PIC 9(8)V99.
           05  CE-INSURANCE         PIC 9(8)V99.
           05  CE-PATIENT-RESP      PIC 9(8)V99.
           05  CE-CREATED-DATE      PIC X(10).
           05  CE-CREATED-BY        PIC X(20).
           05  CE-BILLING-ID        PIC 9(8).

       FD  GUARANTOR-LINK-FILE.
       01  GUARANTOR-LINK-RECORD.
           05  GL-GUARANTOR-ID      PIC 9(8).
           05  GL-PATIENT-ID        PIC 9(8).
           05  GL-RELATIONSHIP      PIC X(15).

       FD  FIN-ASSIST-FILE.
       01  FIN-ASSIST-RECORD.
           05  FA-PATIENT-ID         PIC 9(8).
           05  FA-APPLY-DATE         PIC X(10).
           05  FA-HOUSEHOLD-SIZE     PIC 9(2).
           05  FA-HOUSEHOLD-INCOME   PIC 9(8)V99.
           05  FA-TIER               PIC X.
           05  FA-STATUS             PIC X(10).
           05  FA-DISCOUNT-PCT       PIC 9(3).
           05  FA-VALID-FROM         PIC X(10).
           05  FA-VALID-TO           PIC X(10).
           05  FA-DECIDED-BY         PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

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
       77  USER-CHOICE              PIC 9.
       77  WS-PATIENT-FILE-STATUS   PIC XX VALUE "00".
       77  WS-CLAIM-STATUS          PIC XX VALUE "00".
       77  WS-COND-HIST-STATUS      PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-JOURNAL-FILE-ID       PIC X(10).
       77  WS-JOURNAL-OP            PIC X.
       77  WS-JOURNAL-IMAGE         PIC X(320).
       77  WS-LOSING-ID             PIC 9(8).
       77  WS-SURVIVING-ID          PIC 9(8).
       77  WS-LOSING-VALID-FLAG     PIC X VALUE "N".
       77  WS-LAB-ORDER-STATUS      PIC XX VALUE "00".
       77  WS-MED-ORDER-STATUS      PIC XX VALUE "00".
       77  WS-ALLERGY-STATUS        PIC XX VALUE "00".
       77  WS-IMAGING-STATUS        PIC XX VALUE "00".
       77  WS-BLOOD-GROUP-STATUS    PIC XX VALUE "00".
       77  WS-CROSSMATCH-STATUS     PIC XX VALUE "00".
       77  WS-TRANSFUSION-STATUS    PIC XX VALUE "00".
       77  WS-IMMUNIZATION-STATUS   PIC XX VALUE "00".
       77  WS-ISOLATION-STATUS      PIC XX VALUE "00".
       77  WS-CONSENT-STATUS        PIC XX VALUE "00".
       77  WS-LETTER-QUEUE-STATUS   PIC XX VALUE "00".
       77  WS-LETTER-LOG-STATUS     PIC XX VALUE "00".
       77  WS-DELIVERY-STATUS       PIC XX VALUE "00".
       77  WS-MOTHER-BABY-STATUS    PIC XX VALUE "00".
       77  WS-INCIDENT-STATUS       PIC XX VALUE "00".
       77  WS-ESTIMATE-STATUS       PIC XX VALUE "00".
       77  WS-LINK-STATUS           PIC XX VALUE "00".
       77  WS-FIN-ASSIST-STATUS     PIC XX VALUE "00".
       77  WS-SURVIVOR-GROUP-FLAG   PIC X VALUE "N".
       77  WS-SURVIVOR-LINK-FLAG    PIC X VALUE "N".
       77  WS-SURVIVOR-FA-FLAG      PIC X VALUE "N".
       77  WS-MOVED-COVERS          PIC 9(6) VALUE 0.
       77  WS-MOVED-REFS            PIC 9(6) VALUE 0.
       77  WS-MOVED-LABS            PIC 9(6) VALUE 0.
       77  WS-MOVED-MEDS            PIC 9(6) VALUE 0.
       77  WS-MOVED-ALLERGIES       PIC 9(6) VALUE 0.
       77  WS-MOVED-IMAGING         PIC 9(6) VALUE 0.
       77  WS-MOVED-GROUPS          PIC 9(6) VALUE 0.
       77  WS-MOVED-XMATCH          PIC 9(6) VALUE 0.
       77  WS-MOVED-TRANSFUSIONS    PIC 9(6) VALUE 0.
       77  WS-MOVED-IMMUNIZATIONS   PIC 9(6) VALUE 0.
       77  WS-MOVED-ISOLATIONS      PIC 9(6) VALUE 0.
       77  WS-MOVED-CONSENTS        PIC 9(6) VALUE 0.
       77  WS-MOVED-LETTERS         PIC 9(6) VALUE 0.
       77  WS-MOVED-LETTER-LOG      PIC 9(6) VALUE 0.
       77  WS-MOVED-DELIVERIES      PIC 9(6) VALUE 0.
       77  WS-MOVED-LINKS           PIC 9(6) VALUE 0.
       77  WS-MOVED-INCIDENTS       PIC 9(6) VALUE 0.
       77  WS-MOVED-ESTIMATES       PIC 9(6) VALUE 0.
       77  WS-MOVED-GUARANTORS      PIC 9(6) VALUE 0.
       77  WS-MOVED-FIN-ASSIST      PIC 9(6) VALUE 0.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
                       PERFORM MERGE-LAB-ORDERS
                       PERFORM MERGE-MED-ORDERS
                       PERFORM MERGE-ALLERGIES
                       PERFORM MERGE-IMAGING-ORDERS
                       PERFORM MERGE-BLOOD-GROUPS
                       PERFORM MERGE-CROSSMATCHES
                       PERFORM MERGE-TRANSFUSIONS
                       PERFORM MERGE-IMMUNIZATIONS
                       PERFORM MERGE-ISOLATION-FLAGS
                       PERFORM MERGE-CONSENTS
                       PERFORM MERGE-LETTER-QUEUE
                       PERFORM MERGE-LETTER-LOG
                       PERFORM MERGE-DELIVERIES
                       PERFORM MERGE-MOTHER-BABY-LINKS
                       PERFORM MERGE-INCIDENTS
                       PERFORM MERGE-ESTIMATES
                       PERFORM MERGE-GUARANTOR-LINKS
                       PERFORM MERGE-FIN-ASSIST
                       PERFORM RETIRE-LOSING-PATIENT
                       DISPLAY "Merge complete. Appointments: "
                               WS-MOVED-APPTS "  Billing: "
                       DISPLAY "Medication orders: " WS-MOVED-MEDS
                               "  Allergies: "
                               WS-MOVED-ALLERGIES
                       DISPLAY "Imaging orders: " WS-MOVED-IMAGING
                               "  Blood groups: " WS-MOVED-GROUPS
                       DISPLAY "Crossmatches: " WS-MOVED-XMATCH
                               "  Transfusions: "
                               WS-MOVED-TRANSFUSIONS
                       DISPLAY "Immunizations: "
                               WS-MOVED-IMMUNIZATIONS
                               "  Isolation flags: "
                               WS-MOVED-ISOLATIONS
                       DISPLAY "Procedure consents: "
                               WS-MOVED-CONSENTS
                       DISPLAY "Queued letters: " WS-MOVED-LETTERS
                               "  Letters sent: "
                               WS-MOVED-LETTER-LOG
                       DISPLAY "Deliveries: " WS-MOVED-DELIVERIES
                               "  Mother/baby links: "
                               WS-MOVED-LINKS
                       DISPLAY "Clinical incidents: "
                               WS-MOVED-INCIDENTS
                               "  Cost estimates: "
                               WS-MOVED-ESTIMATES
                       DISPLAY "Guarantor links: "
                               WS-MOVED-GUARANTORS
                               "  Financial assistance: "
                               WS-MOVED-FIN-ASSIST
                   ELSE
                       DISPLAY "Merge abandoned."
                   END-IF
                               MOVE WS-SURVIVING-ID TO
                                   AR-PATIENT-ID
                               REWRITE APPOINTMENT-RECORD
                               MOVE "APPOINT" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE APPOINTMENT-RECORD TO
                                   WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               ADD 1 TO WS-MOVED-APPTS
                       END-READ
                   END-PERFORM
                               MOVE WS-SURVIVING-ID TO
                                   BR-PATIENT-ID
                               REWRITE BILLING-RECORD
                               MOVE "BILLING" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE BILLING-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               ADD 1 TO WS-MOVED-BILLS
                           END-IF
                   END-READ
                               MOVE WS-SURVIVING-ID TO
                                   AD-PATIENT-ID
                               REWRITE ADMISSION-RECORD
                               MOVE "ADMISSIONS" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE ADMISSION-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               ADD 1 TO WS-MOVED-ADMS
                           END-IF
                   END-READ
                               MOVE WS-SURVIVING-ID TO
                                   CL-PATIENT-ID
                               REWRITE CLAIM-RECORD
                               MOVE "CLAIMS" TO WS-JOURNAL-FILE-ID
                               MOVE "R" TO WS-JOURNAL-OP
                               MOVE CLAIM-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL
                               ADD 1 TO WS-MOVED-CLAIMS
                           END-IF
                   END-READ
           END-IF
           .

       MERGE-IMAGING-ORDERS.
           MOVE 0 TO WS-MOVED-IMAGING
           OPEN I-O IMAGING-ORDER-FILE
           IF WS-IMAGING-STATUS = "35"
               CLOSE IMAGING-ORDER-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ IMAGING-ORDER-FILE INTO IMAGING-ORDER-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF IO-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   IO-PATIENT-ID
                               REWRITE IMAGING-ORDER-RECORD
                               ADD 1 TO WS-MOVED-IMAGING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGING-ORDER-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

      * The blood group is moved only when the surviving patient
      * has none on record, so the surviving record never carries
      * two groups; a losing group left behind stays on the
      * retired Patient-ID.
       MERGE-BLOOD-GROUPS.
           MOVE 0 TO WS-MOVED-GROUPS
           MOVE "N" TO WS-SURVIVOR-GROUP-FLAG
           OPEN INPUT BLOOD-GROUP-FILE
           IF WS-BLOOD-GROUP-STATUS = "35"
               CLOSE BLOOD-GROUP-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ BLOOD-GROUP-FILE INTO BLOOD-GROUP-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF BG-PATIENT-ID = WS-SURVIVING-ID
                               MOVE "Y" TO WS-SURVIVOR-GROUP-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOOD-GROUP-FILE
               MOVE "N" TO WS-EOF
               IF WS-SURVIVOR-GROUP-FLAG = "N"
                   OPEN I-O BLOOD-GROUP-FILE
                   PERFORM UNTIL WS-EOF = "Y"
                       READ BLOOD-GROUP-FILE
                           INTO BLOOD-GROUP-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF BG-PATIENT-ID = WS-LOSING-ID
                                   MOVE WS-SURVIVING-ID TO
                                       BG-PATIENT-ID
                                   REWRITE BLOOD-GROUP-RECORD
                                   ADD 1 TO WS-MOVED-GROUPS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BLOOD-GROUP-FILE
                   MOVE "N" TO WS-EOF
               END-IF
           END-IF
           .

       MERGE-CROSSMATCHES.
           MOVE 0 TO WS-MOVED-XMATCH
           OPEN I-O CROSSMATCH-FILE
           IF WS-CROSSMATCH-STATUS = "35"
               CLOSE CROSSMATCH-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CROSSMATCH-FILE INTO CROSSMATCH-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF XM-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   XM-PATIENT-ID
                               REWRITE CROSSMATCH-RECORD
                               ADD 1 TO WS-MOVED-XMATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CROSSMATCH-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-TRANSFUSIONS.
           MOVE 0 TO WS-MOVED-TRANSFUSIONS
           OPEN I-O TRANSFUSION-FILE
           IF WS-TRANSFUSION-STATUS = "35"
               CLOSE TRANSFUSION-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ TRANSFUSION-FILE INTO TRANSFUSION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TF-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   TF-PATIENT-ID
                               REWRITE TRANSFUSION-RECORD
                               ADD 1 TO WS-MOVED-TRANSFUSIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFUSION-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-IMMUNIZATIONS.
           MOVE 0 TO WS-MOVED-IMMUNIZATIONS
           OPEN I-O IMMUNIZATION-FILE
           IF WS-IMMUNIZATION-STATUS = "35"
               CLOSE IMMUNIZATION-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ IMMUNIZATION-FILE INTO IMMUNIZATION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF IM-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   IM-PATIENT-ID
                               REWRITE IMMUNIZATION-RECORD
                               ADD 1 TO WS-MOVED-IMMUNIZATIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMMUNIZATION-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-ISOLATION-FLAGS.
           MOVE 0 TO WS-MOVED-ISOLATIONS
           OPEN I-O ISOLATION-FILE
           IF WS-ISOLATION-STATUS = "35"
               CLOSE ISOLATION-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ISOLATION-FILE INTO ISOLATION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ISO-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   ISO-PATIENT-ID
                               REWRITE ISOLATION-RECORD
                               ADD 1 TO WS-MOVED-ISOLATIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISOLATION-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-CONSENTS.
           MOVE 0 TO WS-MOVED-CONSENTS
           OPEN I-O CONSENT-FILE
           IF WS-CONSENT-STATUS = "35"
               CLOSE CONSENT-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CONSENT-FILE INTO CONSENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CN-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   CN-PATIENT-ID
                               REWRITE CONSENT-RECORD
                               ADD 1 TO WS-MOVED-CONSENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-LETTER-QUEUE.
           MOVE 0 TO WS-MOVED-LETTERS
           OPEN I-O LETTER-QUEUE-FILE
           IF WS-LETTER-QUEUE-STATUS = "35"
               CLOSE LETTER-QUEUE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ LETTER-QUEUE-FILE INTO LETTER-EVENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LQ-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   LQ-PATIENT-ID
                               REWRITE LETTER-EVENT-RECORD
                               ADD 1 TO WS-MOVED-LETTERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-QUEUE-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-LETTER-LOG.
           MOVE 0 TO WS-MOVED-LETTER-LOG
           OPEN I-O LETTER-LOG-FILE
           IF WS-LETTER-LOG-STATUS = "35"
               CLOSE LETTER-LOG-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ LETTER-LOG-FILE INTO LETTER-LOG-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LL-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   LL-PATIENT-ID
                               REWRITE LETTER-LOG-RECORD
                               ADD 1 TO WS-MOVED-LETTER-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-LOG-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-DELIVERIES.
           MOVE 0 TO WS-MOVED-DELIVERIES
           OPEN I-O DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "35"
               CLOSE DELIVERY-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ DELIVERY-FILE INTO DELIVERY-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF DL-MOTHER-ID = WS-LOSING-ID OR
                              DL-BABY-ID = WS-LOSING-ID
                               IF DL-MOTHER-ID = WS-LOSING-ID
                                   MOVE WS-SURVIVING-ID TO
                                       DL-MOTHER-ID
                               END-IF
                               IF DL-BABY-ID = WS-LOSING-ID
                                   MOVE WS-SURVIVING-ID TO
                                       DL-BABY-ID
                               END-IF
                               REWRITE DELIVERY-RECORD
                               ADD 1 TO WS-MOVED-DELIVERIES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-MOTHER-BABY-LINKS.
           MOVE 0 TO WS-MOVED-LINKS
           OPEN I-O MOTHER-BABY-FILE
           IF WS-MOTHER-BABY-STATUS = "35"
               CLOSE MOTHER-BABY-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ MOTHER-BABY-FILE INTO MOTHER-BABY-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF MB-MOTHER-ID = WS-LOSING-ID OR
                              MB-BABY-ID = WS-LOSING-ID
                               IF MB-MOTHER-ID = WS-LOSING-ID
                                   MOVE WS-SURVIVING-ID TO
                                       MB-MOTHER-ID
                               END-IF
                               IF MB-BABY-ID = WS-LOSING-ID
                                   MOVE WS-SURVIVING-ID TO
                                       MB-BABY-ID
                               END-IF
                               REWRITE MOTHER-BABY-RECORD
                               ADD 1 TO WS-MOVED-LINKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOTHER-BABY-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-INCIDENTS.
           MOVE 0 TO WS-MOVED-INCIDENTS
           OPEN I-O INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               CLOSE INCIDENT-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ INCIDENT-FILE INTO INCIDENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF IN-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   IN-PATIENT-ID
                               REWRITE INCIDENT-RECORD
                               ADD 1 TO WS-MOVED-INCIDENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       MERGE-ESTIMATES.
           MOVE 0 TO WS-MOVED-ESTIMATES
           OPEN I-O ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS = "35"
               CLOSE ESTIMATE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ESTIMATE-FILE INTO ESTIMATE-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CE-PATIENT-ID = WS-LOSING-ID
                               MOVE WS-SURVIVING-ID TO
                                   CE-PATIENT-ID
                               REWRITE ESTIMATE-RECORD
                               ADD 1 TO WS-MOVED-ESTIMATES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTIMATE-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

      * A patient has at most one guarantor and one assistance
      * application, so each is moved only when the surviving
      * patient has none, as the blood group is; one left behind
      * stays on the retired Patient-ID.
       MERGE-GUARANTOR-LINKS.
           MOVE 0 TO WS-MOVED-GUARANTORS
           MOVE "N" TO WS-SURVIVOR-LINK-FLAG
           OPEN INPUT GUARANTOR-LINK-FILE
           IF WS-LINK-STATUS = "35"
               CLOSE GUARANTOR-LINK-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ GUARANTOR-LINK-FILE
                       INTO GUARANTOR-LINK-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF GL-PATIENT-ID = WS-SURVIVING-ID
                               MOVE "Y" TO WS-SURVIVOR-LINK-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-LINK-FILE
               MOVE "N" TO WS-EOF
               IF WS-SURVIVOR-LINK-FLAG = "N"
                   OPEN I-O GUARANTOR-LINK-FILE
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GUARANTOR-LINK-FILE
                           INTO GUARANTOR-LINK-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF GL-PATIENT-ID = WS-LOSING-ID
                                   MOVE WS-SURVIVING-ID TO
                                       GL-PATIENT-ID
                                   REWRITE GUARANTOR-LINK-RECORD
                                   ADD 1 TO WS-MOVED-GUARANTORS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GUARANTOR-LINK-FILE
                   MOVE "N" TO WS-EOF
               END-IF
           END-IF
           .

       MERGE-FIN-ASSIST.
           MOVE 0 TO WS-MOVED-FIN-ASSIST
           MOVE "N" TO WS-SURVIVOR-FA-FLAG
           OPEN INPUT FIN-ASSIST-FILE
           IF WS-FIN-ASSIST-STATUS = "35"
               CLOSE FIN-ASSIST-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ FIN-ASSIST-FILE INTO FIN-ASSIST-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FA-PATIENT-ID = WS-SURVIVING-ID
                               MOVE "Y" TO WS-SURVIVOR-FA-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIN-ASSIST-FILE
               MOVE "N" TO WS-EOF
               IF WS-SURVIVOR-FA-FLAG = "N"
                   OPEN I-O FIN-ASSIST-FILE
                   PERFORM UNTIL WS-EOF = "Y"
                       READ FIN-ASSIST-FILE INTO FIN-ASSIST-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF FA-PATIENT-ID = WS-LOSING-ID
                                   MOVE WS-SURVIVING-ID TO
                                       FA-PATIENT-ID
                                   REWRITE FIN-ASSIST-RECORD
                                   ADD 1 TO WS-MOVED-FIN-ASSIST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FIN-ASSIST-FILE
                   MOVE "N" TO WS-EOF
               END-IF
           END-IF
           .

       RETIRE-LOSING-PATIENT.
           OPEN I-O PATIENT-FILE
           MOVE WS-LOSING-ID TO PATIENT-ID
                           DISPLAY "Retire of losing record "
                                   "failed."
                       NOT INVALID KEY
                           MOVE "PATIENTS" TO WS-JOURNAL-FILE-ID
                           MOVE "D" TO WS-JOURNAL-OP
                           MOVE PATIENT-RECORD TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL
                           MOVE "MERGE" TO WS-AUDIT-ACTION
                           MOVE WS-LOSING-ID TO WS-AUDIT-ENTITY-ID
                           PERFORM WRITE-AUDIT-LOG
           CLOSE PATIENT-FILE
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
           MOVE "PATIENT-MERGE" TO JR-PROGRAM
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
