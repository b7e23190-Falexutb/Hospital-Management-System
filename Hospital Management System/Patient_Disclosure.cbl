               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADMISSION-ID
               FILE STATUS IS WS-ADMISSION-STATUS.
      * Immunization history (owned by IMMUNIZATIONS).
           SELECT IMMUNIZATION-FILE
               ASSIGN TO "/data/immunizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMMUNIZATION-STATUS.
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

      * Read-only views onto the files owned by the other modules.
       FD  PATIENT-MASTER-FILE.
           05  BL-AMOUNT             PIC 9(8)V99.
           05  BL-OVERRIDE-FLAG      PIC X.
           05  BL-POST-DATE          PIC X(10).
           05  BL-DOCTOR-ID          PIC 9(8).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  CL-ORIG-CLAIM-ID      PIC 9(8).
           05  CL-EXPECTED-AMT         PIC 9(8)V99.
           05  CL-PAID-AMT             PIC 9(8)V99.
           05  CL-PAYER-SEQ            PIC 9.
           05  CL-PRIMARY-CLAIM-ID     PIC 9(8).
           05  CL-PRIMARY-PAID         PIC 9(8)V99.

       FD  ADMISSION-FILE.
       01  ADMISSION-RECORD.
           05  AD-SITE-CODE          PIC X(4).
           05  AD-EXPECTED-DISCH     PIC X(10).
           05  AD-DIET-CODE          PIC X(4).
           05  AD-READMIT-OF         PIC 9(8).

       FD  IMMUNIZATION-FILE.
       01  IMMUNIZATION-RECORD.
           05  IM-PATIENT-ID        PIC 9(8).
           05  IM-VACCINE-CODE      PIC X(8).
           05  IM-DOSE-NUMBER       PIC 9(2).
           05  IM-DATE              PIC X(10).
           05  IM-LOT-NUMBER        PIC X(15).
           05  IM-GIVEN-BY          PIC X(20).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       77  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       78  WS-LINES-PER-PAGE        VALUE 20.
       77  WS-CLAIM-STATUS          PIC XX VALUE "00".
       77  WS-ADMISSION-STATUS      PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-IMMUNIZATION-STATUS   PIC XX VALUE "00".
       77  WS-SUB-EOF               PIC X VALUE "N".
       77  WS-SECTION-COUNT         PIC 9(6) VALUE 0.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
           PERFORM WRITE-BILLING-SECTION
           PERFORM WRITE-CLAIM-SECTION
           PERFORM WRITE-ADMISSION-SECTION
           PERFORM WRITE-IMMUNIZATION-SECTION
           PERFORM WRITE-AUDIT-SECTION
           IF WS-INCLUDE-ARCHIVE = "Y"
               PERFORM WRITE-ARCHIVE-SECTIONS
           END-IF
           .

       WRITE-IMMUNIZATION-SECTION.
           MOVE "IMMUNIZATIONS" TO REPORT-LINE
           PERFORM WRITE-DISCLOSURE-LINE
           MOVE 0 TO WS-SECTION-COUNT
           OPEN INPUT IMMUNIZATION-FILE
           IF WS-IMMUNIZATION-STATUS = "35"
               CLOSE IMMUNIZATION-FILE
           ELSE
               MOVE "N" TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ IMMUNIZATION-FILE INTO IMMUNIZATION-RECORD
                       AT END
                           MOVE "Y" TO WS-SUB-EOF
                       NOT AT END
                           IF IM-PATIENT-ID = WS-PATIENT-ID
                               MOVE SPACES TO REPORT-LINE
                               STRING "  " IM-DATE " "
                                   IM-VACCINE-CODE " Dose "
                                   IM-DOSE-NUMBER " Lot "
                                   IM-LOT-NUMBER " By "
                                   IM-GIVEN-BY
                                   DELIMITED BY SIZE
                                   INTO REPORT-LINE
                               PERFORM WRITE-DISCLOSURE-LINE
                               ADD 1 TO WS-SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMMUNIZATION-FILE
           END-IF
           IF WS-SECTION-COUNT = 0
               MOVE "  (none on file)" TO REPORT-LINE
               PERFORM WRITE-DISCLOSURE-LINE
           END-IF
           .

       WRITE-AUDIT-SECTION.
           MOVE "AUDIT LOG ENTRIES FOR THIS ENTITY ID"
               TO REPORT-LINE
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
