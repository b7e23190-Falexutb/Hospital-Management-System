           SELECT ABSENCE-TEMP-FILE
               ASSIGN TO "/data/doctor_absence_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Read-only view onto the location / site master (owned by
      * LOCATION-MASTER) used to validate the site a session is
      * held at.
           SELECT SITE-FILE ASSIGN TO "/data/sites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.

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

       FD  DOCTOR-FILE.
       01  DOCTOR-RECORD.

      * Weekly availability template - one record per doctor per
      * working day of week (1=Monday .. 7=Sunday).  APPOINTMENTS
      * refuses bookings outside these windows.  The site code says
      * where the session is held (blank is the main building).
       FD  AVAIL-FILE.
       01  AVAIL-RECORD.
           05  DA-DOCTOR-ID         PIC 9(8).
           05  DA-SLOT-MINUTES      PIC 9(3).
           05  DA-EFFECTIVE-DATE    PIC X(10).
           05  DA-EXPIRY-DATE       PIC X(10).
           05  DA-SITE-CODE         PIC X(4).

       FD  AVAIL-TEMP-FILE.
       01  AVAIL-TEMP-RECORD.
           05  DAT-SLOT-MINUTES     PIC 9(3).
           05  DAT-EFFECTIVE-DATE   PIC X(10).
           05  DAT-EXPIRY-DATE      PIC X(10).
           05  DAT-SITE-CODE        PIC X(4).

      * Absence / leave calendar - one record per date range the
      * doctor is away.  APPOINTMENTS refuses bookings on these
           05  DBT-TO-DATE          PIC X(10).
           05  DBT-REASON           PIC X(30).

       FD  SITE-FILE.
       01  SITE-RECORD.
           05  ST-SITE-CODE         PIC X(4).
           05  ST-SITE-NAME         PIC X(30).
           05  ST-ACTIVE-FLAG       PIC X.

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       77  WS-LINE-COUNT            PIC 9(4) VALUE 0.
       77  WS-RECORD-COUNT          PIC 9(8) VALUE 0.
       77  WS-SLOT-MINUTES          PIC 9(3).
       77  WS-EFFECTIVE-DATE        PIC X(10).
       77  WS-EXPIRY-DATE           PIC X(10).
       77  WS-SITE-CODE             PIC X(4).
       77  WS-SITE-STATUS           PIC XX VALUE "00".
       77  WS-SITE-EOF              PIC X VALUE "N".
       77  WS-SITE-VALID-FLAG       PIC X VALUE "N".
       77  WS-AUDIT-DETAIL-STATUS   PIC XX VALUE "00".
       77  WS-AX-FIELD              PIC X(20).
       77  WS-AX-OLD                PIC X(40).
                                       DA-END-TIME "  every "
                                       DA-SLOT-MINUTES " min  "
                                       DA-EFFECTIVE-DATE " to "
                                       DA-EXPIRY-DATE "  Site "
                                       DA-SITE-CODE
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "Enter Expiry Date (YYYY-MM-DD, blank for "
                   "open-ended): "
           ACCEPT WS-EXPIRY-DATE
           MOVE SPACES TO WS-SITE-CODE
           DISPLAY "Enter Site Code (blank for main building): "
           ACCEPT WS-SITE-CODE
           PERFORM VALIDATE-SITE-CODE
           EVALUATE TRUE
               WHEN WS-DAY-OF-WEEK < 1 OR WS-DAY-OF-WEEK > 7 OR
                    WS-START-TIME >= WS-END-TIME OR
                    WS-SLOT-MINUTES = 0 OR
                    WS-EFFECTIVE-DATE = SPACES
                   DISPLAY "Availability Entry Failed. Invalid data."
               WHEN WS-SITE-VALID-FLAG = "N"
                   DISPLAY "Availability Entry Failed. Site "
                           WS-SITE-CODE " not found or inactive."
               WHEN OTHER
                   PERFORM WRITE-AVAILABILITY
           END-EVALUATE
           .

       WRITE-AVAILABILITY.
           OPEN EXTEND AVAIL-FILE
           IF WS-AVAIL-STATUS = "35"
               CLOSE AVAIL-FILE
               OPEN OUTPUT AVAIL-FILE
           END-IF
           MOVE WS-DOCTOR-ID TO DA-DOCTOR-ID
           MOVE WS-DAY-OF-WEEK TO DA-DAY-OF-WEEK
           MOVE WS-START-TIME TO DA-START-TIME
           MOVE WS-END-TIME TO DA-END-TIME
           MOVE WS-SLOT-MINUTES TO DA-SLOT-MINUTES
           MOVE WS-EFFECTIVE-DATE TO DA-EFFECTIVE-DATE
           MOVE WS-EXPIRY-DATE TO DA-EXPIRY-DATE
           MOVE WS-SITE-CODE TO DA-SITE-CODE
           WRITE AVAIL-RECORD
           CLOSE AVAIL-FILE
           MOVE "AVAIL" TO WS-AUDIT-ACTION
           MOVE WS-DOCTOR-ID TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Availability Entry Added"
           .

      * A blank site is the main building - template rows set up
      * before the satellite sites existed carry no code.
       VALIDATE-SITE-CODE.
           MOVE "N" TO WS-SITE-VALID-FLAG
           IF WS-SITE-CODE = SPACES
               MOVE "Y" TO WS-SITE-VALID-FLAG
           ELSE
               OPEN INPUT SITE-FILE
               IF WS-SITE-STATUS = "35"
                   CLOSE SITE-FILE
               ELSE
                   MOVE "N" TO WS-SITE-EOF
                   PERFORM UNTIL WS-SITE-EOF = "Y"
                       READ SITE-FILE INTO SITE-RECORD
                           AT END
                               MOVE "Y" TO WS-SITE-EOF
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

           MOVE 0 TO WS-LINE-COUNT
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
