           SELECT USER-FILE ASSIGN TO "/data\users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-FILE-STATUS.
      * One entry per terminal session.  Each sub-program finds its
      * own entry through the HMS_SESSION_ID environment variable
      * set here at sign-on, and stamps that user on its audit
      * entries.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      * Lockout threshold, password lifetime and session idle limit
      * (owned by ACCESS-CONTROL).
           SELECT SECURITY-CONFIG-FILE
               ASSIGN TO "/data/security_config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.
      * Work copies for rewriting the user and session files
      * without dropping records beyond the in-memory tables.
           SELECT USER-TEMP-FILE
               ASSIGN TO "/data/users_login_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-TEMP-STATUS.
           SELECT SESSION-TEMP-FILE
               ASSIGN TO "/data/session_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-TEMP-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  USERNAME             PIC X(20).
           05  ROLE                 PIC X(3).
           05  USER-PASSWORD        PIC X(20).
           05  USER-PW-DATE         PIC X(10).
           05  USER-FAIL-COUNT      PIC 9(2).
           05  USER-ACCT-STATUS     PIC X.
           05  USER-MUST-CHANGE     PIC X.
           05  USER-LAST-LOGIN      PIC X(10).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-ID           PIC X(16).
           05  SESSION-USERNAME     PIC X(20).
           05  SESSION-START-DATE   PIC 9(8).
           05  SESSION-START-TIME   PIC 9(8).
           05  SESSION-LAST-DATE    PIC 9(8).
           05  SESSION-LAST-TIME    PIC 9(8).
           05  SESSION-STATE        PIC X(10).

       FD  USER-TEMP-FILE.
       01  USER-TEMP-RECORD         PIC X(75).

       FD  SESSION-TEMP-FILE.
       01  SESSION-TEMP-RECORD      PIC X(78).

       FD  SECURITY-CONFIG-FILE.
       01  SECURITY-CONFIG-RECORD.
           05  SEC-MAX-FAILURES     PIC 9(2).
           05  SEC-EXPIRY-DAYS      PIC 9(3).
           05  SEC-IDLE-MINUTES     PIC 9(3).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
           05  AUDIT-TIME           PIC X(8).
           05  AUDIT-PROGRAM        PIC X(20).
           05  AUDIT-ACTION         PIC X(10).
           05  AUDIT-ENTITY-ID      PIC 9(8).
           05  AUDIT-USER           PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-PW-IDX                PIC 9(4).
       77  WS-CHAR-VAL              PIC 9(5).
       78  WS-PW-SHIFT              VALUE 3.
       77  WS-LOGIN-NOTIFIED-FLAG   PIC X VALUE "N".
       77  WS-SECURITY-STATUS       PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
      * Defaults used until ACCESS-CONTROL saves a security
      * configuration - an expiry of zero days means no expiry.
       77  WS-MAX-FAILURES          PIC 9(2) VALUE 5.
       77  WS-EXPIRY-DAYS           PIC 9(3) VALUE 90.
       77  WS-IDLE-MINUTES          PIC 9(3) VALUE 30.
       77  WS-IDLE-ELAPSED          PIC S9(8).
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-END-STATE     PIC X(10).
       77  WS-SS-EOF                PIC X VALUE "N".
       77  WS-SS-COUNT              PIC 9(4) VALUE 0.
       77  WS-SS-IDX                PIC 9(4).
       77  WS-SS-OWN-IDX            PIC 9(4) VALUE 0.
       77  WS-SS-FULL-FLAG          PIC X VALUE "N".
       77  WS-SS-REC-NO             PIC 9(6).
       77  WS-SS-LOADED             PIC 9(4) VALUE 0.
       77  WS-SS-KEEP               PIC 9(4).
       77  WS-SESSION-TEMP-STATUS   PIC XX VALUE "00".
       77  WS-USER-TEMP-STATUS      PIC XX VALUE "00".
       77  WS-RESIGNED-FLAG         PIC X VALUE "N".
       01  WS-NOW-TIME.
           05  WS-NOW-HH            PIC 9(2).
           05  WS-NOW-MM            PIC 9(2).
           05  FILLER               PIC 9(4).
       01  WS-NOW-TIME-NUM REDEFINES WS-NOW-TIME PIC 9(8).
      * Session entries currently on file - closed entries are kept
      * until the end of the day they closed on.
       01  WS-SS-TABLE.
           05  WS-SS-ENTRY OCCURS 200 TIMES.
               10  WS-SS-ID             PIC X(16).
               10  WS-SS-USER           PIC X(20).
               10  WS-SS-START-DATE     PIC 9(8).
               10  WS-SS-START-TIME     PIC 9(8).
               10  WS-SS-LAST-DATE      PIC 9(8).
               10  WS-SS-LAST-TIME.
                   15  WS-SS-LAST-HH    PIC 9(2).
                   15  WS-SS-LAST-MM    PIC 9(2).
      * Seconds of 99 mark a terminal that is inside a module; the
      * hours and minutes are then the time it went in.
                   15  WS-SS-LAST-SS    PIC 9(2).
                       88  WS-SS-IN-MODULE  VALUE 99.
                   15  FILLER           PIC 9(2).
               10  WS-SS-STATE          PIC X(10).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-PW-AGE-DAYS           PIC S9(8).
       77  WS-EXPIRED-FLAG          PIC X VALUE "N".
       77  WS-PW-CHANGED-FLAG       PIC X VALUE "N".
       77  WS-NEW-PASSWORD          PIC X(20).
       77  WS-CONFIRM-PASSWORD      PIC X(20).
       01  WS-PW-DATE-PARTS.
           05  WS-PWD-YYYY          PIC 9(4).
           05  WS-PWD-MM            PIC 9(2).
           05  WS-PWD-DD            PIC 9(2).
       01  WS-PW-DATE-NUM REDEFINES WS-PW-DATE-PARTS PIC 9(8).
      * The user file is loaded whole at each login attempt so the
      * failed-login count and lock status can be saved back.
       77  WS-USR-COUNT             PIC 9(4) VALUE 0.
       77  WS-USR-IDX               PIC 9(4).
       77  WS-USR-FOUND-IDX         PIC 9(4) VALUE 0.
       01  WS-USR-TABLE.
           05  WS-USR-ENTRY OCCURS 500 TIMES.
               10  WS-USR-ID            PIC 9(8).
               10  WS-USR-NAME          PIC X(20).
               10  WS-USR-ROLE          PIC X(3).
               10  WS-USR-PASSWORD      PIC X(20).
               10  WS-USR-PW-DATE       PIC X(10).
               10  WS-USR-FAIL-COUNT    PIC 9(2).
               10  WS-USR-ACCT-STATUS   PIC X.
               10  WS-USR-MUST-CHANGE   PIC X.
               10  WS-USR-LAST-LOGIN    PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM SET-TODAY
           PERFORM READ-SECURITY-CONFIG
           PERFORM SIGN-ON
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Health Care System Main Menu"
               DISPLAY "1. Patient Records Management"
               DISPLAY "20. Theatre Scheduling"
               DISPLAY "21. Month-End Close"
               DISPLAY "22. Year-End Archive / Purge"
               DISPLAY "23. Nurse Staffing Roster"
               DISPLAY "24. Medication Administration Record"
               DISPLAY "25. Guarantor Accounts"
               DISPLAY "26. Collection Agency Placement"
               DISPLAY "27. Financial Assistance"
               DISPLAY "28. ADT Interface Sender"
               DISPLAY "29. Radiology / Imaging"
               DISPLAY "30. Blood Bank"
               DISPLAY "31. Immunizations"
               DISPLAY "32. Patient Letters"
               DISPLAY "33. Maternity"
               DISPLAY "34. Bank Reconciliation"
               DISPLAY "35. Specialist On-Call Rota"
               DISPLAY "36. Clinical Incidents"
               DISPLAY "37. Pre-Service Cost Estimates"
               DISPLAY "38. Sign Off"
               DISPLAY "39. Exit"
               ACCEPT USER-CHOICE
      * An ended or idle session must sign on again, and the choice
      * made before that is not carried out for the new user.  A
      * choice that runs a module marks the session as inside it.
               PERFORM CHECK-SESSION-ACTIVE
               IF WS-RESIGNED-FLAG = "N"
                   EVALUATE USER-CHOICE
                       WHEN 1
                           CALL 'SYSTEM' USING 'patient_records.exe'
                       WHEN 2
                           CALL 'SYSTEM' USING 'appointments.exe'
                       WHEN 3
                           CALL 'SYSTEM' USING 'billing.exe'
                       WHEN 4
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'access_control.exe'
                           ELSE
                               DISPLAY "Access Denied. Access Control "
                                       "is restricted to Adm role."
                           END-IF
                       WHEN 5
                           CALL 'SYSTEM' USING 'doctor_records.exe'
                       WHEN 6
                           CALL 'SYSTEM' USING 'insurance_claims.exe'
                       WHEN 7
                           CALL 'SYSTEM' USING 'admissions.exe'
                       WHEN 8
                           CALL 'SYSTEM' USING 'charge_master.exe'
                       WHEN 9
                           CALL 'SYSTEM' USING 'patient_insurance.exe'
                       WHEN 10
                           CALL 'SYSTEM' USING 'lab_orders.exe'
                       WHEN 11
                           CALL 'SYSTEM' USING 'medications.exe'
                       WHEN 12
                           CALL 'SYSTEM' USING 'referrals.exe'
                       WHEN 13
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'patient_merge.exe'
                           ELSE
                               DISPLAY "Access Denied. Patient Merge "
                                       "is restricted to Adm role."
                           END-IF
                       WHEN 14
                           CALL 'SYSTEM' USING 'patient_disclosure.exe'
                       WHEN 15
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'audit_inquiry.exe'
                           ELSE
                               DISPLAY "Access Denied. Audit Inquiry "
                                       "is restricted to Adm role."
                           END-IF
                       WHEN 16
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'backup_util.exe'
                           ELSE
                               DISPLAY "Access Denied. Backup/Restore "
                                       "is restricted to Adm role."
                           END-IF
                       WHEN 17
                           CALL 'SYSTEM' USING 'diagnosis_codes.exe'
                       WHEN 18
                           CALL 'SYSTEM' USING 'location_master.exe'
                       WHEN 19
                           CALL 'SYSTEM' USING 'ed_visits.exe'
                       WHEN 20
                           CALL 'SYSTEM' USING 'theatre_sched.exe'
                       WHEN 21
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'month_end.exe'
                           ELSE
                               DISPLAY "Access Denied. Month-End "
                                       "Close is restricted to Adm "
                                       "role."
                           END-IF
                       WHEN 22
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'archive_purge.exe'
                           ELSE
                               DISPLAY "Access Denied. Archive/Purge "
                                       "is restricted to Adm role."
                           END-IF
                       WHEN 23
                           CALL 'SYSTEM' USING 'nurse_roster.exe'
                       WHEN 24
                           CALL 'SYSTEM' USING 'med_admin.exe'
                       WHEN 25
                           CALL 'SYSTEM' USING 'guarantors.exe'
                       WHEN 26
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'collections.exe'
                           ELSE
                               DISPLAY "Access Denied. Collection "
                                       "Agency Placement is restricted "
                                       "to Adm role."
                           END-IF
                       WHEN 27
                           CALL 'SYSTEM' USING 'fin_assist.exe'
                       WHEN 28
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'adt_sender.exe'
                           ELSE
                               DISPLAY "Access Denied. ADT Interface "
                                       "Sender is restricted to Adm "
                                       "role."
                           END-IF
                       WHEN 29
                           CALL 'SYSTEM' USING 'radiology.exe'
                       WHEN 30
                           CALL 'SYSTEM' USING 'blood_bank.exe'
                       WHEN 31
                           CALL 'SYSTEM' USING 'immunizations.exe'
                       WHEN 32
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'letter_gen.exe'
                           ELSE
                               DISPLAY "Access Denied. Patient Letters "
                                       "is restricted to Adm role."
                           END-IF
                       WHEN 33
                           CALL 'SYSTEM' USING 'maternity.exe'
                       WHEN 34
                           IF WS-CURRENT-ROLE = "Adm"
                               CALL 'SYSTEM' USING 'bank_recon.exe'
                           ELSE
                               DISPLAY "Access Denied. Bank "
                                       "Reconciliation is restricted "
                                       "to Adm role."
                           END-IF
                       WHEN 35
                           CALL 'SYSTEM' USING 'on_call.exe'
                       WHEN 36
                           CALL 'SYSTEM' USING 'incidents.exe'
                       WHEN 37
                           CALL 'SYSTEM' USING 'cost_estimate.exe'
                       WHEN 38
                           MOVE "Signed Off" TO WS-SESSION-END-STATE
                           PERFORM END-SESSION
                           PERFORM SIGN-ON
                       WHEN 39
                           MOVE "Signed Off" TO WS-SESSION-END-STATE
                           PERFORM END-SESSION
                           MOVE "Y" TO WS-EOF
                       WHEN OTHER
                           DISPLAY "Invalid choice"
                   END-EVALUATE
               END-IF
      * The session was marked as inside a module before the call
      * so no other terminal timed it out meanwhile; the return is
      * stamped as fresh activity, which clears the mark.
               PERFORM TOUCH-SESSION
           END-PERFORM
           STOP RUN.

       SIGN-ON.
           MOVE 0 TO WS-LOGIN-ATTEMPTS
           MOVE "N" TO WS-LOGIN-VALID-FLAG
           PERFORM UNTIL WS-LOGIN-VALID-FLAG = "Y" OR
                         WS-LOGIN-ATTEMPTS >= 3
               PERFORM LOGIN
               ADD 1 TO WS-LOGIN-ATTEMPTS
               IF WS-LOGIN-VALID-FLAG = "N" AND
                  WS-LOGIN-NOTIFIED-FLAG = "N"
                   DISPLAY "Invalid username or password."
               END-IF
           END-PERFORM
           IF WS-LOGIN-VALID-FLAG = "N"
               DISPLAY "Too many failed login attempts. Exiting."
               STOP RUN
           END-IF
           PERFORM START-SESSION
           .

      * The session ID is the sign-on date and time to the
      * hundredth of a second, unique per terminal in practice.
       START-SESSION.
           PERFORM SET-TODAY
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-SESSION-ID
           STRING WS-TODAY-RAW WS-NOW-TIME-NUM DELIMITED BY SIZE
               INTO WS-SESSION-ID
           PERFORM LOAD-SESSION-TABLE
           PERFORM CLOSE-IDLE-SESSIONS
           IF WS-SS-COUNT NOT < 200
               PERFORM DROP-CLOSED-SESSIONS
           END-IF
           IF WS-SS-COUNT < 200
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SESSION-ID TO WS-SS-ID(WS-SS-COUNT)
               MOVE WS-LOGIN-USERNAME TO WS-SS-USER(WS-SS-COUNT)
               MOVE WS-TODAY-RAW TO WS-SS-START-DATE(WS-SS-COUNT)
               MOVE WS-NOW-TIME-NUM TO WS-SS-START-TIME(WS-SS-COUNT)
               MOVE WS-TODAY-RAW TO WS-SS-LAST-DATE(WS-SS-COUNT)
               MOVE WS-NOW-TIME TO WS-SS-LAST-TIME(WS-SS-COUNT)
               MOVE "Active" TO WS-SS-STATE(WS-SS-COUNT)
           ELSE
               DISPLAY "Too many sessions are signed on - sign-on "
                       "refused.  Try again later."
               STOP RUN
           END-IF
           PERFORM SAVE-SESSION-TABLE
           DISPLAY "HMS_SESSION_ID" UPON ENVIRONMENT-NAME
           DISPLAY WS-SESSION-ID UPON ENVIRONMENT-VALUE
           MOVE "SIGNON" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           .

       CHECK-SESSION-ACTIVE.
           PERFORM SET-TODAY
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM LOAD-SESSION-TABLE
           PERFORM CLOSE-IDLE-SESSIONS
           PERFORM FIND-OWN-SESSION
           IF WS-SS-OWN-IDX > 0
               IF WS-SS-STATE(WS-SS-OWN-IDX) = "Active"
                   MOVE WS-TODAY-RAW TO WS-SS-LAST-DATE(WS-SS-OWN-IDX)
                   MOVE WS-NOW-TIME TO WS-SS-LAST-TIME(WS-SS-OWN-IDX)
                   IF USER-CHOICE >= 1 AND USER-CHOICE <= 37
                       SET WS-SS-IN-MODULE(WS-SS-OWN-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM SAVE-SESSION-TABLE
           MOVE "N" TO WS-RESIGNED-FLAG
           EVALUATE TRUE
               WHEN WS-SS-OWN-IDX = 0
                   DISPLAY "Your session was ended - please sign on "
                           "again."
                   PERFORM SIGN-ON
                   MOVE "Y" TO WS-RESIGNED-FLAG
               WHEN WS-SS-STATE(WS-SS-OWN-IDX) = "Timed Out"
                   MOVE "TIMEOUT" TO WS-AUDIT-ACTION
                   MOVE 0 TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Session idle for more than "
                           WS-IDLE-MINUTES " minutes - please sign "
                           "on again."
                   PERFORM SIGN-ON
                   MOVE "Y" TO WS-RESIGNED-FLAG
               WHEN WS-SS-STATE(WS-SS-OWN-IDX) NOT = "Active"
                   DISPLAY "Your session was ended by an "
                           "administrator - please sign on again."
                   PERFORM SIGN-ON
                   MOVE "Y" TO WS-RESIGNED-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       TOUCH-SESSION.
           PERFORM SET-TODAY
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM LOAD-SESSION-TABLE
           PERFORM FIND-OWN-SESSION
           IF WS-SS-OWN-IDX > 0
               IF WS-SS-STATE(WS-SS-OWN-IDX) = "Active"
                   MOVE WS-TODAY-RAW TO WS-SS-LAST-DATE(WS-SS-OWN-IDX)
                   MOVE WS-NOW-TIME TO WS-SS-LAST-TIME(WS-SS-OWN-IDX)
                   PERFORM SAVE-SESSION-TABLE
               END-IF
           END-IF
           .

      * Closes this terminal's session with WS-SESSION-END-STATE.
       END-SESSION.
           PERFORM SET-TODAY
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM LOAD-SESSION-TABLE
           PERFORM FIND-OWN-SESSION
           IF WS-SS-OWN-IDX > 0
               IF WS-SS-STATE(WS-SS-OWN-IDX) = "Active"
                   MOVE WS-SESSION-END-STATE
                       TO WS-SS-STATE(WS-SS-OWN-IDX)
                   MOVE WS-TODAY-RAW TO WS-SS-LAST-DATE(WS-SS-OWN-IDX)
                   MOVE WS-NOW-TIME TO WS-SS-LAST-TIME(WS-SS-OWN-IDX)
                   PERFORM SAVE-SESSION-TABLE
               END-IF
           END-IF
           MOVE "SIGNOFF" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT-LOG
           .

       FIND-OWN-SESSION.
           MOVE 0 TO WS-SS-OWN-IDX
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-ID(WS-SS-IDX) = WS-SESSION-ID
                   MOVE WS-SS-IDX TO WS-SS-OWN-IDX
               END-IF
           END-PERFORM
           .

      * Any session - this terminal's or one left behind by a
      * terminal that was switched off - idle past the configured
      * limit is closed as Timed Out.  A session inside a module is
      * in use, not idle, and is left alone.  A limit of zero
      * disables the timeout.
       CLOSE-IDLE-SESSIONS.
           IF WS-IDLE-MINUTES > 0
               PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                       UNTIL WS-SS-IDX > WS-SS-COUNT
                   IF WS-SS-STATE(WS-SS-IDX) = "Active" AND
                      NOT WS-SS-IN-MODULE(WS-SS-IDX)
                       COMPUTE WS-IDLE-ELAPSED =
                           (FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
                            - FUNCTION INTEGER-OF-DATE
                                (WS-SS-LAST-DATE(WS-SS-IDX))) * 1440
                           + WS-NOW-HH * 60 + WS-NOW-MM
                           - WS-SS-LAST-HH(WS-SS-IDX) * 60
                           - WS-SS-LAST-MM(WS-SS-IDX)
                       IF WS-IDLE-ELAPSED > WS-IDLE-MINUTES
                           MOVE "Timed Out" TO WS-SS-STATE(WS-SS-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

      * A full table at sign-on gives up the entries already closed
      * today rather than refuse the new session.
       DROP-CLOSED-SESSIONS.
           MOVE 0 TO WS-SS-KEEP
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-STATE(WS-SS-IDX) = "Active"
                   ADD 1 TO WS-SS-KEEP
                   MOVE WS-SS-ENTRY(WS-SS-IDX)
                       TO WS-SS-ENTRY(WS-SS-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-SS-KEEP TO WS-SS-COUNT
           .

       LOAD-SESSION-TABLE.
           MOVE 0 TO WS-SS-COUNT
           MOVE "N" TO WS-SS-FULL-FLAG
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
               MOVE "N" TO WS-SS-EOF
               PERFORM UNTIL WS-SS-EOF = "Y"
                   READ SESSION-FILE INTO SESSION-RECORD
                       AT END
                           MOVE "Y" TO WS-SS-EOF
                       NOT AT END
                           IF WS-SS-COUNT < 200
                               ADD 1 TO WS-SS-COUNT
                               MOVE SESSION-ID
                                   TO WS-SS-ID(WS-SS-COUNT)
                               MOVE SESSION-USERNAME
                                   TO WS-SS-USER(WS-SS-COUNT)
                               MOVE SESSION-START-DATE
                                   TO WS-SS-START-DATE(WS-SS-COUNT)
                               MOVE SESSION-START-TIME
                                   TO WS-SS-START-TIME(WS-SS-COUNT)
                               MOVE SESSION-LAST-DATE
                                   TO WS-SS-LAST-DATE(WS-SS-COUNT)
                               MOVE SESSION-LAST-TIME
                                   TO WS-SS-LAST-TIME(WS-SS-COUNT)
                               MOVE SESSION-STATE
                                   TO WS-SS-STATE(WS-SS-COUNT)
                           ELSE
                               MOVE "Y" TO WS-SS-FULL-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SESSION-FILE
           MOVE WS-SS-COUNT TO WS-SS-LOADED
           .

      * Closed sessions are dropped once their day is over.  The
      * file is rebuilt through a work copy so entries past the end
      * of the table are carried over rather than lost.
       SAVE-SESSION-TABLE.
           OPEN OUTPUT SESSION-TEMP-FILE
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-STATE(WS-SS-IDX) = "Active" OR
                  WS-SS-LAST-DATE(WS-SS-IDX) = WS-TODAY-RAW
                   MOVE WS-SS-ID(WS-SS-IDX) TO SESSION-ID
                   MOVE WS-SS-USER(WS-SS-IDX) TO SESSION-USERNAME
                   MOVE WS-SS-START-DATE(WS-SS-IDX)
                       TO SESSION-START-DATE
                   MOVE WS-SS-START-TIME(WS-SS-IDX)
                       TO SESSION-START-TIME
                   MOVE WS-SS-LAST-DATE(WS-SS-IDX)
                       TO SESSION-LAST-DATE
                   MOVE WS-SS-LAST-TIME(WS-SS-IDX)
                       TO SESSION-LAST-TIME
                   MOVE WS-SS-STATE(WS-SS-IDX) TO SESSION-STATE
                   MOVE SESSION-RECORD TO SESSION-TEMP-RECORD
                   WRITE SESSION-TEMP-RECORD
               END-IF
           END-PERFORM
           IF WS-SS-FULL-FLAG = "Y"
               OPEN INPUT SESSION-FILE
               MOVE 0 TO WS-SS-REC-NO
               MOVE "N" TO WS-SS-EOF
               PERFORM UNTIL WS-SS-EOF = "Y"
                   READ SESSION-FILE INTO SESSION-RECORD
                       AT END
                           MOVE "Y" TO WS-SS-EOF
                       NOT AT END
                           ADD 1 TO WS-SS-REC-NO
                           IF WS-SS-REC-NO > WS-SS-LOADED AND
                              (SESSION-STATE = "Active" OR
                               SESSION-LAST-DATE = WS-TODAY-RAW)
                               MOVE SESSION-RECORD
                                   TO SESSION-TEMP-RECORD
                               WRITE SESSION-TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF
           CLOSE SESSION-TEMP-FILE
           OPEN INPUT SESSION-TEMP-FILE
           OPEN OUTPUT SESSION-FILE
           MOVE "N" TO WS-SS-EOF
           PERFORM UNTIL WS-SS-EOF = "Y"
               READ SESSION-TEMP-FILE INTO SESSION-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-SS-EOF
                   NOT AT END
                       MOVE SESSION-TEMP-RECORD TO SESSION-RECORD
                       WRITE SESSION-RECORD
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE
           CLOSE SESSION-TEMP-FILE
           .

      * Failed attempts are counted on the user record across runs;
      * reaching the configured threshold locks the account until
      * an administrator unlocks it in ACCESS-CONTROL.  A good
      * password on an account flagged for change, or past its
      * lifetime, must be replaced before the menu is shown.
       LOGIN.
           DISPLAY "Enter Username: "
           ACCEPT WS-LOGIN-USERNAME
           ACCEPT WS-LOGIN-PASSWORD
           PERFORM ENCRYPT-PASSWORD
           MOVE "N" TO WS-LOGIN-VALID-FLAG
           MOVE "N" TO WS-LOGIN-NOTIFIED-FLAG
           PERFORM LOAD-USER-TABLE
           MOVE 0 TO WS-USR-FOUND-IDX
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USR-COUNT
               IF WS-USR-NAME(WS-USR-IDX) = WS-LOGIN-USERNAME
                   MOVE WS-USR-IDX TO WS-USR-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-USR-FOUND-IDX = 0
                   CONTINUE
               WHEN WS-USR-ACCT-STATUS(WS-USR-FOUND-IDX) = "L"
                   DISPLAY "Account locked - contact an "
                           "administrator."
                   MOVE "Y" TO WS-LOGIN-NOTIFIED-FLAG
               WHEN WS-USR-PASSWORD(WS-USR-FOUND-IDX) =
                    WS-LOGIN-PASSWORD
                   MOVE 0 TO WS-USR-FAIL-COUNT(WS-USR-FOUND-IDX)
                   MOVE "Y" TO WS-LOGIN-VALID-FLAG
                   PERFORM CHECK-PASSWORD-EXPIRED
                   IF WS-USR-MUST-CHANGE(WS-USR-FOUND-IDX) = "Y" OR
                      WS-EXPIRED-FLAG = "Y"
                       PERFORM CHANGE-PASSWORD
                       IF WS-PW-CHANGED-FLAG = "N"
                           MOVE "N" TO WS-LOGIN-VALID-FLAG
                           MOVE "Y" TO WS-LOGIN-NOTIFIED-FLAG
                       END-IF
                   END-IF
                   IF WS-LOGIN-VALID-FLAG = "Y"
                       MOVE WS-USR-ROLE(WS-USR-FOUND-IDX)
                           TO WS-CURRENT-ROLE
                       MOVE WS-TODAY-DATE
                           TO WS-USR-LAST-LOGIN(WS-USR-FOUND-IDX)
                   END-IF
                   PERFORM SAVE-USER-TABLE
               WHEN OTHER
                   ADD 1 TO WS-USR-FAIL-COUNT(WS-USR-FOUND-IDX)
                   IF WS-USR-FAIL-COUNT(WS-USR-FOUND-IDX) >=
                      WS-MAX-FAILURES
                       MOVE "L" TO
                           WS-USR-ACCT-STATUS(WS-USR-FOUND-IDX)
                       MOVE "LOCKOUT" TO WS-AUDIT-ACTION
                       MOVE WS-USR-ID(WS-USR-FOUND-IDX)
                           TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Too many failed logins - account "
                               "locked.  Contact an administrator."
                       MOVE "Y" TO WS-LOGIN-NOTIFIED-FLAG
                   END-IF
                   PERFORM SAVE-USER-TABLE
           END-EVALUATE
           .

       CHANGE-PASSWORD.
           MOVE "N" TO WS-PW-CHANGED-FLAG
           IF WS-EXPIRED-FLAG = "Y"
               DISPLAY "Your password has expired and must be "
                       "changed."
           ELSE
               DISPLAY "You must change your password before "
                       "continuing."
           END-IF
           DISPLAY "Enter New Password: "
           ACCEPT WS-NEW-PASSWORD
           DISPLAY "Confirm New Password: "
           ACCEPT WS-CONFIRM-PASSWORD
           EVALUATE TRUE
               WHEN WS-NEW-PASSWORD = SPACES
                   DISPLAY "Password cannot be blank - not changed."
               WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   DISPLAY "Passwords do not match - not changed."
               WHEN OTHER
                   MOVE WS-NEW-PASSWORD TO WS-LOGIN-PASSWORD
                   PERFORM ENCRYPT-PASSWORD
                   IF WS-LOGIN-PASSWORD =
                      WS-USR-PASSWORD(WS-USR-FOUND-IDX)
                       DISPLAY "New password must differ from the "
                               "old one - not changed."
                   ELSE
                       MOVE WS-LOGIN-PASSWORD
                           TO WS-USR-PASSWORD(WS-USR-FOUND-IDX)
                       MOVE WS-TODAY-DATE
                           TO WS-USR-PW-DATE(WS-USR-FOUND-IDX)
                       MOVE "N"
                           TO WS-USR-MUST-CHANGE(WS-USR-FOUND-IDX)
                       MOVE "Y" TO WS-PW-CHANGED-FLAG
                       MOVE "PWCHANGE" TO WS-AUDIT-ACTION
                       MOVE WS-USR-ID(WS-USR-FOUND-IDX)
                           TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Password changed."
                   END-IF
           END-EVALUATE
           .

      * Sets WS-EXPIRED-FLAG for the user at WS-USR-FOUND-IDX.  A
      * missing or unreadable password date counts as expired.
       CHECK-PASSWORD-EXPIRED.
           MOVE "N" TO WS-EXPIRED-FLAG
           IF WS-EXPIRY-DAYS > 0
               IF WS-USR-PW-DATE(WS-USR-FOUND-IDX)(1:4) IS NUMERIC
                  AND WS-USR-PW-DATE(WS-USR-FOUND-IDX)(6:2)
                      IS NUMERIC
                  AND WS-USR-PW-DATE(WS-USR-FOUND-IDX)(9:2)
                      IS NUMERIC
                   MOVE WS-USR-PW-DATE(WS-USR-FOUND-IDX)(1:4)
                       TO WS-PWD-YYYY
                   MOVE WS-USR-PW-DATE(WS-USR-FOUND-IDX)(6:2)
                       TO WS-PWD-MM
                   MOVE WS-USR-PW-DATE(WS-USR-FOUND-IDX)(9:2)
                       TO WS-PWD-DD
                   COMPUTE WS-PW-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
                       - FUNCTION INTEGER-OF-DATE(WS-PW-DATE-NUM)
                   IF WS-PW-AGE-DAYS > WS-EXPIRY-DAYS
                       MOVE "Y" TO WS-EXPIRED-FLAG
                   END-IF
               ELSE
                   MOVE "Y" TO WS-EXPIRED-FLAG
               END-IF
           END-IF
           .

       LOAD-USER-TABLE.
           MOVE 0 TO WS-USR-COUNT
           MOVE "N" TO WS-LOGIN-EOF
           OPEN INPUT USER-FILE
           IF WS-USER-FILE-STATUS NOT = "35"
                       AT END
                           MOVE "Y" TO WS-LOGIN-EOF
                       NOT AT END
                           IF WS-USR-COUNT < 500
                               ADD 1 TO WS-USR-COUNT
                               MOVE USER-ID
                                   TO WS-USR-ID(WS-USR-COUNT)
                               MOVE USERNAME
                                   TO WS-USR-NAME(WS-USR-COUNT)
                               MOVE ROLE
                                   TO WS-USR-ROLE(WS-USR-COUNT)
                               MOVE USER-PASSWORD
                                   TO WS-USR-PASSWORD(WS-USR-COUNT)
                               MOVE USER-PW-DATE
                                   TO WS-USR-PW-DATE(WS-USR-COUNT)
                               IF USER-FAIL-COUNT IS NUMERIC
                                   MOVE USER-FAIL-COUNT TO
                                       WS-USR-FAIL-COUNT(WS-USR-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-USR-FAIL-COUNT(WS-USR-COUNT)
                               END-IF
                               IF USER-ACCT-STATUS = "L"
                                   MOVE "L" TO
                                       WS-USR-ACCT-STATUS(WS-USR-COUNT)
                               ELSE
                                   MOVE "A" TO
                                       WS-USR-ACCT-STATUS(WS-USR-COUNT)
                               END-IF
                               MOVE USER-MUST-CHANGE
                                   TO WS-USR-MUST-CHANGE(WS-USR-COUNT)
                               MOVE USER-LAST-LOGIN
                                   TO WS-USR-LAST-LOGIN(WS-USR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE USER-FILE
           .

      * Only the signing-on user's record changes; it is replaced
      * through a work copy and every other account is copied
      * across as it stands.
       SAVE-USER-TABLE.
           OPEN INPUT USER-FILE
           OPEN OUTPUT USER-TEMP-FILE
           MOVE "N" TO WS-LOGIN-EOF
           PERFORM UNTIL WS-LOGIN-EOF = "Y"
               READ USER-FILE INTO USER-RECORD
                   AT END
                       MOVE "Y" TO WS-LOGIN-EOF
                   NOT AT END
                       IF USERNAME = WS-USR-NAME(WS-USR-FOUND-IDX)
                           MOVE WS-USR-PASSWORD(WS-USR-FOUND-IDX)
                               TO USER-PASSWORD
                           MOVE WS-USR-PW-DATE(WS-USR-FOUND-IDX)
                               TO USER-PW-DATE
                           MOVE WS-USR-FAIL-COUNT(WS-USR-FOUND-IDX)
                               TO USER-FAIL-COUNT
                           MOVE WS-USR-ACCT-STATUS(WS-USR-FOUND-IDX)
                               TO USER-ACCT-STATUS
                           MOVE WS-USR-MUST-CHANGE(WS-USR-FOUND-IDX)
                               TO USER-MUST-CHANGE
                           MOVE WS-USR-LAST-LOGIN(WS-USR-FOUND-IDX)
                               TO USER-LAST-LOGIN
                       END-IF
                       MOVE USER-RECORD TO USER-TEMP-RECORD
                       WRITE USER-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE USER-TEMP-FILE
           OPEN INPUT USER-TEMP-FILE
           OPEN OUTPUT USER-FILE
           MOVE "N" TO WS-LOGIN-EOF
           PERFORM UNTIL WS-LOGIN-EOF = "Y"
               READ USER-TEMP-FILE INTO USER-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-LOGIN-EOF
                   NOT AT END
                       MOVE USER-TEMP-RECORD TO USER-RECORD
                       WRITE USER-RECORD
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE USER-TEMP-FILE
           .

       READ-SECURITY-CONFIG.
           OPEN INPUT SECURITY-CONFIG-FILE
           IF WS-SECURITY-STATUS = "00"
               READ SECURITY-CONFIG-FILE INTO SECURITY-CONFIG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEC-MAX-FAILURES IS NUMERIC AND
                          SEC-MAX-FAILURES > 0
                           MOVE SEC-MAX-FAILURES TO WS-MAX-FAILURES
                       END-IF
                       IF SEC-EXPIRY-DAYS IS NUMERIC
                           MOVE SEC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
                       IF SEC-IDLE-MINUTES IS NUMERIC
                           MOVE SEC-IDLE-MINUTES TO WS-IDLE-MINUTES
                       END-IF
               END-READ
           END-IF
           CLOSE SECURITY-CONFIG-FILE
           .

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           .

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
           MOVE WS-TODAY-DATE TO AUDIT-DATE
           MOVE WS-AUDIT-TIME-RAW TO AUDIT-TIME
           MOVE "MAIN-MENU" TO AUDIT-PROGRAM
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE WS-AUDIT-ENTITY-ID TO AUDIT-ENTITY-ID
           MOVE WS-LOGIN-USERNAME TO AUDIT-USER
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               CLOSE AUDIT-LOG-FILE
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .

       ENCRYPT-PASSWORD.
           PERFORM VARYING WS-PW-IDX FROM 1 BY 1 UNTIL WS-PW-IDX > 20
               IF WS-LOGIN-PASSWORD(WS-PW-IDX:1) NOT = SPACE
