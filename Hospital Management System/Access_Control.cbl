           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT SESSION-TEMP-FILE
               ASSIGN TO "/data/session_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-TEMP-STATUS.
           SELECT USER-FILE ASSIGN TO "/data\users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-FILE-STATUS.
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT LOCK-TEMP-FILE ASSIGN TO "/data/locks_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Lockout threshold, password lifetime and session idle
      * limit, also read by MAIN-MENU.
           SELECT SECURITY-CONFIG-FILE
               ASSIGN TO "/data/security_config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.
           SELECT ACCOUNT-REPORT-FILE
               ASSIGN TO "/data/users_status_report.txt"
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

       FD  SESSION-TEMP-FILE.
       01  SESSION-TEMP-RECORD      PIC X(78).

       FD  USER-FILE.
       01  USER-RECORD.
           05  USERNAME             PIC X(20).
           05  ROLE                 PIC X(3).
           05  USER-PASSWORD        PIC X(20).
      * Account security - date the password was last set, failed
      * logins since the last good one, "A"ctive or "L"ocked, "Y"
      * when the password must be changed at next login, and the
      * date of the last successful login (blank if never used).
           05  USER-PW-DATE         PIC X(10).
           05  USER-FAIL-COUNT      PIC 9(2).
           05  USER-ACCT-STATUS     PIC X.
           05  USER-MUST-CHANGE     PIC X.
           05  USER-LAST-LOGIN      PIC X(10).

       FD  TEMP-FILE.
       01  TEMP-USER-RECORD.
           05  TEMP-USERNAME        PIC X(20).
           05  TEMP-ROLE            PIC X(3).
           05  TEMP-PASSWORD        PIC X(20).
           05  TEMP-PW-DATE         PIC X(10).
           05  TEMP-FAIL-COUNT      PIC 9(2).
           05  TEMP-ACCT-STATUS     PIC X.
           05  TEMP-MUST-CHANGE     PIC X.
           05  TEMP-LAST-LOGIN      PIC X(10).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  BKUP-USERNAME        PIC X(20).
           05  BKUP-ROLE            PIC X(3).
           05  BKUP-PASSWORD        PIC X(20).
           05  BKUP-PW-DATE         PIC X(10).
           05  BKUP-FAIL-COUNT      PIC 9(2).
           05  BKUP-ACCT-STATUS     PIC X.
           05  BKUP-MUST-CHANGE     PIC X.
           05  BKUP-LAST-LOGIN      PIC X(10).

      * One line per Create/Update/Delete action, laid out the same
      * as the ACCEPT prompts above, for unattended overnight runs.
           05  LKT-DATE             PIC X(10).
           05  LKT-TIME             PIC X(8).

       FD  SECURITY-CONFIG-FILE.
       01  SECURITY-CONFIG-RECORD.
           05  SEC-MAX-FAILURES     PIC 9(2).
           05  SEC-EXPIRY-DAYS      PIC 9(3).
           05  SEC-IDLE-MINUTES     PIC 9(3).

       FD  ACCOUNT-REPORT-FILE.
       01  ACCOUNT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-SESSION-TEMP-STATUS   PIC XX VALUE "00".
       77  WS-SS-FULL-FLAG          PIC X VALUE "N".
       77  WS-SS-REC-NO             PIC 9(6).
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 99.
       77  WS-USER-ID               PIC 9(8).
       77  WS-USERNAME              PIC X(20).
       77  WS-ROLE                  PIC X(3).
               10  WS-RC-INPUT          PIC X(100).
               10  WS-RC-LAST           PIC 9(8).
               10  WS-RC-STATUS         PIC X(10).
       77  WS-SECURITY-STATUS       PIC XX VALUE "00".
      * Defaults used until a security configuration is saved - an
      * expiry of zero days means passwords never expire.
       77  WS-MAX-FAILURES          PIC 9(2) VALUE 5.
       77  WS-EXPIRY-DAYS           PIC 9(3) VALUE 90.
       77  WS-NEW-MAX-FAILURES      PIC 9(2).
       77  WS-NEW-EXPIRY-DAYS       PIC 9(3).
       77  WS-IDLE-MINUTES          PIC 9(3) VALUE 30.
       77  WS-NEW-IDLE-MINUTES      PIC 9(3).
       77  WS-IDLE-ELAPSED          PIC S9(8).
       77  WS-END-SESSION-ID        PIC X(16).
       77  WS-SS-COUNT              PIC 9(4) VALUE 0.
       77  WS-SS-IDX                PIC 9(4).
       77  WS-SS-ACTIVE-COUNT       PIC 9(4) VALUE 0.
       77  WS-SS-ENDED-FLAG         PIC X VALUE "N".
       01  WS-NOW-TIME.
           05  WS-NOW-HH            PIC 9(2).
           05  WS-NOW-MM            PIC 9(2).
           05  FILLER               PIC 9(4).
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
      * Seconds of 99 are MAIN-MENU's mark for a terminal that is
      * inside a module.
                   15  WS-SS-LAST-SS    PIC 9(2).
                       88  WS-SS-IN-MODULE  VALUE 99.
                   15  FILLER           PIC 9(2).
               10  WS-SS-STATE          PIC X(10).
       77  WS-TODAY-RAW             PIC 9(8).
       77  WS-TODAY-DATE            PIC X(10).
       77  WS-PW-AGE-DAYS           PIC S9(8).
       77  WS-EXPIRED-FLAG          PIC X VALUE "N".
       77  WS-UNLOCK-FOUND-FLAG     PIC X VALUE "N".
       77  WS-LOCKED-COUNT          PIC 9(8) VALUE 0.
       77  WS-EXPIRED-COUNT         PIC 9(8) VALUE 0.
       77  WS-NEVER-USED-COUNT      PIC 9(8) VALUE 0.
       77  WS-ACCT-NOTE             PIC X(30).
       01  WS-PW-DATE-PARTS.
           05  WS-PWD-YYYY          PIC 9(4).
           05  WS-PWD-MM            PIC 9(2).
           05  WS-PWD-DD            PIC 9(2).
       01  WS-PW-DATE-NUM REDEFINES WS-PW-DATE-PARTS PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   MOVE "SETUP" TO WS-SESSION-USER
               END-IF
           END-IF
           PERFORM SET-TODAY
           PERFORM READ-SECURITY-CONFIG
           DISPLAY "Enter transaction file to process in batch "
                   "(blank for interactive): "
           ACCEPT WS-BATCH-FILE-NAME
                   DISPLAY "4. Delete User"
                   DISPLAY "5. Generate Report"
                   DISPLAY "6. Clear Stale File Lock"
                   DISPLAY "7. Unlock User Account"
                   DISPLAY "8. Password and Lockout Settings"
                   DISPLAY "9. Account Status Report"
                   DISPLAY "10. Signed-On Users / End Session"
                   DISPLAY "11. Exit"
                   ACCEPT USER-CHOICE
                   EVALUATE USER-CHOICE
                       WHEN 1
                       WHEN 6
                           PERFORM CLEAR-STALE-LOCK
                       WHEN 7
                           PERFORM UNLOCK-USER
                       WHEN 8
                           PERFORM SET-SECURITY-CONFIG
                       WHEN 9
                           PERFORM ACCOUNT-STATUS-REPORT
                       WHEN 10
                           PERFORM LIST-SESSIONS
                       WHEN 11
                           MOVE "Y" TO WS-EOF
                       WHEN OTHER
                           DISPLAY "Invalid choice"
               MOVE WS-USERNAME TO USERNAME
               MOVE WS-ROLE TO ROLE
               MOVE WS-PASSWORD TO USER-PASSWORD
      * A new account must choose its own password at first login.
               MOVE WS-TODAY-DATE TO USER-PW-DATE
               MOVE 0 TO USER-FAIL-COUNT
               MOVE "A" TO USER-ACCT-STATUS
               MOVE "Y" TO USER-MUST-CHANGE
               MOVE SPACES TO USER-LAST-LOGIN
               WRITE USER-RECORD
               CLOSE USER-FILE
               MOVE "CREATE" TO WS-AUDIT-ACTION
                           DISPLAY "Username: " USERNAME
                           DISPLAY "Role: " ROLE
                           DISPLAY "Password: ********"
                           IF USER-ACCT-STATUS = "L"
                               DISPLAY "Account: LOCKED"
                           ELSE
                               DISPLAY "Account: Active"
                           END-IF
                           IF USER-LAST-LOGIN = SPACES
                               DISPLAY "Last Login: never"
                           ELSE
                               DISPLAY "Last Login: " USER-LAST-LOGIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-FILE
                                   MOVE WS-USERNAME TO USERNAME
                                   MOVE WS-ROLE TO ROLE
                                   MOVE WS-PASSWORD TO USER-PASSWORD
      * A password set by an administrator is a reset - the user
      * must replace it at next login.
                                   MOVE WS-TODAY-DATE TO USER-PW-DATE
                                   MOVE "Y" TO USER-MUST-CHANGE
                                   IF USER-FAIL-COUNT IS NOT NUMERIC
                                       MOVE 0 TO USER-FAIL-COUNT
                                   END-IF
                                   IF USER-ACCT-STATUS NOT = "L"
                                       MOVE "A" TO USER-ACCT-STATUS
                                   END-IF
                                   REWRITE USER-RECORD
                                   MOVE "UPDATE" TO WS-AUDIT-ACTION
                                   MOVE WS-USER-ID TO
           END-IF
           .

      * Clears a lockout set by MAIN-MENU after too many failed
      * logins.  The password is left as it was; audited as
      * ACCTUNLOCK.
       UNLOCK-USER.
           MOVE "N" TO WS-UNLOCK-FOUND-FLAG
           DISPLAY "Enter User ID to Unlock: "
           ACCEPT WS-USER-ID
           OPEN I-O USER-FILE
           IF WS-USER-FILE-STATUS = "35"
               DISPLAY "No user records on file."
               CLOSE USER-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ USER-FILE INTO USER-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF USER-ID = WS-USER-ID
                               MOVE "Y" TO WS-UNLOCK-FOUND-FLAG
                               IF USER-ACCT-STATUS NOT = "L"
                                   DISPLAY "Account " USERNAME
                                           " is not locked."
                               ELSE
                                   MOVE "A" TO USER-ACCT-STATUS
                                   MOVE 0 TO USER-FAIL-COUNT
                                   REWRITE USER-RECORD
                                   MOVE "ACCTUNLOCK" TO
                                       WS-AUDIT-ACTION
                                   MOVE WS-USER-ID TO
                                       WS-AUDIT-ENTITY-ID
                                   PERFORM WRITE-AUDIT-LOG
                                   DISPLAY "Account " USERNAME
                                           " unlocked."
                               END-IF
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-FILE
               MOVE "N" TO WS-EOF
               IF WS-UNLOCK-FOUND-FLAG = "N"
                   DISPLAY "No record found for User ID " WS-USER-ID
               END-IF
           END-IF
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

       SET-SECURITY-CONFIG.
           DISPLAY "Failed logins before lockout: " WS-MAX-FAILURES
           DISPLAY "Password lifetime in days (0 = no expiry): "
                   WS-EXPIRY-DAYS
           DISPLAY "Session idle limit in minutes (0 = none): "
                   WS-IDLE-MINUTES
           DISPLAY "Enter Failed Logins Before Lockout (1-99): "
           ACCEPT WS-NEW-MAX-FAILURES
           DISPLAY "Enter Password Lifetime in Days "
                   "(0 for no expiry): "
           ACCEPT WS-NEW-EXPIRY-DAYS
           DISPLAY "Enter Session Idle Limit in Minutes "
                   "(0 for none): "
           ACCEPT WS-NEW-IDLE-MINUTES
           IF WS-NEW-MAX-FAILURES = 0
               DISPLAY "Lockout threshold must be at least 1 - "
                       "not changed."
           ELSE
               MOVE WS-NEW-MAX-FAILURES TO WS-MAX-FAILURES
               MOVE WS-NEW-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               MOVE WS-NEW-IDLE-MINUTES TO WS-IDLE-MINUTES
               MOVE WS-MAX-FAILURES TO SEC-MAX-FAILURES
               MOVE WS-EXPIRY-DAYS TO SEC-EXPIRY-DAYS
               MOVE WS-IDLE-MINUTES TO SEC-IDLE-MINUTES
               OPEN OUTPUT SECURITY-CONFIG-FILE
               WRITE SECURITY-CONFIG-RECORD
               CLOSE SECURITY-CONFIG-FILE
               MOVE "SECCONFIG" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Security settings saved."
           END-IF
           .

      * Who is signed on, from the MAIN-MENU session table.  Idle
      * sessions past the limit are closed first, the same as at
      * sign-on; an administrator may then end any session, which
      * forces that terminal to sign on again.  Audited as
      * ENDSESSION.
       LIST-SESSIONS.
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM LOAD-SESSION-TABLE
           PERFORM CLOSE-IDLE-SESSIONS
           MOVE 0 TO WS-SS-ACTIVE-COUNT
           DISPLAY "Signed-On Users"
           DISPLAY "Session ID       User                 "
                   "Signed On         Last Activity"
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-STATE(WS-SS-IDX) = "Active"
                   ADD 1 TO WS-SS-ACTIVE-COUNT
                   DISPLAY WS-SS-ID(WS-SS-IDX) " "
                           WS-SS-USER(WS-SS-IDX) " "
                           WS-SS-START-DATE(WS-SS-IDX) " "
                           WS-SS-START-TIME(WS-SS-IDX)(1:4) "  "
                           WS-SS-LAST-DATE(WS-SS-IDX) " "
                           WS-SS-LAST-TIME(WS-SS-IDX)(1:4)
               END-IF
           END-PERFORM
           DISPLAY WS-SS-ACTIVE-COUNT " session(s) active."
           MOVE "N" TO WS-SS-ENDED-FLAG
           IF WS-SS-ACTIVE-COUNT > 0
               DISPLAY "Enter Session ID to end (blank to skip): "
               ACCEPT WS-END-SESSION-ID
               IF WS-END-SESSION-ID NOT = SPACES
                   PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                           UNTIL WS-SS-IDX > WS-SS-COUNT
                       IF WS-SS-ID(WS-SS-IDX) = WS-END-SESSION-ID
                          AND WS-SS-STATE(WS-SS-IDX) = "Active"
                           MOVE "Ended" TO WS-SS-STATE(WS-SS-IDX)
                           MOVE WS-TODAY-RAW
                               TO WS-SS-LAST-DATE(WS-SS-IDX)
                           MOVE WS-NOW-TIME
                               TO WS-SS-LAST-TIME(WS-SS-IDX)
                           MOVE "Y" TO WS-SS-ENDED-FLAG
                       END-IF
                   END-PERFORM
                   IF WS-SS-ENDED-FLAG = "Y"
                       MOVE "ENDSESSION" TO WS-AUDIT-ACTION
                       MOVE 0 TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Session " WS-END-SESSION-ID " ended."
                   ELSE
                       DISPLAY "No active session " WS-END-SESSION-ID
                   END-IF
               END-IF
           END-IF
           PERFORM SAVE-SESSION-TABLE
           .

      * A session inside a module is in use, not idle, and is left
      * alone, as MAIN-MENU does.
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

       LOAD-SESSION-TABLE.
           MOVE 0 TO WS-SS-COUNT
           MOVE "N" TO WS-SS-FULL-FLAG
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
               MOVE "N" TO WS-SESSION-EOF
               PERFORM UNTIL WS-SESSION-EOF = "Y"
                   READ SESSION-FILE INTO SESSION-RECORD
                       AT END
                           MOVE "Y" TO WS-SESSION-EOF
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
           .

      * Closed sessions are dropped once their day is over, as
      * MAIN-MENU does, and the file is rebuilt through the same work
      * copy so entries past the end of the table are carried over
      * rather than lost.
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
               MOVE "N" TO WS-SESSION-EOF
               PERFORM UNTIL WS-SESSION-EOF = "Y"
                   READ SESSION-FILE INTO SESSION-RECORD
                       AT END
                           MOVE "Y" TO WS-SESSION-EOF
                       NOT AT END
                           ADD 1 TO WS-SS-REC-NO
                           IF WS-SS-REC-NO > WS-SS-COUNT AND
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
           MOVE "N" TO WS-SESSION-EOF
           PERFORM UNTIL WS-SESSION-EOF = "Y"
               READ SESSION-TEMP-FILE INTO SESSION-TEMP-RECORD
                   AT END
                       MOVE "Y" TO WS-SESSION-EOF
                   NOT AT END
                       MOVE SESSION-TEMP-RECORD TO SESSION-RECORD
                       WRITE SESSION-RECORD
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE
           CLOSE SESSION-TEMP-FILE
           .

      * Sets WS-EXPIRED-FLAG for the user record in hand.  A
      * missing or unreadable password date counts as expired.
       CHECK-PASSWORD-EXPIRED.
           MOVE "N" TO WS-EXPIRED-FLAG
           IF WS-EXPIRY-DAYS > 0
               IF USER-PW-DATE(1:4) IS NUMERIC AND
                  USER-PW-DATE(6:2) IS NUMERIC AND
                  USER-PW-DATE(9:2) IS NUMERIC
                   MOVE USER-PW-DATE(1:4) TO WS-PWD-YYYY
                   MOVE USER-PW-DATE(6:2) TO WS-PWD-MM
                   MOVE USER-PW-DATE(9:2) TO WS-PWD-DD
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

      * Accounts needing attention - locked out, password past its
      * lifetime, or never logged in.
       ACCOUNT-STATUS-REPORT.
           MOVE 0 TO WS-LOCKED-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-NEVER-USED-COUNT
           DISPLAY "Account Status Report"
           DISPLAY "====================="
           OPEN OUTPUT ACCOUNT-REPORT-FILE
           MOVE "Hospital Management System" TO ACCOUNT-REPORT-LINE
           WRITE ACCOUNT-REPORT-LINE
           MOVE SPACES TO ACCOUNT-REPORT-LINE
           STRING "Account Status Report - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO ACCOUNT-REPORT-LINE
           WRITE ACCOUNT-REPORT-LINE
           MOVE "ID       Username             Role Status"
               TO ACCOUNT-REPORT-LINE
           WRITE ACCOUNT-REPORT-LINE
           MOVE "----------------------------------------"
               TO ACCOUNT-REPORT-LINE
           WRITE ACCOUNT-REPORT-LINE
           OPEN INPUT USER-FILE
           IF WS-USER-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ USER-FILE INTO USER-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-PASSWORD-EXPIRED
                           IF USER-ACCT-STATUS = "L"
                               ADD 1 TO WS-LOCKED-COUNT
                               MOVE "Locked" TO WS-ACCT-NOTE
                               PERFORM WRITE-ACCOUNT-LINE
                           END-IF
                           IF WS-EXPIRED-FLAG = "Y"
                               ADD 1 TO WS-EXPIRED-COUNT
                               MOVE "Password expired" TO WS-ACCT-NOTE
                               PERFORM WRITE-ACCOUNT-LINE
                           END-IF
                           IF USER-LAST-LOGIN = SPACES
                               ADD 1 TO WS-NEVER-USED-COUNT
                               MOVE "Never used" TO WS-ACCT-NOTE
                               PERFORM WRITE-ACCOUNT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USER-FILE
           MOVE "N" TO WS-EOF
           MOVE "----------------------------------------"
               TO ACCOUNT-REPORT-LINE
           WRITE ACCOUNT-REPORT-LINE
           DISPLAY "Locked: " WS-LOCKED-COUNT
                   "  Expired: " WS-EXPIRED-COUNT
                   "  Never Used: " WS-NEVER-USED-COUNT
           MOVE SPACES TO ACCOUNT-REPORT-LINE
           STRING "Locked: " WS-LOCKED-COUNT
               "  Expired: " WS-EXPIRED-COUNT
               "  Never Used: " WS-NEVER-USED-COUNT
               DELIMITED BY SIZE INTO ACCOUNT-REPORT-LINE
           WRITE ACCOUNT-REPORT-LINE
           CLOSE ACCOUNT-REPORT-FILE
           DISPLAY "Report written to /data/users_status_report.txt"
           .

       WRITE-ACCOUNT-LINE.
           DISPLAY USER-ID " " USERNAME " " ROLE " " WS-ACCT-NOTE
           MOVE SPACES TO ACCOUNT-REPORT-LINE
           STRING USER-ID " " USERNAME " " ROLE "  " WS-ACCT-NOTE
               DELIMITED BY SIZE INTO ACCOUNT-REPORT-LINE
           WRITE ACCOUNT-REPORT-LINE
           .

       SET-TODAY.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
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
