      ******************************************************************
      * Author:
      * Date:
      * Purpose: Guarantor / responsible-party accounts - the person
      *          financially responsible for one or more patients
      *          (parents for children, a spouse or carer for a
      *          dependant).  BILLING and MONTH-END send one
      *          consolidated statement per guarantor covering all of
      *          their dependants' open bills.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARANTORS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Signed-on user written by MAIN-MENU at login.
           SELECT SESSION-FILE ASSIGN TO "/data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT GUARANTOR-FILE ASSIGN TO "/data/guarantors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARANTOR-STATUS.
      * One record per dependant - a patient has at most one
      * guarantor, a guarantor any number of dependants.
           SELECT GUARANTOR-LINK-FILE
               ASSIGN TO "/data/guarantor_links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "/data/patients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MASTER-STATUS.
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

      * The statement name and mailing address of the person who
      * pays.
       FD  GUARANTOR-FILE.
       01  GUARANTOR-RECORD.
           05  GR-GUARANTOR-ID      PIC 9(8).
           05  GR-FIRST-NAME        PIC X(20).
           05  GR-LAST-NAME         PIC X(30).
           05  GR-STREET            PIC X(50).
           05  GR-CITY              PIC X(20).
           05  GR-PHONE             PIC 9(10).

      * GL-RELATIONSHIP is the guarantor's relationship to the
      * patient (Parent, Spouse, Guardian ...).
       FD  GUARANTOR-LINK-FILE.
       01  GUARANTOR-LINK-RECORD.
           05  GL-GUARANTOR-ID      PIC 9(8).
           05  GL-PATIENT-ID        PIC 9(8).
           05  GL-RELATIONSHIP      PIC X(15).

      * Read-only view onto PATIENT-FILE (owned by PATIENT-RECORDS)
      * used to confirm a Patient-ID exists before it is linked.
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
       77  WS-EOF                   PIC X VALUE "N".
       77  USER-CHOICE              PIC 9.
       77  WS-GUARANTOR-STATUS      PIC XX VALUE "00".
       77  WS-LINK-STATUS           PIC XX VALUE "00".
       77  WS-PATIENT-MASTER-STATUS PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-GR-EOF                PIC X VALUE "N".
       77  WS-GL-EOF                PIC X VALUE "N".
       77  WS-GUARANTOR-ID          PIC 9(8).
       77  WS-FIRST-NAME            PIC X(20).
       77  WS-LAST-NAME             PIC X(30).
       77  WS-STREET                PIC X(50).
       77  WS-CITY                  PIC X(20).
       77  WS-PHONE                 PIC 9(10).
       77  WS-PATIENT-ID            PIC 9(8).
       77  WS-RELATIONSHIP          PIC X(15).
       77  WS-PATIENT-VALID-FLAG    PIC X VALUE "N".
       77  WS-GR-COUNT              PIC 9(4) VALUE 0.
       77  WS-GR-IDX                PIC 9(4).
       77  WS-GR-FOUND-IDX          PIC 9(4).
       77  WS-GL-COUNT              PIC 9(4) VALUE 0.
       77  WS-GL-IDX                PIC 9(4).
       77  WS-GL-FOUND-IDX          PIC 9(4).
       77  WS-DEPENDANT-COUNT       PIC 9(4) VALUE 0.
       77  WS-AUDIT-DATE-RAW        PIC 9(8).
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID       PIC 9(8).
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 500 TIMES.
               10  WS-GR-ID             PIC 9(8).
               10  WS-GR-FIRST          PIC X(20).
               10  WS-GR-LAST           PIC X(30).
               10  WS-GR-STREET         PIC X(50).
               10  WS-GR-CITY           PIC X(20).
               10  WS-GR-PHONE          PIC 9(10).
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 1000 TIMES.
               10  WS-GL-GUARANTOR-ID   PIC 9(8).
               10  WS-GL-PATIENT-ID     PIC 9(8).
               10  WS-GL-RELATIONSHIP   PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-SESSION-USER
           IF WS-SESSION-USER = SPACES
               DISPLAY "No signed-on user - start this module "
                       "from the Main Menu."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               DISPLAY "Guarantor Accounts"
               DISPLAY "1. Add / Update Guarantor"
               DISPLAY "2. List Guarantors"
               DISPLAY "3. Link Patient to Guarantor"
               DISPLAY "4. Unlink Patient from Guarantor"
               DISPLAY "5. Show Guarantor and Dependants"
               DISPLAY "6. Exit"
               ACCEPT USER-CHOICE
               EVALUATE USER-CHOICE
                   WHEN 1
                       PERFORM ADD-GUARANTOR
                   WHEN 2
                       PERFORM LIST-GUARANTORS
                   WHEN 3
                       PERFORM LINK-PATIENT
                   WHEN 4
                       PERFORM UNLINK-PATIENT
                   WHEN 5
                       PERFORM SHOW-GUARANTOR
                   WHEN 6
                       MOVE "Y" TO WS-EOF
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LOAD-GUARANTOR-TABLE.
           MOVE 0 TO WS-GR-COUNT
           OPEN INPUT GUARANTOR-FILE
           IF WS-GUARANTOR-STATUS = "35"
               CLOSE GUARANTOR-FILE
           ELSE
               MOVE "N" TO WS-GR-EOF
               PERFORM UNTIL WS-GR-EOF = "Y"
                   READ GUARANTOR-FILE INTO GUARANTOR-RECORD
                       AT END
                           MOVE "Y" TO WS-GR-EOF
                       NOT AT END
                           IF WS-GR-COUNT < 500
                               ADD 1 TO WS-GR-COUNT
                               MOVE GR-GUARANTOR-ID
                                   TO WS-GR-ID(WS-GR-COUNT)
                               MOVE GR-FIRST-NAME
                                   TO WS-GR-FIRST(WS-GR-COUNT)
                               MOVE GR-LAST-NAME
                                   TO WS-GR-LAST(WS-GR-COUNT)
                               MOVE GR-STREET
                                   TO WS-GR-STREET(WS-GR-COUNT)
                               MOVE GR-CITY
                                   TO WS-GR-CITY(WS-GR-COUNT)
                               MOVE GR-PHONE
                                   TO WS-GR-PHONE(WS-GR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-FILE
           END-IF
           .

       SAVE-GUARANTOR-TABLE.
           OPEN OUTPUT GUARANTOR-FILE
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               MOVE WS-GR-ID(WS-GR-IDX) TO GR-GUARANTOR-ID
               MOVE WS-GR-FIRST(WS-GR-IDX) TO GR-FIRST-NAME
               MOVE WS-GR-LAST(WS-GR-IDX) TO GR-LAST-NAME
               MOVE WS-GR-STREET(WS-GR-IDX) TO GR-STREET
               MOVE WS-GR-CITY(WS-GR-IDX) TO GR-CITY
               MOVE WS-GR-PHONE(WS-GR-IDX) TO GR-PHONE
               WRITE GUARANTOR-RECORD
           END-PERFORM
           CLOSE GUARANTOR-FILE
           .

       LOAD-LINK-TABLE.
           MOVE 0 TO WS-GL-COUNT
           OPEN INPUT GUARANTOR-LINK-FILE
           IF WS-LINK-STATUS = "35"
               CLOSE GUARANTOR-LINK-FILE
           ELSE
               MOVE "N" TO WS-GL-EOF
               PERFORM UNTIL WS-GL-EOF = "Y"
                   READ GUARANTOR-LINK-FILE
                       INTO GUARANTOR-LINK-RECORD
                       AT END
                           MOVE "Y" TO WS-GL-EOF
                       NOT AT END
                           IF WS-GL-COUNT < 1000
                               ADD 1 TO WS-GL-COUNT
                               MOVE GL-GUARANTOR-ID
                                   TO WS-GL-GUARANTOR-ID(WS-GL-COUNT)
                               MOVE GL-PATIENT-ID
                                   TO WS-GL-PATIENT-ID(WS-GL-COUNT)
                               MOVE GL-RELATIONSHIP
                                   TO WS-GL-RELATIONSHIP(WS-GL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-LINK-FILE
           END-IF
           .

       SAVE-LINK-TABLE.
           OPEN OUTPUT GUARANTOR-LINK-FILE
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-PATIENT-ID(WS-GL-IDX) NOT = 0
                   MOVE WS-GL-GUARANTOR-ID(WS-GL-IDX)
                       TO GL-GUARANTOR-ID
                   MOVE WS-GL-PATIENT-ID(WS-GL-IDX) TO GL-PATIENT-ID
                   MOVE WS-GL-RELATIONSHIP(WS-GL-IDX)
                       TO GL-RELATIONSHIP
                   WRITE GUARANTOR-LINK-RECORD
               END-IF
           END-PERFORM
           CLOSE GUARANTOR-LINK-FILE
           .

       FIND-GUARANTOR.
           MOVE 0 TO WS-GR-FOUND-IDX
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-ID(WS-GR-IDX) = WS-GUARANTOR-ID
                   MOVE WS-GR-IDX TO WS-GR-FOUND-IDX
               END-IF
           END-PERFORM
           .

       FIND-PATIENT-LINK.
           MOVE 0 TO WS-GL-FOUND-IDX
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-PATIENT-ID(WS-GL-IDX) = WS-PATIENT-ID
                   MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
               END-IF
           END-PERFORM
           .

       ADD-GUARANTOR.
           PERFORM LOAD-GUARANTOR-TABLE
           DISPLAY "Enter Guarantor ID: "
           ACCEPT WS-GUARANTOR-ID
           DISPLAY "Enter First Name: "
           ACCEPT WS-FIRST-NAME
           DISPLAY "Enter Last Name: "
           ACCEPT WS-LAST-NAME
           DISPLAY "Enter Street: "
           ACCEPT WS-STREET
           DISPLAY "Enter City: "
           ACCEPT WS-CITY
           DISPLAY "Enter Phone Number: "
           ACCEPT WS-PHONE
           IF WS-GUARANTOR-ID = 0 OR WS-LAST-NAME = SPACES OR
              WS-STREET = SPACES
               DISPLAY "Guarantor Entry Failed. Invalid data."
           ELSE
               PERFORM FIND-GUARANTOR
               IF WS-GR-FOUND-IDX > 0
                   PERFORM MOVE-GUARANTOR-FIELDS
                   PERFORM SAVE-GUARANTOR-TABLE
                   MOVE "UPDATE" TO WS-AUDIT-ACTION
                   MOVE WS-GUARANTOR-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Guarantor " WS-GUARANTOR-ID " updated."
               ELSE
                   IF WS-GR-COUNT >= 500
                       DISPLAY "Guarantor file is full."
                   ELSE
                       ADD 1 TO WS-GR-COUNT
                       MOVE WS-GR-COUNT TO WS-GR-FOUND-IDX
                       PERFORM MOVE-GUARANTOR-FIELDS
                       PERFORM SAVE-GUARANTOR-TABLE
                       MOVE "CREATE" TO WS-AUDIT-ACTION
                       MOVE WS-GUARANTOR-ID TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Guarantor " WS-GUARANTOR-ID
                               " added."
                   END-IF
               END-IF
           END-IF
           .

       MOVE-GUARANTOR-FIELDS.
           MOVE WS-GUARANTOR-ID TO WS-GR-ID(WS-GR-FOUND-IDX)
           MOVE WS-FIRST-NAME TO WS-GR-FIRST(WS-GR-FOUND-IDX)
           MOVE WS-LAST-NAME TO WS-GR-LAST(WS-GR-FOUND-IDX)
           MOVE WS-STREET TO WS-GR-STREET(WS-GR-FOUND-IDX)
           MOVE WS-CITY TO WS-GR-CITY(WS-GR-FOUND-IDX)
           MOVE WS-PHONE TO WS-GR-PHONE(WS-GR-FOUND-IDX)
           .

       LIST-GUARANTORS.
           PERFORM LOAD-GUARANTOR-TABLE
           PERFORM LOAD-LINK-TABLE
           IF WS-GR-COUNT = 0
               DISPLAY "No guarantors on file."
           END-IF
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               MOVE 0 TO WS-DEPENDANT-COUNT
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                       UNTIL WS-GL-IDX > WS-GL-COUNT
                   IF WS-GL-GUARANTOR-ID(WS-GL-IDX) =
                      WS-GR-ID(WS-GR-IDX)
                       ADD 1 TO WS-DEPENDANT-COUNT
                   END-IF
               END-PERFORM
               DISPLAY WS-GR-ID(WS-GR-IDX) "  "
                       WS-GR-FIRST(WS-GR-IDX) " "
                       WS-GR-LAST(WS-GR-IDX) "  "
                       WS-GR-CITY(WS-GR-IDX) "  Dependants: "
                       WS-DEPENDANT-COUNT
           END-PERFORM
           .

      * A patient already linked to a guarantor must be unlinked
      * first, so a change of responsible party is deliberate and
      * shows on the audit log as an unlink and a link.
       LINK-PATIENT.
           PERFORM LOAD-GUARANTOR-TABLE
           PERFORM LOAD-LINK-TABLE
           DISPLAY "Enter Guarantor ID: "
           ACCEPT WS-GUARANTOR-ID
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           DISPLAY "Enter Relationship to Patient (Parent, Spouse, "
                   "Guardian ...): "
           ACCEPT WS-RELATIONSHIP
           PERFORM FIND-GUARANTOR
           PERFORM VALIDATE-PATIENT-ID
           PERFORM FIND-PATIENT-LINK
           EVALUATE TRUE
               WHEN WS-GR-FOUND-IDX = 0
                   DISPLAY "Link Failed: Guarantor ID "
                           WS-GUARANTOR-ID " not on file."
               WHEN WS-PATIENT-VALID-FLAG = "N"
                   DISPLAY "Link Failed: Patient ID " WS-PATIENT-ID
                           " not on patient master."
               WHEN WS-GL-FOUND-IDX > 0
                   DISPLAY "Link Failed: Patient " WS-PATIENT-ID
                           " is already linked to Guarantor "
                           WS-GL-GUARANTOR-ID(WS-GL-FOUND-IDX)
               WHEN WS-GL-COUNT >= 1000
                   DISPLAY "Guarantor link file is full."
               WHEN OTHER
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GUARANTOR-ID
                       TO WS-GL-GUARANTOR-ID(WS-GL-COUNT)
                   MOVE WS-PATIENT-ID TO WS-GL-PATIENT-ID(WS-GL-COUNT)
                   MOVE WS-RELATIONSHIP
                       TO WS-GL-RELATIONSHIP(WS-GL-COUNT)
                   PERFORM SAVE-LINK-TABLE
                   MOVE "LINK" TO WS-AUDIT-ACTION
                   MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "Patient " WS-PATIENT-ID
                           " linked to Guarantor " WS-GUARANTOR-ID
           END-EVALUATE
           .

       UNLINK-PATIENT.
           PERFORM LOAD-LINK-TABLE
           DISPLAY "Enter Patient ID: "
           ACCEPT WS-PATIENT-ID
           PERFORM FIND-PATIENT-LINK
           IF WS-GL-FOUND-IDX = 0
               DISPLAY "Patient " WS-PATIENT-ID
                       " is not linked to a guarantor."
           ELSE
               MOVE 0 TO WS-GL-PATIENT-ID(WS-GL-FOUND-IDX)
               PERFORM SAVE-LINK-TABLE
               MOVE "UNLINK" TO WS-AUDIT-ACTION
               MOVE WS-PATIENT-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Patient " WS-PATIENT-ID
                       " unlinked - statements go to the patient."
           END-IF
           .

       SHOW-GUARANTOR.
           PERFORM LOAD-GUARANTOR-TABLE
           PERFORM LOAD-LINK-TABLE
           DISPLAY "Enter Guarantor ID: "
           ACCEPT WS-GUARANTOR-ID
           PERFORM FIND-GUARANTOR
           IF WS-GR-FOUND-IDX = 0
               DISPLAY "No record found for Guarantor ID "
                       WS-GUARANTOR-ID
           ELSE
               DISPLAY "Guarantor ID: " WS-GR-ID(WS-GR-FOUND-IDX)
               DISPLAY "Name: " WS-GR-FIRST(WS-GR-FOUND-IDX) " "
                       WS-GR-LAST(WS-GR-FOUND-IDX)
               DISPLAY "Address: " WS-GR-STREET(WS-GR-FOUND-IDX)
               DISPLAY "City: " WS-GR-CITY(WS-GR-FOUND-IDX)
               DISPLAY "Phone: " WS-GR-PHONE(WS-GR-FOUND-IDX)
               DISPLAY "Dependants:"
               MOVE 0 TO WS-DEPENDANT-COUNT
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                       UNTIL WS-GL-IDX > WS-GL-COUNT
                   IF WS-GL-GUARANTOR-ID(WS-GL-IDX) = WS-GUARANTOR-ID
                       ADD 1 TO WS-DEPENDANT-COUNT
                       MOVE WS-GL-PATIENT-ID(WS-GL-IDX)
                           TO WS-PATIENT-ID
                       PERFORM VALIDATE-PATIENT-ID
                       IF WS-PATIENT-VALID-FLAG = "Y"
                           DISPLAY "  " WS-PATIENT-ID "  "
                                   PM-FIRST-NAME " " PM-LAST-NAME
                                   "  " WS-GL-RELATIONSHIP(WS-GL-IDX)
                       ELSE
                           DISPLAY "  " WS-PATIENT-ID
                                   "  (not on patient master)  "
                                   WS-GL-RELATIONSHIP(WS-GL-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "Dependants linked: " WS-DEPENDANT-COUNT
               MOVE "VIEW" TO WS-AUDIT-ACTION
               MOVE WS-GUARANTOR-ID TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF
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
                       MOVE "Y" TO WS-PATIENT-VALID-FLAG
               END-READ
           END-IF
           CLOSE PATIENT-MASTER-FILE
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
           MOVE "GUARANTORS" TO AUDIT-PROGRAM
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
       END PROGRAM GUARANTORS.
