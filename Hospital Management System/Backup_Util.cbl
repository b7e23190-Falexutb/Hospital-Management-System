           SELECT AUDIT-LOG-FILE ASSIGN TO "/data/audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * After-image journal written by every program that changes
      * the patient, appointment, billing, admission or claim
      * masters.  It is never restored - it is what a restored
      * generation is rolled forward from.
           SELECT JOURNAL-FILE ASSIGN TO "/data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * Claims master (owned by INSURANCE-CLAIMS) - backed up as a
      * line sequential file, opened here only for roll-forward.
           SELECT CLAIM-FILE ASSIGN TO "/data\claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT ROLL-REPORT-FILE
               ASSIGN TO "/data/roll_forward_report.txt"
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

      * Generic line copy used for the line sequential data files
      * and for the flattened images of the indexed masters.
       FD  ADMISSION-FILE.
       01  ADMISSION-RECORD.
           05  ADMISSION-ID         PIC 9(8).
           05  ADMISSION-REST       PIC X(98).

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
           05  BL-LINE-KEY.
               10  BL-BILLING-ID    PIC 9(8).
               10  BL-LINE-NUM      PIC 9(4).
           05  BILLING-LINE-REST    PIC X(77).

      * Single record: how many dated generations to keep.
       FD  BACKUP-CONFIG-FILE.
       01  BACKUP-INDEX-RECORD.
           05  BIX-DATE             PIC 9(8).

      * JR-OPERATION is W, R or D for a write, rewrite or delete;
      * a backup run writes a CHECKPOINT record (operation C, the
      * generation date in JR-IMAGE) once its generation is taken.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JR-DATE              PIC 9(8).
           05  JR-TIME              PIC 9(8).
           05  JR-PROGRAM           PIC X(20).
           05  JR-USER              PIC X(20).
           05  JR-FILE-ID           PIC X(10).
           05  JR-OPERATION         PIC X.
           05  JR-IMAGE             PIC X(320).

       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05  CLAIM-ID             PIC 9(8).
           05  CLAIM-REST           PIC X(150).

       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-LINE         PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE           PIC X(10).
       WORKING-STORAGE SECTION.
       77  WS-SESSION-STATUS        PIC XX VALUE "00".
       77  WS-SESSION-USER          PIC X(20) VALUE SPACES.
       77  WS-SESSION-ID            PIC X(16) VALUE SPACES.
       77  WS-SESSION-EOF           PIC X VALUE "N".
       77  WS-COPY-IN-STATUS        PIC XX VALUE "00".
       77  WS-COPY-OUT-STATUS       PIC XX VALUE "00".
       77  WS-PATIENT-FILE-STATUS   PIC XX VALUE "00".
       77  WS-CONFIG-STATUS         PIC XX VALUE "00".
       77  WS-INDEX-STATUS          PIC XX VALUE "00".
       77  WS-AUDIT-STATUS          PIC XX VALUE "00".
       77  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       77  WS-CLAIM-STATUS          PIC XX VALUE "00".
       77  WS-MODE                  PIC X.
       77  WS-EOF                   PIC X VALUE "N".
       77  WS-COPY-IN-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-TIME-RAW        PIC 9(8).
       77  WS-AUDIT-ACTION          PIC X(10).
       77  WS-AUDIT-ENTITY-ID      PIC 9(8).
       77  WS-JR-SEQ                PIC 9(8) VALUE 0.
       77  WS-CHECKPOINT-SEQ        PIC 9(8) VALUE 0.
       77  WS-CHECKPOINT-FOUND      PIC X VALUE "N".
       77  WS-ROLL-TO-DATE          PIC 9(8).
       77  WS-ROLL-TO-TIME          PIC 9(6).
       77  WS-ROLL-TO-STAMP         PIC 9(16).
       77  WS-JR-STAMP              PIC 9(16).
       77  WS-APPLY-OK-FLAG         PIC X VALUE "N".
       77  WS-RF-IDX                PIC 9 VALUE 0.
       77  WS-RF-TOTAL-APPLIED      PIC 9(8) VALUE 0.
       77  WS-RF-TOTAL-FAILED       PIC 9(8) VALUE 0.
       77  WS-CL-COUNT              PIC 9(4) VALUE 0.
       77  WS-CL-IDX                PIC 9(4).
       77  WS-CL-FOUND-IDX          PIC 9(4).
       77  WS-CL-OVERFLOW-FLAG      PIC X VALUE "N".
       78  WS-LSEQ-FILES            VALUE 82.
       01  WS-FILE-TABLE.
           05  FILLER PIC X(30) VALUE "/data\claims.dat".
           05  FILLER PIC X(30) VALUE "/data/payments.dat".
           05  FILLER PIC X(30) VALUE "/data/lab_tests.dat".
           05  FILLER PIC X(30) VALUE "/data/callbacks.dat".
           05  FILLER PIC X(30) VALUE "/data/close_periods.dat".
           05  FILLER PIC X(30) VALUE "/data/staff.dat".
           05  FILLER PIC X(30) VALUE "/data/nurse_roster.dat".
           05  FILLER PIC X(30) VALUE "/data/ward_staffing.dat".
           05  FILLER PIC X(30) VALUE "/data/vitals.dat".
           05  FILLER PIC X(30) VALUE "/data/med_frequencies.dat".
           05  FILLER PIC X(30) VALUE "/data/mar.dat".
           05  FILLER PIC X(30) VALUE "/data/guarantors.dat".
           05  FILLER PIC X(30) VALUE "/data/guarantor_links.dat".
           05  FILLER PIC X(30) VALUE "/data/collection_config.dat".
           05  FILLER PIC X(30) VALUE "/data/coll_placements.dat".
           05  FILLER PIC X(30) VALUE "/data/fin_assist.dat".
           05  FILLER PIC X(30) VALUE "/data/security_config.dat".
           05  FILLER PIC X(30) VALUE "/data/adt_queue.dat".
           05  FILLER PIC X(30) VALUE "/data/modalities.dat".
           05  FILLER PIC X(30) VALUE "/data/imaging_orders.dat".
           05  FILLER PIC X(30) VALUE "/data/blood_units.dat".
           05  FILLER PIC X(30) VALUE "/data/blood_groups.dat".
           05  FILLER PIC X(30) VALUE "/data/crossmatch.dat".
           05  FILLER PIC X(30) VALUE "/data/transfusions.dat".
           05  FILLER PIC X(30) VALUE "/data/vaccines.dat".
           05  FILLER PIC X(30) VALUE "/data/immunizations.dat".
           05  FILLER PIC X(30) VALUE "/data/isolation_flags.dat".
           05  FILLER PIC X(30) VALUE "/data/discharge_summaries.dat".
           05  FILLER PIC X(30) VALUE "/data/consents.dat".
           05  FILLER PIC X(30) VALUE "/data/letter_queue.dat".
           05  FILLER PIC X(30) VALUE "/data/letter_templates.dat".
           05  FILLER PIC X(30) VALUE "/data/letters_sent.dat".
           05  FILLER PIC X(30) VALUE "/data/suppliers.dat".
           05  FILLER PIC X(30) VALUE "/data/purchase_orders.dat".
           05  FILLER PIC X(30) VALUE "/data/deliveries.dat".
           05  FILLER PIC X(30) VALUE "/data/mother_baby.dat".
           05  FILLER PIC X(30) VALUE "/data/bankings.dat".
           05  FILLER PIC X(30) VALUE "/data/bank_recon.dat".
           05  FILLER PIC X(30) VALUE "/data/oncall_rota.dat".
           05  FILLER PIC X(30) VALUE "/data/ed_specialist_calls.dat".
           05  FILLER PIC X(30) VALUE "/data/incidents.dat".
           05  FILLER PIC X(30) VALUE "/data/incident_actions.dat".
           05  FILLER PIC X(30) VALUE "/data/cost_estimates.dat".
           05  FILLER PIC X(30) VALUE "/data/cost_estimate_lines.dat".
           05  FILLER PIC X(30) VALUE "/data/rtt_pauses.dat".
       01  WS-FILE-TABLE-R REDEFINES WS-FILE-TABLE.
           05  WS-FILE-NAME OCCURS 82 TIMES PIC X(30).
       01  WS-GEN-INDEX-TABLE.
           05  WS-GEN-ENTRY OCCURS 20 TIMES PIC 9(8).
      * Journalled masters, in the order the roll-forward counts
      * are reported.
       01  WS-RF-NAME-TABLE.
           05  FILLER PIC X(10) VALUE "PATIENTS".
           05  FILLER PIC X(10) VALUE "APPOINT".
           05  FILLER PIC X(10) VALUE "BILLING".
           05  FILLER PIC X(10) VALUE "BILLLINE".
           05  FILLER PIC X(10) VALUE "ADMISSIONS".
           05  FILLER PIC X(10) VALUE "CLAIMS".
       01  WS-RF-NAME-TABLE-R REDEFINES WS-RF-NAME-TABLE.
           05  WS-RF-FILE-ID OCCURS 6 TIMES PIC X(10).
       01  WS-RF-COUNT-TABLE.
           05  WS-RF-COUNTS OCCURS 6 TIMES.
               10  WS-RF-APPLIED    PIC 9(6).
               10  WS-RF-FAILED     PIC 9(6).
      * The claims master is line sequential, so it is rolled
      * forward in storage and written back whole.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 5000 TIMES.
               10  WS-CL-IMAGE      PIC X(158).
               10  WS-CL-DELETED    PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM READ-BACKUP-CONFIG
           DISPLAY "Generations kept: " WS-GENERATIONS
           DISPLAY "B = Backup now, R = Guided Restore, "
                   "F = Roll Forward from Journal, "
                   "X = Exit (default B): "
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN "R"
                   PERFORM GUIDED-RESTORE
               WHEN "F"
                   PERFORM ROLL-FORWARD
               WHEN "X"
                   CONTINUE
               WHEN OTHER
           END-EVALUATE
           STOP RUN.

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
           PERFORM BACKUP-BILLING-MASTER
           PERFORM BACKUP-BILLING-LINES
           PERFORM UPDATE-BACKUP-INDEX
           PERFORM WRITE-JOURNAL-CHECKPOINT
           IF WS-VERIFY-FAIL-COUNT = 0
               DISPLAY "Backup generation " WS-GEN-DATE
                       " complete - all files verified."
                       MOVE "RESTORE" TO WS-AUDIT-ACTION
                       MOVE WS-RESTORE-DATE TO WS-AUDIT-ENTITY-ID
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Roll forward from the journal now "
                               "(Y/N)? "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y"
                           PERFORM ROLL-FORWARD-JOURNAL
                       END-IF
                   ELSE
                       DISPLAY "Restore abandoned."
                   END-IF
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE WS-BUFFER(1:106) TO
                               ADMISSION-RECORD
                           WRITE ADMISSION-RECORD
                           ADD 1 TO WS-SOURCE-COUNT
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE WS-BUFFER(1:89) TO
                               BILLING-LINE-RECORD
                           WRITE BILLING-LINE-RECORD
                           ADD 1 TO WS-SOURCE-COUNT
           END-IF
           .

      * Marks the point in the journal this generation was taken
      * at - a roll-forward onto it starts after the last such mark.
       WRITE-JOURNAL-CHECKPOINT.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT JR-DATE FROM DATE YYYYMMDD
           ACCEPT JR-TIME FROM TIME
           MOVE "BACKUP-UTIL" TO JR-PROGRAM
           MOVE WS-SESSION-USER TO JR-USER
           MOVE "CHECKPOINT" TO JR-FILE-ID
           MOVE "C" TO JR-OPERATION
           MOVE SPACES TO JR-IMAGE
           MOVE WS-GEN-DATE TO JR-IMAGE(1:8)
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .

      * Roll-forward on its own, for files already put back by an
      * earlier restore: name the generation they came from.
       ROLL-FORWARD.
           MOVE 0 TO WS-IDX-COUNT
           OPEN INPUT BACKUP-INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BACKUP-INDEX-FILE INTO BACKUP-INDEX-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-IDX-COUNT < 20
                               ADD 1 TO WS-IDX-COUNT
                               MOVE BIX-DATE
                                   TO WS-GEN-ENTRY(WS-IDX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BACKUP-INDEX-FILE
           MOVE "N" TO WS-EOF
           DISPLAY "Enter generation date the files were restored "
                   "from (YYYYMMDD): "
           ACCEPT WS-RESTORE-DATE
           MOVE "N" TO WS-IDX-FOUND-FLAG
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I > WS-IDX-COUNT
               IF WS-GEN-ENTRY(WS-IDX-I) = WS-RESTORE-DATE
                   MOVE "Y" TO WS-IDX-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-IDX-FOUND-FLAG = "N"
               DISPLAY "Generation " WS-RESTORE-DATE
                       " is not on the backup index - roll-forward "
                       "refused."
           ELSE
               MOVE WS-RESTORE-DATE TO WS-GEN-DATE
               PERFORM ROLL-FORWARD-JOURNAL
           END-IF
           .

      * Re-applies the journal after-images recorded since the
      * generation in WS-GEN-DATE was taken, up to the date and
      * time asked for.  An image that no longer fits the file
      * (a write whose key is already there, a rewrite or delete
      * whose key is not) is counted and listed, not applied.
       ROLL-FORWARD-JOURNAL.
           DISPLAY "Roll forward up to date (YYYYMMDD, 0 = end of "
                   "journal): "
           ACCEPT WS-ROLL-TO-DATE
           IF WS-ROLL-TO-DATE = 0
               MOVE 99999999 TO WS-ROLL-TO-DATE
               MOVE 235959 TO WS-ROLL-TO-TIME
           ELSE
               DISPLAY "Up to time (HHMMSS, 0 = end of day): "
               ACCEPT WS-ROLL-TO-TIME
               IF WS-ROLL-TO-TIME = 0
                   MOVE 235959 TO WS-ROLL-TO-TIME
               END-IF
           END-IF
           COMPUTE WS-ROLL-TO-STAMP = WS-ROLL-TO-DATE * 100000000
                                    + WS-ROLL-TO-TIME * 100 + 99
           PERFORM FIND-JOURNAL-CHECKPOINT
           IF WS-JOURNAL-STATUS = "35"
               DISPLAY "No journal on file - nothing to roll "
                       "forward."
           ELSE
               IF WS-CHECKPOINT-FOUND = "N"
                   DISPLAY "No checkpoint for generation "
                           WS-GEN-DATE " - applying the journal "
                           "from that date."
               END-IF
               MOVE ZEROS TO WS-RF-COUNT-TABLE
               MOVE 0 TO WS-RF-TOTAL-APPLIED
               MOVE 0 TO WS-RF-TOTAL-FAILED
               OPEN OUTPUT ROLL-REPORT-FILE
               MOVE "Hospital Management System" TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               MOVE SPACES TO ROLL-REPORT-LINE
               STRING "Journal Roll-Forward onto generation "
                   WS-GEN-DATE " up to " WS-ROLL-TO-DATE " "
                   WS-ROLL-TO-TIME
                   DELIMITED BY SIZE INTO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               MOVE "----------------------------------------"
                   TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               PERFORM LOAD-CLAIM-TABLE
               PERFORM OPEN-ROLL-FILES
               MOVE 0 TO WS-JR-SEQ
               OPEN INPUT JOURNAL-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-JR-SEQ
                           COMPUTE WS-JR-STAMP =
                               JR-DATE * 100000000 + JR-TIME
                           IF JR-FILE-ID NOT = "CHECKPOINT"
                              AND WS-JR-STAMP <= WS-ROLL-TO-STAMP
                              AND ((WS-CHECKPOINT-FOUND = "Y"
                                    AND WS-JR-SEQ > WS-CHECKPOINT-SEQ)
                               OR (WS-CHECKPOINT-FOUND = "N"
                                    AND JR-DATE >= WS-GEN-DATE))
                               PERFORM APPLY-JOURNAL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "N" TO WS-EOF
               CLOSE PATIENT-FILE
               CLOSE APPOINTMENT-FILE
               CLOSE BILLING-FILE
               CLOSE BILLING-LINE-FILE
               CLOSE ADMISSION-FILE
               IF WS-RF-APPLIED(6) > 0
                   PERFORM SAVE-CLAIM-TABLE
               END-IF
               MOVE "----------------------------------------"
                   TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                       UNTIL WS-RF-IDX > 6
                   MOVE SPACES TO ROLL-REPORT-LINE
                   STRING WS-RF-FILE-ID(WS-RF-IDX)
                       " applied: " WS-RF-APPLIED(WS-RF-IDX)
                       "  not applied: " WS-RF-FAILED(WS-RF-IDX)
                       DELIMITED BY SIZE INTO ROLL-REPORT-LINE
                   WRITE ROLL-REPORT-LINE
                   DISPLAY ROLL-REPORT-LINE
               END-PERFORM
               CLOSE ROLL-REPORT-FILE
               DISPLAY "Journal records applied: "
                       WS-RF-TOTAL-APPLIED "  not applied: "
                       WS-RF-TOTAL-FAILED
               DISPLAY "Report written to "
                       "/data/roll_forward_report.txt"
               MOVE "ROLLFWD" TO WS-AUDIT-ACTION
               MOVE WS-GEN-DATE TO WS-AUDIT-ENTITY-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

      * First pass: the last checkpoint written for the generation
      * being rolled forward, by its position in the journal.
       FIND-JOURNAL-CHECKPOINT.
           MOVE "N" TO WS-CHECKPOINT-FOUND
           MOVE 0 TO WS-CHECKPOINT-SEQ
           MOVE 0 TO WS-JR-SEQ
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               CLOSE JOURNAL-FILE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-JR-SEQ
                           IF JR-FILE-ID = "CHECKPOINT"
                              AND JR-IMAGE(1:8) = WS-GEN-DATE
                               MOVE "Y" TO WS-CHECKPOINT-FOUND
                               MOVE WS-JR-SEQ TO WS-CHECKPOINT-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "N" TO WS-EOF
           END-IF
           .

       OPEN-ROLL-FILES.
           OPEN I-O PATIENT-FILE
           IF WS-PATIENT-FILE-STATUS = "35"
               OPEN OUTPUT PATIENT-FILE
               CLOSE PATIENT-FILE
               OPEN I-O PATIENT-FILE
           END-IF
           OPEN I-O APPOINTMENT-FILE
           IF WS-APPOINTMENT-STATUS = "35"
               OPEN OUTPUT APPOINTMENT-FILE
               CLOSE APPOINTMENT-FILE
               OPEN I-O APPOINTMENT-FILE
           END-IF
           OPEN I-O BILLING-FILE
           IF WS-BILLING-STATUS = "35"
               OPEN OUTPUT BILLING-FILE
               CLOSE BILLING-FILE
               OPEN I-O BILLING-FILE
           END-IF
           OPEN I-O BILLING-LINE-FILE
           IF WS-BILLING-LINE-STATUS = "35"
               OPEN OUTPUT BILLING-LINE-FILE
               CLOSE BILLING-LINE-FILE
               OPEN I-O BILLING-LINE-FILE
           END-IF
           OPEN I-O ADMISSION-FILE
           IF WS-ADMISSION-STATUS = "35"
               OPEN OUTPUT ADMISSION-FILE
               CLOSE ADMISSION-FILE
               OPEN I-O ADMISSION-FILE
           END-IF
           .

       APPLY-JOURNAL-RECORD.
           MOVE "N" TO WS-APPLY-OK-FLAG
           EVALUATE JR-FILE-ID
               WHEN "PATIENTS"
                   MOVE 1 TO WS-RF-IDX
                   PERFORM APPLY-PATIENT-IMAGE
               WHEN "APPOINT"
                   MOVE 2 TO WS-RF-IDX
                   PERFORM APPLY-APPOINTMENT-IMAGE
               WHEN "BILLING"
                   MOVE 3 TO WS-RF-IDX
                   PERFORM APPLY-BILLING-IMAGE
               WHEN "BILLLINE"
                   MOVE 4 TO WS-RF-IDX
                   PERFORM APPLY-BILLING-LINE-IMAGE
               WHEN "ADMISSIONS"
                   MOVE 5 TO WS-RF-IDX
                   PERFORM APPLY-ADMISSION-IMAGE
               WHEN "CLAIMS"
                   MOVE 6 TO WS-RF-IDX
                   PERFORM APPLY-CLAIM-IMAGE
               WHEN OTHER
                   MOVE 0 TO WS-RF-IDX
           END-EVALUATE
           IF WS-RF-IDX > 0
               IF WS-APPLY-OK-FLAG = "Y"
                   ADD 1 TO WS-RF-APPLIED(WS-RF-IDX)
                   ADD 1 TO WS-RF-TOTAL-APPLIED
               ELSE
                   ADD 1 TO WS-RF-FAILED(WS-RF-IDX)
                   ADD 1 TO WS-RF-TOTAL-FAILED
                   MOVE SPACES TO ROLL-REPORT-LINE
                   STRING "NOT APPLIED " JR-DATE " " JR-TIME(1:6)
                       " " JR-FILE-ID " " JR-OPERATION " key "
                       JR-IMAGE(1:12) " " JR-PROGRAM
                       DELIMITED BY SIZE INTO ROLL-REPORT-LINE
                   WRITE ROLL-REPORT-LINE
               END-IF
           END-IF
           .

       APPLY-PATIENT-IMAGE.
           MOVE JR-IMAGE(1:314) TO PATIENT-RECORD
           EVALUATE JR-OPERATION
               WHEN "W"
                   WRITE PATIENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-WRITE
               WHEN "R"
                   REWRITE PATIENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-REWRITE
               WHEN "D"
                   DELETE PATIENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-DELETE
           END-EVALUATE
           .

       APPLY-APPOINTMENT-IMAGE.
           MOVE JR-IMAGE(1:61) TO APPOINTMENT-RECORD
           EVALUATE JR-OPERATION
               WHEN "W"
                   WRITE APPOINTMENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-WRITE
               WHEN "R"
                   REWRITE APPOINTMENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-REWRITE
               WHEN "D"
                   DELETE APPOINTMENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-DELETE
           END-EVALUATE
           .

       APPLY-BILLING-IMAGE.
           MOVE JR-IMAGE(1:56) TO BILLING-RECORD
           EVALUATE JR-OPERATION
               WHEN "W"
                   WRITE BILLING-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-WRITE
               WHEN "R"
                   REWRITE BILLING-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-REWRITE
               WHEN "D"
                   DELETE BILLING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-DELETE
           END-EVALUATE
           .

       APPLY-BILLING-LINE-IMAGE.
           MOVE JR-IMAGE(1:89) TO BILLING-LINE-RECORD
           EVALUATE JR-OPERATION
               WHEN "W"
                   WRITE BILLING-LINE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-WRITE
               WHEN "R"
                   REWRITE BILLING-LINE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-REWRITE
               WHEN "D"
                   DELETE BILLING-LINE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-DELETE
           END-EVALUATE
           .

       APPLY-ADMISSION-IMAGE.
           MOVE JR-IMAGE(1:106) TO ADMISSION-RECORD
           EVALUATE JR-OPERATION
               WHEN "W"
                   WRITE ADMISSION-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-WRITE
               WHEN "R"
                   REWRITE ADMISSION-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-REWRITE
               WHEN "D"
                   DELETE ADMISSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-DELETE
           END-EVALUATE
           .

      * Same rules as the indexed masters, applied to the claims
      * held in storage by claim id.
       APPLY-CLAIM-IMAGE.
           MOVE 0 TO WS-CL-FOUND-IDX
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-IMAGE(WS-CL-IDX)(1:8) = JR-IMAGE(1:8)
                  AND WS-CL-DELETED(WS-CL-IDX) = "N"
                   MOVE WS-CL-IDX TO WS-CL-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CL-OVERFLOW-FLAG = "Y"
                   CONTINUE
               WHEN JR-OPERATION = "W"
                   IF WS-CL-FOUND-IDX = 0 AND WS-CL-COUNT < 5000
                       ADD 1 TO WS-CL-COUNT
                       MOVE JR-IMAGE(1:158)
                           TO WS-CL-IMAGE(WS-CL-COUNT)
                       MOVE "N" TO WS-CL-DELETED(WS-CL-COUNT)
                       MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-IF
               WHEN JR-OPERATION = "R"
                   IF WS-CL-FOUND-IDX > 0
                       MOVE JR-IMAGE(1:158)
                           TO WS-CL-IMAGE(WS-CL-FOUND-IDX)
                       MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-IF
               WHEN JR-OPERATION = "D"
                   IF WS-CL-FOUND-IDX > 0
                       MOVE "Y" TO WS-CL-DELETED(WS-CL-FOUND-IDX)
                       MOVE "Y" TO WS-APPLY-OK-FLAG
                   END-IF
           END-EVALUATE
           .

      * A claims file too big to hold is left alone and every claim
      * image is reported as not applied.
       LOAD-CLAIM-TABLE.
           MOVE 0 TO WS-CL-COUNT
           MOVE "N" TO WS-CL-OVERFLOW-FLAG
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS = "35"
               CLOSE CLAIM-FILE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CLAIM-FILE INTO CLAIM-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CL-COUNT < 5000
                               ADD 1 TO WS-CL-COUNT
                               MOVE CLAIM-RECORD
                                   TO WS-CL-IMAGE(WS-CL-COUNT)
                               MOVE "N"
                                   TO WS-CL-DELETED(WS-CL-COUNT)
                           ELSE
                               MOVE "Y" TO WS-CL-OVERFLOW-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
               MOVE "N" TO WS-EOF
           END-IF
           IF WS-CL-OVERFLOW-FLAG = "Y"
               DISPLAY "Claims file exceeds 5000 records - claim "
                       "images will not be applied."
           END-IF
           .

       SAVE-CLAIM-TABLE.
           OPEN OUTPUT CLAIM-FILE
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-DELETED(WS-CL-IDX) = "N"
                   MOVE WS-CL-IMAGE(WS-CL-IDX) TO CLAIM-RECORD
                   WRITE CLAIM-RECORD
               END-IF
           END-PERFORM
           CLOSE CLAIM-FILE
           .

       WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
