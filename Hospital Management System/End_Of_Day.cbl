           IF WS-STEP-FAILED-FLAG = "N"
               PERFORM STEP-GL-EXTRACT
           END-IF
           IF WS-STEP-FAILED-FLAG = "N"
               PERFORM STEP-ADT-SENDER
           END-IF
           IF WS-STEP-FAILED-FLAG = "N"
               PERFORM STEP-IMMUN-RECALL
           END-IF
           IF WS-STEP-FAILED-FLAG = "N"
               PERFORM STEP-BACKUPS
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      * Charge capture prices newly resulted lab work, closed
      * medication orders and signed imaging studies onto the
      * patients' bills before the night's journal extract picks
      * the charges up.
       STEP-CHARGE-CAPTURE.
           DISPLAY "Step 5: Ancillary Charge Capture"
           CALL 'SYSTEM' USING 'charge_capture.exe'
           MOVE 0 TO RETURN-CODE
           .

      * The ADT sender transmits the day's queued admit, transfer,
      * discharge and registration events; run unattended it
      * defaults to sending everything not yet sent.
       STEP-ADT-SENDER.
           DISPLAY "Step 7: ADT Interface Send"
           CALL 'SYSTEM' USING 'adt_sender.exe'
           IF RETURN-CODE = 0
               MOVE "Step 7 ADT Interface Send: OK"
                   TO SUMMARY-LINE
           ELSE
               MOVE "Step 7 ADT Interface Send: FAILED"
                   TO SUMMARY-LINE
               MOVE "Y" TO WS-STEP-FAILED-FLAG
           END-IF
           WRITE SUMMARY-LINE
           MOVE 0 TO RETURN-CODE
           .

      * The immunization recall list of doses due or overdue goes
      * to the call team with the appointment reminders.
       STEP-IMMUN-RECALL.
           DISPLAY "Step 8: Immunization Recall"
           CALL 'SYSTEM' USING 'immun_recall.exe'
           IF RETURN-CODE = 0
               MOVE "Step 8 Immunization Recall: OK"
                   TO SUMMARY-LINE
           ELSE
               MOVE "Step 8 Immunization Recall: FAILED"
                   TO SUMMARY-LINE
               MOVE "Y" TO WS-STEP-FAILED-FLAG
           END-IF
           WRITE SUMMARY-LINE
           MOVE 0 TO RETURN-CODE
           .

      * The central backup utility writes a dated, count-verified
      * generation of every data file - indexed masters included -
      * and defaults to Backup mode and the "BATCH" audit user when
      * run unattended.
       STEP-BACKUPS.
           DISPLAY "Step 9: File Backups"
           CALL 'SYSTEM' USING 'backup_util.exe'
           IF RETURN-CODE = 0
               MOVE "Step 9 Backups: OK" TO SUMMARY-LINE
           ELSE
               MOVE "Step 9 Backups: FAILED" TO SUMMARY-LINE
               MOVE "Y" TO WS-STEP-FAILED-FLAG
           END-IF
           WRITE SUMMARY-LINE
