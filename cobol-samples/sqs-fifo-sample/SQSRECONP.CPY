      * EVERY CALL "SQSOP" IN THE RUN (ALONGSIDE Write-sqs-audit-record,
      * SQSAUDWR.CPY, IF THE PROGRAM ALSO KEEPS AN AUDIT TRAIL). PERFORM
      * Print-sqs-reconciliation-report ONCE AT END OF RUN.
      * THE RECORD-LEVEL LINES PRINT ONLY WHEN THE CALLER SET
      * recon-record-level-wanted (SQSRECON.CPY).
      * THE EXPIRED LINE IS INFORMATION, NOT A DISCREPANCY - EXPIRED
      * ITEMS WERE REFUSED OR REJECTED ON PURPOSE (SQSEXPWR.CPY /
      * SQSVALCK.CPY) AND ARE NOT IN THE EXPECTED-SENT COUNT.
      * THE RETURNED LINE PRINTS ONLY FOR A PARTITIONED CONSUME STEP
      * THAT PUT MESSAGES BACK FOR THEIR OWNING PARTITION; THOSE ARE
      * TAKEN OFF THE RECEIVED TOTAL BEFORE IT IS HELD AGAINST THE
      * DELETES.
      *-----------------------------------------------------------------
      * sqs-sent-messages-count / sqs-received-messages-count (SQSRQA.
      * CPY) ARE ONLY EVER SET BY SQSOP ON A SEND/RECEIVE COMMAND AND
           DISPLAY 'TOTAL MESSAGES SENT     : ' recon-total-sent
           DISPLAY 'TOTAL MESSAGES RECEIVED : ' recon-total-received
           DISPLAY 'TOTAL MESSAGES DELETED  : ' recon-total-deleted
           DISPLAY 'TOTAL MESSAGES EXPIRED  : ' recon-total-expired
           IF recon-total-returned > 0
             DISPLAY 'TOTAL MESSAGES RETURNED : ' recon-total-returned
           END-IF
           IF recon-expected-sent-count NOT = 0
             COMPUTE recon-discrepancy =
               recon-total-sent - recon-expected-sent-count
                 recon-total-sent
             END-IF
           END-IF
           IF recon-total-received >
             recon-total-deleted + recon-total-returned
             COMPUTE recon-discrepancy =
               recon-total-received - recon-total-deleted
               - recon-total-returned
             DISPLAY 'DISCREPANCY - ' recon-discrepancy
               ' MESSAGE(S) RECEIVED BUT NEVER DELETED THIS RUN'
           END-IF
           IF recon-record-level-wanted
             DISPLAY 'TOTAL RECORDS SENT      : ' recon-records-sent
             DISPLAY 'TOTAL RECORDS RECEIVED  : '
               recon-records-received
             IF recon-records-expected NOT = 0
               AND recon-records-expected NOT = recon-records-sent
               DISPLAY 'DISCREPANCY - EXPECTED TO SEND '
                 recon-records-expected ' RECORD(S) BUT ACTUALLY SENT '
                 recon-records-sent
             END-IF
           END-IF.
        Print-sqs-reconciliation-report-exit.
           EXIT.
