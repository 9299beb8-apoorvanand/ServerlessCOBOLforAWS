      * ITERATION (WITH THE RUNNING COUNT MOVED TO
      * sqs-stat-message-count FIRST), AND End-sqs-run-status WHEN
      * THE QUEUE'S WORK IS DONE. THE RECORD IS KEYED PROGRAM +
      * QUEUE + PARTITION, SO A PROGRAM WORKING SEVERAL QUEUES IN ONE
      * RUN STARTS AND ENDS A RECORD PER QUEUE, AND PARTITIONED STEPS
      * SHARING A QUEUE EACH KEEP THEIR OWN. THE WINDOW STATE IS
      * TAKEN FROM sqs-window-switch - A HOST WITHOUT THE
      * BATCH-WINDOW GOVERNOR STILL COPIES SQSWINWS AND REPORTS THE
      * DEFAULT OPEN STATE.
      * A PROGRAM COPYING SQSSTATWR MUST ALSO COPY SQSSTATF/
      * SQSSTATWS, SQSWINWS AND SQSRECON INTO THE SAME PROGRAM - THE
      * RUN'S RECONCILIATION TOTALS RIDE ON EVERY UPDATE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
           IF sqs-statf-available
             MOVE sqs-stat-program-id TO stat-program-id
             MOVE queue-name TO stat-queue-name
             MOVE sqs-stat-partition-id TO stat-partition-id
             READ SQS-RUN-STATUS-FILE
               INVALID KEY
                 PERFORM Build-sqs-run-status-record
        Build-sqs-run-status-record.
           MOVE sqs-stat-program-id TO stat-program-id
           MOVE queue-name TO stat-queue-name
           MOVE sqs-stat-partition-id TO stat-partition-id
           MOVE sqs-stat-step-id TO stat-step-id
           MOVE queue-url TO stat-queue-url
           MOVE 'A' TO stat-run-state
           MOVE sqs-window-switch TO stat-window-state
           ACCEPT stat-start-date FROM DATE YYYYMMDD
           ACCEPT stat-start-time FROM TIME
           MOVE stat-start-date TO stat-checkpoint-date
           MOVE stat-start-time TO stat-checkpoint-time
           PERFORM Move-sqs-run-close-figures.
        Build-sqs-run-status-record-exit.
           EXIT.

           IF sqs-statf-available
             MOVE sqs-stat-program-id TO stat-program-id
             MOVE queue-name TO stat-queue-name
             MOVE sqs-stat-partition-id TO stat-partition-id
             READ SQS-RUN-STATUS-FILE
               INVALID KEY
                 PERFORM Build-sqs-run-status-record
                 MOVE sqs-stat-message-count
                   TO stat-messages-processed
                 MOVE sqs-window-switch TO stat-window-state
                 PERFORM Move-sqs-run-close-figures
                 ACCEPT stat-checkpoint-date FROM DATE YYYYMMDD
                 ACCEPT stat-checkpoint-time FROM TIME
                 REWRITE sqs-run-status-record
           IF sqs-statf-available
             MOVE sqs-stat-program-id TO stat-program-id
             MOVE queue-name TO stat-queue-name
             MOVE sqs-stat-partition-id TO stat-partition-id
             READ SQS-RUN-STATUS-FILE
               INVALID KEY
                 CONTINUE
                   TO stat-messages-processed
                 MOVE sqs-window-switch TO stat-window-state
                 MOVE 'E' TO stat-run-state
                 PERFORM Move-sqs-run-close-figures
                 ACCEPT stat-checkpoint-date FROM DATE YYYYMMDD
                 ACCEPT stat-checkpoint-time FROM TIME
                 REWRITE sqs-run-status-record
           END-IF.
        End-sqs-run-status-exit.
           EXIT.

        Move-sqs-run-close-figures.
           MOVE recon-total-sent TO stat-recon-sent
           MOVE recon-total-received TO stat-recon-received
           MOVE recon-total-deleted TO stat-recon-deleted
           MOVE recon-expected-sent-count TO stat-recon-expected
           MOVE recon-total-returned TO stat-recon-returned
           MOVE sqs-stat-ctot-state TO stat-ctot-state.
        Move-sqs-run-close-figures-exit.
           EXIT.
