      *                REPORT (SQSCKPTHK) CAN FLAG ROWS STILL HOLDING
      *                A BARE RECEIVE AS DELETE-UNCONFIRMED INSTEAD
      *                OF REPORTING EVERY NORMALLY PROCESSED MESSAGE.
      * 2026-10-15 RJM THE ROW NOW CARRIES THE HANDLING PARTITION AND
      *                STEP ID (sqs-ckpt-partition, SQSCKPTWS.CPY) FOR
      *                PARTITIONED CONSUME STEPS SHARING ONE QUEUE.
      ******************************************************************
        Write-sqs-checkpoint-record.
           MOVE sqs-message-id TO ckpt-message-id
           MOVE sqs-message-receipt-handle TO ckpt-receipt-handle
           MOVE sqs-command TO ckpt-command
           MOVE queue-url TO ckpt-queue-url
           MOVE sqs-ckpt-partition-id TO ckpt-partition-id
           MOVE sqs-ckpt-step-id TO ckpt-step-id
           ACCEPT ckpt-date FROM DATE YYYYMMDD
           ACCEPT ckpt-time FROM TIME
           WRITE sqs-checkpoint-record
