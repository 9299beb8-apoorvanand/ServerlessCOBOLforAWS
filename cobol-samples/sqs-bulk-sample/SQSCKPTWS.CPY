      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * SUPPORTING FIELDS FOR SQSCKPTWR.CPY / SQSCKPTCK.CPY.
      * A PARTITIONED CONSUME STEP (SQSLSEWR.CPY) MOVES THE PARTITION
      * THAT OWNS THE MESSAGE'S GROUP AND ITS OWN STEP ID TO
      * sqs-ckpt-partition-id / sqs-ckpt-step-id BEFORE EACH
      * Write-sqs-checkpoint-record. LEFT AT SPACES, THE ROW IS
      * WRITTEN EXACTLY AS BEFORE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
       01 sqs-ckpt-found-switch PIC X(1) VALUE 'N'.
          88 ckpt-already-processed VALUE 'Y'.
          88 ckpt-not-yet-processed VALUE 'N'.
       01 sqs-ckpt-partition.
           05 sqs-ckpt-partition-id PIC X(2) VALUE SPACES.
           05 sqs-ckpt-step-id PIC X(8) VALUE SPACES.
