      * SWITCH, SO A JOB RUN WITHOUT THE SHARED DATASET BEHAVES
      * EXACTLY AS BEFORE. MOVE THE RUNNING MESSAGE COUNT TO
      * sqs-stat-message-count BEFORE EACH Update-sqs-run-status.
      * A HOST RUNNING THE CONTROL-TOTALS PROTOCOL SETS
      * sqs-stat-ctot-pending BEFORE Start-sqs-run-status AND
      * sqs-stat-ctot-verified ONCE Verify-sqs-control-totals RETURNS.
      * A PARTITIONED CONSUME STEP (SQSLSEWR.CPY) ALSO SETS
      * sqs-stat-partition-id TO ITS HOME PARTITION AND
      * sqs-stat-step-id TO ITS STEP ID BEFORE Start-sqs-run-status;
      * LEFT AT SPACES, THE RECORD IS KEYED EXACTLY AS BEFORE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
       01 sqs-statf-avail-switch PIC X(1) VALUE 'N'.
          88 sqs-statf-available VALUE 'Y'.
       01 sqs-stat-program-id PIC X(9) VALUE SPACES.
       01 sqs-stat-partition-id PIC X(2) VALUE SPACES.
       01 sqs-stat-step-id PIC X(8) VALUE SPACES.
       01 sqs-stat-message-count PIC 9(9) COMP-5 VALUE 0.
       01 sqs-stat-ctot-state PIC X(1) VALUE SPACE.
          88 sqs-stat-ctot-not-used VALUE ' '.
          88 sqs-stat-ctot-pending VALUE 'P'.
          88 sqs-stat-ctot-verified VALUE 'V'.
