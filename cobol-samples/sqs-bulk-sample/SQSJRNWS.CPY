      * sqs-journal-disposition BEFORE EACH WRITE. THE WRITE
      * PARAGRAPH GUARDS ON THE SWITCH, SO A RUN WITHOUT JOURNALING
      * IS EXACTLY AS BEFORE.
      * sqs-journal-record-count / sqs-journal-rejected-count ARE THE
      * MESSAGE'S RECORD-LEVEL COUNTS FOR jrn-record-count /
      * jrn-rejected-count. A HOST THAT LEAVES THE RECORD COUNT AT ZERO
      * GETS THE COUNT FROM THE BODY ITSELF - THE DIRECTORY COUNT OF A
      * PACKED BODY (SQSMPKWS.CPY), OTHERWISE ONE.
      * A PARTITIONED CONSUME STEP (SQSLSEWR.CPY) MOVES THE PARTITION
      * THAT OWNS THE MESSAGE'S GROUP AND ITS OWN STEP ID TO
      * sqs-journal-partition-id / sqs-journal-step-id; SPACES LEAVE
      * THE ROW AS AN UNPARTITIONED RUN WRITES IT.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
       01 sqs-journal-avail-switch PIC X(1) VALUE 'N'.
          88 sqs-journal-available VALUE 'Y'.
       01 sqs-journal-disposition PIC X(4) VALUE SPACES.
       01 sqs-journal-record-count PIC 9(5) COMP-5 VALUE 0.
       01 sqs-journal-rejected-count PIC 9(5) COMP-5 VALUE 0.
       01 sqs-journal-pack-header.
           05 sqs-journal-pack-eye-catcher PIC X(10).
           05 sqs-journal-pack-count PIC 9(4).
       01 sqs-journal-counters.
           05 sqs-messages-journaled PIC 9(9) COMP-5 VALUE 0.
       01 sqs-journal-partition.
           05 sqs-journal-partition-id PIC X(2) VALUE SPACES.
           05 sqs-journal-step-id PIC X(8) VALUE SPACES.
