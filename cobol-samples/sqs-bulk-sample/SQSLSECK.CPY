      ******************************************************************
      * SQS MESSAGE-GROUP PARTITION ARITHMETIC
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * THE ONE PLACE THAT DECIDES WHICH PARTITION OWNS A MESSAGE, SO
      * THE CONSUME STEPS (SQSLSEWR.CPY) AND THE SQSPARTR REPORT THAT
      * AUDITS THEM CAN NEVER DISAGREE:
      *   Compute-sqs-group-bucket - MOVE THE MESSAGE'S GROUP ID (OR,
      *       FOR A MESSAGE WITH NONE, ITS MESSAGE ID) TO
      *       sqs-group-hash-key; sqs-group-bucket COMES BACK 000-999.
      *   Find-sqs-bucket-partition - sqs-group-bucket IN,
      *       sqs-message-partition-id OUT, FOR sqs-partition-count
      *       PARTITIONS.
      *   Set-sqs-partition-range - sqs-range-partition-id IN,
      *       sqs-range-low / sqs-range-high OUT: THE BUCKETS THAT
      *       PARTITION OWNS. THE RANGES ARE EVEN, CONTIGUOUS AND
      *       COVER 000-999 WITHOUT OVERLAP FOR ANY COUNT.
      * THE SAME GROUP ALWAYS HASHES TO THE SAME BUCKET, SO EVERY
      * MESSAGE OF A GROUP GOES TO ONE PARTITION AND FIFO ORDER WITHIN
      * THE GROUP IS KEPT. THE GROUP IS THE ENVELOPE'S
      * env-message-group-id (SQSMENV.CPY), STAMPED BY THE SENDER; A
      * FLOW THAT LEAVES IT BLANK IS SPREAD BY MESSAGE ID INSTEAD -
      * STILL CONSUMED EXACTLY ONCE, BUT WITH NO ORDER ACROSS STEPS.
      * A PROGRAM COPYING SQSLSECK MUST ALSO COPY SQSLSEWS INTO ITS
      * WORKING STORAGE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Compute-sqs-group-bucket.
           MOVE 7 TO sqs-group-hash
           PERFORM Hash-sqs-group-byte
             VARYING sqs-group-byte-index FROM 1 BY 1
             UNTIL sqs-group-byte-index > 128
           DIVIDE sqs-group-hash BY 1000
             GIVING sqs-group-hash-quotient
             REMAINDER sqs-group-bucket.
        Compute-sqs-group-bucket-exit.
           EXIT.

        Hash-sqs-group-byte.
           MOVE sqs-group-hash-key (sqs-group-byte-index : 1)
             TO sqs-group-byte
           COMPUTE sqs-group-hash =
             sqs-group-hash * 31 + sqs-group-byte-code + 1
           DIVIDE sqs-group-hash BY 999999937
             GIVING sqs-group-hash-quotient
             REMAINDER sqs-group-hash.
        Hash-sqs-group-byte-exit.
           EXIT.

        Find-sqs-bucket-partition.
           COMPUTE sqs-message-partition-id =
             (sqs-group-bucket * sqs-partition-count) / 1000 + 1.
        Find-sqs-bucket-partition-exit.
           EXIT.

        Set-sqs-partition-range.
           COMPUTE sqs-range-low =
             ((sqs-range-partition-id - 1) * 1000
               + sqs-partition-count - 1) / sqs-partition-count
           COMPUTE sqs-range-high =
             (sqs-range-partition-id * 1000
               + sqs-partition-count - 1) / sqs-partition-count - 1.
        Set-sqs-partition-range-exit.
           EXIT.
