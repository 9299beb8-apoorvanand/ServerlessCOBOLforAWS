      ******************************************************************
      * SQSROUTE ROUTER PARAMETER CARD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE CARD NAMING THE INBOUND QUEUE THE ROUTER DRAINS THROUGH
      * THE CHECKPOINTED CONSUME LOOP (SQSCKPTCK/SQSCKPTWR). THE
      * TARGET QUEUES ARE NOT ON THIS CARD - THEY COME FROM THE
      * ROUTING RULES UNDER THE ROUTERUL DD (SQSRTRCF.CPY).
      * RPC-TOTAL-MESSAGE-CAP ZERO MEANS DRAIN TO EMPTY.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 RPC-ROUTER-PARAMETERS.
          05 RPC-QUEUE-NAME PIC X(80).
          05 RPC-QUEUE-URL PIC X(200).
          05 RPC-AWS-REGION PIC X(24).
          05 RPC-TOTAL-MESSAGE-CAP PIC 9(9).
      * OPTIONAL CROSS-ACCOUNT ROLE FOR THE INBOUND QUEUE (SEE
      * queue-role-arn IN SQSRQA.CPY) - BLANK MEANS THE JOB'S OWN
      * CREDENTIALS. EACH TARGET CARRIES ITS OWN ROLE ON ITS RULE.
          05 RPC-ROLE-ARN PIC X(120).
          05 RPC-ROLE-SESSION-NAME PIC X(64).
      * 'SIMULATE' RAISES sqs-simulation-flag (SQSRQA.CPY) SO THE
      * ROUTER REHEARSES AGAINST THE SQSSIM MODULE INSTEAD OF LIVE
      * QUEUES. BLANK MEANS A LIVE RUN.
          05 RPC-RUN-OPTION PIC X(8).
             88 RPC-OPTION-SIMULATE VALUE 'SIMULATE'.
      * 'Y' JOURNALS EVERY CONSUMED MESSAGE TO THE SQSJRNL DD BEFORE
      * ITS DELETE; BLANK OR 'N' MEANS NO JOURNAL.
          05 RPC-JOURNAL-FLAG PIC X(1).
             88 RPC-JOURNAL-WANTED VALUE 'Y'.
