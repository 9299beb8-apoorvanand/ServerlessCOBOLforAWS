      ******************************************************************
      * SQSDLQTR TRIAGE PARAMETER CARD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE CARD NAMING THE DEAD-LETTER QUEUE THE TRIAGE STEP DRAINS
      * THROUGH THE CHECKPOINTED CONSUME LOOP (SQSCKPTCK/SQSCKPTWR)
      * AND THE SOURCE QUEUE ITS MESSAGES DEAD-LETTERED FROM - THE
      * DEFAULT REPLAY TARGET FOR A RULE THAT NAMES NO QUEUE OF ITS
      * OWN. THE TRIAGE RULES COME FROM THE DLQRULES DD
      * (SQSDTRCF.CPY). DTC-TOTAL-MESSAGE-CAP ZERO MEANS DRAIN TO
      * EMPTY.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 DTC-TRIAGE-PARAMETERS.
          05 DTC-DLQ-QUEUE-NAME PIC X(80).
          05 DTC-DLQ-QUEUE-URL PIC X(200).
          05 DTC-DLQ-AWS-REGION PIC X(24).
          05 DTC-TOTAL-MESSAGE-CAP PIC 9(9).
      * OPTIONAL CROSS-ACCOUNT ROLE FOR THE DEAD-LETTER QUEUE (SEE
      * queue-role-arn IN SQSRQA.CPY) - BLANK MEANS THE JOB'S OWN
      * CREDENTIALS.
          05 DTC-DLQ-ROLE-ARN PIC X(120).
          05 DTC-DLQ-ROLE-SESSION-NAME PIC X(64).
      * THE SOURCE QUEUE, AS REPLAYDLQ WOULD SEND BACK TO IT, WITH ITS
      * OWN OPTIONAL ROLE.
          05 DTC-SOURCE-QUEUE-NAME PIC X(80).
          05 DTC-SOURCE-QUEUE-URL PIC X(200).
          05 DTC-SOURCE-AWS-REGION PIC X(24).
          05 DTC-SOURCE-ROLE-ARN PIC X(120).
          05 DTC-SOURCE-ROLE-SESSION-NAME PIC X(64).
      * 'SIMULATE' RAISES sqs-simulation-flag (SQSRQA.CPY) SO THE
      * TRIAGE REHEARSES AGAINST THE SQSSIM MODULE INSTEAD OF LIVE
      * QUEUES. BLANK MEANS A LIVE RUN.
          05 DTC-RUN-OPTION PIC X(8).
             88 DTC-OPTION-SIMULATE VALUE 'SIMULATE'.
