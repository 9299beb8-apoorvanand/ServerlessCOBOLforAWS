      ******************************************************************
      * SQSROUTE ROUTING RULE RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER ROUTING RULE UNDER THE ROUTERUL DD. RULES ARE
      * TRIED IN FILE ORDER AND THE FIRST RULE WHOSE EVERY NON-BLANK
      * CRITERION MATCHES THE RECEIVED MESSAGE WINS:
      *   RRC-SOURCE-SYSTEM-ID  - env-source-system-id ON THE
      *       ENVELOPE (SQSMENV.CPY).
      *   RRC-ATTRIBUTE-NAME / RRC-ATTRIBUTE-VALUE - ONE OF THE
      *       CUSTOM MESSAGE ATTRIBUTES THE RECEIVE RETURNED IN
      *       sqs-message-attributes (SQSRQA.CPY) CARRIES THIS NAME
      *       WITH THIS VALUE.
      *   RRC-BODY-OFFSET / RRC-BODY-LENGTH / RRC-BODY-VALUE - THE
      *       BODY FIELD AT THE 1-BASED OFFSET FOR THE LENGTH (MAX
      *       40) EQUALS THE FIRST RRC-BODY-LENGTH BYTES OF THE VALUE.
      * A BLANK SOURCE, A BLANK ATTRIBUTE NAME OR A ZERO/BLANK BODY
      * OFFSET MEANS "ANY" FOR THAT CRITERION, SO A RULE WITH ALL
      * THREE BLANK IS A CATCH-ALL AND BELONGS LAST IN THE FILE.
      * THE MATCHED MESSAGE IS RE-SENT TO THE RULE'S TARGET QUEUE WITH
      * ITS ORIGINAL SOURCE SYSTEM, CORRELATION ID AND MESSAGE GROUP.
      * A RULE THAT CANNOT BE APPLIED SAFELY (NO TARGET, A BODY FIELD
      * PAST THE 2048-BYTE BODY) IS REPORTED AND DROPPED AT LOAD.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 RRC-ROUTING-RULE.
          05 RRC-RULE-ID PIC X(8).
          05 RRC-SOURCE-SYSTEM-ID PIC X(8).
          05 RRC-ATTRIBUTE-NAME PIC X(30).
          05 RRC-ATTRIBUTE-VALUE PIC X(80).
          05 RRC-BODY-OFFSET PIC 9(4).
          05 RRC-BODY-LENGTH PIC 9(4).
          05 RRC-BODY-VALUE PIC X(40).
          05 RRC-TARGET-QUEUE-NAME PIC X(80).
          05 RRC-TARGET-QUEUE-URL PIC X(200).
          05 RRC-TARGET-AWS-REGION PIC X(24).
      * OPTIONAL CROSS-ACCOUNT ROLE FOR THE TARGET QUEUE - BLANK MEANS
      * THE JOB'S OWN CREDENTIALS.
          05 RRC-TARGET-ROLE-ARN PIC X(120).
          05 RRC-TARGET-ROLE-SESSION-NAME PIC X(64).
