      * CALLER DECIDES WHETHER THAT IS A REJECT OR A PARK.
      *
      * A PROGRAM COPYING SQSCLMST MUST ALSO COPY SQSCLAIM/SQSCLMPAY,
      * SQSMENV, SQSRESCHK, SQSAUDIT/SQSAUDWR, SQSRECON/SQSRECONP AND
      * SQSSIGKY/SQSSIGWS/SQSSIGCK (THE SEND IS SIGNED), AND OPEN
      * SQS-CLAIM-PAYLOAD-FILE I-O (SENDERS) OR INPUT (RECEIVERS).
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
             MOVE sqs-large-message-body (1 : 2048) TO env-body
             MOVE sqs-large-message-length TO env-body-length
           END-IF
           PERFORM Sign-sqs-envelope
           MOVE 0 TO sqs-sent-messages-count
           MOVE 0 TO sqs-received-messages-count
           CALL "SQSOP" using sqs-request-area sqs-response-area
