      * SECONDS, SO A CONSUMER WHOSE DOWNSTREAM PROCESSING RUNS LONG
      * CAN HEARTBEAT THE MESSAGE INVISIBLE UNTIL ITS DELETE INSTEAD
      * OF CRANKING THE TIMEOUT UP QUEUE-WIDE. SEE
      * Beat-sqs-visibility-heartbeat IN SQSHBCK.CPY. THE NEW
      * TIMEOUT RUNS FROM THE CALL, SO A ZERO sqs-visibility-timeout
      * PUTS THE MESSAGE BACK ON THE QUEUE AT ONCE, UNDELETED - SEE
      * Return-sqs-foreign-message IN SQSLSEWR.CPY.
             88 sqs-extend-message-visibility value 'EXTENDVIS'.
           05 sqs-msg-option PIC X(1) VALUE 'T'.
             88 clear-text VALUE 'T'.
