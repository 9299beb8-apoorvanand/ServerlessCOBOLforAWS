      * A SHORT OR CORRUPTED BATCH NEVER COMMITS QUIETLY.
      *
      * A PROGRAM COPYING SQSCTOTCK MUST ALSO COPY SQSCTOT, SQSMENV,
      * SQSRESCHK AND SQSAUDIT/SQSAUDWR AND SQSRECON/SQSRECONP AND
      * SQSSIGKY/SQSSIGWS/SQSSIGCK (THE TRAILER SEND IS A SIGNED
      * SQSOP CALL LIKE ANY OTHER).
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
        Send-sqs-control-trailer.
           PERFORM Build-sqs-control-trailer-body
           MOVE 'SNDSMSG  ' TO sqs-command
           PERFORM Sign-sqs-envelope
           MOVE 0 TO sqs-sent-messages-count
           MOVE 0 TO sqs-received-messages-count
           CALL "SQSOP" using sqs-request-area sqs-response-area
