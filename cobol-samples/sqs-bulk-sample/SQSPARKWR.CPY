      * ROW. A PROGRAM COPYING SQSPARKWR MUST ALSO COPY SQSPARK/
      * SQSPARKWS, SQSMENV, SQSRESCHK, SQSAUDIT/SQSAUDWR AND
      * SQSRECON/SQSRECONP INTO THE SAME PROGRAM.
      * THE MESSAGE GROUP RECORDED IS THE ONE THE ENVELOPE ARRIVED
      * UNDER WHEN IT CARRIES ONE, AND THE GROUP SEQUENCE AND SIGNATURE
      * GO WITH IT, SO A REQUEUE CAN VERIFY THE MESSAGE AS IT WAS SENT.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
           MOVE queue-role-arn TO park-role-arn
           MOVE queue-role-session-name TO park-role-session-name
           MOVE message-group-id TO park-message-group-id
           IF env-message-group-id NOT = SPACES
             MOVE env-message-group-id TO park-message-group-id
           END-IF
           MOVE env-source-system-id TO park-source-system-id
           MOVE env-send-timestamp TO park-send-timestamp
           MOVE env-correlation-id TO park-correlation-id
           MOVE env-body-length TO park-body-length
           MOVE env-body TO park-body
           IF env-expiry-timestamp NOT = LOW-VALUES
             MOVE env-expiry-timestamp TO park-expiry-timestamp
           END-IF
           IF env-group-sequence IS NUMERIC
             MOVE env-group-sequence TO park-group-sequence
           ELSE
             MOVE 0 TO park-group-sequence
           END-IF
           MOVE env-signature-key-ref TO park-signature-key-ref
           MOVE env-signature TO park-signature
           MOVE sqs-park-reason TO park-reason-code
           MOVE 1 TO park-count
           MOVE ' ' TO park-disposition
