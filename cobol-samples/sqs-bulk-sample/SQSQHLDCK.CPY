             MOVE 0 TO hld-body-length
           END-IF
           MOVE env-body TO hld-body
           IF env-expiry-timestamp NOT = LOW-VALUES
             MOVE env-expiry-timestamp TO hld-expiry-timestamp
           END-IF
           WRITE sqs-holdover-record
           ADD 1 TO sqs-held-sends-spooled.
        Spool-sqs-held-send-exit.
