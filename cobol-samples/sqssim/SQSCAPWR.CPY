             ELSE
               MOVE 0 TO capt-group-sequence
             END-IF
             MOVE env-signature-key-ref TO capt-signature-key-ref
             MOVE env-signature TO capt-signature
             IF env-expiry-timestamp NOT = LOW-VALUES
               MOVE env-expiry-timestamp TO capt-expiry-timestamp
             END-IF
             MOVE env-body-length TO capt-body-length
             MOVE env-body TO capt-body
             WRITE sqs-capture-record
