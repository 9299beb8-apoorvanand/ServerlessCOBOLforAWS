               MOVE 0 TO jrn-body-length
             END-IF
             MOVE env-body TO jrn-body
             IF sqs-journal-record-count > 0
               MOVE sqs-journal-record-count TO jrn-record-count
             ELSE
               MOVE env-body (1 : 14) TO sqs-journal-pack-header
               IF sqs-journal-pack-eye-catcher = 'SQSPACK001'
                 AND sqs-journal-pack-count IS NUMERIC
                 MOVE sqs-journal-pack-count TO jrn-record-count
               ELSE
                 MOVE 1 TO jrn-record-count
               END-IF
             END-IF
             MOVE sqs-journal-rejected-count TO jrn-rejected-count
             IF env-expiry-timestamp NOT = LOW-VALUES
               MOVE env-expiry-timestamp TO jrn-expiry-timestamp
             END-IF
             MOVE sqs-journal-partition-id TO jrn-partition-id
             MOVE sqs-journal-step-id TO jrn-step-id
             WRITE sqs-journal-record
             ADD 1 TO sqs-messages-journaled
           END-IF.
