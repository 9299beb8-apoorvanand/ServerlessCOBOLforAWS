      * DATE. SET UP THE SEND EXACTLY AS FOR A NORMAL ENVELOPED
      * SNDSMSG - QUEUE DESCRIPTION AND ROLE (SQSRQA.CPY),
      * message-group-id FOR A FIFO TARGET, sqs-source-system-id /
      * sqs-correlation-id, env-body AND env-body-length, AND
      * env-expiry-timestamp WHEN THE MESSAGE HAS A DEADLINE - THEN MOVE
      * THE RELEASE MOMENT TO sqs-defer-release-date /
      * sqs-defer-release-time (SQSDEFWS.CPY) AND PERFORM THIS
      * PARAGRAPH. THE MESSAGE IS PARKED ON THE SQSDEFER SPOOL
           END-IF
           MOVE env-body-length TO def-body-length
           MOVE env-body TO def-body
           IF env-expiry-timestamp NOT = LOW-VALUES
             MOVE env-expiry-timestamp TO def-expiry-timestamp
           END-IF
           MOVE ' ' TO def-status
           ACCEPT def-stored-date FROM DATE YYYYMMDD
           ACCEPT def-stored-time FROM TIME
