      ******************************************************************
      * SQS BUSINESS EXPIRY CHECK
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * MOVE THE DEADLINE TO sqs-exp-expiry-timestamp (SQSEXPWS.CPY)
      * AND PERFORM Check-sqs-message-expiry. ON RETURN:
      *   sqs-exp-no-expiry   - BLANK, THE MESSAGE NEVER GOES STALE.
      *   sqs-exp-not-expired - THE DEADLINE HAS NOT PASSED YET.
      *   sqs-exp-expired     - THE CLOCK IS PAST THE DEADLINE.
      *   sqs-exp-unreadable  - NOT A PLAUSIBLE TIMESTAMP (SAME TEST
      *       THE VALIDATION GATE APPLIES TO env-send-timestamp).
      * LOW-VALUES COUNT AS BLANK - THE SHARED ENVELOPE AREA STARTS
      * OUT THAT WAY IN A RUN THAT HAS NOT YET RECEIVED OR SET ONE.
      * THE CLOCK IS READ ON EVERY CALL, SO A LONG RELEASE RUN JUDGES
      * EACH MESSAGE AT THE MOMENT IT WOULD HAVE GONE OUT.
      * A PROGRAM COPYING SQSEXPCK MUST ALSO COPY SQSEXPWS INTO ITS
      * WORKING STORAGE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Check-sqs-message-expiry.
           IF sqs-exp-expiry-timestamp = SPACES
             OR sqs-exp-expiry-timestamp = LOW-VALUES
             SET sqs-exp-no-expiry TO TRUE
           ELSE
             PERFORM Read-sqs-expiry-deadline
             IF NOT sqs-exp-unreadable
               ACCEPT sqs-exp-now-date FROM DATE YYYYMMDD
               ACCEPT sqs-exp-now-time FROM TIME
               COMPUTE sqs-exp-now-stamp =
                 sqs-exp-now-date * 1000000 + sqs-exp-now-time / 100
               IF sqs-exp-now-stamp > sqs-exp-deadline-stamp
                 SET sqs-exp-expired TO TRUE
               ELSE
                 SET sqs-exp-not-expired TO TRUE
               END-IF
             END-IF
           END-IF.
        Check-sqs-message-expiry-exit.
           EXIT.

      *   YYYY-MM-DD HH:MM:SS..., 'T' OR BLANK BETWEEN DATE AND TIME.
      *   BLANK SECONDS READ AS 00, SO A DEADLINE GIVEN ONLY TO THE
      *   MINUTE IS STALE FROM ONE SECOND PAST IT.
        Read-sqs-expiry-deadline.
           SET sqs-exp-not-expired TO TRUE
           IF sqs-exp-expiry-timestamp (1 : 4) IS NOT NUMERIC
             OR sqs-exp-expiry-timestamp (6 : 2) IS NOT NUMERIC
             OR sqs-exp-expiry-timestamp (9 : 2) IS NOT NUMERIC
             OR sqs-exp-expiry-timestamp (12 : 2) IS NOT NUMERIC
             OR sqs-exp-expiry-timestamp (15 : 2) IS NOT NUMERIC
             OR sqs-exp-expiry-timestamp (5 : 1) NOT = '-'
             OR sqs-exp-expiry-timestamp (8 : 1) NOT = '-'
             OR sqs-exp-expiry-timestamp (14 : 1) NOT = ':'
             SET sqs-exp-unreadable TO TRUE
           ELSE
             IF sqs-exp-expiry-timestamp (1 : 4) < '2000'
               OR sqs-exp-expiry-timestamp (6 : 2) < '01'
               OR sqs-exp-expiry-timestamp (6 : 2) > '12'
               OR sqs-exp-expiry-timestamp (9 : 2) < '01'
               OR sqs-exp-expiry-timestamp (9 : 2) > '31'
               OR sqs-exp-expiry-timestamp (12 : 2) > '23'
               OR sqs-exp-expiry-timestamp (15 : 2) > '59'
               SET sqs-exp-unreadable TO TRUE
             END-IF
           END-IF
           IF NOT sqs-exp-unreadable
             MOVE sqs-exp-expiry-timestamp (1 : 4)
               TO sqs-exp-deadline-year
             MOVE sqs-exp-expiry-timestamp (6 : 2)
               TO sqs-exp-deadline-month
             MOVE sqs-exp-expiry-timestamp (9 : 2)
               TO sqs-exp-deadline-day
             MOVE sqs-exp-expiry-timestamp (12 : 2)
               TO sqs-exp-deadline-hour
             MOVE sqs-exp-expiry-timestamp (15 : 2)
               TO sqs-exp-deadline-minute
             IF sqs-exp-expiry-timestamp (18 : 2) IS NUMERIC
               AND sqs-exp-expiry-timestamp (18 : 2) NOT > '59'
               MOVE sqs-exp-expiry-timestamp (18 : 2)
                 TO sqs-exp-deadline-second
             ELSE
               MOVE '00' TO sqs-exp-deadline-second
             END-IF
           END-IF.
        Read-sqs-expiry-deadline-exit.
           EXIT.
