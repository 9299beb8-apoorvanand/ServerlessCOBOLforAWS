      * THE AVERAGES. A SENDER CLOCK AHEAD OF OURS WOULD YIELD A
      * NEGATIVE TRANSIT TIME - IT IS FLOORED AT ZERO.
      * A PROGRAM COPYING SQSLATCK MUST ALSO COPY SQSLATCF/SQSLATWS
      * AND SQSMENV INTO THE SAME PROGRAM. TO KEEP THE FIGURES PAST
      * THE END OF THE RUN, ALSO COPY SQSLATH/SQSLATHWR.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
           IF lat-messages-measured (sqs-lat-sub) = 0
             DISPLAY '  NO MESSAGES MEASURED'
           ELSE
             PERFORM Grade-sqs-latency-queue
             DISPLAY '  MESSAGES MEASURED : '
               lat-messages-measured (sqs-lat-sub)
             DISPLAY '  AVERAGE SECONDS   : '
               (sqs-lat-sub) '  5-60 MIN ' lat-under-one-hour
               (sqs-lat-sub) '  OVER 1 HR ' lat-over-one-hour
               (sqs-lat-sub)
             IF sqs-lat-sla-critical
               DISPLAY '  SLA STATUS        : *** CRITICAL ***'
             ELSE
               DISPLAY '  SLA STATUS        : ' sqs-lat-sla-status
             END-IF
           END-IF.
        Print-one-latency-queue-exit.
           EXIT.

      * AVERAGE AND SLA GRADE OF TABLE ENTRY sqs-lat-sub, WHICH MUST
      * HAVE AT LEAST ONE MESSAGE MEASURED - SHARED BY THE REPORT AND
      * THE HISTORY WRITE (SQSLATHWR.CPY) SO BOTH GRADE ALIKE.
        Grade-sqs-latency-queue.
           COMPUTE sqs-lat-average-seconds =
             lat-total-seconds (sqs-lat-sub)
             / lat-messages-measured (sqs-lat-sub)
           EVALUATE TRUE
             WHEN lat-critical-seconds (sqs-lat-sub) > 0
               AND lat-worst-seconds (sqs-lat-sub) NOT LESS
               THAN lat-critical-seconds (sqs-lat-sub)
               SET sqs-lat-sla-critical TO TRUE
             WHEN lat-warning-seconds (sqs-lat-sub) > 0
               AND lat-worst-seconds (sqs-lat-sub) NOT LESS
               THAN lat-warning-seconds (sqs-lat-sub)
               SET sqs-lat-sla-warning TO TRUE
             WHEN lat-warning-seconds (sqs-lat-sub) = 0
               AND lat-critical-seconds (sqs-lat-sub) = 0
               SET sqs-lat-sla-not-graded TO TRUE
             WHEN OTHER
               SET sqs-lat-sla-ok TO TRUE
           END-EVALUATE.
        Grade-sqs-latency-queue-exit.
           EXIT.
