      * QUEUE DEPTH (THE SAME PURGEQ DRY RUN SQSPURGE.CPY USES),
      * PRINTS HOW MANY MESSAGES WERE LEFT BEHIND AND SETS THE STEP
      * RETURN CODE TO sqs-window-closed-rc WHEN A BACKLOG REMAINS.
      * THE CUTOFF FOLLOWS THE BUSINESS CALENDAR (SQSBCAL.CPY): WHEN
      * THE DAY THE CUTOFF FALLS ON HAS A 'TYPE' ROW FOR ITS DAY TYPE,
      * THAT ROW'S CUTOFF REPLACES sqs-window-cutoff-time FOR THE RUN
      * - A LATER ONE ON A HOLIDAY, NONE AT ALL ON A WEEKEND, AN
      * EARLIER ONE AT PERIOD-END. WHEN THE START DAY HAS NO CUTOFF,
      * OR ITS CUTOFF IS ALREADY PAST, THE NEXT DAY'S CUTOFF APPLIES
      * INSTEAD, SO A RUN STARTED ON A WEEKEND EVENING STILL STOPS
      * FOR MONDAY'S ONLINE DAY. THE CUTOFF IN FORCE IS KEPT IN
      * sqs-window-day-cutoff.
      * A PROGRAM COPYING SQSWINCK MUST ALSO COPY SQSWINWS, SQSAUDIT/
      * SQSAUDWR, SQSRECON/SQSRECONP (THE DEPTH PROBE IS AN SQSOP
      * CALL LIKE ANY OTHER) AND SQSBCAL/SQSBCALWS/SQSBCALCK INTO THE
      * SAME PROGRAM.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
             + sqs-window-start-hour * 3600
             + sqs-window-start-minute * 60
             + sqs-window-start-second
           MOVE sqs-window-start-date TO sqs-bcal-date
           PERFORM Set-sqs-window-day-cutoff
      *    A CUTOFF NOT LATER THAN THE START TIME IS THAT TIME
      *    TOMORROW - AN OVERNIGHT RUN STARTING AT 23:00 WITH A
      *    06:00 CUTOFF MUST NOT SEE THE CUTOFF AS ALREADY PASSED.
      *    THE SAME GOES FOR A DAY WITH NO CUTOFF AT ALL: A RUN
      *    STARTED LATE ON A SUNDAY STILL STOPS WHEN MONDAY'S ONLINE
      *    DAY OPENS. TOMORROW'S DAY TYPE DECIDES THAT CUTOFF, AND
      *    ONLY WHEN TOMORROW HAS NONE EITHER IS THE RUN UNCUT.
           IF sqs-window-day-cutoff > sqs-window-start-time
             COMPUTE sqs-window-cutoff-stamp =
               sqs-window-start-date * 100000000
               + sqs-window-day-cutoff
           ELSE
             COMPUTE sqs-window-day-number =
               sqs-window-day-number + 1
             COMPUTE sqs-window-now-date =
               FUNCTION DATE-OF-INTEGER (sqs-window-day-number)
             MOVE sqs-window-now-date TO sqs-bcal-date
             PERFORM Set-sqs-window-day-cutoff
             IF sqs-window-day-cutoff > 0
               COMPUTE sqs-window-cutoff-stamp =
                 sqs-window-now-date * 100000000
                 + sqs-window-day-cutoff
             END-IF
           END-IF.
        Init-sqs-batch-window-exit.
           EXIT.

        Set-sqs-window-day-cutoff.
           PERFORM Get-sqs-calendar-day
           MOVE sqs-window-cutoff-time TO sqs-window-day-cutoff
           IF sqs-bcal-cutoff-overridden
             MOVE sqs-bcal-cutoff-time TO sqs-window-day-cutoff
             DISPLAY 'BATCH WINDOW CUTOFF FOR ' sqs-bcal-date ' ('
               sqs-bcal-day-type-name ') IS ' sqs-window-day-cutoff
               ' PER THE BUSINESS CALENDAR (ZERO = NONE)'
           END-IF.
        Set-sqs-window-day-cutoff-exit.
           EXIT.

        Check-sqs-batch-window.
           IF sqs-batch-window-open
             AND (sqs-window-day-cutoff > 0
                  OR sqs-window-max-minutes > 0)
             PERFORM Check-sqs-window-limits
           END-IF.
        Check-sqs-window-limits.
           ACCEPT sqs-window-now-date FROM DATE YYYYMMDD
           ACCEPT sqs-window-now-time FROM TIME
           IF sqs-window-day-cutoff > 0
             COMPUTE sqs-window-now-stamp =
               sqs-window-now-date * 100000000
               + sqs-window-now-time
               sqs-window-cutoff-stamp
               SET sqs-batch-window-closed TO TRUE
               DISPLAY 'BATCH WINDOW CUTOFF '
                 sqs-window-day-cutoff ' REACHED - STOPPING '
                 'CLEANLY AFTER THE IN-FLIGHT MESSAGE'
             END-IF
           END-IF
