      ******************************************************************
      * SQS BUSINESS CALENDAR LOOKUP
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * THE CALENDAR (SQSBCAL.CPY) LOADS ITSELF ON THE FIRST LOOKUP;
      * A HOST MAY PERFORM Load-sqs-business-calendar AT INITIALIZE
      * INSTEAD TO GET THE LOAD MESSAGES AT THE TOP OF THE REPORT.
      *   Get-sqs-calendar-day - MOVE A YYYYMMDD DATE TO
      *       sqs-bcal-date. ON RETURN sqs-bcal-day-type (88S
      *       sqs-bcal-business-day, sqs-bcal-period-end, ...) AND
      *       sqs-bcal-day-type-name DESCRIBE IT, AND WHEN THE DAY
      *       TYPE HAS A 'TYPE' ROW sqs-bcal-cutoff-overridden IS SET
      *       WITH THE CUTOFF IN sqs-bcal-cutoff-time (ZERO = NONE).
      *   Roll-sqs-to-business-day - MOVE A DATE TO sqs-bcal-date. ON
      *       RETURN IT HOLDS THAT DATE OR THE FIRST BUSINESS DAY AFTER
      *       IT, sqs-bcal-days-rolled SAYS HOW FAR IT MOVED, AND THE
      *       Get-sqs-calendar-day FIELDS DESCRIBE THE NEW DATE.
      *   Get-sqs-calendar-threshold - AFTER Get-sqs-calendar-day,
      *       MOVE THE QUEUE URL TO sqs-bcal-queue-url. ON RETURN
      *       sqs-bcal-threshold-found IS SET WITH THE DAY TYPE'S
      *       DEPTHS IN sqs-bcal-warning-depth / sqs-bcal-critical-depth
      *       WHEN THE CALENDAR OVERRIDES THAT QUEUE ON THAT DAY TYPE.
      * A DATE THAT IS NOT A VALID CALENDAR DATE IS TREATED AS A
      * BUSINESS DAY, SO A BAD DATE NEVER ROLLS ANYTHING.
      * A PROGRAM COPYING SQSBCALCK MUST ALSO COPY SQSBCAL AND
      * SQSBCALWS.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Load-sqs-business-calendar.
           SET sqs-bcal-loaded TO TRUE
           OPEN INPUT SQS-BUSINESS-CALENDAR-FILE
           IF sqs-bcal-file-status = '00'
             PERFORM Load-one-calendar-row
               UNTIL sqs-bcal-end-of-file
             CLOSE SQS-BUSINESS-CALENDAR-FILE
             DISPLAY 'BUSINESS CALENDAR: ' sqs-bcal-date-count
               ' DATE(S), ' sqs-bcal-type-count ' DAY-TYPE CUTOFF(S), '
               sqs-bcal-thr-count ' THRESHOLD OVERRIDE(S)'
             IF sqs-bcal-rows-ignored > 0
               DISPLAY 'BUSINESS CALENDAR: ' sqs-bcal-rows-ignored
                 ' ROW(S) IGNORED - SEE MESSAGES ABOVE'
             END-IF
           ELSE
             DISPLAY 'NO BUSINESS CALENDAR - MONDAY TO FRIDAY ARE '
               'BUSINESS DAYS, NO HOLIDAYS OR PERIOD-ENDS'
           END-IF.
        Load-sqs-business-calendar-exit.
           EXIT.

        Load-one-calendar-row.
           READ SQS-BUSINESS-CALENDAR-FILE
             AT END
               MOVE 'Y' TO sqs-bcal-eof-switch
             NOT AT END
               PERFORM Store-one-calendar-row
           END-READ.
        Load-one-calendar-row-exit.
           EXIT.

        Store-one-calendar-row.
           EVALUATE TRUE
             WHEN NOT BCL-DATE-RECORD AND NOT BCL-TYPE-RECORD
               AND NOT BCL-THRESHOLD-RECORD
               CONTINUE
             WHEN NOT BCL-VALID-DAY-TYPE
               ADD 1 TO sqs-bcal-rows-ignored
               DISPLAY 'BUSINESS CALENDAR ROW ' BCL-RECORD-TYPE
                 ' HAS DAY TYPE "' BCL-DAY-TYPE '" - NOT B, P, H OR W'
             WHEN BCL-DATE-RECORD
               IF BCL-CALENDAR-DATE IS NOT NUMERIC
                 OR FUNCTION INTEGER-OF-DATE (BCL-CALENDAR-DATE) = 0
                 ADD 1 TO sqs-bcal-rows-ignored
                 DISPLAY 'BUSINESS CALENDAR DATE "'
                   BCL-DATE-BODY (1 : 8) '" IS NOT A VALID DATE'
               ELSE
                 IF sqs-bcal-date-count < 1000
                   ADD 1 TO sqs-bcal-date-count
                   MOVE BCL-CALENDAR-DATE
                     TO bcal-date (sqs-bcal-date-count)
                   MOVE BCL-DAY-TYPE
                     TO bcal-day-type (sqs-bcal-date-count)
                 ELSE
                   ADD 1 TO sqs-bcal-rows-ignored
                   DISPLAY 'BUSINESS CALENDAR DATE TABLE FULL - '
                     BCL-CALENDAR-DATE ' IGNORED'
                 END-IF
               END-IF
             WHEN BCL-TYPE-RECORD
               IF BCL-CUTOFF-TIME IS NOT NUMERIC
                 OR sqs-bcal-type-count = 4
                 ADD 1 TO sqs-bcal-rows-ignored
                 DISPLAY 'BUSINESS CALENDAR CUTOFF FOR DAY TYPE '
                   BCL-DAY-TYPE ' IS NOT NUMERIC OR REPEATED - '
                   'IGNORED'
               ELSE
                 ADD 1 TO sqs-bcal-type-count
                 MOVE BCL-DAY-TYPE
                   TO bcal-type-day-type (sqs-bcal-type-count)
                 MOVE BCL-CUTOFF-TIME
                   TO bcal-type-cutoff-time (sqs-bcal-type-count)
               END-IF
             WHEN OTHER
               IF BCL-WARNING-DEPTH IS NOT NUMERIC
                 OR BCL-CRITICAL-DEPTH IS NOT NUMERIC
                 OR sqs-bcal-thr-count = 100
                 ADD 1 TO sqs-bcal-rows-ignored
                 DISPLAY 'BUSINESS CALENDAR THRESHOLD FOR '
                   BCL-QUEUE-URL (1 : 60)
                 DISPLAY '  IS NOT NUMERIC OR THE TABLE IS FULL - '
                   'IGNORED'
               ELSE
                 ADD 1 TO sqs-bcal-thr-count
                 MOVE BCL-DAY-TYPE
                   TO bcal-thr-day-type (sqs-bcal-thr-count)
                 MOVE BCL-QUEUE-URL
                   TO bcal-thr-queue-url (sqs-bcal-thr-count)
                 MOVE BCL-WARNING-DEPTH
                   TO bcal-thr-warning-depth (sqs-bcal-thr-count)
                 MOVE BCL-CRITICAL-DEPTH
                   TO bcal-thr-critical-depth (sqs-bcal-thr-count)
               END-IF
           END-EVALUATE.
        Store-one-calendar-row-exit.
           EXIT.

      *   A LISTED DATE WINS; OTHERWISE THE WEEKDAY DECIDES. DAY
      *   NUMBER 1 (1601-01-01) WAS A MONDAY, SO (DAY NUMBER - 1)
      *   MODULO 7 RUNS 0 = MONDAY THROUGH 6 = SUNDAY.
        Get-sqs-calendar-day.
           IF NOT sqs-bcal-loaded
             PERFORM Load-sqs-business-calendar
           END-IF
           MOVE 'N' TO sqs-bcal-listed-switch
           PERFORM Match-one-calendar-date
             VARYING sqs-bcal-sub FROM 1 BY 1
             UNTIL sqs-bcal-sub > sqs-bcal-date-count
                OR sqs-bcal-date-listed
           IF NOT sqs-bcal-date-listed
             MOVE 'B' TO sqs-bcal-day-type
             MOVE 0 TO sqs-bcal-day-number
             IF sqs-bcal-date IS NUMERIC
               COMPUTE sqs-bcal-day-number =
                 FUNCTION INTEGER-OF-DATE (sqs-bcal-date)
             END-IF
             IF sqs-bcal-day-number > 0
               SUBTRACT 1 FROM sqs-bcal-day-number
               DIVIDE sqs-bcal-day-number BY 7
                 GIVING sqs-bcal-week-number
                 REMAINDER sqs-bcal-weekday
               IF sqs-bcal-weekday > 4
                 MOVE 'W' TO sqs-bcal-day-type
               END-IF
             END-IF
           END-IF
           EVALUATE TRUE
             WHEN sqs-bcal-period-end
               MOVE 'PERIOD-END' TO sqs-bcal-day-type-name
             WHEN sqs-bcal-holiday
               MOVE 'HOLIDAY' TO sqs-bcal-day-type-name
             WHEN sqs-bcal-weekend
               MOVE 'WEEKEND' TO sqs-bcal-day-type-name
             WHEN OTHER
               MOVE 'BUSINESS' TO sqs-bcal-day-type-name
           END-EVALUATE
           MOVE 'N' TO sqs-bcal-cutoff-switch
           MOVE 0 TO sqs-bcal-cutoff-time
           PERFORM Match-one-calendar-type
             VARYING sqs-bcal-sub FROM 1 BY 1
             UNTIL sqs-bcal-sub > sqs-bcal-type-count
                OR sqs-bcal-cutoff-overridden.
        Get-sqs-calendar-day-exit.
           EXIT.

        Match-one-calendar-date.
           IF bcal-date (sqs-bcal-sub) = sqs-bcal-date
             SET sqs-bcal-date-listed TO TRUE
             MOVE bcal-day-type (sqs-bcal-sub) TO sqs-bcal-day-type
           END-IF.
        Match-one-calendar-date-exit.
           EXIT.

        Match-one-calendar-type.
           IF bcal-type-day-type (sqs-bcal-sub) = sqs-bcal-day-type
             SET sqs-bcal-cutoff-overridden TO TRUE
             IF bcal-type-cutoff-time (sqs-bcal-sub) NOT =
               sqs-bcal-no-cutoff
               MOVE bcal-type-cutoff-time (sqs-bcal-sub)
                 TO sqs-bcal-cutoff-time
             END-IF
           END-IF.
        Match-one-calendar-type-exit.
           EXIT.

      *   A YEAR OF NON-BUSINESS DAYS MEANS A BROKEN CALENDAR, NOT A
      *   RELEASE TO HOLD FOREVER - THE ROLL STOPS THERE.
        Roll-sqs-to-business-day.
           MOVE 0 TO sqs-bcal-days-rolled
           PERFORM Get-sqs-calendar-day
           PERFORM Roll-sqs-one-day
             UNTIL sqs-bcal-business-day
                OR sqs-bcal-days-rolled = 366.
        Roll-sqs-to-business-day-exit.
           EXIT.

        Roll-sqs-one-day.
           COMPUTE sqs-bcal-day-number =
             FUNCTION INTEGER-OF-DATE (sqs-bcal-date) + 1
           COMPUTE sqs-bcal-date =
             FUNCTION DATE-OF-INTEGER (sqs-bcal-day-number)
           ADD 1 TO sqs-bcal-days-rolled
           PERFORM Get-sqs-calendar-day.
        Roll-sqs-one-day-exit.
           EXIT.

        Get-sqs-calendar-threshold.
           MOVE 'N' TO sqs-bcal-threshold-switch
           MOVE 0 TO sqs-bcal-warning-depth
           MOVE 0 TO sqs-bcal-critical-depth
           PERFORM Match-one-calendar-threshold
             VARYING sqs-bcal-sub FROM 1 BY 1
             UNTIL sqs-bcal-sub > sqs-bcal-thr-count
                OR sqs-bcal-threshold-found.
        Get-sqs-calendar-threshold-exit.
           EXIT.

        Match-one-calendar-threshold.
           IF bcal-thr-day-type (sqs-bcal-sub) = sqs-bcal-day-type
             AND bcal-thr-queue-url (sqs-bcal-sub) = sqs-bcal-queue-url
             SET sqs-bcal-threshold-found TO TRUE
             MOVE bcal-thr-warning-depth (sqs-bcal-sub)
               TO sqs-bcal-warning-depth
             MOVE bcal-thr-critical-depth (sqs-bcal-sub)
               TO sqs-bcal-critical-depth
           END-IF.
        Match-one-calendar-threshold-exit.
           EXIT.
