      *   sqs-window-cutoff-time  - HHMMSSCC TIME OF DAY THE ONLINE
      *       WINDOW OPENS (E.G. 06000000). A CUTOFF EARLIER THAN THE
      *       RUN'S START TIME MEANS "THAT TIME TOMORROW". ZERO MEANS
      *       NO CUTOFF. THE BUSINESS CALENDAR (SQSBCAL.CPY) MAY
      *       REPLACE IT BY DAY TYPE - SEE SQSWINCK.CPY.
      *   sqs-window-max-minutes  - OPTIONAL HARD CEILING ON ELAPSED
      *       RUN MINUTES. ZERO MEANS NO CEILING.
      * WHEN EITHER LIMIT IS REACHED, sqs-batch-window-closed COMES
          88 sqs-batch-window-open VALUE 'O'.
          88 sqs-batch-window-closed VALUE 'C'.
       01 sqs-window-work-area.
      *    THE CUTOFF IN FORCE THIS RUN - THE PARAMETER, OR THE
      *    CALENDAR'S CUTOFF FOR THE DAY TYPE OF THE CUTOFF DAY
           05 sqs-window-day-cutoff PIC 9(8) VALUE 0.
           05 sqs-window-start-date PIC 9(8) VALUE 0.
           05 sqs-window-start-time-x.
              10 sqs-window-start-hour PIC 9(2).
