000160*                 HIGH-WATER MARK - WITH EACH DEPTH GRADED
000170*                 AGAINST ITS PER-QUEUE WARNING AND CRITICAL
000180*                 THRESHOLDS FROM THE CONTROL FILE.
000181* 2026-10-15 RJM  GRADE AGAINST THE SHARED BUSINESS CALENDAR'S
000182*                 THRESHOLDS FOR TODAY'S DAY TYPE (SQSBCAL.CPY
000183*                 'QTHR' ROWS) WHERE IT HAS THEM - MONTH-END
000184*                 DEPTHS ON PERIOD-END DAYS IN PLACE OF THE
000185*                 MONCTL ROW.
000190*-----------------------------------------------------------------
000200* UNTIL NOW THE ONLY TIME A QUEUE DEPTH WAS EVER SEEN WAS INSIDE
000210* A PURGE DRY RUN; A CONSUMER DOWN FOR SIX HOURS ONLY SURFACED
000350     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS IS MON-AUDIT-FILE-STATUS.
000372     SELECT SQS-BUSINESS-CALENDAR-FILE ASSIGN TO BIZCAL
000374            ORGANIZATION IS LINE SEQUENTIAL
000376            FILE STATUS IS sqs-bcal-file-status.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000430     COPY SQSMONCF.
000440     COPY SQSDEPTH.
000450     COPY SQSAUDIT.
000454     COPY SQSBCAL.
000460
000470 WORKING-STORAGE SECTION.
000480     COPY SQSRQA.
000490     COPY SQSOPRES.
000500     COPY SQSRECON.
000504     COPY SQSBCALWS.
000510
000520 01  MON-SWITCHES.
000530     05 MON-CTL-EOF-SWITCH PIC X(1) VALUE 'N'.
000910        10 MON-HIGH-WATER PIC 9(9) COMP-5 VALUE 0.
000920        10 MON-PROBE-OK-FLAG PIC X(1) VALUE 'N'.
000930           88 MON-PROBE-OK VALUE 'Y'.
000932        10 MON-CAL-THRESHOLD-FLAG PIC X(1) VALUE 'N'.
000934           88 MON-CAL-THRESHOLDS VALUE 'Y'.
000940
000950 PROCEDURE DIVISION.
000960*----------------------------------------------------------------
001250         FUNCTION INTEGER-OF-DATE (MON-RUN-DATE) - 1
001260     COMPUTE MON-YESTERDAY-DATE =
001270         FUNCTION DATE-OF-INTEGER (MON-DATE-INTEGER)
001272     MOVE MON-RUN-DATE TO sqs-bcal-date
001274     PERFORM Get-sqs-calendar-day
001280     OPEN INPUT MONITOR-CONTROL-FILE
001290     IF MON-MONCTL-FILE-STATUS NOT = '00'
001300         DISPLAY 'ERROR OPENING MONITOR CONTROL FILE - FILE '
001790*   FAN-OUT TABLE ENTRY AND ITS THRESHOLD ENTRY. THE FAN-OUT
001800*   TABLE HOLDS 10 ENTRIES (SQSRQA.CPY) - AN 11TH CONTROL RECORD
001810*   IS A CONTROL FILE ERROR, NOT SOMETHING TO SILENTLY DROP.
001813*   A CALENDAR 'QTHR' ROW FOR TODAY'S DAY TYPE REPLACES BOTH
001816*   MONCTL THRESHOLDS FOR THE QUEUE.
001820*----------------------------------------------------------------
001830 1200-LOAD-ONE-QUEUE.
001840     IF sqs-queue-count = 10
001990         TO MON-WARNING-DEPTH (sqs-queue-count)
002000     MOVE MCF-CRITICAL-DEPTH
002010         TO MON-CRITICAL-DEPTH (sqs-queue-count)
002011     MOVE MCF-QUEUE-URL TO sqs-bcal-queue-url
002012     PERFORM Get-sqs-calendar-threshold
002013     IF sqs-bcal-threshold-found
002014         MOVE sqs-bcal-warning-depth
002015             TO MON-WARNING-DEPTH (sqs-queue-count)
002016         MOVE sqs-bcal-critical-depth
002017             TO MON-CRITICAL-DEPTH (sqs-queue-count)
002018         SET MON-CAL-THRESHOLDS (sqs-queue-count) TO TRUE
002019     END-IF
002020     PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
002030 1200-EXIT.
002040     EXIT.
003390 8000-FINALIZE.
003400     DISPLAY '===== SQSMON QUEUE DEPTH TREND REPORT ====='
003410     DISPLAY 'POLL TIMESTAMP ' MON-RUN-DATE ' ' MON-RUN-TIME
003414     DISPLAY 'CALENDAR DAY   ' sqs-bcal-day-type-name
003420     PERFORM 8100-REPORT-ONE-QUEUE THRU 8100-EXIT
003430         VARYING sqs-queue-index FROM 1 BY 1
003440         UNTIL sqs-queue-index > sqs-queue-count
003680         END-IF
003690         DISPLAY '  HIGH-WATER MARK  : '
003700             MON-HIGH-WATER (sqs-queue-index)
003701         IF MON-CAL-THRESHOLDS (sqs-queue-index)
003702             DISPLAY '  THRESHOLDS       : '
003703                 MON-WARNING-DEPTH (sqs-queue-index) ' / '
003704                 MON-CRITICAL-DEPTH (sqs-queue-index) ' ('
003705                 sqs-bcal-day-type-name ' CALENDAR)'
003706         END-IF
003710         EVALUATE TRUE
003720             WHEN MON-CRITICAL-DEPTH (sqs-queue-index) > 0
003730                 AND MON-DEPTH-NOW (sqs-queue-index) NOT LESS
003940     COPY SQSFANOUT.
003950     COPY SQSAUDWR.
003960     COPY SQSRECONP.
003970     COPY SQSBCALCK.
