000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSCAPRP.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. CAPACITY PLANNING REPORT. READS
000100*                 MONTHS OF CONCATENATED AUDIT TRAIL (SQSAUDIT)
000110*                 AND SQSMON DEPTH HISTORY (SQSDEPTH) AND, PER
000120*                 QUEUE AND PER SOURCE SYSTEM, PRINTS THE
000130*                 HOUR-OF-DAY BY DAY-OF-WEEK TRAFFIC PROFILE, THE
000140*                 PEAK-HOUR RATE AND MONTH-OVER-MONTH GROWTH,
000150*                 PROJECTS PEAK RATES AND END-OF-DAY BACKLOG THREE
000160*                 AND SIX MONTHS OUT AND FLAGS THE MONTH EACH
000170*                 QUEUE'S CAPACITY LIMITS (CAPLIMIT, SQSCAPLM.CPY)
000180*                 ARE FIRST CROSSED.
000183* 2026-10-15 RJM  PART MONTHS LEFT OUT OF THE TREND FIT AND MARKED
000186*                 ON THE MONTH LINE.
000190*-----------------------------------------------------------------
000200* SQSMON SAYS HOW DEEP A QUEUE IS NOW AND SQSAUDRP SAYS WHAT
000210* FAILED; NEITHER SAYS WHEN A QUEUE RUNS OUT OF HEADROOM. THIS
000220* STEP DOES:
000230* - PASS 1 POSTS EVERY SUCCESSFUL SEND AND RECEIVE IN THE WINDOW
000240*   (CAPRPCTL CARD, SQSCRPCF.CPY) TO THE CAPHOUR WORK DATASET -
000250*   ONE ROW PER QUEUE, AND ONE PER SOURCE SYSTEM
000260*   (aud-source-system-id), PER CLOCK HOUR - AND EACH QUEUE'S LAST
000270*   DEPTH POLL OF THE DAY AS ITS END-OF-DAY BACKLOG. THE
000280*   CONCATENATED FILES NEED NOT BE IN TIME ORDER; THE WORK
000290*   DATASET'S KEY PUTS THEM IN ORDER.
000300* - PASS 2 READS CAPHOUR BACK IN KEY ORDER AND BUILDS THE PROFILE
000310*   (AVERAGE MESSAGES IN THAT HOUR ON THAT WEEKDAY), THE MONTHLY
000320*   VOLUMES, THE BUSIEST CLOCK HOUR AND DAY OF EACH MONTH AND THE
000330*   HIGHEST END-OF-DAY BACKLOG OF EACH MONTH. AN HOUR OR A DAY IS
000340*   AS BUSY AS THE LARGER OF ITS SENT AND RECEIVED COUNTS.
000350* - THE PROJECTION IS A STRAIGHT-LINE (LEAST SQUARES) TREND
000360*   THROUGH THE MONTHLY PEAKS, CARRIED ONE TO SIX MONTHS PAST THE
000370*   LAST MONTH OF HISTORY. TWO WHOLE MONTHS OF HISTORY ARE NEEDED
000380*   TO PROJECT.
000390* - THE PEAK-HOUR RATE IS CHECKED AGAINST THE THROUGHPUT LIMIT,
000400*   THE PEAK DAY'S DRAIN TIME AT THAT LIMIT AGAINST THE BATCH
000410*   WINDOW, AND THE END-OF-DAY BACKLOG AGAINST THE IN-FLIGHT
000420*   QUOTA. A LIMIT ALREADY CROSSED, OR PROJECTED TO BE WITHIN SIX
000430*   MONTHS, IS LISTED WITH ITS QUEUE AND MONTH AND ENDS THE STEP
000440*   WITH CAP-CROSSING-RC.
000445* THE FIRST AND LAST MONTHS OF THE WINDOW ARE USUALLY PART MONTHS.
000450* THEY ARE SHOWN WITH THEIR DAYS COVERED, AND GROWTH IS MEASURED
000455* ON THE DAILY AVERAGE SO A PART MONTH DOES NOT READ AS A DROP. A
000460* PART MONTH HAS HAD FEWER DAYS TO REACH ITS PEAKS, SO IT IS LEFT
000465* OUT OF THE TREND FIT AND MARKED SO ON ITS MONTH LINE; ITS PEAKS
000470* STILL COUNT AS THE LATEST ACTUALS WHEN THE LIMITS ARE CHECKED.
000480*-----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT REPORT-CONTROL-FILE ASSIGN TO CAPRPCTL
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS CAP-CONTROL-FILE-STATUS.
000550     SELECT CAPACITY-LIMIT-FILE ASSIGN TO CAPLIMIT
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS CAP-LIMIT-FILE-STATUS.
000580     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS CAP-AUDIT-FILE-STATUS.
000610     SELECT SQS-DEPTH-HISTORY-FILE ASSIGN TO SQSDEPTH
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS CAP-DEPTH-FILE-STATUS.
000640     SELECT CAP-HOUR-FILE ASSIGN TO CAPHOUR
000650            ORGANIZATION IS INDEXED
000660            ACCESS MODE IS DYNAMIC
000670            RECORD KEY IS CAP-HR-KEY
000680            FILE STATUS IS CAP-HOUR-FILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  REPORT-CONTROL-FILE
000730     RECORDING MODE IS F.
000740     COPY SQSCRPCF.
000750 FD  CAPACITY-LIMIT-FILE
000760     RECORDING MODE IS F.
000770     COPY SQSCAPLM.
000780     COPY SQSAUDIT.
000790     COPY SQSDEPTH.
000800* WORK DATASET, EMPTIED AT THE START OF EVERY RUN. 'Q' AND 'S'
000810* ROWS HOLD ONE CLOCK HOUR'S MESSAGES FOR A QUEUE OR A SOURCE
000820* SYSTEM; A 'D' ROW HOLDS A QUEUE'S LAST DEPTH POLL OF THE DAY.
000830 FD  CAP-HOUR-FILE.
000840 01  CAP-HOUR-RECORD.
000850     05 CAP-HR-KEY.
000860        10 CAP-HR-KIND PIC X(1).
000870           88 CAP-HR-DEPTH-ROW VALUE 'D'.
000880           88 CAP-HR-QUEUE-ROW VALUE 'Q'.
000890           88 CAP-HR-SOURCE-ROW VALUE 'S'.
000900        10 CAP-HR-NAME PIC X(80).
000910        10 CAP-HR-DATE PIC 9(8).
000920        10 CAP-HR-HOUR PIC 9(2).
000930     05 CAP-HR-SENT PIC 9(9).
000940     05 CAP-HR-RECEIVED PIC 9(9).
000950     05 CAP-HR-DEPTH-TIME PIC 9(8).
000960     05 CAP-HR-DEPTH PIC 9(9).
000970
000980 WORKING-STORAGE SECTION.
000990 01  CAP-RUN-CONTROLS.
001000     05 CAP-SELECT-FROM-DATE PIC 9(8) VALUE 0.
001010     05 CAP-SELECT-TO-DATE PIC 9(8) VALUE 99999999.
001020
001030 01  CAP-SWITCHES.
001040     05 CAP-AUDIT-EOF-SWITCH PIC X(1) VALUE 'N'.
001050        88 CAP-AUDIT-END-OF-FILE VALUE 'Y'.
001060     05 CAP-DEPTH-EOF-SWITCH PIC X(1) VALUE 'N'.
001070        88 CAP-DEPTH-END-OF-FILE VALUE 'Y'.
001080     05 CAP-LIMIT-EOF-SWITCH PIC X(1) VALUE 'N'.
001090        88 CAP-LIMIT-END-OF-FILE VALUE 'Y'.
001100     05 CAP-HOUR-EOF-SWITCH PIC X(1) VALUE 'N'.
001110        88 CAP-HOUR-END-OF-FILE VALUE 'Y'.
001120     05 CAP-DEPTH-AVAIL-SW PIC X(1) VALUE 'N'.
001130        88 CAP-DEPTH-AVAILABLE VALUE 'Y'.
001140     05 CAP-HOUR-FOUND-SW PIC X(1) VALUE 'N'.
001150        88 CAP-HOUR-FOUND VALUE 'Y'.
001160     05 CAP-TREND-SW PIC X(1) VALUE 'N'.
001170        88 CAP-TREND-FITTED VALUE 'Y'.
001180     05 CAP-PROFILE-SW PIC X(1) VALUE 'S'.
001190        88 CAP-PROFILE-SENT VALUE 'S'.
001200        88 CAP-PROFILE-RECEIVED VALUE 'R'.
001210
001220 01  CAP-FILE-STATUSES.
001230     05 CAP-CONTROL-FILE-STATUS PIC X(2) VALUE '00'.
001240     05 CAP-LIMIT-FILE-STATUS PIC X(2) VALUE '00'.
001250     05 CAP-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
001260     05 CAP-DEPTH-FILE-STATUS PIC X(2) VALUE '00'.
001270     05 CAP-HOUR-FILE-STATUS PIC X(2) VALUE '00'.
001280        88 CAP-HOUR-OK VALUE '00'.
001290
001300* THE STEP RETURN CODE MEANING "A CAPACITY LIMIT IS CROSSED NOW OR
001310* WITHIN THE HORIZON, SEE THE CROSSINGS LISTED" - SAME DOCTRINE AS
001320* sqs-window-closed-rc (SQSWINWS.CPY).
001330 77  CAP-CROSSING-RC PIC 9(4) COMP-5 VALUE 4.
001340 77  CAP-HORIZON PIC 9(2) COMP-5 VALUE 6.
001350 77  CAP-ABEND-MSG PIC X(256) VALUE SPACES.
001360* AUDIT ROWS WITH NO SOURCE SYSTEM (WRITTEN BEFORE THE COLUMN WAS
001370* CARRIED, OR BY A PROGRAM THAT NEVER SETS ONE) ARE PROFILED UNDER
001380* THIS NAME.
001390 77  CAP-NO-SOURCE-NAME PIC X(8) VALUE '*NONE*'.
001400 77  CAP-AUDIT-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
001410 77  CAP-AUDIT-ROWS-OUTSIDE PIC 9(9) COMP-5 VALUE 0.
001420 77  CAP-AUDIT-ROWS-IGNORED PIC 9(9) COMP-5 VALUE 0.
001430 77  CAP-AUDIT-ROWS-POSTED PIC 9(9) COMP-5 VALUE 0.
001440 77  CAP-DEPTH-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
001450 77  CAP-DEPTH-ROWS-OUTSIDE PIC 9(9) COMP-5 VALUE 0.
001460 77  CAP-DEPTH-ROWS-POSTED PIC 9(9) COMP-5 VALUE 0.
001470 77  CAP-HOUR-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
001480 77  CAP-ROWS-BEFORE-TABLE PIC 9(9) COMP-5 VALUE 0.
001490 77  CAP-GROUP-ROWS-OVERFLOWED PIC 9(9) COMP-5 VALUE 0.
001500 77  CAP-LIMITS-OVERFLOWED PIC 9(9) COMP-5 VALUE 0.
001510 77  CAP-CROSSINGS-OVERFLOWED PIC 9(9) COMP-5 VALUE 0.
001520 77  CAP-SENT-NOW PIC 9(9) COMP-5 VALUE 0.
001530 77  CAP-RECEIVED-NOW PIC 9(9) COMP-5 VALUE 0.
001540 77  CAP-ROW-HOUR PIC 9(2) VALUE 0.
001550 77  CAP-FIRST-DATE PIC 9(8) VALUE 99999999.
001560 77  CAP-LAST-DATE PIC 9(8) VALUE 0.
001570 77  CAP-FIRST-DAY-NUMBER PIC 9(9) COMP-5 VALUE 0.
001580 77  CAP-LAST-DAY-NUMBER PIC 9(9) COMP-5 VALUE 0.
001590 77  CAP-DAYS-IN-WINDOW PIC 9(9) COMP-5 VALUE 0.
001600 77  CAP-DAY-NUMBER PIC 9(9) COMP-5 VALUE 0.
001610 77  CAP-WEEK-BASE PIC 9(9) COMP-5 VALUE 0.
001620 77  CAP-WEEK-NUMBER PIC 9(9) COMP-5 VALUE 0.
001630 77  CAP-WEEKDAY PIC 9(4) COMP-5 VALUE 0.
001640 77  CAP-FIRST-WEEKDAY PIC 9(4) COMP-5 VALUE 0.
001650 77  CAP-WHOLE-WEEKS PIC 9(9) COMP-5 VALUE 0.
001660 77  CAP-EXTRA-DAYS PIC 9(4) COMP-5 VALUE 0.
001670 77  CAP-DAYS-AFTER-FIRST PIC 9(4) COMP-5 VALUE 0.
001680 77  CAP-BASE-MONTH PIC 9(6) COMP-5 VALUE 0.
001690 77  CAP-LAST-MONTH PIC 9(6) COMP-5 VALUE 0.
001700 77  CAP-MONTH-NUMBER PIC 9(6) COMP-5 VALUE 0.
001710 77  CAP-MONTH-OFFSET PIC S9(6) COMP-5 VALUE 0.
001720 77  CAP-MONTH-COUNT PIC 9(2) COMP-5 VALUE 0.
001730 77  CAP-MONTH-FROM-DAY PIC 9(9) COMP-5 VALUE 0.
001740 77  CAP-MONTH-TO-DAY PIC 9(9) COMP-5 VALUE 0.
001750 77  CAP-SUB PIC 9(3) COMP-5 VALUE 0.
001760 77  CAP-MATCH-SUB PIC 9(3) COMP-5 VALUE 0.
001770 77  CAP-GRP-SUB PIC 9(3) COMP-5 VALUE 0.
001780 77  CAP-LIMIT-SUB PIC 9(3) COMP-5 VALUE 0.
001790 77  CAP-MONTH-SUB PIC 9(2) COMP-5 VALUE 0.
001800 77  CAP-DAY-SUB PIC 9(2) COMP-5 VALUE 0.
001810 77  CAP-HOUR-SUB PIC 9(2) COMP-5 VALUE 0.
001820 77  CAP-PROJ-SUB PIC 9(2) COMP-5 VALUE 0.
001830 77  CAP-HOUR-PEAK PIC 9(9) COMP-5 VALUE 0.
001840 77  CAP-DAY-GROUP-SUB PIC 9(3) COMP-5 VALUE 0.
001850 77  CAP-DAY-MONTH-SUB PIC 9(2) COMP-5 VALUE 0.
001860 77  CAP-DAY-DATE PIC 9(8) VALUE 0.
001870 77  CAP-DAY-SENT PIC 9(11) COMP-5 VALUE 0.
001880 77  CAP-DAY-RECEIVED PIC 9(11) COMP-5 VALUE 0.
001890 77  CAP-DAY-PEAK PIC 9(11) COMP-5 VALUE 0.
001900 77  CAP-DAILY-AVERAGE PIC 9(11) COMP-5 VALUE 0.
001910 77  CAP-PRIOR-AVERAGE PIC 9(11) COMP-5 VALUE 0.
001920 77  CAP-GROWTH-PCT PIC S9(7)V9(2) VALUE 0.
001930 77  CAP-GROWTH-SUM PIC S9(9)V9(2) VALUE 0.
001940 77  CAP-GROWTH-MONTHS PIC 9(2) COMP-5 VALUE 0.
001950 77  CAP-PER-MINUTE PIC 9(11) COMP-5 VALUE 0.
001960 77  CAP-RATE-DISPL PIC Z(6)9.99.
001970 77  CAP-PCT-DISPL PIC -(6)9.99.
001980 77  CAP-EDIT-A PIC Z(10)9.
001990 77  CAP-EDIT-B PIC Z(10)9.
002000 77  CAP-EDIT-C PIC Z(10)9.
002010
002020* KEY OF THE CAPHOUR ROW BEING POSTED, AND IN PASS 2 THE KIND AND
002030* NAME OF THE GROUP BEING LOOKED UP.
002040 01  CAP-KEY-WORK.
002050     05 CAP-KEY-KIND PIC X(1) VALUE SPACE.
002060     05 CAP-KEY-NAME PIC X(80) VALUE SPACES.
002070     05 CAP-KEY-DATE PIC 9(8) VALUE 0.
002080     05 CAP-KEY-HOUR PIC 9(2) VALUE 0.
002090
002100 01  CAP-DATE-SPLIT.
002110     05 CAP-SPLIT-YEAR PIC 9(4) VALUE 0.
002120     05 CAP-SPLIT-MONTH PIC 9(2) VALUE 0.
002130     05 CAP-SPLIT-DAY PIC 9(2) VALUE 0.
002140 01  CAP-DATE-WHOLE REDEFINES CAP-DATE-SPLIT PIC 9(8).
002150
002160 01  CAP-WEEKDAY-NAME-LIST PIC X(21)
002170         VALUE 'MONTUEWEDTHUFRISATSUN'.
002180 01  CAP-WEEKDAY-NAMES REDEFINES CAP-WEEKDAY-NAME-LIST.
002190     05 CAP-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
002200
002210* HOW MANY OF EACH WEEKDAY (1 = MONDAY) THE HISTORY WINDOW HOLDS -
002220* THE DIVISOR THAT TURNS A PROFILE CELL INTO AN AVERAGE HOUR.
002230 01  CAP-WEEKDAY-TABLE.
002240     05 CAP-WEEKDAY-OCCURS PIC 9(4) COMP-5 OCCURS 7 TIMES
002250            VALUE 0.
002260
002270* ONE ENTRY PER CALENDAR MONTH OF THE WINDOW, OLDEST FIRST, WITH
002276* THE DAYS OF IT THE WINDOW COVERS AND WHETHER THAT IS THE WHOLE
002282* MONTH. A WINDOW LONGER THAN 24 MONTHS
002290* KEEPS THE LATEST 24. CAP-PROJ-MONTH ARE THE SIX MONTHS AFTER IT.
002300 01  CAP-MONTH-TABLE.
002310     05 CAP-MONTH-ENTRY OCCURS 24 TIMES.
002320        10 CAP-MON-YYYYMM PIC 9(6) VALUE 0.
002330        10 CAP-MON-DAYS PIC 9(2) COMP-5 VALUE 0.
002333        10 CAP-MON-WHOLE-SW PIC X(1) VALUE 'Y'.
002336           88 CAP-MON-WHOLE VALUE 'Y'.
002340     05 CAP-PROJ-MONTH PIC 9(6) OCCURS 6 TIMES VALUE 0.
002350
002360* ONE ENTRY PER QUEUE ('Q') AND PER SOURCE SYSTEM ('S'). THE
002370* PROFILE IS BY WEEKDAY (1 = MONDAY) AND HOUR (1 = 00:00-00:59).
002380 01  CAP-GROUP-TABLE.
002390     05 CAP-GROUP-COUNT PIC 9(3) COMP-5 VALUE 0.
002400     05 CAP-GROUP-ENTRY OCCURS 50 TIMES.
002410        10 CAP-GRP-KIND PIC X(1) VALUE SPACE.
002420           88 CAP-GRP-IS-QUEUE VALUE 'Q'.
002430           88 CAP-GRP-IS-SOURCE VALUE 'S'.
002440        10 CAP-GRP-NAME PIC X(80) VALUE SPACES.
002450        10 CAP-GRP-DEPTH-SW PIC X(1) VALUE 'N'.
002460           88 CAP-GRP-HAS-DEPTH VALUE 'Y'.
002470        10 CAP-GRP-SENT PIC 9(11) COMP-5 VALUE 0.
002480        10 CAP-GRP-RECEIVED PIC 9(11) COMP-5 VALUE 0.
002490        10 CAP-GRP-PEAK-HOUR PIC 9(9) COMP-5 VALUE 0.
002500        10 CAP-GRP-PEAK-DATE PIC 9(8) VALUE 0.
002510        10 CAP-GRP-PEAK-HOUR-OF-DAY PIC 9(2) VALUE 0.
002520        10 CAP-GRP-LAST-BACKLOG PIC 9(9) COMP-5 VALUE 0.
002530        10 CAP-GRP-LAST-BACKLOG-DATE PIC 9(8) VALUE 0.
002540        10 CAP-GRP-WEEKDAY OCCURS 7 TIMES.
002550           15 CAP-GRP-HOUR OCCURS 24 TIMES.
002560              20 CAP-GRP-HOUR-SENT PIC 9(9) COMP-5 VALUE 0.
002570              20 CAP-GRP-HOUR-RECEIVED PIC 9(9) COMP-5 VALUE 0.
002580        10 CAP-GRP-MONTH OCCURS 24 TIMES.
002590           15 CAP-GRP-MON-SENT PIC 9(11) COMP-5 VALUE 0.
002600           15 CAP-GRP-MON-RECEIVED PIC 9(11) COMP-5 VALUE 0.
002610           15 CAP-GRP-MON-PEAK-HOUR PIC 9(9) COMP-5 VALUE 0.
002620           15 CAP-GRP-MON-PEAK-DAY PIC 9(11) COMP-5 VALUE 0.
002630           15 CAP-GRP-MON-BACKLOG PIC 9(9) COMP-5 VALUE 0.
002640           15 CAP-GRP-MON-DEPTH-SW PIC X(1) VALUE 'N'.
002650              88 CAP-GRP-MON-HAS-DEPTH VALUE 'Y'.
002660
002670* THE CAPLIMIT RECORDS. A QUEUE NAMED '*' IS THE DEFAULT.
002680 01  CAP-LIMIT-TABLE.
002690     05 CAP-LIMIT-COUNT PIC 9(3) COMP-5 VALUE 0.
002700     05 CAP-LIMIT-ENTRY OCCURS 50 TIMES.
002710        10 CAP-LIM-QUEUE-NAME PIC X(80) VALUE SPACES.
002720        10 CAP-LIM-THROUGHPUT PIC 9(7) VALUE 0.
002730        10 CAP-LIM-WINDOW-MINUTES PIC 9(4) VALUE 0.
002740        10 CAP-LIM-INFLIGHT-QUOTA PIC 9(9) VALUE 0.
002750
002760* THE LIMITS THAT APPLY TO THE QUEUE BEING REPORTED
002770 01  CAP-QUEUE-LIMITS.
002780     05 CAP-QLM-FROM PIC X(7) VALUE SPACES.
002790        88 CAP-QLM-NONE VALUE SPACES.
002800     05 CAP-QLM-THROUGHPUT PIC 9(7) VALUE 0.
002810     05 CAP-QLM-WINDOW-MINUTES PIC 9(4) VALUE 0.
002820     05 CAP-QLM-INFLIGHT-QUOTA PIC 9(9) VALUE 0.
002830
002840* LEAST-SQUARES TREND THROUGH ONE MONTHLY SERIES. X IS THE MONTH
002850* NUMBER WITHIN THE WINDOW; A MONTH NOT PRESENT (NO DEPTH POLLED)
002855* OR ONLY PART COVERED BY THE WINDOW
002860* IS LEFT OUT OF THE FIT. CAP-TRD-LAST-ACTUAL IS THE LATEST
002870* PRESENT MONTH'S VALUE AND CAP-TRD-LAST-SUB THAT MONTH.
002880 01  CAP-TREND-WORK.
002890     05 CAP-TRD-SERIES OCCURS 24 TIMES.
002900        10 CAP-TRD-VALUE PIC 9(11) COMP-5.
002910        10 CAP-TRD-PRESENT-SW PIC X(1).
002920           88 CAP-TRD-PRESENT VALUE 'Y'.
002930     05 CAP-TRD-POINTS PIC 9(2) COMP-5.
002940     05 CAP-TRD-SUM-X PIC S9(7) COMP-5.
002950     05 CAP-TRD-SUM-XX PIC S9(9) COMP-5.
002960     05 CAP-TRD-SUM-Y PIC S9(15) COMP-5.
002970     05 CAP-TRD-SUM-XY PIC S9(17) COMP-5.
002980     05 CAP-TRD-DIVISOR PIC S9(11) COMP-5.
002990     05 CAP-TRD-SLOPE PIC S9(13)V9(4).
003000     05 CAP-TRD-INTERCEPT PIC S9(13)V9(4).
003010     05 CAP-TRD-ESTIMATE PIC S9(13)V9(4).
003020     05 CAP-TRD-LAST-ACTUAL PIC 9(11) COMP-5.
003030     05 CAP-TRD-LAST-SUB PIC 9(2) COMP-5.
003040     05 CAP-TRD-PROJECTIONS.
003050        10 CAP-TRD-PROJECTED PIC 9(11) COMP-5 OCCURS 6 TIMES.
003060
003070* THE GROUP'S THREE TRENDS - PEAK HOUR, PEAK DAY, END-OF-DAY
003080* BACKLOG - EACH WITH ITS LATEST ACTUAL AND ITS SIX PROJECTIONS
003090 01  CAP-GROUP-PROJECTIONS.
003100     05 CAP-PRJ-HOUR-SW PIC X(1) VALUE 'N'.
003110        88 CAP-PRJ-HOUR-FITTED VALUE 'Y'.
003120     05 CAP-PRJ-HOUR-ACTUAL PIC 9(11) COMP-5 VALUE 0.
003130     05 CAP-PRJ-HOUR-ACTUAL-SUB PIC 9(2) COMP-5 VALUE 0.
003140     05 CAP-PRJ-HOUR-SET.
003150        10 CAP-PRJ-PEAK-HOUR PIC 9(11) COMP-5 OCCURS 6 TIMES.
003160     05 CAP-PRJ-DAY-SW PIC X(1) VALUE 'N'.
003170        88 CAP-PRJ-DAY-FITTED VALUE 'Y'.
003180     05 CAP-PRJ-DAY-ACTUAL PIC 9(11) COMP-5 VALUE 0.
003190     05 CAP-PRJ-DAY-ACTUAL-SUB PIC 9(2) COMP-5 VALUE 0.
003200     05 CAP-PRJ-DAY-SET.
003210        10 CAP-PRJ-PEAK-DAY PIC 9(11) COMP-5 OCCURS 6 TIMES.
003220     05 CAP-PRJ-BACKLOG-SW PIC X(1) VALUE 'N'.
003230        88 CAP-PRJ-BACKLOG-FITTED VALUE 'Y'.
003240     05 CAP-PRJ-BACKLOG-ACTUAL PIC 9(11) COMP-5 VALUE 0.
003250     05 CAP-PRJ-BACKLOG-ACTUAL-SUB PIC 9(2) COMP-5 VALUE 0.
003260     05 CAP-PRJ-BACKLOG-SET.
003270        10 CAP-PRJ-BACKLOG PIC 9(11) COMP-5 OCCURS 6 TIMES.
003280
003290* ONE LIMIT CHECK: THE LATEST ACTUAL AND THE SIX PROJECTIONS IN
003300* THE LIMIT'S OWN UNIT. CAP-CHK-CROSS-SUB COMES BACK 0 FOR ALREADY
003310* CROSSED, 1-6 FOR THE PROJECTED MONTH, 99 FOR NOT CROSSED.
003320 01  CAP-CHECK-WORK.
003330     05 CAP-CHK-LIMIT-NAME PIC X(12) VALUE SPACES.
003340     05 CAP-CHK-UNIT PIC X(12) VALUE SPACES.
003350     05 CAP-CHK-LIMIT PIC 9(11) COMP-5 VALUE 0.
003360     05 CAP-CHK-FITTED-SW PIC X(1) VALUE 'N'.
003370        88 CAP-CHK-FITTED VALUE 'Y'.
003380     05 CAP-CHK-ACTUAL PIC 9(11) COMP-5 VALUE 0.
003390     05 CAP-CHK-ACTUAL-SUB PIC 9(2) COMP-5 VALUE 0.
003400     05 CAP-CHK-VALUE-SET.
003410        10 CAP-CHK-VALUE PIC 9(11) COMP-5 OCCURS 6 TIMES.
003420     05 CAP-CHK-CROSS-SUB PIC 9(2) COMP-5 VALUE 99.
003430     05 CAP-CHK-CROSS-MONTH PIC 9(6) VALUE 0.
003440     05 CAP-CHK-CROSS-VALUE PIC 9(11) COMP-5 VALUE 0.
003450
003460* EVERY LIMIT CROSSED NOW OR WITHIN THE HORIZON, FOR THE SUMMARY
003470 01  CAP-CROSSING-TABLE.
003480     05 CAP-CROSSING-COUNT PIC 9(3) COMP-5 VALUE 0.
003490     05 CAP-CROSSING-ENTRY OCCURS 150 TIMES.
003500        10 CAP-CRS-QUEUE-NAME PIC X(80) VALUE SPACES.
003510        10 CAP-CRS-LIMIT-NAME PIC X(12) VALUE SPACES.
003520        10 CAP-CRS-UNIT PIC X(12) VALUE SPACES.
003530        10 CAP-CRS-MONTH PIC 9(6) VALUE 0.
003540        10 CAP-CRS-VALUE PIC 9(11) VALUE 0.
003550        10 CAP-CRS-LIMIT PIC 9(11) VALUE 0.
003560        10 CAP-CRS-ALREADY-SW PIC X(1) VALUE 'N'.
003570           88 CAP-CRS-ALREADY-CROSSED VALUE 'Y'.
003580
003590 01  CAP-PROFILE-LINE.
003600     05 FILLER PIC X(2).
003610     05 CAP-PFL-HOUR PIC 9(2).
003620     05 CAP-PFL-ENTRY OCCURS 7 TIMES.
003630        10 FILLER PIC X(1).
003640        10 CAP-PFL-CELL PIC Z(7)9.
003650
003660 01  CAP-MONTH-LINE.
003670     05 FILLER PIC X(2).
003680     05 CAP-MLN-MONTH PIC 9(6).
003690     05 FILLER PIC X(1).
003700     05 CAP-MLN-DAYS PIC Z9.
003710     05 FILLER PIC X(1).
003720     05 CAP-MLN-SENT PIC Z(9)9.
003730     05 FILLER PIC X(1).
003740     05 CAP-MLN-RECEIVED PIC Z(9)9.
003750     05 FILLER PIC X(1).
003760     05 CAP-MLN-DAILY PIC Z(8)9.
003770     05 FILLER PIC X(1).
003780     05 CAP-MLN-PEAK-HOUR PIC Z(8)9.
003790     05 FILLER PIC X(1).
003800     05 CAP-MLN-PEAK-DAY PIC Z(8)9.
003810     05 FILLER PIC X(1).
003820     05 CAP-MLN-BACKLOG PIC Z(8)9.
003830     05 FILLER PIC X(1).
003840     05 CAP-MLN-GROWTH PIC -(5)9.9.
003843     05 FILLER PIC X(2).
003846     05 CAP-MLN-NOTE PIC X(19).
003850
003860 PROCEDURE DIVISION.
003870*----------------------------------------------------------------
003880*   0000-MAINLINE - POST THE AUDIT TRAIL AND DEPTH HISTORY, ROLL
003890*   THEM UP, THEN REPORT EVERY QUEUE AND EVERY SOURCE SYSTEM
003900*----------------------------------------------------------------
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003930     PERFORM 2000-AUDIT-PASS THRU 2000-EXIT
003940     PERFORM 3000-DEPTH-PASS THRU 3000-EXIT
003950     PERFORM 4000-SET-CALENDAR THRU 4000-EXIT
003960     PERFORM 5000-ROLL-UP-PASS THRU 5000-EXIT
003970     PERFORM 6000-REPORT-QUEUES THRU 6000-EXIT
003980     PERFORM 7000-REPORT-SOURCES THRU 7000-EXIT
003990     PERFORM 8000-FINALIZE THRU 8000-EXIT
004000     GOBACK.
004010
004020*----------------------------------------------------------------
004030*   1000-INITIALIZE - THE OPTIONAL CARD, THE LIMITS (REQUIRED),
004040*   THE AUDIT TRAIL (REQUIRED), THE DEPTH HISTORY (OPTIONAL) AND
004050*   AN EMPTY CAPHOUR
004060*----------------------------------------------------------------
004070 1000-INITIALIZE.
004080     OPEN INPUT REPORT-CONTROL-FILE
004090     IF CAP-CONTROL-FILE-STATUS = '00'
004100         PERFORM 1100-LOAD-CONTROL-CARD THRU 1100-EXIT
004110         CLOSE REPORT-CONTROL-FILE
004120     END-IF
004130     OPEN INPUT CAPACITY-LIMIT-FILE
004140     IF CAP-LIMIT-FILE-STATUS NOT = '00'
004150         DISPLAY 'ERROR OPENING CAPACITY LIMITS FILE - '
004160             'FILE STATUS '
004170             CAP-LIMIT-FILE-STATUS
004180         MOVE 'CAPLIMIT OPEN FAILED' TO CAP-ABEND-MSG
004190         CALL "FORCEABEND" USING CAP-ABEND-MSG
004200     END-IF
004210     PERFORM 1200-LOAD-ONE-LIMIT THRU 1200-EXIT
004220         UNTIL CAP-LIMIT-END-OF-FILE
004230     CLOSE CAPACITY-LIMIT-FILE
004240     OPEN INPUT SQS-AUDIT-FILE
004250     IF CAP-AUDIT-FILE-STATUS NOT = '00'
004260         DISPLAY 'ERROR OPENING SQS AUDIT FILE - FILE STATUS '
004270             CAP-AUDIT-FILE-STATUS
004280         MOVE 'SQSAUDIT OPEN FAILED' TO CAP-ABEND-MSG
004290         CALL "FORCEABEND" USING CAP-ABEND-MSG
004300     END-IF
004310     OPEN INPUT SQS-DEPTH-HISTORY-FILE
004320     IF CAP-DEPTH-FILE-STATUS = '00'
004330         SET CAP-DEPTH-AVAILABLE TO TRUE
004340     ELSE
004350         DISPLAY 'DEPTH HISTORY NOT PRESENT - BACKLOG AND '
004360             'IN-FLIGHT CHECKS SKIPPED'
004370     END-IF
004380     OPEN OUTPUT CAP-HOUR-FILE
004390     IF CAP-HOUR-OK
004400         CLOSE CAP-HOUR-FILE
004410         OPEN I-O CAP-HOUR-FILE
004420     END-IF
004430     IF NOT CAP-HOUR-OK
004440         DISPLAY 'ERROR OPENING HOURLY WORK FILE - FILE STATUS '
004450             CAP-HOUR-FILE-STATUS
004460         MOVE 'CAPHOUR OPEN FAILED' TO CAP-ABEND-MSG
004470         CALL "FORCEABEND" USING CAP-ABEND-MSG
004480     END-IF
004490     DISPLAY '===== SQSCAPRP CAPACITY PLANNING REPORT ====='
004500     DISPLAY 'HISTORY WINDOW ' CAP-SELECT-FROM-DATE ' TO '
004510         CAP-SELECT-TO-DATE
004520     DISPLAY 'CAPACITY LIMIT RECORDS   : ' CAP-LIMIT-COUNT
004530     IF CAP-LIMIT-COUNT = 0
004540         DISPLAY 'NO LIMITS ON CAPLIMIT - PROFILE AND PROJECTION '
004550             'ONLY'
004560     END-IF
004570     IF CAP-LIMITS-OVERFLOWED > 0
004580         DISPLAY 'NOTE - ' CAP-LIMITS-OVERFLOWED ' LIMIT RECORDS '
004590             'BEYOND THE 50-QUEUE TABLE WERE IGNORED'
004600     END-IF.
004610 1000-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650*   1100-LOAD-CONTROL-CARD - ONE RECORD; BLANK OR NON-NUMERIC
004660*   DATES LEAVE THE WINDOW OPEN AT THAT END
004670*----------------------------------------------------------------
004680 1100-LOAD-CONTROL-CARD.
004690     READ REPORT-CONTROL-FILE
004700         AT END
004710             GO TO 1100-EXIT
004720     END-READ
004730     IF CRC-FROM-DATE IS NUMERIC
004740         MOVE CRC-FROM-DATE TO CAP-SELECT-FROM-DATE
004750     END-IF
004760     IF CRC-TO-DATE IS NUMERIC AND CRC-TO-DATE > 0
004770         MOVE CRC-TO-DATE TO CAP-SELECT-TO-DATE
004780     END-IF.
004790 1100-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830*   1200-LOAD-ONE-LIMIT - NON-NUMERIC LIMITS ARE TAKEN AS ZERO,
004840*   WHICH MEANS NOT CHECKED
004850*----------------------------------------------------------------
004860 1200-LOAD-ONE-LIMIT.
004870     READ CAPACITY-LIMIT-FILE
004880         AT END
004890             MOVE 'Y' TO CAP-LIMIT-EOF-SWITCH
004900             GO TO 1200-EXIT
004910     END-READ
004920     IF CPL-QUEUE-NAME = SPACES
004930         GO TO 1200-EXIT
004940     END-IF
004950     IF CAP-LIMIT-COUNT NOT < 50
004960         ADD 1 TO CAP-LIMITS-OVERFLOWED
004970         GO TO 1200-EXIT
004980     END-IF
004990     ADD 1 TO CAP-LIMIT-COUNT
005000     MOVE CPL-QUEUE-NAME TO CAP-LIM-QUEUE-NAME (CAP-LIMIT-COUNT)
005010     IF CPL-THROUGHPUT-LIMIT IS NUMERIC
005020         MOVE CPL-THROUGHPUT-LIMIT
005030             TO CAP-LIM-THROUGHPUT (CAP-LIMIT-COUNT)
005040     END-IF
005050     IF CPL-BATCH-WINDOW-MINUTES IS NUMERIC
005060         MOVE CPL-BATCH-WINDOW-MINUTES
005070             TO CAP-LIM-WINDOW-MINUTES (CAP-LIMIT-COUNT)
005080     END-IF
005090     IF CPL-INFLIGHT-QUOTA IS NUMERIC
005100         MOVE CPL-INFLIGHT-QUOTA
005110             TO CAP-LIM-INFLIGHT-QUOTA (CAP-LIMIT-COUNT)
005120     END-IF.
005130 1200-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170*   2000-AUDIT-PASS - POST EVERY AUDIT ROW IN THE WINDOW
005180*----------------------------------------------------------------
005190 2000-AUDIT-PASS.
005200     PERFORM 2100-READ-AUDIT-ROW THRU 2100-EXIT
005210     PERFORM 2200-POST-AUDIT-ROW THRU 2200-EXIT
005220         UNTIL CAP-AUDIT-END-OF-FILE
005230     CLOSE SQS-AUDIT-FILE.
005240 2000-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280*   2100-READ-AUDIT-ROW
005290*----------------------------------------------------------------
005300 2100-READ-AUDIT-ROW.
005310     READ SQS-AUDIT-FILE
005320         AT END
005330             MOVE 'Y' TO CAP-AUDIT-EOF-SWITCH
005340         NOT AT END
005350             ADD 1 TO CAP-AUDIT-ROWS-READ
005360     END-READ.
005370 2100-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------
005410*   2200-POST-AUDIT-ROW - ONLY MESSAGES THAT ACTUALLY MOVED COUNT:
005420*   A SUCCESSFUL SEND OR RECEIVE, GATED THE SAME WAY AS SQSAUDRP'S
005430*   3200-TALLY-QUEUE. THE ROW GOES TO ITS QUEUE'S HOUR AND TO ITS
005440*   SOURCE SYSTEM'S HOUR.
005450*----------------------------------------------------------------
005460 2200-POST-AUDIT-ROW.
005470     IF aud-date < CAP-SELECT-FROM-DATE
005480         OR aud-date > CAP-SELECT-TO-DATE
005490         ADD 1 TO CAP-AUDIT-ROWS-OUTSIDE
005500         GO TO 2200-NEXT
005510     END-IF
005520     MOVE 0 TO CAP-SENT-NOW
005530     MOVE 0 TO CAP-RECEIVED-NOW
005540     IF aud-op-result = 0
005550         EVALUATE aud-command
005560             WHEN 'SNDSMSG  '
005570             WHEN 'SNDMMSG  '
005580                 MOVE aud-sent-messages-count TO CAP-SENT-NOW
005590             WHEN 'RCVSMSG  '
005600             WHEN 'RCVMMSG  '
005610             WHEN 'PULSMSG  '
005620             WHEN 'CSMSMSG  '
005630                 MOVE aud-received-messages-count
005640                     TO CAP-RECEIVED-NOW
005650             WHEN 'REPLAYDLQ'
005660                 MOVE aud-sent-messages-count TO CAP-SENT-NOW
005670                 MOVE aud-received-messages-count
005680                     TO CAP-RECEIVED-NOW
005690         END-EVALUATE
005700     END-IF
005710     IF CAP-SENT-NOW = 0 AND CAP-RECEIVED-NOW = 0
005720         ADD 1 TO CAP-AUDIT-ROWS-IGNORED
005730         GO TO 2200-NEXT
005740     END-IF
005750     IF aud-time IS NOT NUMERIC
005760         ADD 1 TO CAP-AUDIT-ROWS-IGNORED
005770         GO TO 2200-NEXT
005780     END-IF
005790     COMPUTE CAP-ROW-HOUR = aud-time / 1000000
005800     IF CAP-ROW-HOUR > 23
005810         ADD 1 TO CAP-AUDIT-ROWS-IGNORED
005820         GO TO 2200-NEXT
005830     END-IF
005840     ADD 1 TO CAP-AUDIT-ROWS-POSTED
005850     IF aud-date < CAP-FIRST-DATE
005860         MOVE aud-date TO CAP-FIRST-DATE
005870     END-IF
005880     IF aud-date > CAP-LAST-DATE
005890         MOVE aud-date TO CAP-LAST-DATE
005900     END-IF
005910     MOVE 'Q' TO CAP-KEY-KIND
005920     MOVE aud-queue-name TO CAP-KEY-NAME
005930     MOVE aud-date TO CAP-KEY-DATE
005940     MOVE CAP-ROW-HOUR TO CAP-KEY-HOUR
005950     PERFORM 2300-POST-HOUR THRU 2300-EXIT
005960     MOVE 'S' TO CAP-KEY-KIND
005970     IF aud-source-system-id = SPACES OR LOW-VALUES
005980         MOVE CAP-NO-SOURCE-NAME TO CAP-KEY-NAME
005990     ELSE
006000         MOVE aud-source-system-id TO CAP-KEY-NAME
006010     END-IF
006020     PERFORM 2300-POST-HOUR THRU 2300-EXIT.
006030 2200-NEXT.
006040     PERFORM 2100-READ-AUDIT-ROW THRU 2100-EXIT.
006050 2200-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090*   2300-POST-HOUR - ADD THE ROW'S MESSAGES TO THE CAPHOUR ROW FOR
006100*   CAP-KEY-WORK, CREATING IT ON FIRST SIGHT
006110*----------------------------------------------------------------
006120 2300-POST-HOUR.
006130     MOVE CAP-KEY-WORK TO CAP-HR-KEY
006140     MOVE 'Y' TO CAP-HOUR-FOUND-SW
006150     READ CAP-HOUR-FILE
006160         INVALID KEY
006170             MOVE 'N' TO CAP-HOUR-FOUND-SW
006180     END-READ
006190     IF NOT CAP-HOUR-FOUND
006200         INITIALIZE CAP-HOUR-RECORD
006210         MOVE CAP-KEY-WORK TO CAP-HR-KEY
006220     END-IF
006230     ADD CAP-SENT-NOW TO CAP-HR-SENT
006240     ADD CAP-RECEIVED-NOW TO CAP-HR-RECEIVED
006250     PERFORM 2400-STORE-HOUR-ROW THRU 2400-EXIT.
006260 2300-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300*   2400-STORE-HOUR-ROW - REWRITE OR WRITE DEPENDING ON WHETHER
006310*   THE ROW WAS ALREADY ON CAPHOUR
006320*----------------------------------------------------------------
006330 2400-STORE-HOUR-ROW.
006340     IF CAP-HOUR-FOUND
006350         REWRITE CAP-HOUR-RECORD
006360     ELSE
006370         WRITE CAP-HOUR-RECORD
006380     END-IF
006390     IF NOT CAP-HOUR-OK
006400         DISPLAY 'ERROR WRITING HOURLY WORK FILE - FILE STATUS '
006410             CAP-HOUR-FILE-STATUS
006420         MOVE 'CAPHOUR WRITE FAILED' TO CAP-ABEND-MSG
006430         CALL "FORCEABEND" USING CAP-ABEND-MSG
006440     END-IF.
006450 2400-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490*   3000-DEPTH-PASS - KEEP EACH QUEUE'S LAST POLL OF EACH DAY, FOR
006500*   THE DAYS THE AUDIT TRAIL ALSO COVERS
006510*----------------------------------------------------------------
006520 3000-DEPTH-PASS.
006530     IF NOT CAP-DEPTH-AVAILABLE
006540         GO TO 3000-EXIT
006550     END-IF
006560     PERFORM 3100-READ-DEPTH-ROW THRU 3100-EXIT
006570     PERFORM 3200-POST-DEPTH-ROW THRU 3200-EXIT
006580         UNTIL CAP-DEPTH-END-OF-FILE
006590     CLOSE SQS-DEPTH-HISTORY-FILE.
006600 3000-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------
006640*   3100-READ-DEPTH-ROW
006650*----------------------------------------------------------------
006660 3100-READ-DEPTH-ROW.
006670     READ SQS-DEPTH-HISTORY-FILE
006680         AT END
006690             MOVE 'Y' TO CAP-DEPTH-EOF-SWITCH
006700         NOT AT END
006710             ADD 1 TO CAP-DEPTH-ROWS-READ
006720     END-READ.
006730 3100-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770*   3200-POST-DEPTH-ROW - A LATER POLL OF THE SAME DAY REPLACES AN
006780*   EARLIER ONE, WHATEVER ORDER THE FILES WERE CONCATENATED IN
006790*----------------------------------------------------------------
006800 3200-POST-DEPTH-ROW.
006810     IF dep-date < CAP-FIRST-DATE
006820         OR dep-date > CAP-LAST-DATE
006830         OR dep-depth IS NOT NUMERIC
006840         ADD 1 TO CAP-DEPTH-ROWS-OUTSIDE
006850         GO TO 3200-NEXT
006860     END-IF
006870     MOVE 'D' TO CAP-KEY-KIND
006880     MOVE dep-queue-name TO CAP-KEY-NAME
006890     MOVE dep-date TO CAP-KEY-DATE
006900     MOVE 0 TO CAP-KEY-HOUR
006910     MOVE CAP-KEY-WORK TO CAP-HR-KEY
006920     MOVE 'Y' TO CAP-HOUR-FOUND-SW
006930     READ CAP-HOUR-FILE
006940         INVALID KEY
006950             MOVE 'N' TO CAP-HOUR-FOUND-SW
006960     END-READ
006970     IF NOT CAP-HOUR-FOUND
006980         INITIALIZE CAP-HOUR-RECORD
006990         MOVE CAP-KEY-WORK TO CAP-HR-KEY
007000     ELSE
007010         IF dep-time < CAP-HR-DEPTH-TIME
007020             GO TO 3200-NEXT
007030         END-IF
007040     END-IF
007050     ADD 1 TO CAP-DEPTH-ROWS-POSTED
007060     MOVE dep-time TO CAP-HR-DEPTH-TIME
007070     MOVE dep-depth TO CAP-HR-DEPTH
007080     PERFORM 2400-STORE-HOUR-ROW THRU 2400-EXIT.
007090 3200-NEXT.
007100     PERFORM 3100-READ-DEPTH-ROW THRU 3100-EXIT.
007110 3200-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150*   4000-SET-CALENDAR - HOW MANY OF EACH WEEKDAY THE WINDOW HOLDS,
007160*   THE MONTHS IT SPANS WITH THE DAYS OF EACH IT COVERS, AND THE
007170*   SIX MONTHS AFTER IT
007180*----------------------------------------------------------------
007190 4000-SET-CALENDAR.
007200     IF CAP-AUDIT-ROWS-POSTED = 0
007210         GO TO 4000-EXIT
007220     END-IF
007230     COMPUTE CAP-FIRST-DAY-NUMBER =
007240         FUNCTION INTEGER-OF-DATE (CAP-FIRST-DATE)
007250     COMPUTE CAP-LAST-DAY-NUMBER =
007260         FUNCTION INTEGER-OF-DATE (CAP-LAST-DATE)
007270     COMPUTE CAP-DAYS-IN-WINDOW =
007280         CAP-LAST-DAY-NUMBER - CAP-FIRST-DAY-NUMBER + 1
007290     MOVE CAP-FIRST-DAY-NUMBER TO CAP-DAY-NUMBER
007300     PERFORM 4100-SET-WEEKDAY THRU 4100-EXIT
007310     MOVE CAP-WEEKDAY TO CAP-FIRST-WEEKDAY
007320     DIVIDE CAP-DAYS-IN-WINDOW BY 7
007330         GIVING CAP-WHOLE-WEEKS
007340         REMAINDER CAP-EXTRA-DAYS
007350     PERFORM 4200-COUNT-ONE-WEEKDAY THRU 4200-EXIT
007360         VARYING CAP-DAY-SUB FROM 1 BY 1
007370         UNTIL CAP-DAY-SUB > 7
007380     MOVE CAP-LAST-DATE TO CAP-DATE-WHOLE
007390     COMPUTE CAP-LAST-MONTH =
007400         CAP-SPLIT-YEAR * 12 + CAP-SPLIT-MONTH - 1
007410     MOVE CAP-FIRST-DATE TO CAP-DATE-WHOLE
007420     COMPUTE CAP-BASE-MONTH =
007430         CAP-SPLIT-YEAR * 12 + CAP-SPLIT-MONTH - 1
007440     IF CAP-LAST-MONTH - CAP-BASE-MONTH > 23
007450         COMPUTE CAP-BASE-MONTH = CAP-LAST-MONTH - 23
007460     END-IF
007470     COMPUTE CAP-MONTH-COUNT = CAP-LAST-MONTH - CAP-BASE-MONTH + 1
007480     PERFORM 4300-SET-ONE-MONTH THRU 4300-EXIT
007490         VARYING CAP-MONTH-SUB FROM 1 BY 1
007500         UNTIL CAP-MONTH-SUB > CAP-MONTH-COUNT
007510     PERFORM 4500-SET-PROJECTED-MONTH THRU 4500-EXIT
007520         VARYING CAP-PROJ-SUB FROM 1 BY 1
007530         UNTIL CAP-PROJ-SUB > CAP-HORIZON.
007540 4000-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580*   4100-SET-WEEKDAY - CAP-DAY-NUMBER IN, CAP-WEEKDAY OUT. DAY 1
007590*   OF INTEGER-OF-DATE (1601-01-01) WAS A MONDAY, SO (DAY - 1)
007600*   MODULO 7 RUNS 0 = MONDAY THROUGH 6 = SUNDAY - THE SAME RULE AS
007610*   Get-sqs-calendar-day (SQSBCALCK.CPY).
007620*----------------------------------------------------------------
007630 4100-SET-WEEKDAY.
007640     COMPUTE CAP-WEEK-BASE = CAP-DAY-NUMBER - 1
007650     DIVIDE CAP-WEEK-BASE BY 7
007660         GIVING CAP-WEEK-NUMBER
007670         REMAINDER CAP-WEEKDAY.
007680 4100-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------
007720*   4200-COUNT-ONE-WEEKDAY - EVERY WEEKDAY OCCURS ONCE PER WHOLE
007730*   WEEK, AND ONCE MORE IF IT FALLS IN THE PART WEEK LEFT OVER
007740*   FROM THE WINDOW'S FIRST DAY
007750*----------------------------------------------------------------
007760 4200-COUNT-ONE-WEEKDAY.
007770     MOVE CAP-WHOLE-WEEKS TO CAP-WEEKDAY-OCCURS (CAP-DAY-SUB)
007780     IF CAP-DAY-SUB - 1 NOT < CAP-FIRST-WEEKDAY
007790         COMPUTE CAP-DAYS-AFTER-FIRST =
007800             CAP-DAY-SUB - 1 - CAP-FIRST-WEEKDAY
007810     ELSE
007820         COMPUTE CAP-DAYS-AFTER-FIRST =
007830             CAP-DAY-SUB + 6 - CAP-FIRST-WEEKDAY
007840     END-IF
007850     IF CAP-DAYS-AFTER-FIRST < CAP-EXTRA-DAYS
007860         ADD 1 TO CAP-WEEKDAY-OCCURS (CAP-DAY-SUB)
007870     END-IF.
007880 4200-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------
007920*   4300-SET-ONE-MONTH - THE MONTH'S FIRST AND LAST DAYS, CLIPPED
007930*   TO THE WINDOW
007940*----------------------------------------------------------------
007950 4300-SET-ONE-MONTH.
007960     COMPUTE CAP-MONTH-NUMBER = CAP-BASE-MONTH + CAP-MONTH-SUB - 1
007970     PERFORM 4400-SPLIT-MONTH-NUMBER THRU 4400-EXIT
007980     COMPUTE CAP-MON-YYYYMM (CAP-MONTH-SUB) =
007990         CAP-SPLIT-YEAR * 100 + CAP-SPLIT-MONTH
007995     MOVE 'Y' TO CAP-MON-WHOLE-SW (CAP-MONTH-SUB)
008000     COMPUTE CAP-MONTH-FROM-DAY =
008010         FUNCTION INTEGER-OF-DATE (CAP-DATE-WHOLE)
008020     ADD 1 TO CAP-MONTH-NUMBER
008030     PERFORM 4400-SPLIT-MONTH-NUMBER THRU 4400-EXIT
008040     COMPUTE CAP-MONTH-TO-DAY =
008050         FUNCTION INTEGER-OF-DATE (CAP-DATE-WHOLE) - 1
008060     IF CAP-MONTH-FROM-DAY < CAP-FIRST-DAY-NUMBER
008070         MOVE CAP-FIRST-DAY-NUMBER TO CAP-MONTH-FROM-DAY
008075         MOVE 'N' TO CAP-MON-WHOLE-SW (CAP-MONTH-SUB)
008080     END-IF
008090     IF CAP-MONTH-TO-DAY > CAP-LAST-DAY-NUMBER
008100         MOVE CAP-LAST-DAY-NUMBER TO CAP-MONTH-TO-DAY
008105         MOVE 'N' TO CAP-MON-WHOLE-SW (CAP-MONTH-SUB)
008110     END-IF
008120     COMPUTE CAP-MON-DAYS (CAP-MONTH-SUB) =
008130         CAP-MONTH-TO-DAY - CAP-MONTH-FROM-DAY + 1.
008140 4300-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------
008180*   4400-SPLIT-MONTH-NUMBER - CAP-MONTH-NUMBER (YEAR * 12 + MONTH
008190*   - 1) IN, THE FIRST OF THAT MONTH IN CAP-DATE-WHOLE OUT
008200*----------------------------------------------------------------
008210 4400-SPLIT-MONTH-NUMBER.
008220     DIVIDE CAP-MONTH-NUMBER BY 12
008230         GIVING CAP-SPLIT-YEAR
008240         REMAINDER CAP-SPLIT-MONTH
008250     ADD 1 TO CAP-SPLIT-MONTH
008260     MOVE 1 TO CAP-SPLIT-DAY.
008270 4400-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------
008310*   4500-SET-PROJECTED-MONTH
008320*----------------------------------------------------------------
008330 4500-SET-PROJECTED-MONTH.
008340     COMPUTE CAP-MONTH-NUMBER = CAP-LAST-MONTH + CAP-PROJ-SUB
008350     PERFORM 4400-SPLIT-MONTH-NUMBER THRU 4400-EXIT
008360     COMPUTE CAP-PROJ-MONTH (CAP-PROJ-SUB) =
008370         CAP-SPLIT-YEAR * 100 + CAP-SPLIT-MONTH.
008380 4500-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------
008420*   5000-ROLL-UP-PASS - READ CAPHOUR IN KEY ORDER (ALL 'D' ROWS,
008430*   THEN 'Q', THEN 'S'; WITHIN EACH BY NAME, DATE AND HOUR) AND
008440*   ROLL EVERY ROW INTO ITS GROUP
008450*----------------------------------------------------------------
008460 5000-ROLL-UP-PASS.
008470     IF CAP-AUDIT-ROWS-POSTED = 0
008480         GO TO 5000-EXIT
008490     END-IF
008500     MOVE LOW-VALUES TO CAP-HR-KEY
008510     START CAP-HOUR-FILE KEY NOT LESS THAN CAP-HR-KEY
008520         INVALID KEY
008530             MOVE 'Y' TO CAP-HOUR-EOF-SWITCH
008540     END-START
008550     IF NOT CAP-HOUR-END-OF-FILE
008560         PERFORM 5100-READ-NEXT-HOUR THRU 5100-EXIT
008570     END-IF
008580     MOVE 0 TO CAP-GRP-SUB
008590     PERFORM 5200-ROLL-ONE-ROW THRU 5200-EXIT
008600         UNTIL CAP-HOUR-END-OF-FILE
008610     PERFORM 5500-CLOSE-DAY THRU 5500-EXIT.
008620 5000-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------
008660*   5100-READ-NEXT-HOUR
008670*----------------------------------------------------------------
008680 5100-READ-NEXT-HOUR.
008690     READ CAP-HOUR-FILE NEXT
008700         AT END
008710             MOVE 'Y' TO CAP-HOUR-EOF-SWITCH
008720         NOT AT END
008730             ADD 1 TO CAP-HOUR-ROWS-READ
008740     END-READ.
008750 5100-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790*   5200-ROLL-ONE-ROW - A 'D' ROW BELONGS TO THE QUEUE GROUP OF
008800*   THE SAME NAME
008810*----------------------------------------------------------------
008820 5200-ROLL-ONE-ROW.
008830     IF CAP-HR-DEPTH-ROW
008840         MOVE 'Q' TO CAP-KEY-KIND
008850     ELSE
008860         MOVE CAP-HR-KIND TO CAP-KEY-KIND
008870     END-IF
008880     MOVE CAP-HR-NAME TO CAP-KEY-NAME
008890     PERFORM 5300-FIND-GROUP THRU 5300-EXIT
008900     IF CAP-GRP-SUB = 0
008910         GO TO 5200-NEXT
008920     END-IF
008930     MOVE CAP-HR-DATE TO CAP-DATE-WHOLE
008940     COMPUTE CAP-MONTH-OFFSET =
008950         CAP-SPLIT-YEAR * 12 + CAP-SPLIT-MONTH - CAP-BASE-MONTH
008960     IF CAP-MONTH-OFFSET < 1 OR CAP-MONTH-OFFSET > CAP-MONTH-COUNT
008970         MOVE 0 TO CAP-MONTH-SUB
008980     ELSE
008990         MOVE CAP-MONTH-OFFSET TO CAP-MONTH-SUB
009000     END-IF
009010     IF CAP-HR-DEPTH-ROW
009020         PERFORM 5600-ROLL-DEPTH THRU 5600-EXIT
009030     ELSE
009040         PERFORM 5700-ROLL-HOUR THRU 5700-EXIT
009050     END-IF.
009060 5200-NEXT.
009070     PERFORM 5100-READ-NEXT-HOUR THRU 5100-EXIT.
009080 5200-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------------
009120*   5300-FIND-GROUP - FIND (OR ADD) THE GROUP FOR CAP-KEY-KIND AND
009130*   CAP-KEY-NAME. CAPHOUR IS IN NAME ORDER, SO THE GROUP OF THE
009140*   PREVIOUS ROW IS TRIED FIRST. CAP-GRP-SUB COMES BACK 0 WHEN THE
009150*   TABLE IS FULL.
009160*----------------------------------------------------------------
009170 5300-FIND-GROUP.
009180     IF CAP-GRP-SUB > 0
009190         IF CAP-GRP-KIND (CAP-GRP-SUB) = CAP-KEY-KIND
009200             AND CAP-GRP-NAME (CAP-GRP-SUB) = CAP-KEY-NAME
009210             GO TO 5300-EXIT
009220         END-IF
009230     END-IF
009240     MOVE 0 TO CAP-MATCH-SUB
009250     PERFORM 5310-MATCH-GROUP THRU 5310-EXIT
009260         VARYING CAP-SUB FROM 1 BY 1
009270         UNTIL CAP-SUB > CAP-GROUP-COUNT
009280     IF CAP-MATCH-SUB = 0
009290         IF CAP-GROUP-COUNT < 50
009300             ADD 1 TO CAP-GROUP-COUNT
009310             MOVE CAP-GROUP-COUNT TO CAP-MATCH-SUB
009320             MOVE CAP-KEY-KIND TO CAP-GRP-KIND (CAP-MATCH-SUB)
009330             MOVE CAP-KEY-NAME TO CAP-GRP-NAME (CAP-MATCH-SUB)
009340         ELSE
009350             ADD 1 TO CAP-GROUP-ROWS-OVERFLOWED
009360         END-IF
009370     END-IF
009380     MOVE CAP-MATCH-SUB TO CAP-GRP-SUB.
009390 5300-EXIT.
009400     EXIT.
009410
009420*----------------------------------------------------------------
009430*   5310-MATCH-GROUP
009440*----------------------------------------------------------------
009450 5310-MATCH-GROUP.
009460     IF CAP-GRP-KIND (CAP-SUB) = CAP-KEY-KIND
009470         AND CAP-GRP-NAME (CAP-SUB) = CAP-KEY-NAME
009480         MOVE CAP-SUB TO CAP-MATCH-SUB
009490     END-IF.
009500 5310-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------------
009540*   5500-CLOSE-DAY - THE DAY JUST FINISHED MAY BE ITS MONTH'S
009550*   BUSIEST FOR THE GROUP
009560*----------------------------------------------------------------
009570 5500-CLOSE-DAY.
009580     IF CAP-DAY-GROUP-SUB = 0 OR CAP-DAY-MONTH-SUB = 0
009590         GO TO 5500-RESET
009600     END-IF
009610     IF CAP-DAY-SENT > CAP-DAY-RECEIVED
009620         MOVE CAP-DAY-SENT TO CAP-DAY-PEAK
009630     ELSE
009640         MOVE CAP-DAY-RECEIVED TO CAP-DAY-PEAK
009650     END-IF
009660     IF CAP-DAY-PEAK >
009670         CAP-GRP-MON-PEAK-DAY (CAP-DAY-GROUP-SUB
009680             CAP-DAY-MONTH-SUB)
009690         MOVE CAP-DAY-PEAK TO
009700             CAP-GRP-MON-PEAK-DAY (CAP-DAY-GROUP-SUB
009710                 CAP-DAY-MONTH-SUB)
009720     END-IF.
009730 5500-RESET.
009740     MOVE 0 TO CAP-DAY-GROUP-SUB
009750     MOVE 0 TO CAP-DAY-MONTH-SUB
009760     MOVE 0 TO CAP-DAY-DATE
009770     MOVE 0 TO CAP-DAY-SENT
009780     MOVE 0 TO CAP-DAY-RECEIVED.
009790 5500-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------
009830*   5600-ROLL-DEPTH - THE DAY'S LAST POLL IS ITS END-OF-DAY
009840*   BACKLOG
009850*----------------------------------------------------------------
009860 5600-ROLL-DEPTH.
009870     SET CAP-GRP-HAS-DEPTH (CAP-GRP-SUB) TO TRUE
009880     MOVE CAP-HR-DEPTH TO CAP-GRP-LAST-BACKLOG (CAP-GRP-SUB)
009890     MOVE CAP-HR-DATE TO CAP-GRP-LAST-BACKLOG-DATE (CAP-GRP-SUB)
009900     IF CAP-MONTH-SUB = 0
009910         GO TO 5600-EXIT
009920     END-IF
009930     SET CAP-GRP-MON-HAS-DEPTH (CAP-GRP-SUB CAP-MONTH-SUB)
009940         TO TRUE
009950     IF CAP-HR-DEPTH >
009960         CAP-GRP-MON-BACKLOG (CAP-GRP-SUB CAP-MONTH-SUB)
009970         MOVE CAP-HR-DEPTH
009980             TO CAP-GRP-MON-BACKLOG (CAP-GRP-SUB CAP-MONTH-SUB)
009990     END-IF.
010000 5600-EXIT.
010010     EXIT.
010020
010030*----------------------------------------------------------------
010040*   5700-ROLL-HOUR - ONE CLOCK HOUR OF ONE GROUP: INTO THE PROFILE
010050*   CELL FOR ITS WEEKDAY AND HOUR, THE DAY'S TOTAL AND THE MONTH'S
010060*   TOTALS AND PEAK HOUR
010070*----------------------------------------------------------------
010080 5700-ROLL-HOUR.
010090     IF CAP-GRP-SUB NOT = CAP-DAY-GROUP-SUB
010100         OR CAP-HR-DATE NOT = CAP-DAY-DATE
010110         PERFORM 5500-CLOSE-DAY THRU 5500-EXIT
010120         MOVE CAP-GRP-SUB TO CAP-DAY-GROUP-SUB
010130         MOVE CAP-HR-DATE TO CAP-DAY-DATE
010140         MOVE CAP-MONTH-SUB TO CAP-DAY-MONTH-SUB
010150     END-IF
010160     ADD CAP-HR-SENT TO CAP-DAY-SENT
010170     ADD CAP-HR-RECEIVED TO CAP-DAY-RECEIVED
010180     ADD CAP-HR-SENT TO CAP-GRP-SENT (CAP-GRP-SUB)
010190     ADD CAP-HR-RECEIVED TO CAP-GRP-RECEIVED (CAP-GRP-SUB)
010200     COMPUTE CAP-DAY-NUMBER =
010210         FUNCTION INTEGER-OF-DATE (CAP-HR-DATE)
010220     PERFORM 4100-SET-WEEKDAY THRU 4100-EXIT
010230     COMPUTE CAP-DAY-SUB = CAP-WEEKDAY + 1
010240     COMPUTE CAP-HOUR-SUB = CAP-HR-HOUR + 1
010250     ADD CAP-HR-SENT TO
010260         CAP-GRP-HOUR-SENT (CAP-GRP-SUB CAP-DAY-SUB CAP-HOUR-SUB)
010270     ADD CAP-HR-RECEIVED TO
010280         CAP-GRP-HOUR-RECEIVED (CAP-GRP-SUB CAP-DAY-SUB
010290             CAP-HOUR-SUB)
010300     IF CAP-HR-SENT > CAP-HR-RECEIVED
010310         MOVE CAP-HR-SENT TO CAP-HOUR-PEAK
010320     ELSE
010330         MOVE CAP-HR-RECEIVED TO CAP-HOUR-PEAK
010340     END-IF
010350     IF CAP-HOUR-PEAK > CAP-GRP-PEAK-HOUR (CAP-GRP-SUB)
010360         MOVE CAP-HOUR-PEAK TO CAP-GRP-PEAK-HOUR (CAP-GRP-SUB)
010370         MOVE CAP-HR-DATE TO CAP-GRP-PEAK-DATE (CAP-GRP-SUB)
010380         MOVE CAP-HR-HOUR
010390             TO CAP-GRP-PEAK-HOUR-OF-DAY (CAP-GRP-SUB)
010400     END-IF
010410     IF CAP-MONTH-SUB = 0
010420         ADD 1 TO CAP-ROWS-BEFORE-TABLE
010430         GO TO 5700-EXIT
010440     END-IF
010450     ADD CAP-HR-SENT
010460         TO CAP-GRP-MON-SENT (CAP-GRP-SUB CAP-MONTH-SUB)
010470     ADD CAP-HR-RECEIVED
010480         TO CAP-GRP-MON-RECEIVED (CAP-GRP-SUB CAP-MONTH-SUB)
010490     IF CAP-HOUR-PEAK >
010500         CAP-GRP-MON-PEAK-HOUR (CAP-GRP-SUB CAP-MONTH-SUB)
010510         MOVE CAP-HOUR-PEAK
010520             TO CAP-GRP-MON-PEAK-HOUR (CAP-GRP-SUB CAP-MONTH-SUB)
010530     END-IF.
010540 5700-EXIT.
010550     EXIT.
010560
010570*----------------------------------------------------------------
010580*   6000-REPORT-QUEUES - HISTORY, PROJECTION AND LIMIT CHECKS FOR
010590*   EVERY QUEUE
010600*----------------------------------------------------------------
010610 6000-REPORT-QUEUES.
010620     IF CAP-AUDIT-ROWS-POSTED = 0
010630         GO TO 6000-EXIT
010640     END-IF
010650     DISPLAY ' '
010660     DISPLAY '===== CAPACITY BY QUEUE ====='
010670     PERFORM 6100-REPORT-ONE-QUEUE THRU 6100-EXIT
010680         VARYING CAP-GRP-SUB FROM 1 BY 1
010690         UNTIL CAP-GRP-SUB > CAP-GROUP-COUNT.
010700 6000-EXIT.
010710     EXIT.
010720
010730*----------------------------------------------------------------
010740*   6100-REPORT-ONE-QUEUE
010750*----------------------------------------------------------------
010760 6100-REPORT-ONE-QUEUE.
010770     IF NOT CAP-GRP-IS-QUEUE (CAP-GRP-SUB)
010780         GO TO 6100-EXIT
010790     END-IF
010800     DISPLAY ' '
010810     DISPLAY 'QUEUE ' CAP-GRP-NAME (CAP-GRP-SUB)
010820     PERFORM 6200-PRINT-HISTORY THRU 6200-EXIT
010830     PERFORM 6500-PROJECT-GROUP THRU 6500-EXIT
010840     PERFORM 6800-CHECK-QUEUE-LIMITS THRU 6800-EXIT.
010850 6100-EXIT.
010860     EXIT.
010870
010880*----------------------------------------------------------------
010890*   6200-PRINT-HISTORY - TOTALS, PEAK HOUR, THE TWO PROFILES AND
010900*   THE MONTH-BY-MONTH TABLE WITH ITS GROWTH
010910*----------------------------------------------------------------
010920 6200-PRINT-HISTORY.
010930     MOVE CAP-GRP-SENT (CAP-GRP-SUB) TO CAP-EDIT-A
010940     MOVE CAP-GRP-RECEIVED (CAP-GRP-SUB) TO CAP-EDIT-B
010950     DISPLAY '  MESSAGES SENT ' CAP-EDIT-A
010960         '  RECEIVED ' CAP-EDIT-B
010970     IF CAP-GRP-PEAK-HOUR (CAP-GRP-SUB) > 0
010980         MOVE CAP-GRP-PEAK-HOUR (CAP-GRP-SUB) TO CAP-EDIT-A
010990         COMPUTE CAP-RATE-DISPL ROUNDED =
011000             CAP-GRP-PEAK-HOUR (CAP-GRP-SUB) / 3600
011010         DISPLAY '  PEAK HOUR ' CAP-EDIT-A ' MESSAGES ('
011020             CAP-RATE-DISPL '/SEC) ON '
011030             CAP-GRP-PEAK-DATE (CAP-GRP-SUB) ' AT '
011040             CAP-GRP-PEAK-HOUR-OF-DAY (CAP-GRP-SUB) ':00'
011050     END-IF
011060     IF CAP-GRP-HAS-DEPTH (CAP-GRP-SUB)
011070         MOVE CAP-GRP-LAST-BACKLOG (CAP-GRP-SUB) TO CAP-EDIT-A
011080         DISPLAY '  LATEST END-OF-DAY BACKLOG ' CAP-EDIT-A ' ON '
011090             CAP-GRP-LAST-BACKLOG-DATE (CAP-GRP-SUB)
011100     END-IF
011110     SET CAP-PROFILE-SENT TO TRUE
011120     DISPLAY '  AVERAGE MESSAGES SENT BY HOUR AND WEEKDAY'
011130     PERFORM 6210-PRINT-PROFILE THRU 6210-EXIT
011140     SET CAP-PROFILE-RECEIVED TO TRUE
011150     DISPLAY '  AVERAGE MESSAGES RECEIVED BY HOUR AND WEEKDAY'
011160     PERFORM 6210-PRINT-PROFILE THRU 6210-EXIT
011170     DISPLAY '  MONTH  DY       SENT   RECEIVED DAILY AVG '
011180         'PEAK HOUR  PEAK DAY   BACKLOG  GROWTH%'
011190     MOVE 0 TO CAP-PRIOR-AVERAGE
011200     MOVE 0 TO CAP-GROWTH-SUM
011210     MOVE 0 TO CAP-GROWTH-MONTHS
011220     PERFORM 6230-PRINT-MONTH-LINE THRU 6230-EXIT
011230         VARYING CAP-MONTH-SUB FROM 1 BY 1
011240         UNTIL CAP-MONTH-SUB > CAP-MONTH-COUNT
011250     IF CAP-GROWTH-MONTHS > 0
011260         COMPUTE CAP-GROWTH-PCT ROUNDED =
011270             CAP-GROWTH-SUM / CAP-GROWTH-MONTHS
011280         MOVE CAP-GROWTH-PCT TO CAP-PCT-DISPL
011290         DISPLAY '  AVERAGE MONTH-OVER-MONTH GROWTH '
011300             CAP-PCT-DISPL
011310             ' PCT OF DAILY VOLUME'
011320     END-IF.
011330 6200-EXIT.
011340     EXIT.
011350
011360*----------------------------------------------------------------
011370*   6210-PRINT-PROFILE - 24 HOUR LINES, ONE COLUMN PER WEEKDAY
011380*----------------------------------------------------------------
011390 6210-PRINT-PROFILE.
011400     DISPLAY '  HR      MON      TUE      WED      THU'
011410         '      FRI      SAT      SUN'
011420     PERFORM 6220-PRINT-PROFILE-LINE THRU 6220-EXIT
011430         VARYING CAP-HOUR-SUB FROM 1 BY 1
011440         UNTIL CAP-HOUR-SUB > 24.
011450 6210-EXIT.
011460     EXIT.
011470
011480*----------------------------------------------------------------
011490*   6220-PRINT-PROFILE-LINE
011500*----------------------------------------------------------------
011510 6220-PRINT-PROFILE-LINE.
011520     MOVE SPACES TO CAP-PROFILE-LINE
011530     COMPUTE CAP-PFL-HOUR = CAP-HOUR-SUB - 1
011540     PERFORM 6225-SET-PROFILE-CELL THRU 6225-EXIT
011550         VARYING CAP-DAY-SUB FROM 1 BY 1
011560         UNTIL CAP-DAY-SUB > 7
011570     DISPLAY CAP-PROFILE-LINE.
011580 6220-EXIT.
011590     EXIT.
011600
011610*----------------------------------------------------------------
011620*   6225-SET-PROFILE-CELL - THE CELL TOTAL OVER THE NUMBER OF THAT
011630*   WEEKDAY IN THE WINDOW
011640*----------------------------------------------------------------
011650 6225-SET-PROFILE-CELL.
011660     IF CAP-WEEKDAY-OCCURS (CAP-DAY-SUB) = 0
011670         MOVE 0 TO CAP-PFL-CELL (CAP-DAY-SUB)
011680         GO TO 6225-EXIT
011690     END-IF
011700     IF CAP-PROFILE-SENT
011710         COMPUTE CAP-PFL-CELL (CAP-DAY-SUB) ROUNDED =
011720             CAP-GRP-HOUR-SENT (CAP-GRP-SUB CAP-DAY-SUB
011730                 CAP-HOUR-SUB)
011740             / CAP-WEEKDAY-OCCURS (CAP-DAY-SUB)
011750     ELSE
011760         COMPUTE CAP-PFL-CELL (CAP-DAY-SUB) ROUNDED =
011770             CAP-GRP-HOUR-RECEIVED (CAP-GRP-SUB CAP-DAY-SUB
011780                 CAP-HOUR-SUB)
011790             / CAP-WEEKDAY-OCCURS (CAP-DAY-SUB)
011800     END-IF.
011810 6225-EXIT.
011820     EXIT.
011830
011840*----------------------------------------------------------------
011850*   6230-PRINT-MONTH-LINE - GROWTH IS THE CHANGE IN THE DAILY
011860*   AVERAGE FROM THE MONTH BEFORE
011870*----------------------------------------------------------------
011880 6230-PRINT-MONTH-LINE.
011890     MOVE SPACES TO CAP-MONTH-LINE
011900     MOVE CAP-MON-YYYYMM (CAP-MONTH-SUB) TO CAP-MLN-MONTH
011910     MOVE CAP-MON-DAYS (CAP-MONTH-SUB) TO CAP-MLN-DAYS
011920     MOVE CAP-GRP-MON-SENT (CAP-GRP-SUB CAP-MONTH-SUB)
011930         TO CAP-MLN-SENT
011940     MOVE CAP-GRP-MON-RECEIVED (CAP-GRP-SUB CAP-MONTH-SUB)
011950         TO CAP-MLN-RECEIVED
011960     COMPUTE CAP-DAILY-AVERAGE ROUNDED =
011970         (CAP-GRP-MON-SENT (CAP-GRP-SUB CAP-MONTH-SUB)
011980           + CAP-GRP-MON-RECEIVED (CAP-GRP-SUB CAP-MONTH-SUB))
011990         / CAP-MON-DAYS (CAP-MONTH-SUB)
012000     MOVE CAP-DAILY-AVERAGE TO CAP-MLN-DAILY
012010     MOVE CAP-GRP-MON-PEAK-HOUR (CAP-GRP-SUB CAP-MONTH-SUB)
012020         TO CAP-MLN-PEAK-HOUR
012030     MOVE CAP-GRP-MON-PEAK-DAY (CAP-GRP-SUB CAP-MONTH-SUB)
012040         TO CAP-MLN-PEAK-DAY
012050     IF CAP-GRP-MON-HAS-DEPTH (CAP-GRP-SUB CAP-MONTH-SUB)
012060         MOVE CAP-GRP-MON-BACKLOG (CAP-GRP-SUB CAP-MONTH-SUB)
012070             TO CAP-MLN-BACKLOG
012080     END-IF
012090     IF CAP-MONTH-SUB > 1 AND CAP-PRIOR-AVERAGE > 0
012100         COMPUTE CAP-GROWTH-PCT ROUNDED =
012110             (CAP-DAILY-AVERAGE - CAP-PRIOR-AVERAGE) * 100
012120             / CAP-PRIOR-AVERAGE
012130             ON SIZE ERROR
012140                 MOVE 9999999.99 TO CAP-GROWTH-PCT
012150         END-COMPUTE
012160         MOVE CAP-GROWTH-PCT TO CAP-MLN-GROWTH
012170         ADD CAP-GROWTH-PCT TO CAP-GROWTH-SUM
012180         ADD 1 TO CAP-GROWTH-MONTHS
012190     END-IF
012200     MOVE CAP-DAILY-AVERAGE TO CAP-PRIOR-AVERAGE
012202     IF NOT CAP-MON-WHOLE (CAP-MONTH-SUB)
012204         MOVE 'PART - NOT IN TREND' TO CAP-MLN-NOTE
012206     END-IF
012210     DISPLAY CAP-MONTH-LINE.
012220 6230-EXIT.
012230     EXIT.
012240
012250*----------------------------------------------------------------
012260*   6500-PROJECT-GROUP - FIT THE PEAK-HOUR, PEAK-DAY AND (QUEUES
012270*   WITH DEPTH HISTORY) END-OF-DAY BACKLOG TRENDS AND PRINT THEM
012280*   AT THREE AND SIX MONTHS OUT
012290*----------------------------------------------------------------
012300 6500-PROJECT-GROUP.
012310     INITIALIZE CAP-GROUP-PROJECTIONS
012320     INITIALIZE CAP-TREND-WORK
012330     PERFORM 6510-LOAD-PEAK-HOUR THRU 6510-EXIT
012340         VARYING CAP-MONTH-SUB FROM 1 BY 1
012350         UNTIL CAP-MONTH-SUB > CAP-MONTH-COUNT
012360     PERFORM 6600-FIT-TREND THRU 6600-EXIT
012370     MOVE CAP-TRD-LAST-ACTUAL TO CAP-PRJ-HOUR-ACTUAL
012380     MOVE CAP-TRD-LAST-SUB TO CAP-PRJ-HOUR-ACTUAL-SUB
012390     IF CAP-TREND-FITTED
012400         SET CAP-PRJ-HOUR-FITTED TO TRUE
012410         MOVE CAP-TRD-PROJECTIONS TO CAP-PRJ-HOUR-SET
012420     END-IF
012430     INITIALIZE CAP-TREND-WORK
012440     PERFORM 6520-LOAD-PEAK-DAY THRU 6520-EXIT
012450         VARYING CAP-MONTH-SUB FROM 1 BY 1
012460         UNTIL CAP-MONTH-SUB > CAP-MONTH-COUNT
012470     PERFORM 6600-FIT-TREND THRU 6600-EXIT
012480     MOVE CAP-TRD-LAST-ACTUAL TO CAP-PRJ-DAY-ACTUAL
012490     MOVE CAP-TRD-LAST-SUB TO CAP-PRJ-DAY-ACTUAL-SUB
012500     IF CAP-TREND-FITTED
012510         SET CAP-PRJ-DAY-FITTED TO TRUE
012520         MOVE CAP-TRD-PROJECTIONS TO CAP-PRJ-DAY-SET
012530     END-IF
012540     IF CAP-GRP-HAS-DEPTH (CAP-GRP-SUB)
012550         INITIALIZE CAP-TREND-WORK
012560         PERFORM 6530-LOAD-BACKLOG THRU 6530-EXIT
012570             VARYING CAP-MONTH-SUB FROM 1 BY 1
012580             UNTIL CAP-MONTH-SUB > CAP-MONTH-COUNT
012590         PERFORM 6600-FIT-TREND THRU 6600-EXIT
012600         MOVE CAP-TRD-LAST-ACTUAL TO CAP-PRJ-BACKLOG-ACTUAL
012610         MOVE CAP-TRD-LAST-SUB TO CAP-PRJ-BACKLOG-ACTUAL-SUB
012620         IF CAP-TREND-FITTED
012630             SET CAP-PRJ-BACKLOG-FITTED TO TRUE
012640             MOVE CAP-TRD-PROJECTIONS TO CAP-PRJ-BACKLOG-SET
012650         END-IF
012660     END-IF
012670     IF NOT CAP-PRJ-HOUR-FITTED
012680         DISPLAY '  NOT ENOUGH HISTORY TO PROJECT - AT LEAST TWO '
012690             'WHOLE MONTHS NEEDED'
012700         GO TO 6500-EXIT
012710     END-IF
012720     DISPLAY '  PROJECTION (STRAIGHT-LINE TREND THROUGH THE '
012730         'MONTHLY PEAKS)'
012740     MOVE 3 TO CAP-PROJ-SUB
012750     PERFORM 6540-PRINT-PROJECTION THRU 6540-EXIT
012760     MOVE 6 TO CAP-PROJ-SUB
012770     PERFORM 6540-PRINT-PROJECTION THRU 6540-EXIT.
012780 6500-EXIT.
012790     EXIT.
012800
012810*----------------------------------------------------------------
012820*   6510-LOAD-PEAK-HOUR
012830*----------------------------------------------------------------
012840 6510-LOAD-PEAK-HOUR.
012850     MOVE CAP-GRP-MON-PEAK-HOUR (CAP-GRP-SUB CAP-MONTH-SUB)
012860         TO CAP-TRD-VALUE (CAP-MONTH-SUB)
012870     SET CAP-TRD-PRESENT (CAP-MONTH-SUB) TO TRUE.
012880 6510-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------------
012920*   6520-LOAD-PEAK-DAY
012930*----------------------------------------------------------------
012940 6520-LOAD-PEAK-DAY.
012950     MOVE CAP-GRP-MON-PEAK-DAY (CAP-GRP-SUB CAP-MONTH-SUB)
012960         TO CAP-TRD-VALUE (CAP-MONTH-SUB)
012970     SET CAP-TRD-PRESENT (CAP-MONTH-SUB) TO TRUE.
012980 6520-EXIT.
012990     EXIT.
013000
013010*----------------------------------------------------------------
013020*   6530-LOAD-BACKLOG - ONLY MONTHS WITH A DEPTH POLL
013030*----------------------------------------------------------------
013040 6530-LOAD-BACKLOG.
013050     IF CAP-GRP-MON-HAS-DEPTH (CAP-GRP-SUB CAP-MONTH-SUB)
013060         MOVE CAP-GRP-MON-BACKLOG (CAP-GRP-SUB CAP-MONTH-SUB)
013070             TO CAP-TRD-VALUE (CAP-MONTH-SUB)
013080         SET CAP-TRD-PRESENT (CAP-MONTH-SUB) TO TRUE
013090     END-IF.
013100 6530-EXIT.
013110     EXIT.
013120
013130*----------------------------------------------------------------
013140*   6540-PRINT-PROJECTION - ONE HORIZON, CAP-PROJ-SUB MONTHS OUT
013150*----------------------------------------------------------------
013160 6540-PRINT-PROJECTION.
013170     MOVE CAP-PRJ-PEAK-HOUR (CAP-PROJ-SUB) TO CAP-EDIT-A
013180     COMPUTE CAP-RATE-DISPL ROUNDED =
013190         CAP-PRJ-PEAK-HOUR (CAP-PROJ-SUB) / 3600
013200     MOVE CAP-PRJ-PEAK-DAY (CAP-PROJ-SUB) TO CAP-EDIT-B
013210     DISPLAY '  +' CAP-PROJ-SUB ' MONTHS ('
013220         CAP-PROJ-MONTH (CAP-PROJ-SUB) ')  PEAK HOUR ' CAP-EDIT-A
013230         ' (' CAP-RATE-DISPL '/SEC)  PEAK DAY ' CAP-EDIT-B
013240     IF CAP-PRJ-BACKLOG-FITTED
013250         MOVE CAP-PRJ-BACKLOG (CAP-PROJ-SUB) TO CAP-EDIT-C
013260         DISPLAY '                     END-OF-DAY BACKLOG '
013270             CAP-EDIT-C
013280     END-IF.
013290 6540-EXIT.
013300     EXIT.
013310
013320*----------------------------------------------------------------
013330*   6600-FIT-TREND - LEAST SQUARES OVER THE PRESENT WHOLE MONTHS
013340*   OF CAP-TRD-SERIES, THEN THE SIX MONTHS AFTER THE WINDOW. A
013350*   FALLING TREND IS FLOORED AT ZERO.
013360*----------------------------------------------------------------
013370 6600-FIT-TREND.
013380     MOVE 'N' TO CAP-TREND-SW
013390     PERFORM 6610-SUM-ONE-POINT THRU 6610-EXIT
013400         VARYING CAP-MONTH-SUB FROM 1 BY 1
013410         UNTIL CAP-MONTH-SUB > CAP-MONTH-COUNT
013420     IF CAP-TRD-POINTS < 2
013430         GO TO 6600-EXIT
013440     END-IF
013450     COMPUTE CAP-TRD-DIVISOR =
013460         CAP-TRD-POINTS * CAP-TRD-SUM-XX
013470         - CAP-TRD-SUM-X * CAP-TRD-SUM-X
013480     IF CAP-TRD-DIVISOR = 0
013490         GO TO 6600-EXIT
013500     END-IF
013510     COMPUTE CAP-TRD-SLOPE ROUNDED =
013520         (CAP-TRD-POINTS * CAP-TRD-SUM-XY
013530           - CAP-TRD-SUM-X * CAP-TRD-SUM-Y)
013540         / CAP-TRD-DIVISOR
013550     COMPUTE CAP-TRD-INTERCEPT ROUNDED =
013560         (CAP-TRD-SUM-Y - CAP-TRD-SLOPE * CAP-TRD-SUM-X)
013570         / CAP-TRD-POINTS
013580     PERFORM 6620-PROJECT-ONE-MONTH THRU 6620-EXIT
013590         VARYING CAP-PROJ-SUB FROM 1 BY 1
013600         UNTIL CAP-PROJ-SUB > CAP-HORIZON
013610     SET CAP-TREND-FITTED TO TRUE.
013620 6600-EXIT.
013630     EXIT.
013640
013650*----------------------------------------------------------------
013656*   6610-SUM-ONE-POINT - A PART MONTH IS THE LATEST ACTUAL BUT
013662*   NOT A POINT OF THE FIT
013670*----------------------------------------------------------------
013680 6610-SUM-ONE-POINT.
013690     IF NOT CAP-TRD-PRESENT (CAP-MONTH-SUB)
013691         GO TO 6610-EXIT
013692     END-IF
013693     MOVE CAP-TRD-VALUE (CAP-MONTH-SUB) TO CAP-TRD-LAST-ACTUAL
013694     MOVE CAP-MONTH-SUB TO CAP-TRD-LAST-SUB
013695     IF NOT CAP-MON-WHOLE (CAP-MONTH-SUB)
013700         GO TO 6610-EXIT
013710     END-IF
013720     ADD 1 TO CAP-TRD-POINTS
013730     ADD CAP-MONTH-SUB TO CAP-TRD-SUM-X
013740     COMPUTE CAP-TRD-SUM-XX =
013750         CAP-TRD-SUM-XX + CAP-MONTH-SUB * CAP-MONTH-SUB
013760     ADD CAP-TRD-VALUE (CAP-MONTH-SUB) TO CAP-TRD-SUM-Y
013770     COMPUTE CAP-TRD-SUM-XY = CAP-TRD-SUM-XY
013780         + CAP-MONTH-SUB * CAP-TRD-VALUE (CAP-MONTH-SUB).
013810 6610-EXIT.
013820     EXIT.
013830
013840*----------------------------------------------------------------
013850*   6620-PROJECT-ONE-MONTH
013860*----------------------------------------------------------------
013870 6620-PROJECT-ONE-MONTH.
013880     COMPUTE CAP-TRD-ESTIMATE ROUNDED =
013890         CAP-TRD-INTERCEPT
013900         + CAP-TRD-SLOPE * (CAP-MONTH-COUNT + CAP-PROJ-SUB)
013910     IF CAP-TRD-ESTIMATE < 0
013920         MOVE 0 TO CAP-TRD-PROJECTED (CAP-PROJ-SUB)
013930     ELSE
013940         COMPUTE CAP-TRD-PROJECTED (CAP-PROJ-SUB) ROUNDED =
013950             CAP-TRD-ESTIMATE
013960     END-IF.
013970 6620-EXIT.
013980     EXIT.
013990
014000*----------------------------------------------------------------
014010*   6800-CHECK-QUEUE-LIMITS - THE QUEUE'S OWN CAPLIMIT RECORD, OR
014020*   THE '*' DEFAULT. THROUGHPUT IS CHECKED IN MESSAGES PER HOUR,
014030*   THE BATCH WINDOW IN MINUTES TO DRAIN THE PEAK DAY AT THE
014040*   THROUGHPUT LIMIT, THE IN-FLIGHT QUOTA IN MESSAGES.
014050*----------------------------------------------------------------
014060 6800-CHECK-QUEUE-LIMITS.
014070     PERFORM 6810-FIND-QUEUE-LIMITS THRU 6810-EXIT
014080     IF CAP-QLM-NONE
014090         DISPLAY '  NO CAPACITY LIMITS ON FILE FOR THE QUEUE'
014100         GO TO 6800-EXIT
014110     END-IF
014120     MOVE CAP-QLM-INFLIGHT-QUOTA TO CAP-EDIT-A
014130     DISPLAY '  LIMITS (' CAP-QLM-FROM ')  THROUGHPUT '
014140         CAP-QLM-THROUGHPUT '/SEC  BATCH WINDOW '
014150         CAP-QLM-WINDOW-MINUTES ' MIN  IN-FLIGHT QUOTA '
014160         CAP-EDIT-A
014170     IF CAP-QLM-THROUGHPUT > 0
014180         MOVE 'THROUGHPUT' TO CAP-CHK-LIMIT-NAME
014190         MOVE 'MSGS/HOUR' TO CAP-CHK-UNIT
014200         COMPUTE CAP-CHK-LIMIT = CAP-QLM-THROUGHPUT * 3600
014210         MOVE CAP-PRJ-HOUR-SW TO CAP-CHK-FITTED-SW
014220         MOVE CAP-PRJ-HOUR-ACTUAL TO CAP-CHK-ACTUAL
014230         MOVE CAP-PRJ-HOUR-ACTUAL-SUB TO CAP-CHK-ACTUAL-SUB
014240         MOVE CAP-PRJ-HOUR-SET TO CAP-CHK-VALUE-SET
014250         PERFORM 6900-FIND-CROSSING THRU 6900-EXIT
014260     END-IF
014270     IF CAP-QLM-THROUGHPUT > 0 AND CAP-QLM-WINDOW-MINUTES > 0
014280         MOVE 'BATCH WINDOW' TO CAP-CHK-LIMIT-NAME
014290         MOVE 'MINUTES' TO CAP-CHK-UNIT
014300         MOVE CAP-QLM-WINDOW-MINUTES TO CAP-CHK-LIMIT
014310         COMPUTE CAP-PER-MINUTE = CAP-QLM-THROUGHPUT * 60
014320         MOVE CAP-PRJ-DAY-SW TO CAP-CHK-FITTED-SW
014330         COMPUTE CAP-CHK-ACTUAL =
014340             (CAP-PRJ-DAY-ACTUAL + CAP-PER-MINUTE - 1)
014350             / CAP-PER-MINUTE
014360         MOVE CAP-PRJ-DAY-ACTUAL-SUB TO CAP-CHK-ACTUAL-SUB
014370         PERFORM 6820-SET-DRAIN-MINUTES THRU 6820-EXIT
014380             VARYING CAP-PROJ-SUB FROM 1 BY 1
014390             UNTIL CAP-PROJ-SUB > CAP-HORIZON
014400         PERFORM 6900-FIND-CROSSING THRU 6900-EXIT
014410     END-IF
014420     IF CAP-QLM-INFLIGHT-QUOTA > 0
014430         IF NOT CAP-GRP-HAS-DEPTH (CAP-GRP-SUB)
014440             DISPLAY '  IN-FLIGHT QUOTA NOT CHECKED - NO DEPTH '
014450                 'HISTORY FOR THE QUEUE'
014460         ELSE
014470             MOVE 'IN-FLIGHT' TO CAP-CHK-LIMIT-NAME
014480             MOVE 'MESSAGES' TO CAP-CHK-UNIT
014490             MOVE CAP-QLM-INFLIGHT-QUOTA TO CAP-CHK-LIMIT
014500             MOVE CAP-PRJ-BACKLOG-SW TO CAP-CHK-FITTED-SW
014510             MOVE CAP-PRJ-BACKLOG-ACTUAL TO CAP-CHK-ACTUAL
014520             MOVE CAP-PRJ-BACKLOG-ACTUAL-SUB TO CAP-CHK-ACTUAL-SUB
014530             MOVE CAP-PRJ-BACKLOG-SET TO CAP-CHK-VALUE-SET
014540             PERFORM 6900-FIND-CROSSING THRU 6900-EXIT
014550         END-IF
014560     END-IF.
014570 6800-EXIT.
014580     EXIT.
014590
014600*----------------------------------------------------------------
014610*   6810-FIND-QUEUE-LIMITS
014620*----------------------------------------------------------------
014630 6810-FIND-QUEUE-LIMITS.
014640     INITIALIZE CAP-QUEUE-LIMITS
014650     MOVE 0 TO CAP-MATCH-SUB
014660     MOVE CAP-GRP-NAME (CAP-GRP-SUB) TO CAP-KEY-NAME
014670     PERFORM 6815-MATCH-LIMIT THRU 6815-EXIT
014680         VARYING CAP-LIMIT-SUB FROM 1 BY 1
014690         UNTIL CAP-LIMIT-SUB > CAP-LIMIT-COUNT
014700     IF CAP-MATCH-SUB > 0
014710         MOVE 'OWN' TO CAP-QLM-FROM
014720     ELSE
014730         MOVE '*' TO CAP-KEY-NAME
014740         PERFORM 6815-MATCH-LIMIT THRU 6815-EXIT
014750             VARYING CAP-LIMIT-SUB FROM 1 BY 1
014760             UNTIL CAP-LIMIT-SUB > CAP-LIMIT-COUNT
014770         IF CAP-MATCH-SUB > 0
014780             MOVE 'DEFAULT' TO CAP-QLM-FROM
014790         END-IF
014800     END-IF
014810     IF CAP-MATCH-SUB > 0
014820         MOVE CAP-LIM-THROUGHPUT (CAP-MATCH-SUB)
014830             TO CAP-QLM-THROUGHPUT
014840         MOVE CAP-LIM-WINDOW-MINUTES (CAP-MATCH-SUB)
014850             TO CAP-QLM-WINDOW-MINUTES
014860         MOVE CAP-LIM-INFLIGHT-QUOTA (CAP-MATCH-SUB)
014870             TO CAP-QLM-INFLIGHT-QUOTA
014880     END-IF.
014890 6810-EXIT.
014900     EXIT.
014910
014920*----------------------------------------------------------------
014930*   6815-MATCH-LIMIT
014940*----------------------------------------------------------------
014950 6815-MATCH-LIMIT.
014960     IF CAP-LIM-QUEUE-NAME (CAP-LIMIT-SUB) = CAP-KEY-NAME
014970         MOVE CAP-LIMIT-SUB TO CAP-MATCH-SUB
014980     END-IF.
014990 6815-EXIT.
015000     EXIT.
015010
015020*----------------------------------------------------------------
015030*   6820-SET-DRAIN-MINUTES - MINUTES TO DRAIN ONE PROJECTED PEAK
015040*   DAY AT THE THROUGHPUT LIMIT, ROUNDED UP
015050*----------------------------------------------------------------
015060 6820-SET-DRAIN-MINUTES.
015070     COMPUTE CAP-CHK-VALUE (CAP-PROJ-SUB) =
015080         (CAP-PRJ-PEAK-DAY (CAP-PROJ-SUB) + CAP-PER-MINUTE - 1)
015090         / CAP-PER-MINUTE.
015100 6820-EXIT.
015110     EXIT.
015120
015130*----------------------------------------------------------------
015140*   6900-FIND-CROSSING - THE LATEST ACTUAL FIRST: OVER THE LIMIT
015150*   ALREADY IS REPORTED AGAINST THE MONTH IT HAPPENED. OTHERWISE
015160*   THE FIRST PROJECTED MONTH OVER IT, IF ANY.
015170*----------------------------------------------------------------
015180 6900-FIND-CROSSING.
015190     MOVE 99 TO CAP-CHK-CROSS-SUB
015200     MOVE CAP-CHK-LIMIT TO CAP-EDIT-B
015210     IF CAP-CHK-ACTUAL > CAP-CHK-LIMIT
015220         AND CAP-CHK-ACTUAL-SUB > 0
015230         MOVE 0 TO CAP-CHK-CROSS-SUB
015240         MOVE CAP-MON-YYYYMM (CAP-CHK-ACTUAL-SUB)
015250             TO CAP-CHK-CROSS-MONTH
015260         MOVE CAP-CHK-ACTUAL TO CAP-CHK-CROSS-VALUE
015270     ELSE
015280         IF CAP-CHK-FITTED
015290             PERFORM 6910-TEST-ONE-MONTH THRU 6910-EXIT
015300                 VARYING CAP-PROJ-SUB FROM 1 BY 1
015310                 UNTIL CAP-PROJ-SUB > CAP-HORIZON
015320                    OR CAP-CHK-CROSS-SUB NOT = 99
015330         END-IF
015340     END-IF
015350     IF CAP-CHK-CROSS-SUB = 99
015360         DISPLAY '  ' CAP-CHK-LIMIT-NAME ' LIMIT ' CAP-EDIT-B ' '
015370             CAP-CHK-UNIT ' - NOT CROSSED WITHIN ' CAP-HORIZON
015380             ' MONTHS'
015390         GO TO 6900-EXIT
015400     END-IF
015410     MOVE CAP-CHK-CROSS-VALUE TO CAP-EDIT-A
015420     IF CAP-CHK-CROSS-SUB = 0
015430         DISPLAY '  *** ' CAP-CHK-LIMIT-NAME ' LIMIT ' CAP-EDIT-B
015440             ' ' CAP-CHK-UNIT ' ALREADY CROSSED IN '
015450             CAP-CHK-CROSS-MONTH ' -' CAP-EDIT-A ' ***'
015460     ELSE
015470         DISPLAY '  *** ' CAP-CHK-LIMIT-NAME ' LIMIT ' CAP-EDIT-B
015480             ' ' CAP-CHK-UNIT ' PROJECTED TO BE CROSSED IN '
015490             CAP-CHK-CROSS-MONTH ' -' CAP-EDIT-A ' ***'
015500     END-IF
015510     PERFORM 6920-RECORD-CROSSING THRU 6920-EXIT.
015520 6900-EXIT.
015530     EXIT.
015540
015550*----------------------------------------------------------------
015560*   6910-TEST-ONE-MONTH
015570*----------------------------------------------------------------
015580 6910-TEST-ONE-MONTH.
015590     IF CAP-CHK-VALUE (CAP-PROJ-SUB) > CAP-CHK-LIMIT
015600         MOVE CAP-PROJ-SUB TO CAP-CHK-CROSS-SUB
015610         MOVE CAP-PROJ-MONTH (CAP-PROJ-SUB) TO CAP-CHK-CROSS-MONTH
015620         MOVE CAP-CHK-VALUE (CAP-PROJ-SUB) TO CAP-CHK-CROSS-VALUE
015630     END-IF.
015640 6910-EXIT.
015650     EXIT.
015660
015670*----------------------------------------------------------------
015680*   6920-RECORD-CROSSING - KEEP IT FOR THE SUMMARY
015690*----------------------------------------------------------------
015700 6920-RECORD-CROSSING.
015710     IF CAP-CROSSING-COUNT NOT < 150
015720         ADD 1 TO CAP-CROSSINGS-OVERFLOWED
015730         GO TO 6920-EXIT
015740     END-IF
015750     ADD 1 TO CAP-CROSSING-COUNT
015760     MOVE CAP-GRP-NAME (CAP-GRP-SUB)
015770         TO CAP-CRS-QUEUE-NAME (CAP-CROSSING-COUNT)
015780     MOVE CAP-CHK-LIMIT-NAME
015790         TO CAP-CRS-LIMIT-NAME (CAP-CROSSING-COUNT)
015800     MOVE CAP-CHK-UNIT TO CAP-CRS-UNIT (CAP-CROSSING-COUNT)
015810     MOVE CAP-CHK-CROSS-MONTH
015820         TO CAP-CRS-MONTH (CAP-CROSSING-COUNT)
015830     MOVE CAP-CHK-CROSS-VALUE
015840         TO CAP-CRS-VALUE (CAP-CROSSING-COUNT)
015850     MOVE CAP-CHK-LIMIT TO CAP-CRS-LIMIT (CAP-CROSSING-COUNT)
015860     IF CAP-CHK-CROSS-SUB = 0
015870         SET CAP-CRS-ALREADY-CROSSED (CAP-CROSSING-COUNT) TO TRUE
015880     END-IF.
015890 6920-EXIT.
015900     EXIT.
015910
015920*----------------------------------------------------------------
015930*   7000-REPORT-SOURCES - HISTORY AND PROJECTION FOR EVERY SOURCE
015940*   SYSTEM. LIMITS ARE PER QUEUE, SO NONE ARE CHECKED HERE.
015950*----------------------------------------------------------------
015960 7000-REPORT-SOURCES.
015970     IF CAP-AUDIT-ROWS-POSTED = 0
015980         GO TO 7000-EXIT
015990     END-IF
016000     DISPLAY ' '
016010     DISPLAY '===== CAPACITY BY SOURCE SYSTEM ====='
016020     PERFORM 7100-REPORT-ONE-SOURCE THRU 7100-EXIT
016030         VARYING CAP-GRP-SUB FROM 1 BY 1
016040         UNTIL CAP-GRP-SUB > CAP-GROUP-COUNT.
016050 7000-EXIT.
016060     EXIT.
016070
016080*----------------------------------------------------------------
016090*   7100-REPORT-ONE-SOURCE
016100*----------------------------------------------------------------
016110 7100-REPORT-ONE-SOURCE.
016120     IF NOT CAP-GRP-IS-SOURCE (CAP-GRP-SUB)
016130         GO TO 7100-EXIT
016140     END-IF
016150     DISPLAY ' '
016160     DISPLAY 'SOURCE SYSTEM ' CAP-GRP-NAME (CAP-GRP-SUB) (1 : 8)
016170     PERFORM 6200-PRINT-HISTORY THRU 6200-EXIT
016180     PERFORM 6500-PROJECT-GROUP THRU 6500-EXIT.
016190 7100-EXIT.
016200     EXIT.
016210
016220*----------------------------------------------------------------
016230*   8000-FINALIZE - RUN TOTALS AND EVERY LIMIT CROSSING; ANY
016240*   CROSSING RAISES THE CROSSING RETURN CODE
016250*----------------------------------------------------------------
016260 8000-FINALIZE.
016270     CLOSE CAP-HOUR-FILE
016280     DISPLAY ' '
016290     DISPLAY '===== SQSCAPRP CAPACITY SUMMARY ====='
016300     DISPLAY 'AUDIT ROWS READ          : ' CAP-AUDIT-ROWS-READ
016310     DISPLAY 'OUTSIDE HISTORY WINDOW   : ' CAP-AUDIT-ROWS-OUTSIDE
016320     DISPLAY 'NO MESSAGES MOVED        : ' CAP-AUDIT-ROWS-IGNORED
016330     DISPLAY 'SENDS/RECEIVES PROFILED  : ' CAP-AUDIT-ROWS-POSTED
016340     DISPLAY 'DEPTH POLLS READ         : ' CAP-DEPTH-ROWS-READ
016350     DISPLAY 'DEPTH POLLS NOT USED     : ' CAP-DEPTH-ROWS-OUTSIDE
016360     IF CAP-AUDIT-ROWS-POSTED = 0
016370         DISPLAY 'NO SEND OR RECEIVE TRAFFIC IN THE WINDOW - '
016380             'NOTHING TO PROJECT'
016390         GO TO 8000-EXIT
016400     END-IF
016410     DISPLAY 'HISTORY FROM ' CAP-FIRST-DATE ' TO ' CAP-LAST-DATE
016420         ' - ' CAP-DAYS-IN-WINDOW ' DAYS IN ' CAP-MONTH-COUNT
016430         ' MONTHS'
016440     IF CAP-ROWS-BEFORE-TABLE > 0
016450         DISPLAY 'NOTE - HISTORY SPANS MORE THAN 24 MONTHS; '
016460             CAP-ROWS-BEFORE-TABLE ' HOURS BEFORE '
016470             CAP-MON-YYYYMM (1) ' ARE IN THE PROFILES ONLY'
016480     END-IF
016490     IF CAP-GROUP-ROWS-OVERFLOWED > 0
016500         DISPLAY 'NOTE - ' CAP-GROUP-ROWS-OVERFLOWED ' HOURS FOR '
016510             'QUEUES OR SOURCES BEYOND THE 50-ENTRY TABLE WERE '
016520             'NOT REPORTED'
016530     END-IF
016540     DISPLAY ' '
016550     DISPLAY '----- LIMITS CROSSED NOW OR WITHIN ' CAP-HORIZON
016560         ' MONTHS -----'
016570     IF CAP-CROSSING-COUNT = 0
016580         DISPLAY 'NONE - EVERY QUEUE STAYS INSIDE ITS LIMITS'
016590         GO TO 8000-EXIT
016600     END-IF
016610     PERFORM 8100-PRINT-ONE-CROSSING THRU 8100-EXIT
016620         VARYING CAP-SUB FROM 1 BY 1
016630         UNTIL CAP-SUB > CAP-CROSSING-COUNT
016640     IF CAP-CROSSINGS-OVERFLOWED > 0
016650         DISPLAY 'NOTE - ' CAP-CROSSINGS-OVERFLOWED ' FURTHER '
016660             'CROSSING(S) BEYOND THE 150-ENTRY TABLE'
016670     END-IF
016680     DISPLAY CAP-CROSSING-COUNT ' LIMIT CROSSING(S) - '
016690         'ENDING WITH RETURN CODE ' CAP-CROSSING-RC
016700     MOVE CAP-CROSSING-RC TO RETURN-CODE.
016710 8000-EXIT.
016720     EXIT.
016730
016740*----------------------------------------------------------------
016750*   8100-PRINT-ONE-CROSSING
016760*----------------------------------------------------------------
016770 8100-PRINT-ONE-CROSSING.
016780     MOVE CAP-CRS-VALUE (CAP-SUB) TO CAP-EDIT-A
016790     MOVE CAP-CRS-LIMIT (CAP-SUB) TO CAP-EDIT-B
016800     DISPLAY CAP-CRS-QUEUE-NAME (CAP-SUB)
016810     IF CAP-CRS-ALREADY-CROSSED (CAP-SUB)
016820         DISPLAY '  ' CAP-CRS-LIMIT-NAME (CAP-SUB) ' ALREADY '
016830             'CROSSED IN ' CAP-CRS-MONTH (CAP-SUB) ' -'
016840             CAP-EDIT-A ' AGAINST ' CAP-EDIT-B ' '
016850             CAP-CRS-UNIT (CAP-SUB)
016860     ELSE
016870         DISPLAY '  ' CAP-CRS-LIMIT-NAME (CAP-SUB) ' CROSSED IN '
016880             CAP-CRS-MONTH (CAP-SUB) ' -' CAP-EDIT-A
016890             ' AGAINST ' CAP-EDIT-B ' ' CAP-CRS-UNIT (CAP-SUB)
016900     END-IF.
016910 8100-EXIT.
016920     EXIT.
