000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSINVNT.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. QUEUE INVENTORY CROSS-REFERENCE
000100*                 - BUILDS ONE MASTER QUEUE LIST FROM EVERY
000110*                 CONTROL FILE THAT NAMES A QUEUE (QUEUECTL
000120*                 SQSADMCF.CPY, MONCTL SQSMONCF.CPY, LATCTL
000130*                 SQSLATCF.CPY, THE RATECARD QMAP ROWS
000140*                 SQSRATCF.CPY, RETCTL SQSCKRET.CPY AND QSTAT
000150*                 SQSQHLD.CPY) AND FROM THE QUEUE NAMES AND URLS
000160*                 SEEN IN THE CONCATENATED AUDIT TRAIL
000170*                 (SQSAUDIT.CPY), AND PRINTS PER QUEUE WHICH
000180*                 FILES KNOW ABOUT IT AND WHICH GAPS IT HAS. THIS
000190*                 IS THE QUARTERLY AUDITOR'S QUEUE INVENTORY THAT
000200*                 USED TO BE BUILT BY HAND.
000210*-----------------------------------------------------------------
000220* THE FOUR GAPS, EACH FLAGGED ON THE QUEUE AND COUNTED:
000230* - UNMONITORED: NO MONCTL ROW, SO SQSMON NEVER POLLS ITS DEPTH.
000240* - UNBILLED: NO RATECARD QMAP ROW, SO SQSCHGBK BILLS ITS USAGE
000250*   TO THE 'UNMAPPED' BUCKET.
000260* - NOT IN THE BOOK OF RECORD: THE AUDIT TRAIL SHOWS CALLS
000270*   AGAINST A QUEUE QUEUECTL DOES NOT DEFINE (A QUEUE THE AUDIT
000280*   TRAIL SHOWS SUCCESSFULLY DELETED IS EXEMPT - SEE SQSDECOM).
000290* - IDLE: A CONTROL ROW EXISTS BUT NO MESSAGE HAS MOVED ON THE
000300*   QUEUE IN THE LAST N DAYS (OPTIONAL SYSIN CARD, DEFAULT 30).
000310*   ONLY SUCCESSFUL SEND/RECEIVE ROWS COUNT AS TRAFFIC - SQSMON'S
000320*   DAILY GETQATTR POLL WOULD OTHERWISE KEEP EVERY QUEUE ALIVE.
000330* THE CONTROL FILES KEY QUEUES DIFFERENTLY (NAME ONLY, URL ONLY,
000340* OR BOTH), SO ROWS ARE JOINED ON URL WHEN BOTH SIDES HAVE ONE
000350* AND ON NAME OTHERWISE; A URL-ONLY ROW IS GIVEN THE QUEUE NAME
000360* FROM THE LAST SEGMENT OF ITS URL SO IT STILL JOINS.
000370* EVERY INPUT IS OPTIONAL, SAME DOCTRINE AS SQSXCHK - A MISSING
000380* DD PRINTS AS '?' IN ITS COLUMN AND SUPPRESSES THE GAP CHECK
000390* THAT DEPENDS ON IT, RATHER THAN FLAGGING EVERY QUEUE. ANY GAP
000400* ENDS THE STEP WITH THE GAP RETURN CODE.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT QUEUE-CONTROL-FILE ASSIGN TO QUEUECTL
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS INV-QUEUECTL-FILE-STATUS.
000480     SELECT MONITOR-CONTROL-FILE ASSIGN TO MONCTL
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS INV-MONCTL-FILE-STATUS.
000510     SELECT SQS-LATENCY-CONTROL-FILE ASSIGN TO LATCTL
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS INV-LATCTL-FILE-STATUS.
000540     SELECT RATE-CARD-FILE ASSIGN TO RATECARD
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS INV-RATECARD-FILE-STATUS.
000570     SELECT RETENTION-CONTROL-FILE ASSIGN TO RETCTL
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS INV-RETCTL-FILE-STATUS.
000600     SELECT SQS-QUEUE-STATUS-FILE ASSIGN TO QSTAT
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS INV-QSTAT-FILE-STATUS.
000630     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS IS INV-AUDIT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  QUEUE-CONTROL-FILE
000700     RECORDING MODE IS F.
000710     COPY SQSADMCF.
000720 FD  MONITOR-CONTROL-FILE
000730     RECORDING MODE IS F.
000740     COPY SQSMONCF.
000750 FD  SQS-LATENCY-CONTROL-FILE
000760     RECORDING MODE IS F.
000770     COPY SQSLATCF.
000780 FD  RATE-CARD-FILE
000790     RECORDING MODE IS F.
000800     COPY SQSRATCF.
000810 FD  RETENTION-CONTROL-FILE
000820     RECORDING MODE IS F.
000830     COPY SQSCKRET.
000840     COPY SQSQHLD.
000850     COPY SQSAUDIT.
000860
000870 WORKING-STORAGE SECTION.
000880 01  INV-SWITCHES.
000890     05 INV-EOF-SWITCH PIC X(1) VALUE 'N'.
000900        88 INV-END-OF-FILE VALUE 'Y'.
000910     05 INV-QUEUECTL-AVAIL-SW PIC X(1) VALUE 'N'.
000920        88 INV-QUEUECTL-AVAILABLE VALUE 'Y'.
000930     05 INV-MONCTL-AVAIL-SW PIC X(1) VALUE 'N'.
000940        88 INV-MONCTL-AVAILABLE VALUE 'Y'.
000950     05 INV-LATCTL-AVAIL-SW PIC X(1) VALUE 'N'.
000960        88 INV-LATCTL-AVAILABLE VALUE 'Y'.
000970     05 INV-RATECARD-AVAIL-SW PIC X(1) VALUE 'N'.
000980        88 INV-RATECARD-AVAILABLE VALUE 'Y'.
000990     05 INV-RETCTL-AVAIL-SW PIC X(1) VALUE 'N'.
001000        88 INV-RETCTL-AVAILABLE VALUE 'Y'.
001010     05 INV-QSTAT-AVAIL-SW PIC X(1) VALUE 'N'.
001020        88 INV-QSTAT-AVAILABLE VALUE 'Y'.
001030     05 INV-AUDIT-AVAIL-SW PIC X(1) VALUE 'N'.
001040        88 INV-AUDIT-AVAILABLE VALUE 'Y'.
001050     05 INV-GAP-SWITCH PIC X(1) VALUE 'N'.
001060        88 INV-QUEUE-HAS-GAP VALUE 'Y'.
001070
001080 01  INV-FILE-STATUSES.
001090     05 INV-QUEUECTL-FILE-STATUS PIC X(2) VALUE '00'.
001100     05 INV-MONCTL-FILE-STATUS PIC X(2) VALUE '00'.
001110     05 INV-LATCTL-FILE-STATUS PIC X(2) VALUE '00'.
001120     05 INV-RATECARD-FILE-STATUS PIC X(2) VALUE '00'.
001130     05 INV-RETCTL-FILE-STATUS PIC X(2) VALUE '00'.
001140     05 INV-QSTAT-FILE-STATUS PIC X(2) VALUE '00'.
001150     05 INV-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
001160
001170* THE DISTINCT STEP RETURN CODE MEANING "INVENTORY HAS GAPS,
001180* LISTED ABOVE" - SAME DOCTRINE AS XCK-ANOMALY-RC (SQSXCHK).
001190 77  INV-GAP-RC PIC 9(4) COMP-5 VALUE 4.
001200* OPTIONAL SYSIN CARD - IDLE THRESHOLD IN DAYS. BLANK OR
001210* NON-NUMERIC KEEPS THE DEFAULT.
001220 77  INV-IDLE-DAYS-CARD PIC X(4) VALUE SPACES.
001230 77  INV-IDLE-DAYS PIC 9(4) COMP-5 VALUE 30.
001240 77  INV-RUN-DATE PIC 9(8) VALUE 0.
001250 77  INV-RUN-DAY-NUMBER PIC 9(9) COMP-5 VALUE 0.
001260 77  INV-DAYS-IDLE PIC 9(9) COMP-5 VALUE 0.
001270 77  INV-SUB PIC 9(3) COMP-5 VALUE 0.
001280 77  INV-MATCH-SUB PIC 9(3) COMP-5 VALUE 0.
001290 77  INV-SLASH-POS PIC 9(3) COMP-5 VALUE 0.
001300 77  INV-SCAN-POS PIC 9(3) COMP-5 VALUE 0.
001310 77  INV-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
001320 77  INV-AUDIT-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
001330 77  INV-ROWS-OVERFLOWED PIC 9(9) COMP-5 VALUE 0.
001340 77  INV-UNMONITORED PIC 9(5) COMP-5 VALUE 0.
001350 77  INV-UNBILLED PIC 9(5) COMP-5 VALUE 0.
001360 77  INV-NOT-IN-BOOK PIC 9(5) COMP-5 VALUE 0.
001370 77  INV-IDLE-QUEUES PIC 9(5) COMP-5 VALUE 0.
001380 77  INV-QUEUES-WITH-GAPS PIC 9(5) COMP-5 VALUE 0.
001390 77  INV-TOTAL-GAPS PIC 9(5) COMP-5 VALUE 0.
001400
001410* THE JOIN KEY OF THE ROW IN HAND, WHICHEVER FILE IT CAME FROM.
001420 01  INV-KEY.
001430     05 INV-KEY-NAME PIC X(80) VALUE SPACES.
001440     05 INV-KEY-URL PIC X(200) VALUE SPACES.
001450
001460* THE MASTER QUEUE LIST - ONE ENTRY PER DISTINCT QUEUE ANY INPUT
001470* MENTIONS, WITH A PRESENCE FLAG PER CONTROL FILE AND THE AUDIT
001480* TRAIL'S FIRST/LAST SIGHTING AND LAST REAL TRAFFIC.
001490 01  INV-QUEUE-TABLE.
001500     05 INV-QUEUE-COUNT PIC 9(3) COMP-5 VALUE 0.
001510     05 INV-QUEUE-ENTRY OCCURS 300 TIMES.
001520        10 INV-QUE-NAME PIC X(80) VALUE SPACES.
001530        10 INV-QUE-URL PIC X(200) VALUE SPACES.
001540        10 INV-QUE-IN-QUEUECTL PIC X(1) VALUE 'N'.
001550           88 INV-QUE-DEFINED VALUE 'Y'.
001560        10 INV-QUE-IN-MONCTL PIC X(1) VALUE 'N'.
001570           88 INV-QUE-MONITORED VALUE 'Y'.
001580        10 INV-QUE-IN-LATCTL PIC X(1) VALUE 'N'.
001590           88 INV-QUE-LATENCY-GRADED VALUE 'Y'.
001600        10 INV-QUE-IN-RATECARD PIC X(1) VALUE 'N'.
001610           88 INV-QUE-BILLED VALUE 'Y'.
001620        10 INV-QUE-IN-RETCTL PIC X(1) VALUE 'N'.
001630           88 INV-QUE-RETENTION-SET VALUE 'Y'.
001640        10 INV-QUE-IN-QSTAT PIC X(1) VALUE 'N'.
001650           88 INV-QUE-STATUS-ROW VALUE 'Y'.
001660        10 INV-QUE-IN-AUDIT PIC X(1) VALUE 'N'.
001670           88 INV-QUE-AUDITED VALUE 'Y'.
001680        10 INV-QUE-DELETED-FLAG PIC X(1) VALUE 'N'.
001690           88 INV-QUE-DELETED VALUE 'Y'.
001700        10 INV-QUE-OWNER PIC X(8) VALUE SPACES.
001710        10 INV-QUE-HOLD-STATUS PIC X(4) VALUE SPACES.
001720        10 INV-QUE-AUDIT-CALLS PIC 9(9) COMP-5 VALUE 0.
001730        10 INV-QUE-FIRST-SEEN PIC 9(8) VALUE 0.
001740        10 INV-QUE-LAST-SEEN PIC 9(8) VALUE 0.
001750        10 INV-QUE-LAST-TRAFFIC PIC 9(8) VALUE 0.
001760
001770* ONE PRESENCE LINE PER QUEUE - 'Y' KNOWN, '-' NOT KNOWN, '?'
001780* THE FILE WAS NOT PRESENT THIS RUN.
001790 01  INV-PRESENCE-LINE.
001800     05 FILLER PIC X(11) VALUE '  QUEUECTL '.
001810     05 INV-PL-QUEUECTL PIC X(1).
001820     05 FILLER PIC X(9) VALUE '  MONCTL '.
001830     05 INV-PL-MONCTL PIC X(1).
001840     05 FILLER PIC X(9) VALUE '  LATCTL '.
001850     05 INV-PL-LATCTL PIC X(1).
001860     05 FILLER PIC X(11) VALUE '  RATECARD '.
001870     05 INV-PL-RATECARD PIC X(1).
001880     05 FILLER PIC X(9) VALUE '  RETCTL '.
001890     05 INV-PL-RETCTL PIC X(1).
001900     05 FILLER PIC X(8) VALUE '  QSTAT '.
001910     05 INV-PL-QSTAT PIC X(1).
001920     05 FILLER PIC X(8) VALUE '  AUDIT '.
001930     05 INV-PL-AUDIT PIC X(1).
001940
001950 PROCEDURE DIVISION.
001960*----------------------------------------------------------------
001970*   0000-MAINLINE - LOAD EVERY CONTROL FILE, FOLD IN THE AUDIT
001980*   TRAIL, THEN PRINT THE INVENTORY AND ITS GAPS
001990*----------------------------------------------------------------
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002020     PERFORM 2100-LOAD-MONCTL THRU 2100-EXIT
002030     PERFORM 2200-LOAD-QUEUECTL THRU 2200-EXIT
002040     PERFORM 2300-LOAD-RATECARD THRU 2300-EXIT
002050     PERFORM 2400-LOAD-QSTAT THRU 2400-EXIT
002060     PERFORM 2500-LOAD-LATCTL THRU 2500-EXIT
002070     PERFORM 2600-LOAD-RETCTL THRU 2600-EXIT
002080     PERFORM 4000-AUDIT-PASS THRU 4000-EXIT
002090     PERFORM 8000-FINALIZE THRU 8000-EXIT
002100     GOBACK.
002110
002120*----------------------------------------------------------------
002130*   1000-INITIALIZE - IDLE THRESHOLD AND RUN DATE. THE INPUTS ARE
002140*   OPENED ONE AT A TIME AS EACH IS LOADED.
002150*----------------------------------------------------------------
002160 1000-INITIALIZE.
002170     ACCEPT INV-IDLE-DAYS-CARD
002180     IF INV-IDLE-DAYS-CARD IS NUMERIC
002190         MOVE INV-IDLE-DAYS-CARD TO INV-IDLE-DAYS
002200     END-IF
002210     ACCEPT INV-RUN-DATE FROM DATE YYYYMMDD
002220     COMPUTE INV-RUN-DAY-NUMBER =
002230         FUNCTION INTEGER-OF-DATE (INV-RUN-DATE).
002240 1000-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------------
002280*   2100-LOAD-MONCTL - NAME AND URL, SO IT GOES FIRST AND SEEDS
002290*   THE JOIN FOR THE NAME-ONLY AND URL-ONLY FILES THAT FOLLOW
002300*----------------------------------------------------------------
002310 2100-LOAD-MONCTL.
002320     OPEN INPUT MONITOR-CONTROL-FILE
002330     IF INV-MONCTL-FILE-STATUS NOT = '00'
002340         DISPLAY 'MONCTL NOT PRESENT - UNMONITORED CHECK SKIPPED'
002350         GO TO 2100-EXIT
002360     END-IF
002370     SET INV-MONCTL-AVAILABLE TO TRUE
002380     MOVE 'N' TO INV-EOF-SWITCH
002390     PERFORM 2110-READ-ONE-MONCTL THRU 2110-EXIT
002400         UNTIL INV-END-OF-FILE
002410     CLOSE MONITOR-CONTROL-FILE.
002420 2100-EXIT.
002430     EXIT.
002440
002450 2110-READ-ONE-MONCTL.
002460     READ MONITOR-CONTROL-FILE
002470         AT END
002480             MOVE 'Y' TO INV-EOF-SWITCH
002490             GO TO 2110-EXIT
002500     END-READ
002510     ADD 1 TO INV-ROWS-READ
002520     MOVE MCF-QUEUE-NAME TO INV-KEY-NAME
002530     MOVE MCF-QUEUE-URL TO INV-KEY-URL
002540     PERFORM 3000-FIND-QUEUE-ENTRY THRU 3000-EXIT
002550     IF INV-MATCH-SUB > 0
002560         MOVE 'Y' TO INV-QUE-IN-MONCTL (INV-MATCH-SUB)
002570     END-IF.
002580 2110-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------
002620*   2200-LOAD-QUEUECTL - THE BOOK OF RECORD, KEYED BY NAME ONLY
002630*----------------------------------------------------------------
002640 2200-LOAD-QUEUECTL.
002650     OPEN INPUT QUEUE-CONTROL-FILE
002660     IF INV-QUEUECTL-FILE-STATUS NOT = '00'
002670         DISPLAY 'QUEUECTL NOT PRESENT - BOOK-OF-RECORD CHECK '
002680             'SKIPPED'
002690         GO TO 2200-EXIT
002700     END-IF
002710     SET INV-QUEUECTL-AVAILABLE TO TRUE
002720     MOVE 'N' TO INV-EOF-SWITCH
002730     PERFORM 2210-READ-ONE-QUEUECTL THRU 2210-EXIT
002740         UNTIL INV-END-OF-FILE
002750     CLOSE QUEUE-CONTROL-FILE.
002760 2200-EXIT.
002770     EXIT.
002780
002790 2210-READ-ONE-QUEUECTL.
002800     READ QUEUE-CONTROL-FILE
002810         AT END
002820             MOVE 'Y' TO INV-EOF-SWITCH
002830             GO TO 2210-EXIT
002840     END-READ
002850     ADD 1 TO INV-ROWS-READ
002860     MOVE QCF-QUEUE-NAME TO INV-KEY-NAME
002870     MOVE SPACES TO INV-KEY-URL
002880     PERFORM 3000-FIND-QUEUE-ENTRY THRU 3000-EXIT
002890     IF INV-MATCH-SUB > 0
002900         MOVE 'Y' TO INV-QUE-IN-QUEUECTL (INV-MATCH-SUB)
002910     END-IF.
002920 2210-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960*   2300-LOAD-RATECARD - ONLY THE QMAP ROWS NAME A QUEUE; THE
002970*   SINGLE 'RATE' ROW IS SKIPPED
002980*----------------------------------------------------------------
002990 2300-LOAD-RATECARD.
003000     OPEN INPUT RATE-CARD-FILE
003010     IF INV-RATECARD-FILE-STATUS NOT = '00'
003020         DISPLAY 'RATECARD NOT PRESENT - UNBILLED CHECK SKIPPED'
003030         GO TO 2300-EXIT
003040     END-IF
003050     SET INV-RATECARD-AVAILABLE TO TRUE
003060     MOVE 'N' TO INV-EOF-SWITCH
003070     PERFORM 2310-READ-ONE-RATECARD THRU 2310-EXIT
003080         UNTIL INV-END-OF-FILE
003090     CLOSE RATE-CARD-FILE.
003100 2300-EXIT.
003110     EXIT.
003120
003130 2310-READ-ONE-RATECARD.
003140     READ RATE-CARD-FILE
003150         AT END
003160             MOVE 'Y' TO INV-EOF-SWITCH
003170             GO TO 2310-EXIT
003180     END-READ
003190     IF NOT RTC-QUEUE-MAP-RECORD
003200         GO TO 2310-EXIT
003210     END-IF
003220     ADD 1 TO INV-ROWS-READ
003230     MOVE RTC-QUEUE-NAME TO INV-KEY-NAME
003240     MOVE SPACES TO INV-KEY-URL
003250     PERFORM 3000-FIND-QUEUE-ENTRY THRU 3000-EXIT
003260     IF INV-MATCH-SUB > 0
003270         MOVE 'Y' TO INV-QUE-IN-RATECARD (INV-MATCH-SUB)
003280         MOVE RTC-SOURCE-SYSTEM-ID
003290             TO INV-QUE-OWNER (INV-MATCH-SUB)
003300     END-IF.
003310 2310-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------
003350*   2400-LOAD-QSTAT - NAME, URL OR BOTH; THE STATUS IS CARRIED SO
003360*   AN IDLE QUEUE THAT IS SIMPLY HELD READS AS SUCH
003370*----------------------------------------------------------------
003380 2400-LOAD-QSTAT.
003390     OPEN INPUT SQS-QUEUE-STATUS-FILE
003400     IF INV-QSTAT-FILE-STATUS NOT = '00'
003410         DISPLAY 'QSTAT NOT PRESENT - NO QUEUE-HOLD ROWS LISTED'
003420         GO TO 2400-EXIT
003430     END-IF
003440     SET INV-QSTAT-AVAILABLE TO TRUE
003450     MOVE 'N' TO INV-EOF-SWITCH
003460     PERFORM 2410-READ-ONE-QSTAT THRU 2410-EXIT
003470         UNTIL INV-END-OF-FILE
003480     CLOSE SQS-QUEUE-STATUS-FILE.
003490 2400-EXIT.
003500     EXIT.
003510
003520 2410-READ-ONE-QSTAT.
003530     READ SQS-QUEUE-STATUS-FILE
003540         AT END
003550             MOVE 'Y' TO INV-EOF-SWITCH
003560             GO TO 2410-EXIT
003570     END-READ
003580     ADD 1 TO INV-ROWS-READ
003590     MOVE QHC-QUEUE-NAME TO INV-KEY-NAME
003600     MOVE QHC-QUEUE-URL TO INV-KEY-URL
003610     PERFORM 3000-FIND-QUEUE-ENTRY THRU 3000-EXIT
003620     IF INV-MATCH-SUB > 0
003630         MOVE 'Y' TO INV-QUE-IN-QSTAT (INV-MATCH-SUB)
003640         MOVE QHC-STATUS TO INV-QUE-HOLD-STATUS (INV-MATCH-SUB)
003650     END-IF.
003660 2410-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------
003700*   2500-LOAD-LATCTL - KEYED BY URL ONLY
003710*----------------------------------------------------------------
003720 2500-LOAD-LATCTL.
003730     OPEN INPUT SQS-LATENCY-CONTROL-FILE
003740     IF INV-LATCTL-FILE-STATUS NOT = '00'
003750         DISPLAY 'LATCTL NOT PRESENT - LATENCY COLUMN NOT KNOWN'
003760         GO TO 2500-EXIT
003770     END-IF
003780     SET INV-LATCTL-AVAILABLE TO TRUE
003790     MOVE 'N' TO INV-EOF-SWITCH
003800     PERFORM 2510-READ-ONE-LATCTL THRU 2510-EXIT
003810         UNTIL INV-END-OF-FILE
003820     CLOSE SQS-LATENCY-CONTROL-FILE.
003830 2500-EXIT.
003840     EXIT.
003850
003860 2510-READ-ONE-LATCTL.
003870     READ SQS-LATENCY-CONTROL-FILE
003880         AT END
003890             MOVE 'Y' TO INV-EOF-SWITCH
003900             GO TO 2510-EXIT
003910     END-READ
003920     ADD 1 TO INV-ROWS-READ
003930     MOVE SPACES TO INV-KEY-NAME
003940     MOVE LCF-QUEUE-URL TO INV-KEY-URL
003950     PERFORM 3000-FIND-QUEUE-ENTRY THRU 3000-EXIT
003960     IF INV-MATCH-SUB > 0
003970         MOVE 'Y' TO INV-QUE-IN-LATCTL (INV-MATCH-SUB)
003980     END-IF.
003990 2510-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030*   2600-LOAD-RETCTL - CHECKPOINT RETENTION RULES, KEYED BY URL
004040*----------------------------------------------------------------
004050 2600-LOAD-RETCTL.
004060     OPEN INPUT RETENTION-CONTROL-FILE
004070     IF INV-RETCTL-FILE-STATUS NOT = '00'
004080         DISPLAY 'RETCTL NOT PRESENT - RETENTION COLUMN NOT KNOWN'
004090         GO TO 2600-EXIT
004100     END-IF
004110     SET INV-RETCTL-AVAILABLE TO TRUE
004120     MOVE 'N' TO INV-EOF-SWITCH
004130     PERFORM 2610-READ-ONE-RETCTL THRU 2610-EXIT
004140         UNTIL INV-END-OF-FILE
004150     CLOSE RETENTION-CONTROL-FILE.
004160 2600-EXIT.
004170     EXIT.
004180
004190 2610-READ-ONE-RETCTL.
004200     READ RETENTION-CONTROL-FILE
004210         AT END
004220             MOVE 'Y' TO INV-EOF-SWITCH
004230             GO TO 2610-EXIT
004240     END-READ
004250     ADD 1 TO INV-ROWS-READ
004260     MOVE SPACES TO INV-KEY-NAME
004270     MOVE RCF-QUEUE-URL TO INV-KEY-URL
004280     PERFORM 3000-FIND-QUEUE-ENTRY THRU 3000-EXIT
004290     IF INV-MATCH-SUB > 0
004300         MOVE 'Y' TO INV-QUE-IN-RETCTL (INV-MATCH-SUB)
004310     END-IF.
004320 2610-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360*   3000-FIND-QUEUE-ENTRY - FIND (OR ADD) THE MASTER ENTRY FOR
004370*   INV-KEY. URLS JOIN WHEN BOTH SIDES HAVE ONE; OTHERWISE NAMES
004380*   JOIN. A MATCHED ENTRY PICKS UP WHICHEVER HALF IT WAS MISSING.
004390*   LEAVES INV-MATCH-SUB ZERO WHEN THE TABLE IS FULL.
004400*----------------------------------------------------------------
004410 3000-FIND-QUEUE-ENTRY.
004420     MOVE 0 TO INV-MATCH-SUB
004430     IF INV-KEY-NAME = SPACES AND INV-KEY-URL = SPACES
004440         GO TO 3000-EXIT
004450     END-IF
004460     IF INV-KEY-NAME = SPACES
004470         PERFORM 3100-NAME-FROM-URL THRU 3100-EXIT
004480     END-IF
004490     PERFORM 3010-MATCH-ONE-QUEUE THRU 3010-EXIT
004500         VARYING INV-SUB FROM 1 BY 1
004510         UNTIL INV-SUB > INV-QUEUE-COUNT
004520            OR INV-MATCH-SUB > 0
004530     IF INV-MATCH-SUB = 0
004540         IF INV-QUEUE-COUNT < 300
004550             ADD 1 TO INV-QUEUE-COUNT
004560             MOVE INV-QUEUE-COUNT TO INV-MATCH-SUB
004570         ELSE
004580             ADD 1 TO INV-ROWS-OVERFLOWED
004590             GO TO 3000-EXIT
004600         END-IF
004610     END-IF
004620     IF INV-QUE-NAME (INV-MATCH-SUB) = SPACES
004630         MOVE INV-KEY-NAME TO INV-QUE-NAME (INV-MATCH-SUB)
004640     END-IF
004650     IF INV-QUE-URL (INV-MATCH-SUB) = SPACES
004660         MOVE INV-KEY-URL TO INV-QUE-URL (INV-MATCH-SUB)
004670     END-IF.
004680 3000-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------
004720*   3010-MATCH-ONE-QUEUE - THE SAME NAME UNDER TWO DIFFERENT URLS
004730*   (TWO REGIONS OR ACCOUNTS) IS TWO QUEUES
004740*----------------------------------------------------------------
004750 3010-MATCH-ONE-QUEUE.
004760     IF INV-KEY-URL NOT = SPACES
004770         AND INV-QUE-URL (INV-SUB) = INV-KEY-URL
004780         MOVE INV-SUB TO INV-MATCH-SUB
004790         GO TO 3010-EXIT
004800     END-IF
004810     IF INV-KEY-NAME NOT = SPACES
004820         AND INV-QUE-NAME (INV-SUB) = INV-KEY-NAME
004830         AND (INV-KEY-URL = SPACES
004840              OR INV-QUE-URL (INV-SUB) = SPACES)
004850         MOVE INV-SUB TO INV-MATCH-SUB
004860     END-IF.
004870 3010-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------
004910*   3100-NAME-FROM-URL - AN SQS QUEUE URL ENDS .../ACCOUNT/NAME,
004920*   SO THE TEXT AFTER THE LAST SLASH IS THE QUEUE NAME
004930*----------------------------------------------------------------
004940 3100-NAME-FROM-URL.
004950     MOVE 0 TO INV-SLASH-POS
004960     PERFORM 3110-FIND-LAST-SLASH THRU 3110-EXIT
004970         VARYING INV-SCAN-POS FROM 200 BY -1
004980         UNTIL INV-SCAN-POS = 0
004990            OR INV-SLASH-POS > 0
005000     IF INV-SLASH-POS > 0 AND INV-SLASH-POS < 200
005010         MOVE INV-KEY-URL
005020             (INV-SLASH-POS + 1 : 200 - INV-SLASH-POS)
005030             TO INV-KEY-NAME
005040     END-IF.
005050 3100-EXIT.
005060     EXIT.
005070
005080 3110-FIND-LAST-SLASH.
005090     IF INV-KEY-URL (INV-SCAN-POS : 1) = '/'
005100         MOVE INV-SCAN-POS TO INV-SLASH-POS
005110     END-IF.
005120 3110-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160*   4000-AUDIT-PASS - EVERY ROW MARKS ITS QUEUE AS SEEN; ONLY A
005170*   SUCCESSFUL MESSAGE-MOVING ROW COUNTS AS TRAFFIC, AND A
005180*   SUCCESSFUL DELETEQ MARKS THE QUEUE DELETED
005190*----------------------------------------------------------------
005200 4000-AUDIT-PASS.
005210     OPEN INPUT SQS-AUDIT-FILE
005220     IF INV-AUDIT-FILE-STATUS NOT = '00'
005230         DISPLAY 'AUDIT TRAIL NOT PRESENT - BOOK-OF-RECORD AND '
005240             'IDLE CHECKS SKIPPED'
005250         GO TO 4000-EXIT
005260     END-IF
005270     SET INV-AUDIT-AVAILABLE TO TRUE
005280     MOVE 'N' TO INV-EOF-SWITCH
005290     PERFORM 4100-READ-ONE-AUDIT-ROW THRU 4100-EXIT
005300         UNTIL INV-END-OF-FILE
005310     CLOSE SQS-AUDIT-FILE.
005320 4000-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360*   4100-READ-ONE-AUDIT-ROW
005370*----------------------------------------------------------------
005380 4100-READ-ONE-AUDIT-ROW.
005390     READ SQS-AUDIT-FILE
005400         AT END
005410             MOVE 'Y' TO INV-EOF-SWITCH
005420             GO TO 4100-EXIT
005430     END-READ
005440     ADD 1 TO INV-AUDIT-ROWS-READ
005450     MOVE aud-queue-name TO INV-KEY-NAME
005460     MOVE aud-queue-url TO INV-KEY-URL
005470     PERFORM 3000-FIND-QUEUE-ENTRY THRU 3000-EXIT
005480     IF INV-MATCH-SUB = 0
005490         GO TO 4100-EXIT
005500     END-IF
005510     MOVE 'Y' TO INV-QUE-IN-AUDIT (INV-MATCH-SUB)
005520     ADD 1 TO INV-QUE-AUDIT-CALLS (INV-MATCH-SUB)
005530     IF INV-QUE-FIRST-SEEN (INV-MATCH-SUB) = 0
005540         OR aud-date < INV-QUE-FIRST-SEEN (INV-MATCH-SUB)
005550         MOVE aud-date TO INV-QUE-FIRST-SEEN (INV-MATCH-SUB)
005560     END-IF
005570     IF aud-date > INV-QUE-LAST-SEEN (INV-MATCH-SUB)
005580         MOVE aud-date TO INV-QUE-LAST-SEEN (INV-MATCH-SUB)
005590     END-IF
005600     IF aud-op-result NOT = 0
005610         GO TO 4100-EXIT
005620     END-IF
005630     EVALUATE aud-command
005640         WHEN 'SNDSMSG  '
005650         WHEN 'SNDMMSG  '
005660         WHEN 'RCVSMSG  '
005670         WHEN 'RCVMMSG  '
005680         WHEN 'PULSMSG  '
005690         WHEN 'CSMSMSG  '
005700         WHEN 'REPLAYDLQ'
005710             IF aud-date > INV-QUE-LAST-TRAFFIC (INV-MATCH-SUB)
005720                 MOVE aud-date
005730                     TO INV-QUE-LAST-TRAFFIC (INV-MATCH-SUB)
005740             END-IF
005750         WHEN 'DELETEQ  '
005760             MOVE 'Y' TO INV-QUE-DELETED-FLAG (INV-MATCH-SUB)
005770     END-EVALUATE.
005780 4100-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820*   8000-FINALIZE - THE INVENTORY, ONE BLOCK PER QUEUE, THEN THE
005830*   GAP SUMMARY; ANY GAP RAISES THE GAP RETURN CODE
005840*----------------------------------------------------------------
005850 8000-FINALIZE.
005860     DISPLAY '===== SQSINVNT QUEUE INVENTORY CROSS-REFERENCE '
005870         '====='
005880     DISPLAY 'AS OF ' INV-RUN-DATE '  IDLE THRESHOLD '
005890         INV-IDLE-DAYS ' DAYS'
005900     DISPLAY 'CONTROL ROWS READ : ' INV-ROWS-READ
005910     DISPLAY 'AUDIT ROWS READ   : ' INV-AUDIT-ROWS-READ
005920     DISPLAY 'QUEUES KNOWN      : ' INV-QUEUE-COUNT
005930     DISPLAY ' '
005940     PERFORM 8100-REPORT-ONE-QUEUE THRU 8100-EXIT
005950         VARYING INV-SUB FROM 1 BY 1
005960         UNTIL INV-SUB > INV-QUEUE-COUNT
005970     IF INV-ROWS-OVERFLOWED > 0
005980         DISPLAY 'NOTE - ' INV-ROWS-OVERFLOWED ' ROWS FOR QUEUES '
005990             'BEYOND THE 300-QUEUE TABLE WERE NOT INVENTORIED'
006000     END-IF
006010     COMPUTE INV-TOTAL-GAPS = INV-UNMONITORED + INV-UNBILLED
006020         + INV-NOT-IN-BOOK + INV-IDLE-QUEUES
006030     DISPLAY ' '
006040     DISPLAY '----- INVENTORY GAPS -----'
006050     DISPLAY 'UNMONITORED (NO MONCTL ROW)      : ' INV-UNMONITORED
006060     DISPLAY 'UNBILLED (NO RATECARD QMAP ROW)  : ' INV-UNBILLED
006070     DISPLAY 'AUDITED BUT NOT IN QUEUECTL      : ' INV-NOT-IN-BOOK
006080     DISPLAY 'CONTROL ROWS, NO TRAFFIC IN '
006090         INV-IDLE-DAYS ' DAYS : ' INV-IDLE-QUEUES
006100     DISPLAY 'QUEUES WITH AT LEAST ONE GAP     : '
006110         INV-QUEUES-WITH-GAPS
006120     IF INV-TOTAL-GAPS > 0
006130         DISPLAY 'ENDING WITH RETURN CODE ' INV-GAP-RC
006140             ' - ' INV-TOTAL-GAPS ' GAP(S) NEED A CONTROL-FILE '
006150             'OWNER'
006160         MOVE INV-GAP-RC TO RETURN-CODE
006170     ELSE
006180         DISPLAY 'EVERY QUEUE IS KNOWN TO EVERY CONTROL FILE'
006190     END-IF.
006200 8000-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240*   8100-REPORT-ONE-QUEUE
006250*----------------------------------------------------------------
006260 8100-REPORT-ONE-QUEUE.
006270     MOVE 'N' TO INV-GAP-SWITCH
006280     DISPLAY INV-QUE-NAME (INV-SUB)
006290     IF INV-QUE-URL (INV-SUB) NOT = SPACES
006300         DISPLAY '  URL ' INV-QUE-URL (INV-SUB) (1 : 100)
006310     END-IF
006320     PERFORM 8200-BUILD-PRESENCE-LINE THRU 8200-EXIT
006330     DISPLAY INV-PRESENCE-LINE
006340     IF INV-QUE-BILLED (INV-SUB)
006350         DISPLAY '  OWNER ' INV-QUE-OWNER (INV-SUB)
006360     END-IF
006370     IF INV-QUE-STATUS-ROW (INV-SUB)
006380         DISPLAY '  QSTAT STATUS ' INV-QUE-HOLD-STATUS (INV-SUB)
006390     END-IF
006400     IF INV-QUE-AUDITED (INV-SUB)
006410         DISPLAY '  AUDIT CALLS ' INV-QUE-AUDIT-CALLS (INV-SUB)
006420             '  FIRST SEEN ' INV-QUE-FIRST-SEEN (INV-SUB)
006430             '  LAST SEEN ' INV-QUE-LAST-SEEN (INV-SUB)
006440         DISPLAY '  LAST TRAFFIC ' INV-QUE-LAST-TRAFFIC (INV-SUB)
006450     END-IF
006460     IF INV-QUE-DELETED (INV-SUB)
006470         DISPLAY '  AUDIT TRAIL SHOWS THIS QUEUE DELETED'
006480     END-IF
006490     IF INV-MONCTL-AVAILABLE
006500         AND NOT INV-QUE-MONITORED (INV-SUB)
006510         AND NOT INV-QUE-DELETED (INV-SUB)
006520         ADD 1 TO INV-UNMONITORED
006530         SET INV-QUEUE-HAS-GAP TO TRUE
006540         DISPLAY '  *** UNMONITORED - NO MONCTL ROW ***'
006550     END-IF
006560     IF INV-RATECARD-AVAILABLE
006570         AND NOT INV-QUE-BILLED (INV-SUB)
006580         AND NOT INV-QUE-DELETED (INV-SUB)
006590         ADD 1 TO INV-UNBILLED
006600         SET INV-QUEUE-HAS-GAP TO TRUE
006610         DISPLAY '  *** UNBILLED - NO RATECARD QMAP ROW ***'
006620     END-IF
006630     IF INV-QUEUECTL-AVAILABLE
006640         AND INV-QUE-AUDITED (INV-SUB)
006650         AND NOT INV-QUE-DEFINED (INV-SUB)
006660         AND NOT INV-QUE-DELETED (INV-SUB)
006670         ADD 1 TO INV-NOT-IN-BOOK
006680         SET INV-QUEUE-HAS-GAP TO TRUE
006690         DISPLAY '  *** IN THE AUDIT TRAIL BUT NOT IN QUEUECTL '
006700             '***'
006710     END-IF
006720     PERFORM 8300-CHECK-IDLE THRU 8300-EXIT
006730     IF INV-QUEUE-HAS-GAP
006740         ADD 1 TO INV-QUEUES-WITH-GAPS
006750     END-IF.
006760 8100-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------
006800*   8200-BUILD-PRESENCE-LINE
006810*----------------------------------------------------------------
006820 8200-BUILD-PRESENCE-LINE.
006830     MOVE '-' TO INV-PL-QUEUECTL INV-PL-MONCTL INV-PL-LATCTL
006840         INV-PL-RATECARD INV-PL-RETCTL INV-PL-QSTAT INV-PL-AUDIT
006850     IF NOT INV-QUEUECTL-AVAILABLE
006860         MOVE '?' TO INV-PL-QUEUECTL
006870     END-IF
006880     IF INV-QUE-DEFINED (INV-SUB)
006890         MOVE 'Y' TO INV-PL-QUEUECTL
006900     END-IF
006910     IF NOT INV-MONCTL-AVAILABLE
006920         MOVE '?' TO INV-PL-MONCTL
006930     END-IF
006940     IF INV-QUE-MONITORED (INV-SUB)
006950         MOVE 'Y' TO INV-PL-MONCTL
006960     END-IF
006970     IF NOT INV-LATCTL-AVAILABLE
006980         MOVE '?' TO INV-PL-LATCTL
006990     END-IF
007000     IF INV-QUE-LATENCY-GRADED (INV-SUB)
007010         MOVE 'Y' TO INV-PL-LATCTL
007020     END-IF
007030     IF NOT INV-RATECARD-AVAILABLE
007040         MOVE '?' TO INV-PL-RATECARD
007050     END-IF
007060     IF INV-QUE-BILLED (INV-SUB)
007070         MOVE 'Y' TO INV-PL-RATECARD
007080     END-IF
007090     IF NOT INV-RETCTL-AVAILABLE
007100         MOVE '?' TO INV-PL-RETCTL
007110     END-IF
007120     IF INV-QUE-RETENTION-SET (INV-SUB)
007130         MOVE 'Y' TO INV-PL-RETCTL
007140     END-IF
007150     IF NOT INV-QSTAT-AVAILABLE
007160         MOVE '?' TO INV-PL-QSTAT
007170     END-IF
007180     IF INV-QUE-STATUS-ROW (INV-SUB)
007190         MOVE 'Y' TO INV-PL-QSTAT
007200     END-IF
007210     IF NOT INV-AUDIT-AVAILABLE
007220         MOVE '?' TO INV-PL-AUDIT
007230     END-IF
007240     IF INV-QUE-AUDITED (INV-SUB)
007250         MOVE 'Y' TO INV-PL-AUDIT
007260     END-IF.
007270 8200-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310*   8300-CHECK-IDLE - A QUEUE SOME CONTROL FILE STILL CARRIES BUT
007320*   THAT HAS MOVED NO MESSAGE WITHIN THE THRESHOLD. THE CHECK
007330*   NEEDS THE AUDIT TRAIL, AND A QUEUE SEEN ONLY IN THE AUDIT
007340*   TRAIL HAS NO CONTROL ROW TO GO STALE.
007350*----------------------------------------------------------------
007360 8300-CHECK-IDLE.
007370     IF NOT INV-AUDIT-AVAILABLE
007380         GO TO 8300-EXIT
007390     END-IF
007400     IF NOT INV-QUE-DEFINED (INV-SUB)
007410         AND NOT INV-QUE-MONITORED (INV-SUB)
007420         AND NOT INV-QUE-LATENCY-GRADED (INV-SUB)
007430         AND NOT INV-QUE-BILLED (INV-SUB)
007440         AND NOT INV-QUE-RETENTION-SET (INV-SUB)
007450         AND NOT INV-QUE-STATUS-ROW (INV-SUB)
007460         GO TO 8300-EXIT
007470     END-IF
007480     IF INV-QUE-LAST-TRAFFIC (INV-SUB) > 0
007490         COMPUTE INV-DAYS-IDLE = INV-RUN-DAY-NUMBER
007500             - FUNCTION INTEGER-OF-DATE
007510                 (INV-QUE-LAST-TRAFFIC (INV-SUB))
007520         IF INV-DAYS-IDLE NOT GREATER THAN INV-IDLE-DAYS
007530             GO TO 8300-EXIT
007540         END-IF
007550         DISPLAY '  *** NO TRAFFIC IN ' INV-DAYS-IDLE
007560             ' DAYS - CONTROL ROWS MAY BE STALE ***'
007570     ELSE
007580         DISPLAY '  *** NO TRAFFIC IN THE AUDIT TRAIL - CONTROL '
007590             'ROWS MAY BE STALE ***'
007600     END-IF
007610     ADD 1 TO INV-IDLE-QUEUES
007620     SET INV-QUEUE-HAS-GAP TO TRUE.
007630 8300-EXIT.
007640     EXIT.
