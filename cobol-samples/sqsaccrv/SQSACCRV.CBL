000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSACCRV.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. CROSS-ACCOUNT ROLE ACCESS
000100*                 REVIEW - COMPARES THE ROLES SQSOP ACTUALLY
000110*                 ASSUMED (aud-role-arn ON EVERY AUDIT ROW,
000120*                 SQSAUDIT.CPY) AND THE ROLES WAITING ON PENDING
000130*                 PARK, DEFER AND HOLDOVER RECORDS (SQSPARK.CPY,
000140*                 SQSDEFER.CPY, SQSHOLD.CPY) WITH THE AUTHORIZED
000150*                 ACCESS MATRIX SECURITY APPROVED (ACCMTX DD,
000160*                 SQSACMCF.CPY). PRINTS EVERY ROLE / QUEUE /
000170*                 COMMAND COMBINATION USED WITH ITS CALL COUNT AND
000180*                 FIRST AND LAST SEEN DATES, AND FLAGS USE THAT
000190*                 WAS NEVER AUTHORIZED, AUTHORIZED PAIRS LEFT
000200*                 UNUSED, AND DELETEQ / PURGEQ CALLS UNDER A ROLE
000210*                 NOT CLEARED FOR THEM. THIS IS THE EVIDENCE FOR
000220*                 THE SEMI-ANNUAL ENTITLEMENT REVIEW.
000230*-----------------------------------------------------------------
000240* THE FINDINGS, EACH FLAGGED ON ITS LINE AND COUNTED:
000250* - NOT AUTHORIZED: A ROLE / QUEUE / COMMAND THE AUDIT TRAIL SHOWS
000260*   IN USE THAT NO MATRIX ROW GRANTS - EITHER THE ROLE HAS NO ROW
000270*   FOR THE QUEUE AT ALL, OR ITS ROW DOES NOT NAME THE COMMAND.
000280*   FAILED CALLS COUNT - AN ATTEMPT IS STILL USE.
000290* - UNCLEARED DELETEQ / PURGEQ: EVERY SUCH CALL IS ALSO LISTED ON
000300*   ITS OWN WITH ITS TIMESTAMP AND RESULT.
000310* - UNUSED: A MATRIX PAIR WITH NO AUTHORIZED CALL IN THE LAST N
000320*   DAYS (OPTIONAL SYSIN CARD, DEFAULT 90) - A CANDIDATE FOR
000330*   REVOCATION.
000340* - STORED ROLE NOT CLEARED TO SEND: A PENDING PARK, DEFER OR
000350*   HOLDOVER RECORD WHOSE ROLE IS NOT CLEARED FOR SNDSMSG ON ITS
000360*   QUEUE - SQSPARKRV, SQSDEFRL AND SQSQREL SEND IT UNDER THAT
000370*   ROLE. DISCARDED PARK RECORDS AND RELEASED OR FAILED DEFER
000380*   RECORDS WILL NOT BE SENT AND ARE SKIPPED.
000390* A BLANK ROLE IS THE JOB'S OWN CREDENTIALS, NOT A CROSS-ACCOUNT
000400* ROLE, AND IS ONLY COUNTED. QUEUES ARE MATCHED ON NAME; A ROW
000410* CARRYING ONLY A URL IS GIVEN THE NAME FROM THE LAST SEGMENT OF
000420* ITS URL, SAME AS SQSINVNT.
000430* THE MATRIX IS REQUIRED; THE AUDIT TRAIL (CONCATENATE AS MANY
000440* DAILY FILES AS THE REVIEW PERIOD NEEDS) AND THE THREE SPOOLS ARE
000450* OPTIONAL, AND A MISSING ONE IS REPORTED AS NOT REVIEWED. ANY
000460* FINDING OR REJECTED MATRIX ROW ENDS THE STEP WITH THE FINDING
000470* RETURN CODE.
000480*-----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ACCESS-MATRIX-FILE ASSIGN TO ACCMTX
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS ACR-ACCMTX-FILE-STATUS.
000550     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS ACR-AUDIT-FILE-STATUS.
000580     SELECT SQS-PARK-FILE ASSIGN TO SQSPARK
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE IS DYNAMIC
000610            RECORD KEY IS park-message-id
000620            FILE STATUS IS ACR-PARK-FILE-STATUS.
000630     SELECT SQS-DEFER-FILE ASSIGN TO SQSDEFER
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS def-defer-id
000670            FILE STATUS IS ACR-DEFER-FILE-STATUS.
000680     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
000690            ORGANIZATION IS LINE SEQUENTIAL
000700            FILE STATUS IS ACR-HOLDOVER-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ACCESS-MATRIX-FILE
000750     RECORDING MODE IS F.
000760     COPY SQSACMCF.
000770     COPY SQSAUDIT.
000780     COPY SQSPARK.
000790     COPY SQSDEFER.
000800     COPY SQSHOLD.
000810
000820 WORKING-STORAGE SECTION.
000830 01  ACR-SWITCHES.
000840     05 ACR-EOF-SWITCH PIC X(1) VALUE 'N'.
000850        88 ACR-END-OF-FILE VALUE 'Y'.
000860     05 ACR-AUDIT-AVAIL-SW PIC X(1) VALUE 'N'.
000870        88 ACR-AUDIT-AVAILABLE VALUE 'Y'.
000880     05 ACR-PARK-AVAIL-SW PIC X(1) VALUE 'N'.
000890        88 ACR-PARK-AVAILABLE VALUE 'Y'.
000900     05 ACR-DEFER-AVAIL-SW PIC X(1) VALUE 'N'.
000910        88 ACR-DEFER-AVAILABLE VALUE 'Y'.
000920     05 ACR-HOLDOVER-AVAIL-SW PIC X(1) VALUE 'N'.
000930        88 ACR-HOLDOVER-AVAILABLE VALUE 'Y'.
000940     05 ACR-KNOWN-COMMAND-SW PIC X(1) VALUE 'N'.
000950        88 ACR-KNOWN-COMMAND VALUE 'Y'.
000960* THE MATRIX'S VERDICT ON ACR-KEY - SET BY 7000.
000970     05 ACR-AUTH-RESULT PIC X(1) VALUE 'N'.
000980        88 ACR-COMMAND-CLEARED VALUE 'Y'.
000990        88 ACR-COMMAND-NOT-GRANTED VALUE 'P'.
001000        88 ACR-PAIR-NOT-GRANTED VALUE 'N'.
001010
001020 01  ACR-FILE-STATUSES.
001030     05 ACR-ACCMTX-FILE-STATUS PIC X(2) VALUE '00'.
001040     05 ACR-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
001050     05 ACR-PARK-FILE-STATUS PIC X(2) VALUE '00'.
001060     05 ACR-DEFER-FILE-STATUS PIC X(2) VALUE '00'.
001070     05 ACR-HOLDOVER-FILE-STATUS PIC X(2) VALUE '00'.
001080
001090* THE DISTINCT STEP RETURN CODE MEANING "THE REVIEW HAS FINDINGS,
001100* LISTED ABOVE" - SAME DOCTRINE AS INV-GAP-RC (SQSINVNT).
001110 77  ACR-FINDING-RC PIC 9(4) COMP-5 VALUE 4.
001120* OPTIONAL SYSIN CARD - UNUSED-PAIR THRESHOLD IN DAYS. BLANK OR
001130* NON-NUMERIC KEEPS THE DEFAULT.
001140 77  ACR-IDLE-DAYS-CARD PIC X(4) VALUE SPACES.
001150 77  ACR-IDLE-DAYS PIC 9(4) COMP-5 VALUE 90.
001160 77  ACR-ABEND-MSG PIC X(256) VALUE SPACES.
001170 77  ACR-RUN-DATE PIC 9(8) VALUE 0.
001180 77  ACR-RUN-DAY-NUMBER PIC 9(9) COMP-5 VALUE 0.
001190 77  ACR-DAYS-IDLE PIC 9(9) COMP-5 VALUE 0.
001200 77  ACR-TRAIL-FIRST-DATE PIC 9(8) VALUE 0.
001210 77  ACR-TRAIL-LAST-DATE PIC 9(8) VALUE 0.
001220 77  ACR-SUB PIC 9(4) COMP-5 VALUE 0.
001230 77  ACR-LIST-SUB PIC 9(4) COMP-5 VALUE 0.
001240 77  ACR-MATCH-SUB PIC 9(4) COMP-5 VALUE 0.
001250 77  ACR-GRANT-SUB PIC 9(4) COMP-5 VALUE 0.
001260 77  ACR-CMD-SUB PIC 9(2) COMP-5 VALUE 0.
001270 77  ACR-CMD-MATCH PIC 9(2) COMP-5 VALUE 0.
001280 77  ACR-SLASH-POS PIC 9(3) COMP-5 VALUE 0.
001290 77  ACR-SCAN-POS PIC 9(3) COMP-5 VALUE 0.
001300 77  ACR-MATRIX-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
001310 77  ACR-MATRIX-ROWS-REJECTED PIC 9(9) COMP-5 VALUE 0.
001320 77  ACR-COMMANDS-REJECTED PIC 9(9) COMP-5 VALUE 0.
001330 77  ACR-AUDIT-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
001340 77  ACR-OWN-CREDENTIAL-CALLS PIC 9(9) COMP-5 VALUE 0.
001350 77  ACR-STORED-RECORDS-READ PIC 9(9) COMP-5 VALUE 0.
001360 77  ACR-STORED-WITH-ROLE PIC 9(9) COMP-5 VALUE 0.
001370 77  ACR-ROWS-OVERFLOWED PIC 9(9) COMP-5 VALUE 0.
001380 77  ACR-UNAUTHORIZED-USES PIC 9(5) COMP-5 VALUE 0.
001390 77  ACR-UNCLEARED-DESTRUCTIVE PIC 9(5) COMP-5 VALUE 0.
001400 77  ACR-UNUSED-GRANTS PIC 9(5) COMP-5 VALUE 0.
001410 77  ACR-STORED-UNAUTHORIZED PIC 9(5) COMP-5 VALUE 0.
001420 77  ACR-TOTAL-FINDINGS PIC 9(5) COMP-5 VALUE 0.
001430
001440* THE ROLE, QUEUE AND COMMAND OF THE ROW IN HAND, WHICHEVER FILE
001450* IT CAME FROM.
001460 01  ACR-KEY.
001470     05 ACR-KEY-ROLE-ARN PIC X(120) VALUE SPACES.
001480     05 ACR-KEY-QUEUE-NAME PIC X(80) VALUE SPACES.
001490     05 ACR-KEY-QUEUE-URL PIC X(200) VALUE SPACES.
001500     05 ACR-KEY-COMMAND PIC X(9) VALUE SPACES.
001510     05 ACR-KEY-DATASET PIC X(8) VALUE SPACES.
001520     05 ACR-KEY-DATE PIC 9(8) VALUE 0.
001530
001540* THE AUTHORIZED MATRIX - ONE ENTRY PER DISTINCT ROLE AND QUEUE,
001550* WITH THE COMMANDS IT IS CLEARED FOR AND ITS AUTHORIZED USE.
001560 01  ACR-GRANT-TABLE.
001570     05 ACR-GRANT-COUNT PIC 9(4) COMP-5 VALUE 0.
001580     05 ACR-GRANT-ENTRY OCCURS 500 TIMES.
001590        10 ACR-GRT-ROLE-ARN PIC X(120) VALUE SPACES.
001600        10 ACR-GRT-QUEUE-NAME PIC X(80) VALUE SPACES.
001610        10 ACR-GRT-APPROVAL-REF PIC X(20) VALUE SPACES.
001620        10 ACR-GRT-COMMAND-COUNT PIC 9(2) COMP-5 VALUE 0.
001630        10 ACR-GRT-COMMAND PIC X(9) OCCURS 15 TIMES
001640           VALUE SPACES.
001650        10 ACR-GRT-CALLS PIC 9(9) COMP-5 VALUE 0.
001660        10 ACR-GRT-LAST-USED PIC 9(8) VALUE 0.
001670
001680* EVERY ROLE / QUEUE / COMMAND THE AUDIT TRAIL SHOWS IN USE.
001690 01  ACR-USAGE-TABLE.
001700     05 ACR-USAGE-COUNT PIC 9(4) COMP-5 VALUE 0.
001710     05 ACR-USAGE-ENTRY OCCURS 2000 TIMES.
001720        10 ACR-USE-ROLE-ARN PIC X(120) VALUE SPACES.
001730        10 ACR-USE-QUEUE-NAME PIC X(80) VALUE SPACES.
001740        10 ACR-USE-COMMAND PIC X(9) VALUE SPACES.
001750        10 ACR-USE-AUTH-RESULT PIC X(1) VALUE 'N'.
001760           88 ACR-USE-CLEARED VALUE 'Y'.
001770           88 ACR-USE-COMMAND-NOT-GRANTED VALUE 'P'.
001780        10 ACR-USE-CALLS PIC 9(9) COMP-5 VALUE 0.
001790        10 ACR-USE-FAILED-CALLS PIC 9(9) COMP-5 VALUE 0.
001800        10 ACR-USE-FIRST-SEEN PIC 9(8) VALUE 0.
001810        10 ACR-USE-LAST-SEEN PIC 9(8) VALUE 0.
001820        10 ACR-USE-LISTED-FLAG PIC X(1) VALUE 'N'.
001830           88 ACR-USE-LISTED VALUE 'Y'.
001840
001850* EVERY ROLE / QUEUE / DATASET FOUND ON A PENDING SPOOL RECORD.
001860 01  ACR-STORED-TABLE.
001870     05 ACR-STORED-COUNT PIC 9(4) COMP-5 VALUE 0.
001880     05 ACR-STORED-ENTRY OCCURS 500 TIMES.
001890        10 ACR-STO-ROLE-ARN PIC X(120) VALUE SPACES.
001900        10 ACR-STO-QUEUE-NAME PIC X(80) VALUE SPACES.
001910        10 ACR-STO-DATASET PIC X(8) VALUE SPACES.
001920        10 ACR-STO-AUTH-RESULT PIC X(1) VALUE 'N'.
001930           88 ACR-STO-CLEARED VALUE 'Y'.
001940        10 ACR-STO-RECORDS PIC 9(9) COMP-5 VALUE 0.
001950        10 ACR-STO-FIRST-DATE PIC 9(8) VALUE 0.
001960        10 ACR-STO-LAST-DATE PIC 9(8) VALUE 0.
001970
001980* THE COMMANDS ONE MATRIX PAIR IS CLEARED FOR, AS ONE LINE.
001990 01  ACR-CLEARED-LINE.
002000     05 FILLER PIC X(14) VALUE '  CLEARED FOR '.
002010     05 ACR-CL-COMMANDS.
002020        10 ACR-CL-ENTRY OCCURS 15 TIMES.
002030           15 ACR-CL-COMMAND PIC X(9).
002040           15 FILLER PIC X(1).
002050
002060 PROCEDURE DIVISION.
002070*----------------------------------------------------------------
002080*   0000-MAINLINE - LOAD THE MATRIX, JUDGE THE AUDIT TRAIL AND THE
002090*   STORED ROLES AGAINST IT, THEN PRINT THE REVIEW
002100*----------------------------------------------------------------
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002130     PERFORM 2000-LOAD-MATRIX THRU 2000-EXIT
002140     PERFORM 3000-AUDIT-PASS THRU 3000-EXIT
002150     PERFORM 4000-SCAN-PARK-FILE THRU 4000-EXIT
002160     PERFORM 5000-SCAN-DEFER-FILE THRU 5000-EXIT
002170     PERFORM 6000-SCAN-HOLDOVER THRU 6000-EXIT
002180     PERFORM 8000-FINALIZE THRU 8000-EXIT
002190     GOBACK.
002200
002210*----------------------------------------------------------------
002220*   1000-INITIALIZE - UNUSED THRESHOLD AND RUN DATE. THE INPUTS
002230*   ARE OPENED ONE AT A TIME AS EACH IS READ.
002240*----------------------------------------------------------------
002250 1000-INITIALIZE.
002260     ACCEPT ACR-IDLE-DAYS-CARD
002270     IF ACR-IDLE-DAYS-CARD IS NUMERIC
002280         MOVE ACR-IDLE-DAYS-CARD TO ACR-IDLE-DAYS
002290     END-IF
002300     ACCEPT ACR-RUN-DATE FROM DATE YYYYMMDD
002310     COMPUTE ACR-RUN-DAY-NUMBER =
002320         FUNCTION INTEGER-OF-DATE (ACR-RUN-DATE)
002330     DISPLAY '===== SQSACCRV CROSS-ACCOUNT ROLE ACCESS REVIEW '
002340         '====='
002350     DISPLAY 'AS OF ' ACR-RUN-DATE '  UNUSED THRESHOLD '
002360         ACR-IDLE-DAYS ' DAYS'.
002370 1000-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410*   2000-LOAD-MATRIX - REQUIRED. A ROW WITHOUT BOTH A ROLE AND A
002420*   QUEUE IS REJECTED; AN UNKNOWN COMMAND CODE IS DROPPED FROM ITS
002430*   ROW. EITHER WAY THE REST OF THE MATRIX STILL LOADS.
002440*----------------------------------------------------------------
002450 2000-LOAD-MATRIX.
002460     OPEN INPUT ACCESS-MATRIX-FILE
002470     IF ACR-ACCMTX-FILE-STATUS NOT = '00'
002480         DISPLAY 'ERROR OPENING ACCESS MATRIX - FILE STATUS '
002490             ACR-ACCMTX-FILE-STATUS
002500         MOVE 'ACCMTX OPEN FAILED' TO ACR-ABEND-MSG
002510         CALL "FORCEABEND" USING ACR-ABEND-MSG
002520     END-IF
002530     MOVE 'N' TO ACR-EOF-SWITCH
002540     PERFORM 2010-READ-ONE-MATRIX-ROW THRU 2010-EXIT
002550         UNTIL ACR-END-OF-FILE
002560     CLOSE ACCESS-MATRIX-FILE
002570     DISPLAY 'MATRIX ROWS READ  : ' ACR-MATRIX-ROWS-READ
002580     DISPLAY 'AUTHORIZED PAIRS  : ' ACR-GRANT-COUNT
002590     IF ACR-GRANT-COUNT = 0
002600         DISPLAY 'NOTE - THE MATRIX AUTHORIZES NOTHING, SO EVERY '
002610             'ROLE IN USE WILL BE FLAGGED'
002620     END-IF.
002630 2000-EXIT.
002640     EXIT.
002650
002660 2010-READ-ONE-MATRIX-ROW.
002670     READ ACCESS-MATRIX-FILE
002680         AT END
002690             MOVE 'Y' TO ACR-EOF-SWITCH
002700             GO TO 2010-EXIT
002710     END-READ
002720     IF ACM-ROLE-ARN (1 : 1) = '*'
002730         OR ACM-ACCESS-ROW = SPACES
002740         GO TO 2010-EXIT
002750     END-IF
002760     ADD 1 TO ACR-MATRIX-ROWS-READ
002770     IF ACM-ROLE-ARN = SPACES OR ACM-QUEUE-NAME = SPACES
002780         ADD 1 TO ACR-MATRIX-ROWS-REJECTED
002790         DISPLAY 'ACCMTX ROW ' ACR-MATRIX-ROWS-READ ' REJECTED - '
002800             'A ROLE ARN AND A QUEUE NAME ARE BOTH REQUIRED'
002810         GO TO 2010-EXIT
002820     END-IF
002830     MOVE ACM-ROLE-ARN TO ACR-KEY-ROLE-ARN
002840     MOVE ACM-QUEUE-NAME TO ACR-KEY-QUEUE-NAME
002850     PERFORM 2100-FIND-GRANT-ENTRY THRU 2100-EXIT
002860     IF ACR-GRANT-SUB = 0
002870         IF ACR-GRANT-COUNT < 500
002880             ADD 1 TO ACR-GRANT-COUNT
002890             MOVE ACR-GRANT-COUNT TO ACR-GRANT-SUB
002900             MOVE ACM-ROLE-ARN TO ACR-GRT-ROLE-ARN (ACR-GRANT-SUB)
002910             MOVE ACM-QUEUE-NAME
002920                 TO ACR-GRT-QUEUE-NAME (ACR-GRANT-SUB)
002930         ELSE
002940             ADD 1 TO ACR-MATRIX-ROWS-REJECTED
002950             DISPLAY 'ACCMTX ROW ' ACR-MATRIX-ROWS-READ
002960                 ' REJECTED - BEYOND THE 500-PAIR TABLE'
002970             GO TO 2010-EXIT
002980         END-IF
002990     END-IF
003000     IF ACM-APPROVAL-REF NOT = SPACES
003010         MOVE ACM-APPROVAL-REF
003020             TO ACR-GRT-APPROVAL-REF (ACR-GRANT-SUB)
003030     END-IF
003040     PERFORM 2200-ADD-ONE-COMMAND THRU 2200-EXIT
003050         VARYING ACR-CMD-SUB FROM 1 BY 1
003060         UNTIL ACR-CMD-SUB > 15.
003070 2010-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110*   2100-FIND-GRANT-ENTRY - THE MATRIX PAIR FOR ACR-KEY'S ROLE AND
003120*   QUEUE, OR ZERO IN ACR-GRANT-SUB
003130*----------------------------------------------------------------
003140 2100-FIND-GRANT-ENTRY.
003150     MOVE 0 TO ACR-GRANT-SUB
003160     PERFORM 2110-MATCH-ONE-GRANT THRU 2110-EXIT
003170         VARYING ACR-SUB FROM 1 BY 1
003180         UNTIL ACR-SUB > ACR-GRANT-COUNT
003190            OR ACR-GRANT-SUB > 0.
003200 2100-EXIT.
003210     EXIT.
003220
003230 2110-MATCH-ONE-GRANT.
003240     IF ACR-GRT-ROLE-ARN (ACR-SUB) = ACR-KEY-ROLE-ARN
003250         AND ACR-GRT-QUEUE-NAME (ACR-SUB) = ACR-KEY-QUEUE-NAME
003260         MOVE ACR-SUB TO ACR-GRANT-SUB
003270     END-IF.
003280 2110-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320*   2200-ADD-ONE-COMMAND - ONE COMMAND SLOT OF THE MATRIX ROW ONTO
003330*   ITS PAIR. FIFTEEN SLOTS HOLD EVERY SQSOP COMMAND, SO A
003340*   PAIR'S LIST CANNOT OVERFLOW ONCE UNKNOWN CODES AND REPEATS
003350*   ARE DROPPED.
003360*----------------------------------------------------------------
003370 2200-ADD-ONE-COMMAND.
003380     IF ACM-ALLOWED-COMMAND (ACR-CMD-SUB) = SPACES
003390         GO TO 2200-EXIT
003400     END-IF
003410     MOVE ACM-ALLOWED-COMMAND (ACR-CMD-SUB) TO ACR-KEY-COMMAND
003420     PERFORM 2300-CHECK-COMMAND-CODE THRU 2300-EXIT
003430     IF NOT ACR-KNOWN-COMMAND
003440         ADD 1 TO ACR-COMMANDS-REJECTED
003450         DISPLAY 'ACCMTX ROW ' ACR-MATRIX-ROWS-READ
003460             ' - UNKNOWN COMMAND ' ACR-KEY-COMMAND ' IGNORED'
003470         GO TO 2200-EXIT
003480     END-IF
003490     PERFORM 7010-FIND-GRANTED-COMMAND THRU 7010-EXIT
003500     IF ACR-CMD-MATCH > 0
003510         GO TO 2200-EXIT
003520     END-IF
003530     ADD 1 TO ACR-GRT-COMMAND-COUNT (ACR-GRANT-SUB)
003540     MOVE ACR-KEY-COMMAND TO ACR-GRT-COMMAND (ACR-GRANT-SUB,
003550         ACR-GRT-COMMAND-COUNT (ACR-GRANT-SUB)).
003560 2200-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------------
003600*   2300-CHECK-COMMAND-CODE - THE sqs-command VALUES OF SQSRQA.CPY
003610*----------------------------------------------------------------
003620 2300-CHECK-COMMAND-CODE.
003630     MOVE 'N' TO ACR-KNOWN-COMMAND-SW
003640     EVALUATE ACR-KEY-COMMAND
003650         WHEN 'RCVSMSG  '
003660         WHEN 'DELSMSG  '
003670         WHEN 'CSMSMSG  '
003680         WHEN 'STASMSG  '
003690         WHEN 'SNDSMSG  '
003700         WHEN 'RCVMMSG  '
003710         WHEN 'SNDMMSG  '
003720         WHEN 'PULSMSG  '
003730         WHEN 'CREATEQ  '
003740         WHEN 'PURGEQ   '
003750         WHEN 'DELETEQ  '
003760         WHEN 'REPLAYDLQ'
003770         WHEN 'GETQATTR '
003780         WHEN 'SETQATTR '
003790         WHEN 'EXTENDVIS'
003800             SET ACR-KNOWN-COMMAND TO TRUE
003810     END-EVALUATE.
003820 2300-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------
003860*   3000-AUDIT-PASS - EVERY ROW UNDER A ROLE IS TALLIED AGAINST
003870*   THE MATRIX; UNCLEARED DELETEQ / PURGEQ CALLS ARE LISTED AS
003880*   THEY ARE MET
003890*----------------------------------------------------------------
003900 3000-AUDIT-PASS.
003910     OPEN INPUT SQS-AUDIT-FILE
003920     IF ACR-AUDIT-FILE-STATUS NOT = '00'
003930         DISPLAY 'AUDIT TRAIL NOT PRESENT - USAGE NOT REVIEWED'
003940         GO TO 3000-EXIT
003950     END-IF
003960     SET ACR-AUDIT-AVAILABLE TO TRUE
003970     DISPLAY ' '
003980     DISPLAY '----- DELETEQ / PURGEQ UNDER A ROLE NOT CLEARED '
003990         'FOR THEM -----'
004000     MOVE 'N' TO ACR-EOF-SWITCH
004010     PERFORM 3100-READ-ONE-AUDIT-ROW THRU 3100-EXIT
004020         UNTIL ACR-END-OF-FILE
004030     CLOSE SQS-AUDIT-FILE
004040     IF ACR-UNCLEARED-DESTRUCTIVE = 0
004050         DISPLAY '  NONE'
004060     END-IF.
004070 3000-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110*   3100-READ-ONE-AUDIT-ROW
004120*----------------------------------------------------------------
004130 3100-READ-ONE-AUDIT-ROW.
004140     READ SQS-AUDIT-FILE
004150         AT END
004160             MOVE 'Y' TO ACR-EOF-SWITCH
004170             GO TO 3100-EXIT
004180     END-READ
004190     ADD 1 TO ACR-AUDIT-ROWS-READ
004200     IF ACR-TRAIL-FIRST-DATE = 0
004210         OR aud-date < ACR-TRAIL-FIRST-DATE
004220         MOVE aud-date TO ACR-TRAIL-FIRST-DATE
004230     END-IF
004240     IF aud-date > ACR-TRAIL-LAST-DATE
004250         MOVE aud-date TO ACR-TRAIL-LAST-DATE
004260     END-IF
004270     IF aud-role-arn = SPACES
004280         ADD 1 TO ACR-OWN-CREDENTIAL-CALLS
004290         GO TO 3100-EXIT
004300     END-IF
004310     MOVE aud-role-arn TO ACR-KEY-ROLE-ARN
004320     MOVE aud-queue-name TO ACR-KEY-QUEUE-NAME
004330     MOVE aud-queue-url TO ACR-KEY-QUEUE-URL
004340     MOVE aud-command TO ACR-KEY-COMMAND
004350     MOVE aud-date TO ACR-KEY-DATE
004360     IF ACR-KEY-QUEUE-NAME = SPACES
004370         PERFORM 7300-NAME-FROM-URL THRU 7300-EXIT
004380     END-IF
004390     PERFORM 7000-CHECK-AUTHORIZATION THRU 7000-EXIT
004400     PERFORM 7100-TALLY-USAGE THRU 7100-EXIT
004410     IF ACR-COMMAND-CLEARED AND ACR-GRANT-SUB > 0
004420         ADD 1 TO ACR-GRT-CALLS (ACR-GRANT-SUB)
004430         IF aud-date > ACR-GRT-LAST-USED (ACR-GRANT-SUB)
004440             MOVE aud-date TO ACR-GRT-LAST-USED (ACR-GRANT-SUB)
004450         END-IF
004460     END-IF
004470     IF NOT ACR-COMMAND-CLEARED
004480         AND (aud-command = 'DELETEQ  '
004490              OR aud-command = 'PURGEQ   ')
004500         PERFORM 3200-LIST-DESTRUCTIVE-CALL THRU 3200-EXIT
004510     END-IF.
004520 3100-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560*   3200-LIST-DESTRUCTIVE-CALL - ONE LINE PER CALL, SUCCESSFUL OR
004570*   NOT
004580*----------------------------------------------------------------
004590 3200-LIST-DESTRUCTIVE-CALL.
004600     ADD 1 TO ACR-UNCLEARED-DESTRUCTIVE
004610     DISPLAY '  *** ' aud-date ' ' aud-time ' ' aud-command
004620         ' RESULT ' aud-op-result ' QUEUE '
004630         ACR-KEY-QUEUE-NAME (1 : 60)
004640     DISPLAY '      ROLE ' aud-role-arn.
004650 3200-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690*   4000-SCAN-PARK-FILE - A PARKED MESSAGE IS SENT BACK UNDER
004700*   ITS STORED ROLE WHEN RELEASED; A DISCARD MARK MEANS IT NEVER
004710*   WILL BE
004720*----------------------------------------------------------------
004730 4000-SCAN-PARK-FILE.
004740     OPEN INPUT SQS-PARK-FILE
004750     IF ACR-PARK-FILE-STATUS NOT = '00'
004760         DISPLAY 'SQSPARK NOT PRESENT - PARKED ROLES NOT REVIEWED'
004770         GO TO 4000-EXIT
004780     END-IF
004790     SET ACR-PARK-AVAILABLE TO TRUE
004800     MOVE 'N' TO ACR-EOF-SWITCH
004810     MOVE LOW-VALUES TO park-message-id
004820     START SQS-PARK-FILE KEY NOT LESS THAN park-message-id
004830         INVALID KEY
004840             MOVE 'Y' TO ACR-EOF-SWITCH
004850     END-START
004860     PERFORM 4100-READ-NEXT-PARK THRU 4100-EXIT
004870         UNTIL ACR-END-OF-FILE
004880     CLOSE SQS-PARK-FILE.
004890 4000-EXIT.
004900     EXIT.
004910
004920 4100-READ-NEXT-PARK.
004930     READ SQS-PARK-FILE NEXT
004940         AT END
004950             MOVE 'Y' TO ACR-EOF-SWITCH
004960             GO TO 4100-EXIT
004970     END-READ
004980     ADD 1 TO ACR-STORED-RECORDS-READ
004990     IF park-role-arn = SPACES OR park-marked-discard
005000         GO TO 4100-EXIT
005010     END-IF
005020     MOVE park-role-arn TO ACR-KEY-ROLE-ARN
005030     MOVE park-queue-name TO ACR-KEY-QUEUE-NAME
005040     MOVE park-queue-url TO ACR-KEY-QUEUE-URL
005050     MOVE 'SQSPARK' TO ACR-KEY-DATASET
005060     MOVE park-date TO ACR-KEY-DATE
005070     PERFORM 7200-TALLY-STORED-ROLE THRU 7200-EXIT.
005080 4100-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120*   5000-SCAN-DEFER-FILE - ONLY RECORDS STILL AWAITING RELEASE
005130*----------------------------------------------------------------
005140 5000-SCAN-DEFER-FILE.
005150     OPEN INPUT SQS-DEFER-FILE
005160     IF ACR-DEFER-FILE-STATUS NOT = '00'
005170         DISPLAY 'SQSDEFER NOT PRESENT - DEFERRED ROLES NOT '
005180             'REVIEWED'
005190         GO TO 5000-EXIT
005200     END-IF
005210     SET ACR-DEFER-AVAILABLE TO TRUE
005220     MOVE 'N' TO ACR-EOF-SWITCH
005230     MOVE LOW-VALUES TO def-defer-id
005240     START SQS-DEFER-FILE KEY NOT LESS THAN def-defer-id
005250         INVALID KEY
005260             MOVE 'Y' TO ACR-EOF-SWITCH
005270     END-START
005280     PERFORM 5100-READ-NEXT-DEFER THRU 5100-EXIT
005290         UNTIL ACR-END-OF-FILE
005300     CLOSE SQS-DEFER-FILE.
005310 5000-EXIT.
005320     EXIT.
005330
005340 5100-READ-NEXT-DEFER.
005350     READ SQS-DEFER-FILE NEXT
005360         AT END
005370             MOVE 'Y' TO ACR-EOF-SWITCH
005380             GO TO 5100-EXIT
005390     END-READ
005400     ADD 1 TO ACR-STORED-RECORDS-READ
005410     IF def-role-arn = SPACES OR NOT def-awaiting-release
005420         GO TO 5100-EXIT
005430     END-IF
005440     MOVE def-role-arn TO ACR-KEY-ROLE-ARN
005450     MOVE def-queue-name TO ACR-KEY-QUEUE-NAME
005460     MOVE def-queue-url TO ACR-KEY-QUEUE-URL
005470     MOVE 'SQSDEFER' TO ACR-KEY-DATASET
005480     MOVE def-stored-date TO ACR-KEY-DATE
005490     PERFORM 7200-TALLY-STORED-ROLE THRU 7200-EXIT.
005500 5100-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540*   6000-SCAN-HOLDOVER - SQSQREL CARRIES ONLY UNSENT RECORDS
005550*   FORWARD, SO EVERY ROW IS PENDING
005560*----------------------------------------------------------------
005570 6000-SCAN-HOLDOVER.
005580     OPEN INPUT SQS-HOLDOVER-FILE
005590     IF ACR-HOLDOVER-FILE-STATUS NOT = '00'
005600         DISPLAY 'HOLDOVER NOT PRESENT - HELD-SEND ROLES NOT '
005610             'REVIEWED'
005620         GO TO 6000-EXIT
005630     END-IF
005640     SET ACR-HOLDOVER-AVAILABLE TO TRUE
005650     MOVE 'N' TO ACR-EOF-SWITCH
005660     PERFORM 6100-READ-ONE-HOLDOVER THRU 6100-EXIT
005670         UNTIL ACR-END-OF-FILE
005680     CLOSE SQS-HOLDOVER-FILE.
005690 6000-EXIT.
005700     EXIT.
005710
005720 6100-READ-ONE-HOLDOVER.
005730     READ SQS-HOLDOVER-FILE
005740         AT END
005750             MOVE 'Y' TO ACR-EOF-SWITCH
005760             GO TO 6100-EXIT
005770     END-READ
005780     ADD 1 TO ACR-STORED-RECORDS-READ
005790     IF hld-role-arn = SPACES
005800         GO TO 6100-EXIT
005810     END-IF
005820     MOVE hld-role-arn TO ACR-KEY-ROLE-ARN
005830     MOVE hld-queue-name TO ACR-KEY-QUEUE-NAME
005840     MOVE hld-queue-url TO ACR-KEY-QUEUE-URL
005850     MOVE 'HOLDOVER' TO ACR-KEY-DATASET
005860     MOVE hld-date TO ACR-KEY-DATE
005870     PERFORM 7200-TALLY-STORED-ROLE THRU 7200-EXIT.
005880 6100-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920*   7000-CHECK-AUTHORIZATION - IS ACR-KEY'S ROLE CLEARED FOR ITS
005930*   COMMAND ON ITS QUEUE? LEAVES THE PAIR IN ACR-GRANT-SUB.
005940*----------------------------------------------------------------
005950 7000-CHECK-AUTHORIZATION.
005960     PERFORM 2100-FIND-GRANT-ENTRY THRU 2100-EXIT
005970     IF ACR-GRANT-SUB = 0
005980         SET ACR-PAIR-NOT-GRANTED TO TRUE
005990         GO TO 7000-EXIT
006000     END-IF
006010     PERFORM 7010-FIND-GRANTED-COMMAND THRU 7010-EXIT
006020     IF ACR-CMD-MATCH > 0
006030         SET ACR-COMMAND-CLEARED TO TRUE
006040     ELSE
006050         SET ACR-COMMAND-NOT-GRANTED TO TRUE
006060     END-IF.
006070 7000-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------
006110*   7010-FIND-GRANTED-COMMAND - ACR-KEY-COMMAND IN THE COMMAND
006120*   LIST OF PAIR ACR-GRANT-SUB, OR ZERO IN ACR-CMD-MATCH
006130*----------------------------------------------------------------
006140 7010-FIND-GRANTED-COMMAND.
006150     MOVE 0 TO ACR-CMD-MATCH
006160     PERFORM 7020-MATCH-ONE-COMMAND THRU 7020-EXIT
006170         VARYING ACR-SUB FROM 1 BY 1
006180         UNTIL ACR-SUB > ACR-GRT-COMMAND-COUNT (ACR-GRANT-SUB)
006190            OR ACR-CMD-MATCH > 0.
006200 7010-EXIT.
006210     EXIT.
006220
006230 7020-MATCH-ONE-COMMAND.
006240     IF ACR-GRT-COMMAND (ACR-GRANT-SUB, ACR-SUB) = ACR-KEY-COMMAND
006250         MOVE ACR-SUB TO ACR-CMD-MATCH
006260     END-IF.
006270 7020-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310*   7100-TALLY-USAGE - FIND (OR ADD) THE USAGE ENTRY FOR ACR-KEY
006320*   AND COUNT THE CALL
006330*----------------------------------------------------------------
006340 7100-TALLY-USAGE.
006350     MOVE 0 TO ACR-MATCH-SUB
006360     PERFORM 7110-MATCH-ONE-USAGE THRU 7110-EXIT
006370         VARYING ACR-SUB FROM 1 BY 1
006380         UNTIL ACR-SUB > ACR-USAGE-COUNT
006390            OR ACR-MATCH-SUB > 0
006400     IF ACR-MATCH-SUB = 0
006410         IF ACR-USAGE-COUNT < 2000
006420             ADD 1 TO ACR-USAGE-COUNT
006430             MOVE ACR-USAGE-COUNT TO ACR-MATCH-SUB
006440             MOVE ACR-KEY-ROLE-ARN
006450                 TO ACR-USE-ROLE-ARN (ACR-MATCH-SUB)
006460             MOVE ACR-KEY-QUEUE-NAME
006470                 TO ACR-USE-QUEUE-NAME (ACR-MATCH-SUB)
006480             MOVE ACR-KEY-COMMAND
006490                 TO ACR-USE-COMMAND (ACR-MATCH-SUB)
006500             MOVE ACR-AUTH-RESULT
006510                 TO ACR-USE-AUTH-RESULT (ACR-MATCH-SUB)
006520             MOVE ACR-KEY-DATE
006530                 TO ACR-USE-FIRST-SEEN (ACR-MATCH-SUB)
006540         ELSE
006550             ADD 1 TO ACR-ROWS-OVERFLOWED
006560             GO TO 7100-EXIT
006570         END-IF
006580     END-IF
006590     ADD 1 TO ACR-USE-CALLS (ACR-MATCH-SUB)
006600     IF aud-op-result NOT = 0
006610         ADD 1 TO ACR-USE-FAILED-CALLS (ACR-MATCH-SUB)
006620     END-IF
006630     IF ACR-KEY-DATE < ACR-USE-FIRST-SEEN (ACR-MATCH-SUB)
006640         MOVE ACR-KEY-DATE TO ACR-USE-FIRST-SEEN (ACR-MATCH-SUB)
006650     END-IF
006660     IF ACR-KEY-DATE > ACR-USE-LAST-SEEN (ACR-MATCH-SUB)
006670         MOVE ACR-KEY-DATE TO ACR-USE-LAST-SEEN (ACR-MATCH-SUB)
006680     END-IF.
006690 7100-EXIT.
006700     EXIT.
006710
006720 7110-MATCH-ONE-USAGE.
006730     IF ACR-USE-ROLE-ARN (ACR-SUB) = ACR-KEY-ROLE-ARN
006740         AND ACR-USE-QUEUE-NAME (ACR-SUB) = ACR-KEY-QUEUE-NAME
006750         AND ACR-USE-COMMAND (ACR-SUB) = ACR-KEY-COMMAND
006760         MOVE ACR-SUB TO ACR-MATCH-SUB
006770     END-IF.
006780 7110-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820*   7200-TALLY-STORED-ROLE - A PENDING RECORD WILL BE SENT UNDER
006830*   ITS ROLE, SO THE ROLE MUST BE CLEARED FOR SNDSMSG ON ITS QUEUE
006840*----------------------------------------------------------------
006850 7200-TALLY-STORED-ROLE.
006860     ADD 1 TO ACR-STORED-WITH-ROLE
006870     IF ACR-KEY-QUEUE-NAME = SPACES
006880         PERFORM 7300-NAME-FROM-URL THRU 7300-EXIT
006890     END-IF
006900     MOVE 'SNDSMSG  ' TO ACR-KEY-COMMAND
006910     PERFORM 7000-CHECK-AUTHORIZATION THRU 7000-EXIT
006920     MOVE 0 TO ACR-MATCH-SUB
006930     PERFORM 7210-MATCH-ONE-STORED THRU 7210-EXIT
006940         VARYING ACR-SUB FROM 1 BY 1
006950         UNTIL ACR-SUB > ACR-STORED-COUNT
006960            OR ACR-MATCH-SUB > 0
006970     IF ACR-MATCH-SUB = 0
006980         IF ACR-STORED-COUNT < 500
006990             ADD 1 TO ACR-STORED-COUNT
007000             MOVE ACR-STORED-COUNT TO ACR-MATCH-SUB
007010             MOVE ACR-KEY-ROLE-ARN
007020                 TO ACR-STO-ROLE-ARN (ACR-MATCH-SUB)
007030             MOVE ACR-KEY-QUEUE-NAME
007040                 TO ACR-STO-QUEUE-NAME (ACR-MATCH-SUB)
007050             MOVE ACR-KEY-DATASET
007060                 TO ACR-STO-DATASET (ACR-MATCH-SUB)
007070             MOVE ACR-AUTH-RESULT
007080                 TO ACR-STO-AUTH-RESULT (ACR-MATCH-SUB)
007090             MOVE ACR-KEY-DATE
007100                 TO ACR-STO-FIRST-DATE (ACR-MATCH-SUB)
007110         ELSE
007120             ADD 1 TO ACR-ROWS-OVERFLOWED
007130             GO TO 7200-EXIT
007140         END-IF
007150     END-IF
007160     ADD 1 TO ACR-STO-RECORDS (ACR-MATCH-SUB)
007170     IF ACR-KEY-DATE < ACR-STO-FIRST-DATE (ACR-MATCH-SUB)
007180         MOVE ACR-KEY-DATE TO ACR-STO-FIRST-DATE (ACR-MATCH-SUB)
007190     END-IF
007200     IF ACR-KEY-DATE > ACR-STO-LAST-DATE (ACR-MATCH-SUB)
007210         MOVE ACR-KEY-DATE TO ACR-STO-LAST-DATE (ACR-MATCH-SUB)
007220     END-IF.
007230 7200-EXIT.
007240     EXIT.
007250
007260 7210-MATCH-ONE-STORED.
007270     IF ACR-STO-ROLE-ARN (ACR-SUB) = ACR-KEY-ROLE-ARN
007280         AND ACR-STO-QUEUE-NAME (ACR-SUB) = ACR-KEY-QUEUE-NAME
007290         AND ACR-STO-DATASET (ACR-SUB) = ACR-KEY-DATASET
007300         MOVE ACR-SUB TO ACR-MATCH-SUB
007310     END-IF.
007320 7210-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360*   7300-NAME-FROM-URL - AN SQS QUEUE URL ENDS .../ACCOUNT/NAME,
007370*   SO THE TEXT AFTER THE LAST SLASH IS THE QUEUE NAME
007380*----------------------------------------------------------------
007390 7300-NAME-FROM-URL.
007400     MOVE 0 TO ACR-SLASH-POS
007410     PERFORM 7310-FIND-LAST-SLASH THRU 7310-EXIT
007420         VARYING ACR-SCAN-POS FROM 200 BY -1
007430         UNTIL ACR-SCAN-POS = 0
007440            OR ACR-SLASH-POS > 0
007450     IF ACR-SLASH-POS > 0 AND ACR-SLASH-POS < 200
007460         MOVE ACR-KEY-QUEUE-URL
007470             (ACR-SLASH-POS + 1 : 200 - ACR-SLASH-POS)
007480             TO ACR-KEY-QUEUE-NAME
007490     END-IF.
007500 7300-EXIT.
007510     EXIT.
007520
007530 7310-FIND-LAST-SLASH.
007540     IF ACR-KEY-QUEUE-URL (ACR-SCAN-POS : 1) = '/'
007550         MOVE ACR-SCAN-POS TO ACR-SLASH-POS
007560     END-IF.
007570 7310-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------
007610*   8000-FINALIZE - USAGE BY ROLE, THE MATRIX PAIRS, THE STORED
007620*   ROLES, THEN THE FINDING SUMMARY; ANY FINDING RAISES THE
007630*   FINDING RETURN CODE
007640*----------------------------------------------------------------
007650 8000-FINALIZE.
007660     IF ACR-AUDIT-AVAILABLE
007670         DISPLAY ' '
007680         DISPLAY '----- ROLE / QUEUE / COMMAND USAGE -----'
007690         DISPLAY 'AUDIT ROWS READ   : ' ACR-AUDIT-ROWS-READ
007700         DISPLAY 'AUDIT TRAIL COVERS: ' ACR-TRAIL-FIRST-DATE
007710             ' TO ' ACR-TRAIL-LAST-DATE
007720         DISPLAY 'CALLS UNDER THE JOB''S OWN CREDENTIALS (NOT '
007730             'REVIEWED) : ' ACR-OWN-CREDENTIAL-CALLS
007740         PERFORM 8100-REPORT-ONE-ROLE THRU 8100-EXIT
007750             VARYING ACR-LIST-SUB FROM 1 BY 1
007760             UNTIL ACR-LIST-SUB > ACR-USAGE-COUNT
007770     END-IF
007780     DISPLAY ' '
007790     DISPLAY '----- AUTHORIZED PAIRS -----'
007800     PERFORM 8200-REPORT-ONE-GRANT THRU 8200-EXIT
007810         VARYING ACR-LIST-SUB FROM 1 BY 1
007820         UNTIL ACR-LIST-SUB > ACR-GRANT-COUNT
007830     IF ACR-AUDIT-AVAILABLE
007840         AND ACR-TRAIL-FIRST-DATE > 0
007850         AND FUNCTION INTEGER-OF-DATE (ACR-TRAIL-FIRST-DATE)
007860             > ACR-RUN-DAY-NUMBER - ACR-IDLE-DAYS
007870         DISPLAY 'NOTE - THE AUDIT TRAIL STARTS INSIDE THE '
007880             ACR-IDLE-DAYS '-DAY WINDOW, SO UNUSED MEANS UNUSED '
007890             'SINCE ' ACR-TRAIL-FIRST-DATE
007900     END-IF
007910     DISPLAY ' '
007920     DISPLAY '----- ROLES STORED ON PENDING PARK, DEFER AND '
007930         'HOLDOVER RECORDS -----'
007940     DISPLAY 'SPOOL RECORDS READ: ' ACR-STORED-RECORDS-READ
007950         '  PENDING UNDER A ROLE: ' ACR-STORED-WITH-ROLE
007960     PERFORM 8300-REPORT-ONE-STORED THRU 8300-EXIT
007970         VARYING ACR-LIST-SUB FROM 1 BY 1
007980         UNTIL ACR-LIST-SUB > ACR-STORED-COUNT
007990     IF ACR-ROWS-OVERFLOWED > 0
008000         DISPLAY 'NOTE - ' ACR-ROWS-OVERFLOWED ' ROWS BEYOND THE '
008010             'USAGE OR STORED-ROLE TABLE WERE NOT REVIEWED'
008020     END-IF
008030     COMPUTE ACR-TOTAL-FINDINGS = ACR-UNAUTHORIZED-USES
008040         + ACR-UNCLEARED-DESTRUCTIVE + ACR-UNUSED-GRANTS
008050         + ACR-STORED-UNAUTHORIZED + ACR-MATRIX-ROWS-REJECTED
008060     DISPLAY ' '
008070     DISPLAY '----- REVIEW FINDINGS -----'
008080     DISPLAY 'USED BUT NOT AUTHORIZED          : '
008090         ACR-UNAUTHORIZED-USES
008100     DISPLAY 'UNCLEARED DELETEQ / PURGEQ CALLS : '
008110         ACR-UNCLEARED-DESTRUCTIVE
008120     DISPLAY 'AUTHORIZED, UNUSED ' ACR-IDLE-DAYS ' DAYS    : '
008130         ACR-UNUSED-GRANTS
008140     DISPLAY 'STORED ROLE NOT CLEARED TO SEND  : '
008150         ACR-STORED-UNAUTHORIZED
008160     DISPLAY 'MATRIX ROWS REJECTED             : '
008170         ACR-MATRIX-ROWS-REJECTED
008180     DISPLAY 'MATRIX COMMANDS IGNORED          : '
008190         ACR-COMMANDS-REJECTED
008200     IF ACR-TOTAL-FINDINGS > 0
008210         DISPLAY 'ENDING WITH RETURN CODE ' ACR-FINDING-RC
008220             ' - ' ACR-TOTAL-FINDINGS ' FINDING(S) FOR THE '
008230             'ENTITLEMENT REVIEW'
008240         MOVE ACR-FINDING-RC TO RETURN-CODE
008250     ELSE
008260         DISPLAY 'EVERY ROLE IN USE IS AUTHORIZED AND EVERY '
008270             'AUTHORIZED PAIR IS IN USE'
008280     END-IF.
008290 8000-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330*   8100-REPORT-ONE-ROLE - THE FIRST UNLISTED USAGE ENTRY OPENS A
008340*   ROLE BLOCK, AND EVERY LATER ENTRY FOR THE SAME ROLE IS LISTED
008350*   UNDER IT
008360*----------------------------------------------------------------
008370 8100-REPORT-ONE-ROLE.
008380     IF ACR-USE-LISTED (ACR-LIST-SUB)
008390         GO TO 8100-EXIT
008400     END-IF
008410     DISPLAY 'ROLE ' ACR-USE-ROLE-ARN (ACR-LIST-SUB)
008420     PERFORM 8110-REPORT-ONE-USAGE THRU 8110-EXIT
008430         VARYING ACR-SUB FROM ACR-LIST-SUB BY 1
008440         UNTIL ACR-SUB > ACR-USAGE-COUNT.
008450 8100-EXIT.
008460     EXIT.
008470
008480 8110-REPORT-ONE-USAGE.
008490     IF ACR-USE-ROLE-ARN (ACR-SUB)
008500         NOT = ACR-USE-ROLE-ARN (ACR-LIST-SUB)
008510         GO TO 8110-EXIT
008520     END-IF
008530     SET ACR-USE-LISTED (ACR-SUB) TO TRUE
008540     DISPLAY '  QUEUE ' ACR-USE-QUEUE-NAME (ACR-SUB) (1 : 60)
008550     DISPLAY '    ' ACR-USE-COMMAND (ACR-SUB)
008560         ' CALLS ' ACR-USE-CALLS (ACR-SUB)
008570         ' FAILED ' ACR-USE-FAILED-CALLS (ACR-SUB)
008580         ' FIRST SEEN ' ACR-USE-FIRST-SEEN (ACR-SUB)
008590         ' LAST SEEN ' ACR-USE-LAST-SEEN (ACR-SUB)
008600     EVALUATE TRUE
008610         WHEN ACR-USE-CLEARED (ACR-SUB)
008620             CONTINUE
008630         WHEN ACR-USE-COMMAND-NOT-GRANTED (ACR-SUB)
008640             ADD 1 TO ACR-UNAUTHORIZED-USES
008650             DISPLAY '    *** NOT AUTHORIZED - THE MATRIX ROW '
008660                 'FOR THIS ROLE AND QUEUE DOES NOT GRANT THE '
008670                 'COMMAND ***'
008680         WHEN OTHER
008690             ADD 1 TO ACR-UNAUTHORIZED-USES
008700             DISPLAY '    *** NOT AUTHORIZED - NO MATRIX ROW FOR '
008710                 'THIS ROLE AND QUEUE ***'
008720     END-EVALUATE.
008730 8110-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------
008770*   8200-REPORT-ONE-GRANT - THE UNUSED CHECK NEEDS THE AUDIT TRAIL
008780*----------------------------------------------------------------
008790 8200-REPORT-ONE-GRANT.
008800     DISPLAY 'ROLE ' ACR-GRT-ROLE-ARN (ACR-LIST-SUB)
008810     DISPLAY '  QUEUE ' ACR-GRT-QUEUE-NAME (ACR-LIST-SUB) (1 : 60)
008820         '  APPROVAL ' ACR-GRT-APPROVAL-REF (ACR-LIST-SUB)
008830     MOVE SPACES TO ACR-CL-COMMANDS
008840     PERFORM 8210-LIST-ONE-COMMAND THRU 8210-EXIT
008850         VARYING ACR-SUB FROM 1 BY 1
008860         UNTIL ACR-SUB > ACR-GRT-COMMAND-COUNT (ACR-LIST-SUB)
008870     DISPLAY ACR-CLEARED-LINE
008880     IF NOT ACR-AUDIT-AVAILABLE
008890         GO TO 8200-EXIT
008900     END-IF
008910     DISPLAY '  AUTHORIZED CALLS ' ACR-GRT-CALLS (ACR-LIST-SUB)
008920         '  LAST USED ' ACR-GRT-LAST-USED (ACR-LIST-SUB)
008930     IF ACR-GRT-LAST-USED (ACR-LIST-SUB) = 0
008940         ADD 1 TO ACR-UNUSED-GRANTS
008950         DISPLAY '  *** UNUSED - NO AUTHORIZED CALL IN THE AUDIT '
008960             'TRAIL ***'
008970         GO TO 8200-EXIT
008980     END-IF
008990     COMPUTE ACR-DAYS-IDLE = ACR-RUN-DAY-NUMBER
009000         - FUNCTION INTEGER-OF-DATE
009010             (ACR-GRT-LAST-USED (ACR-LIST-SUB))
009020     IF ACR-DAYS-IDLE > ACR-IDLE-DAYS
009030         ADD 1 TO ACR-UNUSED-GRANTS
009040         DISPLAY '  *** UNUSED FOR ' ACR-DAYS-IDLE ' DAYS - '
009050             'CANDIDATE FOR REVOCATION ***'
009060     END-IF.
009070 8200-EXIT.
009080     EXIT.
009090
009100 8210-LIST-ONE-COMMAND.
009110     MOVE ACR-GRT-COMMAND (ACR-LIST-SUB, ACR-SUB)
009120         TO ACR-CL-COMMAND (ACR-SUB).
009130 8210-EXIT.
009140     EXIT.
009150
009160*----------------------------------------------------------------
009170*   8300-REPORT-ONE-STORED
009180*----------------------------------------------------------------
009190 8300-REPORT-ONE-STORED.
009200     DISPLAY 'ROLE ' ACR-STO-ROLE-ARN (ACR-LIST-SUB)
009210     DISPLAY '  ' ACR-STO-DATASET (ACR-LIST-SUB)
009220         ' QUEUE ' ACR-STO-QUEUE-NAME (ACR-LIST-SUB) (1 : 60)
009230     DISPLAY '    RECORDS ' ACR-STO-RECORDS (ACR-LIST-SUB)
009240         ' FIRST STORED ' ACR-STO-FIRST-DATE (ACR-LIST-SUB)
009250         ' LAST STORED ' ACR-STO-LAST-DATE (ACR-LIST-SUB)
009260     IF NOT ACR-STO-CLEARED (ACR-LIST-SUB)
009270         ADD 1 TO ACR-STORED-UNAUTHORIZED
009280         DISPLAY '    *** ROLE NOT CLEARED FOR SNDSMSG ON THIS '
009290             'QUEUE - THE RELEASE WILL SEND UNDER IT ***'
009300     END-IF.
009310 8300-EXIT.
009320     EXIT.
