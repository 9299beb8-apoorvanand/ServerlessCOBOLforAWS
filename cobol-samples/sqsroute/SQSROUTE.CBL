000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSROUTE.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. CONTENT-BASED ROUTER - DRAINS
000100*                 ONE INBOUND QUEUE (ROUTECTL CARD, SQSRTECF.CPY)
000110*                 THROUGH THE CHECKPOINTED CONSUME LOOP AND
000120*                 RE-SENDS EACH MESSAGE TO THE TARGET QUEUE NAMED
000130*                 BY THE FIRST MATCHING ROUTING RULE (ROUTERUL DD,
000140*                 SQSRTRCF.CPY) ON SOURCE SYSTEM, CUSTOM MESSAGE
000150*                 ATTRIBUTE AND/OR A BODY FIELD, WITH ITS ORIGINAL
000160*                 SOURCE SYSTEM, CORRELATION ID AND MESSAGE GROUP.
000170*                 A MESSAGE NO RULE MATCHES IS PARKED UNDER REASON
000180*                 'NRTE' (SQSPARKWR.CPY) FOR SQSPARKRV REVIEW
000190*                 INSTEAD OF BEING DROPPED. THE RUN REPORT SHOWS
000200*                 COUNTS PER RULE AND PER TARGET QUEUE AND PROVES
000210*                 MESSAGES IN AGAINST MESSAGES OUT - ONE ROUTER
000220*                 STEP REPLACES THE COPY-PASTE PER-PARTNER DRAINS.
000222* 2026-10-15 RJM  RE-SIGN EVERY FORWARDED ENVELOPE WITH ITS
000224*                 ORIGINAL SOURCE SYSTEM'S ACTIVE KEY FROM SIGKEYS
000226*                 (SQSSIGCK.CPY) - THE TARGET QUEUE IS A NEW HOP.
000228* 2026-10-15 RJM  VERIFY THE INBOUND SIGNATURE UNDER THE GATE'S
000230*                 RULES (SQSVALCK.CPY, VALCTL) BEFORE ROUTING - A
000232*                 'SIG '/'NSG ' FAILURE IS PARKED UNDER ITS
000234*                 VERDICT INSTEAD OF BEING RE-SIGNED AND SENT ON.
000236*-----------------------------------------------------------------
000240* ORDERING PER MESSAGE IS RECEIVE, MATCH, FORWARD SEND,
000250* CHECKPOINT, JOURNAL, DELETE - A STEP THAT DIES AFTER THE FORWARD
000260* BUT BEFORE THE CHECKPOINT CAN ROUTE A MESSAGE TWICE, SO A FIFO
000270* TARGET IS GIVEN THE INBOUND MESSAGE ID AS ITS DEDUPLICATION ID.
000280* A FORWARD THAT FAILS LEAVES THE INBOUND MESSAGE UNDELETED TO
000290* REAPPEAR AFTER ITS VISIBILITY TIMEOUT, AND ENDS THE STEP RC 8.
000300* A TARGET QUEUE THAT IS OPERATOR-HELD (SQSQHLD.CPY) HAS ITS
000310* MESSAGES SPOOLED TO THE HOLDOVER DATASET FOR SQSQREL TO FLUSH.
000312* A MESSAGE WHOSE SIGNATURE FAILS THE VALIDATION GATE'S RULES IS
000314* PARKED UNDER THE GATE'S VERDICT BEFORE ANY RULE IS TRIED - THE
000316* ROUTER ONLY EVER RE-SIGNS A MESSAGE IT HAS VERIFIED.
000320*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ROUTE-CONTROL-FILE ASSIGN TO ROUTECTL
000370            ORGANIZATION IS LINE SEQUENTIAL
000380            FILE STATUS IS RTE-ROUTECTL-FILE-STATUS.
000390     SELECT ROUTE-RULES-FILE ASSIGN TO ROUTERUL
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS RTE-ROUTERUL-FILE-STATUS.
000420     SELECT SQS-CHECKPOINT-FILE ASSIGN TO SQSCKPT
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS DYNAMIC
000450            RECORD KEY IS ckpt-message-id
000460            FILE STATUS IS sqs-ckpt-file-status.
000470     SELECT SQS-PARK-FILE ASSIGN TO SQSPARK
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS park-message-id
000510            FILE STATUS IS sqs-park-file-status.
000520     SELECT SQS-RUN-STATUS-FILE ASSIGN TO SQSSTATF
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS DYNAMIC
000550            RECORD KEY IS stat-key
000560            FILE STATUS IS sqs-stat-file-status.
000570     SELECT SQS-QUEUE-STATUS-FILE ASSIGN TO QSTAT
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS sqs-qstat-file-status.
000600     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS sqs-holdover-file-status.
000630     SELECT SQS-JOURNAL-FILE ASSIGN TO SQSJRNL
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS IS sqs-journal-file-status.
000660     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS IS RTE-AUDIT-FILE-STATUS.
000682     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
000684            ORGANIZATION IS LINE SEQUENTIAL
000686            FILE STATUS IS sqs-sigkey-file-status.
000687     SELECT SQS-VALIDATION-CONTROL-FILE ASSIGN TO VALCTL
000688            ORGANIZATION IS LINE SEQUENTIAL
000689            FILE STATUS IS sqs-valctl-file-status.
000690     SELECT SQS-REJECT-FILE ASSIGN TO SQSREJ
000691            ORGANIZATION IS LINE SEQUENTIAL
000692            FILE STATUS IS sqs-reject-file-status.
000693
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  ROUTE-CONTROL-FILE
000730     RECORDING MODE IS F.
000740     COPY SQSRTECF.
000750 FD  ROUTE-RULES-FILE
000760     RECORDING MODE IS F.
000770     COPY SQSRTRCF.
000780     COPY SQSCKPT.
000790     COPY SQSPARK.
000800     COPY SQSSTATF.
000810     COPY SQSJRNL.
000820     COPY SQSQHLD.
000830     COPY SQSHOLD.
000840     COPY SQSAUDIT.
000844     COPY SQSSIGKY.
000846     COPY SQSVALCF.
000848     COPY SQSREJ.
000850
000860 WORKING-STORAGE SECTION.
000870     COPY SQSRQA.
000880     COPY SQSOPRES.
000890     COPY SQSRECON.
000900     COPY SQSRETRY.
000910     COPY SQSMENV.
000920     COPY SQSCKPTWS.
000930     COPY SQSPARKWS.
000940     COPY SQSWINWS.
000950     COPY SQSSTATWS.
000960     COPY SQSJRNWS.
000970     COPY SQSQHLDWS.
000974     COPY SQSSIGWS.
000976     COPY SQSVALWS.
000978     COPY SQSEXPWS.
000980
000990* THE PARAMETER CARD, COPIED OUT OF THE FD RECORD AREA WHILE THE
001000* FILE IS STILL OPEN - THE INBOUND QUEUE DESCRIPTION IS RELOADED
001010* FROM HERE AFTER EVERY FORWARD SEND.
001020 01  RTE-ROUTER-CONTROLS.
001030     05 RTE-QUEUE-NAME PIC X(80) VALUE SPACES.
001040     05 RTE-QUEUE-URL PIC X(200) VALUE SPACES.
001050     05 RTE-AWS-REGION PIC X(24) VALUE SPACES.
001060     05 RTE-TOTAL-MESSAGE-CAP PIC 9(9) VALUE 0.
001070     05 RTE-ROLE-ARN PIC X(120) VALUE SPACES.
001080     05 RTE-ROLE-SESSION-NAME PIC X(64) VALUE SPACES.
001090     05 RTE-RUN-OPTION PIC X(8) VALUE SPACES.
001100        88 RTE-OPTION-SIMULATE VALUE 'SIMULATE'.
001110     05 RTE-JOURNAL-FLAG PIC X(1) VALUE 'N'.
001120        88 RTE-JOURNAL-WANTED VALUE 'Y'.
001130
001140 01  RTE-SWITCHES.
001150     05 RTE-QUEUE-EMPTY-SWITCH PIC X(1) VALUE 'N'.
001160        88 RTE-QUEUE-EMPTY VALUE 'Y'.
001170     05 RTE-RULE-EOF-SWITCH PIC X(1) VALUE 'N'.
001180        88 RTE-RULE-END-OF-FILE VALUE 'Y'.
001190     05 RTE-ATTR-FOUND-SWITCH PIC X(1) VALUE 'N'.
001200        88 RTE-ATTR-FOUND VALUE 'Y'.
001210        88 RTE-ATTR-NOT-FOUND VALUE 'N'.
001220     05 RTE-FORWARD-SWITCH PIC X(1) VALUE 'N'.
001230        88 RTE-FORWARD-FAILED VALUE 'Y'.
001240        88 RTE-FORWARD-CLEAN VALUE 'N'.
001250     05 RTE-TARGET-HELD-SWITCH PIC X(1) VALUE 'N'.
001260        88 RTE-ANY-TARGET-HELD VALUE 'Y'.
001270
001280 01  RTE-FILE-STATUSES.
001290     05 RTE-ROUTECTL-FILE-STATUS PIC X(2) VALUE '00'.
001300     05 RTE-ROUTERUL-FILE-STATUS PIC X(2) VALUE '00'.
001310     05 RTE-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
001320
001330 77  RTE-MESSAGES-RECEIVED PIC 9(9) COMP-5 VALUE 0.
001340 77  RTE-MESSAGES-ROUTED PIC 9(9) COMP-5 VALUE 0.
001350 77  RTE-MESSAGES-SPOOLED PIC 9(9) COMP-5 VALUE 0.
001360 77  RTE-MESSAGES-UNROUTED PIC 9(9) COMP-5 VALUE 0.
001365 77  RTE-SIGNATURE-PARKS PIC 9(9) COMP-5 VALUE 0.
001370 77  RTE-MESSAGES-SKIPPED PIC 9(9) COMP-5 VALUE 0.
001380 77  RTE-FORWARD-FAILURES PIC 9(9) COMP-5 VALUE 0.
001390 77  RTE-SENDS-ATTEMPTED PIC 9(9) COMP-5 VALUE 0.
001400 77  RTE-MESSAGES-OUT PIC 9(9) COMP-5 VALUE 0.
001410 77  RTE-RULE-TOTAL PIC 9(9) COMP-5 VALUE 0.
001420 77  RTE-TARGET-TOTAL PIC 9(9) COMP-5 VALUE 0.
001430 77  RTE-OUT-OF-BALANCE PIC S9(9) COMP-5 VALUE 0.
001440 77  RTE-ROUTE-FAILED-RC PIC 9(4) COMP-5 VALUE 8.
001450 77  RTE-MATCH-SUB PIC 9(3) COMP-5 VALUE 0.
001460 77  RTE-ATTR-SUB PIC 9(3) COMP-5 VALUE 0.
001470 77  RTE-FOUND-SUB PIC 9(3) COMP-5 VALUE 0.
001480 77  RTE-BODY-END PIC 9(5) COMP-5 VALUE 0.
001490
001500* THE INBOUND MESSAGE'S IDENTITY - THE FORWARD SEND OVERWRITES
001510* sqs-message-id WITH THE NEW MESSAGE'S ID, SO THE CHECKPOINT,
001520* JOURNAL AND DELETE ARE DRIVEN FROM THESE SAVED COPIES.
001530 01  RTE-INBOUND-MESSAGE.
001540     05 RTE-INBOUND-MESSAGE-ID PIC X(100) VALUE SPACES.
001550     05 RTE-INBOUND-RECEIPT-HANDLE PIC X(1024) VALUE SPACES.
001560
001570* THE ROUTING RULES, VALIDATED AS THEY LOAD AND HELD IN FILE
001580* ORDER. EACH RULE POINTS AT ITS ENTRY IN THE TARGET TABLE, WHERE
001590* RULES SHARING A TARGET QUEUE URL SHARE ONE ENTRY.
001600 01  RTE-RULE-TABLE.
001610     05 RTE-RULE-COUNT PIC 9(3) COMP-5 VALUE 0.
001620     05 RTE-RULE-SUB PIC 9(3) COMP-5 VALUE 0.
001630     05 RTE-RULE-ENTRY OCCURS 50 TIMES.
001640        10 RTE-RULE-ID PIC X(8) VALUE SPACES.
001650        10 RTE-RULE-SOURCE-SYSTEM-ID PIC X(8) VALUE SPACES.
001660        10 RTE-RULE-ATTR-NAME PIC X(30) VALUE SPACES.
001670        10 RTE-RULE-ATTR-VALUE PIC X(80) VALUE SPACES.
001680        10 RTE-RULE-BODY-OFFSET PIC 9(4) COMP-5 VALUE 0.
001690        10 RTE-RULE-BODY-LENGTH PIC 9(4) COMP-5 VALUE 0.
001700        10 RTE-RULE-BODY-VALUE PIC X(40) VALUE SPACES.
001710        10 RTE-RULE-TARGET-SUB PIC 9(3) COMP-5 VALUE 0.
001720        10 RTE-RULE-MATCHED PIC 9(9) COMP-5 VALUE 0.
001730
001740 01  RTE-TARGET-TABLE.
001750     05 RTE-TARGET-COUNT PIC 9(3) COMP-5 VALUE 0.
001760     05 RTE-TARGET-SUB PIC 9(3) COMP-5 VALUE 0.
001770     05 RTE-TARGET-ENTRY OCCURS 20 TIMES.
001780        10 RTE-TGT-QUEUE-NAME PIC X(80) VALUE SPACES.
001790        10 RTE-TGT-QUEUE-URL PIC X(200) VALUE SPACES.
001800        10 RTE-TGT-AWS-REGION PIC X(24) VALUE SPACES.
001810        10 RTE-TGT-ROLE-ARN PIC X(120) VALUE SPACES.
001820        10 RTE-TGT-ROLE-SESSION-NAME PIC X(64) VALUE SPACES.
001830        10 RTE-TGT-SENT PIC 9(9) COMP-5 VALUE 0.
001840        10 RTE-TGT-SPOOLED PIC 9(9) COMP-5 VALUE 0.
001850        10 RTE-TGT-FAILED PIC 9(9) COMP-5 VALUE 0.
001860        10 RTE-TGT-HELD-FLAG PIC X(1) VALUE 'N'.
001870           88 RTE-TGT-HELD VALUE 'Y'.
001880
001890 PROCEDURE DIVISION.
001900*----------------------------------------------------------------
001910*   0000-MAINLINE
001920*----------------------------------------------------------------
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001950     PERFORM 2000-ROUTE-RUN THRU 2000-EXIT
001960     PERFORM 8000-FINALIZE THRU 8000-EXIT
001970     GOBACK.
001980
001990*----------------------------------------------------------------
002000*   1000-INITIALIZE - READ THE PARAMETER CARD, LOAD THE RULES AND
002010*   OPEN THE CONSUME LOOP'S DATASETS
002020*----------------------------------------------------------------
002030 1000-INITIALIZE.
002040     OPEN INPUT ROUTE-CONTROL-FILE
002050     IF RTE-ROUTECTL-FILE-STATUS NOT = '00'
002060         DISPLAY 'ERROR OPENING ROUTER PARAMETER FILE - FILE '
002070             'STATUS ' RTE-ROUTECTL-FILE-STATUS
002080         MOVE 'ROUTECTL OPEN FAILED' TO sqs-op-err-msg
002090         CALL "FORCEABEND" USING sqs-op-err-msg
002100     END-IF
002110     READ ROUTE-CONTROL-FILE
002120         AT END
002130             MOVE 'ROUTECTL IS EMPTY' TO sqs-op-err-msg
002140             CALL "FORCEABEND" USING sqs-op-err-msg
002150     END-READ
002160     MOVE RPC-QUEUE-NAME TO RTE-QUEUE-NAME
002170     MOVE RPC-QUEUE-URL TO RTE-QUEUE-URL
002180     MOVE RPC-AWS-REGION TO RTE-AWS-REGION
002190     IF RPC-TOTAL-MESSAGE-CAP IS NUMERIC
002200         MOVE RPC-TOTAL-MESSAGE-CAP TO RTE-TOTAL-MESSAGE-CAP
002210     END-IF
002220     MOVE RPC-ROLE-ARN TO RTE-ROLE-ARN
002230     MOVE RPC-ROLE-SESSION-NAME TO RTE-ROLE-SESSION-NAME
002240     MOVE RPC-RUN-OPTION TO RTE-RUN-OPTION
002250     MOVE RPC-JOURNAL-FLAG TO RTE-JOURNAL-FLAG
002260     CLOSE ROUTE-CONTROL-FILE
002270     IF RTE-QUEUE-URL = SPACES
002280         DISPLAY 'ROUTECTL CARD NAMES NO INBOUND QUEUE URL'
002290         MOVE 'BAD ROUTECTL CARD' TO sqs-op-err-msg
002300         CALL "FORCEABEND" USING sqs-op-err-msg
002310     END-IF
002320     IF RTE-OPTION-SIMULATE
002330         SET sqs-simulation-mode TO TRUE
002340         DISPLAY 'SQSROUTE RUNNING IN SIMULATION MODE'
002350     END-IF
002360     DISPLAY 'SQSROUTE INBOUND QUEUE ' RTE-QUEUE-NAME
002370     OPEN OUTPUT SQS-AUDIT-FILE
002380     IF RTE-AUDIT-FILE-STATUS NOT = '00'
002390         DISPLAY 'ERROR OPENING SQS AUDIT FILE - FILE STATUS '
002400             RTE-AUDIT-FILE-STATUS
002410         MOVE 'SQSAUDIT OPEN FAILED' TO sqs-op-err-msg
002420         CALL "FORCEABEND" USING sqs-op-err-msg
002430     END-IF
002440     PERFORM 1100-LOAD-ROUTING-RULES THRU 1100-EXIT
002450     OPEN I-O SQS-CHECKPOINT-FILE
002460     IF NOT ckpt-file-ok
002470         DISPLAY 'ERROR OPENING CHECKPOINT FILE - FILE '
002480             'STATUS ' sqs-ckpt-file-status
002490         MOVE 'SQSCKPT OPEN FAILED' TO sqs-op-err-msg
002500         CALL "FORCEABEND" USING sqs-op-err-msg
002510     END-IF
002520     PERFORM 1200-OPEN-PARK-FILE THRU 1200-EXIT
002530     IF RTE-JOURNAL-WANTED
002540         PERFORM 1300-OPEN-JOURNAL-FILE THRU 1300-EXIT
002550     END-IF
002560     PERFORM Load-sqs-queue-holds
002565     PERFORM Load-sqs-validation-rules
002570     PERFORM 1500-CHECK-TARGET-HOLDS THRU 1500-EXIT
002580         VARYING RTE-TARGET-SUB FROM 1 BY 1
002590         UNTIL RTE-TARGET-SUB > RTE-TARGET-COUNT
002600     IF RTE-ANY-TARGET-HELD
002610         PERFORM 1600-OPEN-HOLDOVER-FILE THRU 1600-EXIT
002620     END-IF
002630     PERFORM 3900-LOAD-INBOUND-QUEUE THRU 3900-EXIT
002640     PERFORM 1400-OPEN-RUN-STATUS THRU 1400-EXIT
002650     PERFORM Check-sqs-queue-hold
002660     IF sqs-queue-held
002670         DISPLAY 'QUEUE ' RTE-QUEUE-NAME
002680         DISPLAY '  IS OPERATOR-HELD - ' sqs-queue-hold-reason
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------
002740*   1100-LOAD-ROUTING-RULES - THE RULES ARE THE WHOLE POINT OF THE
002750*   RUN, SO AN ABSENT OR EMPTY ROUTERUL DD ABENDS RATHER THAN
002760*   PARKING EVERY MESSAGE ON THE QUEUE
002770*----------------------------------------------------------------
002780 1100-LOAD-ROUTING-RULES.
002790     OPEN INPUT ROUTE-RULES-FILE
002800     IF RTE-ROUTERUL-FILE-STATUS NOT = '00'
002810         DISPLAY 'ERROR OPENING ROUTING RULES FILE - FILE STATUS '
002820             RTE-ROUTERUL-FILE-STATUS
002830         MOVE 'ROUTERUL OPEN FAILED' TO sqs-op-err-msg
002840         CALL "FORCEABEND" USING sqs-op-err-msg
002850     END-IF
002860     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
002870         UNTIL RTE-RULE-END-OF-FILE
002880     CLOSE ROUTE-RULES-FILE
002890     IF RTE-RULE-COUNT = 0
002900         DISPLAY 'NO USABLE ROUTING RULES LOADED'
002910         MOVE 'NO ROUTING RULES' TO sqs-op-err-msg
002920         CALL "FORCEABEND" USING sqs-op-err-msg
002930     END-IF
002940     DISPLAY 'ROUTING ACTIVE - ' RTE-RULE-COUNT ' RULE(S) TO '
002950         RTE-TARGET-COUNT ' TARGET QUEUE(S)'.
002960 1100-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000*   1110-LOAD-ONE-RULE - A RULE THAT CANNOT BE APPLIED SAFELY IS
003010*   DROPPED HERE, LOUDLY, NOT DISCOVERED MID-DRAIN
003020*----------------------------------------------------------------
003030 1110-LOAD-ONE-RULE.
003040     READ ROUTE-RULES-FILE
003050         AT END
003060             MOVE 'Y' TO RTE-RULE-EOF-SWITCH
003070             GO TO 1110-EXIT
003080     END-READ
003090     IF RRC-TARGET-QUEUE-URL = SPACES
003100         DISPLAY 'ROUTING RULE ' RRC-RULE-ID
003110             ' NAMES NO TARGET QUEUE URL - DROPPED'
003120         GO TO 1110-EXIT
003130     END-IF
003140     IF RRC-BODY-OFFSET IS NUMERIC AND RRC-BODY-OFFSET > 0
003150         IF RRC-BODY-LENGTH IS NOT NUMERIC
003160             OR RRC-BODY-LENGTH = 0
003170             OR RRC-BODY-LENGTH > 40
003180             OR RRC-BODY-OFFSET + RRC-BODY-LENGTH - 1 > 2048
003190             DISPLAY 'ROUTING RULE ' RRC-RULE-ID
003200                 ' BODY FIELD OUT OF RANGE - DROPPED'
003210             GO TO 1110-EXIT
003220         END-IF
003230     END-IF
003240     IF RTE-RULE-COUNT = 50
003250         DISPLAY 'MORE THAN 50 ROUTING RULES - RULE '
003260             RRC-RULE-ID ' DROPPED'
003270         GO TO 1110-EXIT
003280     END-IF
003290     PERFORM 1120-FIND-TARGET-ENTRY THRU 1120-EXIT
003300     IF RTE-FOUND-SUB = 0
003310         DISPLAY 'MORE THAN 20 TARGET QUEUES - RULE '
003320             RRC-RULE-ID ' DROPPED'
003330         GO TO 1110-EXIT
003340     END-IF
003350     ADD 1 TO RTE-RULE-COUNT
003360     MOVE RRC-RULE-ID TO RTE-RULE-ID (RTE-RULE-COUNT)
003370     MOVE RRC-SOURCE-SYSTEM-ID
003380         TO RTE-RULE-SOURCE-SYSTEM-ID (RTE-RULE-COUNT)
003390     MOVE RRC-ATTRIBUTE-NAME
003400         TO RTE-RULE-ATTR-NAME (RTE-RULE-COUNT)
003410     MOVE RRC-ATTRIBUTE-VALUE
003420         TO RTE-RULE-ATTR-VALUE (RTE-RULE-COUNT)
003430     IF RRC-BODY-OFFSET IS NUMERIC AND RRC-BODY-OFFSET > 0
003440         MOVE RRC-BODY-OFFSET
003450             TO RTE-RULE-BODY-OFFSET (RTE-RULE-COUNT)
003460         MOVE RRC-BODY-LENGTH
003470             TO RTE-RULE-BODY-LENGTH (RTE-RULE-COUNT)
003480         MOVE RRC-BODY-VALUE
003490             TO RTE-RULE-BODY-VALUE (RTE-RULE-COUNT)
003500     END-IF
003510     MOVE RTE-FOUND-SUB TO RTE-RULE-TARGET-SUB (RTE-RULE-COUNT).
003520 1110-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------
003560*   1120-FIND-TARGET-ENTRY - RULES NAMING THE SAME TARGET
003570*   QUEUE URL SHARE ONE ENTRY; A NEW URL TAKES THE NEXT FREE
003580*   ENTRY. LEAVES RTE-FOUND-SUB ZERO WHEN THE TABLE IS FULL.
003590*----------------------------------------------------------------
003600 1120-FIND-TARGET-ENTRY.
003610     MOVE 0 TO RTE-FOUND-SUB
003620     PERFORM 1130-MATCH-ONE-TARGET THRU 1130-EXIT
003630         VARYING RTE-TARGET-SUB FROM 1 BY 1
003640         UNTIL RTE-TARGET-SUB > RTE-TARGET-COUNT
003650     IF RTE-FOUND-SUB > 0 OR RTE-TARGET-COUNT = 20
003660         GO TO 1120-EXIT
003670     END-IF
003680     ADD 1 TO RTE-TARGET-COUNT
003690     MOVE RTE-TARGET-COUNT TO RTE-FOUND-SUB
003700     MOVE RRC-TARGET-QUEUE-NAME
003710         TO RTE-TGT-QUEUE-NAME (RTE-TARGET-COUNT)
003720     MOVE RRC-TARGET-QUEUE-URL
003730         TO RTE-TGT-QUEUE-URL (RTE-TARGET-COUNT)
003740     MOVE RRC-TARGET-AWS-REGION
003750         TO RTE-TGT-AWS-REGION (RTE-TARGET-COUNT)
003760     MOVE RRC-TARGET-ROLE-ARN
003770         TO RTE-TGT-ROLE-ARN (RTE-TARGET-COUNT)
003780     MOVE RRC-TARGET-ROLE-SESSION-NAME
003790         TO RTE-TGT-ROLE-SESSION-NAME (RTE-TARGET-COUNT).
003800 1120-EXIT.
003810     EXIT.
003820
003830 1130-MATCH-ONE-TARGET.
003840     IF RTE-TGT-QUEUE-URL (RTE-TARGET-SUB) = RRC-TARGET-QUEUE-URL
003850         MOVE RTE-TARGET-SUB TO RTE-FOUND-SUB
003860     END-IF.
003870 1130-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910*   1200-OPEN-PARK-FILE - UNROUTABLE MESSAGES ARE PARKED, NEVER
003920*   DROPPED, SO A PARK FILE THAT CANNOT OPEN ABENDS THE STEP. A
003930*   BRAND-NEW DATASET IS CREATED ON FIRST USE.
003940*----------------------------------------------------------------
003950 1200-OPEN-PARK-FILE.
003960     OPEN I-O SQS-PARK-FILE
003970     IF sqs-park-file-status = '35'
003980         OPEN OUTPUT SQS-PARK-FILE
003990         CLOSE SQS-PARK-FILE
004000         OPEN I-O SQS-PARK-FILE
004010     END-IF
004020     IF NOT park-file-ok
004030         DISPLAY 'ERROR OPENING PARK FILE - FILE STATUS '
004040             sqs-park-file-status
004050         MOVE 'SQSPARK OPEN FAILED' TO sqs-op-err-msg
004060         CALL "FORCEABEND" USING sqs-op-err-msg
004070     END-IF.
004080 1200-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120*   1300-OPEN-JOURNAL-FILE - ONLY WHEN THE CARD ASKS FOR THE
004130*   CONSUME JOURNAL; SAME DOCTRINE AS SQSBRIDGE - A JOURNAL THAT
004140*   CANNOT OPEN ABENDS, AND THE DAILY DATASET IS EXTENDED
004150*----------------------------------------------------------------
004160 1300-OPEN-JOURNAL-FILE.
004170     OPEN EXTEND SQS-JOURNAL-FILE
004180     IF journal-file-missing
004190         OPEN OUTPUT SQS-JOURNAL-FILE
004200     END-IF
004210     IF journal-file-ok OR journal-file-new
004220         SET sqs-journal-available TO TRUE
004230     ELSE
004240         DISPLAY 'ERROR OPENING CONSUME JOURNAL - FILE STATUS '
004250             sqs-journal-file-status
004260         MOVE 'SQSJRNL OPEN FAILED' TO sqs-op-err-msg
004270         CALL "FORCEABEND" USING sqs-op-err-msg
004280     END-IF.
004290 1300-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------
004330*   1400-OPEN-RUN-STATUS - THE SHARED RUN-STATUS DATASET IS
004340*   OPTIONAL; A BRAND-NEW DATASET IS CREATED ON FIRST USE
004350*----------------------------------------------------------------
004360 1400-OPEN-RUN-STATUS.
004370     OPEN I-O SQS-RUN-STATUS-FILE
004380     IF stat-file-missing
004390         OPEN OUTPUT SQS-RUN-STATUS-FILE
004400         CLOSE SQS-RUN-STATUS-FILE
004410         OPEN I-O SQS-RUN-STATUS-FILE
004420     END-IF
004430     IF stat-file-ok
004440         SET sqs-statf-available TO TRUE
004450         MOVE 'SQSROUTE' TO sqs-stat-program-id
004460         PERFORM Start-sqs-run-status
004470     ELSE
004480         DISPLAY 'RUN-STATUS FILE NOT AVAILABLE - FILE STATUS '
004490             sqs-stat-file-status ' - SNAPSHOT NOT MAINTAINED '
004500             'THIS RUN'
004510     END-IF.
004520 1400-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560*   1500-CHECK-TARGET-HOLDS - THE HOLD TABLE IS FIXED FOR THE RUN,
004570*   SO EACH TARGET'S HOLD IS KNOWN UP FRONT AND THE HOLDOVER IS
004580*   ONLY OPENED WHEN SOME TARGET WILL NEED IT
004590*----------------------------------------------------------------
004600 1500-CHECK-TARGET-HOLDS.
004610     MOVE RTE-TGT-QUEUE-NAME (RTE-TARGET-SUB) TO queue-name
004620     MOVE RTE-TGT-QUEUE-URL (RTE-TARGET-SUB) TO queue-url
004630     PERFORM Check-sqs-queue-hold
004640     IF sqs-queue-held
004650         MOVE 'Y' TO RTE-TGT-HELD-FLAG (RTE-TARGET-SUB)
004660         SET RTE-ANY-TARGET-HELD TO TRUE
004670         DISPLAY 'TARGET QUEUE '
004680             RTE-TGT-QUEUE-NAME (RTE-TARGET-SUB)
004690         DISPLAY '  IS OPERATOR-HELD - ' sqs-queue-hold-reason
004700             ' - ITS MESSAGES WILL BE SPOOLED'
004710     END-IF.
004720 1500-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760*   1600-OPEN-HOLDOVER-FILE - A HOLDOVER THAT CANNOT OPEN WOULD
004770*   MEAN DROPPING A HELD TARGET'S MESSAGES, SO IT ABENDS
004780*----------------------------------------------------------------
004790 1600-OPEN-HOLDOVER-FILE.
004800     OPEN EXTEND SQS-HOLDOVER-FILE
004810     IF holdover-file-missing
004820         OPEN OUTPUT SQS-HOLDOVER-FILE
004830     END-IF
004840     IF holdover-file-ok OR holdover-file-new
004850         SET sqs-holdover-available TO TRUE
004860     ELSE
004870         DISPLAY 'ERROR OPENING HOLDOVER FILE - FILE STATUS '
004880             sqs-holdover-file-status
004890         MOVE 'HOLDOVER OPEN FAILED' TO sqs-op-err-msg
004900         CALL "FORCEABEND" USING sqs-op-err-msg
004910     END-IF.
004920 1600-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960*   2000-ROUTE-RUN - CHECKPOINTED DRAIN OF THE INBOUND QUEUE
004970*----------------------------------------------------------------
004980 2000-ROUTE-RUN.
004990     IF sqs-queue-held
005000         DISPLAY 'ROUTING SKIPPED - INBOUND QUEUE IS '
005010             'OPERATOR-HELD'
005020         ADD 1 TO sqs-held-recv-skipped
005030         SET RTE-QUEUE-EMPTY TO TRUE
005040     END-IF
005050     PERFORM 2100-ROUTE-ONE-MESSAGE THRU 2100-EXIT
005060         UNTIL RTE-QUEUE-EMPTY
005070            OR (RTE-TOTAL-MESSAGE-CAP > 0
005080                AND RTE-MESSAGES-RECEIVED NOT LESS THAN
005090                    RTE-TOTAL-MESSAGE-CAP)
005100     MOVE RTE-SENDS-ATTEMPTED TO recon-expected-sent-count.
005110 2000-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150*   2100-ROUTE-ONE-MESSAGE - RECEIVE, MATCH, FORWARD, CHECKPOINT,
005160*   JOURNAL, DELETE
005170*----------------------------------------------------------------
005180 2100-ROUTE-ONE-MESSAGE.
005190     MOVE 'RCVSMSG  ' TO sqs-command
005200     MOVE 0 TO sqs-sent-messages-count
005210     MOVE 0 TO sqs-received-messages-count
005220     CALL "SQSOP" using sqs-request-area sqs-response-area
005230     PERFORM Write-sqs-audit-record
005240     PERFORM Accumulate-sqs-reconciliation-totals
005250     IF sqs-op-result = 1
005260         SET RTE-QUEUE-EMPTY TO TRUE
005270         GO TO 2100-EXIT
005280     END-IF
005290     PERFORM Checksqs-op-result
005300     IF sqs-op-result NOT = 0
005310         GO TO 2100-EXIT
005320     END-IF
005330     ADD 1 TO RTE-MESSAGES-RECEIVED
005340     MOVE sqs-message-id TO RTE-INBOUND-MESSAGE-ID
005350     MOVE sqs-message-receipt-handle TO RTE-INBOUND-RECEIPT-HANDLE
005360     MOVE RTE-MESSAGES-RECEIVED TO sqs-stat-message-count
005370     PERFORM Update-sqs-run-status
005380     PERFORM Check-sqs-checkpoint
005390     IF ckpt-already-processed
005400*        ALREADY ROUTED BY AN EARLIER RUN THAT DIED BEFORE ITS
005410*        DELETE WENT THROUGH - JUST RE-ISSUE THE DELETE
005420         ADD 1 TO RTE-MESSAGES-SKIPPED
005430         MOVE 'DUP ' TO sqs-journal-disposition
005440         PERFORM 2700-DELETE-INBOUND-MESSAGE THRU 2700-EXIT
005450         GO TO 2100-EXIT
005460     END-IF
005461     PERFORM Check-sqs-forward-signature
005462     IF sqs-message-invalid
005463         PERFORM 2650-PARK-SIGNATURE-FAILURE THRU 2650-EXIT
005464         GO TO 2100-EXIT
005465     END-IF
005470     PERFORM 2200-MATCH-ROUTING-RULES THRU 2200-EXIT
005480     IF RTE-MATCH-SUB = 0
005490         PERFORM 2600-PARK-UNROUTED-MESSAGE THRU 2600-EXIT
005500         GO TO 2100-EXIT
005510     END-IF
005520     ADD 1 TO RTE-RULE-MATCHED (RTE-MATCH-SUB)
005530     MOVE RTE-RULE-TARGET-SUB (RTE-MATCH-SUB) TO RTE-TARGET-SUB
005540     PERFORM 2400-FORWARD-MESSAGE THRU 2400-EXIT
005550     PERFORM 3900-LOAD-INBOUND-QUEUE THRU 3900-EXIT
005560     IF RTE-FORWARD-FAILED
005570*        NO CHECKPOINT AND NO DELETE - THE MESSAGE STAYS ON THE
005580*        INBOUND QUEUE AND REAPPEARS AFTER ITS VISIBILITY TIMEOUT
005590         GO TO 2100-EXIT
005600     END-IF
005610     PERFORM Write-sqs-checkpoint-record
005620     MOVE 'EXTR' TO sqs-journal-disposition
005630     PERFORM 2700-DELETE-INBOUND-MESSAGE THRU 2700-EXIT.
005640 2100-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------
005680*   2200-MATCH-ROUTING-RULES - FIRST MATCHING RULE IN FILE ORDER;
005690*   RTE-MATCH-SUB IS LEFT ZERO WHEN NO RULE MATCHES
005700*----------------------------------------------------------------
005710 2200-MATCH-ROUTING-RULES.
005720     MOVE 0 TO RTE-MATCH-SUB
005730     PERFORM 2210-TRY-ONE-RULE THRU 2210-EXIT
005740         VARYING RTE-RULE-SUB FROM 1 BY 1
005750         UNTIL RTE-RULE-SUB > RTE-RULE-COUNT
005760            OR RTE-MATCH-SUB > 0.
005770 2200-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810*   2210-TRY-ONE-RULE - EVERY NON-BLANK CRITERION MUST MATCH
005820*----------------------------------------------------------------
005830 2210-TRY-ONE-RULE.
005840     IF RTE-RULE-SOURCE-SYSTEM-ID (RTE-RULE-SUB) NOT = SPACES
005850         AND RTE-RULE-SOURCE-SYSTEM-ID (RTE-RULE-SUB)
005860             NOT = env-source-system-id
005870         GO TO 2210-EXIT
005880     END-IF
005890     IF RTE-RULE-BODY-OFFSET (RTE-RULE-SUB) > 0
005900         IF env-body (RTE-RULE-BODY-OFFSET (RTE-RULE-SUB) :
005910                      RTE-RULE-BODY-LENGTH (RTE-RULE-SUB))
005920             NOT = RTE-RULE-BODY-VALUE (RTE-RULE-SUB)
005930                   (1 : RTE-RULE-BODY-LENGTH (RTE-RULE-SUB))
005940             GO TO 2210-EXIT
005950         END-IF
005960     END-IF
005970     IF RTE-RULE-ATTR-NAME (RTE-RULE-SUB) NOT = SPACES
005980         SET RTE-ATTR-NOT-FOUND TO TRUE
005990         PERFORM 2220-MATCH-ONE-ATTRIBUTE THRU 2220-EXIT
006000             VARYING RTE-ATTR-SUB FROM 1 BY 1
006010             UNTIL RTE-ATTR-SUB > sqs-attribute-count
006020                OR RTE-ATTR-SUB > 10
006030                OR RTE-ATTR-FOUND
006040         IF RTE-ATTR-NOT-FOUND
006050             GO TO 2210-EXIT
006060         END-IF
006070     END-IF
006080     MOVE RTE-RULE-SUB TO RTE-MATCH-SUB.
006090 2210-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130*   2220-MATCH-ONE-ATTRIBUTE
006140*----------------------------------------------------------------
006150 2220-MATCH-ONE-ATTRIBUTE.
006160     IF sqs-attribute-name (RTE-ATTR-SUB) =
006170             RTE-RULE-ATTR-NAME (RTE-RULE-SUB)
006180         AND sqs-attribute-value (RTE-ATTR-SUB) =
006190             RTE-RULE-ATTR-VALUE (RTE-RULE-SUB)
006200         SET RTE-ATTR-FOUND TO TRUE
006210     END-IF.
006220 2220-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------------
006260*   2400-FORWARD-MESSAGE - RE-SEND THE RECEIVED ENVELOPE TO THE
006270*   MATCHED TARGET. THE BODY, LENGTH AND GROUP SEQUENCE ARE STILL
006280*   IN THE SHARED ENVELOPE FROM THE RECEIVE, AND THE CUSTOM
006290*   ATTRIBUTES STILL IN THE REQUEST AREA, SO ONLY THE TARGET QUEUE
006300*   AND THE SENDER-SUPPLIED ENVELOPE FIELDS ARE LOADED HERE.
006310*----------------------------------------------------------------
006320 2400-FORWARD-MESSAGE.
006330     SET RTE-FORWARD-CLEAN TO TRUE
006340     MOVE RTE-TGT-QUEUE-NAME (RTE-TARGET-SUB) TO queue-name
006350     MOVE RTE-TGT-QUEUE-URL (RTE-TARGET-SUB) TO queue-url
006360     MOVE RTE-TGT-AWS-REGION (RTE-TARGET-SUB) TO aws-region
006370     MOVE RTE-TGT-ROLE-ARN (RTE-TARGET-SUB) TO queue-role-arn
006380     MOVE RTE-TGT-ROLE-SESSION-NAME (RTE-TARGET-SUB)
006390         TO queue-role-session-name
006400     MOVE SPACES TO standby-queue-name
006410     MOVE SPACES TO standby-queue-url
006420     MOVE SPACES TO standby-aws-region
006430     SET sqs-failover-not-active TO TRUE
006440     MOVE env-source-system-id TO sqs-source-system-id
006450     MOVE env-correlation-id TO sqs-correlation-id
006460     MOVE env-message-group-id TO message-group-id
006470     MOVE SPACES TO message-deduplication-id
006480     IF message-group-id NOT = SPACES
006490         MOVE RTE-INBOUND-MESSAGE-ID TO message-deduplication-id
006500     END-IF
006510     IF RTE-TGT-HELD (RTE-TARGET-SUB)
006520         PERFORM Spool-sqs-held-send
006530         ADD 1 TO RTE-MESSAGES-SPOOLED
006540         ADD 1 TO RTE-TGT-SPOOLED (RTE-TARGET-SUB)
006550         GO TO 2400-EXIT
006560     END-IF
006570     ADD 1 TO RTE-SENDS-ATTEMPTED
006580     MOVE 'SNDSMSG  ' TO sqs-command
006590     MOVE 0 TO sqs-sent-messages-count
006600     MOVE 0 TO sqs-received-messages-count
006604     PERFORM Sign-sqs-envelope
006610     CALL "SQSOP" using sqs-request-area sqs-response-area
006620     PERFORM Write-sqs-audit-record
006630     PERFORM Accumulate-sqs-reconciliation-totals
006640     PERFORM Checksqs-op-result
006650     IF sqs-op-result = 0
006660         ADD 1 TO RTE-MESSAGES-ROUTED
006670         ADD 1 TO RTE-TGT-SENT (RTE-TARGET-SUB)
006680     ELSE
006690         SET RTE-FORWARD-FAILED TO TRUE
006700         ADD 1 TO RTE-FORWARD-FAILURES
006710         ADD 1 TO RTE-TGT-FAILED (RTE-TARGET-SUB)
006720         DISPLAY 'FORWARD FAILED FOR MESSAGE '
006730             RTE-INBOUND-MESSAGE-ID
006740         DISPLAY '  TO ' RTE-TGT-QUEUE-NAME (RTE-TARGET-SUB)
006750         DISPLAY '  RESULT CODE ' sqs-op-result
006760             ' - LEFT ON THE INBOUND QUEUE'
006770     END-IF.
006780 2400-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820*   2600-PARK-UNROUTED-MESSAGE - NO RULE MATCHED. THE PARK WRITE
006830*   CARRIES THE FULL ENVELOPE AND ISSUES ITS OWN DELETE.
006840*----------------------------------------------------------------
006850 2600-PARK-UNROUTED-MESSAGE.
006860     MOVE 'NRTE' TO sqs-park-reason
006870     PERFORM Park-sqs-unprocessable-message
006880     ADD 1 TO RTE-MESSAGES-UNROUTED
006890     DISPLAY 'MESSAGE ' sqs-message-id
006900     DISPLAY '  MATCHED NO ROUTING RULE - PARKED UNDER NRTE'.
006910 2600-EXIT.
006913     EXIT.
006916
006921*----------------------------------------------------------------
006922*   2650-PARK-SIGNATURE-FAILURE - THE ENVELOPE'S SIGNATURE FAILED
006923*   THE GATE'S RULES, SO IT IS NEITHER RE-SIGNED NOR FORWARDED.
006924*   IT IS PARKED UNDER THE VERDICT ('SIG ' OR 'NSG ') WITH ITS
006925*   SIGNATURE AS RECEIVED, AND THE PARK WRITE ISSUES THE DELETE.
006926*----------------------------------------------------------------
006927 2650-PARK-SIGNATURE-FAILURE.
006928     MOVE sqs-reject-reason TO sqs-park-reason
006929     PERFORM Park-sqs-unprocessable-message
006930     ADD 1 TO RTE-SIGNATURE-PARKS
006931     DISPLAY 'MESSAGE ' sqs-message-id
006932     DISPLAY '  SIGNATURE CHECK FAILED - PARKED UNDER '
006933         sqs-reject-reason.
006934 2650-EXIT.
006935     EXIT.
006936
006940*----------------------------------------------------------------
006950*   2700-DELETE-INBOUND-MESSAGE - JOURNAL ROW FIRST, THEN THE
006960*   DELETE, THEN CONFIRM THE DELETE ON THE CHECKPOINT ROW
006970*----------------------------------------------------------------
006980 2700-DELETE-INBOUND-MESSAGE.
006990     PERFORM Write-sqs-journal-record
007000     MOVE 'DELSMSG  ' TO sqs-command
007010     MOVE 0 TO sqs-sent-messages-count
007020     MOVE 0 TO sqs-received-messages-count
007030     CALL "SQSOP" using sqs-request-area sqs-response-area
007040     PERFORM Write-sqs-audit-record
007050     PERFORM Accumulate-sqs-reconciliation-totals
007060     PERFORM Checksqs-op-result
007070     IF sqs-op-result = 0 OR 3
007080         PERFORM Confirm-sqs-checkpoint-delete
007090     END-IF.
007100 2700-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140*   3900-LOAD-INBOUND-QUEUE - PUT THE INBOUND QUEUE DESCRIPTION
007150*   AND THE RECEIVED MESSAGE'S IDENTITY BACK IN THE REQUEST AREA
007160*   AFTER A FORWARD SEND, READY FOR THE CHECKPOINT AND DELETE
007170*----------------------------------------------------------------
007180 3900-LOAD-INBOUND-QUEUE.
007190     MOVE RTE-QUEUE-NAME TO queue-name
007200     MOVE RTE-QUEUE-URL TO queue-url
007210     MOVE RTE-AWS-REGION TO aws-region
007220     MOVE RTE-ROLE-ARN TO queue-role-arn
007230     MOVE RTE-ROLE-SESSION-NAME TO queue-role-session-name
007240     MOVE SPACES TO standby-queue-name
007250     MOVE SPACES TO standby-queue-url
007260     MOVE SPACES TO standby-aws-region
007270     SET sqs-failover-not-active TO TRUE
007280     MOVE SPACES TO message-group-id
007290     MOVE SPACES TO message-deduplication-id
007300     MOVE RTE-INBOUND-MESSAGE-ID TO sqs-message-id
007310     MOVE RTE-INBOUND-RECEIPT-HANDLE TO sqs-message-receipt-handle
007320     MOVE 'RCVSMSG  ' TO sqs-command.
007330 3900-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------
007370*   8000-FINALIZE - ROUTING SUMMARY, PER-RULE AND PER-TARGET
007380*   COUNTS, AND THE IN/OUT PROOF
007390*----------------------------------------------------------------
007400 8000-FINALIZE.
007410     CLOSE SQS-CHECKPOINT-FILE
007420     CLOSE SQS-PARK-FILE
007430     DISPLAY '===== SQSROUTE ROUTING SUMMARY ====='
007440     DISPLAY 'MESSAGES RECEIVED   : ' RTE-MESSAGES-RECEIVED
007450     DISPLAY 'ROUTED AND SENT     : ' RTE-MESSAGES-ROUTED
007460     DISPLAY 'ROUTED TO HOLDOVER  : ' RTE-MESSAGES-SPOOLED
007470     DISPLAY 'PARKED - NO ROUTE   : ' RTE-MESSAGES-UNROUTED
007475     DISPLAY 'PARKED - SIGNATURE  : ' RTE-SIGNATURE-PARKS
007480     DISPLAY 'ALREADY CHECKPOINTED: ' RTE-MESSAGES-SKIPPED
007490     DISPLAY 'FORWARD FAILURES    : ' RTE-FORWARD-FAILURES
007500     IF sqs-journal-available
007510         DISPLAY 'MESSAGES JOURNALED  : ' sqs-messages-journaled
007520     END-IF
007522     IF sqs-sig-keys-loaded
007524         DISPLAY 'FORWARDS SIGNED     : ' sqs-envelopes-signed
007526     END-IF
007530     DISPLAY '----- MESSAGES PER ROUTING RULE -----'
007540     MOVE 0 TO RTE-RULE-TOTAL
007550     PERFORM 8100-PRINT-ONE-RULE THRU 8100-EXIT
007560         VARYING RTE-RULE-SUB FROM 1 BY 1
007570         UNTIL RTE-RULE-SUB > RTE-RULE-COUNT
007580     DISPLAY 'NO RULE MATCHED  ' RTE-MESSAGES-UNROUTED
007590     DISPLAY '----- MESSAGES PER TARGET QUEUE -----'
007600     MOVE 0 TO RTE-TARGET-TOTAL
007610     PERFORM 8200-PRINT-ONE-TARGET THRU 8200-EXIT
007620         VARYING RTE-TARGET-SUB FROM 1 BY 1
007630         UNTIL RTE-TARGET-SUB > RTE-TARGET-COUNT
007640     PERFORM 8300-PRINT-IN-OUT-PROOF THRU 8300-EXIT
007650     PERFORM Print-sqs-reconciliation-report
007660     PERFORM Print-sqs-failover-report
007670     PERFORM Print-sqs-hold-report
007680     IF sqs-holdover-available
007690         CLOSE SQS-HOLDOVER-FILE
007700     END-IF
007710     IF sqs-journal-available
007720         CLOSE SQS-JOURNAL-FILE
007730     END-IF
007740     IF sqs-statf-available
007750         MOVE RTE-MESSAGES-RECEIVED TO sqs-stat-message-count
007760         PERFORM End-sqs-run-status
007770         CLOSE SQS-RUN-STATUS-FILE
007780     END-IF
007790     IF RTE-FORWARD-FAILURES > 0 OR RTE-OUT-OF-BALANCE NOT = 0
007800         DISPLAY 'ENDING WITH RETURN CODE ' RTE-ROUTE-FAILED-RC
007810             ' - NOT EVERY MESSAGE RECEIVED WAS ROUTED'
007820         MOVE RTE-ROUTE-FAILED-RC TO RETURN-CODE
007830     END-IF
007840     CLOSE SQS-AUDIT-FILE.
007850 8000-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007890*   8100-PRINT-ONE-RULE
007900*----------------------------------------------------------------
007910 8100-PRINT-ONE-RULE.
007920     MOVE RTE-RULE-TARGET-SUB (RTE-RULE-SUB) TO RTE-TARGET-SUB
007930     DISPLAY 'RULE ' RTE-RULE-ID (RTE-RULE-SUB) '    '
007940         RTE-RULE-MATCHED (RTE-RULE-SUB) ' TO '
007950         RTE-TGT-QUEUE-NAME (RTE-TARGET-SUB) (1 : 40)
007960     ADD RTE-RULE-MATCHED (RTE-RULE-SUB) TO RTE-RULE-TOTAL.
007970 8100-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010*   8200-PRINT-ONE-TARGET
008020*----------------------------------------------------------------
008030 8200-PRINT-ONE-TARGET.
008040     DISPLAY 'TARGET ' RTE-TGT-QUEUE-NAME (RTE-TARGET-SUB)
008050     DISPLAY '  SENT ' RTE-TGT-SENT (RTE-TARGET-SUB)
008060         '  HOLDOVER ' RTE-TGT-SPOOLED (RTE-TARGET-SUB)
008070         '  FAILED ' RTE-TGT-FAILED (RTE-TARGET-SUB)
008080     ADD RTE-TGT-SENT (RTE-TARGET-SUB)
008090         RTE-TGT-SPOOLED (RTE-TARGET-SUB)
008100         RTE-TGT-FAILED (RTE-TARGET-SUB)
008110         TO RTE-TARGET-TOTAL.
008120 8200-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------------
008160*   8300-PRINT-IN-OUT-PROOF - EVERY MESSAGE RECEIVED MUST LEAVE BY
008170*   EXACTLY ONE DOOR: SENT, SPOOLED, PARKED, SKIPPED AS ALREADY
008180*   ROUTED, OR LEFT ON THE QUEUE BY A FAILED FORWARD. THE RULE AND
008190*   TARGET COUNTS MUST EACH AGREE WITH THE MATCHED TOTAL.
008200*----------------------------------------------------------------
008210 8300-PRINT-IN-OUT-PROOF.
008220     COMPUTE RTE-MESSAGES-OUT = RTE-MESSAGES-ROUTED
008230         + RTE-MESSAGES-SPOOLED + RTE-MESSAGES-UNROUTED
008240         + RTE-MESSAGES-SKIPPED + RTE-FORWARD-FAILURES
008245         + RTE-SIGNATURE-PARKS
008250     COMPUTE RTE-OUT-OF-BALANCE =
008260         RTE-MESSAGES-RECEIVED - RTE-MESSAGES-OUT
008270     DISPLAY '----- ROUTING IN / OUT RECONCILIATION -----'
008280     DISPLAY 'MESSAGES IN         : ' RTE-MESSAGES-RECEIVED
008290     DISPLAY 'MESSAGES OUT        : ' RTE-MESSAGES-OUT
008300     DISPLAY 'MATCHED PER RULE    : ' RTE-RULE-TOTAL
008310     DISPLAY 'MATCHED PER TARGET  : ' RTE-TARGET-TOTAL
008320     IF RTE-RULE-TOTAL NOT = RTE-TARGET-TOTAL
008330         DISPLAY 'DISCREPANCY - RULE AND TARGET COUNTS DISAGREE'
008340         MOVE 1 TO RTE-OUT-OF-BALANCE
008350     END-IF
008360     IF RTE-OUT-OF-BALANCE NOT = 0
008370         DISPLAY 'DISCREPANCY - ROUTING IN AND OUT DO NOT BALANCE'
008380     ELSE
008390         DISPLAY 'ROUTING IN AND OUT BALANCE'
008400     END-IF.
008410 8300-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450*   CHECKPOINT / PARK / JOURNAL / HOLD / AUDIT / RECONCILIATION /
008460*   RESULT CHECK PARAGRAPHS - SHARED SUBSYSTEM COPYBOOKS
008470*----------------------------------------------------------------
008480     COPY SQSCKPTCK.
008490     COPY SQSCKPTWR.
008500     COPY SQSPARKWR.
008510     COPY SQSJRNWR.
008520     COPY SQSSTATWR.
008530     COPY SQSQHLDCK.
008540     COPY SQSAUDWR.
008550     COPY SQSRECONP.
008560     COPY SQSRESCHK.
008570     COPY SQSSIGCK.
008580     COPY SQSVALCK.
008590     COPY SQSEXPCK.
