000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSDLQTR.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. RULE-DRIVEN DEAD-LETTER QUEUE
000100*                 TRIAGE - DRAINS ONE DLQ (DLQCTL CARD,
000110*                 SQSDTQCF.CPY) THROUGH THE CHECKPOINTED CONSUME
000120*                 LOOP AND CLASSIFIES EACH MESSAGE BY THE FIRST
000130*                 MATCHING TRIAGE RULE (DLQRULES DD, SQSDTRCF.CPY)
000140*                 ON SOURCE SYSTEM, BODY LENGTH, CLAIM-CHECK
000150*                 POINTER, THE VALIDATION GATE'S VERDICT
000160*                 (SQSVALCK.CPY) AND MESSAGE AGE. THE RULE REPLAYS
000170*                 THE MESSAGE TO ITS SOURCE QUEUE (THROUGH THE
000180*                 QUEUE-HOLD CHECK, SQSQHLDCK.CPY), PARKS IT FOR
000190*                 SQSPARKRV REVIEW UNDER A TRIAGE REASON, OR
000200*                 ARCHIVES IT TO DLQARC (SQSDCARC.CPY LAYOUT) AND
000210*                 DISCARDS IT. A MESSAGE NO RULE MATCHES IS PARKED
000220*                 UNDER 'NTRG' - NEVER REPLAYED OR DISCARDED
000230*                 BLIND.
000240*                 THE RUN REPORT SHOWS COUNTS PER RULE, PER
000250*                 DISPOSITION AND PER REPLAY TARGET, AND PROVES
000260*                 MESSAGES IN AGAINST MESSAGES OUT.
000262* 2026-10-15 RJM  ACCEPT THE GATE'S 'EXP ' VERDICT (BUSINESS
000264*                 EXPIRY PASSED) ON A TRIAGE RULE, SO A STALE
000266*                 MESSAGE CAN BE ARCHIVED RATHER THAN REPLAYED.
000268* 2026-10-15 RJM  VERIFY THE SIGNATURE OF EVERY MESSAGE A RULE
000270*                 WOULD REPLAY, GATE RULES OR NOT (SQSVALCK.CPY,
000272*                 VALCTL NOW ALWAYS LOADED) - A 'SIG '/'NSG '
000274*                 FAILURE IS PARKED UNDER ITS VERDICT, NEVER
000276*                 RE-SIGNED AND REPLAYED.
000278*-----------------------------------------------------------------
000280* REPLAYDLQ (SQSREPLY.CPY) SENDS EVERYTHING BACK TO THE SOURCE,
000290* POISON MESSAGES INCLUDED, STRAIGHT INTO THE SAME FAILURE LOOP.
000300* THIS STEP SORTS A MIXED DLQ FIRST. ORDERING PER MESSAGE IS
000310* RECEIVE, CLASSIFY, ACT, CHECKPOINT, DELETE - A STEP THAT DIES
000320* AFTER A REPLAY BUT BEFORE THE CHECKPOINT CAN REPLAY A MESSAGE
000330* TWICE, SO A FIFO TARGET IS GIVEN THE DLQ MESSAGE ID AS ITS
000340* DEDUPLICATION ID. A REPLAY OR ARCHIVE THAT FAILS LEAVES THE
000350* MESSAGE ON THE DLQ AND ENDS THE STEP RC 8. A PARKED MESSAGE'S
000360* PARK RECORD NAMES THE REPLAY TARGET, NOT THE DLQ, SO AN
000370* SQSPARKRV REQUEUE SENDS IT HOME RATHER THAN BACK HERE.
000373* A MESSAGE WHOSE SIGNATURE FAILS THE VALIDATION GATE'S RULES IS
000376* NEVER RE-SIGNED AND REPLAYED - IT IS PARKED UNDER THE VERDICT.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TRIAGE-CONTROL-FILE ASSIGN TO DLQCTL
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS DTR-DLQCTL-FILE-STATUS.
000450     SELECT TRIAGE-RULES-FILE ASSIGN TO DLQRULES
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS DTR-DLQRULES-FILE-STATUS.
000480     SELECT TRIAGE-ARCHIVE-FILE ASSIGN TO DLQARC
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS DTR-ARCHIVE-FILE-STATUS.
000510     SELECT SQS-CHECKPOINT-FILE ASSIGN TO SQSCKPT
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS ckpt-message-id
000550            FILE STATUS IS sqs-ckpt-file-status.
000560     SELECT SQS-PARK-FILE ASSIGN TO SQSPARK
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS DYNAMIC
000590            RECORD KEY IS park-message-id
000600            FILE STATUS IS sqs-park-file-status.
000610     SELECT SQS-QUEUE-STATUS-FILE ASSIGN TO QSTAT
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS sqs-qstat-file-status.
000640     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS sqs-holdover-file-status.
000670     SELECT SQS-VALIDATION-CONTROL-FILE ASSIGN TO VALCTL
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS sqs-valctl-file-status.
000700     SELECT SQS-REJECT-FILE ASSIGN TO SQSREJ
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS sqs-reject-file-status.
000730     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS DTR-AUDIT-FILE-STATUS.
000760     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS IS sqs-sigkey-file-status.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  TRIAGE-CONTROL-FILE
000830     RECORDING MODE IS F.
000840     COPY SQSDTQCF.
000850 FD  TRIAGE-RULES-FILE
000860     RECORDING MODE IS F.
000870     COPY SQSDTRCF.
000880 FD  TRIAGE-ARCHIVE-FILE
000890     RECORDING MODE IS F.
000900     COPY SQSDCARC.
000910     COPY SQSCKPT.
000920     COPY SQSPARK.
000930     COPY SQSQHLD.
000940     COPY SQSHOLD.
000950     COPY SQSVALCF.
000960     COPY SQSREJ.
000970     COPY SQSAUDIT.
000980     COPY SQSSIGKY.
000990
001000 WORKING-STORAGE SECTION.
001010     COPY SQSRQA.
001020     COPY SQSOPRES.
001030     COPY SQSRECON.
001040     COPY SQSRETRY.
001050     COPY SQSMENV.
001060     COPY SQSCKPTWS.
001070     COPY SQSPARKWS.
001080     COPY SQSQHLDWS.
001090     COPY SQSVALWS.
001100     COPY SQSSIGWS.
001104     COPY SQSEXPWS.
001110     COPY SQSCLAIM.
001120
001130* THE PARAMETER CARD, COPIED OUT OF THE FD RECORD AREA WHILE THE
001140* FILE IS STILL OPEN - THE DLQ DESCRIPTION IS RELOADED FROM HERE
001150* AFTER EVERY REPLAY SEND.
001160 01  DTR-TRIAGE-CONTROLS.
001170     05 DTR-QUEUE-NAME PIC X(80) VALUE SPACES.
001180     05 DTR-QUEUE-URL PIC X(200) VALUE SPACES.
001190     05 DTR-AWS-REGION PIC X(24) VALUE SPACES.
001200     05 DTR-TOTAL-MESSAGE-CAP PIC 9(9) VALUE 0.
001210     05 DTR-ROLE-ARN PIC X(120) VALUE SPACES.
001220     05 DTR-ROLE-SESSION-NAME PIC X(64) VALUE SPACES.
001230     05 DTR-RUN-OPTION PIC X(8) VALUE SPACES.
001240        88 DTR-OPTION-SIMULATE VALUE 'SIMULATE'.
001250
001260 01  DTR-SWITCHES.
001270     05 DTR-QUEUE-EMPTY-SWITCH PIC X(1) VALUE 'N'.
001280        88 DTR-QUEUE-EMPTY VALUE 'Y'.
001290     05 DTR-RULE-EOF-SWITCH PIC X(1) VALUE 'N'.
001300        88 DTR-RULE-END-OF-FILE VALUE 'Y'.
001310     05 DTR-ACTION-SWITCH PIC X(1) VALUE 'N'.
001320        88 DTR-ACTION-FAILED VALUE 'Y'.
001330        88 DTR-ACTION-CLEAN VALUE 'N'.
001340     05 DTR-TARGET-HELD-SWITCH PIC X(1) VALUE 'N'.
001350        88 DTR-ANY-TARGET-HELD VALUE 'Y'.
001360     05 DTR-GATE-SWITCH PIC X(1) VALUE 'N'.
001370        88 DTR-GATE-WANTED VALUE 'Y'.
001380     05 DTR-ARCHIVE-SWITCH PIC X(1) VALUE 'N'.
001390        88 DTR-ARCHIVE-WANTED VALUE 'Y'.
001400     05 DTR-CLAIM-SWITCH PIC X(1) VALUE 'N'.
001410        88 DTR-MESSAGE-IS-POINTER VALUE 'Y'.
001420        88 DTR-MESSAGE-IS-INLINE VALUE 'N'.
001430     05 DTR-AGE-SWITCH PIC X(1) VALUE 'N'.
001440        88 DTR-AGE-KNOWN VALUE 'Y'.
001450        88 DTR-AGE-UNKNOWN VALUE 'N'.
001460
001470 01  DTR-FILE-STATUSES.
001480     05 DTR-DLQCTL-FILE-STATUS PIC X(2) VALUE '00'.
001490     05 DTR-DLQRULES-FILE-STATUS PIC X(2) VALUE '00'.
001500     05 DTR-ARCHIVE-FILE-STATUS PIC X(2) VALUE '00'.
001510        88 DTR-ARCHIVE-FILE-OK VALUE '00'.
001520        88 DTR-ARCHIVE-FILE-NEW VALUE '05'.
001530        88 DTR-ARCHIVE-FILE-MISSING VALUE '35'.
001540     05 DTR-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
001550
001560 77  DTR-MESSAGES-RECEIVED PIC 9(9) COMP-5 VALUE 0.
001570 77  DTR-MESSAGES-REPLAYED PIC 9(9) COMP-5 VALUE 0.
001580 77  DTR-MESSAGES-SPOOLED PIC 9(9) COMP-5 VALUE 0.
001590 77  DTR-REPLAY-FAILURES PIC 9(9) COMP-5 VALUE 0.
001600 77  DTR-MESSAGES-PARKED PIC 9(9) COMP-5 VALUE 0.
001605 77  DTR-SIGNATURE-PARKS PIC 9(9) COMP-5 VALUE 0.
001610 77  DTR-MESSAGES-UNMATCHED PIC 9(9) COMP-5 VALUE 0.
001620 77  DTR-MESSAGES-ARCHIVED PIC 9(9) COMP-5 VALUE 0.
001630 77  DTR-ARCHIVE-FAILURES PIC 9(9) COMP-5 VALUE 0.
001640 77  DTR-MESSAGES-SKIPPED PIC 9(9) COMP-5 VALUE 0.
001650 77  DTR-SENDS-ATTEMPTED PIC 9(9) COMP-5 VALUE 0.
001660 77  DTR-MESSAGES-OUT PIC 9(9) COMP-5 VALUE 0.
001670 77  DTR-RULE-TOTAL PIC 9(9) COMP-5 VALUE 0.
001680 77  DTR-OUT-OF-BALANCE PIC S9(9) COMP-5 VALUE 0.
001690 77  DTR-TRIAGE-FAILED-RC PIC 9(4) COMP-5 VALUE 8.
001700 77  DTR-MATCH-SUB PIC 9(3) COMP-5 VALUE 0.
001710 77  DTR-FOUND-SUB PIC 9(3) COMP-5 VALUE 0.
001720 77  DTR-PARK-TARGET-SUB PIC 9(3) COMP-5 VALUE 0.
001730 77  DTR-MESSAGE-VERDICT PIC X(4) VALUE SPACES.
001740 77  DTR-MESSAGE-AGE-MINUTES PIC 9(9) COMP-5 VALUE 0.
001750 77  DTR-BODY-LENGTH PIC 9(9) COMP-5 VALUE 0.
001760
001770* THE DLQ MESSAGE'S IDENTITY - A REPLAY SEND OVERWRITES
001780* sqs-message-id WITH THE NEW MESSAGE'S ID, SO THE CHECKPOINT AND
001790* DELETE ARE DRIVEN FROM THESE SAVED COPIES.
001800 01  DTR-INBOUND-MESSAGE.
001810     05 DTR-INBOUND-MESSAGE-ID PIC X(100) VALUE SPACES.
001820     05 DTR-INBOUND-RECEIPT-HANDLE PIC X(1024) VALUE SPACES.
001830
001840* MESSAGE AGE - env-send-timestamp AGAINST THE CLOCK AT RECEIVE,
001850* IN WHOLE MINUTES, FLOORED AT ZERO FOR A SENDER CLOCK AHEAD OF
001860* OURS (SAME ARITHMETIC AS Compute-sqs-transit-seconds,
001870* SQSLATCK.CPY).
001880 01  DTR-AGE-WORK-AREA.
001890     05 DTR-SEND-DATE-X.
001900        10 DTR-SEND-YEAR PIC X(4).
001910        10 DTR-SEND-MONTH PIC X(2).
001920        10 DTR-SEND-DAY PIC X(2).
001930     05 DTR-SEND-DATE REDEFINES DTR-SEND-DATE-X PIC 9(8).
001940     05 DTR-SEND-HOUR PIC 9(2) VALUE 0.
001950     05 DTR-SEND-MINUTE PIC 9(2) VALUE 0.
001960     05 DTR-NOW-DATE PIC 9(8) VALUE 0.
001970     05 DTR-NOW-TIME-X.
001980        10 DTR-NOW-HOUR PIC 9(2).
001990        10 DTR-NOW-MINUTE PIC 9(2).
002000        10 FILLER PIC X(4).
002010     05 DTR-NOW-TIME REDEFINES DTR-NOW-TIME-X PIC 9(8).
002020     05 DTR-DAY-NUMBER PIC 9(9) COMP-5 VALUE 0.
002030     05 DTR-SEND-MINUTES PIC 9(12) COMP-5 VALUE 0.
002040     05 DTR-NOW-MINUTES PIC 9(12) COMP-5 VALUE 0.
002050
002060* THE TRIAGE RULES, VALIDATED AS THEY LOAD AND HELD IN FILE ORDER.
002070* EACH RULE POINTS AT ITS ENTRY IN THE TARGET TABLE - ENTRY 1 IS
002080* ALWAYS THE CARD'S SOURCE QUEUE, AND RULES SHARING A TARGET QUEUE
002090* URL SHARE ONE ENTRY.
002100 01  DTR-RULE-TABLE.
002110     05 DTR-RULE-COUNT PIC 9(3) COMP-5 VALUE 0.
002120     05 DTR-RULE-SUB PIC 9(3) COMP-5 VALUE 0.
002130     05 DTR-RULE-ENTRY OCCURS 50 TIMES.
002140        10 DTR-RULE-ID PIC X(8) VALUE SPACES.
002150        10 DTR-RULE-SOURCE-SYSTEM-ID PIC X(8) VALUE SPACES.
002160        10 DTR-RULE-MIN-BODY-LENGTH PIC 9(4) COMP-5 VALUE 0.
002170        10 DTR-RULE-MAX-BODY-LENGTH PIC 9(4) COMP-5 VALUE 0.
002180        10 DTR-RULE-CLAIM-FLAG PIC X(1) VALUE SPACE.
002190           88 DTR-RULE-POINTER-ONLY VALUE 'Y'.
002200           88 DTR-RULE-INLINE-ONLY VALUE 'N'.
002210        10 DTR-RULE-VERDICT PIC X(4) VALUE SPACES.
002220        10 DTR-RULE-MIN-AGE PIC 9(6) COMP-5 VALUE 0.
002230        10 DTR-RULE-MAX-AGE PIC 9(6) COMP-5 VALUE 0.
002240        10 DTR-RULE-DISPOSITION PIC X(1) VALUE SPACE.
002250           88 DTR-RULE-REPLAY VALUE 'R'.
002260           88 DTR-RULE-PARK VALUE 'P'.
002270           88 DTR-RULE-ARCHIVE VALUE 'A'.
002280        10 DTR-RULE-TRIAGE-REASON PIC X(4) VALUE SPACES.
002290        10 DTR-RULE-TARGET-SUB PIC 9(3) COMP-5 VALUE 0.
002300        10 DTR-RULE-MATCHED PIC 9(9) COMP-5 VALUE 0.
002310
002320 01  DTR-TARGET-TABLE.
002330     05 DTR-TARGET-COUNT PIC 9(3) COMP-5 VALUE 0.
002340     05 DTR-TARGET-SUB PIC 9(3) COMP-5 VALUE 0.
002350     05 DTR-TARGET-ENTRY OCCURS 20 TIMES.
002360        10 DTR-TGT-QUEUE-NAME PIC X(80) VALUE SPACES.
002370        10 DTR-TGT-QUEUE-URL PIC X(200) VALUE SPACES.
002380        10 DTR-TGT-AWS-REGION PIC X(24) VALUE SPACES.
002390        10 DTR-TGT-ROLE-ARN PIC X(120) VALUE SPACES.
002400        10 DTR-TGT-ROLE-SESSION-NAME PIC X(64) VALUE SPACES.
002410        10 DTR-TGT-REPLAYED PIC 9(9) COMP-5 VALUE 0.
002420        10 DTR-TGT-SPOOLED PIC 9(9) COMP-5 VALUE 0.
002430        10 DTR-TGT-FAILED PIC 9(9) COMP-5 VALUE 0.
002440        10 DTR-TGT-HELD-FLAG PIC X(1) VALUE 'N'.
002450           88 DTR-TGT-HELD VALUE 'Y'.
002460
002470 PROCEDURE DIVISION.
002480*----------------------------------------------------------------
002490*   0000-MAINLINE
002500*----------------------------------------------------------------
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002530     PERFORM 2000-TRIAGE-RUN THRU 2000-EXIT
002540     PERFORM 8000-FINALIZE THRU 8000-EXIT
002550     GOBACK.
002560
002570*----------------------------------------------------------------
002580*   1000-INITIALIZE - READ THE PARAMETER CARD, LOAD THE RULES AND
002590*   OPEN THE CONSUME LOOP'S DATASETS
002600*----------------------------------------------------------------
002610 1000-INITIALIZE.
002620     OPEN INPUT TRIAGE-CONTROL-FILE
002630     IF DTR-DLQCTL-FILE-STATUS NOT = '00'
002640         DISPLAY 'ERROR OPENING TRIAGE PARAMETER FILE - FILE '
002650             'STATUS ' DTR-DLQCTL-FILE-STATUS
002660         MOVE 'DLQCTL OPEN FAILED' TO sqs-op-err-msg
002670         CALL "FORCEABEND" USING sqs-op-err-msg
002680     END-IF
002690     READ TRIAGE-CONTROL-FILE
002700         AT END
002710             MOVE 'DLQCTL IS EMPTY' TO sqs-op-err-msg
002720             CALL "FORCEABEND" USING sqs-op-err-msg
002730     END-READ
002740     MOVE DTC-DLQ-QUEUE-NAME TO DTR-QUEUE-NAME
002750     MOVE DTC-DLQ-QUEUE-URL TO DTR-QUEUE-URL
002760     MOVE DTC-DLQ-AWS-REGION TO DTR-AWS-REGION
002770     IF DTC-TOTAL-MESSAGE-CAP IS NUMERIC
002780         MOVE DTC-TOTAL-MESSAGE-CAP TO DTR-TOTAL-MESSAGE-CAP
002790     END-IF
002800     MOVE DTC-DLQ-ROLE-ARN TO DTR-ROLE-ARN
002810     MOVE DTC-DLQ-ROLE-SESSION-NAME TO DTR-ROLE-SESSION-NAME
002820     MOVE DTC-RUN-OPTION TO DTR-RUN-OPTION
002830     MOVE 1 TO DTR-TARGET-COUNT
002840     MOVE DTC-SOURCE-QUEUE-NAME TO DTR-TGT-QUEUE-NAME (1)
002850     MOVE DTC-SOURCE-QUEUE-URL TO DTR-TGT-QUEUE-URL (1)
002860     MOVE DTC-SOURCE-AWS-REGION TO DTR-TGT-AWS-REGION (1)
002870     MOVE DTC-SOURCE-ROLE-ARN TO DTR-TGT-ROLE-ARN (1)
002880     MOVE DTC-SOURCE-ROLE-SESSION-NAME
002890         TO DTR-TGT-ROLE-SESSION-NAME (1)
002900     CLOSE TRIAGE-CONTROL-FILE
002910     IF DTR-QUEUE-URL = SPACES
002920         OR DTR-TGT-QUEUE-URL (1) = SPACES
002930         DISPLAY 'DLQCTL CARD NAMES NO DLQ URL OR NO SOURCE '
002940             'QUEUE URL'
002950         MOVE 'BAD DLQCTL CARD' TO sqs-op-err-msg
002960         CALL "FORCEABEND" USING sqs-op-err-msg
002970     END-IF
002980     IF DTR-OPTION-SIMULATE
002990         SET sqs-simulation-mode TO TRUE
003000         DISPLAY 'SQSDLQTR RUNNING IN SIMULATION MODE'
003010     END-IF
003020     DISPLAY 'SQSDLQTR DEAD-LETTER QUEUE ' DTR-QUEUE-NAME
003030     OPEN OUTPUT SQS-AUDIT-FILE
003040     IF DTR-AUDIT-FILE-STATUS NOT = '00'
003050         DISPLAY 'ERROR OPENING SQS AUDIT FILE - FILE STATUS '
003060             DTR-AUDIT-FILE-STATUS
003070         MOVE 'SQSAUDIT OPEN FAILED' TO sqs-op-err-msg
003080         CALL "FORCEABEND" USING sqs-op-err-msg
003090     END-IF
003100     PERFORM 1100-LOAD-TRIAGE-RULES THRU 1100-EXIT
003110     PERFORM Load-sqs-validation-rules
003160     OPEN I-O SQS-CHECKPOINT-FILE
003170     IF NOT ckpt-file-ok
003180         DISPLAY 'ERROR OPENING CHECKPOINT FILE - FILE '
003190             'STATUS ' sqs-ckpt-file-status
003200         MOVE 'SQSCKPT OPEN FAILED' TO sqs-op-err-msg
003210         CALL "FORCEABEND" USING sqs-op-err-msg
003220     END-IF
003230     PERFORM 1200-OPEN-PARK-FILE THRU 1200-EXIT
003240     IF DTR-ARCHIVE-WANTED
003250         PERFORM 1300-OPEN-ARCHIVE-FILE THRU 1300-EXIT
003260     END-IF
003270     PERFORM Load-sqs-queue-holds
003280     PERFORM 1500-CHECK-TARGET-HOLDS THRU 1500-EXIT
003290         VARYING DTR-TARGET-SUB FROM 1 BY 1
003300         UNTIL DTR-TARGET-SUB > DTR-TARGET-COUNT
003310     IF DTR-ANY-TARGET-HELD
003320         PERFORM 1600-OPEN-HOLDOVER-FILE THRU 1600-EXIT
003330     END-IF
003340     PERFORM 3900-LOAD-DLQ-QUEUE THRU 3900-EXIT
003350     PERFORM Check-sqs-queue-hold
003360     IF sqs-queue-held
003370         DISPLAY 'QUEUE ' DTR-QUEUE-NAME
003380         DISPLAY '  IS OPERATOR-HELD - ' sqs-queue-hold-reason
003390     END-IF.
003400 1000-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440*   1100-LOAD-TRIAGE-RULES - THE RULES ARE THE WHOLE POINT OF THE
003450*   RUN, SO AN ABSENT OR EMPTY DLQRULES DD ABENDS RATHER THAN
003460*   PARKING EVERY MESSAGE ON THE DLQ
003470*----------------------------------------------------------------
003480 1100-LOAD-TRIAGE-RULES.
003490     OPEN INPUT TRIAGE-RULES-FILE
003500     IF DTR-DLQRULES-FILE-STATUS NOT = '00'
003510         DISPLAY 'ERROR OPENING TRIAGE RULES FILE - FILE STATUS '
003520             DTR-DLQRULES-FILE-STATUS
003530         MOVE 'DLQRULES OPEN FAILED' TO sqs-op-err-msg
003540         CALL "FORCEABEND" USING sqs-op-err-msg
003550     END-IF
003560     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
003570         UNTIL DTR-RULE-END-OF-FILE
003580     CLOSE TRIAGE-RULES-FILE
003590     IF DTR-RULE-COUNT = 0
003600         DISPLAY 'NO USABLE TRIAGE RULES LOADED'
003610         MOVE 'NO TRIAGE RULES' TO sqs-op-err-msg
003620         CALL "FORCEABEND" USING sqs-op-err-msg
003630     END-IF
003640     DISPLAY 'TRIAGE ACTIVE - ' DTR-RULE-COUNT ' RULE(S), '
003650         DTR-TARGET-COUNT ' REPLAY TARGET QUEUE(S)'.
003660 1100-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------
003700*   1110-LOAD-ONE-RULE - A RULE THAT CANNOT BE APPLIED SAFELY IS
003710*   DROPPED HERE, LOUDLY, NOT DISCOVERED MID-DRAIN
003720*----------------------------------------------------------------
003730 1110-LOAD-ONE-RULE.
003740     READ TRIAGE-RULES-FILE
003750         AT END
003760             MOVE 'Y' TO DTR-RULE-EOF-SWITCH
003770             GO TO 1110-EXIT
003780     END-READ
003790     IF NOT DRC-DISPOSITION-REPLAY
003800         AND NOT DRC-DISPOSITION-PARK
003810         AND NOT DRC-DISPOSITION-ARCHIVE
003820         DISPLAY 'TRIAGE RULE ' DRC-RULE-ID
003830             ' HAS NO VALID DISPOSITION - DROPPED'
003840         GO TO 1110-EXIT
003850     END-IF
003860     IF DRC-DISPOSITION-PARK AND DRC-TRIAGE-REASON = SPACES
003870         DISPLAY 'TRIAGE RULE ' DRC-RULE-ID
003880             ' PARKS WITH NO TRIAGE REASON - DROPPED'
003890         GO TO 1110-EXIT
003900     END-IF
003910     IF NOT DRC-CLAIM-POINTER-ONLY
003920         AND NOT DRC-CLAIM-INLINE-ONLY
003930         AND NOT DRC-CLAIM-EITHER
003940         DISPLAY 'TRIAGE RULE ' DRC-RULE-ID
003950             ' CLAIM-CHECK FLAG NOT Y, N OR BLANK - DROPPED'
003960         GO TO 1110-EXIT
003970     END-IF
003980     IF DRC-VALIDATION-REASON NOT = SPACES
003990         AND DRC-VALIDATION-REASON NOT = 'PASS'
004000         AND DRC-VALIDATION-REASON NOT = 'ANY '
004010         AND DRC-VALIDATION-REASON NOT = 'LEN '
004020         AND DRC-VALIDATION-REASON NOT = 'SRC '
004030         AND DRC-VALIDATION-REASON NOT = 'NSG '
004040         AND DRC-VALIDATION-REASON NOT = 'SIG '
004050         AND DRC-VALIDATION-REASON NOT = 'TS  '
004054         AND DRC-VALIDATION-REASON NOT = 'EXP '
004060         AND DRC-VALIDATION-REASON NOT = 'SHP '
004070         DISPLAY 'TRIAGE RULE ' DRC-RULE-ID
004080             ' UNKNOWN VALIDATION VERDICT ' DRC-VALIDATION-REASON
004090             ' - DROPPED'
004100         GO TO 1110-EXIT
004110     END-IF
004120     IF DRC-MIN-BODY-LENGTH IS NOT NUMERIC
004130         MOVE 0 TO DRC-MIN-BODY-LENGTH
004140     END-IF
004150     IF DRC-MAX-BODY-LENGTH IS NOT NUMERIC
004160         MOVE 0 TO DRC-MAX-BODY-LENGTH
004170     END-IF
004180     IF DRC-MIN-AGE-MINUTES IS NOT NUMERIC
004190         MOVE 0 TO DRC-MIN-AGE-MINUTES
004200     END-IF
004210     IF DRC-MAX-AGE-MINUTES IS NOT NUMERIC
004220         MOVE 0 TO DRC-MAX-AGE-MINUTES
004230     END-IF
004240     IF (DRC-MAX-BODY-LENGTH > 0
004250         AND DRC-MAX-BODY-LENGTH < DRC-MIN-BODY-LENGTH)
004260         OR (DRC-MAX-AGE-MINUTES > 0
004270         AND DRC-MAX-AGE-MINUTES < DRC-MIN-AGE-MINUTES)
004280         DISPLAY 'TRIAGE RULE ' DRC-RULE-ID
004290             ' HAS A RANGE WITH MAXIMUM BELOW MINIMUM - DROPPED'
004300         GO TO 1110-EXIT
004310     END-IF
004320     IF DTR-RULE-COUNT = 50
004330         DISPLAY 'MORE THAN 50 TRIAGE RULES - RULE '
004340             DRC-RULE-ID ' DROPPED'
004350         GO TO 1110-EXIT
004360     END-IF
004370     PERFORM 1120-FIND-TARGET-ENTRY THRU 1120-EXIT
004380     IF DTR-FOUND-SUB = 0
004390         DISPLAY 'MORE THAN 20 TARGET QUEUES - RULE '
004400             DRC-RULE-ID ' DROPPED'
004410         GO TO 1110-EXIT
004420     END-IF
004430     ADD 1 TO DTR-RULE-COUNT
004440     MOVE DRC-RULE-ID TO DTR-RULE-ID (DTR-RULE-COUNT)
004450     MOVE DRC-SOURCE-SYSTEM-ID
004460         TO DTR-RULE-SOURCE-SYSTEM-ID (DTR-RULE-COUNT)
004470     MOVE DRC-MIN-BODY-LENGTH
004480         TO DTR-RULE-MIN-BODY-LENGTH (DTR-RULE-COUNT)
004490     MOVE DRC-MAX-BODY-LENGTH
004500         TO DTR-RULE-MAX-BODY-LENGTH (DTR-RULE-COUNT)
004510     MOVE DRC-CLAIM-CHECK-FLAG
004520         TO DTR-RULE-CLAIM-FLAG (DTR-RULE-COUNT)
004530     MOVE DRC-VALIDATION-REASON
004540         TO DTR-RULE-VERDICT (DTR-RULE-COUNT)
004550     MOVE DRC-MIN-AGE-MINUTES TO DTR-RULE-MIN-AGE (DTR-RULE-COUNT)
004560     MOVE DRC-MAX-AGE-MINUTES TO DTR-RULE-MAX-AGE (DTR-RULE-COUNT)
004570     MOVE DRC-DISPOSITION
004580         TO DTR-RULE-DISPOSITION (DTR-RULE-COUNT)
004590     MOVE DRC-TRIAGE-REASON
004600         TO DTR-RULE-TRIAGE-REASON (DTR-RULE-COUNT)
004610     MOVE DTR-FOUND-SUB TO DTR-RULE-TARGET-SUB (DTR-RULE-COUNT)
004620     IF DRC-VALIDATION-REASON NOT = SPACES
004630         SET DTR-GATE-WANTED TO TRUE
004640     END-IF
004650     IF DRC-DISPOSITION-ARCHIVE
004660         SET DTR-ARCHIVE-WANTED TO TRUE
004670     END-IF.
004680 1110-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------
004720*   1120-FIND-TARGET-ENTRY - A RULE NAMING NO TARGET QUEUE URL
004730*   REPLAYS TO THE SOURCE QUEUE IN ENTRY 1; RULES NAMING THE SAME
004740*   URL SHARE ONE ENTRY AND A NEW URL TAKES THE NEXT FREE ENTRY.
004750*   LEAVES DTR-FOUND-SUB ZERO WHEN THE TABLE IS FULL.
004760*----------------------------------------------------------------
004770 1120-FIND-TARGET-ENTRY.
004780     IF DRC-TARGET-QUEUE-URL = SPACES
004790         MOVE 1 TO DTR-FOUND-SUB
004800         GO TO 1120-EXIT
004810     END-IF
004820     MOVE 0 TO DTR-FOUND-SUB
004830     PERFORM 1130-MATCH-ONE-TARGET THRU 1130-EXIT
004840         VARYING DTR-TARGET-SUB FROM 1 BY 1
004850         UNTIL DTR-TARGET-SUB > DTR-TARGET-COUNT
004860     IF DTR-FOUND-SUB > 0 OR DTR-TARGET-COUNT = 20
004870         GO TO 1120-EXIT
004880     END-IF
004890     ADD 1 TO DTR-TARGET-COUNT
004900     MOVE DTR-TARGET-COUNT TO DTR-FOUND-SUB
004910     MOVE DRC-TARGET-QUEUE-NAME
004920         TO DTR-TGT-QUEUE-NAME (DTR-TARGET-COUNT)
004930     MOVE DRC-TARGET-QUEUE-URL
004940         TO DTR-TGT-QUEUE-URL (DTR-TARGET-COUNT)
004950     MOVE DRC-TARGET-AWS-REGION
004960         TO DTR-TGT-AWS-REGION (DTR-TARGET-COUNT)
004970     MOVE DRC-TARGET-ROLE-ARN
004980         TO DTR-TGT-ROLE-ARN (DTR-TARGET-COUNT)
004990     MOVE DRC-TARGET-ROLE-SESSION-NAME
005000         TO DTR-TGT-ROLE-SESSION-NAME (DTR-TARGET-COUNT).
005010 1120-EXIT.
005020     EXIT.
005030
005040 1130-MATCH-ONE-TARGET.
005050     IF DTR-TGT-QUEUE-URL (DTR-TARGET-SUB) = DRC-TARGET-QUEUE-URL
005060         MOVE DTR-TARGET-SUB TO DTR-FOUND-SUB
005070     END-IF.
005080 1130-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120*   1200-OPEN-PARK-FILE - UNMATCHED MESSAGES ARE PARKED, NEVER
005130*   DROPPED, SO A PARK FILE THAT CANNOT OPEN ABENDS THE STEP. A
005140*   BRAND-NEW DATASET IS CREATED ON FIRST USE.
005150*----------------------------------------------------------------
005160 1200-OPEN-PARK-FILE.
005170     OPEN I-O SQS-PARK-FILE
005180     IF sqs-park-file-status = '35'
005190         OPEN OUTPUT SQS-PARK-FILE
005200         CLOSE SQS-PARK-FILE
005210         OPEN I-O SQS-PARK-FILE
005220     END-IF
005230     IF NOT park-file-ok
005240         DISPLAY 'ERROR OPENING PARK FILE - FILE STATUS '
005250             sqs-park-file-status
005260         MOVE 'SQSPARK OPEN FAILED' TO sqs-op-err-msg
005270         CALL "FORCEABEND" USING sqs-op-err-msg
005280     END-IF.
005290 1200-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------
005330*   1300-OPEN-ARCHIVE-FILE - ONLY WHEN SOME RULE ARCHIVES. THE
005340*   ARCHIVE IS THE ONLY COPY OF A DISCARDED MESSAGE, SO ONE THAT
005350*   CANNOT OPEN ABENDS, AND THE DATASET IS EXTENDED
005360*----------------------------------------------------------------
005370 1300-OPEN-ARCHIVE-FILE.
005380     OPEN EXTEND TRIAGE-ARCHIVE-FILE
005390     IF DTR-ARCHIVE-FILE-MISSING
005400         OPEN OUTPUT TRIAGE-ARCHIVE-FILE
005410     END-IF
005420     IF NOT DTR-ARCHIVE-FILE-OK AND NOT DTR-ARCHIVE-FILE-NEW
005430         DISPLAY 'ERROR OPENING TRIAGE ARCHIVE - FILE STATUS '
005440             DTR-ARCHIVE-FILE-STATUS
005450         MOVE 'DLQARC OPEN FAILED' TO sqs-op-err-msg
005460         CALL "FORCEABEND" USING sqs-op-err-msg
005470     END-IF.
005480 1300-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------
005520*   1500-CHECK-TARGET-HOLDS - THE HOLD TABLE IS FIXED FOR THE RUN,
005530*   SO EACH TARGET'S HOLD IS KNOWN UP FRONT AND THE HOLDOVER IS
005540*   ONLY OPENED WHEN SOME TARGET WILL NEED IT
005550*----------------------------------------------------------------
005560 1500-CHECK-TARGET-HOLDS.
005570     MOVE DTR-TGT-QUEUE-NAME (DTR-TARGET-SUB) TO queue-name
005580     MOVE DTR-TGT-QUEUE-URL (DTR-TARGET-SUB) TO queue-url
005590     PERFORM Check-sqs-queue-hold
005600     IF sqs-queue-held
005610         MOVE 'Y' TO DTR-TGT-HELD-FLAG (DTR-TARGET-SUB)
005620         SET DTR-ANY-TARGET-HELD TO TRUE
005630         DISPLAY 'REPLAY TARGET '
005640             DTR-TGT-QUEUE-NAME (DTR-TARGET-SUB)
005650         DISPLAY '  IS OPERATOR-HELD - ' sqs-queue-hold-reason
005660             ' - ITS REPLAYS WILL BE SPOOLED'
005670     END-IF.
005680 1500-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720*   1600-OPEN-HOLDOVER-FILE - A HOLDOVER THAT CANNOT OPEN WOULD
005730*   MEAN DROPPING A HELD TARGET'S REPLAYS, SO IT ABENDS
005740*----------------------------------------------------------------
005750 1600-OPEN-HOLDOVER-FILE.
005760     OPEN EXTEND SQS-HOLDOVER-FILE
005770     IF holdover-file-missing
005780         OPEN OUTPUT SQS-HOLDOVER-FILE
005790     END-IF
005800     IF holdover-file-ok OR holdover-file-new
005810         SET sqs-holdover-available TO TRUE
005820     ELSE
005830         DISPLAY 'ERROR OPENING HOLDOVER FILE - FILE STATUS '
005840             sqs-holdover-file-status
005850         MOVE 'HOLDOVER OPEN FAILED' TO sqs-op-err-msg
005860         CALL "FORCEABEND" USING sqs-op-err-msg
005870     END-IF.
005880 1600-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920*   2000-TRIAGE-RUN - CHECKPOINTED DRAIN OF THE DEAD-LETTER QUEUE
005930*----------------------------------------------------------------
005940 2000-TRIAGE-RUN.
005950     IF sqs-queue-held
005960         DISPLAY 'TRIAGE SKIPPED - DEAD-LETTER QUEUE IS '
005970             'OPERATOR-HELD'
005980         ADD 1 TO sqs-held-recv-skipped
005990         SET DTR-QUEUE-EMPTY TO TRUE
006000     END-IF
006010     PERFORM 2100-TRIAGE-ONE-MESSAGE THRU 2100-EXIT
006020         UNTIL DTR-QUEUE-EMPTY
006030            OR (DTR-TOTAL-MESSAGE-CAP > 0
006040                AND DTR-MESSAGES-RECEIVED NOT LESS THAN
006050                    DTR-TOTAL-MESSAGE-CAP)
006060     MOVE DTR-SENDS-ATTEMPTED TO recon-expected-sent-count.
006070 2000-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------
006110*   2100-TRIAGE-ONE-MESSAGE - RECEIVE, CLASSIFY, ACT, CHECKPOINT,
006120*   DELETE. A PARK ISSUES ITS OWN DELETE (SQSPARKWR.CPY).
006130*----------------------------------------------------------------
006140 2100-TRIAGE-ONE-MESSAGE.
006150     MOVE 'RCVSMSG  ' TO sqs-command
006160     MOVE 0 TO sqs-sent-messages-count
006170     MOVE 0 TO sqs-received-messages-count
006180     CALL "SQSOP" USING sqs-request-area sqs-response-area
006190     PERFORM Write-sqs-audit-record
006200     PERFORM Accumulate-sqs-reconciliation-totals
006210     IF sqs-op-result = 1
006220         SET DTR-QUEUE-EMPTY TO TRUE
006230         GO TO 2100-EXIT
006240     END-IF
006250     PERFORM Checksqs-op-result
006260     IF sqs-op-result NOT = 0
006270         GO TO 2100-EXIT
006280     END-IF
006290     ADD 1 TO DTR-MESSAGES-RECEIVED
006300     MOVE sqs-message-id TO DTR-INBOUND-MESSAGE-ID
006310     MOVE sqs-message-receipt-handle TO DTR-INBOUND-RECEIPT-HANDLE
006320     PERFORM Check-sqs-checkpoint
006330     IF ckpt-already-processed
006340*        ALREADY TRIAGED BY AN EARLIER RUN THAT DIED BEFORE ITS
006350*        DELETE WENT THROUGH - JUST RE-ISSUE THE DELETE
006360         ADD 1 TO DTR-MESSAGES-SKIPPED
006370         PERFORM 2700-DELETE-DLQ-MESSAGE THRU 2700-EXIT
006380         GO TO 2100-EXIT
006390     END-IF
006400     PERFORM 2150-GATHER-SIGNALS THRU 2150-EXIT
006410     PERFORM 2200-MATCH-TRIAGE-RULES THRU 2200-EXIT
006420     IF DTR-MATCH-SUB = 0
006430         MOVE 'NTRG' TO sqs-park-reason
006440         MOVE 1 TO DTR-PARK-TARGET-SUB
006450         PERFORM 2600-PARK-MESSAGE THRU 2600-EXIT
006460         ADD 1 TO DTR-MESSAGES-UNMATCHED
006470         DISPLAY 'MESSAGE ' DTR-INBOUND-MESSAGE-ID
006480         DISPLAY '  MATCHED NO TRIAGE RULE - PARKED UNDER NTRG'
006490         GO TO 2100-EXIT
006500     END-IF
006510     ADD 1 TO DTR-RULE-MATCHED (DTR-MATCH-SUB)
006520     MOVE DTR-RULE-TARGET-SUB (DTR-MATCH-SUB) TO DTR-TARGET-SUB
006521     IF DTR-RULE-REPLAY (DTR-MATCH-SUB)
006522         PERFORM Check-sqs-forward-signature
006523         IF sqs-message-invalid
006524             PERFORM 2650-PARK-SIGNATURE-FAILURE THRU 2650-EXIT
006525             GO TO 2100-EXIT
006526         END-IF
006527     END-IF
006530     EVALUATE TRUE
006540         WHEN DTR-RULE-PARK (DTR-MATCH-SUB)
006550             MOVE DTR-RULE-TRIAGE-REASON (DTR-MATCH-SUB)
006560                 TO sqs-park-reason
006570             MOVE DTR-TARGET-SUB TO DTR-PARK-TARGET-SUB
006580             PERFORM 2600-PARK-MESSAGE THRU 2600-EXIT
006590             ADD 1 TO DTR-MESSAGES-PARKED
006600             GO TO 2100-EXIT
006610         WHEN DTR-RULE-ARCHIVE (DTR-MATCH-SUB)
006620             PERFORM 2500-ARCHIVE-MESSAGE THRU 2500-EXIT
006630         WHEN OTHER
006640             PERFORM 2400-REPLAY-MESSAGE THRU 2400-EXIT
006650             PERFORM 3900-LOAD-DLQ-QUEUE THRU 3900-EXIT
006660     END-EVALUATE
006670     IF DTR-ACTION-FAILED
006680*        NO CHECKPOINT AND NO DELETE - THE MESSAGE STAYS ON THE
006690*        DLQ AND REAPPEARS AFTER ITS VISIBILITY TIMEOUT
006700         GO TO 2100-EXIT
006710     END-IF
006720     PERFORM Write-sqs-checkpoint-record
006730     PERFORM 2700-DELETE-DLQ-MESSAGE THRU 2700-EXIT.
006740 2100-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780*   2150-GATHER-SIGNALS - WORK OUT EACH TRIAGE SIGNAL ONCE PER
006790*   MESSAGE: CLAIM-CHECK POINTER, THE VALIDATION GATE'S VERDICT
006800*   (ONLY WHEN SOME RULE ASKS FOR IT) AND THE MESSAGE AGE
006810*----------------------------------------------------------------
006820 2150-GATHER-SIGNALS.
006830     IF env-body (1 : 10) = sqs-claim-eye-catcher
006840         SET DTR-MESSAGE-IS-POINTER TO TRUE
006850     ELSE
006860         SET DTR-MESSAGE-IS-INLINE TO TRUE
006870     END-IF
006880     IF env-body-length IS NUMERIC
006890         MOVE env-body-length TO DTR-BODY-LENGTH
006900     ELSE
006910         MOVE 0 TO DTR-BODY-LENGTH
006920     END-IF
006930     MOVE SPACES TO DTR-MESSAGE-VERDICT
006940     IF DTR-GATE-WANTED
006950         PERFORM Check-sqs-inbound-message
006960         IF sqs-message-valid
006970             MOVE 'PASS' TO DTR-MESSAGE-VERDICT
006980         ELSE
006990             MOVE sqs-reject-reason TO DTR-MESSAGE-VERDICT
007000         END-IF
007010     END-IF
007020     PERFORM 2160-COMPUTE-MESSAGE-AGE THRU 2160-EXIT.
007030 2150-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------
007070*   2160-COMPUTE-MESSAGE-AGE - SAME PLAUSIBILITY TEST AS THE
007080*   VALIDATION GATE; AN IMPLAUSIBLE TIMESTAMP LEAVES THE AGE
007090*   UNKNOWN
007100*----------------------------------------------------------------
007110 2160-COMPUTE-MESSAGE-AGE.
007120     SET DTR-AGE-UNKNOWN TO TRUE
007130     MOVE 0 TO DTR-MESSAGE-AGE-MINUTES
007140     IF env-send-timestamp (1 : 4) IS NOT NUMERIC
007150         OR env-send-timestamp (6 : 2) IS NOT NUMERIC
007160         OR env-send-timestamp (9 : 2) IS NOT NUMERIC
007170         OR env-send-timestamp (12 : 2) IS NOT NUMERIC
007180         OR env-send-timestamp (15 : 2) IS NOT NUMERIC
007190         GO TO 2160-EXIT
007200     END-IF
007210     IF env-send-timestamp (1 : 4) < '1601'
007220         OR env-send-timestamp (6 : 2) < '01'
007230         OR env-send-timestamp (6 : 2) > '12'
007240         OR env-send-timestamp (9 : 2) < '01'
007250         OR env-send-timestamp (9 : 2) > '31'
007260         OR env-send-timestamp (12 : 2) > '23'
007270         OR env-send-timestamp (15 : 2) > '59'
007280         GO TO 2160-EXIT
007290     END-IF
007300     MOVE env-send-timestamp (1 : 4) TO DTR-SEND-YEAR
007310     MOVE env-send-timestamp (6 : 2) TO DTR-SEND-MONTH
007320     MOVE env-send-timestamp (9 : 2) TO DTR-SEND-DAY
007330     MOVE env-send-timestamp (12 : 2) TO DTR-SEND-HOUR
007340     MOVE env-send-timestamp (15 : 2) TO DTR-SEND-MINUTE
007350     COMPUTE DTR-DAY-NUMBER =
007360         FUNCTION INTEGER-OF-DATE (DTR-SEND-DATE)
007370     IF DTR-DAY-NUMBER = 0
007380         GO TO 2160-EXIT
007390     END-IF
007400     COMPUTE DTR-SEND-MINUTES = DTR-DAY-NUMBER * 1440
007410         + DTR-SEND-HOUR * 60 + DTR-SEND-MINUTE
007420     ACCEPT DTR-NOW-DATE FROM DATE YYYYMMDD
007430     ACCEPT DTR-NOW-TIME FROM TIME
007440     COMPUTE DTR-DAY-NUMBER =
007450         FUNCTION INTEGER-OF-DATE (DTR-NOW-DATE)
007460     COMPUTE DTR-NOW-MINUTES = DTR-DAY-NUMBER * 1440
007470         + DTR-NOW-HOUR * 60 + DTR-NOW-MINUTE
007480     IF DTR-NOW-MINUTES > DTR-SEND-MINUTES
007490         COMPUTE DTR-MESSAGE-AGE-MINUTES =
007500             DTR-NOW-MINUTES - DTR-SEND-MINUTES
007510     END-IF
007520     SET DTR-AGE-KNOWN TO TRUE.
007530 2160-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------------
007570*   2200-MATCH-TRIAGE-RULES - FIRST MATCHING RULE IN FILE ORDER;
007580*   DTR-MATCH-SUB IS LEFT ZERO WHEN NO RULE MATCHES
007590*----------------------------------------------------------------
007600 2200-MATCH-TRIAGE-RULES.
007610     MOVE 0 TO DTR-MATCH-SUB
007620     PERFORM 2210-TRY-ONE-RULE THRU 2210-EXIT
007630         VARYING DTR-RULE-SUB FROM 1 BY 1
007640         UNTIL DTR-RULE-SUB > DTR-RULE-COUNT
007650            OR DTR-MATCH-SUB > 0.
007660 2200-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------------
007700*   2210-TRY-ONE-RULE - EVERY NON-BLANK CRITERION MUST MATCH
007710*----------------------------------------------------------------
007720 2210-TRY-ONE-RULE.
007730     IF DTR-RULE-SOURCE-SYSTEM-ID (DTR-RULE-SUB) NOT = SPACES
007740         AND DTR-RULE-SOURCE-SYSTEM-ID (DTR-RULE-SUB)
007750             NOT = env-source-system-id
007760         GO TO 2210-EXIT
007770     END-IF
007780     IF DTR-RULE-MIN-BODY-LENGTH (DTR-RULE-SUB) > 0
007790         AND DTR-BODY-LENGTH <
007800             DTR-RULE-MIN-BODY-LENGTH (DTR-RULE-SUB)
007810         GO TO 2210-EXIT
007820     END-IF
007830     IF DTR-RULE-MAX-BODY-LENGTH (DTR-RULE-SUB) > 0
007840         AND DTR-BODY-LENGTH >
007850             DTR-RULE-MAX-BODY-LENGTH (DTR-RULE-SUB)
007860         GO TO 2210-EXIT
007870     END-IF
007880     IF DTR-RULE-POINTER-ONLY (DTR-RULE-SUB)
007890         AND NOT DTR-MESSAGE-IS-POINTER
007900         GO TO 2210-EXIT
007910     END-IF
007920     IF DTR-RULE-INLINE-ONLY (DTR-RULE-SUB)
007930         AND NOT DTR-MESSAGE-IS-INLINE
007940         GO TO 2210-EXIT
007950     END-IF
007960     EVALUATE DTR-RULE-VERDICT (DTR-RULE-SUB)
007970         WHEN SPACES
007980             CONTINUE
007990         WHEN 'ANY '
008000             IF DTR-MESSAGE-VERDICT = 'PASS'
008010                 GO TO 2210-EXIT
008020             END-IF
008030         WHEN OTHER
008040             IF DTR-MESSAGE-VERDICT NOT =
008050                 DTR-RULE-VERDICT (DTR-RULE-SUB)
008060                 GO TO 2210-EXIT
008070             END-IF
008080     END-EVALUATE
008090     IF DTR-RULE-MIN-AGE (DTR-RULE-SUB) > 0
008100         OR DTR-RULE-MAX-AGE (DTR-RULE-SUB) > 0
008110         IF DTR-AGE-UNKNOWN
008120             GO TO 2210-EXIT
008130         END-IF
008140         IF DTR-MESSAGE-AGE-MINUTES <
008150             DTR-RULE-MIN-AGE (DTR-RULE-SUB)
008160             GO TO 2210-EXIT
008170         END-IF
008180         IF DTR-RULE-MAX-AGE (DTR-RULE-SUB) > 0
008190             AND DTR-MESSAGE-AGE-MINUTES >
008200                 DTR-RULE-MAX-AGE (DTR-RULE-SUB)
008210             GO TO 2210-EXIT
008220         END-IF
008230     END-IF
008240     MOVE DTR-RULE-SUB TO DTR-MATCH-SUB.
008250 2210-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290*   2400-REPLAY-MESSAGE - RE-SEND THE RECEIVED ENVELOPE TO THE
008300*   RULE'S TARGET. THE BODY, LENGTH AND GROUP SEQUENCE ARE STILL
008310*   IN THE SHARED ENVELOPE FROM THE RECEIVE, SO ONLY THE TARGET
008320*   QUEUE AND THE SENDER-SUPPLIED ENVELOPE FIELDS ARE LOADED HERE.
008330*   A HELD TARGET IS SPOOLED TO THE HOLDOVER DATASET INSTEAD.
008340*----------------------------------------------------------------
008350 2400-REPLAY-MESSAGE.
008360     SET DTR-ACTION-CLEAN TO TRUE
008370     MOVE DTR-TGT-QUEUE-NAME (DTR-TARGET-SUB) TO queue-name
008380     MOVE DTR-TGT-QUEUE-URL (DTR-TARGET-SUB) TO queue-url
008390     MOVE DTR-TGT-AWS-REGION (DTR-TARGET-SUB) TO aws-region
008400     MOVE DTR-TGT-ROLE-ARN (DTR-TARGET-SUB) TO queue-role-arn
008410     MOVE DTR-TGT-ROLE-SESSION-NAME (DTR-TARGET-SUB)
008420         TO queue-role-session-name
008430     MOVE SPACES TO standby-queue-name
008440     MOVE SPACES TO standby-queue-url
008450     MOVE SPACES TO standby-aws-region
008460     SET sqs-failover-not-active TO TRUE
008470     MOVE env-source-system-id TO sqs-source-system-id
008480     MOVE env-correlation-id TO sqs-correlation-id
008490     MOVE env-message-group-id TO message-group-id
008500     MOVE SPACES TO message-deduplication-id
008510     IF message-group-id NOT = SPACES
008520         MOVE DTR-INBOUND-MESSAGE-ID TO message-deduplication-id
008530     END-IF
008540     IF DTR-TGT-HELD (DTR-TARGET-SUB)
008550         PERFORM Spool-sqs-held-send
008560         ADD 1 TO DTR-MESSAGES-SPOOLED
008570         ADD 1 TO DTR-TGT-SPOOLED (DTR-TARGET-SUB)
008580         GO TO 2400-EXIT
008590     END-IF
008600     ADD 1 TO DTR-SENDS-ATTEMPTED
008610     MOVE 'SNDSMSG  ' TO sqs-command
008620     MOVE 0 TO sqs-sent-messages-count
008630     MOVE 0 TO sqs-received-messages-count
008640     PERFORM Sign-sqs-envelope
008650     CALL "SQSOP" USING sqs-request-area sqs-response-area
008660     PERFORM Write-sqs-audit-record
008670     PERFORM Accumulate-sqs-reconciliation-totals
008680     PERFORM Checksqs-op-result
008690     IF sqs-op-result = 0
008700         ADD 1 TO DTR-MESSAGES-REPLAYED
008710         ADD 1 TO DTR-TGT-REPLAYED (DTR-TARGET-SUB)
008720     ELSE
008730         SET DTR-ACTION-FAILED TO TRUE
008740         ADD 1 TO DTR-REPLAY-FAILURES
008750         ADD 1 TO DTR-TGT-FAILED (DTR-TARGET-SUB)
008760         DISPLAY 'REPLAY FAILED FOR MESSAGE '
008770             DTR-INBOUND-MESSAGE-ID
008780         DISPLAY '  TO ' DTR-TGT-QUEUE-NAME (DTR-TARGET-SUB)
008790         DISPLAY '  RESULT CODE ' sqs-op-result
008800             ' - LEFT ON THE DEAD-LETTER QUEUE'
008810     END-IF.
008820 2400-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------
008860*   2500-ARCHIVE-MESSAGE - THE ARCHIVE ROW IS THE ONLY COPY OF A
008870*   DISCARDED MESSAGE, IN THE SQSDECOM ARCHIVE LAYOUT SO SQSFIND
008880*   AND SQSMASK READ IT BACK UNCHANGED. A FAILED WRITE LEAVES THE
008890*   MESSAGE ON THE DLQ.
008900*----------------------------------------------------------------
008910 2500-ARCHIVE-MESSAGE.
008920     SET DTR-ACTION-CLEAN TO TRUE
008930     MOVE SPACES TO DCM-ARCHIVE-RECORD
008940     MOVE DTR-QUEUE-NAME TO DCM-ARC-QUEUE-NAME
008950     MOVE env-source-system-id TO DCM-ARC-SOURCE-SYSTEM-ID
008960     MOVE env-send-timestamp TO DCM-ARC-SEND-TIMESTAMP
008970     MOVE env-correlation-id TO DCM-ARC-CORRELATION-ID
008980     MOVE DTR-INBOUND-MESSAGE-ID TO DCM-ARC-MESSAGE-ID
008990     MOVE DTR-BODY-LENGTH TO DCM-ARC-BODY-LENGTH
009000     MOVE env-body TO DCM-ARC-BODY
009010     WRITE DCM-ARCHIVE-RECORD
009020     IF DTR-ARCHIVE-FILE-OK
009030         ADD 1 TO DTR-MESSAGES-ARCHIVED
009040     ELSE
009050         SET DTR-ACTION-FAILED TO TRUE
009060         ADD 1 TO DTR-ARCHIVE-FAILURES
009070         DISPLAY 'ARCHIVE WRITE FAILED FOR MESSAGE '
009080             DTR-INBOUND-MESSAGE-ID
009090         DISPLAY '  FILE STATUS ' DTR-ARCHIVE-FILE-STATUS
009100             ' - LEFT ON THE DEAD-LETTER QUEUE'
009110     END-IF.
009120 2500-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------------
009160*   2600-PARK-MESSAGE - THE PARK WRITE CARRIES THE FULL ENVELOPE
009170*   AND ISSUES ITS OWN DELETE OFF THE DLQ; THE RECORD IS THEN
009180*   POINTED AT THE REPLAY TARGET
009190*----------------------------------------------------------------
009200 2600-PARK-MESSAGE.
009210     PERFORM Park-sqs-unprocessable-message
009220     PERFORM 2610-POINT-PARK-AT-TARGET THRU 2610-EXIT.
009230 2600-EXIT.
009240     EXIT.
009250
009260*----------------------------------------------------------------
009270*   2610-POINT-PARK-AT-TARGET - THE PARK WRITE RECORDS THE QUEUE
009280*   THE MESSAGE WAS RECEIVED FROM, WHICH HERE IS THE DLQ ITSELF;
009290*   AN SQSPARKRV REQUEUE MUST SEND IT HOME INSTEAD, WITH ITS
009300*   ORIGINAL MESSAGE GROUP
009310*----------------------------------------------------------------
009320 2610-POINT-PARK-AT-TARGET.
009330     MOVE DTR-INBOUND-MESSAGE-ID TO park-message-id
009340     READ SQS-PARK-FILE
009350         INVALID KEY
009360             DISPLAY 'PARK RECORD NOT FOUND FOR MESSAGE '
009370                 DTR-INBOUND-MESSAGE-ID ' - FILE STATUS '
009380                 sqs-park-file-status
009390             GO TO 2610-EXIT
009400     END-READ
009410     MOVE DTR-TGT-QUEUE-NAME (DTR-PARK-TARGET-SUB)
009420         TO park-queue-name
009430     MOVE DTR-TGT-QUEUE-URL (DTR-PARK-TARGET-SUB)
009440         TO park-queue-url
009450     MOVE DTR-TGT-AWS-REGION (DTR-PARK-TARGET-SUB)
009460         TO park-aws-region
009470     MOVE DTR-TGT-ROLE-ARN (DTR-PARK-TARGET-SUB) TO park-role-arn
009480     MOVE DTR-TGT-ROLE-SESSION-NAME (DTR-PARK-TARGET-SUB)
009490         TO park-role-session-name
009500     MOVE env-message-group-id TO park-message-group-id
009510     REWRITE sqs-park-record
009520         INVALID KEY
009530             DISPLAY 'PARK RECORD REWRITE FAILED FOR MESSAGE '
009540                 DTR-INBOUND-MESSAGE-ID ' - FILE STATUS '
009550                 sqs-park-file-status
009560     END-REWRITE.
009570 2610-EXIT.
009573     EXIT.
009576
009581*----------------------------------------------------------------
009582*   2650-PARK-SIGNATURE-FAILURE - A REPLAY RULE MATCHED, BUT THE
009583*   ENVELOPE'S SIGNATURE FAILED THE GATE'S RULES, SO IT IS
009584*   NEITHER RE-SIGNED NOR REPLAYED. IT IS PARKED UNDER THE VERDICT
009585*   ('SIG ' OR 'NSG '), POINTED AT THE RULE'S REPLAY TARGET.
009586*----------------------------------------------------------------
009587 2650-PARK-SIGNATURE-FAILURE.
009588     MOVE sqs-reject-reason TO sqs-park-reason
009589     MOVE DTR-TARGET-SUB TO DTR-PARK-TARGET-SUB
009590     PERFORM 2600-PARK-MESSAGE THRU 2600-EXIT
009591     ADD 1 TO DTR-SIGNATURE-PARKS
009592     DISPLAY 'MESSAGE ' DTR-INBOUND-MESSAGE-ID
009593     DISPLAY '  SIGNATURE CHECK FAILED - NOT REPLAYED, PARKED '
009594         'UNDER ' sqs-reject-reason.
009595 2650-EXIT.
009596     EXIT.
009597
009600*----------------------------------------------------------------
009610*   2700-DELETE-DLQ-MESSAGE - THE DELETE, THEN CONFIRM IT ON THE
009620*   CHECKPOINT ROW
009630*----------------------------------------------------------------
009640 2700-DELETE-DLQ-MESSAGE.
009650     MOVE 'DELSMSG  ' TO sqs-command
009660     MOVE 0 TO sqs-sent-messages-count
009670     MOVE 0 TO sqs-received-messages-count
009680     CALL "SQSOP" USING sqs-request-area sqs-response-area
009690     PERFORM Write-sqs-audit-record
009700     PERFORM Accumulate-sqs-reconciliation-totals
009710     PERFORM Checksqs-op-result
009720     IF sqs-op-result = 0 OR 3
009730         PERFORM Confirm-sqs-checkpoint-delete
009740     END-IF.
009750 2700-EXIT.
009760     EXIT.
009770
009780*----------------------------------------------------------------
009790*   3900-LOAD-DLQ-QUEUE - PUT THE DEAD-LETTER QUEUE DESCRIPTION
009800*   AND THE RECEIVED MESSAGE'S IDENTITY BACK IN THE REQUEST AREA
009810*   AFTER A REPLAY SEND, READY FOR THE CHECKPOINT AND DELETE
009820*----------------------------------------------------------------
009830 3900-LOAD-DLQ-QUEUE.
009840     MOVE DTR-QUEUE-NAME TO queue-name
009850     MOVE DTR-QUEUE-URL TO queue-url
009860     MOVE DTR-AWS-REGION TO aws-region
009870     MOVE DTR-ROLE-ARN TO queue-role-arn
009880     MOVE DTR-ROLE-SESSION-NAME TO queue-role-session-name
009890     MOVE SPACES TO standby-queue-name
009900     MOVE SPACES TO standby-queue-url
009910     MOVE SPACES TO standby-aws-region
009920     SET sqs-failover-not-active TO TRUE
009930     MOVE SPACES TO message-group-id
009940     MOVE SPACES TO message-deduplication-id
009950     MOVE DTR-INBOUND-MESSAGE-ID TO sqs-message-id
009960     MOVE DTR-INBOUND-RECEIPT-HANDLE TO sqs-message-receipt-handle
009970     MOVE 'RCVSMSG  ' TO sqs-command.
009980 3900-EXIT.
009990     EXIT.
010000
010010*----------------------------------------------------------------
010020*   8000-FINALIZE - TRIAGE SUMMARY, PER-DISPOSITION, PER-RULE AND
010030*   PER-TARGET COUNTS, AND THE IN/OUT PROOF
010040*----------------------------------------------------------------
010050 8000-FINALIZE.
010060     CLOSE SQS-CHECKPOINT-FILE
010070     CLOSE SQS-PARK-FILE
010080     DISPLAY '===== SQSDLQTR DEAD-LETTER TRIAGE SUMMARY ====='
010090     DISPLAY 'MESSAGES RECEIVED   : ' DTR-MESSAGES-RECEIVED
010100     DISPLAY 'ALREADY CHECKPOINTED: ' DTR-MESSAGES-SKIPPED
010110     DISPLAY '----- MESSAGES PER DISPOSITION -----'
010120     DISPLAY 'REPLAYED            : ' DTR-MESSAGES-REPLAYED
010130     DISPLAY 'REPLAYED TO HOLDOVER: ' DTR-MESSAGES-SPOOLED
010140     DISPLAY 'REPLAY FAILURES     : ' DTR-REPLAY-FAILURES
010150     DISPLAY 'PARKED BY RULE      : ' DTR-MESSAGES-PARKED
010160     DISPLAY 'PARKED - NO RULE    : ' DTR-MESSAGES-UNMATCHED
010165     DISPLAY 'PARKED - SIGNATURE  : ' DTR-SIGNATURE-PARKS
010170     DISPLAY 'ARCHIVED, DISCARDED : ' DTR-MESSAGES-ARCHIVED
010180     DISPLAY 'ARCHIVE FAILURES    : ' DTR-ARCHIVE-FAILURES
010190     IF sqs-sig-keys-loaded
010200         DISPLAY 'REPLAYS SIGNED      : ' sqs-envelopes-signed
010210     END-IF
010220     DISPLAY '----- MESSAGES PER TRIAGE RULE -----'
010230     MOVE 0 TO DTR-RULE-TOTAL
010240     PERFORM 8100-PRINT-ONE-RULE THRU 8100-EXIT
010250         VARYING DTR-RULE-SUB FROM 1 BY 1
010260         UNTIL DTR-RULE-SUB > DTR-RULE-COUNT
010270     DISPLAY 'NO RULE MATCHED  ' DTR-MESSAGES-UNMATCHED
010280     DISPLAY '----- REPLAYS PER TARGET QUEUE -----'
010290     PERFORM 8200-PRINT-ONE-TARGET THRU 8200-EXIT
010300         VARYING DTR-TARGET-SUB FROM 1 BY 1
010310         UNTIL DTR-TARGET-SUB > DTR-TARGET-COUNT
010320     PERFORM 8300-PRINT-IN-OUT-PROOF THRU 8300-EXIT
010330     PERFORM Print-sqs-reconciliation-report
010340     PERFORM Print-sqs-failover-report
010350     PERFORM Print-sqs-hold-report
010360     IF sqs-holdover-available
010370         CLOSE SQS-HOLDOVER-FILE
010380     END-IF
010390     IF DTR-ARCHIVE-WANTED
010400         CLOSE TRIAGE-ARCHIVE-FILE
010410     END-IF
010420     IF DTR-REPLAY-FAILURES > 0 OR DTR-ARCHIVE-FAILURES > 0
010430         OR DTR-OUT-OF-BALANCE NOT = 0
010440         DISPLAY 'ENDING WITH RETURN CODE ' DTR-TRIAGE-FAILED-RC
010450             ' - NOT EVERY MESSAGE RECEIVED WAS TRIAGED'
010460         MOVE DTR-TRIAGE-FAILED-RC TO RETURN-CODE
010470     END-IF
010480     CLOSE SQS-AUDIT-FILE.
010490 8000-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------------
010530*   8100-PRINT-ONE-RULE
010540*----------------------------------------------------------------
010550 8100-PRINT-ONE-RULE.
010560     EVALUATE TRUE
010570         WHEN DTR-RULE-REPLAY (DTR-RULE-SUB)
010580             MOVE DTR-RULE-TARGET-SUB (DTR-RULE-SUB)
010590                 TO DTR-TARGET-SUB
010600             DISPLAY 'RULE ' DTR-RULE-ID (DTR-RULE-SUB) '    '
010610                 DTR-RULE-MATCHED (DTR-RULE-SUB) ' REPLAY TO '
010620                 DTR-TGT-QUEUE-NAME (DTR-TARGET-SUB) (1 : 40)
010630         WHEN DTR-RULE-PARK (DTR-RULE-SUB)
010640             DISPLAY 'RULE ' DTR-RULE-ID (DTR-RULE-SUB) '    '
010650                 DTR-RULE-MATCHED (DTR-RULE-SUB) ' PARK UNDER '
010660                 DTR-RULE-TRIAGE-REASON (DTR-RULE-SUB)
010670         WHEN OTHER
010680             DISPLAY 'RULE ' DTR-RULE-ID (DTR-RULE-SUB) '    '
010690                 DTR-RULE-MATCHED (DTR-RULE-SUB)
010700                 ' ARCHIVE AND DISCARD'
010710     END-EVALUATE
010720     ADD DTR-RULE-MATCHED (DTR-RULE-SUB) TO DTR-RULE-TOTAL.
010730 8100-EXIT.
010740     EXIT.
010750
010760*----------------------------------------------------------------
010770*   8200-PRINT-ONE-TARGET
010780*----------------------------------------------------------------
010790 8200-PRINT-ONE-TARGET.
010800     DISPLAY 'TARGET ' DTR-TGT-QUEUE-NAME (DTR-TARGET-SUB)
010810     DISPLAY '  REPLAYED ' DTR-TGT-REPLAYED (DTR-TARGET-SUB)
010820         '  HOLDOVER ' DTR-TGT-SPOOLED (DTR-TARGET-SUB)
010830         '  FAILED ' DTR-TGT-FAILED (DTR-TARGET-SUB).
010840 8200-EXIT.
010850     EXIT.
010860
010870*----------------------------------------------------------------
010880*   8300-PRINT-IN-OUT-PROOF - EVERY MESSAGE RECEIVED MUST LEAVE BY
010890*   EXACTLY ONE DOOR: REPLAYED, SPOOLED, PARKED, ARCHIVED, SKIPPED
010900*   AS ALREADY TRIAGED, OR LEFT ON THE DLQ BY A FAILED REPLAY OR
010910*   ARCHIVE. THE PER-RULE COUNTS PLUS THE UNMATCHED MUST AGREE
010920*   WITH THE MESSAGES CLASSIFIED.
010930*----------------------------------------------------------------
010940 8300-PRINT-IN-OUT-PROOF.
010950     COMPUTE DTR-MESSAGES-OUT = DTR-MESSAGES-REPLAYED
010960         + DTR-MESSAGES-SPOOLED + DTR-REPLAY-FAILURES
010970         + DTR-MESSAGES-PARKED + DTR-MESSAGES-UNMATCHED
010980         + DTR-MESSAGES-ARCHIVED + DTR-ARCHIVE-FAILURES
010990         + DTR-MESSAGES-SKIPPED + DTR-SIGNATURE-PARKS
011000     COMPUTE DTR-OUT-OF-BALANCE =
011010         DTR-MESSAGES-RECEIVED - DTR-MESSAGES-OUT
011020     DISPLAY '----- TRIAGE IN / OUT RECONCILIATION -----'
011030     DISPLAY 'MESSAGES IN         : ' DTR-MESSAGES-RECEIVED
011040     DISPLAY 'MESSAGES OUT        : ' DTR-MESSAGES-OUT
011050     DISPLAY 'MATCHED PER RULE    : ' DTR-RULE-TOTAL
011060     IF DTR-RULE-TOTAL + DTR-MESSAGES-UNMATCHED
011070         + DTR-MESSAGES-SKIPPED NOT = DTR-MESSAGES-RECEIVED
011080         DISPLAY 'DISCREPANCY - RULE COUNTS DISAGREE WITH '
011090             'MESSAGES CLASSIFIED'
011100         MOVE 1 TO DTR-OUT-OF-BALANCE
011110     END-IF
011120     IF DTR-OUT-OF-BALANCE NOT = 0
011130         DISPLAY 'DISCREPANCY - TRIAGE IN AND OUT DO NOT BALANCE'
011140     ELSE
011150         DISPLAY 'TRIAGE IN AND OUT BALANCE'
011160     END-IF.
011170 8300-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------------
011210*   CHECKPOINT / PARK / HOLD / VALIDATION / SIGNING / AUDIT /
011220*   RECONCILIATION / RESULT CHECK PARAGRAPHS - SHARED SUBSYSTEM
011230*   COPYBOOKS
011240*----------------------------------------------------------------
011250     COPY SQSCKPTCK.
011260     COPY SQSCKPTWR.
011270     COPY SQSPARKWR.
011280     COPY SQSQHLDCK.
011290     COPY SQSVALCK.
011294     COPY SQSEXPCK.
011300     COPY SQSSIGCK.
011310     COPY SQSAUDWR.
011320     COPY SQSRECONP.
011330     COPY SQSRESCHK.
