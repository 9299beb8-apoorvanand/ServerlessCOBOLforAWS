000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSMASK.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. SENSITIVE-DATA MASKING PASS
000100*                 OVER EVERY SIDE DATASET THAT KEEPS FULL MESSAGE
000110*                 BODIES - THE CONSUME JOURNAL (SQSJRNL.CPY), THE
000120*                 PARK FILE (SQSPARK.CPY), THE REJECT FILE
000130*                 (SQSREJ.CPY), THE HELD-SEND HOLDOVER
000140*                 (SQSHOLD.CPY), THE DEFERRED-SEND SPOOL
000150*                 (SQSDEFER.CPY), THE CAPTURE DATASET
000160*                 (SQSCAPT.CPY) AND THE SQSDECOM ARCHIVE
000170*                 (SQSDCARC.CPY). DRIVEN BY THE MASKING CONTROL
000180*                 FILE (SQSMSKCF.CPY): ONCE A RECORD IS OLDER
000190*                 THAN ITS SOURCE AND MESSAGE TYPE'S MASKING AGE,
000200*                 ITS SENSITIVE BODY FIELDS ARE BLANKED, PARTIALLY
000210*                 MASKED OR TOKENIZED AND THE RECORD IS
000220*                 REWRITTEN. RECORDS THAT MUST STAY WHOLE BECAUSE
000230*                 THEY ARE STILL DUE TO BE SENT ARE SKIPPED AND
000240*                 COUNTED.
000242* 2026-10-15 RJM  JOURNAL AND REJECT COPY RECORDS LENGTHENED FOR
000244*                 THE BUSINESS EXPIRY NOW KEPT ON BOTH.
000246* 2026-10-15 RJM  JOURNAL COPY RECORD LENGTHENED FOR THE HANDLING
000248*                 PARTITION AND STEP ID.
000249* 2026-10-15 RJM  A PACKED BODY (SQSMPKWS.CPY) IS MASKED RECORD BY
000250*                 RECORD, EACH UNDER ITS OWN MESSAGE TYPE'S RULE,
000251*                 AND WRITTEN BACK INTO ITS SLOT IN THE PACK; A
000252*                 PACK WITH A DAMAGED DIRECTORY IS BLANKED BEHIND
000253*                 ITS EYE-CATCHER AT ONCE, WHATEVER ITS AGE.
000254* 2026-10-15 RJM  AN EXPIRED DEFER RECORD IS MASKED LIKE A
000255*                 RELEASED ONE, AGED FROM THE EXPIRY DATE SQSDEFRL
000256*                 STAMPS IN def-released-date.
000257* 2026-10-15 RJM  TOKENS ARE KEYED BY THE MASKCTL *MASKKEY RECORD
000258*                 (SQSMSKCK.CPY); A TOKEN RULE WITH NO KEY ABENDS.
000259*-----------------------------------------------------------------
000260* THE INDEXED DATASETS (PARK, DEFER, CAPTURE) ARE REWRITTEN IN
000270* PLACE. THE SEQUENTIAL ONES ARE COPIED, MASKED, TO A NEW DATASET
000280* - SQSJRNL TO MSKJRNL, SQSREJ TO MSKREJ, DECOMARC TO MSKDCARC -
000290* WHICH REPLACES THE ORIGINAL, SAME DOCTRINE AS SQSQREL'S HOLDNEW.
000300* WHAT MUST STAY UNMASKED:
000310*   HOLDOVER  - EVERY RECORD; SQSQREL SENDS IT WHEN ITS QUEUE IS
000320*               RELEASED
000330*   SQSDEFER  - AWAITING RELEASE, AND RELEASE FAILED (LEFT ON THE
000335*               SPOOL FOR THE OPERATOR TO RESET AND RETRY). AN
000340*               EXPIRED RECORD WILL NEVER BE SENT AND IS MASKED
000345*               LIKE A RELEASED ONE
000350*   SQSPARK   - AWAITING REVIEW, AND MARKED FOR REQUEUE
000360* A RECORD'S AGE RUNS FROM THE DATE IT WAS WRITTEN WHERE THE
000368* DATASET KEEPS ONE (RELEASE OR EXPIRY DATE ON THE DEFER SPOOL,
000376* LAST PARK DATE ON THE PARK FILE) AND FROM THE ENVELOPE SEND
000384* DATE WHERE IT DOES NOT (CAPTURE, DECOMARC). EVERY DATASET DD IS
000392* OPTIONAL; THE MASKING CONTROL FILE IS REQUIRED, WITH A *MASKKEY
000400* RECORD WHEN ANY RULE TOKENIZES.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SQS-MASK-CONTROL-FILE ASSIGN TO MASKCTL
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS sqs-maskctl-file-status.
000480     SELECT SQS-JOURNAL-FILE ASSIGN TO SQSJRNL
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS sqs-journal-file-status.
000510     SELECT MASKED-JOURNAL-FILE ASSIGN TO MSKJRNL
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS MSK-JRNL-OUT-FILE-STATUS.
000540     SELECT SQS-PARK-FILE ASSIGN TO SQSPARK
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS DYNAMIC
000570            RECORD KEY IS park-message-id
000580            FILE STATUS IS sqs-park-file-status.
000590     SELECT SQS-REJECT-FILE ASSIGN TO SQSREJ
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS IS sqs-reject-file-status.
000620     SELECT MASKED-REJECT-FILE ASSIGN TO MSKREJ
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS MSK-REJ-OUT-FILE-STATUS.
000650     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS MSK-HOLDOVER-FILE-STATUS.
000680     SELECT SQS-DEFER-FILE ASSIGN TO SQSDEFER
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE IS DYNAMIC
000710            RECORD KEY IS def-defer-id
000720            FILE STATUS IS sqs-defer-file-status.
000730     SELECT SQS-CAPTURE-FILE ASSIGN TO CAPTURE
000740            ORGANIZATION IS INDEXED
000750            ACCESS MODE IS DYNAMIC
000760            RECORD KEY IS capt-key
000770            FILE STATUS IS sqs-capture-file-status.
000780     SELECT DECOM-ARCHIVE-FILE ASSIGN TO DECOMARC
000790            ORGANIZATION IS LINE SEQUENTIAL
000800            FILE STATUS IS MSK-ARCHIVE-FILE-STATUS.
000810     SELECT MASKED-ARCHIVE-FILE ASSIGN TO MSKDCARC
000820            ORGANIZATION IS LINE SEQUENTIAL
000830            FILE STATUS IS MSK-ARC-OUT-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870     COPY SQSMSKCF.
000880     COPY SQSJRNL.
000890* SAME LENGTH AS sqs-journal-record (SQSJRNL.CPY)
000900 FD  MASKED-JOURNAL-FILE
000910     RECORDING MODE IS F.
000920 01  MSK-JOURNAL-OUT-RECORD PIC X(2751).
000930     COPY SQSPARK.
000940     COPY SQSREJ.
000950* SAME LENGTH AS sqs-reject-record (SQSREJ.CPY)
000960 FD  MASKED-REJECT-FILE
000970     RECORDING MODE IS F.
000980 01  MSK-REJECT-OUT-RECORD PIC X(2402).
000990     COPY SQSHOLD.
001000     COPY SQSDEFER.
001010     COPY SQSCAPT.
001020 FD  DECOM-ARCHIVE-FILE
001030     RECORDING MODE IS F.
001040     COPY SQSDCARC.
001050* SAME LENGTH AS DCM-ARCHIVE-RECORD (SQSDCARC.CPY)
001060 FD  MASKED-ARCHIVE-FILE
001070     RECORDING MODE IS F.
001080 01  MSK-ARCHIVE-OUT-RECORD PIC X(2313).
001090
001100 WORKING-STORAGE SECTION.
001110     COPY SQSMSKWS.
001120     COPY SQSJRNWS.
001130     COPY SQSPARKWS.
001140     COPY SQSDEFWS.
001150     COPY SQSCAPWS.
001155     COPY SQSMPKWS.
001160
001170 01  MSK-SWITCHES.
001180     05 MSK-EOF-SWITCH PIC X(1) VALUE 'N'.
001190        88 MSK-END-OF-FILE VALUE 'Y'.
001200     05 MSK-REWRITE-SWITCH PIC X(1) VALUE 'N'.
001210        88 MSK-REWRITE-NEEDED VALUE 'Y'.
001212     05 MSK-PACK-RULE-SWITCH PIC X(1) VALUE 'N'.
001214        88 MSK-PACK-HAS-RULE VALUE 'Y'.
001216     05 MSK-PACK-DUE-SWITCH PIC X(1) VALUE 'N'.
001218        88 MSK-PACK-DUE VALUE 'Y'.
001220
001230 01  MSK-FILE-STATUSES.
001240     05 MSK-JRNL-OUT-FILE-STATUS PIC X(2) VALUE '00'.
001250     05 sqs-reject-file-status PIC X(2) VALUE '00'.
001260     05 MSK-REJ-OUT-FILE-STATUS PIC X(2) VALUE '00'.
001270     05 MSK-HOLDOVER-FILE-STATUS PIC X(2) VALUE '00'.
001280     05 MSK-ARCHIVE-FILE-STATUS PIC X(2) VALUE '00'.
001290     05 MSK-ARC-OUT-FILE-STATUS PIC X(2) VALUE '00'.
001300
001310 77  MSK-ABEND-MSG PIC X(256) VALUE SPACES.
001320 77  MSK-RUN-DATE PIC 9(8) VALUE 0.
001330 77  MSK-TODAY-NUMBER PIC 9(9) COMP-5 VALUE 0.
001340 77  MSK-RECORD-AGE PIC S9(9) COMP-5 VALUE 0.
001350* THE DATE THE RECORD IN HAND IS AGED FROM - ZERO WHEN IT HAS
001360* NONE THAT CAN BE READ, WHICH KEEPS IT UNMASKED UNTIL IT DOES.
001370 77  MSK-RECORD-DATE PIC 9(8) VALUE 0.
001380 77  MSK-DS PIC 9(2) COMP-5 VALUE 0.
001390 77  MSK-TOTAL-MASKED PIC 9(9) COMP-5 VALUE 0.
001400 77  MSK-TOTAL-KEPT-PENDING PIC 9(9) COMP-5 VALUE 0.
001410* THE ENVELOPE SEND TIMESTAMP IS TEXT (YYYY-MM-DD HH:MM:SS...) -
001420* REDEFINED SO ITS DATE PART CAN BE AGED LIKE A FILE DATE.
001430 01  MSK-SENT-DATE-X.
001440     05 MSK-SENT-YEAR PIC X(4).
001450     05 MSK-SENT-MONTH PIC X(2).
001460     05 MSK-SENT-DAY PIC X(2).
001470 01  MSK-SENT-DATE REDEFINES MSK-SENT-DATE-X PIC 9(8).
001480 77  MSK-ISO-TIMESTAMP PIC X(26) VALUE SPACES.
001490
001500* ONE ENTRY PER DATASET, IN PASS ORDER.
001510 01  MSK-DATASET-NAMES.
001520     05 FILLER PIC X(8) VALUE 'SQSJRNL'.
001530     05 FILLER PIC X(8) VALUE 'SQSPARK'.
001540     05 FILLER PIC X(8) VALUE 'SQSREJ'.
001550     05 FILLER PIC X(8) VALUE 'HOLDOVER'.
001560     05 FILLER PIC X(8) VALUE 'SQSDEFER'.
001570     05 FILLER PIC X(8) VALUE 'CAPTURE'.
001580     05 FILLER PIC X(8) VALUE 'DECOMARC'.
001590 01  MSK-DATASET-NAME-TABLE REDEFINES MSK-DATASET-NAMES.
001600     05 MSK-DATASET-NAME OCCURS 7 TIMES PIC X(8).
001610 01  MSK-DATASET-TABLE.
001620     05 MSK-DATASET-ENTRY OCCURS 7 TIMES.
001630        10 MSK-DS-PRESENT-SW PIC X(1) VALUE 'N'.
001640           88 MSK-DS-PRESENT VALUE 'Y'.
001650        10 MSK-DS-READ PIC 9(9) COMP-5 VALUE 0.
001660        10 MSK-DS-MASKED PIC 9(9) COMP-5 VALUE 0.
001670        10 MSK-DS-ALREADY-MASKED PIC 9(9) COMP-5 VALUE 0.
001680        10 MSK-DS-NOT-DUE PIC 9(9) COMP-5 VALUE 0.
001690        10 MSK-DS-NO-RULE PIC 9(9) COMP-5 VALUE 0.
001700        10 MSK-DS-KEPT-PENDING PIC 9(9) COMP-5 VALUE 0.
001703        10 MSK-DS-PACKED PIC 9(9) COMP-5 VALUE 0.
001706        10 MSK-DS-PACK-DAMAGED PIC 9(9) COMP-5 VALUE 0.
001710
001720 PROCEDURE DIVISION.
001730*----------------------------------------------------------------
001740*   0000-MAINLINE - ONE PASS PER DATASET, THEN THE SUMMARY
001750*----------------------------------------------------------------
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001780     PERFORM 2000-MASK-JOURNAL THRU 2000-EXIT
001790     PERFORM 2500-MASK-PARK-FILE THRU 2500-EXIT
001800     PERFORM 3000-MASK-REJECT-FILE THRU 3000-EXIT
001810     PERFORM 3500-COUNT-HOLDOVER THRU 3500-EXIT
001820     PERFORM 4000-MASK-DEFER-SPOOL THRU 4000-EXIT
001830     PERFORM 4500-MASK-CAPTURE THRU 4500-EXIT
001840     PERFORM 5000-MASK-ARCHIVE THRU 5000-EXIT
001850     PERFORM 8000-FINALIZE THRU 8000-EXIT
001860     GOBACK.
001870
001880*----------------------------------------------------------------
001890*   1000-INITIALIZE - THE MASKING RULES ARE REQUIRED; A PASS
001900*   WITHOUT THEM WOULD MASK NOTHING AND LOOK CLEAN
001910*----------------------------------------------------------------
001920 1000-INITIALIZE.
001930     ACCEPT MSK-RUN-DATE FROM DATE YYYYMMDD
001940     COMPUTE MSK-TODAY-NUMBER =
001950         FUNCTION INTEGER-OF-DATE (MSK-RUN-DATE)
001960     PERFORM Load-sqs-mask-rules
001970     IF NOT sqs-mask-rules-loaded
001980         MOVE 'MASKCTL OPEN FAILED' TO MSK-ABEND-MSG
001990         CALL "FORCEABEND" USING MSK-ABEND-MSG
002000     END-IF
002010     IF sqs-mask-rule-count = 0
002020         DISPLAY 'MASKING CONTROL FILE IS EMPTY - NOTHING WOULD '
002030             'EVER BE MASKED'
002040         MOVE 'MASKCTL EMPTY' TO MSK-ABEND-MSG
002041         CALL "FORCEABEND" USING MSK-ABEND-MSG
002042     END-IF
002043     IF sqs-mask-tokens-used AND NOT sqs-mask-key-loaded
002044         DISPLAY 'TOKEN RULES NEED A *MASKKEY RECORD IN THE '
002045             'MASKING CONTROL FILE - AN UNKEYED TOKEN COULD BE '
002046             'REVERSED'
002047         MOVE 'MASKCTL HAS NO KEY' TO MSK-ABEND-MSG
002050         CALL "FORCEABEND" USING MSK-ABEND-MSG
002060     END-IF
002070     DISPLAY '===== SQSMASK SENSITIVE-DATA MASKING PASS ====='
002080     DISPLAY 'RUN DATE ' MSK-RUN-DATE
002090         '   MASKING RULES ' sqs-mask-rule-count.
002100 1000-EXIT.
002110     EXIT.
002120
002130*----------------------------------------------------------------
002140*   2000-MASK-JOURNAL - COPY SQSJRNL TO MSKJRNL, MASKING AS DUE.
002150*   CONTROL-TOTALS TRAILERS CARRY NO BODY AND COPY STRAIGHT OVER.
002160*----------------------------------------------------------------
002170 2000-MASK-JOURNAL.
002180     MOVE 1 TO MSK-DS
002190     OPEN INPUT SQS-JOURNAL-FILE
002200     IF NOT journal-file-ok
002210         GO TO 2000-EXIT
002220     END-IF
002230     SET MSK-DS-PRESENT (MSK-DS) TO TRUE
002240     OPEN OUTPUT MASKED-JOURNAL-FILE
002250     IF MSK-JRNL-OUT-FILE-STATUS NOT = '00'
002260         DISPLAY 'ERROR OPENING MASKED JOURNAL - FILE STATUS '
002270             MSK-JRNL-OUT-FILE-STATUS
002280         MOVE 'MSKJRNL OPEN FAILED' TO MSK-ABEND-MSG
002290         CALL "FORCEABEND" USING MSK-ABEND-MSG
002300     END-IF
002310     MOVE 'N' TO MSK-EOF-SWITCH
002320     PERFORM 2100-READ-NEXT-JOURNAL THRU 2100-EXIT
002330     PERFORM 2200-MASK-ONE-JOURNAL THRU 2200-EXIT
002340         UNTIL MSK-END-OF-FILE
002350     CLOSE SQS-JOURNAL-FILE
002360     CLOSE MASKED-JOURNAL-FILE.
002370 2000-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410*   2100-READ-NEXT-JOURNAL
002420*----------------------------------------------------------------
002430 2100-READ-NEXT-JOURNAL.
002440     READ SQS-JOURNAL-FILE
002450         AT END
002460             MOVE 'Y' TO MSK-EOF-SWITCH
002470         NOT AT END
002480             ADD 1 TO MSK-DS-READ (MSK-DS)
002490     END-READ.
002500 2100-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540*   2200-MASK-ONE-JOURNAL
002550*----------------------------------------------------------------
002560 2200-MASK-ONE-JOURNAL.
002570     IF NOT jrn-control-trailer
002580         MOVE jrn-body TO sqs-mask-body
002590         MOVE jrn-source-system-id TO sqs-mask-source-id
002600         MOVE jrn-date TO MSK-RECORD-DATE
002610         PERFORM 7000-JUDGE-RECORD THRU 7000-EXIT
002620         IF MSK-REWRITE-NEEDED
002630             MOVE sqs-mask-body TO jrn-body
002640         END-IF
002650     END-IF
002660     WRITE MSK-JOURNAL-OUT-RECORD FROM sqs-journal-record
002670     PERFORM 2100-READ-NEXT-JOURNAL THRU 2100-EXIT.
002680 2200-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------------
002720*   2500-MASK-PARK-FILE - IN PLACE. A RECORD STILL AWAITING
002730*   REVIEW, OR MARKED FOR REQUEUE, MAY YET GO BACK ON ITS QUEUE
002740*   AND STAYS WHOLE.
002750*----------------------------------------------------------------
002760 2500-MASK-PARK-FILE.
002770     MOVE 2 TO MSK-DS
002780     OPEN I-O SQS-PARK-FILE
002790     IF NOT park-file-ok
002800         GO TO 2500-EXIT
002810     END-IF
002820     SET MSK-DS-PRESENT (MSK-DS) TO TRUE
002830     MOVE 'N' TO MSK-EOF-SWITCH
002840     MOVE LOW-VALUES TO park-message-id
002850     START SQS-PARK-FILE KEY NOT LESS THAN park-message-id
002860         INVALID KEY
002870             MOVE 'Y' TO MSK-EOF-SWITCH
002880     END-START
002890     IF NOT MSK-END-OF-FILE
002900         PERFORM 2600-READ-NEXT-PARK THRU 2600-EXIT
002910     END-IF
002920     PERFORM 2700-MASK-ONE-PARK THRU 2700-EXIT
002930         UNTIL MSK-END-OF-FILE
002940     CLOSE SQS-PARK-FILE.
002950 2500-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------------
002990*   2600-READ-NEXT-PARK
003000*----------------------------------------------------------------
003010 2600-READ-NEXT-PARK.
003020     READ SQS-PARK-FILE NEXT
003030         AT END
003040             MOVE 'Y' TO MSK-EOF-SWITCH
003050         NOT AT END
003060             ADD 1 TO MSK-DS-READ (MSK-DS)
003070     END-READ.
003080 2600-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120*   2700-MASK-ONE-PARK
003130*----------------------------------------------------------------
003140 2700-MASK-ONE-PARK.
003150     IF park-awaiting-review OR park-marked-requeue
003160         ADD 1 TO MSK-DS-KEPT-PENDING (MSK-DS)
003170     ELSE
003180         MOVE park-body TO sqs-mask-body
003190         MOVE park-source-system-id TO sqs-mask-source-id
003200         MOVE park-date TO MSK-RECORD-DATE
003210         PERFORM 7000-JUDGE-RECORD THRU 7000-EXIT
003220         IF MSK-REWRITE-NEEDED
003230             MOVE sqs-mask-body TO park-body
003240             REWRITE sqs-park-record
003250         END-IF
003260     END-IF
003270     PERFORM 2600-READ-NEXT-PARK THRU 2600-EXIT.
003280 2700-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320*   3000-MASK-REJECT-FILE - COPY SQSREJ TO MSKREJ, MASKING AS DUE
003330*----------------------------------------------------------------
003340 3000-MASK-REJECT-FILE.
003350     MOVE 3 TO MSK-DS
003360     OPEN INPUT SQS-REJECT-FILE
003370     IF sqs-reject-file-status NOT = '00'
003380         GO TO 3000-EXIT
003390     END-IF
003400     SET MSK-DS-PRESENT (MSK-DS) TO TRUE
003410     OPEN OUTPUT MASKED-REJECT-FILE
003420     IF MSK-REJ-OUT-FILE-STATUS NOT = '00'
003430         DISPLAY 'ERROR OPENING MASKED REJECT FILE - FILE STATUS '
003440             MSK-REJ-OUT-FILE-STATUS
003450         MOVE 'MSKREJ OPEN FAILED' TO MSK-ABEND-MSG
003460         CALL "FORCEABEND" USING MSK-ABEND-MSG
003470     END-IF
003480     MOVE 'N' TO MSK-EOF-SWITCH
003490     PERFORM 3100-READ-NEXT-REJECT THRU 3100-EXIT
003500     PERFORM 3200-MASK-ONE-REJECT THRU 3200-EXIT
003510         UNTIL MSK-END-OF-FILE
003520     CLOSE SQS-REJECT-FILE
003530     CLOSE MASKED-REJECT-FILE.
003540 3000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580*   3100-READ-NEXT-REJECT
003590*----------------------------------------------------------------
003600 3100-READ-NEXT-REJECT.
003610     READ SQS-REJECT-FILE
003620         AT END
003630             MOVE 'Y' TO MSK-EOF-SWITCH
003640         NOT AT END
003650             ADD 1 TO MSK-DS-READ (MSK-DS)
003660     END-READ.
003670 3100-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710*   3200-MASK-ONE-REJECT
003720*----------------------------------------------------------------
003730 3200-MASK-ONE-REJECT.
003740     MOVE rej-body TO sqs-mask-body
003750     MOVE rej-source-system-id TO sqs-mask-source-id
003760     MOVE rej-date TO MSK-RECORD-DATE
003770     PERFORM 7000-JUDGE-RECORD THRU 7000-EXIT
003780     IF MSK-REWRITE-NEEDED
003790         MOVE sqs-mask-body TO rej-body
003800     END-IF
003810     WRITE MSK-REJECT-OUT-RECORD FROM sqs-reject-record
003820     PERFORM 3100-READ-NEXT-REJECT THRU 3100-EXIT.
003830 3200-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870*   3500-COUNT-HOLDOVER - EVERY HOLDOVER RECORD IS A SEND STILL
003880*   WAITING FOR ITS QUEUE TO BE RELEASED, SO NONE IS MASKED -
003890*   THEY ARE COUNTED SO THE SUMMARY SHOWS WHAT STAYED WHOLE
003900*----------------------------------------------------------------
003910 3500-COUNT-HOLDOVER.
003920     MOVE 4 TO MSK-DS
003930     OPEN INPUT SQS-HOLDOVER-FILE
003940     IF MSK-HOLDOVER-FILE-STATUS NOT = '00'
003950         GO TO 3500-EXIT
003960     END-IF
003970     SET MSK-DS-PRESENT (MSK-DS) TO TRUE
003980     MOVE 'N' TO MSK-EOF-SWITCH
003990     PERFORM 3600-READ-NEXT-HOLDOVER THRU 3600-EXIT
004000         UNTIL MSK-END-OF-FILE
004010     CLOSE SQS-HOLDOVER-FILE.
004020 3500-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------
004060*   3600-READ-NEXT-HOLDOVER
004070*----------------------------------------------------------------
004080 3600-READ-NEXT-HOLDOVER.
004090     READ SQS-HOLDOVER-FILE
004100         AT END
004110             MOVE 'Y' TO MSK-EOF-SWITCH
004120         NOT AT END
004130             ADD 1 TO MSK-DS-READ (MSK-DS)
004140             ADD 1 TO MSK-DS-KEPT-PENDING (MSK-DS)
004150     END-READ.
004160 3600-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------
004200*   4000-MASK-DEFER-SPOOL - IN PLACE. ONLY RELEASED RECORDS,
004210*   KEPT FOR THE PAPER TRAIL, ARE MASKED.
004220*----------------------------------------------------------------
004230 4000-MASK-DEFER-SPOOL.
004240     MOVE 5 TO MSK-DS
004250     OPEN I-O SQS-DEFER-FILE
004260     IF NOT defer-file-ok
004270         GO TO 4000-EXIT
004280     END-IF
004290     SET MSK-DS-PRESENT (MSK-DS) TO TRUE
004300     MOVE 'N' TO MSK-EOF-SWITCH
004310     MOVE LOW-VALUES TO def-defer-id
004320     START SQS-DEFER-FILE KEY NOT LESS THAN def-defer-id
004330         INVALID KEY
004340             MOVE 'Y' TO MSK-EOF-SWITCH
004350     END-START
004360     IF NOT MSK-END-OF-FILE
004370         PERFORM 4100-READ-NEXT-DEFER THRU 4100-EXIT
004380     END-IF
004390     PERFORM 4200-MASK-ONE-DEFER THRU 4200-EXIT
004400         UNTIL MSK-END-OF-FILE
004410     CLOSE SQS-DEFER-FILE.
004420 4000-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460*   4100-READ-NEXT-DEFER
004470*----------------------------------------------------------------
004480 4100-READ-NEXT-DEFER.
004490     READ SQS-DEFER-FILE NEXT
004500         AT END
004510             MOVE 'Y' TO MSK-EOF-SWITCH
004520         NOT AT END
004530             ADD 1 TO MSK-DS-READ (MSK-DS)
004540     END-READ.
004550 4100-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590*   4200-MASK-ONE-DEFER
004600*----------------------------------------------------------------
004610 4200-MASK-ONE-DEFER.
004620     IF def-awaiting-release OR def-release-failed
004630         ADD 1 TO MSK-DS-KEPT-PENDING (MSK-DS)
004640     ELSE
004650         MOVE def-body TO sqs-mask-body
004660         MOVE def-source-system-id TO sqs-mask-source-id
004670         MOVE def-released-date TO MSK-RECORD-DATE
004680         PERFORM 7000-JUDGE-RECORD THRU 7000-EXIT
004690         IF MSK-REWRITE-NEEDED
004700             MOVE sqs-mask-body TO def-body
004710             REWRITE sqs-defer-record
004720         END-IF
004730     END-IF
004740     PERFORM 4100-READ-NEXT-DEFER THRU 4100-EXIT.
004750 4200-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790*   4500-MASK-CAPTURE - IN PLACE. THE SEQUENCE-0 QUEUE DEFINITION
004800*   RECORDS CARRY NO BODY AND ARE PASSED OVER.
004810*----------------------------------------------------------------
004820 4500-MASK-CAPTURE.
004830     MOVE 6 TO MSK-DS
004840     OPEN I-O SQS-CAPTURE-FILE
004850     IF NOT capture-file-ok
004860         GO TO 4500-EXIT
004870     END-IF
004880     SET MSK-DS-PRESENT (MSK-DS) TO TRUE
004890     MOVE 'N' TO MSK-EOF-SWITCH
004900     MOVE LOW-VALUES TO capt-key
004910     START SQS-CAPTURE-FILE KEY NOT LESS THAN capt-key
004920         INVALID KEY
004930             MOVE 'Y' TO MSK-EOF-SWITCH
004940     END-START
004950     IF NOT MSK-END-OF-FILE
004960         PERFORM 4600-READ-NEXT-CAPTURE THRU 4600-EXIT
004970     END-IF
004980     PERFORM 4700-MASK-ONE-CAPTURE THRU 4700-EXIT
004990         UNTIL MSK-END-OF-FILE
005000     CLOSE SQS-CAPTURE-FILE.
005010 4500-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050*   4600-READ-NEXT-CAPTURE
005060*----------------------------------------------------------------
005070 4600-READ-NEXT-CAPTURE.
005080     READ SQS-CAPTURE-FILE NEXT
005090         AT END
005100             MOVE 'Y' TO MSK-EOF-SWITCH
005110         NOT AT END
005120             IF capt-parked-message
005130                 ADD 1 TO MSK-DS-READ (MSK-DS)
005140             END-IF
005150     END-READ.
005160 4600-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200*   4700-MASK-ONE-CAPTURE
005210*----------------------------------------------------------------
005220 4700-MASK-ONE-CAPTURE.
005230     IF capt-parked-message
005240         MOVE capt-body TO sqs-mask-body
005250         MOVE capt-source-system-id TO sqs-mask-source-id
005260         MOVE capt-send-timestamp TO MSK-ISO-TIMESTAMP
005270         PERFORM 7100-DATE-FROM-TIMESTAMP THRU 7100-EXIT
005280         PERFORM 7000-JUDGE-RECORD THRU 7000-EXIT
005290         IF MSK-REWRITE-NEEDED
005300             MOVE sqs-mask-body TO capt-body
005310             REWRITE sqs-capture-record
005320         END-IF
005330     END-IF
005340     PERFORM 4600-READ-NEXT-CAPTURE THRU 4600-EXIT.
005350 4700-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390*   5000-MASK-ARCHIVE - COPY DECOMARC TO MSKDCARC, MASKING AS DUE
005400*----------------------------------------------------------------
005410 5000-MASK-ARCHIVE.
005420     MOVE 7 TO MSK-DS
005430     OPEN INPUT DECOM-ARCHIVE-FILE
005440     IF MSK-ARCHIVE-FILE-STATUS NOT = '00'
005450         GO TO 5000-EXIT
005460     END-IF
005470     SET MSK-DS-PRESENT (MSK-DS) TO TRUE
005480     OPEN OUTPUT MASKED-ARCHIVE-FILE
005490     IF MSK-ARC-OUT-FILE-STATUS NOT = '00'
005500         DISPLAY 'ERROR OPENING MASKED ARCHIVE - FILE STATUS '
005510             MSK-ARC-OUT-FILE-STATUS
005520         MOVE 'MSKDCARC OPEN FAILED' TO MSK-ABEND-MSG
005530         CALL "FORCEABEND" USING MSK-ABEND-MSG
005540     END-IF
005550     MOVE 'N' TO MSK-EOF-SWITCH
005560     PERFORM 5100-READ-NEXT-ARCHIVE THRU 5100-EXIT
005570     PERFORM 5200-MASK-ONE-ARCHIVE THRU 5200-EXIT
005580         UNTIL MSK-END-OF-FILE
005590     CLOSE DECOM-ARCHIVE-FILE
005600     CLOSE MASKED-ARCHIVE-FILE.
005610 5000-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------
005650*   5100-READ-NEXT-ARCHIVE
005660*----------------------------------------------------------------
005670 5100-READ-NEXT-ARCHIVE.
005680     READ DECOM-ARCHIVE-FILE
005690         AT END
005700             MOVE 'Y' TO MSK-EOF-SWITCH
005710         NOT AT END
005720             ADD 1 TO MSK-DS-READ (MSK-DS)
005730     END-READ.
005740 5100-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780*   5200-MASK-ONE-ARCHIVE
005790*----------------------------------------------------------------
005800 5200-MASK-ONE-ARCHIVE.
005810     MOVE DCM-ARC-BODY TO sqs-mask-body
005820     MOVE DCM-ARC-SOURCE-SYSTEM-ID TO sqs-mask-source-id
005830     MOVE DCM-ARC-SEND-TIMESTAMP TO MSK-ISO-TIMESTAMP
005840     PERFORM 7100-DATE-FROM-TIMESTAMP THRU 7100-EXIT
005850     PERFORM 7000-JUDGE-RECORD THRU 7000-EXIT
005860     IF MSK-REWRITE-NEEDED
005870         MOVE sqs-mask-body TO DCM-ARC-BODY
005880     END-IF
005890     WRITE MSK-ARCHIVE-OUT-RECORD FROM DCM-ARCHIVE-RECORD
005900     PERFORM 5100-READ-NEXT-ARCHIVE THRU 5100-EXIT.
005910 5200-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950*   7000-JUDGE-RECORD - MASK THE BODY IN sqs-mask-body WHEN ITS
005960*   SOURCE AND MESSAGE TYPE HAVE A RULE AND THE RECORD IS OLDER
005970*   THAN THE RULE'S MASKING AGE. MSK-REWRITE-NEEDED IS RAISED
005980*   ONLY WHEN A BYTE ACTUALLY CHANGED - A RECORD MASKED BY AN
005990*   EARLIER PASS IS COUNTED, NOT REWRITTEN.
005993*   A PACKED BODY IS HANDED TO 7200 AND COUNTED ONCE, BY THE
005996*   BEST OUTCOME AMONG ITS RECORDS.
006000*----------------------------------------------------------------
006010 7000-JUDGE-RECORD.
006020     MOVE 'N' TO MSK-REWRITE-SWITCH
006022     IF sqs-mask-body (1 : 10) = sqs-pack-eye-catcher
006024         PERFORM 7200-JUDGE-PACKED-BODY THRU 7200-EXIT
006026         GO TO 7000-EXIT
006028     END-IF
006030     PERFORM Match-sqs-mask-rule
006040     IF sqs-mask-match-index = 0
006050         ADD 1 TO MSK-DS-NO-RULE (MSK-DS)
006060         GO TO 7000-EXIT
006070     END-IF
006080     IF MSK-RECORD-DATE IS NOT NUMERIC
006090         OR MSK-RECORD-DATE < 16010101
006100         ADD 1 TO MSK-DS-NOT-DUE (MSK-DS)
006110         GO TO 7000-EXIT
006120     END-IF
006130     COMPUTE MSK-RECORD-AGE = MSK-TODAY-NUMBER
006140         - FUNCTION INTEGER-OF-DATE (MSK-RECORD-DATE)
006150     IF MSK-RECORD-AGE < mrl-age-days (sqs-mask-match-index)
006160         ADD 1 TO MSK-DS-NOT-DUE (MSK-DS)
006170         GO TO 7000-EXIT
006180     END-IF
006190     PERFORM Apply-sqs-mask-rule
006200     IF sqs-mask-body-changed
006210         SET MSK-REWRITE-NEEDED TO TRUE
006220         ADD 1 TO MSK-DS-MASKED (MSK-DS)
006230     ELSE
006240         ADD 1 TO MSK-DS-ALREADY-MASKED (MSK-DS)
006250     END-IF.
006260 7000-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300*   7100-DATE-FROM-TIMESTAMP - YYYYMMDD OUT OF AN ENVELOPE SEND
006310*   TIMESTAMP, OR ZERO WHEN IT IS NOT A DATE
006320*----------------------------------------------------------------
006330 7100-DATE-FROM-TIMESTAMP.
006340     MOVE MSK-ISO-TIMESTAMP (1 : 4) TO MSK-SENT-YEAR
006350     MOVE MSK-ISO-TIMESTAMP (6 : 2) TO MSK-SENT-MONTH
006360     MOVE MSK-ISO-TIMESTAMP (9 : 2) TO MSK-SENT-DAY
006370     IF MSK-SENT-DATE IS NUMERIC
006380         MOVE MSK-SENT-DATE TO MSK-RECORD-DATE
006390     ELSE
006400         MOVE 0 TO MSK-RECORD-DATE
006410     END-IF.
006411 7100-EXIT.
006412     EXIT.
006413
006414*----------------------------------------------------------------
006415*   7200-JUDGE-PACKED-BODY - EACH RECORD OF THE PACK IS MATCHED
006416*   AND MASKED ON ITS OWN. MASKING NEVER CHANGES A RECORD'S
006417*   LENGTH, SO A MASKED RECORD GOES BACK OVER ITS OWN SLOT IN
006418*   sqs-pack-image, THE DIRECTORY STANDS, AND THE REBUILT IMAGE
006419*   REPLACES THE BODY.
006420*   A PACK WHOSE DIRECTORY DOES NOT HOLD TOGETHER CANNOT BE
006421*   SPLIT INTO RECORDS, SO NO RULE CAN BE PLACED ON IT. ALL BUT
006422*   THE EYE-CATCHER IS BLANKED AT ONCE, WHATEVER ITS AGE - IT
006423*   IS NEVER LEFT IN CLEAR.
006424*----------------------------------------------------------------
006425 7200-JUDGE-PACKED-BODY.
006426     MOVE sqs-mask-body TO sqs-pack-image
006427     MOVE 2048 TO sqs-pack-image-length
006428     PERFORM Open-sqs-packed-message
006429     IF sqs-pack-message-damaged
006430         ADD 1 TO MSK-DS-PACK-DAMAGED (MSK-DS)
006431         IF sqs-mask-body (11 : 2038) = SPACES
006432             ADD 1 TO MSK-DS-ALREADY-MASKED (MSK-DS)
006433         ELSE
006434             MOVE SPACES TO sqs-mask-body (11 : 2038)
006435             SET MSK-REWRITE-NEEDED TO TRUE
006436             ADD 1 TO MSK-DS-MASKED (MSK-DS)
006437         END-IF
006438         GO TO 7200-EXIT
006439     END-IF
006440     ADD 1 TO MSK-DS-PACKED (MSK-DS)
006441     MOVE 'N' TO MSK-PACK-RULE-SWITCH
006442     MOVE 'N' TO MSK-PACK-DUE-SWITCH
006443     PERFORM 7210-JUDGE-PACKED-RECORD THRU 7210-EXIT
006444         VARYING sqs-pack-sub FROM 1 BY 1
006445         UNTIL sqs-pack-sub > sqs-pack-record-count
006446     EVALUATE TRUE
006447         WHEN MSK-REWRITE-NEEDED
006448             MOVE sqs-pack-image (1 : 2048) TO sqs-mask-body
006449             ADD 1 TO MSK-DS-MASKED (MSK-DS)
006450         WHEN MSK-PACK-DUE
006451             ADD 1 TO MSK-DS-ALREADY-MASKED (MSK-DS)
006452         WHEN MSK-PACK-HAS-RULE
006453             ADD 1 TO MSK-DS-NOT-DUE (MSK-DS)
006454         WHEN OTHER
006455             ADD 1 TO MSK-DS-NO-RULE (MSK-DS)
006456     END-EVALUATE.
006457 7200-EXIT.
006458     EXIT.
006459
006465*----------------------------------------------------------------
006466*   7210-JUDGE-PACKED-RECORD - THE RECORD AT sqs-pack-sub, AGED
006467*   FROM THE DATE OF THE MESSAGE THAT CARRIES IT
006468*----------------------------------------------------------------
006469 7210-JUDGE-PACKED-RECORD.
006470     PERFORM Get-sqs-packed-record
006471     IF sqs-pack-record-length = 0
006472         GO TO 7210-EXIT
006473     END-IF
006474     MOVE sqs-pack-record TO sqs-mask-body
006475     PERFORM Match-sqs-mask-rule
006476     IF sqs-mask-match-index = 0
006477         GO TO 7210-EXIT
006478     END-IF
006479     SET MSK-PACK-HAS-RULE TO TRUE
006480     IF MSK-RECORD-DATE IS NOT NUMERIC
006481         OR MSK-RECORD-DATE < 16010101
006482         GO TO 7210-EXIT
006483     END-IF
006484     COMPUTE MSK-RECORD-AGE = MSK-TODAY-NUMBER
006485         - FUNCTION INTEGER-OF-DATE (MSK-RECORD-DATE)
006486     IF MSK-RECORD-AGE < mrl-age-days (sqs-mask-match-index)
006487         GO TO 7210-EXIT
006488     END-IF
006489     SET MSK-PACK-DUE TO TRUE
006490     PERFORM Apply-sqs-mask-rule
006491     IF sqs-mask-body (1 : sqs-pack-record-length)
006492         NOT = sqs-pack-record (1 : sqs-pack-record-length)
006493         SET MSK-REWRITE-NEEDED TO TRUE
006494         MOVE sqs-mask-body (1 : sqs-pack-record-length)
006495             TO sqs-pack-image (pck-record-offset (sqs-pack-sub) :
006496                 sqs-pack-record-length)
006497     END-IF.
006498 7210-EXIT.
006499     EXIT.
006500
006501*----------------------------------------------------------------
006502*   8000-FINALIZE - COUNTS BY DATASET
006503*----------------------------------------------------------------
006504 8000-FINALIZE.
006505     PERFORM 8100-REPORT-ONE-DATASET THRU 8100-EXIT
006506         VARYING MSK-DS FROM 1 BY 1
006510         UNTIL MSK-DS > 7
006520     DISPLAY '----- TOTALS -----'
006530     DISPLAY 'RECORDS MASKED THIS PASS     : ' MSK-TOTAL-MASKED
006540     DISPLAY 'KEPT WHOLE - STILL TO BE SENT: '
006550         MSK-TOTAL-KEPT-PENDING.
006560 8000-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600*   8100-REPORT-ONE-DATASET
006610*----------------------------------------------------------------
006620 8100-REPORT-ONE-DATASET.
006630     IF NOT MSK-DS-PRESENT (MSK-DS)
006640         DISPLAY MSK-DATASET-NAME (MSK-DS)
006650             ' NOT PRESENT - NOT MASKED THIS PASS'
006660         GO TO 8100-EXIT
006670     END-IF
006680     DISPLAY MSK-DATASET-NAME (MSK-DS)
006690     DISPLAY '  RECORDS READ            : ' MSK-DS-READ (MSK-DS)
006700     DISPLAY '  MASKED THIS PASS        : ' MSK-DS-MASKED (MSK-DS)
006710     DISPLAY '  ALREADY MASKED          : '
006720         MSK-DS-ALREADY-MASKED (MSK-DS)
006730     DISPLAY '  NOT YET AT MASKING AGE  : '
006740         MSK-DS-NOT-DUE (MSK-DS)
006750     DISPLAY '  NO RULE FOR SOURCE/TYPE : '
006760         MSK-DS-NO-RULE (MSK-DS)
006770     DISPLAY '  KEPT WHOLE - PENDING    : '
006780         MSK-DS-KEPT-PENDING (MSK-DS)
006782     DISPLAY '  PACKED BODIES           : '
006784         MSK-DS-PACKED (MSK-DS)
006786     DISPLAY '  DAMAGED PACKS - BLANKED : '
006788         MSK-DS-PACK-DAMAGED (MSK-DS)
006790     ADD MSK-DS-MASKED (MSK-DS) TO MSK-TOTAL-MASKED
006800     ADD MSK-DS-KEPT-PENDING (MSK-DS) TO MSK-TOTAL-KEPT-PENDING.
006810 8100-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850*   SENSITIVE-DATA MASKING PARAGRAPHS
006860*----------------------------------------------------------------
006870     COPY SQSMSKCK.
006875
006880*----------------------------------------------------------------
006890*   MULTI-RECORD PACKING PARAGRAPHS
006900*----------------------------------------------------------------
006910     COPY SQSMPKCK.
