000760*                 EXTRACT IS SKIPPED WITH A MESSAGE. HELD-QUEUE
000770*                 ACTIVITY PRINTS NEXT TO THE RECONCILIATION
000780*                 REPORT.
000781* 2026-10-15 RJM  TRAILER EXTRACTS STAY PENDING FOR SQSEODC.
000782*                 RECORD PACKING (BGC-PACK-OPTION, SQSMPKCK.CPY),
000783*                 A DAMAGED PACK REJECTED WHOLE AS 'PAK '. LOADS
000784*                 SIGN EACH ENVELOPE (SQSSIGCK.CPY). EXTRACT
000785*                 LATENCY IS KEPT ON SQSLATH (SQSLATHWR.CPY).
000786*                 PARTITIONED EXTRACT (BGC-PARTITION-COUNT,
000787*                 SQSLSEWR.CPY) SHARES A QUEUE'S GROUPS BETWEEN
000788*                 STEPS UNDER SQSLEASE, TAKING OVER A DEAD STEP'S
000789*                 PARTITION WHEN ITS LEASE RUNS OUT.
000790*-----------------------------------------------------------------
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
001020     SELECT SQS-LATENCY-CONTROL-FILE ASSIGN TO LATCTL
001030            ORGANIZATION IS LINE SEQUENTIAL
001040            FILE STATUS IS sqs-latctl-file-status.
001042     SELECT SQS-LATENCY-HISTORY-FILE ASSIGN TO SQSLATH
001044            ORGANIZATION IS LINE SEQUENTIAL
001046            FILE STATUS IS sqs-lath-file-status.
001050     SELECT SQS-RUN-STATUS-FILE ASSIGN TO SQSSTATF
001060            ORGANIZATION IS INDEXED
001070            ACCESS MODE IS DYNAMIC
001130     SELECT SQS-REJECT-FILE ASSIGN TO SQSREJ
001140            ORGANIZATION IS LINE SEQUENTIAL
001150            FILE STATUS IS sqs-reject-file-status.
001152     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
001154            ORGANIZATION IS LINE SEQUENTIAL
001156            FILE STATUS IS sqs-sigkey-file-status.
001160     SELECT SQS-QUEUE-STATUS-FILE ASSIGN TO QSTAT
001170            ORGANIZATION IS LINE SEQUENTIAL
001180            FILE STATUS IS sqs-qstat-file-status.
001270            ACCESS MODE IS DYNAMIC
001280            RECORD KEY IS capt-key
001290            FILE STATUS IS sqs-capture-file-status.
001291     SELECT SQS-CLAIM-PAYLOAD-FILE ASSIGN TO CLAIMPAY
001292            ORGANIZATION IS INDEXED
001293            ACCESS MODE IS DYNAMIC
001294            RECORD KEY IS clm-claim-id
001295            FILE STATUS IS sqs-claim-file-status.
001300     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
001310            ORGANIZATION IS LINE SEQUENTIAL
001320            FILE STATUS IS BRG-AUDIT-FILE-STATUS.
001321     SELECT SQS-LEASE-FILE ASSIGN TO SQSLEASE
001322            ORGANIZATION IS INDEXED
001323            ACCESS MODE IS DYNAMIC
001324            RECORD KEY IS lease-key
001325            FILE STATUS IS sqs-lease-file-status.

001330 DATA DIVISION.
001340 FILE SECTION.
001670     RECORDING MODE IS F.
001680     COPY SQSLATCF.
001690     COPY SQSAUDIT.
001694     COPY SQSCLMPAY.
001696     COPY SQSSIGKY.
001698     COPY SQSLATH.
001699     COPY SQSLEASE.

001700 WORKING-STORAGE SECTION.
001710     COPY SQSRQA.
001830     COPY SQSCTOT.
001840     COPY SQSJRNWS.
001850     COPY SQSQHLDWS.
001852     COPY SQSCLAIM.
001854     COPY SQSMPKWS.
001856     COPY SQSSIGWS.
001858     COPY SQSLSEWS.

001860* THE PARAMETER CARD, COPIED OUT OF THE FD RECORD AREA WHILE THE
001870* FILE IS STILL OPEN - THE RECORD AREA IS NOT AVAILABLE AFTER THE
002060        88 BRG-TRAILER-WANTED VALUE 'Y'.
002070     05 BRG-JOURNAL-FLAG PIC X(1) VALUE 'N'.
002080        88 BRG-JOURNAL-WANTED VALUE 'Y'.
002082     05 BRG-PACK-OPTION PIC X(1) VALUE SPACE.
002084        88 BRG-PACK-INTO-BODY VALUE 'B'.
002086        88 BRG-PACK-INTO-CLAIM VALUE 'C'.
002088        88 BRG-PACKING-WANTED VALUES 'B' 'C'.

002090 01  BRG-SWITCHES.
002100     05 BRG-INPUT-EOF-SWITCH PIC X(1) VALUE 'N'.
002210     05 BRG-XFM-FAILED-SWITCH PIC X(1) VALUE 'N'.
002220        88 BRG-XFM-FAILED VALUE 'Y'.
002230        88 BRG-XFM-CLEAN VALUE 'N'.
002231     05 BRG-CLAIM-AVAIL-SWITCH PIC X(1) VALUE 'N'.
002232        88 BRG-CLAIM-AVAILABLE VALUE 'Y'.
002233     05 BRG-REJECT-OPEN-SWITCH PIC X(1) VALUE 'N'.
002234        88 BRG-REJECT-OPEN VALUE 'Y'.
002235     05 BRG-PACK-RESULT-SWITCH PIC X(1) VALUE 'P'.
002236        88 BRG-RECORD-PACKED VALUE 'P'.
002237        88 BRG-RECORD-TOO-BIG VALUE 'B'.

002240 01  BRG-FILE-STATUSES.
002250     05 BRG-BRIDGECT-FILE-STATUS PIC X(2) VALUE '00'.
002380 77  BRG-RECORDS-TRANSFORMED PIC 9(9) COMP-5 VALUE 0.
002390 77  BRG-TRANSFORM-FAILED PIC 9(9) COMP-5 VALUE 0.
002400 77  BRG-TRAILERS-RECEIVED PIC 9(9) COMP-5 VALUE 0.
002402 77  BRG-RECORDS-ATTEMPTED PIC 9(9) COMP-5 VALUE 0.
002404 77  BRG-RECORDS-EXTRACTED PIC 9(9) COMP-5 VALUE 0.
002406 77  BRG-MESSAGE-OUTPUTS PIC 9(9) COMP-5 VALUE 0.
002408 77  BRG-MESSAGE-REJECTS PIC 9(9) COMP-5 VALUE 0.

002410* THE FIELD-MAPPING RULES, VALIDATED AS THEY LOAD - A RULE THAT
002420* RUNS PAST THE 2048-BYTE BODY, OR A PACK RULE OVER 8 SOURCE
002620       PIC S9(15) COMP-3.
002630    05 BRG-XFM-DIGIT-START PIC 9(2) COMP-5 VALUE 0.

002631* A PACKED MESSAGE'S BODY AS IT ARRIVED - env-body IS REUSED FOR
002632* EACH RECORD UNPACKED OUT OF IT AND PUT BACK FOR THE JOURNAL.
002633 01  BRG-SAVED-MESSAGE.
002634     05 BRG-SAVED-BODY-LENGTH PIC 9(9) VALUE 0.
002635     05 BRG-SAVED-BODY PIC X(2048) VALUE SPACES.

002640 PROCEDURE DIVISION.
002650*----------------------------------------------------------------
002660*   0000-MAINLINE
003100     MOVE BGC-CAPTURE-FLAG TO BRG-CAPTURE-FLAG
003110     MOVE BGC-TRAILER-FLAG TO BRG-TRAILER-FLAG
003120     MOVE BGC-JOURNAL-FLAG TO BRG-JOURNAL-FLAG
003122     MOVE BGC-PACK-OPTION TO BRG-PACK-OPTION
003124     IF BRG-PACK-OPTION NOT = SPACE
003126         PERFORM 1800-SET-PACKING THRU 1800-EXIT
003128     END-IF
003130     IF BRG-TRAILER-WANTED
003140         PERFORM 1500-LOAD-AMOUNT-RULES THRU 1500-EXIT
003142     END-IF
003144     IF BGC-PARTITION-COUNT IS NUMERIC AND BGC-PARTITION-COUNT > 0
003146         PERFORM 1960-SET-PARTITIONING THRU 1960-EXIT
003150     END-IF
003160     CLOSE BRIDGE-CONTROL-FILE
003170     IF NOT BRG-MODE-LOAD AND NOT BRG-MODE-EXTRACT
003490         END-IF
003500         PERFORM Set-sqs-envelope
003510         PERFORM Init-sqs-send-pacing
003514         PERFORM Load-sqs-signing-keys
003520     ELSE
003530         OPEN OUTPUT BRIDGE-OUTPUT-FILE
003540         IF BRG-OUTPUT-FILE-STATUS NOT = '00'
003650             CALL "FORCEABEND" USING sqs-op-err-msg
003660         END-IF
003670         PERFORM Load-sqs-latency-thresholds
003674         PERFORM 1950-OPEN-LATENCY-HISTORY THRU 1950-EXIT
003680         IF BRG-CAPTURE-WANTED
003690             PERFORM 1300-OPEN-CAPTURE-FILE THRU 1300-EXIT
003700         END-IF
003710         IF BRG-JOURNAL-WANTED
003720             PERFORM 1600-OPEN-JOURNAL-FILE THRU 1600-EXIT
003730         END-IF
003732         IF sqs-partition-count > 0
003734             PERFORM 1970-OPEN-LEASE-FILE THRU 1970-EXIT
003736         END-IF
003740     END-IF
003744     PERFORM 1900-OPEN-CLAIM-STORE THRU 1900-EXIT
003750     PERFORM 1400-LOAD-TRANSFORM-RULES THRU 1400-EXIT
003760     PERFORM 1100-OPEN-SEQUENCE-FILE THRU 1100-EXIT
003770     PERFORM 1200-OPEN-RUN-STATUS THRU 1200-EXIT
004250     IF stat-file-ok
004260         SET sqs-statf-available TO TRUE
004270         MOVE 'SQSBRIDGE' TO sqs-stat-program-id
004272         IF BRG-TRAILER-WANTED AND NOT BRG-MODE-LOAD
004274             SET sqs-stat-ctot-pending TO TRUE
004276         END-IF
004280         PERFORM Start-sqs-run-status
004290     ELSE
004300         DISPLAY 'RUN-STATUS FILE NOT AVAILABLE - FILE STATUS '
006200     END-IF
006210     IF holdover-file-ok OR holdover-file-new
006220         SET sqs-holdover-available TO TRUE
006221     ELSE
006222         DISPLAY 'ERROR OPENING HOLDOVER FILE - FILE STATUS '
006223             sqs-holdover-file-status
006224         MOVE 'HOLDOVER OPEN FAILED' TO sqs-op-err-msg
006225         CALL "FORCEABEND" USING sqs-op-err-msg
006226     END-IF.
006227 1700-EXIT.
006228     EXIT.

006229*----------------------------------------------------------------
006230*   1800-SET-PACKING - BGC-PACK-OPTION 'B' PACKS SHORT RECORDS
006231*   INTO THE 2048-BYTE ENVELOPE BODY, 'C' INTO A CLAIM-CHECK
006232*   PAYLOAD OF UP TO 32768 BYTES (SQSMPKWS.CPY). AN EXTRACT
006233*   UNPACKS WHATEVER ARRIVES, SO THE OPTION ONLY MEANS ANYTHING TO
006234*   A LOAD.
006235*----------------------------------------------------------------
006236 1800-SET-PACKING.
006237     IF NOT BRG-MODE-LOAD
006238         DISPLAY 'PACK OPTION IGNORED FOR ' BRG-MODE
006239             ' - PACKED MESSAGES ARE ALWAYS UNPACKED'
006240         MOVE SPACE TO BRG-PACK-OPTION
006241         GO TO 1800-EXIT
006242     END-IF
006243     IF NOT BRG-PACKING-WANTED
006244         DISPLAY 'UNKNOWN PACK OPTION "' BRG-PACK-OPTION
006245             '" - RECORDS SENT ONE PER MESSAGE'
006246         GO TO 1800-EXIT
006247     END-IF
006248     IF BRG-PACK-INTO-CLAIM
006249         MOVE 32768 TO sqs-pack-capacity
006250     ELSE
006251         MOVE 2048 TO sqs-pack-capacity
006252     END-IF
006253     IF BGC-PACK-MAX-RECORDS IS NUMERIC
006254         AND BGC-PACK-MAX-RECORDS > 0
006255         AND BGC-PACK-MAX-RECORDS NOT > 200
006256         MOVE BGC-PACK-MAX-RECORDS TO sqs-pack-max-records
006257     END-IF
006258     SET recon-record-level-wanted TO TRUE
006259     PERFORM Start-sqs-pack
006260     DISPLAY 'RECORD PACKING ACTIVE - OPTION ' BRG-PACK-OPTION
006261         ' UP TO ' sqs-pack-max-records ' RECORDS PER MESSAGE'.
006262 1800-EXIT.
006263     EXIT.

006264*----------------------------------------------------------------
006265*   1900-OPEN-CLAIM-STORE - A LOAD PACKING INTO CLAIM-CHECK
006266*   PAYLOADS CANNOT SEND WITHOUT ITS STORE, SO THAT OPEN ABENDS.
006267*   AN EXTRACT ONLY NEEDS THE STORE TO LOOK INSIDE POINTER
006268*   MESSAGES; WITHOUT IT THEY ARE EXTRACTED AS THEY ARRIVE, AS
006269*   BEFORE.
006270*----------------------------------------------------------------
006271 1900-OPEN-CLAIM-STORE.
006272     IF BRG-MODE-LOAD
006273         IF NOT BRG-PACK-INTO-CLAIM
006274             GO TO 1900-EXIT
006275         END-IF
006276         OPEN I-O SQS-CLAIM-PAYLOAD-FILE
006277         IF sqs-claim-file-status = '35'
006278             OPEN OUTPUT SQS-CLAIM-PAYLOAD-FILE
006279             CLOSE SQS-CLAIM-PAYLOAD-FILE
006280             OPEN I-O SQS-CLAIM-PAYLOAD-FILE
006281         END-IF
006282         IF NOT claim-file-ok
006283             DISPLAY 'ERROR OPENING CLAIM PAYLOAD STORE - FILE '
006284                 'STATUS ' sqs-claim-file-status
006285             MOVE 'CLAIMPAY OPEN FAILED' TO sqs-op-err-msg
006286             CALL "FORCEABEND" USING sqs-op-err-msg
006287         END-IF
006288         SET BRG-CLAIM-AVAILABLE TO TRUE
006289     ELSE
006290         OPEN INPUT SQS-CLAIM-PAYLOAD-FILE
006291         IF claim-file-ok
006292             SET BRG-CLAIM-AVAILABLE TO TRUE
006293         ELSE
006294             DISPLAY 'NO CLAIM PAYLOAD STORE - POINTER MESSAGES '
006295                 'ARE EXTRACTED AS THEY ARRIVE'
006296         END-IF
006297     END-IF.
006298 1900-EXIT.
006299     EXIT.

006300*----------------------------------------------------------------
006301*   1950-OPEN-LATENCY-HISTORY - EXTRACT MODE ONLY. THE SQSLATH
006302*   DATASET IS OPTIONAL: PRESENT, EACH QUEUE'S LATENCY FIGURES AND
006303*   SLA GRADE ARE APPENDED AT END OF RUN (SQSLATHWR.CPY) FOR THE
006304*   FEED EXTRACT; ABSENT, THE RUN IS EXACTLY AS BEFORE. A
006305*   BRAND-NEW DATASET IS CREATED ON FIRST USE, SAME DOCTRINE AS
006306*   THE SQSMON HISTORY FILE.
006307*----------------------------------------------------------------
006308 1950-OPEN-LATENCY-HISTORY.
006309     OPEN EXTEND SQS-LATENCY-HISTORY-FILE
006310     IF sqs-lath-file-status = '35'
006311         OPEN OUTPUT SQS-LATENCY-HISTORY-FILE
006312     END-IF
006313     IF sqs-lath-file-status = '00' OR '05'
006314         SET sqs-lath-available TO TRUE
006315         MOVE 'SQSBRIDGE' TO sqs-lath-program-id
006316     ELSE
006317         DISPLAY 'LATENCY HISTORY NOT AVAILABLE - FILE STATUS '
006318             sqs-lath-file-status ' - SLA FIGURES NOT KEPT THIS '
006319             'RUN'
006320     END-IF.
006321 1950-EXIT.
006322     EXIT.

006323*----------------------------------------------------------------
006324*   1960-SET-PARTITIONING - A PARTITION COUNT ON THE CARD MAKES
006325*   THIS ONE OF SEVERAL EXTRACT STEPS DRAINING THE SAME QUEUE AT
006326*   ONCE, EACH OWNING A SHARE OF THE MESSAGE GROUPS UNDER THE
006327*   SHARED SQSLEASE FILE (SQSLSEWR.CPY). THE JOURNAL IS REQUIRED -
006328*   IT IS WHAT SQSPARTR PROVES EXACTLY-ONCE FROM. THE STEP ID AND
006329*   HOME PARTITION GO ON EVERY CHECKPOINT, JOURNAL AND RUN-STATUS
006330*   RECORD THIS STEP WRITES.
006331*----------------------------------------------------------------
006332 1960-SET-PARTITIONING.
006333     IF NOT BRG-MODE-EXTRACT
006334         DISPLAY 'PARTITION COUNT IGNORED FOR ' BRG-MODE
006335             ' - ONLY AN EXTRACT CONSUMES THE QUEUE'
006336         GO TO 1960-EXIT
006337     END-IF
006338     IF BGC-PARTITION-COUNT < 2 OR BGC-PARTITION-COUNT > 20
006339         DISPLAY 'PARTITION COUNT MUST BE 2 TO 20 - GOT '
006340             BGC-PARTITION-COUNT
006341         MOVE 'BAD BRIDGECT PARTITION COUNT' TO sqs-op-err-msg
006342         CALL "FORCEABEND" USING sqs-op-err-msg
006343     END-IF
006344     IF BGC-PARTITION-NUMBER IS NOT NUMERIC
006345         OR BGC-PARTITION-NUMBER < 1
006346         OR BGC-PARTITION-NUMBER > BGC-PARTITION-COUNT
006347         DISPLAY 'PARTITION NUMBER MUST BE 1 TO '
006348             BGC-PARTITION-COUNT ' - GOT "'
006349             BGC-PARTITION-NUMBER '"'
006350         MOVE 'BAD BRIDGECT PARTITION NUMBER' TO sqs-op-err-msg
006351         CALL "FORCEABEND" USING sqs-op-err-msg
006352     END-IF
006353     IF NOT BRG-JOURNAL-WANTED
006354         DISPLAY 'A PARTITIONED EXTRACT MUST KEEP THE JOURNAL - '
006355             'SET THE JOURNAL FLAG'
006356         MOVE 'PARTITIONED EXTRACT WITHOUT JOURNAL'
006357             TO sqs-op-err-msg
006358         CALL "FORCEABEND" USING sqs-op-err-msg
006359     END-IF
006360     MOVE BGC-PARTITION-COUNT TO sqs-partition-count
006361     MOVE BGC-PARTITION-NUMBER TO sqs-home-partition-id
006362     IF BGC-STEP-ID = SPACES OR BGC-STEP-ID = LOW-VALUES
006363         MOVE SPACES TO sqs-partition-step-id
006364         STRING 'PART' BGC-PARTITION-NUMBER DELIMITED BY SIZE
006365             INTO sqs-partition-step-id
006366     ELSE
006367         MOVE BGC-STEP-ID TO sqs-partition-step-id
006368     END-IF
006369     IF BGC-LEASE-SECONDS IS NUMERIC AND BGC-LEASE-SECONDS > 0
006370         MOVE BGC-LEASE-SECONDS TO sqs-lease-seconds
006371     END-IF
006372     IF BGC-FOREIGN-LIMIT IS NUMERIC
006373         MOVE BGC-FOREIGN-LIMIT TO sqs-foreign-limit
006374     END-IF
006375     MOVE sqs-partition-step-id TO sqs-ckpt-step-id
006376     MOVE sqs-partition-step-id TO sqs-journal-step-id
006377     MOVE sqs-partition-step-id TO sqs-stat-step-id
006378     MOVE sqs-home-partition-id TO sqs-message-partition-id
006379     MOVE sqs-message-partition-x TO sqs-stat-partition-id
006380     DISPLAY 'PARTITIONED EXTRACT - PARTITION '
006381         sqs-home-partition-id ' OF ' sqs-partition-count
006382         ' AS STEP ' sqs-partition-step-id
006383         ' LEASE ' sqs-lease-seconds ' SECONDS'.
006384 1960-EXIT.
006385     EXIT.

006386*----------------------------------------------------------------
006387*   1970-OPEN-LEASE-FILE - PARTITIONED EXTRACT ONLY. EVERY STEP OF
006388*   THE QUEUE SHARES THE ONE SQSLEASE DATASET, SO IT IS OPENED
006389*   I-O; THE FIRST STEP EVER TO RUN CREATES IT. WITHOUT IT NO STEP
006390*   CAN KNOW WHICH GROUPS ARE ITS OWN, SO A FAILED OPEN ENDS THE
006391*   RUN.
006392*----------------------------------------------------------------
006393 1970-OPEN-LEASE-FILE.
006394     OPEN I-O SQS-LEASE-FILE
006395     IF lease-file-missing
006396         OPEN OUTPUT SQS-LEASE-FILE
006397         IF lease-file-ok
006398             CLOSE SQS-LEASE-FILE
006399             OPEN I-O SQS-LEASE-FILE
006400         END-IF
006401     END-IF
006402     IF lease-file-ok
006403         SET sqs-lease-available TO TRUE
006404     ELSE
006405         DISPLAY 'ERROR OPENING PARTITION LEASE FILE - '
006406             'FILE STATUS '
006407             sqs-lease-file-status
006408         MOVE 'SQSLEASE OPEN FAILED' TO sqs-op-err-msg
006409         CALL "FORCEABEND" USING sqs-op-err-msg
006410     END-IF.
006411 1970-EXIT.
006412     EXIT.

006413*----------------------------------------------------------------
006414*   2000-LOAD-RUN - ONE ENVELOPED SEND PER INPUT RECORD. THE
006415*   EXPECTED-SENT CONTROL TOTAL IS SET FROM THE RECORD COUNT AT
006416*   END OF FILE SO Print-sqs-reconciliation-report PROVES THE
006417*   RUN DROPPED NOTHING.
006418*----------------------------------------------------------------
006419 2000-LOAD-RUN.
006420     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
006421     PERFORM 2200-SEND-ONE-RECORD THRU 2200-EXIT
006422         UNTIL BRG-INPUT-END-OF-FILE
006423            OR (BRG-TOTAL-MESSAGE-CAP > 0
006424                AND BRG-SENDS-ATTEMPTED NOT LESS THAN
006430                    BRG-TOTAL-MESSAGE-CAP)
006431*    A PARTLY FILLED PACK IS STILL PENDING AT END OF FILE
006432     IF BRG-PACKING-WANTED AND sqs-pack-record-count > 0
006433         AND (BRG-TOTAL-MESSAGE-CAP = 0
006434              OR BRG-SENDS-ATTEMPTED < BRG-TOTAL-MESSAGE-CAP)
006435         PERFORM 2700-SEND-PACK THRU 2700-EXIT
006436     END-IF
006440*    THE CONTROL TOTAL IS THE SENDS ATTEMPTED, NOT THE RECORDS
006450*    READ - A CAPPED RUN READS ONE RECORD AHEAD THAT IT NEVER
006460*    TRIES TO SEND, AND THAT RECORD MUST NOT COUNT AS DROPPED.
006470     MOVE BRG-SENDS-ATTEMPTED TO recon-expected-sent-count
006475     MOVE BRG-RECORDS-ATTEMPTED TO recon-records-expected
006480     IF BRG-TRAILER-WANTED AND BRG-MESSAGES-SENT > 0
006490         PERFORM Send-sqs-control-trailer
006500         ADD 1 TO recon-expected-sent-count
006830         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
006840         GO TO 2200-EXIT
006850     END-IF
006851     IF BRG-PACKING-WANTED
006852         PERFORM 2600-PACK-ONE-RECORD THRU 2600-EXIT
006853         IF NOT BRG-RECORD-TOO-BIG
006854             PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
006855             GO TO 2200-EXIT
006856         END-IF
006857     END-IF
006860     IF sqs-queue-held
006870         PERFORM 2300-COMPUTE-BODY-LENGTH THRU 2300-EXIT
006880         PERFORM Stamp-sqs-group-sequence
006940         GO TO 2200-EXIT
006950     END-IF
006960     ADD 1 TO BRG-SENDS-ATTEMPTED
006964     ADD 1 TO BRG-RECORDS-ATTEMPTED
006970     MOVE 'SNDSMSG  ' TO sqs-command
006980     PERFORM 2300-COMPUTE-BODY-LENGTH THRU 2300-EXIT
006990     PERFORM Stamp-sqs-group-sequence
007000     PERFORM Pace-sqs-send
007010     MOVE 0 TO sqs-sent-messages-count
007020     MOVE 0 TO sqs-received-messages-count
007024     PERFORM Sign-sqs-envelope
007030     CALL "SQSOP" using sqs-request-area sqs-response-area
007040     PERFORM Write-sqs-audit-record
007050     PERFORM Accumulate-sqs-reconciliation-totals
007060     PERFORM Checksqs-op-result
007070     IF sqs-op-result = 0
007080         ADD 1 TO BRG-MESSAGES-SENT
007084         ADD 1 TO recon-records-sent
007090         IF BRG-TRAILER-WANTED
007100             PERFORM Accumulate-sqs-send-totals
007110         END-IF
008370     MOVE BRG-SOURCE-SYSTEM-ID TO rej-source-system-id
008380     MOVE 2048 TO rej-body-length
008390     MOVE BRG-INPUT-RECORD TO rej-body
008392     MOVE 0 TO rej-record-number
008394     MOVE 0 TO rej-record-count
008400     WRITE sqs-reject-record
008410     DISPLAY 'INPUT RECORD ' BRG-RECORDS-READ
008420         ' FAILED TRANSFORMATION - REJECTED'.
008430 2500-EXIT.
008431     EXIT.

008432*----------------------------------------------------------------
008433*   2600-PACK-ONE-RECORD - ADD THE (TRANSFORMED) RECORD TO THE
008434*   PENDING PACK (SQSMPKCK.CPY). A FULL PACK IS SENT FIRST AND THE
008435*   RECORD STARTS THE NEXT ONE. A RECORD TOO BIG FOR EVEN AN EMPTY
008436*   PACK COMES BACK BRG-RECORD-TOO-BIG IN env-body, AND THE CALLER
008437*   SENDS IT ON ITS OWN AS BEFORE.
008438*----------------------------------------------------------------
008439 2600-PACK-ONE-RECORD.
008440     SET BRG-RECORD-PACKED TO TRUE
008441     PERFORM 2300-COMPUTE-BODY-LENGTH THRU 2300-EXIT
008442     MOVE env-body TO sqs-pack-record
008443     MOVE env-body-length TO sqs-pack-record-length
008444     PERFORM Add-sqs-pack-record
008445     IF sqs-pack-record-refused AND sqs-pack-record-count > 0
008446         PERFORM 2700-SEND-PACK THRU 2700-EXIT
008447*        THE SEND JUST MADE MAY HAVE REACHED THE MESSAGE CAP - THE
008448*        RECORD IS THEN READ AHEAD LIKE ANY OTHER AND NEVER SENT
008449         IF BRG-TOTAL-MESSAGE-CAP > 0
008450             AND BRG-SENDS-ATTEMPTED NOT LESS THAN
008451                 BRG-TOTAL-MESSAGE-CAP
008452             GO TO 2600-EXIT
008453         END-IF
008454         PERFORM Add-sqs-pack-record
008455     END-IF
008456     IF sqs-pack-record-refused
008457         SET BRG-RECORD-TOO-BIG TO TRUE
008458         MOVE sqs-pack-record TO env-body
008459     END-IF.
008460 2600-EXIT.
008461     EXIT.

008462*----------------------------------------------------------------
008463*   2700-SEND-PACK - ONE MESSAGE FOR THE WHOLE PENDING PACK, THEN
008464*   A FRESH PACK. THE CONTROL TOTALS ARE STILL KEPT PER RECORD, SO
008465*   THE CONSUMER'S VERIFY ADDS UP THE SAME WAY PACKED OR NOT.
008466*----------------------------------------------------------------
008467 2700-SEND-PACK.
008468     PERFORM Build-sqs-packed-message
008469     IF sqs-queue-held
008470         IF BRG-TRAILER-WANTED
008471             PERFORM 2720-ACCUMULATE-PACK-TOTALS THRU 2720-EXIT
008472         END-IF
008473         PERFORM 2710-PACK-TO-ENVELOPE THRU 2710-EXIT
008474         PERFORM Stamp-sqs-group-sequence
008475         PERFORM Spool-sqs-held-send
008476         PERFORM Start-sqs-pack
008477         GO TO 2700-EXIT
008478     END-IF
008479     ADD 1 TO BRG-SENDS-ATTEMPTED
008480     ADD sqs-pack-record-count TO BRG-RECORDS-ATTEMPTED
008481     MOVE 'SNDSMSG  ' TO sqs-command
008482     PERFORM Stamp-sqs-group-sequence
008483     PERFORM Pace-sqs-send
008484     MOVE SPACES TO sqs-large-message-body
008485     MOVE sqs-pack-image TO sqs-large-message-body
008486     MOVE sqs-pack-image-length TO sqs-large-message-length
008487     PERFORM Send-sqs-large-message THRU
008488         Send-sqs-large-message-exit
008489     IF sqs-op-result = 0
008490         ADD 1 TO BRG-MESSAGES-SENT
008491         ADD sqs-pack-record-count TO recon-records-sent
008492         IF BRG-TRAILER-WANTED
008493             PERFORM 2720-ACCUMULATE-PACK-TOTALS THRU 2720-EXIT
008494         END-IF
008495     ELSE
008496         ADD 1 TO BRG-SEND-FAILURES
008497         DISPLAY 'SEND FAILED FOR PACK OF ' sqs-pack-record-count
008498             ' RECORDS ENDING AT INPUT RECORD ' BRG-RECORDS-READ
008499         DISPLAY '  RESULT CODE ' sqs-op-result
008500     END-IF
008501     MOVE BRG-MESSAGES-SENT TO sqs-stat-message-count
008502     PERFORM Update-sqs-run-status
008503     PERFORM Start-sqs-pack.
008504 2700-EXIT.
008505     EXIT.

008506*----------------------------------------------------------------
008507*   2710-PACK-TO-ENVELOPE - A HELD PACK IS SPOOLED AS THE ENVELOPE
008508*   IT WILL BE SENT AS: INLINE WHEN IT FITS THE BODY, OTHERWISE
008509*   STORED IN CLAIMPAY NOW AND SPOOLED AS ITS POINTER
008510*----------------------------------------------------------------
008511 2710-PACK-TO-ENVELOPE.
008512     MOVE SPACES TO sqs-large-message-body
008513     MOVE sqs-pack-image TO sqs-large-message-body
008514     MOVE sqs-pack-image-length TO sqs-large-message-length
008515     MOVE SPACES TO env-body
008516     IF sqs-pack-image-length > sqs-claim-inline-limit
008517         PERFORM Store-sqs-claim-payload THRU
008518             Store-sqs-claim-payload-exit
008519         STRING sqs-claim-eye-catcher sqs-claim-id
008520             DELIMITED BY SIZE INTO env-body
008521         MOVE 50 TO env-body-length
008522     ELSE
008523         MOVE sqs-pack-image (1 : 2048) TO env-body
008524         MOVE sqs-pack-image-length TO env-body-length
008525     END-IF.
008526 2710-EXIT.
008527     EXIT.

008528*----------------------------------------------------------------
008529*   2720-ACCUMULATE-PACK-TOTALS - THE TRAILER HASHES EACH RECORD
008530*   OF THE PACK, NOT THE PACKED IMAGE
008531*----------------------------------------------------------------
008532 2720-ACCUMULATE-PACK-TOTALS.
008533     PERFORM 2730-ACCUMULATE-ONE-RECORD THRU 2730-EXIT
008534         VARYING sqs-pack-sub FROM 1 BY 1
008535         UNTIL sqs-pack-sub > sqs-pack-record-count.
008536 2720-EXIT.
008537     EXIT.

008538*----------------------------------------------------------------
008539*   2730-ACCUMULATE-ONE-RECORD
008540*----------------------------------------------------------------
008541 2730-ACCUMULATE-ONE-RECORD.
008542     MOVE SPACES TO env-body
008543     IF pck-record-length (sqs-pack-sub) > 0
008544         MOVE sqs-pack-data (pck-record-offset (sqs-pack-sub) :
008545             pck-record-length (sqs-pack-sub))
008546             TO env-body (1 : pck-record-length (sqs-pack-sub))
008547     END-IF
008548     PERFORM Accumulate-sqs-send-totals.
008549 2730-EXIT.
008550     EXIT.

008551*----------------------------------------------------------------
008552*   3000-EXTRACT-RUN - CHECKPOINTED DRAIN: RECEIVE, WRITE THE
008553*   OUTPUT RECORD, CHECKPOINT, THEN DELETE - THE SAME ORDERING
008554*   SQSCKPTWR.CPY DOCUMENTS, SO A STEP THAT DIES MID-MESSAGE
008555*   NEVER LOSES OR DOUBLE-WRITES ONE
008556*----------------------------------------------------------------
008557 3000-EXTRACT-RUN.
008558     IF sqs-queue-held
008559         DISPLAY 'CONSUME SKIPPED - QUEUE IS OPERATOR-HELD'
008560         ADD 1 TO sqs-held-recv-skipped
008561         SET BRG-QUEUE-EMPTY TO TRUE
008562     END-IF
008563     IF sqs-lease-available AND NOT sqs-queue-held
008564         PERFORM Start-sqs-partitioned-consume
008565     END-IF
008570     PERFORM 3100-EXTRACT-ONE-MESSAGE THRU 3100-EXIT
008580         UNTIL BRG-QUEUE-EMPTY
008585            OR sqs-foreign-limit-reached
008590            OR (BRG-TOTAL-MESSAGE-CAP > 0
008600                AND BRG-MESSAGES-EXTRACTED NOT LESS THAN
008610                    BRG-TOTAL-MESSAGE-CAP).
008650*   3100-EXTRACT-ONE-MESSAGE
008660*----------------------------------------------------------------
008670 3100-EXTRACT-ONE-MESSAGE.
008675     PERFORM Renew-sqs-partition-leases
008680     MOVE 'RCVSMSG  ' TO sqs-command
008690     MOVE 0 TO sqs-sent-messages-count
008700     MOVE 0 TO sqs-received-messages-count
008790     IF sqs-op-result NOT = 0
008800         GO TO 3100-EXIT
008810     END-IF
008811*    A MESSAGE OF ANOTHER LIVE PARTITION IS PUT BACK UNTOUCHED
008812*    BEFORE ANYTHING ELSE SEES IT (3110).
008813     PERFORM 3110-CLAIM-MESSAGE THRU 3110-EXIT
008814     IF sqs-message-foreign
008815         GO TO 3100-EXIT
008816     END-IF
008820     PERFORM Measure-sqs-message-latency
008830     PERFORM Capture-sqs-consumed-message
008840     PERFORM Check-sqs-group-sequence
008890         ADD 1 TO BRG-MESSAGES-SKIPPED
008900         MOVE 'DUP ' TO sqs-journal-disposition
008910     ELSE
008914         PERFORM 3300-OPEN-MESSAGE THRU 3300-EXIT
008918         IF sqs-pack-message-damaged
008922             PERFORM 3600-REJECT-DAMAGED-PACK THRU 3600-EXIT
008926         ELSE
008930             PERFORM 3150-EXTRACT-ONE-RECORD THRU 3150-EXIT
008934                 VARYING sqs-pack-sub FROM 1 BY 1
008938                 UNTIL sqs-pack-sub > sqs-pack-record-count
008942             PERFORM 3350-CLOSE-MESSAGE THRU 3350-EXIT
008950         END-IF
008960*        A TRANSFORM-REJECTED MESSAGE, A DAMAGED PACK OR A TRAILER
008970*        WAS STILL HANDLED - IT IS CHECKPOINTED AND DELETED LIKE
008980*        ANY OTHER.
009190         PERFORM Write-sqs-checkpoint-record
009200     END-IF
009210*    THE JOURNAL ROW GOES DOWN BEFORE THE DELETE DESTROYS THE ONLY
009400     EXIT.

009410*----------------------------------------------------------------
009411*   3110-CLAIM-MESSAGE - UNDER A PARTITIONED EXTRACT A MESSAGE OF
009412*   ANOTHER LIVE STEP'S GROUP GOES BACK ON THE QUEUE; ONE OF OURS
009413*   STAMPS ITS PARTITION ON THE CHECKPOINT AND JOURNAL RECORDS
009414*----------------------------------------------------------------
009415 3110-CLAIM-MESSAGE.
009416     PERFORM Check-sqs-message-ownership
009417     IF sqs-message-foreign
009418         PERFORM Return-sqs-foreign-message
009419         GO TO 3110-EXIT
009420     END-IF
009421     IF sqs-lease-available
009422         MOVE sqs-message-partition-x TO sqs-ckpt-partition-id
009423         MOVE sqs-message-partition-x TO sqs-journal-partition-id
009424     END-IF
009425     MOVE 0 TO sqs-journal-record-count
009426     MOVE 0 TO sqs-journal-rejected-count.
009427 3110-EXIT.
009428     EXIT.

009429*----------------------------------------------------------------
009430*   3150-EXTRACT-ONE-RECORD - ONE BUSINESS RECORD OF THE MESSAGE:
009431*   THE WHOLE BODY OF AN ORDINARY MESSAGE, OR THE NEXT RECORD OUT
009432*   OF A PACKED ONE MOVED INTO env-body, SO THE TRAILER CHECK, THE
009433*   TRANSFORMATION AND THE OUTPUT RECORD SEE EVERY RECORD EXACTLY
009434*   AS THEY WOULD AN UNPACKED MESSAGE
009435*----------------------------------------------------------------
009436 3150-EXTRACT-ONE-RECORD.
009437     IF sqs-pack-message-packed
009438         PERFORM Get-sqs-packed-record
009439         MOVE sqs-pack-record TO env-body
009440         MOVE sqs-pack-record-length TO env-body-length
009441     END-IF
009442     SET sqs-ctot-message-is-data TO TRUE
009443     IF BRG-TRAILER-WANTED
009444         PERFORM Check-sqs-control-trailer
009445     END-IF
009446     IF sqs-ctot-message-is-trailer
009447*        THE TRAILER IS PROTOCOL, NOT DATA - IT IS NEVER
009448*        WRITTEN TO BRIDGEOUT, JUST CHECKPOINTED AND DELETED
009449         ADD 1 TO BRG-TRAILERS-RECEIVED
009450         MOVE 'TRLR' TO sqs-journal-disposition
009451     ELSE
009452         ADD 1 TO recon-records-received
009453         MOVE 'EXTR' TO sqs-journal-disposition
009454         PERFORM 2400-TRANSFORM-BODY THRU 2400-EXIT
009455         IF BRG-XFM-FAILED
009456             MOVE 'XFM ' TO sqs-journal-disposition
009457             ADD 1 TO BRG-MESSAGE-REJECTS
009458             PERFORM 3500-REJECT-EXTRACT-MESSAGE THRU 3500-EXIT
009459         ELSE
009460             IF BRG-XFM-ACTIVE
009461                 PERFORM 2300-COMPUTE-BODY-LENGTH THRU 2300-EXIT
009462             END-IF
009463             PERFORM 3200-WRITE-OUTPUT-RECORD THRU 3200-EXIT
009464             ADD 1 TO BRG-MESSAGE-OUTPUTS
009465             ADD 1 TO BRG-RECORDS-EXTRACTED
009466         END-IF
009467     END-IF.
009468 3150-EXIT.
009469     EXIT.

009470*----------------------------------------------------------------
009471*   3200-WRITE-OUTPUT-RECORD - ENVELOPE FIELDS FIRST, BODY AFTER
009472*----------------------------------------------------------------
009473 3200-WRITE-OUTPUT-RECORD.
009474     MOVE SPACES TO BRG-OUTPUT-RECORD
009475     MOVE env-source-system-id TO BRG-OUT-SOURCE-SYSTEM-ID
009476     MOVE env-send-timestamp TO BRG-OUT-SEND-TIMESTAMP
009480     MOVE env-correlation-id TO BRG-OUT-CORRELATION-ID
009490     MOVE sqs-message-id TO BRG-OUT-MESSAGE-ID
009500     MOVE env-body-length TO BRG-OUT-BODY-LENGTH
009510     MOVE env-body TO BRG-OUT-BODY
009520     WRITE BRG-OUTPUT-RECORD.
009530 3200-EXIT.
009531     EXIT.

009532*----------------------------------------------------------------
009533*   3300-OPEN-MESSAGE - DECIDE WHETHER THE MESSAGE IS ONE RECORD
009534*   OR A PACK OF THEM (SQSMPKCK.CPY). A CLAIM-CHECK POINTER IS
009535*   ONLY RESOLVED TO LOOK FOR A PACK BEHIND IT - A POINTER TO AN
009536*   ORDINARY OVERSIZE PAYLOAD IS STILL EXTRACTED AS IT ARRIVED,
009537*   AND WITHOUT A CLAIMPAY DD EVERY POINTER IS.
009538*----------------------------------------------------------------
009539 3300-OPEN-MESSAGE.
009540     MOVE 0 TO BRG-MESSAGE-OUTPUTS
009541     MOVE 0 TO BRG-MESSAGE-REJECTS
009542     MOVE env-body TO BRG-SAVED-BODY
009543     MOVE env-body-length TO BRG-SAVED-BODY-LENGTH
009544     SET sqs-pack-message-single TO TRUE
009545     MOVE 1 TO sqs-pack-record-count
009546     IF env-body (1 : 10) = sqs-claim-eye-catcher
009547         AND BRG-CLAIM-AVAILABLE
009548         PERFORM Resolve-sqs-claim-message THRU
009549             Resolve-sqs-claim-message-exit
009550         IF sqs-large-message-length > 0
009551             AND sqs-large-message-body (1 : 10)
009552                 = sqs-pack-eye-catcher
009553             MOVE sqs-large-message-body TO sqs-pack-image
009554             MOVE sqs-large-message-length
009555                 TO sqs-pack-image-length
009556             PERFORM Open-sqs-packed-message
009557         END-IF
009558     END-IF
009559     IF env-body (1 : 10) = sqs-pack-eye-catcher
009560         MOVE env-body TO sqs-pack-image (1 : 2048)
009561         MOVE 2048 TO sqs-pack-image-length
009562         IF env-body-length IS NUMERIC
009563             AND env-body-length NOT > 2048
009564             MOVE env-body-length TO sqs-pack-image-length
009565         END-IF
009566         PERFORM Open-sqs-packed-message
009567     END-IF
009568     IF NOT sqs-pack-message-single
009569         SET recon-record-level-wanted TO TRUE
009570     END-IF.
009571 3300-EXIT.
009572     EXIT.

009573*----------------------------------------------------------------
009574*   3350-CLOSE-MESSAGE - A PACKED MESSAGE'S ORIGINAL BODY GOES
009575*   BACK INTO THE ENVELOPE FOR THE JOURNAL, SO A REBUILD REPLAYS
009576*   THE MESSAGE THAT ARRIVED, NOT ITS LAST RECORD. IT COUNTS AS
009577*   EXTRACTED IF ANY OF ITS RECORDS REACHED BRIDGEOUT.
009578*----------------------------------------------------------------
009579 3350-CLOSE-MESSAGE.
009580     IF BRG-MESSAGE-OUTPUTS > 0
009581         ADD 1 TO BRG-MESSAGES-EXTRACTED
009582     END-IF
009583     IF sqs-pack-message-packed
009584         MOVE BRG-SAVED-BODY TO env-body
009585         MOVE BRG-SAVED-BODY-LENGTH TO env-body-length
009586         IF BRG-MESSAGE-OUTPUTS > 0
009587             MOVE 'EXTR' TO sqs-journal-disposition
009588         END-IF
009589     END-IF
009590     MOVE sqs-pack-record-count TO sqs-journal-record-count
009591     MOVE BRG-MESSAGE-REJECTS TO sqs-journal-rejected-count.
009592 3350-EXIT.
009593     EXIT.

009594*----------------------------------------------------------------
009595*   3500-REJECT-EXTRACT-MESSAGE - THE WHOLE ENVELOPE, REASON
009596*   'XFM ', SAME RECORD SHAPE THE VALIDATION GATE WRITES
009597*----------------------------------------------------------------
009598 3500-REJECT-EXTRACT-MESSAGE.
009600     MOVE SPACES TO sqs-reject-record
009610     ACCEPT rej-date FROM DATE YYYYMMDD
009620     ACCEPT rej-time FROM TIME
009680     MOVE env-correlation-id TO rej-correlation-id
009690     MOVE env-body-length TO rej-body-length
009700     MOVE env-body TO rej-body
009701     MOVE env-signature-key-ref TO rej-signature-key-ref
009702     MOVE env-signature TO rej-signature
009703     IF sqs-pack-message-packed
009704         MOVE sqs-pack-sub TO rej-record-number
009705         MOVE sqs-pack-record-count TO rej-record-count
009706     ELSE
009707         MOVE 0 TO rej-record-number
009708         MOVE 0 TO rej-record-count
009709     END-IF
009710     WRITE sqs-reject-record
009720     DISPLAY 'MESSAGE ' sqs-message-id
009730     DISPLAY '  FAILED TRANSFORMATION - REJECTED'.
009740 3500-EXIT.
009741     EXIT.

009742*----------------------------------------------------------------
009743*   3600-REJECT-DAMAGED-PACK - A PACKED MESSAGE WHOSE RECORD
009744*   DIRECTORY DOES NOT HOLD TOGETHER, REASON 'PAK '. NO RECORD IN
009745*   IT CAN BE TRUSTED, SO THE WHOLE MESSAGE GOES TO THE REJECT
009746*   FILE AS IT ARRIVED AND NOTHING REACHES BRIDGEOUT.
009747*----------------------------------------------------------------
009748 3600-REJECT-DAMAGED-PACK.
009749     PERFORM 3610-OPEN-REJECT-FILE THRU 3610-EXIT
009750     MOVE 'PAK ' TO sqs-journal-disposition
009751     MOVE 1 TO sqs-journal-record-count
009752     MOVE 1 TO sqs-journal-rejected-count
009753     MOVE SPACES TO sqs-reject-record
009754     ACCEPT rej-date FROM DATE YYYYMMDD
009755     ACCEPT rej-time FROM TIME
009756     MOVE 'PAK ' TO rej-reason-code
009757     MOVE sqs-message-id TO rej-message-id
009758     MOVE queue-name TO rej-queue-name
009759     MOVE env-source-system-id TO rej-source-system-id
009760     MOVE env-send-timestamp TO rej-send-timestamp
009761     MOVE env-correlation-id TO rej-correlation-id
009762     MOVE env-body-length TO rej-body-length
009763     MOVE env-body TO rej-body
009764     MOVE env-signature-key-ref TO rej-signature-key-ref
009765     MOVE env-signature TO rej-signature
009766     MOVE 0 TO rej-record-number
009767     MOVE 0 TO rej-record-count
009768     WRITE sqs-reject-record
009769     DISPLAY 'MESSAGE ' sqs-message-id
009770     DISPLAY '  PACKED RECORD DIRECTORY IS DAMAGED - REJECTED'.
009771 3600-EXIT.
009772     EXIT.

009773*----------------------------------------------------------------
009774*   3610-OPEN-REJECT-FILE - A RUN WITH TRANSFORMATION ACTIVE
009775*   OPENED THE REJECT FILE AT START-UP; ANY OTHER EXTRACT OPENS IT
009776*   ONLY WHEN THE FIRST DAMAGED PACK TURNS UP. A REJECT THAT
009777*   CANNOT BE WRITTEN WOULD LOSE THE MESSAGE, SO A FAILED OPEN
009778*   ABENDS.
009779*----------------------------------------------------------------
009780 3610-OPEN-REJECT-FILE.
009781     IF BRG-XFM-ACTIVE OR BRG-REJECT-OPEN
009782         GO TO 3610-EXIT
009783     END-IF
009784     OPEN OUTPUT SQS-REJECT-FILE
009785     IF sqs-reject-file-status NOT = '00'
009786         DISPLAY 'ERROR OPENING REJECT FILE - FILE STATUS '
009787             sqs-reject-file-status
009788         MOVE 'SQSREJ OPEN FAILED' TO sqs-op-err-msg
009789         CALL "FORCEABEND" USING sqs-op-err-msg
009790     END-IF
009791     SET BRG-REJECT-OPEN TO TRUE.
009792 3610-EXIT.
009793     EXIT.

009794*----------------------------------------------------------------
009795*   8000-FINALIZE
009796*----------------------------------------------------------------
009797 8000-FINALIZE.
009800     IF BRG-MODE-LOAD
009810         CLOSE BRIDGE-INPUT-FILE
009820     ELSE
009890         DISPLAY 'MESSAGES SENT       : ' BRG-MESSAGES-SENT
009900         DISPLAY 'SEND FAILURES       : ' BRG-SEND-FAILURES
009910         PERFORM Print-sqs-pacing-report
009915         PERFORM 8100-PRINT-LOAD-COUNTS THRU 8100-EXIT
009920     ELSE
009930         DISPLAY 'MESSAGES EXTRACTED  : '
009940             BRG-MESSAGES-EXTRACTED
010020             DISPLAY 'MESSAGES JOURNALED  : '
010030                 sqs-messages-journaled
010040         END-IF
010041         PERFORM 8200-PRINT-EXTRACT-COUNTS THRU 8200-EXIT
010042         IF sqs-lease-available
010043             PERFORM Release-sqs-partition-leases
010044             PERFORM Print-sqs-partition-report
010045             CLOSE SQS-LEASE-FILE
010046         END-IF
010050     END-IF
010060     IF BRG-TRAILER-WANTED AND NOT BRG-MODE-LOAD
010070         DISPLAY 'TRAILERS RECEIVED   : ' BRG-TRAILERS-RECEIVED
010080         PERFORM Verify-sqs-control-totals
010085         SET sqs-stat-ctot-verified TO TRUE
010090     END-IF
010100     IF BRG-XFM-ACTIVE
010110         DISPLAY 'RECORDS TRANSFORMED : '
010200     END-IF
010210     IF NOT BRG-MODE-LOAD
010220         PERFORM Print-sqs-latency-report
010222         IF sqs-lath-available
010224             PERFORM Write-sqs-latency-history
010226             CLOSE SQS-LATENCY-HISTORY-FILE
010228         END-IF
010230     END-IF
010240     IF sqs-seqf-available
010250         PERFORM Print-sqs-sequence-gap-report
010300     END-IF
010310     IF sqs-journal-available
010320         CLOSE SQS-JOURNAL-FILE
010321     END-IF
010322     IF BRG-CLAIM-AVAILABLE
010323         CLOSE SQS-CLAIM-PAYLOAD-FILE
010324     END-IF
010325     IF BRG-REJECT-OPEN AND NOT BRG-XFM-ACTIVE
010326         CLOSE SQS-REJECT-FILE
010330     END-IF
010340     IF sqs-statf-available
010350         IF BRG-MODE-LOAD
010460     EXIT.

010470*----------------------------------------------------------------
010471*   8100-PRINT-LOAD-COUNTS - PACKING AND SIGNING FIGURES OF A
010472*   LOAD
010473*----------------------------------------------------------------
010474 8100-PRINT-LOAD-COUNTS.
010475     IF BRG-PACKING-WANTED
010476         DISPLAY 'PACKED MESSAGES     : ' sqs-packs-built
010477         DISPLAY 'RECORDS PACKED      : '
010478             sqs-pack-records-packed
010479     END-IF
010480     IF sqs-sig-keys-loaded
010481         DISPLAY 'ENVELOPES SIGNED    : ' sqs-envelopes-signed
010482         DISPLAY 'ENVELOPES UNSIGNED  : '
010483             sqs-envelopes-unsigned
010484     END-IF.
010485 8100-EXIT.
010486     EXIT.

010487*----------------------------------------------------------------
010488*   8200-PRINT-EXTRACT-COUNTS - RECORD-LEVEL FIGURES OF AN
010489*   EXTRACT THAT OPENED PACKED MESSAGES
010490*----------------------------------------------------------------
010491 8200-PRINT-EXTRACT-COUNTS.
010492     IF recon-record-level-wanted
010493         DISPLAY 'PACKED MSGS OPENED  : ' sqs-packs-opened
010494         DISPLAY 'RECORDS UNPACKED    : '
010495             sqs-pack-records-unpacked
010496         DISPLAY 'RECORDS EXTRACTED   : '
010497             BRG-RECORDS-EXTRACTED
010498         DISPLAY 'DAMAGED PACKS       : ' sqs-packs-damaged
010499     END-IF.
010500 8200-EXIT.
010501     EXIT.

010502*----------------------------------------------------------------
010503*   CHECKPOINT / AUDIT / RECONCILIATION / RESULT CHECK
010504*   PARAGRAPHS - SHARED SUBSYSTEM COPYBOOKS
010505*----------------------------------------------------------------
010510     COPY SQSCKPTCK.
010520     COPY SQSSEQCK.
010530     COPY SQSLATCK.
010535     COPY SQSLATHWR.
010540     COPY SQSPACCK.
010550     COPY SQSSTATWR.
010560     COPY SQSCAPWR.
010570     COPY SQSCTOTCK.
010580     COPY SQSJRNWR.
010590     COPY SQSQHLDCK.
010592     COPY SQSCLMST.
010594     COPY SQSMPKCK.
010596     COPY SQSSIGCK.
010600     COPY SQSCKPTWR.
010610     COPY SQSMENVST.
010620     COPY SQSAUDWR.
010630     COPY SQSRECONP.
010640     COPY SQSRESCHK.
010650     COPY SQSLSECK.
010660     COPY SQSLSEWR.
