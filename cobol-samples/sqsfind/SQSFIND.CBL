000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSFIND.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. BUSINESS-KEY SEARCH - GIVEN A
000100*                 KEY VALUE AND ITS BODY OFFSET AND LENGTH
000110*                 (FINDCTL CARD, SQSFNDCF.CPY), SCANS EVERY
000120*                 DATASET THAT KEEPS MESSAGE BODIES - THE CONSUME
000130*                 JOURNAL (SQSJRNL.CPY), THE PARK FILE
000140*                 (SQSPARK.CPY), THE REJECT FILE (SQSREJ.CPY),
000150*                 THE CAPTURE DATASET (SQSCAPT.CPY), THE SQSDECOM
000160*                 ARCHIVE (SQSDCARC.CPY) AND THE CLAIM-CHECK
000170*                 PAYLOAD STORE (SQSCLMPAY.CPY) - AND LISTS EVERY
000180*                 HIT WITH ITS DATASET, QUEUE, TIMESTAMPS AND
000190*                 CORRELATION ID. SQSTRACE ONLY KNOWS CORRELATION
000200*                 IDS AND MESSAGE IDS; THE BUSINESS CALLS WITH A
000210*                 POLICY OR CLAIM NUMBER.
000212* 2026-10-15 RJM  A PACKED BODY (SQSMPKWS.CPY) IS SEARCHED RECORD
000214*                 BY RECORD, THE BODY FIELD OFFSET TAKEN WITHIN
000216*                 EACH RECORD; A PACK WITH A DAMAGED DIRECTORY IS
000218*                 COUNTED AND REPORTED AS NOT SEARCHED.
000220*-----------------------------------------------------------------
000230* EVERY HIT'S CORRELATION ID IS ALSO WRITTEN, ONCE, AS A
000240* READY-MADE SQSTRACE CARD (SQSTRCCF.CPY) TO THE OPTIONAL
000250* FINDTRC DD - POINT A FOLLOW-ON SQSTRACE STEP'S TRACECTL AT ONE
000260* OF THEM FOR THE FULL LIFECYCLE.
000270* THE CLAIM-CHECK STORE IS SEARCHED FIRST: A PAYLOAD THAT HITS IS
000280* REMEMBERED, AND ANY JOURNALED, PARKED, REJECTED, CAPTURED OR
000290* ARCHIVED MESSAGE WHOSE BODY IS THE POINTER ENVELOPE FOR THAT
000300* PAYLOAD (SQSCLAIM.CPY) IS A HIT TOO - THE POINTER IS WHAT
000310* CARRIES THE QUEUE AND CORRELATION ID THE PAYLOAD LACKS. A
000320* PAYLOAD'S SOURCE SYSTEM IS THE FIRST EIGHT BYTES OF ITS CLAIM
000330* ID.
000340* EVERY INPUT EXCEPT THE SEARCH CARD IS OPTIONAL, SAME DOCTRINE AS
000350* SQSTRACE - A MISSING DD IS REPORTED AS NOT SEARCHED.
000360* CONCATENATE AS MANY DAILY JOURNALS UNDER SQSJRNL AS THE
000370* SEARCH NEEDS.
000372* A PACKED BODY OR PAYLOAD (SQSMPKCK.CPY) HOLDS SEVERAL BUSINESS
000374* RECORDS, SO THE FINDCTL OFFSET IS APPLIED TO EACH PACKED RECORD
000376* IN TURN AND THE HIT NAMES THE RECORD THAT MATCHED.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FIND-CONTROL-FILE ASSIGN TO FINDCTL
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS FND-FINDCTL-FILE-STATUS.
000450     SELECT TRACE-CARD-FILE ASSIGN TO FINDTRC
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS FND-FINDTRC-FILE-STATUS.
000480     SELECT SQS-CLAIM-PAYLOAD-FILE ASSIGN TO CLAIMPAY
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS DYNAMIC
000510            RECORD KEY IS clm-claim-id
000520            FILE STATUS IS sqs-claim-file-status.
000530     SELECT SQS-JOURNAL-FILE ASSIGN TO SQSJRNL
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS sqs-journal-file-status.
000560     SELECT SQS-PARK-FILE ASSIGN TO SQSPARK
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS DYNAMIC
000590            RECORD KEY IS park-message-id
000600            FILE STATUS IS sqs-park-file-status.
000610     SELECT SQS-REJECT-FILE ASSIGN TO SQSREJ
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS sqs-reject-file-status.
000640     SELECT SQS-CAPTURE-FILE ASSIGN TO CAPTURE
000650            ORGANIZATION IS INDEXED
000660            ACCESS MODE IS DYNAMIC
000670            RECORD KEY IS capt-key
000680            FILE STATUS IS sqs-capture-file-status.
000690     SELECT DECOM-ARCHIVE-FILE ASSIGN TO DECOMARC
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS IS FND-ARCHIVE-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  FIND-CONTROL-FILE
000760     RECORDING MODE IS F.
000770     COPY SQSFNDCF.
000780 FD  TRACE-CARD-FILE
000790     RECORDING MODE IS F.
000800     COPY SQSTRCCF.
000810     COPY SQSCLMPAY.
000820     COPY SQSJRNL.
000830     COPY SQSPARK.
000840     COPY SQSREJ.
000850     COPY SQSCAPT.
000860 FD  DECOM-ARCHIVE-FILE
000870     RECORDING MODE IS F.
000880     COPY SQSDCARC.
000890
000900 WORKING-STORAGE SECTION.
000910     COPY SQSCLAIM.
000920     COPY SQSJRNWS.
000930     COPY SQSPARKWS.
000940     COPY SQSCAPWS.
000945     COPY SQSMPKWS.
000950
000960 01  FND-SWITCHES.
000970     05 FND-EOF-SWITCH PIC X(1) VALUE 'N'.
000980        88 FND-END-OF-FILE VALUE 'Y'.
000990     05 FND-ENVELOPE-RANGE-SW PIC X(1) VALUE 'N'.
001000        88 FND-FIELD-IN-ENVELOPE VALUE 'Y'.
001010     05 FND-TRACE-OUT-SW PIC X(1) VALUE 'N'.
001020        88 FND-TRACE-CARDS-WANTED VALUE 'Y'.
001030     05 FND-HIT-SWITCH PIC X(1) VALUE 'N'.
001040        88 FND-BODY-HIT VALUE 'Y'.
001050     05 FND-CLAIM-AVAIL-SW PIC X(1) VALUE 'N'.
001060        88 FND-CLAIM-AVAILABLE VALUE 'Y'.
001070     05 FND-JOURNAL-AVAIL-SW PIC X(1) VALUE 'N'.
001080        88 FND-JOURNAL-AVAILABLE VALUE 'Y'.
001090     05 FND-PARK-AVAIL-SW PIC X(1) VALUE 'N'.
001100        88 FND-PARK-AVAILABLE VALUE 'Y'.
001110     05 FND-REJ-AVAIL-SW PIC X(1) VALUE 'N'.
001120        88 FND-REJ-AVAILABLE VALUE 'Y'.
001130     05 FND-CAPTURE-AVAIL-SW PIC X(1) VALUE 'N'.
001140        88 FND-CAPTURE-AVAILABLE VALUE 'Y'.
001150     05 FND-ARCHIVE-AVAIL-SW PIC X(1) VALUE 'N'.
001160        88 FND-ARCHIVE-AVAILABLE VALUE 'Y'.
001170
001180 01  FND-FILE-STATUSES.
001190     05 FND-FINDCTL-FILE-STATUS PIC X(2) VALUE '00'.
001200     05 FND-FINDTRC-FILE-STATUS PIC X(2) VALUE '00'.
001210     05 sqs-reject-file-status PIC X(2) VALUE '00'.
001220     05 FND-ARCHIVE-FILE-STATUS PIC X(2) VALUE '00'.
001230
001240* THE SEARCH CARD, COPIED OUT OF THE FD RECORD AREA BEFORE THE
001250* CLOSE - SAME REASON AS SQSTRACE'S TRC-SEARCH-KEY-VALUE.
001260 77  FND-SEARCH-KEY PIC X(40) VALUE SPACES.
001270 77  FND-SEARCH-OFFSET PIC 9(5) COMP-5 VALUE 0.
001280 77  FND-SEARCH-LENGTH PIC 9(4) COMP-5 VALUE 0.
001290 77  FND-SEARCH-END PIC 9(5) COMP-5 VALUE 0.
001300 77  FND-SEARCH-SOURCE PIC X(8) VALUE SPACES.
001310 77  FND-ABEND-MSG PIC X(256) VALUE SPACES.
001320 77  FND-SUB PIC 9(3) COMP-5 VALUE 0.
001330 77  FND-MATCH-SUB PIC 9(3) COMP-5 VALUE 0.
001340 77  FND-RECORDS-READ PIC 9(9) COMP-5 VALUE 0.
001350 77  FND-TOTAL-HITS PIC 9(9) COMP-5 VALUE 0.
001360 77  FND-CLAIM-HITS PIC 9(9) COMP-5 VALUE 0.
001370 77  FND-JOURNAL-HITS PIC 9(9) COMP-5 VALUE 0.
001380 77  FND-PARK-HITS PIC 9(9) COMP-5 VALUE 0.
001390 77  FND-REJ-HITS PIC 9(9) COMP-5 VALUE 0.
001400 77  FND-CAPTURE-HITS PIC 9(9) COMP-5 VALUE 0.
001410 77  FND-ARCHIVE-HITS PIC 9(9) COMP-5 VALUE 0.
001420 77  FND-CARDS-WRITTEN PIC 9(9) COMP-5 VALUE 0.
001430 77  FND-CLAIMS-OVERFLOWED PIC 9(9) COMP-5 VALUE 0.
001440 77  FND-CARDS-OVERFLOWED PIC 9(9) COMP-5 VALUE 0.
001450 77  FND-SEQUENCE-EDIT PIC Z(8)9.
001460* SCRATCH COPY OF THE BODY AND SOURCE SYSTEM OF THE RECORD IN
001470* HAND, WHICHEVER DATASET IT CAME FROM - 7000 JUDGES ONLY THESE.
001480 77  FND-WORK-BODY PIC X(2048) VALUE SPACES.
001490 77  FND-WORK-SOURCE PIC X(8) VALUE SPACES.
001500
001510* THE HIT IN HAND, FILLED BY EACH DATASET PASS FOR 7100.
001520 01  FND-HIT.
001530     05 FND-HIT-DATASET PIC X(8) VALUE SPACES.
001540     05 FND-HIT-QUEUE PIC X(200) VALUE SPACES.
001550     05 FND-HIT-DATE PIC 9(8) VALUE 0.
001560     05 FND-HIT-TIME PIC 9(8) VALUE 0.
001570     05 FND-HIT-SEND-TIMESTAMP PIC X(26) VALUE SPACES.
001580     05 FND-HIT-CORRELATION-ID PIC X(36) VALUE SPACES.
001590     05 FND-HIT-MESSAGE-ID PIC X(100) VALUE SPACES.
001600     05 FND-HIT-SOURCE PIC X(8) VALUE SPACES.
001610     05 FND-HIT-VIA-CLAIM PIC X(40) VALUE SPACES.
001620     05 FND-HIT-DETAIL PIC X(60) VALUE SPACES.
001625     05 FND-HIT-PACK-RECORD PIC 9(3) VALUE 0.
001630
001640* CLAIM IDS WHOSE PAYLOAD HIT - A POINTER ENVELOPE NAMING ONE OF
001650* THESE IS A HIT IN WHATEVER DATASET IT SITS.
001660 01  FND-CLAIM-TABLE.
001670     05 FND-CLAIM-COUNT PIC 9(3) COMP-5 VALUE 0.
001680     05 FND-CLAIM-ID-ENTRY OCCURS 100 TIMES
001690        PIC X(40) VALUE SPACES.
001700
001710* CORRELATION IDS ALREADY WRITTEN AS TRACE CARDS.
001720 01  FND-CARD-TABLE.
001730     05 FND-CARD-COUNT PIC 9(3) COMP-5 VALUE 0.
001740     05 FND-CARD-CORRELATION OCCURS 200 TIMES
001750        PIC X(36) VALUE SPACES.
001760
001770 PROCEDURE DIVISION.
001780*----------------------------------------------------------------
001790*   0000-MAINLINE - CLAIM STORE FIRST (SEE HEADER), THEN EVERY
001800*   ENVELOPE-BEARING DATASET, THEN THE SEARCH SUMMARY
001810*----------------------------------------------------------------
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001840     PERFORM 2000-SCAN-CLAIM-STORE THRU 2000-EXIT
001850     PERFORM 3000-SCAN-JOURNAL THRU 3000-EXIT
001860     PERFORM 4000-SCAN-PARK-FILE THRU 4000-EXIT
001870     PERFORM 5000-SCAN-REJECT-FILE THRU 5000-EXIT
001880     PERFORM 6000-SCAN-CAPTURE THRU 6000-EXIT
001890     PERFORM 6500-SCAN-ARCHIVE THRU 6500-EXIT
001900     PERFORM 8000-FINALIZE THRU 8000-EXIT
001910     GOBACK.
001920
001930*----------------------------------------------------------------
001940*   1000-INITIALIZE - THE SEARCH CARD IS REQUIRED AND CHECKED;
001950*   EVERY OTHER INPUT IS OPTIONAL AND JUST FLAGGED AVAILABLE
001960*----------------------------------------------------------------
001970 1000-INITIALIZE.
001980     OPEN INPUT FIND-CONTROL-FILE
001990     IF FND-FINDCTL-FILE-STATUS NOT = '00'
002000         DISPLAY 'ERROR OPENING FIND CONTROL FILE - FILE '
002010             'STATUS ' FND-FINDCTL-FILE-STATUS
002020         MOVE 'FINDCTL OPEN FAILED' TO FND-ABEND-MSG
002030         CALL "FORCEABEND" USING FND-ABEND-MSG
002040     END-IF
002050     READ FIND-CONTROL-FILE
002060         AT END
002070             MOVE 'FINDCTL IS EMPTY' TO FND-ABEND-MSG
002080             CALL "FORCEABEND" USING FND-ABEND-MSG
002090     END-READ
002100     IF FND-KEY-VALUE = SPACES
002110         OR FND-BODY-OFFSET IS NOT NUMERIC
002120         OR FND-BODY-LENGTH IS NOT NUMERIC
002130         DISPLAY 'FINDCTL CARD NEEDS A KEY VALUE AND A NUMERIC '
002140             'BODY OFFSET AND LENGTH'
002150         MOVE 'BAD FINDCTL CARD' TO FND-ABEND-MSG
002160         CALL "FORCEABEND" USING FND-ABEND-MSG
002170     END-IF
002180     MOVE FND-KEY-VALUE TO FND-SEARCH-KEY
002190     MOVE FND-BODY-OFFSET TO FND-SEARCH-OFFSET
002200     MOVE FND-BODY-LENGTH TO FND-SEARCH-LENGTH
002210     MOVE FND-SOURCE-SYSTEM-ID TO FND-SEARCH-SOURCE
002220     CLOSE FIND-CONTROL-FILE
002230     COMPUTE FND-SEARCH-END =
002240         FND-SEARCH-OFFSET + FND-SEARCH-LENGTH - 1
002250     IF FND-SEARCH-OFFSET = 0
002260         OR FND-SEARCH-LENGTH = 0
002270         OR FND-SEARCH-LENGTH > 40
002280         OR FND-SEARCH-END > 32768
002290         DISPLAY 'FINDCTL BODY FIELD ' FND-SEARCH-OFFSET ' FOR '
002300             FND-SEARCH-LENGTH ' IS OUTSIDE ANY BODY - LENGTH '
002310             'MUST BE 1 TO 40 WITHIN 32768 BYTES'
002320         MOVE 'BAD FINDCTL CARD' TO FND-ABEND-MSG
002330         CALL "FORCEABEND" USING FND-ABEND-MSG
002340     END-IF
002350     IF FND-SEARCH-END NOT > 2048
002360         SET FND-FIELD-IN-ENVELOPE TO TRUE
002370     END-IF
002380     OPEN OUTPUT TRACE-CARD-FILE
002390     IF FND-FINDTRC-FILE-STATUS = '00'
002400         SET FND-TRACE-CARDS-WANTED TO TRUE
002410     ELSE
002420         DISPLAY 'FINDTRC NOT AVAILABLE - FILE STATUS '
002430             FND-FINDTRC-FILE-STATUS ' - NO TRACE CARDS WRITTEN'
002440     END-IF
002450     OPEN INPUT SQS-CLAIM-PAYLOAD-FILE
002460     IF claim-file-ok
002470         SET FND-CLAIM-AVAILABLE TO TRUE
002480     END-IF
002490     OPEN INPUT SQS-JOURNAL-FILE
002500     IF journal-file-ok
002510         SET FND-JOURNAL-AVAILABLE TO TRUE
002520     END-IF
002530     OPEN INPUT SQS-PARK-FILE
002540     IF park-file-ok
002550         SET FND-PARK-AVAILABLE TO TRUE
002560     END-IF
002570     OPEN INPUT SQS-REJECT-FILE
002580     IF sqs-reject-file-status = '00'
002590         SET FND-REJ-AVAILABLE TO TRUE
002600     END-IF
002610     OPEN INPUT SQS-CAPTURE-FILE
002620     IF capture-file-ok
002630         SET FND-CAPTURE-AVAILABLE TO TRUE
002640     END-IF
002650     OPEN INPUT DECOM-ARCHIVE-FILE
002660     IF FND-ARCHIVE-FILE-STATUS = '00'
002670         SET FND-ARCHIVE-AVAILABLE TO TRUE
002680     END-IF
002690     DISPLAY '===== SQSFIND BUSINESS-KEY SEARCH ====='
002700     DISPLAY 'KEY VALUE   : ' FND-SEARCH-KEY
002710     DISPLAY 'BODY FIELD  : OFFSET ' FND-SEARCH-OFFSET
002720         ' LENGTH ' FND-SEARCH-LENGTH
002730     IF FND-SEARCH-SOURCE = SPACES
002740         DISPLAY 'SOURCE      : ANY'
002750     ELSE
002760         DISPLAY 'SOURCE      : ' FND-SEARCH-SOURCE
002770     END-IF
002780     IF NOT FND-FIELD-IN-ENVELOPE
002790         DISPLAY 'FIELD ENDS PAST BYTE 2048 - ONLY OVERSIZE '
002800             'PAYLOADS CAN HOLD IT'
002810     END-IF
002820     DISPLAY '----- HITS -----'.
002830 1000-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------------
002870*   2000-SCAN-CLAIM-STORE - THE FULL OVERSIZE BODY IS SEARCHED,
002880*   AND EVERY HIT'S CLAIM ID REMEMBERED FOR THE POINTER MATCH
002890*----------------------------------------------------------------
002900 2000-SCAN-CLAIM-STORE.
002910     IF NOT FND-CLAIM-AVAILABLE
002920         GO TO 2000-EXIT
002930     END-IF
002940     MOVE 'N' TO FND-EOF-SWITCH
002950     MOVE LOW-VALUES TO clm-claim-id
002960     START SQS-CLAIM-PAYLOAD-FILE KEY NOT LESS THAN clm-claim-id
002970         INVALID KEY
002980             MOVE 'Y' TO FND-EOF-SWITCH
002990     END-START
003000     IF NOT FND-END-OF-FILE
003010         PERFORM 2100-READ-NEXT-CLAIM THRU 2100-EXIT
003020     END-IF
003030     PERFORM 2200-JUDGE-CLAIM THRU 2200-EXIT
003040         UNTIL FND-END-OF-FILE.
003050 2000-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------
003090*   2100-READ-NEXT-CLAIM
003100*----------------------------------------------------------------
003110 2100-READ-NEXT-CLAIM.
003120     READ SQS-CLAIM-PAYLOAD-FILE NEXT
003130         AT END
003140             MOVE 'Y' TO FND-EOF-SWITCH
003150         NOT AT END
003160             ADD 1 TO FND-RECORDS-READ
003170     END-READ.
003180 2100-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220*   2200-JUDGE-CLAIM
003230*----------------------------------------------------------------
003240 2200-JUDGE-CLAIM.
003250     IF FND-SEARCH-SOURCE NOT = SPACES
003260         AND clm-claim-id (1 : 8) NOT = FND-SEARCH-SOURCE
003270         GO TO 2200-NEXT
003280     END-IF
003290     IF clm-payload-length IS NOT NUMERIC
003310         GO TO 2200-NEXT
003320     END-IF
003321     MOVE 'N' TO FND-HIT-SWITCH
003322     INITIALIZE FND-HIT
003323     IF clm-payload (1 : 10) = sqs-pack-eye-catcher
003324         MOVE clm-payload TO sqs-pack-image
003325         MOVE clm-payload-length TO sqs-pack-image-length
003326         PERFORM 7020-JUDGE-PACKED-IMAGE THRU 7020-EXIT
003327     ELSE
003328         IF FND-SEARCH-END NOT > clm-payload-length
003329             AND clm-payload (FND-SEARCH-OFFSET :
003330                 FND-SEARCH-LENGTH)
003331                 = FND-SEARCH-KEY (1 : FND-SEARCH-LENGTH)
003332             SET FND-BODY-HIT TO TRUE
003333         END-IF
003334     END-IF
003335     IF NOT FND-BODY-HIT
003350         GO TO 2200-NEXT
003360     END-IF
003370     ADD 1 TO FND-CLAIM-HITS
003380     IF FND-CLAIM-COUNT < 100
003390         ADD 1 TO FND-CLAIM-COUNT
003400         MOVE clm-claim-id TO FND-CLAIM-ID-ENTRY (FND-CLAIM-COUNT)
003410     ELSE
003420         ADD 1 TO FND-CLAIMS-OVERFLOWED
003430     END-IF
003450     MOVE 'CLAIMPAY' TO FND-HIT-DATASET
003460     MOVE clm-queue-url TO FND-HIT-QUEUE
003470     MOVE clm-date TO FND-HIT-DATE
003480     MOVE clm-time TO FND-HIT-TIME
003490     MOVE clm-claim-id (1 : 8) TO FND-HIT-SOURCE
003500     STRING 'CLAIM ID ' clm-claim-id
003510         DELIMITED BY SIZE INTO FND-HIT-DETAIL
003520     PERFORM 7100-REPORT-HIT THRU 7100-EXIT.
003530 2200-NEXT.
003540     PERFORM 2100-READ-NEXT-CLAIM THRU 2100-EXIT.
003550 2200-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590*   3000-SCAN-JOURNAL - EVERY JOURNALED MESSAGE EXCEPT THE
003600*   CONTROL-TOTALS TRAILERS, WHICH CARRY NO BUSINESS CONTENT
003610*----------------------------------------------------------------
003620 3000-SCAN-JOURNAL.
003630     IF NOT FND-JOURNAL-AVAILABLE
003640         GO TO 3000-EXIT
003650     END-IF
003660     MOVE 'N' TO FND-EOF-SWITCH
003670     PERFORM 3100-READ-NEXT-JOURNAL THRU 3100-EXIT
003680     PERFORM 3200-JUDGE-JOURNAL THRU 3200-EXIT
003690         UNTIL FND-END-OF-FILE.
003700 3000-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740*   3100-READ-NEXT-JOURNAL
003750*----------------------------------------------------------------
003760 3100-READ-NEXT-JOURNAL.
003770     READ SQS-JOURNAL-FILE
003780         AT END
003790             MOVE 'Y' TO FND-EOF-SWITCH
003800         NOT AT END
003810             ADD 1 TO FND-RECORDS-READ
003820     END-READ.
003830 3100-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870*   3200-JUDGE-JOURNAL
003880*----------------------------------------------------------------
003890 3200-JUDGE-JOURNAL.
003900     IF NOT jrn-control-trailer
003910         MOVE jrn-body TO FND-WORK-BODY
003920         MOVE jrn-source-system-id TO FND-WORK-SOURCE
003930         PERFORM 7000-JUDGE-BODY THRU 7000-EXIT
003940         IF FND-BODY-HIT
003950             ADD 1 TO FND-JOURNAL-HITS
003960             MOVE 'SQSJRNL' TO FND-HIT-DATASET
003970             MOVE jrn-queue-name TO FND-HIT-QUEUE
003980             MOVE jrn-date TO FND-HIT-DATE
003990             MOVE jrn-time TO FND-HIT-TIME
004000             MOVE jrn-send-timestamp TO FND-HIT-SEND-TIMESTAMP
004010             MOVE jrn-correlation-id TO FND-HIT-CORRELATION-ID
004020             MOVE jrn-message-id TO FND-HIT-MESSAGE-ID
004030             MOVE jrn-source-system-id TO FND-HIT-SOURCE
004040             STRING 'JOURNAL DISPOSITION ' jrn-disposition
004050                 DELIMITED BY SIZE INTO FND-HIT-DETAIL
004060             PERFORM 7100-REPORT-HIT THRU 7100-EXIT
004070         END-IF
004080     END-IF
004090     PERFORM 3100-READ-NEXT-JOURNAL THRU 3100-EXIT.
004100 3200-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140*   4000-SCAN-PARK-FILE
004150*----------------------------------------------------------------
004160 4000-SCAN-PARK-FILE.
004170     IF NOT FND-PARK-AVAILABLE
004180         GO TO 4000-EXIT
004190     END-IF
004200     MOVE 'N' TO FND-EOF-SWITCH
004210     MOVE LOW-VALUES TO park-message-id
004220     START SQS-PARK-FILE KEY NOT LESS THAN park-message-id
004230         INVALID KEY
004240             MOVE 'Y' TO FND-EOF-SWITCH
004250     END-START
004260     IF NOT FND-END-OF-FILE
004270         PERFORM 4100-READ-NEXT-PARK THRU 4100-EXIT
004280     END-IF
004290     PERFORM 4200-JUDGE-PARK THRU 4200-EXIT
004300         UNTIL FND-END-OF-FILE.
004310 4000-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350*   4100-READ-NEXT-PARK
004360*----------------------------------------------------------------
004370 4100-READ-NEXT-PARK.
004380     READ SQS-PARK-FILE NEXT
004390         AT END
004400             MOVE 'Y' TO FND-EOF-SWITCH
004410         NOT AT END
004420             ADD 1 TO FND-RECORDS-READ
004430     END-READ.
004440 4100-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480*   4200-JUDGE-PARK
004490*----------------------------------------------------------------
004500 4200-JUDGE-PARK.
004510     MOVE park-body TO FND-WORK-BODY
004520     MOVE park-source-system-id TO FND-WORK-SOURCE
004530     PERFORM 7000-JUDGE-BODY THRU 7000-EXIT
004540     IF FND-BODY-HIT
004550         ADD 1 TO FND-PARK-HITS
004560         MOVE 'SQSPARK' TO FND-HIT-DATASET
004570         MOVE park-queue-name TO FND-HIT-QUEUE
004580         MOVE park-date TO FND-HIT-DATE
004590         MOVE park-time TO FND-HIT-TIME
004600         MOVE park-send-timestamp TO FND-HIT-SEND-TIMESTAMP
004610         MOVE park-correlation-id TO FND-HIT-CORRELATION-ID
004620         MOVE park-message-id TO FND-HIT-MESSAGE-ID
004630         MOVE park-source-system-id TO FND-HIT-SOURCE
004640         STRING 'PARK REASON ' park-reason-code
004650             ' DISPOSITION "' park-disposition '"'
004660             DELIMITED BY SIZE INTO FND-HIT-DETAIL
004670         PERFORM 7100-REPORT-HIT THRU 7100-EXIT
004680     END-IF
004690     PERFORM 4100-READ-NEXT-PARK THRU 4100-EXIT.
004700 4200-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------
004740*   5000-SCAN-REJECT-FILE
004750*----------------------------------------------------------------
004760 5000-SCAN-REJECT-FILE.
004770     IF NOT FND-REJ-AVAILABLE
004780         GO TO 5000-EXIT
004790     END-IF
004800     MOVE 'N' TO FND-EOF-SWITCH
004810     PERFORM 5100-READ-NEXT-REJECT THRU 5100-EXIT
004820     PERFORM 5200-JUDGE-REJECT THRU 5200-EXIT
004830         UNTIL FND-END-OF-FILE.
004840 5000-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880*   5100-READ-NEXT-REJECT
004890*----------------------------------------------------------------
004900 5100-READ-NEXT-REJECT.
004910     READ SQS-REJECT-FILE
004920         AT END
004930             MOVE 'Y' TO FND-EOF-SWITCH
004940         NOT AT END
004950             ADD 1 TO FND-RECORDS-READ
004960     END-READ.
004970 5100-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------
005010*   5200-JUDGE-REJECT
005020*----------------------------------------------------------------
005030 5200-JUDGE-REJECT.
005040     MOVE rej-body TO FND-WORK-BODY
005050     MOVE rej-source-system-id TO FND-WORK-SOURCE
005060     PERFORM 7000-JUDGE-BODY THRU 7000-EXIT
005070     IF FND-BODY-HIT
005080         ADD 1 TO FND-REJ-HITS
005090         MOVE 'SQSREJ' TO FND-HIT-DATASET
005100         MOVE rej-queue-name TO FND-HIT-QUEUE
005110         MOVE rej-date TO FND-HIT-DATE
005120         MOVE rej-time TO FND-HIT-TIME
005130         MOVE rej-send-timestamp TO FND-HIT-SEND-TIMESTAMP
005140         MOVE rej-correlation-id TO FND-HIT-CORRELATION-ID
005150         MOVE rej-message-id TO FND-HIT-MESSAGE-ID
005160         MOVE rej-source-system-id TO FND-HIT-SOURCE
005170         STRING 'REJECT REASON ' rej-reason-code
005180             DELIMITED BY SIZE INTO FND-HIT-DETAIL
005190         PERFORM 7100-REPORT-HIT THRU 7100-EXIT
005200     END-IF
005210     PERFORM 5100-READ-NEXT-REJECT THRU 5100-EXIT.
005220 5200-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260*   6000-SCAN-CAPTURE - MESSAGE RECORDS ONLY; SEQUENCE 0 IS THE
005270*   QUEUE DEFINITION
005280*----------------------------------------------------------------
005290 6000-SCAN-CAPTURE.
005300     IF NOT FND-CAPTURE-AVAILABLE
005310         GO TO 6000-EXIT
005320     END-IF
005330     MOVE 'N' TO FND-EOF-SWITCH
005340     MOVE LOW-VALUES TO capt-key
005350     START SQS-CAPTURE-FILE KEY NOT LESS THAN capt-key
005360         INVALID KEY
005370             MOVE 'Y' TO FND-EOF-SWITCH
005380     END-START
005390     IF NOT FND-END-OF-FILE
005400         PERFORM 6100-READ-NEXT-CAPTURE THRU 6100-EXIT
005410     END-IF
005420     PERFORM 6200-JUDGE-CAPTURE THRU 6200-EXIT
005430         UNTIL FND-END-OF-FILE.
005440 6000-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480*   6100-READ-NEXT-CAPTURE
005490*----------------------------------------------------------------
005500 6100-READ-NEXT-CAPTURE.
005510     READ SQS-CAPTURE-FILE NEXT
005520         AT END
005530             MOVE 'Y' TO FND-EOF-SWITCH
005540         NOT AT END
005550             ADD 1 TO FND-RECORDS-READ
005560     END-READ.
005570 6100-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610*   6200-JUDGE-CAPTURE
005620*----------------------------------------------------------------
005630 6200-JUDGE-CAPTURE.
005640     IF capt-parked-message
005650         MOVE capt-body TO FND-WORK-BODY
005660         MOVE capt-source-system-id TO FND-WORK-SOURCE
005670         PERFORM 7000-JUDGE-BODY THRU 7000-EXIT
005680         IF FND-BODY-HIT
005690             ADD 1 TO FND-CAPTURE-HITS
005700             MOVE 'CAPTURE' TO FND-HIT-DATASET
005710             MOVE capt-queue-name TO FND-HIT-QUEUE
005720             MOVE capt-send-timestamp TO FND-HIT-SEND-TIMESTAMP
005730             MOVE capt-correlation-id TO FND-HIT-CORRELATION-ID
005740             MOVE capt-message-id TO FND-HIT-MESSAGE-ID
005750             MOVE capt-source-system-id TO FND-HIT-SOURCE
005760             MOVE capt-sequence TO FND-SEQUENCE-EDIT
005770             STRING 'CAPTURE SEQUENCE ' FND-SEQUENCE-EDIT
005780                 DELIMITED BY SIZE INTO FND-HIT-DETAIL
005790             PERFORM 7100-REPORT-HIT THRU 7100-EXIT
005800         END-IF
005810     END-IF
005820     PERFORM 6100-READ-NEXT-CAPTURE THRU 6100-EXIT.
005830 6200-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------
005870*   6500-SCAN-ARCHIVE - MESSAGES SQSDECOM DRAINED FROM RETIRED
005880*   QUEUES
005890*----------------------------------------------------------------
005900 6500-SCAN-ARCHIVE.
005910     IF NOT FND-ARCHIVE-AVAILABLE
005920         GO TO 6500-EXIT
005930     END-IF
005940     MOVE 'N' TO FND-EOF-SWITCH
005950     PERFORM 6600-READ-NEXT-ARCHIVE THRU 6600-EXIT
005960     PERFORM 6700-JUDGE-ARCHIVE THRU 6700-EXIT
005970         UNTIL FND-END-OF-FILE.
005980 6500-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020*   6600-READ-NEXT-ARCHIVE
006030*----------------------------------------------------------------
006040 6600-READ-NEXT-ARCHIVE.
006050     READ DECOM-ARCHIVE-FILE
006060         AT END
006070             MOVE 'Y' TO FND-EOF-SWITCH
006080         NOT AT END
006090             ADD 1 TO FND-RECORDS-READ
006100     END-READ.
006110 6600-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150*   6700-JUDGE-ARCHIVE
006160*----------------------------------------------------------------
006170 6700-JUDGE-ARCHIVE.
006180     MOVE DCM-ARC-BODY TO FND-WORK-BODY
006190     MOVE DCM-ARC-SOURCE-SYSTEM-ID TO FND-WORK-SOURCE
006200     PERFORM 7000-JUDGE-BODY THRU 7000-EXIT
006210     IF FND-BODY-HIT
006220         ADD 1 TO FND-ARCHIVE-HITS
006230         MOVE 'DECOMARC' TO FND-HIT-DATASET
006240         MOVE DCM-ARC-QUEUE-NAME TO FND-HIT-QUEUE
006250         MOVE DCM-ARC-SEND-TIMESTAMP TO FND-HIT-SEND-TIMESTAMP
006260         MOVE DCM-ARC-CORRELATION-ID TO FND-HIT-CORRELATION-ID
006270         MOVE DCM-ARC-MESSAGE-ID TO FND-HIT-MESSAGE-ID
006280         MOVE DCM-ARC-SOURCE-SYSTEM-ID TO FND-HIT-SOURCE
006290         MOVE 'DRAINED BY SQSDECOM BEFORE QUEUE DELETE'
006300             TO FND-HIT-DETAIL
006310         PERFORM 7100-REPORT-HIT THRU 7100-EXIT
006320     END-IF
006330     PERFORM 6600-READ-NEXT-ARCHIVE THRU 6600-EXIT.
006340 6700-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380*   7000-JUDGE-BODY - HIT WHEN THE BODY FIELD EQUALS THE KEY, OR
006390*   WHEN THE BODY IS THE POINTER ENVELOPE FOR A PAYLOAD THAT HIT.
006395*   A PACKED BODY IS JUDGED ONE PACKED RECORD AT A TIME.
006400*   THE HIT AREA IS CLEARED HERE SO THE CALLER ONLY FILLS WHAT
006410*   ITS DATASET KNOWS.
006420*----------------------------------------------------------------
006430 7000-JUDGE-BODY.
006440     MOVE 'N' TO FND-HIT-SWITCH
006450     INITIALIZE FND-HIT
006460     IF FND-SEARCH-SOURCE NOT = SPACES
006470         AND FND-WORK-SOURCE NOT = FND-SEARCH-SOURCE
006480         GO TO 7000-EXIT
006481     END-IF
006482     IF FND-WORK-BODY (1 : 10) = sqs-pack-eye-catcher
006483         MOVE FND-WORK-BODY TO sqs-pack-image
006484         MOVE 2048 TO sqs-pack-image-length
006485         PERFORM 7020-JUDGE-PACKED-IMAGE THRU 7020-EXIT
006486     ELSE
006487         PERFORM 7030-JUDGE-ONE-BODY THRU 7030-EXIT
006488     END-IF.
006489 7000-EXIT.
006490     EXIT.
006491
006492*----------------------------------------------------------------
006493*   7010-FIND-CLAIM-ID - IS THE BODY'S CLAIM ID ONE OF THOSE
006494*   COLLECTED FOR THE SEARCH KEY
006495*----------------------------------------------------------------
006496 7010-FIND-CLAIM-ID.
006497     IF FND-CLAIM-ID-ENTRY (FND-SUB) = FND-WORK-BODY (11 : 40)
006498         MOVE FND-SUB TO FND-MATCH-SUB
006499     END-IF.
006500 7010-EXIT.
006501     EXIT.
006502
006507*----------------------------------------------------------------
006508*   7020-JUDGE-PACKED-IMAGE - THE PACK IN sqs-pack-image IS A HIT
006509*   WHEN ANY OF ITS RECORDS IS; A DAMAGED DIRECTORY IS LEFT TO THE
006510*   sqs-packs-damaged COUNT AND NOT SEARCHED
006511*----------------------------------------------------------------
006512 7020-JUDGE-PACKED-IMAGE.
006513     PERFORM Open-sqs-packed-message
006514     IF sqs-pack-message-damaged
006515         GO TO 7020-EXIT
006516     END-IF
006517     PERFORM 7025-JUDGE-PACKED-RECORD THRU 7025-EXIT
006518         VARYING sqs-pack-sub FROM 1 BY 1
006519         UNTIL sqs-pack-sub > sqs-pack-record-count
006520         OR FND-BODY-HIT.
006521 7020-EXIT.
006522     EXIT.
006523
006524*----------------------------------------------------------------
006525*   7025-JUDGE-PACKED-RECORD - THE RECORD AT sqs-pack-sub,
006526*   JUDGED LIKE A WHOLE BODY
006527*----------------------------------------------------------------
006528 7025-JUDGE-PACKED-RECORD.
006529     PERFORM Get-sqs-packed-record
006530     MOVE sqs-pack-record TO FND-WORK-BODY
006531     PERFORM 7030-JUDGE-ONE-BODY THRU 7030-EXIT
006532     IF FND-BODY-HIT
006533         MOVE sqs-pack-sub TO FND-HIT-PACK-RECORD
006534     END-IF.
006535 7025-EXIT.
006536     EXIT.
006537
006538*----------------------------------------------------------------
006539*   7030-JUDGE-ONE-BODY - ONE UNPACKED BODY IN FND-WORK-BODY
006540*   AGAINST THE SEARCH KEY
006541*----------------------------------------------------------------
006542 7030-JUDGE-ONE-BODY.
006543     IF FND-WORK-BODY (1 : 10) = sqs-claim-eye-catcher
006544         MOVE 0 TO FND-MATCH-SUB
006545         PERFORM 7010-FIND-CLAIM-ID THRU 7010-EXIT
006546             VARYING FND-SUB FROM 1 BY 1
006547             UNTIL FND-SUB > FND-CLAIM-COUNT
006550             OR FND-MATCH-SUB > 0
006560         IF FND-MATCH-SUB > 0
006570             SET FND-BODY-HIT TO TRUE
006580             MOVE FND-WORK-BODY (11 : 40) TO FND-HIT-VIA-CLAIM
006590         END-IF
006600         GO TO 7030-EXIT
006610     END-IF
006620     IF FND-FIELD-IN-ENVELOPE
006630         AND FND-WORK-BODY (FND-SEARCH-OFFSET : FND-SEARCH-LENGTH)
006640             = FND-SEARCH-KEY (1 : FND-SEARCH-LENGTH)
006650         SET FND-BODY-HIT TO TRUE
006660     END-IF.
006670 7030-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780*   7100-REPORT-HIT - PRINT THE HIT AND WRITE ITS TRACE CARD
006790*----------------------------------------------------------------
006800 7100-REPORT-HIT.
006810     ADD 1 TO FND-TOTAL-HITS
006820     DISPLAY 'HIT ' FND-HIT-DATASET '  QUEUE '
006830         FND-HIT-QUEUE (1 : 60)
006840     DISPLAY '  RECORDED ' FND-HIT-DATE ' ' FND-HIT-TIME
006850         '  SENT ' FND-HIT-SEND-TIMESTAMP
006860         '  SOURCE ' FND-HIT-SOURCE
006870     IF FND-HIT-CORRELATION-ID NOT = SPACES
006880         DISPLAY '  CORRELATION ' FND-HIT-CORRELATION-ID
006890     END-IF
006900     IF FND-HIT-MESSAGE-ID NOT = SPACES
006910         DISPLAY '  MESSAGE ID  ' FND-HIT-MESSAGE-ID (1 : 60)
006920     END-IF
006930     IF FND-HIT-VIA-CLAIM NOT = SPACES
006940         DISPLAY '  POINTER TO CLAIM-CHECK PAYLOAD '
006950             FND-HIT-VIA-CLAIM
006952     END-IF
006954     IF FND-HIT-PACK-RECORD > 0
006956         DISPLAY '  PACKED RECORD ' FND-HIT-PACK-RECORD
006958             ' OF THE BODY'
006960     END-IF
006970     DISPLAY '  ' FND-HIT-DETAIL
006980     IF FND-HIT-CORRELATION-ID NOT = SPACES
006990         AND FND-TRACE-CARDS-WANTED
007000         PERFORM 7200-WRITE-TRACE-CARD THRU 7200-EXIT
007010     END-IF.
007020 7100-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------
007060*   7200-WRITE-TRACE-CARD - ONE SQSTRACE CARD PER DISTINCT
007070*   CORRELATION ID
007080*----------------------------------------------------------------
007090 7200-WRITE-TRACE-CARD.
007100     MOVE 0 TO FND-MATCH-SUB
007110     PERFORM 7210-FIND-CARD THRU 7210-EXIT
007120         VARYING FND-SUB FROM 1 BY 1
007130         UNTIL FND-SUB > FND-CARD-COUNT
007140         OR FND-MATCH-SUB > 0
007150     IF FND-MATCH-SUB > 0
007160         GO TO 7200-EXIT
007170     END-IF
007180     IF FND-CARD-COUNT < 200
007190         ADD 1 TO FND-CARD-COUNT
007200         MOVE FND-HIT-CORRELATION-ID
007210             TO FND-CARD-CORRELATION (FND-CARD-COUNT)
007220     ELSE
007230         ADD 1 TO FND-CARDS-OVERFLOWED
007240     END-IF
007250     MOVE SPACES TO TRC-TRACE-REQUEST-CARD
007260     SET TRC-KEY-IS-CORRELATION TO TRUE
007270     MOVE FND-HIT-CORRELATION-ID TO TRC-KEY-VALUE
007280     WRITE TRC-TRACE-REQUEST-CARD
007290     ADD 1 TO FND-CARDS-WRITTEN.
007300 7200-EXIT.
007310     EXIT.
007320
007330 7210-FIND-CARD.
007340     IF FND-CARD-CORRELATION (FND-SUB) = FND-HIT-CORRELATION-ID
007350         MOVE FND-SUB TO FND-MATCH-SUB
007360     END-IF.
007370 7210-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------
007410*   8000-FINALIZE - SEARCH SUMMARY AND CLOSE UP
007420*----------------------------------------------------------------
007430 8000-FINALIZE.
007440     IF FND-TOTAL-HITS = 0
007450         DISPLAY 'NO HITS IN THE AVAILABLE DATASETS'
007460     END-IF
007470     DISPLAY '----- SEARCH SUMMARY -----'
007480     DISPLAY 'RECORDS SEARCHED        : ' FND-RECORDS-READ
007490     IF FND-CLAIM-AVAILABLE
007500         DISPLAY 'CLAIMPAY HITS           : ' FND-CLAIM-HITS
007510         CLOSE SQS-CLAIM-PAYLOAD-FILE
007520     ELSE
007530         DISPLAY 'CLAIMPAY NOT SEARCHED - NOT PRESENT'
007540     END-IF
007550     IF FND-JOURNAL-AVAILABLE
007560         DISPLAY 'SQSJRNL HITS            : ' FND-JOURNAL-HITS
007570         CLOSE SQS-JOURNAL-FILE
007580     ELSE
007590         DISPLAY 'SQSJRNL NOT SEARCHED - NOT PRESENT'
007600     END-IF
007610     IF FND-PARK-AVAILABLE
007620         DISPLAY 'SQSPARK HITS            : ' FND-PARK-HITS
007630         CLOSE SQS-PARK-FILE
007640     ELSE
007650         DISPLAY 'SQSPARK NOT SEARCHED - NOT PRESENT'
007660     END-IF
007670     IF FND-REJ-AVAILABLE
007680         DISPLAY 'SQSREJ HITS             : ' FND-REJ-HITS
007690         CLOSE SQS-REJECT-FILE
007700     ELSE
007710         DISPLAY 'SQSREJ NOT SEARCHED - NOT PRESENT'
007720     END-IF
007730     IF FND-CAPTURE-AVAILABLE
007740         DISPLAY 'CAPTURE HITS            : ' FND-CAPTURE-HITS
007750         CLOSE SQS-CAPTURE-FILE
007760     ELSE
007770         DISPLAY 'CAPTURE NOT SEARCHED - NOT PRESENT'
007780     END-IF
007790     IF FND-ARCHIVE-AVAILABLE
007800         DISPLAY 'DECOMARC HITS           : ' FND-ARCHIVE-HITS
007810         CLOSE DECOM-ARCHIVE-FILE
007820     ELSE
007830         DISPLAY 'DECOMARC NOT SEARCHED - NOT PRESENT'
007840     END-IF
007850     DISPLAY 'TOTAL HITS              : ' FND-TOTAL-HITS
007852     DISPLAY 'PACKED BODIES SEARCHED  : ' sqs-packs-opened
007854     DISPLAY 'PACKED BODIES DAMAGED   : ' sqs-packs-damaged
007856         ' - NOT SEARCHED'
007860     IF FND-TRACE-CARDS-WANTED
007870         DISPLAY 'TRACE CARDS WRITTEN     : ' FND-CARDS-WRITTEN
007880         CLOSE TRACE-CARD-FILE
007890     END-IF
007900     IF FND-CLAIMS-OVERFLOWED > 0
007910         DISPLAY 'NOTE - ' FND-CLAIMS-OVERFLOWED
007920             ' PAYLOAD HIT(S) BEYOND THE 100-CLAIM TABLE - '
007930             'THEIR POINTER '
007940             'MESSAGES WERE NOT MATCHED'
007950     END-IF
007960     IF FND-CARDS-OVERFLOWED > 0
007970         DISPLAY 'NOTE - ' FND-CARDS-OVERFLOWED ' CORRELATION '
007980             'ID(S) BEYOND THE 200-CARD TABLE MAY REPEAT ON '
007990             'FINDTRC'
008000     END-IF.
008010 8000-EXIT.
008020     EXIT.
008025
008030*----------------------------------------------------------------
008040*   MULTI-RECORD PACKING PARAGRAPHS
008050*----------------------------------------------------------------
008060     COPY SQSMPKCK.
