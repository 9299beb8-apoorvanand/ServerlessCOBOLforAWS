000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSPARTR.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. COMBINED END-OF-RUN REPORT FOR
000100*                 A QUEUE DRAINED BY SEVERAL PARTITIONED EXTRACT
000110*                 STEPS AT ONCE (SQSLSEWR.CPY) - ONE PAGE ACROSS
000120*                 ALL PARTITIONS THAT PROVES EVERY MESSAGE OF THE
000130*                 QUEUE WAS CONSUMED EXACTLY ONCE, BY THE
000140*                 PARTITION THAT OWNED ITS GROUP, AND THAT EVERY
000150*                 LEASE WAS HANDED BACK. NO SINGLE STEP'S SYSOUT
000160*                 CAN SAY THAT; ONLY THE SHARED FILES CAN.
000170*-----------------------------------------------------------------
000180* THE QUEUE AND AN OPTIONAL CONSUMED-DATE WINDOW COME FROM THE
000190* PRTCTL CARD (SQSPRTCF.CPY). THE FOUR CHAPTERS:
000200* - LEASES (SQSLEASE, OPTIONAL): EVERY PARTITION OF THE QUEUE WITH
000210*   ITS STEP, BUCKET RANGE, HEARTBEAT AND TAKEOVERS. A LEASE STILL
000220*   ACTIVE (A STEP THAT DIED OR IS STILL RUNNING), RANGES THAT DO
000230*   NOT TILE BUCKETS 000-999 EXACTLY, OR A PARTITION CUT FOR A
000240*   DIFFERENT COUNT ARE FINDINGS.
000250* - JOURNAL (SQSJRNL, REQUIRED, CONCATENATE EVERY STEP'S FILES FOR
000260*   THE WINDOW): EVERY ROW FOR THE QUEUE IS TALLIED BY MESSAGE ID
000270*   ON THE PRTTALY WORK DATASET. A MESSAGE WITH MORE THAN ONE
000280*   CONSUMING ROW, A 'DUP ' ROW WITH NO CONSUMING ROW IN THE
000290*   WINDOW, AND A ROW HANDLED BY A PARTITION THAT DOES NOT OWN
000300*   ITS GROUP'S BUCKET (SQSLSECK.CPY - THE SAME ARITHMETIC THE
000310*   STEPS USED) ARE FINDINGS.
000320* - RUN-STATUS (SQSSTATF, OPTIONAL): EACH PARTITIONED STEP'S
000330*   ENTRY, WITH ITS RECEIVES BALANCED AGAINST DELETES PLUS
000340*   PUT-BACKS.
000350* - PARTITION TOTALS AND THE EXACTLY-ONCE SUMMARY.
000360* A 'DUP ' ROW ONLY MEANS THE SHARED CHECKPOINT ALREADY HELD THE
000370* MESSAGE - WIDEN THE WINDOW AND THE CONCATENATION UNTIL THE
000380* ORIGINAL CONSUMING ROW IS INSIDE IT BEFORE CALLING THAT FINDING
000390* A LOSS. ANY FINDING ENDS THE STEP WITH PRT-FINDING-RC.
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AUDIT-CONTROL-FILE ASSIGN TO PRTCTL
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS IS PRT-PRTCTL-FILE-STATUS.
000470     SELECT SQS-LEASE-FILE ASSIGN TO SQSLEASE
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS lease-key
000510            FILE STATUS IS sqs-lease-file-status.
000520     SELECT SQS-JOURNAL-FILE ASSIGN TO SQSJRNL
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS sqs-journal-file-status.
000550     SELECT SQS-RUN-STATUS-FILE ASSIGN TO SQSSTATF
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS DYNAMIC
000580            RECORD KEY IS stat-key
000590            FILE STATUS IS sqs-stat-file-status.
000600     SELECT PRT-TALLY-FILE ASSIGN TO PRTTALY
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS DYNAMIC
000630            RECORD KEY IS PRT-TLY-MESSAGE-ID
000640            FILE STATUS IS PRT-TALLY-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDIT-CONTROL-FILE
000690     RECORDING MODE IS F.
000700     COPY SQSPRTCF.
000710     COPY SQSLEASE.
000720     COPY SQSJRNL.
000730     COPY SQSSTATF.
000740* WORK DATASET, EMPTIED AT THE START OF EVERY RUN - ONE ROW PER
000750* MESSAGE ID SEEN ON THE JOURNAL FOR THE QUEUE.
000760 FD  PRT-TALLY-FILE.
000770 01  PRT-TALLY-RECORD.
000780     05 PRT-TLY-MESSAGE-ID PIC X(100).
000790     05 PRT-TLY-CONSUMED PIC 9(5).
000800     05 PRT-TLY-DUPLICATES PIC 9(5).
000810     05 PRT-TLY-FIRST-ROW.
000820        10 PRT-TLY-FIRST-PARTITION PIC X(2).
000830        10 PRT-TLY-FIRST-STEP PIC X(8).
000840        10 PRT-TLY-FIRST-DATE PIC 9(8).
000850        10 PRT-TLY-FIRST-TIME PIC 9(8).
000860     05 PRT-TLY-LAST-ROW.
000870        10 PRT-TLY-LAST-PARTITION PIC X(2).
000880        10 PRT-TLY-LAST-STEP PIC X(8).
000890        10 PRT-TLY-LAST-DATE PIC 9(8).
000900        10 PRT-TLY-LAST-TIME PIC 9(8).
000910
000920 WORKING-STORAGE SECTION.
000930     COPY SQSLSEWS.
000940     COPY SQSJRNWS.
000950     COPY SQSSTATWS.
000960
000970* THE PARAMETER CARD, COPIED OUT OF THE FD RECORD AREA WHILE THE
000980* FILE IS STILL OPEN - SAME DOCTRINE AS SQSBRIDGE.
000990 01  PRT-RUN-CONTROLS.
001000     05 PRT-SELECT-QUEUE-NAME PIC X(80) VALUE SPACES.
001010     05 PRT-SELECT-FROM-DATE PIC 9(8) VALUE 0.
001020     05 PRT-SELECT-TO-DATE PIC 9(8) VALUE 99999999.
001030     05 PRT-CARD-PARTITION-COUNT PIC 9(2) VALUE 0.
001040
001050 01  PRT-SWITCHES.
001060     05 PRT-LEASE-EOF-SWITCH PIC X(1) VALUE 'N'.
001070        88 PRT-LEASE-END-OF-FILE VALUE 'Y'.
001080     05 PRT-JOURNAL-EOF-SWITCH PIC X(1) VALUE 'N'.
001090        88 PRT-JOURNAL-END-OF-FILE VALUE 'Y'.
001100     05 PRT-TALLY-EOF-SWITCH PIC X(1) VALUE 'N'.
001110        88 PRT-TALLY-END-OF-FILE VALUE 'Y'.
001120     05 PRT-STAT-EOF-SWITCH PIC X(1) VALUE 'N'.
001130        88 PRT-STAT-END-OF-FILE VALUE 'Y'.
001140     05 PRT-LEASE-AVAIL-SW PIC X(1) VALUE 'N'.
001150        88 PRT-LEASE-AVAILABLE VALUE 'Y'.
001160     05 PRT-STAT-AVAIL-SW PIC X(1) VALUE 'N'.
001170        88 PRT-STAT-AVAILABLE VALUE 'Y'.
001180     05 PRT-TALLY-FOUND-SW PIC X(1) VALUE 'N'.
001190        88 PRT-TALLY-FOUND VALUE 'Y'.
001200
001210 01  PRT-FILE-STATUSES.
001220     05 PRT-PRTCTL-FILE-STATUS PIC X(2) VALUE '00'.
001230     05 PRT-TALLY-FILE-STATUS PIC X(2) VALUE '00'.
001240        88 PRT-TALLY-OK VALUE '00'.
001250
001260* THE DISTINCT STEP RETURN CODE MEANING "EXACTLY-ONCE NOT PROVEN,
001270* FINDINGS LISTED ABOVE" - SAME DOCTRINE AS sqs-window-closed-rc
001280* (SQSWINWS.CPY).
001290 77  PRT-FINDING-RC PIC 9(4) COMP-5 VALUE 8.
001300 77  PRT-ABEND-MSG PIC X(256) VALUE SPACES.
001310 77  PRT-SUB PIC 9(2) COMP-5 VALUE 0.
001320 77  PRT-ROW-SUB PIC 9(2) COMP-5 VALUE 0.
001330* TABLE SLOT FOR JOURNAL ROWS WRITTEN BY AN UNPARTITIONED RUN.
001340 77  PRT-UNPARTITIONED-SUB PIC 9(2) COMP-5 VALUE 21.
001350 77  PRT-ROW-PARTITION-ID PIC 9(2) VALUE 0.
001360 77  PRT-NEXT-LOW PIC 9(4) VALUE 0.
001370 77  PRT-LEASE-ROWS PIC 9(9) COMP-5 VALUE 0.
001380 77  PRT-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
001390 77  PRT-ROWS-OTHER-QUEUE PIC 9(9) COMP-5 VALUE 0.
001400 77  PRT-ROWS-OUTSIDE-WINDOW PIC 9(9) COMP-5 VALUE 0.
001410 77  PRT-ROWS-SELECTED PIC 9(9) COMP-5 VALUE 0.
001420 77  PRT-ROWS-UNPARTITIONED PIC 9(9) COMP-5 VALUE 0.
001430 77  PRT-STATUS-ENTRIES PIC 9(9) COMP-5 VALUE 0.
001440 77  PRT-STATUS-PROCESSED PIC 9(9) COMP-5 VALUE 0.
001450 77  PRT-MESSAGES-DISTINCT PIC 9(9) COMP-5 VALUE 0.
001460 77  PRT-MESSAGES-ONCE PIC 9(9) COMP-5 VALUE 0.
001470 77  PRT-MESSAGES-MULTIPLE PIC 9(9) COMP-5 VALUE 0.
001480 77  PRT-MESSAGES-DUP-ONLY PIC 9(9) COMP-5 VALUE 0.
001490 77  PRT-ROWS-MISROUTED PIC 9(9) COMP-5 VALUE 0.
001500 77  PRT-LEASES-UNRELEASED PIC 9(9) COMP-5 VALUE 0.
001510 77  PRT-RANGE-BREAKS PIC 9(9) COMP-5 VALUE 0.
001520 77  PRT-LEASE-COUNT-CLASHES PIC 9(9) COMP-5 VALUE 0.
001530 77  PRT-STATUS-OUT-OF-BALANCE PIC 9(9) COMP-5 VALUE 0.
001540 77  PRT-TOTAL-FINDINGS PIC 9(9) COMP-5 VALUE 0.
001550
001560* ONE ENTRY PER PARTITION NUMBER, PLUS PRT-UNPARTITIONED-SUB. THE
001570* LEASE FIGURES COME FROM 2000, THE JOURNAL FIGURES FROM 3000 AND
001580* THE RUN-STATUS FIGURES FROM 5000. A STEP'S RUN-STATUS ENTRY IS
001590* KEYED BY ITS HOME PARTITION, SO IT ALSO CARRIES ANY MESSAGES
001600* THE STEP HANDLED FOR A PARTITION IT TOOK OVER.
001610 01  PRT-PARTITION-TABLE.
001620     05 PRT-PTN-ENTRY OCCURS 21 TIMES.
001630        10 PRT-PTN-LEASE-SEEN PIC X(1) VALUE 'N'.
001640           88 PRT-PTN-HAS-LEASE VALUE 'Y'.
001650        10 PRT-PTN-LEASE-STEP PIC X(8) VALUE SPACES.
001660        10 PRT-PTN-LEASE-HANDLED PIC 9(9) VALUE 0.
001670        10 PRT-PTN-LEASE-TAKEOVERS PIC 9(3) VALUE 0.
001680        10 PRT-PTN-ROWS PIC 9(9) COMP-5 VALUE 0.
001690        10 PRT-PTN-CONSUMED PIC 9(9) COMP-5 VALUE 0.
001700        10 PRT-PTN-DUPLICATES PIC 9(9) COMP-5 VALUE 0.
001710        10 PRT-PTN-MISROUTED PIC 9(9) COMP-5 VALUE 0.
001720        10 PRT-PTN-STATUS-PROCESSED PIC 9(9) COMP-5 VALUE 0.
001730
001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------------
001760*   0000-MAINLINE - LEASES, JOURNAL, TALLY, RUN-STATUS, THEN THE
001770*   COMBINED REPORT
001780*----------------------------------------------------------------
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001810     PERFORM 2000-LEASE-PASS THRU 2000-EXIT
001820     PERFORM 3000-JOURNAL-PASS THRU 3000-EXIT
001830     PERFORM 4000-TALLY-PASS THRU 4000-EXIT
001840     PERFORM 5000-RUN-STATUS-PASS THRU 5000-EXIT
001850     PERFORM 8000-FINALIZE THRU 8000-EXIT
001860     GOBACK.
001870
001880*----------------------------------------------------------------
001890*   1000-INITIALIZE - READ THE CARD, OPEN THE JOURNAL (REQUIRED),
001900*   THE LEASE AND RUN-STATUS FILES (OPTIONAL) AND AN EMPTY TALLY
001910*----------------------------------------------------------------
001920 1000-INITIALIZE.
001930     OPEN INPUT AUDIT-CONTROL-FILE
001940     IF PRT-PRTCTL-FILE-STATUS NOT = '00'
001950         DISPLAY 'ERROR OPENING PARTITION AUDIT PARAMETER FILE - '
001960             'FILE STATUS ' PRT-PRTCTL-FILE-STATUS
001970         MOVE 'PRTCTL OPEN FAILED' TO PRT-ABEND-MSG
001980         CALL "FORCEABEND" USING PRT-ABEND-MSG
001990     END-IF
002000     READ AUDIT-CONTROL-FILE
002010         AT END
002020             MOVE 'PRTCTL IS EMPTY' TO PRT-ABEND-MSG
002030             CALL "FORCEABEND" USING PRT-ABEND-MSG
002040     END-READ
002050     MOVE PRT-QUEUE-NAME TO PRT-SELECT-QUEUE-NAME
002060     IF PRT-FROM-DATE IS NUMERIC
002070         MOVE PRT-FROM-DATE TO PRT-SELECT-FROM-DATE
002080     END-IF
002090     IF PRT-TO-DATE IS NUMERIC AND PRT-TO-DATE > 0
002100         MOVE PRT-TO-DATE TO PRT-SELECT-TO-DATE
002110     END-IF
002120     IF PRT-PARTITION-COUNT IS NUMERIC
002130         MOVE PRT-PARTITION-COUNT TO PRT-CARD-PARTITION-COUNT
002140     END-IF
002150     CLOSE AUDIT-CONTROL-FILE
002160     IF PRT-SELECT-QUEUE-NAME = SPACES
002170         DISPLAY 'PRTCTL MUST NAME THE QUEUE TO AUDIT'
002180         MOVE 'PRTCTL QUEUE NAME MISSING' TO PRT-ABEND-MSG
002190         CALL "FORCEABEND" USING PRT-ABEND-MSG
002200     END-IF
002210     IF PRT-CARD-PARTITION-COUNT > 20
002220         DISPLAY 'PARTITION COUNT MUST BE 2 TO 20 - GOT '
002230             PRT-CARD-PARTITION-COUNT
002240         MOVE 'BAD PRTCTL PARTITION COUNT' TO PRT-ABEND-MSG
002250         CALL "FORCEABEND" USING PRT-ABEND-MSG
002260     END-IF
002270     MOVE PRT-CARD-PARTITION-COUNT TO sqs-partition-count
002280     OPEN INPUT SQS-JOURNAL-FILE
002290     IF NOT journal-file-ok
002300         DISPLAY 'ERROR OPENING CONSUME JOURNAL - FILE STATUS '
002310             sqs-journal-file-status
002320         MOVE 'SQSJRNL OPEN FAILED' TO PRT-ABEND-MSG
002330         CALL "FORCEABEND" USING PRT-ABEND-MSG
002340     END-IF
002350     OPEN INPUT SQS-LEASE-FILE
002360     IF lease-file-ok
002370         SET PRT-LEASE-AVAILABLE TO TRUE
002380     ELSE
002390         DISPLAY 'LEASE FILE NOT PRESENT - LEASE CHAPTER SKIPPED'
002400     END-IF
002410     OPEN INPUT SQS-RUN-STATUS-FILE
002420     IF stat-file-ok
002430         SET PRT-STAT-AVAILABLE TO TRUE
002440     ELSE
002450         DISPLAY 'RUN-STATUS FILE NOT PRESENT - RUN-STATUS '
002460             'CHAPTER SKIPPED'
002470     END-IF
002480     OPEN OUTPUT PRT-TALLY-FILE
002490     IF PRT-TALLY-OK
002500         CLOSE PRT-TALLY-FILE
002510         OPEN I-O PRT-TALLY-FILE
002520     END-IF
002530     IF NOT PRT-TALLY-OK
002540         DISPLAY 'ERROR OPENING TALLY WORK FILE - FILE STATUS '
002550             PRT-TALLY-FILE-STATUS
002560         MOVE 'PRTTALY OPEN FAILED' TO PRT-ABEND-MSG
002570         CALL "FORCEABEND" USING PRT-ABEND-MSG
002580     END-IF
002590     DISPLAY '===== SQSPARTR PARTITIONED CONSUME AUDIT ====='
002600     DISPLAY 'QUEUE ' PRT-SELECT-QUEUE-NAME (1 : 50)
002610     DISPLAY 'CONSUMED FROM ' PRT-SELECT-FROM-DATE ' TO '
002620         PRT-SELECT-TO-DATE.
002630 1000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------
002670*   2000-LEASE-PASS - THE QUEUE'S LEASES IN PARTITION ORDER. THE
002680*   RANGES MUST RUN 000 TO 999 WITH NO GAP AND NO OVERLAP. A CARD
002690*   WITHOUT A PARTITION COUNT TAKES IT FROM THE FIRST LEASE.
002700*----------------------------------------------------------------
002710 2000-LEASE-PASS.
002720     IF NOT PRT-LEASE-AVAILABLE
002730         GO TO 2000-EXIT
002740     END-IF
002750     DISPLAY '----- PARTITION LEASES -----'
002760     MOVE PRT-SELECT-QUEUE-NAME TO lease-queue-name
002770     MOVE 0 TO lease-partition-id
002780     START SQS-LEASE-FILE KEY NOT LESS THAN lease-key
002790         INVALID KEY
002800             MOVE 'Y' TO PRT-LEASE-EOF-SWITCH
002810     END-START
002820     IF NOT PRT-LEASE-END-OF-FILE
002830         PERFORM 2100-READ-NEXT-LEASE THRU 2100-EXIT
002840     END-IF
002850     PERFORM 2200-JUDGE-ONE-LEASE THRU 2200-EXIT
002860         UNTIL PRT-LEASE-END-OF-FILE
002870     IF PRT-LEASE-ROWS = 0
002880         DISPLAY 'NO LEASES ON FILE FOR THE QUEUE'
002890         GO TO 2000-EXIT
002900     END-IF
002910     IF PRT-NEXT-LOW NOT = 1000
002920         ADD 1 TO PRT-RANGE-BREAKS
002930         DISPLAY '*** RANGE BREAK - BUCKETS ' PRT-NEXT-LOW
002940             ' ON HAVE NO PARTITION ***'
002950     END-IF.
002960 2000-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000*   2100-READ-NEXT-LEASE - THE FILE IS SHARED ACROSS QUEUES; THE
003010*   FIRST ROW FOR ANOTHER QUEUE ENDS THE PASS
003020*----------------------------------------------------------------
003030 2100-READ-NEXT-LEASE.
003040     READ SQS-LEASE-FILE NEXT
003050         AT END
003060             MOVE 'Y' TO PRT-LEASE-EOF-SWITCH
003070         NOT AT END
003080             IF lease-queue-name NOT = PRT-SELECT-QUEUE-NAME
003090                 MOVE 'Y' TO PRT-LEASE-EOF-SWITCH
003100             END-IF
003110     END-READ.
003120 2100-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------------
003160*   2200-JUDGE-ONE-LEASE - A RELEASED LEASE BEYOND THE COUNT IS
003170*   LEFT OVER FROM AN EARLIER RUN CUT FOR MORE PARTITIONS AND
003180*   IS ONLY NOTED
003190*----------------------------------------------------------------
003200 2200-JUDGE-ONE-LEASE.
003210     IF sqs-partition-count = 0
003220         MOVE lease-partition-count TO sqs-partition-count
003230     END-IF
003240     IF lease-partition-id > sqs-partition-count
003250         AND lease-released
003260         DISPLAY 'PARTITION ' lease-partition-id
003270             ' LEFT FROM AN EARLIER ' lease-partition-count
003280             '-PARTITION RUN - IGNORED'
003290         GO TO 2200-NEXT
003300     END-IF
003310     ADD 1 TO PRT-LEASE-ROWS
003320     DISPLAY 'PARTITION ' lease-partition-id '  BUCKETS '
003330         lease-group-low '-' lease-group-high '  STEP '
003340         lease-step-id '  HANDLED ' lease-messages-handled
003350     DISPLAY '  LAST HEARTBEAT ' lease-heartbeat-date ' '
003360         lease-heartbeat-time '  TAKEOVERS ' lease-takeover-count
003370     IF lease-held-by-takeover
003380         DISPLAY '  HELD BY A SURVIVING STEP, NOT ITS OWN'
003390     END-IF
003400     IF lease-partition-id > 0 AND lease-partition-id NOT > 20
003410         MOVE lease-partition-id TO PRT-SUB
003420         SET PRT-PTN-HAS-LEASE (PRT-SUB) TO TRUE
003430         MOVE lease-step-id TO PRT-PTN-LEASE-STEP (PRT-SUB)
003440         MOVE lease-messages-handled
003450             TO PRT-PTN-LEASE-HANDLED (PRT-SUB)
003460         MOVE lease-takeover-count
003470             TO PRT-PTN-LEASE-TAKEOVERS (PRT-SUB)
003480     END-IF
003490     IF lease-active
003500         ADD 1 TO PRT-LEASES-UNRELEASED
003510         DISPLAY '  *** STILL ACTIVE - NOT RELEASED, LEASE RUNS '
003520             'TO '
003530             lease-expiry-date ' ' lease-expiry-time ' ***'
003540     END-IF
003550     IF lease-partition-count NOT = sqs-partition-count
003560         ADD 1 TO PRT-LEASE-COUNT-CLASHES
003570         DISPLAY '  *** CUT FOR ' lease-partition-count
003580             ' PARTITIONS, NOT ' sqs-partition-count ' ***'
003590     END-IF
003600     IF lease-group-low NOT = PRT-NEXT-LOW
003610         ADD 1 TO PRT-RANGE-BREAKS
003620         DISPLAY '  *** RANGE BREAK - EXPECTED TO START AT '
003630             'BUCKET '
003640             PRT-NEXT-LOW ' ***'
003650     END-IF
003660     COMPUTE PRT-NEXT-LOW = lease-group-high + 1.
003670 2200-NEXT.
003680     PERFORM 2100-READ-NEXT-LEASE THRU 2100-EXIT.
003690 2200-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730*   3000-JOURNAL-PASS - TALLY EVERY ROW FOR THE QUEUE IN THE
003740*   WINDOW BY MESSAGE ID AND PARTITION
003750*----------------------------------------------------------------
003760 3000-JOURNAL-PASS.
003770     DISPLAY '----- MESSAGE EXCEPTIONS -----'
003780     IF sqs-partition-count = 0
003790         DISPLAY 'PARTITION COUNT NOT ON THE CARD OR THE LEASE '
003800             'FILE - GROUP OWNERSHIP NOT CHECKED'
003810     END-IF
003820     PERFORM 3100-READ-JOURNAL-ROW THRU 3100-EXIT
003830     PERFORM 3200-TALLY-JOURNAL-ROW THRU 3200-EXIT
003840         UNTIL PRT-JOURNAL-END-OF-FILE.
003850 3000-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890*   3100-READ-JOURNAL-ROW
003900*----------------------------------------------------------------
003910 3100-READ-JOURNAL-ROW.
003920     READ SQS-JOURNAL-FILE
003930         AT END
003940             MOVE 'Y' TO PRT-JOURNAL-EOF-SWITCH
003950         NOT AT END
003960             ADD 1 TO PRT-ROWS-READ
003970     END-READ.
003980 3100-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020*   3200-TALLY-JOURNAL-ROW - EVERY DISPOSITION BUT 'DUP ' IS A
004030*   CONSUMPTION: A TRANSFORM REJECT, A TRAILER OR A DAMAGED PACK
004040*   WAS STILL TAKEN OFF THE QUEUE AND DELETED
004050*----------------------------------------------------------------
004060 3200-TALLY-JOURNAL-ROW.
004070     IF jrn-queue-name NOT = PRT-SELECT-QUEUE-NAME
004080         ADD 1 TO PRT-ROWS-OTHER-QUEUE
004090         GO TO 3200-NEXT
004100     END-IF
004110     IF jrn-date < PRT-SELECT-FROM-DATE
004120         OR jrn-date > PRT-SELECT-TO-DATE
004130         ADD 1 TO PRT-ROWS-OUTSIDE-WINDOW
004140         GO TO 3200-NEXT
004150     END-IF
004160     ADD 1 TO PRT-ROWS-SELECTED
004170     PERFORM 3300-CHECK-ROW-PARTITION THRU 3300-EXIT
004180     ADD 1 TO PRT-PTN-ROWS (PRT-ROW-SUB)
004190     IF jrn-duplicate
004200         ADD 1 TO PRT-PTN-DUPLICATES (PRT-ROW-SUB)
004210     ELSE
004220         ADD 1 TO PRT-PTN-CONSUMED (PRT-ROW-SUB)
004230     END-IF
004240     PERFORM 3400-POST-TALLY THRU 3400-EXIT.
004250 3200-NEXT.
004260     PERFORM 3100-READ-JOURNAL-ROW THRU 3100-EXIT.
004270 3200-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------
004310*   3300-CHECK-ROW-PARTITION - PRT-ROW-SUB IS THE ROW'S TABLE
004320*   SLOT. THE GROUP (OR, WITH NONE, THE MESSAGE ID) IS HASHED
004330*   EXACTLY AS Check-sqs-message-ownership HASHED IT, AND MUST
004340*   LAND IN THE PARTITION THAT HANDLED THE ROW.
004350*----------------------------------------------------------------
004360 3300-CHECK-ROW-PARTITION.
004370     IF jrn-partition-id = SPACES
004380         MOVE PRT-UNPARTITIONED-SUB TO PRT-ROW-SUB
004390         ADD 1 TO PRT-ROWS-UNPARTITIONED
004400         GO TO 3300-EXIT
004410     END-IF
004420     MOVE 0 TO PRT-ROW-PARTITION-ID
004430     IF jrn-partition-id IS NUMERIC
004440         MOVE jrn-partition-id TO PRT-ROW-PARTITION-ID
004450     END-IF
004460     IF PRT-ROW-PARTITION-ID < 1 OR PRT-ROW-PARTITION-ID > 20
004470         MOVE PRT-UNPARTITIONED-SUB TO PRT-ROW-SUB
004480         ADD 1 TO PRT-ROWS-MISROUTED
004490         ADD 1 TO PRT-PTN-MISROUTED (PRT-ROW-SUB)
004500         DISPLAY 'BAD PARTITION "' jrn-partition-id '"  '
004510             jrn-message-id (1 : 60)
004520         GO TO 3300-EXIT
004530     END-IF
004540     MOVE PRT-ROW-PARTITION-ID TO PRT-ROW-SUB
004550     IF sqs-partition-count = 0
004560         GO TO 3300-EXIT
004570     END-IF
004580     IF jrn-message-group-id NOT = SPACES
004590         AND jrn-message-group-id NOT = LOW-VALUES
004600         MOVE jrn-message-group-id TO sqs-group-hash-key
004610     ELSE
004620         MOVE jrn-message-id TO sqs-group-hash-key
004630     END-IF
004640     PERFORM Compute-sqs-group-bucket
004650     PERFORM Find-sqs-bucket-partition
004660     IF sqs-message-partition-id NOT = PRT-ROW-PARTITION-ID
004670         ADD 1 TO PRT-ROWS-MISROUTED
004680         ADD 1 TO PRT-PTN-MISROUTED (PRT-ROW-SUB)
004690         DISPLAY 'OUTSIDE ITS PARTITION  ' jrn-message-id (1 : 60)
004700         DISPLAY '  HANDLED BY PARTITION ' jrn-partition-id
004710             ' STEP ' jrn-step-id ' - GROUP BUCKET '
004720             sqs-group-bucket ' BELONGS TO PARTITION '
004730             sqs-message-partition-id
004740     END-IF.
004750 3300-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790*   3400-POST-TALLY - ADD THE ROW TO ITS MESSAGE'S TALLY, KEEPING
004800*   THE FIRST AND LATEST ROW'S PARTITION, STEP AND TIME
004810*----------------------------------------------------------------
004820 3400-POST-TALLY.
004830     MOVE jrn-message-id TO PRT-TLY-MESSAGE-ID
004840     MOVE 'Y' TO PRT-TALLY-FOUND-SW
004850     READ PRT-TALLY-FILE
004860         INVALID KEY
004870             MOVE 'N' TO PRT-TALLY-FOUND-SW
004880     END-READ
004890     IF NOT PRT-TALLY-FOUND
004900         INITIALIZE PRT-TALLY-RECORD
004910         MOVE jrn-message-id TO PRT-TLY-MESSAGE-ID
004920         MOVE jrn-partition-id TO PRT-TLY-FIRST-PARTITION
004930         MOVE jrn-step-id TO PRT-TLY-FIRST-STEP
004940         MOVE jrn-date TO PRT-TLY-FIRST-DATE
004950         MOVE jrn-time TO PRT-TLY-FIRST-TIME
004960     END-IF
004970     IF jrn-duplicate
004980         ADD 1 TO PRT-TLY-DUPLICATES
004990     ELSE
005000         ADD 1 TO PRT-TLY-CONSUMED
005010     END-IF
005020     MOVE jrn-partition-id TO PRT-TLY-LAST-PARTITION
005030     MOVE jrn-step-id TO PRT-TLY-LAST-STEP
005040     MOVE jrn-date TO PRT-TLY-LAST-DATE
005050     MOVE jrn-time TO PRT-TLY-LAST-TIME
005060     IF PRT-TALLY-FOUND
005070         REWRITE PRT-TALLY-RECORD
005080     ELSE
005090         WRITE PRT-TALLY-RECORD
005100     END-IF
005110     IF NOT PRT-TALLY-OK
005120         DISPLAY 'ERROR WRITING TALLY WORK FILE - FILE STATUS '
005130             PRT-TALLY-FILE-STATUS
005140         MOVE 'PRTTALY WRITE FAILED' TO PRT-ABEND-MSG
005150         CALL "FORCEABEND" USING PRT-ABEND-MSG
005160     END-IF.
005170 3400-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210*   4000-TALLY-PASS - ONE JUDGEMENT PER DISTINCT MESSAGE
005220*----------------------------------------------------------------
005230 4000-TALLY-PASS.
005240     MOVE LOW-VALUES TO PRT-TLY-MESSAGE-ID
005250     START PRT-TALLY-FILE KEY NOT LESS THAN PRT-TLY-MESSAGE-ID
005260         INVALID KEY
005270             MOVE 'Y' TO PRT-TALLY-EOF-SWITCH
005280     END-START
005290     IF NOT PRT-TALLY-END-OF-FILE
005300         PERFORM 4100-READ-NEXT-TALLY THRU 4100-EXIT
005310     END-IF
005320     PERFORM 4200-JUDGE-ONE-MESSAGE THRU 4200-EXIT
005330         UNTIL PRT-TALLY-END-OF-FILE.
005340 4000-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------
005380*   4100-READ-NEXT-TALLY
005390*----------------------------------------------------------------
005400 4100-READ-NEXT-TALLY.
005410     READ PRT-TALLY-FILE NEXT
005420         AT END
005430             MOVE 'Y' TO PRT-TALLY-EOF-SWITCH
005440     END-READ.
005450 4100-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490*   4200-JUDGE-ONE-MESSAGE
005500*----------------------------------------------------------------
005510 4200-JUDGE-ONE-MESSAGE.
005520     ADD 1 TO PRT-MESSAGES-DISTINCT
005530     EVALUATE TRUE
005540         WHEN PRT-TLY-CONSUMED = 1
005550             ADD 1 TO PRT-MESSAGES-ONCE
005560         WHEN PRT-TLY-CONSUMED > 1
005570             ADD 1 TO PRT-MESSAGES-MULTIPLE
005580             DISPLAY 'CONSUMED ' PRT-TLY-CONSUMED ' TIMES  '
005590                 PRT-TLY-MESSAGE-ID (1 : 60)
005600             DISPLAY '  FIRST BY PARTITION '
005610                 PRT-TLY-FIRST-PARTITION
005620                 ' STEP ' PRT-TLY-FIRST-STEP ' AT '
005630                 PRT-TLY-FIRST-DATE ' ' PRT-TLY-FIRST-TIME
005640             DISPLAY '  LAST BY PARTITION  '
005650                 PRT-TLY-LAST-PARTITION
005660                 ' STEP ' PRT-TLY-LAST-STEP ' AT '
005670                 PRT-TLY-LAST-DATE ' ' PRT-TLY-LAST-TIME
005680         WHEN OTHER
005690             ADD 1 TO PRT-MESSAGES-DUP-ONLY
005700             DISPLAY 'DUPLICATE ONLY         '
005710                 PRT-TLY-MESSAGE-ID (1 : 60)
005720             DISPLAY '  SKIPPED ' PRT-TLY-DUPLICATES ' TIME(S), '
005730                 'FIRST BY PARTITION ' PRT-TLY-FIRST-PARTITION
005740                 ' STEP ' PRT-TLY-FIRST-STEP
005750                 ' - NO CONSUMING ROW IN THE WINDOW'
005760     END-EVALUATE
005770     PERFORM 4100-READ-NEXT-TALLY THRU 4100-EXIT.
005780 4200-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820*   5000-RUN-STATUS-PASS - EVERY PARTITIONED ENTRY FOR THE QUEUE,
005830*   ITS RECEIVES BALANCED THE SAME WAY SQSEODC BALANCES THEM
005840*----------------------------------------------------------------
005850 5000-RUN-STATUS-PASS.
005860     IF NOT PRT-STAT-AVAILABLE
005870         GO TO 5000-EXIT
005880     END-IF
005890     DISPLAY '----- PARTITION RUN-STATUS ENTRIES -----'
005900     MOVE LOW-VALUES TO stat-key
005910     START SQS-RUN-STATUS-FILE KEY NOT LESS THAN stat-key
005920         INVALID KEY
005930             MOVE 'Y' TO PRT-STAT-EOF-SWITCH
005940     END-START
005950     IF NOT PRT-STAT-END-OF-FILE
005960         PERFORM 5100-READ-NEXT-STATUS THRU 5100-EXIT
005970     END-IF
005980     PERFORM 5200-JUDGE-ONE-STATUS THRU 5200-EXIT
005990         UNTIL PRT-STAT-END-OF-FILE
006000     IF PRT-STATUS-ENTRIES = 0
006010         DISPLAY 'NO PARTITIONED RUN-STATUS ENTRIES FOR THE QUEUE'
006020     END-IF.
006030 5000-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------
006070*   5100-READ-NEXT-STATUS
006080*----------------------------------------------------------------
006090 5100-READ-NEXT-STATUS.
006100     READ SQS-RUN-STATUS-FILE NEXT
006110         AT END
006120             MOVE 'Y' TO PRT-STAT-EOF-SWITCH
006130     END-READ.
006140 5100-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------
006180*   5200-JUDGE-ONE-STATUS
006190*----------------------------------------------------------------
006200 5200-JUDGE-ONE-STATUS.
006210     IF stat-queue-name NOT = PRT-SELECT-QUEUE-NAME
006220         OR stat-partition-id = SPACES
006230         GO TO 5200-NEXT
006240     END-IF
006250     ADD 1 TO PRT-STATUS-ENTRIES
006260     ADD stat-messages-processed TO PRT-STATUS-PROCESSED
006270     DISPLAY stat-program-id ' PARTITION ' stat-partition-id
006280         '  STEP ' stat-step-id '  PROCESSED '
006290         stat-messages-processed
006300     DISPLAY '  RECEIVED ' stat-recon-received '  DELETED '
006310         stat-recon-deleted '  PUT BACK ' stat-recon-returned
006320     IF stat-run-active
006330         DISPLAY '  STILL ACTIVE - LAST CHECKPOINT '
006340             stat-checkpoint-date ' ' stat-checkpoint-time
006350     END-IF
006360     IF stat-recon-received >
006370         stat-recon-deleted + stat-recon-returned
006380         ADD 1 TO PRT-STATUS-OUT-OF-BALANCE
006390         DISPLAY '  *** OUT OF BALANCE - RECEIVED MORE THAN '
006400             'DELETED OR PUT BACK ***'
006410     END-IF
006420     IF stat-partition-id IS NUMERIC
006430         MOVE stat-partition-id TO PRT-ROW-PARTITION-ID
006440         IF PRT-ROW-PARTITION-ID > 0
006450             AND PRT-ROW-PARTITION-ID NOT > 20
006460             MOVE PRT-ROW-PARTITION-ID TO PRT-SUB
006470             ADD stat-messages-processed
006480                 TO PRT-PTN-STATUS-PROCESSED (PRT-SUB)
006490         END-IF
006500     END-IF.
006510 5200-NEXT.
006520     PERFORM 5100-READ-NEXT-STATUS THRU 5100-EXIT.
006530 5200-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------
006570*   8000-FINALIZE - PARTITION TOTALS, THE EXACTLY-ONCE SUMMARY;
006580*   ANY FINDING RAISES THE FINDING RETURN CODE
006590*----------------------------------------------------------------
006600 8000-FINALIZE.
006610     CLOSE SQS-JOURNAL-FILE
006620     CLOSE PRT-TALLY-FILE
006630     IF PRT-LEASE-AVAILABLE
006640         CLOSE SQS-LEASE-FILE
006650     END-IF
006660     IF PRT-STAT-AVAILABLE
006670         CLOSE SQS-RUN-STATUS-FILE
006680     END-IF
006690     DISPLAY '----- PARTITION TOTALS -----'
006700     PERFORM 8100-PRINT-PARTITION-LINE THRU 8100-EXIT
006710         VARYING PRT-SUB FROM 1 BY 1
006720         UNTIL PRT-SUB > PRT-UNPARTITIONED-SUB
006730     DISPLAY '===== SQSPARTR EXACTLY-ONCE SUMMARY ====='
006740     DISPLAY 'JOURNAL ROWS READ        : ' PRT-ROWS-READ
006750     DISPLAY 'OTHER QUEUES             : ' PRT-ROWS-OTHER-QUEUE
006760     DISPLAY 'OUTSIDE DATE WINDOW      : '
006770         PRT-ROWS-OUTSIDE-WINDOW
006780     DISPLAY 'ROWS FOR THE QUEUE       : ' PRT-ROWS-SELECTED
006790     DISPLAY '  OF WHICH UNPARTITIONED : ' PRT-ROWS-UNPARTITIONED
006800     DISPLAY 'DISTINCT MESSAGES        : ' PRT-MESSAGES-DISTINCT
006810     DISPLAY 'CONSUMED EXACTLY ONCE    : ' PRT-MESSAGES-ONCE
006820     DISPLAY 'CONSUMED MORE THAN ONCE  : ' PRT-MESSAGES-MULTIPLE
006830     DISPLAY 'DUPLICATE ROWS ONLY      : ' PRT-MESSAGES-DUP-ONLY
006840     DISPLAY 'OUTSIDE THEIR PARTITION  : ' PRT-ROWS-MISROUTED
006850     DISPLAY 'LEASES NOT RELEASED      : ' PRT-LEASES-UNRELEASED
006860     DISPLAY 'BUCKET RANGE BREAKS      : ' PRT-RANGE-BREAKS
006870     DISPLAY 'LEASE COUNT CLASHES      : '
006880         PRT-LEASE-COUNT-CLASHES
006890     DISPLAY 'RUN-STATUS ENTRIES       : ' PRT-STATUS-ENTRIES
006900     DISPLAY '  MESSAGES PROCESSED     : ' PRT-STATUS-PROCESSED
006910     DISPLAY '  OUT OF BALANCE         : '
006920         PRT-STATUS-OUT-OF-BALANCE
006930     COMPUTE PRT-TOTAL-FINDINGS =
006940         PRT-MESSAGES-MULTIPLE
006950         + PRT-MESSAGES-DUP-ONLY
006960         + PRT-ROWS-MISROUTED
006970         + PRT-LEASES-UNRELEASED
006980         + PRT-RANGE-BREAKS
006990         + PRT-LEASE-COUNT-CLASHES
007000         + PRT-STATUS-OUT-OF-BALANCE
007010     IF PRT-TOTAL-FINDINGS > 0
007020         DISPLAY 'EXACTLY-ONCE NOT PROVEN - ' PRT-TOTAL-FINDINGS
007030             ' FINDING(S) - ENDING WITH RETURN CODE '
007040             PRT-FINDING-RC
007050         MOVE PRT-FINDING-RC TO RETURN-CODE
007060         GO TO 8000-EXIT
007070     END-IF
007080     IF PRT-MESSAGES-DISTINCT = 0
007090         DISPLAY 'NO JOURNAL ROWS FOR THE QUEUE IN THE WINDOW - '
007100             'NOTHING TO PROVE'
007110     ELSE
007120         DISPLAY 'EVERY MESSAGE IN THE WINDOW WAS CONSUMED '
007130             'EXACTLY ONCE, BY THE PARTITION OWNING ITS GROUP'
007140     END-IF.
007150 8000-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------
007190*   8100-PRINT-PARTITION-LINE - ONLY PARTITIONS WITH A LEASE OR
007200*   SOMETHING ON THE JOURNAL OR RUN-STATUS FILE
007210*----------------------------------------------------------------
007220 8100-PRINT-PARTITION-LINE.
007230     IF PRT-PTN-ROWS (PRT-SUB) = 0
007240         AND PRT-PTN-STATUS-PROCESSED (PRT-SUB) = 0
007250         AND NOT PRT-PTN-HAS-LEASE (PRT-SUB)
007260         GO TO 8100-EXIT
007270     END-IF
007280     IF PRT-SUB = PRT-UNPARTITIONED-SUB
007290         DISPLAY 'UNPARTITIONED RUNS  CONSUMED '
007300             PRT-PTN-CONSUMED (PRT-SUB) '  DUPLICATES '
007310             PRT-PTN-DUPLICATES (PRT-SUB) '  BAD PARTITION '
007320             PRT-PTN-MISROUTED (PRT-SUB)
007330         GO TO 8100-EXIT
007340     END-IF
007350     MOVE PRT-SUB TO PRT-ROW-PARTITION-ID
007360     DISPLAY 'PARTITION ' PRT-ROW-PARTITION-ID '  CONSUMED '
007370         PRT-PTN-CONSUMED (PRT-SUB) '  DUPLICATES '
007380         PRT-PTN-DUPLICATES (PRT-SUB) '  OUTSIDE '
007390         PRT-PTN-MISROUTED (PRT-SUB)
007400     DISPLAY '  LEASE STEP ' PRT-PTN-LEASE-STEP (PRT-SUB)
007410         '  HANDLED ' PRT-PTN-LEASE-HANDLED (PRT-SUB)
007420         '  TAKEOVERS ' PRT-PTN-LEASE-TAKEOVERS (PRT-SUB)
007430         '  RUN-STATUS ' PRT-PTN-STATUS-PROCESSED (PRT-SUB).
007440 8100-EXIT.
007450     EXIT.
007460
007470     COPY SQSLSECK.
