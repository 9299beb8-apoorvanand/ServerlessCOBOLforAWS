000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSEODC.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. END-OF-DAY CLOSE CERTIFICATION
000100*                 - READS EVERY NIGHTLY OUTPUT THAT PROVES ONE
000110*                 PIECE OF THE CLOSE FOR THE BUSINESS DATE AND
000120*                 PRINTS ONE CERTIFICATION PAGE, ONE LINE PER
000130*                 CONTROL, EACH MARKED PASS, WARN OR FAIL. THE
000140*                 STEP RETURN CODE RELEASES OR HOLDS THE
000150*                 DOWNSTREAM GENERAL-LEDGER JOBS. REPLACES THE
000160*                 SHIFT LEAD'S EIGHT-SYSOUT SIGN-OFF.
000162* 2026-10-15 RJM  MESSAGES A PARTITIONED CONSUME STEP PUT BACK FOR
000164*                 ANOTHER PARTITION (stat-recon-returned) BALANCE
000166*                 ITS RECEIVES; EXCEPTION LINES SHOW THE
000168*                 PARTITION.
000170*-----------------------------------------------------------------
000180* THE EIGHT CONTROLS AND THEIR SOURCES:
000190* - RECONCILIATION: THE RECON FIGURES EVERY SQSSTATWR HOST NOW
000200*   KEEPS ON ITS RUN-STATUS RECORD (SQSSTATF.CPY) - A RUN STARTED
000210*   ON THE BUSINESS DATE THAT SENT OTHER THAN ITS EXPECTED COUNT,
000220*   OR RECEIVED MORE THAN IT DELETED OR PUT BACK, FAILS.
000230* - CONTROL TOTALS: A RUN-STATUS RECORD LEFT WITH ITS TRAILER
000240*   PENDING (Verify-sqs-control-totals NEVER RETURNED) FAILS.
000250* - ACTIVE RUNS: ANY RUN-STATUS ENTRY STILL ACTIVE, ANY DATE -
000260*   THE SAME ENTRIES SQSSTAT LISTS AS ACTIVE - FAILS.
000270* - PENDING REPLIES: ANY RECORD ON PENDREP (SQSREQRP) FAILS.
000280* - PARKED MESSAGES: AWAITING REVIEW SINCE THE BUSINESS DATE
000290*   WARNS; AWAITING REVIEW FROM AN EARLIER DAY FAILS.
000300* - DEFERRED RELEASES: AN SQSDEFER ITEM STILL AWAITING RELEASE
000310*   PAST ITS RELEASE STAMP, OR WHOSE RELEASE FAILED, FAILS.
000320* - HOLDOVER CARRY-FORWARD: ANY RECORD ON HOLDNEW (SQSQREL)
000330*   WARNS - A HELD QUEUE IS AN OPERATOR DECISION, NOT A BREAK.
000340* - INTEGRITY CHECK: THE LAST SQSXCHK SUMMARY (SQSXCKSM.CPY) FOR
000350*   THE BUSINESS DATE - ANY FINDING FAILS; NO RUN FOR THE DATE,
000360*   OR A RUN THAT SKIPPED AN INPUT, WARNS.
000370* THE RUN-STATUS DATASET IS THE HEART OF THE CLOSE, SO ITS
000380* ABSENCE FAILS ITS THREE CONTROLS. EVERY OTHER INPUT IS
000390* OPTIONAL (SAME DOCTRINE AS SQSXCHK) BUT AN ABSENT ONE CANNOT BE
000400* CERTIFIED, SO ITS CONTROL WARNS RATHER THAN PASSES.
000410* THE BUSINESS DATE COMES FROM AN OPTIONAL SYSIN CARD (YYYYMMDD,
000420* DEFAULT TODAY). RETURN CODE 0 - ALL PASS, RELEASE THE LEDGER;
000430* 4 - WARNINGS ONLY, RELEASE AFTER THE SHIFT LEAD READS THEM;
000440* 8 - ANY FAIL, HOLD THE LEDGER.
000450*-----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SQS-RUN-STATUS-FILE ASSIGN TO SQSSTATF
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS DYNAMIC
000520            RECORD KEY IS stat-key
000530            FILE STATUS IS sqs-stat-file-status.
000540     SELECT SQS-PENDING-REPLY-FILE ASSIGN TO PENDREP
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS EOD-PENDREP-FILE-STATUS.
000570     SELECT SQS-PARK-FILE ASSIGN TO SQSPARK
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS DYNAMIC
000600            RECORD KEY IS park-message-id
000610            FILE STATUS IS sqs-park-file-status.
000620     SELECT SQS-DEFER-FILE ASSIGN TO SQSDEFER
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE IS DYNAMIC
000650            RECORD KEY IS def-defer-id
000660            FILE STATUS IS sqs-defer-file-status.
000670     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDNEW
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS EOD-HOLDNEW-FILE-STATUS.
000700     SELECT SQS-XCHK-SUMMARY-FILE ASSIGN TO XCHKSUM
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS EOD-XCHKSUM-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760     COPY SQSSTATF.
000770     COPY SQSPEND.
000780     COPY SQSPARK.
000790     COPY SQSDEFER.
000800     COPY SQSHOLD.
000810     COPY SQSXCKSM.
000820
000830 WORKING-STORAGE SECTION.
000840     COPY SQSSTATWS.
000850     COPY SQSPARKWS.
000860     COPY SQSDEFWS.
000870
000880 01  EOD-SWITCHES.
000890     05 EOD-EOF-SWITCH PIC X(1) VALUE 'N'.
000900        88 EOD-END-OF-FILE VALUE 'Y'.
000910     05 EOD-XCHK-FOUND-SW PIC X(1) VALUE 'N'.
000920        88 EOD-XCHK-FOUND VALUE 'Y'.
000930
000940 01  EOD-FILE-STATUSES.
000950     05 EOD-PENDREP-FILE-STATUS PIC X(2) VALUE '00'.
000960     05 EOD-HOLDNEW-FILE-STATUS PIC X(2) VALUE '00'.
000970     05 EOD-XCHKSUM-FILE-STATUS PIC X(2) VALUE '00'.
000980
000990* THE STEP RETURN CODES THE SCHEDULER KEYS THE LEDGER RELEASE ON.
001000 77  EOD-WARN-RC PIC 9(4) COMP-5 VALUE 4.
001010 77  EOD-NO-GO-RC PIC 9(4) COMP-5 VALUE 8.
001020* OPTIONAL SYSIN CARD - BUSINESS DATE YYYYMMDD. BLANK OR
001030* NON-NUMERIC KEEPS TODAY.
001040 77  EOD-DATE-CARD PIC X(8) VALUE SPACES.
001050 77  EOD-BUSINESS-DATE PIC 9(8) VALUE 0.
001060 77  EOD-RUN-DATE PIC 9(8) VALUE 0.
001070 77  EOD-RUN-TIME PIC 9(8) VALUE 0.
001080 77  EOD-RUNS-FOR-DATE PIC 9(9) COMP-5 VALUE 0.
001090 77  EOD-RUNS-OUT-OF-BALANCE PIC 9(9) COMP-5 VALUE 0.
001100 77  EOD-RUNS-STILL-ACTIVE PIC 9(9) COMP-5 VALUE 0.
001110 77  EOD-CTOT-PROVEN PIC 9(9) COMP-5 VALUE 0.
001120 77  EOD-CTOT-UNPROVEN PIC 9(9) COMP-5 VALUE 0.
001130 77  EOD-PENDING-REPLIES PIC 9(9) COMP-5 VALUE 0.
001140 77  EOD-PARKED-TODAY PIC 9(9) COMP-5 VALUE 0.
001150 77  EOD-PARKED-EARLIER PIC 9(9) COMP-5 VALUE 0.
001160 77  EOD-DEFER-PAST-DUE PIC 9(9) COMP-5 VALUE 0.
001170 77  EOD-DEFER-FAILED PIC 9(9) COMP-5 VALUE 0.
001180 77  EOD-HOLDNEW-RECORDS PIC 9(9) COMP-5 VALUE 0.
001190 77  EOD-CONTROLS-PASSED PIC 9(3) COMP-5 VALUE 0.
001200 77  EOD-CONTROLS-WARNED PIC 9(3) COMP-5 VALUE 0.
001210 77  EOD-CONTROLS-FAILED PIC 9(3) COMP-5 VALUE 0.
001220 77  EOD-ABEND-MSG PIC X(256) VALUE SPACES.
001230 77  EOD-SUB PIC 9(2) COMP-5 VALUE 0.
001240
001250* A DEFERRED ITEM IS PAST DUE WHEN ITS RELEASE STAMP IS BEFORE
001260* THIS CUTOFF - NOW, WHEN THE CLOSE RUNS ON ITS OWN BUSINESS
001270* DATE; THE END OF THE BUSINESS DATE, WHEN IT RUNS LATER.
001280 01  EOD-DEFER-CUTOFF.
001290     05 EOD-CUTOFF-DATE PIC 9(8) VALUE 0.
001300     05 EOD-CUTOFF-TIME PIC 9(8) VALUE 0.
001310
001320* THE LAST SQSXCHK SUMMARY WRITTEN ON THE BUSINESS DATE.
001330 01  EOD-XCHK-LATEST.
001340     05 EOD-XCHK-TIME PIC 9(8) VALUE 0.
001350     05 EOD-XCHK-FINDINGS PIC 9(9) VALUE 0.
001360     05 EOD-XCHK-INPUTS PIC X(5) VALUE SPACES.
001370
001380* ONE CERTIFICATION LINE PER CONTROL.
001390 01  EOD-CERT-LINE.
001400     05 EOD-CL-CONTROL PIC X(24).
001410     05 EOD-CL-RESULT PIC X(4).
001420        88 EOD-CL-PASS VALUE 'PASS'.
001430        88 EOD-CL-WARN VALUE 'WARN'.
001440        88 EOD-CL-FAIL VALUE 'FAIL'.
001450     05 FILLER PIC X(2) VALUE SPACES.
001460     05 EOD-CL-COUNT PIC Z(8)9.
001470     05 FILLER PIC X(1) VALUE SPACE.
001480     05 EOD-CL-DETAIL PIC X(40).
001490
001500* THE PAGE IS PRINTED AFTER THE EXCEPTIONS, SO EACH LINE IS KEPT
001510* HERE AS ITS CONTROL IS JUDGED.
001520 01  EOD-CERT-TABLE.
001530     05 EOD-CERT-COUNT PIC 9(2) COMP-5 VALUE 0.
001540     05 EOD-CERT-ENTRY OCCURS 10 TIMES PIC X(80).
001550
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------
001580*   0000-MAINLINE - ONE PASS OVER EACH CLOSE INPUT, THEN THE
001590*   CERTIFICATION PAGE AND THE GO/NO-GO RETURN CODE
001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630     PERFORM 2000-RUN-STATUS-PASS THRU 2000-EXIT
001640     PERFORM 3000-PENDING-REPLY-PASS THRU 3000-EXIT
001650     PERFORM 4000-PARK-PASS THRU 4000-EXIT
001660     PERFORM 5000-DEFER-PASS THRU 5000-EXIT
001670     PERFORM 6000-HOLDNEW-PASS THRU 6000-EXIT
001680     PERFORM 6500-XCHK-SUMMARY-PASS THRU 6500-EXIT
001690     PERFORM 8000-FINALIZE THRU 8000-EXIT
001700     GOBACK.
001710
001720*----------------------------------------------------------------
001730*   1000-INITIALIZE - ESTABLISH THE BUSINESS DATE AND THE DEFER
001740*   CUTOFF
001750*----------------------------------------------------------------
001760 1000-INITIALIZE.
001770     ACCEPT EOD-RUN-DATE FROM DATE YYYYMMDD
001780     ACCEPT EOD-RUN-TIME FROM TIME
001790     MOVE EOD-RUN-DATE TO EOD-BUSINESS-DATE
001800     ACCEPT EOD-DATE-CARD
001810     IF EOD-DATE-CARD IS NUMERIC
001820         MOVE EOD-DATE-CARD TO EOD-BUSINESS-DATE
001830     END-IF
001840     IF EOD-BUSINESS-DATE > EOD-RUN-DATE
001850         DISPLAY 'BUSINESS DATE ' EOD-BUSINESS-DATE
001860             ' IS LATER THAN TODAY - A DAY CANNOT BE CLOSED '
001870             'BEFORE IT HAPPENS'
001880         MOVE 'BUSINESS DATE IN FUTURE' TO EOD-ABEND-MSG
001890         CALL "FORCEABEND" USING EOD-ABEND-MSG
001900     END-IF
001910     MOVE EOD-BUSINESS-DATE TO EOD-CUTOFF-DATE
001920     IF EOD-BUSINESS-DATE = EOD-RUN-DATE
001930         MOVE EOD-RUN-TIME TO EOD-CUTOFF-TIME
001940     ELSE
001950         MOVE 99999999 TO EOD-CUTOFF-TIME
001960     END-IF
001970     DISPLAY '===== SQSEODC CLOSE EXCEPTIONS - BUSINESS DATE '
001980         EOD-BUSINESS-DATE ' ====='.
001990 1000-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------------
002030*   2000-RUN-STATUS-PASS - RECONCILIATION, CONTROL TOTALS AND
002040*   ACTIVE RUNS, ALL FROM THE SHARED RUN-STATUS DATASET
002050*----------------------------------------------------------------
002060 2000-RUN-STATUS-PASS.
002070     OPEN INPUT SQS-RUN-STATUS-FILE
002080     IF NOT stat-file-ok
002090         DISPLAY 'RUN-STATUS FILE NOT PRESENT - FILE STATUS '
002100             sqs-stat-file-status
002110         MOVE 'RECONCILIATION' TO EOD-CL-CONTROL
002120         PERFORM 2900-FAIL-NO-RUN-STATUS THRU 2900-EXIT
002130         MOVE 'CONTROL TOTALS' TO EOD-CL-CONTROL
002140         PERFORM 2900-FAIL-NO-RUN-STATUS THRU 2900-EXIT
002150         MOVE 'ACTIVE RUNS' TO EOD-CL-CONTROL
002160         PERFORM 2900-FAIL-NO-RUN-STATUS THRU 2900-EXIT
002170         GO TO 2000-EXIT
002180     END-IF
002190     MOVE 'N' TO EOD-EOF-SWITCH
002200     MOVE LOW-VALUES TO stat-key
002210     START SQS-RUN-STATUS-FILE KEY NOT LESS THAN stat-key
002220         INVALID KEY
002230             MOVE 'Y' TO EOD-EOF-SWITCH
002240     END-START
002250     IF NOT EOD-END-OF-FILE
002260         PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT
002270     END-IF
002280     PERFORM 2200-JUDGE-ONE-ENTRY THRU 2200-EXIT
002290         UNTIL EOD-END-OF-FILE
002300     CLOSE SQS-RUN-STATUS-FILE
002310     PERFORM 2500-CERTIFY-RUN-STATUS THRU 2500-EXIT.
002320 2000-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------
002360*   2100-READ-NEXT-ENTRY
002370*----------------------------------------------------------------
002380 2100-READ-NEXT-ENTRY.
002390     READ SQS-RUN-STATUS-FILE NEXT
002400         AT END
002410             MOVE 'Y' TO EOD-EOF-SWITCH
002420     END-READ.
002430 2100-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------------
002470*   2200-JUDGE-ONE-ENTRY - AN ACTIVE ENTRY COUNTS WHATEVER ITS
002480*   DATE; THE RECON AND TRAILER FIGURES ONLY FOR A RUN STARTED
002490*   ON THE BUSINESS DATE
002500*----------------------------------------------------------------
002510 2200-JUDGE-ONE-ENTRY.
002520     IF stat-run-active
002530         ADD 1 TO EOD-RUNS-STILL-ACTIVE
002540         DISPLAY 'STILL ACTIVE      ' stat-program-id ' '
002550             stat-queue-name (1 : 50) ' ' stat-partition-id
002560         DISPLAY '  STARTED ' stat-start-date ' ' stat-start-time
002570             '  LAST CHECKPOINT ' stat-checkpoint-date ' '
002580             stat-checkpoint-time
002590     END-IF
002600     IF stat-start-date NOT = EOD-BUSINESS-DATE
002610         GO TO 2200-NEXT
002620     END-IF
002630     ADD 1 TO EOD-RUNS-FOR-DATE
002640     IF (stat-recon-expected NOT = 0
002650         AND stat-recon-sent NOT = stat-recon-expected)
002660         OR stat-recon-received >
002662             stat-recon-deleted + stat-recon-returned
002670         ADD 1 TO EOD-RUNS-OUT-OF-BALANCE
002680         DISPLAY 'OUT OF BALANCE    ' stat-program-id ' '
002690             stat-queue-name (1 : 50) ' ' stat-partition-id
002700         DISPLAY '  SENT ' stat-recon-sent ' EXPECTED '
002710             stat-recon-expected ' RECEIVED ' stat-recon-received
002720             ' DELETED ' stat-recon-deleted
002722         IF stat-recon-returned > 0
002724             DISPLAY '  PUT BACK TO OTHER PARTITIONS '
002726                 stat-recon-returned
002728         END-IF
002730     END-IF
002740     EVALUATE TRUE
002750         WHEN stat-ctot-verified
002760             ADD 1 TO EOD-CTOT-PROVEN
002770         WHEN stat-ctot-pending
002780             ADD 1 TO EOD-CTOT-UNPROVEN
002790             DISPLAY 'TRAILER UNPROVEN  ' stat-program-id ' '
002800                 stat-queue-name (1 : 50) ' ' stat-partition-id
002810         WHEN OTHER
002820             CONTINUE
002830     END-EVALUATE.
002840 2200-NEXT.
002850     PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT.
002860 2200-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------
002900*   2500-CERTIFY-RUN-STATUS - THE THREE RUN-STATUS CONTROL LINES
002910*----------------------------------------------------------------
002920 2500-CERTIFY-RUN-STATUS.
002930     MOVE 'RECONCILIATION' TO EOD-CL-CONTROL
002940     EVALUATE TRUE
002950         WHEN EOD-RUNS-OUT-OF-BALANCE > 0
002960             SET EOD-CL-FAIL TO TRUE
002970             MOVE EOD-RUNS-OUT-OF-BALANCE TO EOD-CL-COUNT
002980             MOVE 'RUN(S) OUT OF BALANCE' TO EOD-CL-DETAIL
002990         WHEN EOD-RUNS-FOR-DATE = 0
003000             SET EOD-CL-WARN TO TRUE
003010             MOVE 0 TO EOD-CL-COUNT
003020             MOVE 'RUNS STARTED ON THE BUSINESS DATE'
003030                 TO EOD-CL-DETAIL
003040         WHEN OTHER
003050             SET EOD-CL-PASS TO TRUE
003060             MOVE EOD-RUNS-FOR-DATE TO EOD-CL-COUNT
003070             MOVE 'RUN(S) IN BALANCE' TO EOD-CL-DETAIL
003080     END-EVALUATE
003090     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT
003100     MOVE 'CONTROL TOTALS' TO EOD-CL-CONTROL
003110     IF EOD-CTOT-UNPROVEN > 0
003120         SET EOD-CL-FAIL TO TRUE
003130         MOVE EOD-CTOT-UNPROVEN TO EOD-CL-COUNT
003140         MOVE 'TRAILER BATCH(ES) NEVER PROVEN'
003150             TO EOD-CL-DETAIL
003160     ELSE
003170         SET EOD-CL-PASS TO TRUE
003180         MOVE EOD-CTOT-PROVEN TO EOD-CL-COUNT
003190         MOVE 'TRAILER BATCH(ES) VERIFIED' TO EOD-CL-DETAIL
003200     END-IF
003210     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT
003220     MOVE 'ACTIVE RUNS' TO EOD-CL-CONTROL
003230     MOVE EOD-RUNS-STILL-ACTIVE TO EOD-CL-COUNT
003240     MOVE 'RUN-STATUS ENTRY(IES) STILL ACTIVE'
003250         TO EOD-CL-DETAIL
003260     IF EOD-RUNS-STILL-ACTIVE > 0
003270         SET EOD-CL-FAIL TO TRUE
003280     ELSE
003290         SET EOD-CL-PASS TO TRUE
003300     END-IF
003310     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT.
003320 2500-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------
003360*   2900-FAIL-NO-RUN-STATUS - CONTROL NAME ALREADY MOVED
003370*----------------------------------------------------------------
003380 2900-FAIL-NO-RUN-STATUS.
003390     SET EOD-CL-FAIL TO TRUE
003400     MOVE 0 TO EOD-CL-COUNT
003410     MOVE 'RUN-STATUS DATASET NOT PRESENT' TO EOD-CL-DETAIL
003420     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT.
003430 2900-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470*   3000-PENDING-REPLY-PASS - EVERY PENDREP RECORD IS A REQUEST
003480*   STILL WAITING ON ITS REPLY
003490*----------------------------------------------------------------
003500 3000-PENDING-REPLY-PASS.
003510     MOVE 'PENDING REPLIES' TO EOD-CL-CONTROL
003520     OPEN INPUT SQS-PENDING-REPLY-FILE
003530     IF EOD-PENDREP-FILE-STATUS NOT = '00'
003540         PERFORM 7100-WARN-NOT-PRESENT THRU 7100-EXIT
003550         GO TO 3000-EXIT
003560     END-IF
003570     MOVE 'N' TO EOD-EOF-SWITCH
003580     PERFORM 3100-READ-PENDING-REPLY THRU 3100-EXIT
003590     PERFORM 3200-LIST-PENDING-REPLY THRU 3200-EXIT
003600         UNTIL EOD-END-OF-FILE
003610     CLOSE SQS-PENDING-REPLY-FILE
003620     MOVE EOD-PENDING-REPLIES TO EOD-CL-COUNT
003630     MOVE 'REQUEST(S) AWAITING A REPLY' TO EOD-CL-DETAIL
003640     IF EOD-PENDING-REPLIES > 0
003650         SET EOD-CL-FAIL TO TRUE
003660     ELSE
003670         SET EOD-CL-PASS TO TRUE
003680     END-IF
003690     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT.
003700 3000-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740*   3100-READ-PENDING-REPLY
003750*----------------------------------------------------------------
003760 3100-READ-PENDING-REPLY.
003770     READ SQS-PENDING-REPLY-FILE
003780         AT END
003790             MOVE 'Y' TO EOD-EOF-SWITCH
003800     END-READ.
003810 3100-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------------
003850*   3200-LIST-PENDING-REPLY
003860*----------------------------------------------------------------
003870 3200-LIST-PENDING-REPLY.
003880     ADD 1 TO EOD-PENDING-REPLIES
003890     DISPLAY 'PENDING REPLY     ' pnd-correlation-id ' SINCE '
003900         pnd-date ' ' pnd-time
003910     DISPLAY '  REQUEST QUEUE ' pnd-request-queue-name (1 : 50)
003920     PERFORM 3100-READ-PENDING-REPLY THRU 3100-EXIT.
003930 3200-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970*   4000-PARK-PASS - PARKED MESSAGES STILL AWAITING REVIEW. ONE
003980*   PARKED ON THE BUSINESS DATE IS TONIGHT'S WORK; ONE CARRIED
003990*   FROM AN EARLIER DAY WAS NEVER LOOKED AT. A PARK DATED AFTER
004000*   THE BUSINESS DATE BELONGS TO A LATER CLOSE.
004010*----------------------------------------------------------------
004020 4000-PARK-PASS.
004030     MOVE 'PARKED MESSAGES' TO EOD-CL-CONTROL
004040     OPEN INPUT SQS-PARK-FILE
004050     IF NOT park-file-ok
004060         PERFORM 7100-WARN-NOT-PRESENT THRU 7100-EXIT
004070         GO TO 4000-EXIT
004080     END-IF
004090     MOVE 'N' TO EOD-EOF-SWITCH
004100     MOVE LOW-VALUES TO park-message-id
004110     START SQS-PARK-FILE KEY NOT LESS THAN park-message-id
004120         INVALID KEY
004130             MOVE 'Y' TO EOD-EOF-SWITCH
004140     END-START
004150     IF NOT EOD-END-OF-FILE
004160         PERFORM 4100-READ-NEXT-PARK THRU 4100-EXIT
004170     END-IF
004180     PERFORM 4200-JUDGE-ONE-PARK THRU 4200-EXIT
004190         UNTIL EOD-END-OF-FILE
004200     CLOSE SQS-PARK-FILE
004210     EVALUATE TRUE
004220         WHEN EOD-PARKED-EARLIER > 0
004230             SET EOD-CL-FAIL TO TRUE
004240             MOVE EOD-PARKED-EARLIER TO EOD-CL-COUNT
004250             MOVE 'UNREVIEWED FROM AN EARLIER DAY'
004260                 TO EOD-CL-DETAIL
004270         WHEN EOD-PARKED-TODAY > 0
004280             SET EOD-CL-WARN TO TRUE
004290             MOVE EOD-PARKED-TODAY TO EOD-CL-COUNT
004300             MOVE 'PARKED TODAY, AWAITING REVIEW'
004310                 TO EOD-CL-DETAIL
004320         WHEN OTHER
004330             SET EOD-CL-PASS TO TRUE
004340             MOVE 0 TO EOD-CL-COUNT
004350             MOVE 'AWAITING REVIEW' TO EOD-CL-DETAIL
004360     END-EVALUATE
004370     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT.
004380 4000-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420*   4100-READ-NEXT-PARK
004430*----------------------------------------------------------------
004440 4100-READ-NEXT-PARK.
004450     READ SQS-PARK-FILE NEXT
004460         AT END
004470             MOVE 'Y' TO EOD-EOF-SWITCH
004480     END-READ.
004490 4100-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530*   4200-JUDGE-ONE-PARK
004540*----------------------------------------------------------------
004550 4200-JUDGE-ONE-PARK.
004560     IF park-awaiting-review
004570         IF park-date < EOD-BUSINESS-DATE
004580             ADD 1 TO EOD-PARKED-EARLIER
004590             DISPLAY 'UNREVIEWED PARK   ' park-message-id (1 : 50)
004600             DISPLAY '  PARKED ' park-date ' REASON '
004610                 park-reason-code ' QUEUE '
004620                 park-queue-name (1 : 40)
004630         ELSE
004640             IF park-date = EOD-BUSINESS-DATE
004650                 ADD 1 TO EOD-PARKED-TODAY
004660             END-IF
004670         END-IF
004680     END-IF
004690     PERFORM 4100-READ-NEXT-PARK THRU 4100-EXIT.
004700 4200-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------
004740*   5000-DEFER-PASS - DEFERRED MESSAGES SQSDEFRL SHOULD ALREADY
004750*   HAVE RELEASED, AND RELEASES THAT FAILED
004760*----------------------------------------------------------------
004770 5000-DEFER-PASS.
004780     MOVE 'DEFERRED RELEASES' TO EOD-CL-CONTROL
004790     OPEN INPUT SQS-DEFER-FILE
004800     IF NOT defer-file-ok
004810         PERFORM 7100-WARN-NOT-PRESENT THRU 7100-EXIT
004820         GO TO 5000-EXIT
004830     END-IF
004840     MOVE 'N' TO EOD-EOF-SWITCH
004850     MOVE LOW-VALUES TO def-defer-id
004860     START SQS-DEFER-FILE KEY NOT LESS THAN def-defer-id
004870         INVALID KEY
004880             MOVE 'Y' TO EOD-EOF-SWITCH
004890     END-START
004900     IF NOT EOD-END-OF-FILE
004910         PERFORM 5100-READ-NEXT-DEFER THRU 5100-EXIT
004920     END-IF
004930     PERFORM 5200-JUDGE-ONE-DEFER THRU 5200-EXIT
004940         UNTIL EOD-END-OF-FILE
004950     CLOSE SQS-DEFER-FILE
004960     IF EOD-DEFER-PAST-DUE + EOD-DEFER-FAILED > 0
004970         SET EOD-CL-FAIL TO TRUE
004980         COMPUTE EOD-CL-COUNT =
004990             EOD-DEFER-PAST-DUE + EOD-DEFER-FAILED
005000         MOVE 'PAST DUE OR FAILED RELEASE(S)' TO EOD-CL-DETAIL
005010     ELSE
005020         SET EOD-CL-PASS TO TRUE
005030         MOVE 0 TO EOD-CL-COUNT
005040         MOVE 'PAST DUE OR FAILED RELEASE(S)' TO EOD-CL-DETAIL
005050     END-IF
005060     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT.
005070 5000-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110*   5100-READ-NEXT-DEFER
005120*----------------------------------------------------------------
005130 5100-READ-NEXT-DEFER.
005140     READ SQS-DEFER-FILE NEXT
005150         AT END
005160             MOVE 'Y' TO EOD-EOF-SWITCH
005170     END-READ.
005180 5100-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220*   5200-JUDGE-ONE-DEFER
005230*----------------------------------------------------------------
005240 5200-JUDGE-ONE-DEFER.
005250     EVALUATE TRUE
005260         WHEN def-release-failed
005270             ADD 1 TO EOD-DEFER-FAILED
005280             DISPLAY 'RELEASE FAILED    ' def-defer-id
005290             DISPLAY '  DUE ' def-release-date ' '
005300                 def-release-time ' QUEUE '
005310                 def-queue-name (1 : 40)
005320         WHEN def-awaiting-release
005330             AND def-release-stamp < EOD-DEFER-CUTOFF
005340             ADD 1 TO EOD-DEFER-PAST-DUE
005350             DISPLAY 'RELEASE PAST DUE  ' def-defer-id
005360             DISPLAY '  DUE ' def-release-date ' '
005370                 def-release-time ' QUEUE '
005380                 def-queue-name (1 : 40)
005390         WHEN OTHER
005400             CONTINUE
005410     END-EVALUATE
005420     PERFORM 5100-READ-NEXT-DEFER THRU 5100-EXIT.
005430 5200-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470*   6000-HOLDNEW-PASS - MESSAGES SQSQREL CARRIED FORWARD FOR
005480*   QUEUES STILL HELD (OR WHOSE FLUSH FAILED)
005490*----------------------------------------------------------------
005500 6000-HOLDNEW-PASS.
005510     MOVE 'HOLDOVER CARRY-FORWARD' TO EOD-CL-CONTROL
005520     OPEN INPUT SQS-HOLDOVER-FILE
005530     IF EOD-HOLDNEW-FILE-STATUS NOT = '00'
005540         PERFORM 7100-WARN-NOT-PRESENT THRU 7100-EXIT
005550         GO TO 6000-EXIT
005560     END-IF
005570     MOVE 'N' TO EOD-EOF-SWITCH
005580     PERFORM 6100-READ-HOLDNEW THRU 6100-EXIT
005590     PERFORM 6200-COUNT-HOLDNEW THRU 6200-EXIT
005600         UNTIL EOD-END-OF-FILE
005610     CLOSE SQS-HOLDOVER-FILE
005620     MOVE EOD-HOLDNEW-RECORDS TO EOD-CL-COUNT
005630     MOVE 'MESSAGE(S) CARRIED FORWARD' TO EOD-CL-DETAIL
005640     IF EOD-HOLDNEW-RECORDS > 0
005650         SET EOD-CL-WARN TO TRUE
005660     ELSE
005670         SET EOD-CL-PASS TO TRUE
005680     END-IF
005690     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT.
005700 6000-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740*   6100-READ-HOLDNEW
005750*----------------------------------------------------------------
005760 6100-READ-HOLDNEW.
005770     READ SQS-HOLDOVER-FILE
005780         AT END
005790             MOVE 'Y' TO EOD-EOF-SWITCH
005800     END-READ.
005810 6100-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------------
005850*   6200-COUNT-HOLDNEW
005860*----------------------------------------------------------------
005870 6200-COUNT-HOLDNEW.
005880     ADD 1 TO EOD-HOLDNEW-RECORDS
005890     PERFORM 6100-READ-HOLDNEW THRU 6100-EXIT.
005900 6200-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940*   6500-XCHK-SUMMARY-PASS - KEEP THE LAST SQSXCHK SUMMARY
005950*   WRITTEN ON THE BUSINESS DATE
005960*----------------------------------------------------------------
005970 6500-XCHK-SUMMARY-PASS.
005980     MOVE 'INTEGRITY CHECK' TO EOD-CL-CONTROL
005990     OPEN INPUT SQS-XCHK-SUMMARY-FILE
006000     IF EOD-XCHKSUM-FILE-STATUS NOT = '00'
006010         PERFORM 7100-WARN-NOT-PRESENT THRU 7100-EXIT
006020         GO TO 6500-EXIT
006030     END-IF
006040     MOVE 'N' TO EOD-EOF-SWITCH
006050     PERFORM 6600-READ-XCHK-SUMMARY THRU 6600-EXIT
006060     PERFORM 6700-KEEP-XCHK-SUMMARY THRU 6700-EXIT
006070         UNTIL EOD-END-OF-FILE
006080     CLOSE SQS-XCHK-SUMMARY-FILE
006090     EVALUATE TRUE
006100         WHEN NOT EOD-XCHK-FOUND
006110             SET EOD-CL-WARN TO TRUE
006120             MOVE 0 TO EOD-CL-COUNT
006130             MOVE 'SQSXCHK RUNS ON THE BUSINESS DATE'
006140                 TO EOD-CL-DETAIL
006150         WHEN EOD-XCHK-FINDINGS > 0
006160             SET EOD-CL-FAIL TO TRUE
006170             MOVE EOD-XCHK-FINDINGS TO EOD-CL-COUNT
006180             MOVE 'CROSS-DATASET FINDING(S)' TO EOD-CL-DETAIL
006190         WHEN EOD-XCHK-INPUTS NOT = 'YYYYY'
006200             SET EOD-CL-WARN TO TRUE
006210             MOVE 0 TO EOD-CL-COUNT
006220             MOVE 'FINDINGS - BUT AN INPUT WAS SKIPPED'
006230                 TO EOD-CL-DETAIL
006240         WHEN OTHER
006250             SET EOD-CL-PASS TO TRUE
006260             MOVE 0 TO EOD-CL-COUNT
006270             MOVE 'CROSS-DATASET FINDING(S)' TO EOD-CL-DETAIL
006280     END-EVALUATE
006290     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT.
006300 6500-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------
006340*   6600-READ-XCHK-SUMMARY
006350*----------------------------------------------------------------
006360 6600-READ-XCHK-SUMMARY.
006370     READ SQS-XCHK-SUMMARY-FILE
006380         AT END
006390             MOVE 'Y' TO EOD-EOF-SWITCH
006400     END-READ.
006410 6600-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------
006450*   6700-KEEP-XCHK-SUMMARY - THE DATASET IS APPENDED IN RUN
006460*   ORDER, BUT A RERUN THE SAME DAY MAY BE RESTORED OUT OF
006470*   ORDER, SO THE LATEST TIME WINS RATHER THAN THE LAST RECORD
006480*----------------------------------------------------------------
006490 6700-KEEP-XCHK-SUMMARY.
006500     IF xsm-date = EOD-BUSINESS-DATE
006510         IF NOT EOD-XCHK-FOUND
006520             OR xsm-time NOT LESS THAN EOD-XCHK-TIME
006530             SET EOD-XCHK-FOUND TO TRUE
006540             MOVE xsm-time TO EOD-XCHK-TIME
006550             MOVE xsm-total-findings TO EOD-XCHK-FINDINGS
006560             MOVE xsm-inputs-present TO EOD-XCHK-INPUTS
006570         END-IF
006580     END-IF
006590     PERFORM 6600-READ-XCHK-SUMMARY THRU 6600-EXIT.
006600 6700-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------
006640*   7000-STORE-CERT-LINE - TALLY THE RESULT AND KEEP THE LINE FOR
006650*   THE CERTIFICATION PAGE
006660*----------------------------------------------------------------
006670 7000-STORE-CERT-LINE.
006680     EVALUATE TRUE
006690         WHEN EOD-CL-PASS
006700             ADD 1 TO EOD-CONTROLS-PASSED
006710         WHEN EOD-CL-WARN
006720             ADD 1 TO EOD-CONTROLS-WARNED
006730         WHEN OTHER
006740             ADD 1 TO EOD-CONTROLS-FAILED
006750     END-EVALUATE
006760     ADD 1 TO EOD-CERT-COUNT
006770     MOVE EOD-CERT-LINE TO EOD-CERT-ENTRY (EOD-CERT-COUNT).
006780 7000-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820*   7100-WARN-NOT-PRESENT - AN OPTIONAL INPUT THAT IS ABSENT
006830*   CANNOT BE CERTIFIED; CONTROL NAME ALREADY MOVED
006840*----------------------------------------------------------------
006850 7100-WARN-NOT-PRESENT.
006860     SET EOD-CL-WARN TO TRUE
006870     MOVE 0 TO EOD-CL-COUNT
006880     MOVE 'DATASET NOT PRESENT - NOT CERTIFIED'
006890         TO EOD-CL-DETAIL
006900     PERFORM 7000-STORE-CERT-LINE THRU 7000-EXIT.
006910 7100-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950*   8000-FINALIZE - THE CERTIFICATION PAGE AND THE GO/NO-GO
006960*   RETURN CODE
006970*----------------------------------------------------------------
006980 8000-FINALIZE.
006990     DISPLAY '===== SQSEODC END-OF-DAY CLOSE CERTIFICATION ====='
007000     DISPLAY 'BUSINESS DATE ' EOD-BUSINESS-DATE '  RUN '
007010         EOD-RUN-DATE ' ' EOD-RUN-TIME
007020     DISPLAY 'CONTROL                 RESULT'
007030     PERFORM 8100-PRINT-CERT-LINE THRU 8100-EXIT
007040         VARYING EOD-SUB FROM 1 BY 1
007050         UNTIL EOD-SUB > EOD-CERT-COUNT
007060     DISPLAY 'CONTROLS PASSED         : ' EOD-CONTROLS-PASSED
007070     DISPLAY 'CONTROLS WARNED         : ' EOD-CONTROLS-WARNED
007080     DISPLAY 'CONTROLS FAILED         : ' EOD-CONTROLS-FAILED
007090     EVALUATE TRUE
007100         WHEN EOD-CONTROLS-FAILED > 0
007110             DISPLAY 'CLOSE NOT CERTIFIED - NO-GO - HOLD THE '
007120                 'LEDGER JOBS'
007130             DISPLAY 'ENDING WITH RETURN CODE ' EOD-NO-GO-RC
007140             MOVE EOD-NO-GO-RC TO RETURN-CODE
007150         WHEN EOD-CONTROLS-WARNED > 0
007160             DISPLAY 'CLOSE CERTIFIED WITH WARNINGS - GO AFTER '
007170                 'SHIFT LEAD REVIEW'
007180             DISPLAY 'ENDING WITH RETURN CODE ' EOD-WARN-RC
007190             MOVE EOD-WARN-RC TO RETURN-CODE
007200         WHEN OTHER
007210             DISPLAY 'CLOSE CERTIFIED - GO'
007220     END-EVALUATE.
007230 8000-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270*   8100-PRINT-CERT-LINE
007280*----------------------------------------------------------------
007290 8100-PRINT-CERT-LINE.
007300     DISPLAY EOD-CERT-ENTRY (EOD-SUB).
007310 8100-EXIT.
007320     EXIT.
