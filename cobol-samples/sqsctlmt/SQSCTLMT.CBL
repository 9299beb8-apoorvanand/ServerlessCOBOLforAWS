000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSCTLMT.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. CONTROL-FILE MAINTENANCE -
000100*                 ADD, CHANGE AND DELETE CARDS (CTLTRAN DD,
000110*                 SQSCTLTX.CPY) AGAINST QUEUECTL, MONCTL, LATCTL,
000120*                 RATECARD, RETCTL AND QSTAT. EVERY FIELD OF AN
000130*                 ADDED OR CHANGED RECORD IS CHECKED AGAINST ITS
000140*                 COPYBOOK PICTURE AND ITS BUSINESS RANGE, AND A
000150*                 CARD WITH ANY ERROR IS REFUSED WHOLE. EACH
000160*                 APPLIED CARD IS WRITTEN TO THE CHANGE LEDGER
000170*                 (CTLLEDGR DD, SQSCTLLG.CPY) WITH ITS BEFORE AND
000180*                 AFTER IMAGES, TICKET, REQUESTER AND TIMESTAMP.
000190*                 THE ASOF RUN MODE WINDS THE CURRENT FILES BACK
000200*                 THROUGH THE LEDGER AND PRINTS EACH CONTROL FILE
000210*                 AS IT STOOD ON A GIVEN DATE, WITH WHO LAST
000220*                 CHANGED EACH RECORD AND WHEN.
000222* 2026-10-15 RJM  A MONCTL ROW MAY CARRY A ZERO CRITICAL DEPTH
000224*                 ONLY WHEN ITS WARNING DEPTH IS ZERO TOO (THE
000226*                 QUEUE IS LISTED BUT NOT GRADED BY SQSMON).
000230*-----------------------------------------------------------------
000240* ONE SYSIN RUN CARD - 'APPLY' (OR BLANK) TO APPLY THE CTLTRAN
000250* CARDS, OR 'ASOF' FOLLOWED BY A YYYYMMDD DATE IN COLUMNS 10-17.
000260* APPLY IS OLD MASTER IN, NEW MASTER OUT, SAME AS THE SQSQREL
000270* HOLDOVER CARRY-FORWARD: EACH CONTROL FILE NAMED ON A CARD IS
000280* READ FROM ITS USUAL DD AND WRITTEN WHOLE TO ITS NEW-GENERATION
000290* DD (QCTLNEW, MONNEW, LATNEW, RATENEW, RETNEW, QSTATNEW); A
000300* FILE NO CARD NAMES IS NOT OPENED AT ALL. THE OLD MASTER MUST
000310* BE PRESENT, EVEN IF EMPTY - A MISSING DD WOULD OTHERWISE WRITE
000320* A NEW GENERATION HOLDING ONLY THIS RUN'S ADDS. CARDS ARE
000330* APPLIED IN CARD ORDER AGAINST THE FILE AS ALREADY CHANGED BY
000340* EARLIER CARDS. A REFUSED CARD CHANGES NOTHING AND ENDS THE
000350* STEP RC 8; THE GOOD CARDS AROUND IT ARE STILL APPLIED. THE
000360* LEDGER ROW IS WRITTEN BEFORE THE NEW GENERATION, SO NO CHANGE
000370* CAN EVER LAND WITHOUT ONE.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CONTROL-TRANSACTION-FILE ASSIGN TO CTLTRAN
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS CMT-CTLTRAN-FILE-STATUS.
000450     SELECT CONTROL-LEDGER-FILE ASSIGN TO CTLLEDGR
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS CMT-LEDGER-FILE-STATUS.
000480     SELECT QUEUE-CONTROL-FILE ASSIGN TO QUEUECTL
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS CMT-OLD-FILE-STATUS.
000510     SELECT MONITOR-CONTROL-FILE ASSIGN TO MONCTL
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS CMT-OLD-FILE-STATUS.
000540     SELECT LATENCY-CONTROL-FILE ASSIGN TO LATCTL
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS CMT-OLD-FILE-STATUS.
000570     SELECT RATE-CARD-FILE ASSIGN TO RATECARD
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS CMT-OLD-FILE-STATUS.
000600     SELECT RETENTION-CONTROL-FILE ASSIGN TO RETCTL
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS CMT-OLD-FILE-STATUS.
000630     SELECT QUEUE-STATUS-FILE ASSIGN TO QSTAT
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS IS CMT-OLD-FILE-STATUS.
000660     SELECT NEW-QUEUE-CONTROL-FILE ASSIGN TO QCTLNEW
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS IS CMT-NEW-FILE-STATUS.
000690     SELECT NEW-MONITOR-CONTROL-FILE ASSIGN TO MONNEW
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS IS CMT-NEW-FILE-STATUS.
000720     SELECT NEW-LATENCY-CONTROL-FILE ASSIGN TO LATNEW
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS IS CMT-NEW-FILE-STATUS.
000750     SELECT NEW-RATE-CARD-FILE ASSIGN TO RATENEW
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS IS CMT-NEW-FILE-STATUS.
000780     SELECT NEW-RETENTION-CONTROL-FILE ASSIGN TO RETNEW
000790            ORGANIZATION IS LINE SEQUENTIAL
000800            FILE STATUS IS CMT-NEW-FILE-STATUS.
000810     SELECT NEW-QUEUE-STATUS-FILE ASSIGN TO QSTATNEW
000820            ORGANIZATION IS LINE SEQUENTIAL
000830            FILE STATUS IS CMT-NEW-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CONTROL-TRANSACTION-FILE
000880     RECORDING MODE IS F.
000890     COPY SQSCTLTX.
000900 FD  CONTROL-LEDGER-FILE
000910     RECORDING MODE IS F.
000920     COPY SQSCTLLG.
000930* THE CONTROL FILES ARE READ AND WRITTEN AS WHOLE RECORD IMAGES;
000940* THEIR FIELDS ARE ADDRESSED THROUGH THE WORKING-STORAGE VIEWS.
000950 FD  QUEUE-CONTROL-FILE
000960     RECORDING MODE IS F.
000970 01  CMT-QUEUECTL-RECORD PIC X(229).
000980 FD  MONITOR-CONTROL-FILE
000990     RECORDING MODE IS F.
001000 01  CMT-MONCTL-RECORD PIC X(322).
001010 FD  LATENCY-CONTROL-FILE
001020     RECORDING MODE IS F.
001030 01  CMT-LATCTL-RECORD PIC X(218).
001040 FD  RATE-CARD-FILE
001050     RECORDING MODE IS F.
001060 01  CMT-RATECARD-RECORD PIC X(94).
001070 FD  RETENTION-CONTROL-FILE
001080     RECORDING MODE IS F.
001090 01  CMT-RETCTL-RECORD PIC X(207).
001100 FD  QUEUE-STATUS-FILE
001110     RECORDING MODE IS F.
001120 01  CMT-QSTAT-RECORD PIC X(324).
001130 FD  NEW-QUEUE-CONTROL-FILE
001140     RECORDING MODE IS F.
001150 01  CMT-NEW-QUEUECTL-RECORD PIC X(229).
001160 FD  NEW-MONITOR-CONTROL-FILE
001170     RECORDING MODE IS F.
001180 01  CMT-NEW-MONCTL-RECORD PIC X(322).
001190 FD  NEW-LATENCY-CONTROL-FILE
001200     RECORDING MODE IS F.
001210 01  CMT-NEW-LATCTL-RECORD PIC X(218).
001220 FD  NEW-RATE-CARD-FILE
001230     RECORDING MODE IS F.
001240 01  CMT-NEW-RATECARD-RECORD PIC X(94).
001250 FD  NEW-RETENTION-CONTROL-FILE
001260     RECORDING MODE IS F.
001270 01  CMT-NEW-RETCTL-RECORD PIC X(207).
001280 FD  NEW-QUEUE-STATUS-FILE
001290     RECORDING MODE IS F.
001300 01  CMT-NEW-QSTAT-RECORD PIC X(324).
001310
001320 WORKING-STORAGE SECTION.
001330* ONE VIEW PER CONTROL FILE, TAKEN FROM THE FILE'S OWN COPYBOOK SO
001340* THE PICTURES CHECKED HERE ARE THE PICTURES THE READING PROGRAMS
001350* USE. SQSQHLD.CPY CARRIES ITS OWN FD, WHICH IS DROPPED HERE.
001360     COPY SQSADMCF REPLACING LEADING ==QCF== BY ==CMQ==.
001370     COPY SQSMONCF REPLACING LEADING ==MCF== BY ==CMN==.
001380     COPY SQSLATCF REPLACING LEADING ==LCF== BY ==CML==.
001390     COPY SQSRATCF REPLACING LEADING ==RTC== BY ==CMR==.
001400     COPY SQSCKRET REPLACING LEADING ==RCF== BY ==CMK==.
001410     COPY SQSQHLD REPLACING
001420         ==FD  SQS-QUEUE-STATUS-FILE
001430           RECORDING MODE IS F.== BY ====
001440         ==sqs-queue-status-record==
001450           BY ==CMH-QUEUE-STATUS-RECORD==
001460         LEADING ==QHC== BY ==CMH==.
001470
001480 01  CMT-RUN-CARD.
001490     05 CMT-RUN-MODE PIC X(8) VALUE SPACES.
001500        88 CMT-MODE-APPLY VALUE 'APPLY   ', '        '.
001510        88 CMT-MODE-AS-OF VALUE 'ASOF    '.
001520     05 FILLER PIC X(1) VALUE SPACE.
001530     05 CMT-AS-OF-DATE-X.
001540        10 CMT-AS-OF-YEAR PIC X(4).
001550        10 CMT-AS-OF-MONTH PIC X(2).
001560        10 CMT-AS-OF-DAY PIC X(2).
001570     05 CMT-AS-OF-DATE REDEFINES CMT-AS-OF-DATE-X PIC 9(8).
001580
001590 01  CMT-SWITCHES.
001600     05 CMT-EOF-SWITCH PIC X(1) VALUE 'N'.
001610        88 CMT-END-OF-FILE VALUE 'Y'.
001620     05 CMT-LEDGER-SWITCH PIC X(1) VALUE 'N'.
001630        88 CMT-LEDGER-PRESENT VALUE 'Y'.
001640     05 CMT-FOUND-SWITCH PIC X(1) VALUE 'N'.
001650        88 CMT-FOUND-LIVE VALUE 'Y'.
001660
001670 01  CMT-FILE-STATUSES.
001680     05 CMT-CTLTRAN-FILE-STATUS PIC X(2) VALUE '00'.
001690     05 CMT-LEDGER-FILE-STATUS PIC X(2) VALUE '00'.
001700        88 CMT-LEDGER-FILE-OK VALUE '00'.
001710        88 CMT-LEDGER-FILE-NEW VALUE '05'.
001720        88 CMT-LEDGER-FILE-MISSING VALUE '35'.
001730     05 CMT-OLD-FILE-STATUS PIC X(2) VALUE '00'.
001740     05 CMT-NEW-FILE-STATUS PIC X(2) VALUE '00'.
001750
001760* THE SIX CONTROL FILES - DD NAME AND RECORD LENGTH, IN THE ORDER
001770* THE FILE SUBSCRIPT USES THROUGHOUT: 1 QUEUECTL, 2 MONCTL,
001780* 3 LATCTL, 4 RATECARD, 5 RETCTL, 6 QSTAT.
001790 01  CMT-FILE-LIST-VALUES.
001800     05 FILLER PIC X(12) VALUE 'QUEUECTL0229'.
001810     05 FILLER PIC X(12) VALUE 'MONCTL  0322'.
001820     05 FILLER PIC X(12) VALUE 'LATCTL  0218'.
001830     05 FILLER PIC X(12) VALUE 'RATECARD0094'.
001840     05 FILLER PIC X(12) VALUE 'RETCTL  0207'.
001850     05 FILLER PIC X(12) VALUE 'QSTAT   0324'.
001860 01  CMT-FILE-LIST REDEFINES CMT-FILE-LIST-VALUES.
001870     05 CMT-FILE-DEFINITION OCCURS 6 TIMES.
001880        10 CMT-FILE-NAME PIC X(8).
001890        10 CMT-FILE-RECORD-LENGTH PIC 9(4).
001900
001910 01  CMT-FILE-TOTALS.
001920     05 CMT-FILE-TOTAL OCCURS 6 TIMES.
001930        10 CMT-FT-WANTED-FLAG PIC X(1) VALUE 'N'.
001940           88 CMT-FT-WANTED VALUE 'Y'.
001950        10 CMT-FT-PRESENT-FLAG PIC X(1) VALUE 'N'.
001960           88 CMT-FT-PRESENT VALUE 'Y'.
001970        10 CMT-FT-ROWS-LOADED PIC 9(9) COMP-5 VALUE 0.
001980        10 CMT-FT-ADDS PIC 9(9) COMP-5 VALUE 0.
001990        10 CMT-FT-CHANGES PIC 9(9) COMP-5 VALUE 0.
002000        10 CMT-FT-DELETES PIC 9(9) COMP-5 VALUE 0.
002010        10 CMT-FT-REJECTS PIC 9(9) COMP-5 VALUE 0.
002020        10 CMT-FT-ROWS-WRITTEN PIC 9(9) COMP-5 VALUE 0.
002030
002040 77  CMT-ABEND-MSG PIC X(256) VALUE SPACES.
002050 77  CMT-REJECT-RC PIC 9(4) COMP-5 VALUE 8.
002060 77  CMT-FILE-SUB PIC 9(3) COMP-5 VALUE 0.
002070 77  CMT-REC-SUB PIC 9(4) COMP-5 VALUE 0.
002080 77  CMT-FOUND-SUB PIC 9(4) COMP-5 VALUE 0.
002090 77  CMT-UNDO-SUB PIC 9(4) COMP-5 VALUE 0.
002100 77  CMT-SPARE-LENGTH PIC 9(4) COMP-5 VALUE 0.
002110 77  CMT-SPARE-START PIC 9(4) COMP-5 VALUE 0.
002120 77  CMT-CARDS-READ PIC 9(9) COMP-5 VALUE 0.
002130 77  CMT-CARDS-APPLIED PIC 9(9) COMP-5 VALUE 0.
002140 77  CMT-CARDS-REJECTED PIC 9(9) COMP-5 VALUE 0.
002150 77  CMT-CARD-ERRORS PIC 9(4) COMP-5 VALUE 0.
002160 77  CMT-DUPLICATE-KEYS PIC 9(9) COMP-5 VALUE 0.
002170 77  CMT-LEDGER-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
002180 77  CMT-LEDGER-ROWS-UNDONE PIC 9(9) COMP-5 VALUE 0.
002190 77  CMT-LEDGER-MISMATCHES PIC 9(9) COMP-5 VALUE 0.
002200 77  CMT-ROWS-PRINTED PIC 9(9) COMP-5 VALUE 0.
002210 77  CMT-ERROR-TEXT PIC X(60) VALUE SPACES.
002220 77  CMT-NOW-DATE PIC 9(8) VALUE 0.
002230 77  CMT-NOW-TIME PIC 9(8) VALUE 0.
002240 77  CMT-EDIT-RATE PIC ZZ9.9(9).
002250 77  CMT-EDIT-GB-RATE PIC ZZZZ9.9(4).
002260
002270* THE RECORD IN HAND, WHICHEVER FILE OR CARD IT CAME FROM.
002280 01  CMT-WORK-RECORD.
002290     05 CMT-WORK-KEY PIC X(200) VALUE SPACES.
002300     05 CMT-WORK-IMAGE PIC X(324) VALUE SPACES.
002310
002320* EVERY ROW OF EVERY CONTROL FILE LOADED THIS RUN. A DELETED ROW
002330* STAYS IN ITS SLOT MARKED GONE, SO AN ADD BACK UNDER THE SAME KEY
002340* KEEPS ITS PLACE IN THE FILE. THE LAST-CHANGE FIELDS ARE FILLED
002350* IN FROM THE LEDGER FOR THE AS-OF REPORT.
002360 01  CMT-RECORD-TABLE.
002370     05 CMT-RECORD-COUNT PIC 9(4) COMP-5 VALUE 0.
002380     05 CMT-RECORD-ENTRY OCCURS 2000 TIMES.
002390        10 CMT-REC-FILE-SUB PIC 9(3) COMP-5 VALUE 0.
002400        10 CMT-REC-STATE PIC X(1) VALUE 'L'.
002410           88 CMT-REC-LIVE VALUE 'L'.
002420           88 CMT-REC-GONE VALUE 'G'.
002430        10 CMT-REC-KEY PIC X(200) VALUE SPACES.
002440        10 CMT-REC-IMAGE PIC X(324) VALUE SPACES.
002450        10 CMT-REC-LAST-DATE PIC 9(8) VALUE 0.
002460        10 CMT-REC-LAST-TIME PIC 9(8) VALUE 0.
002470        10 CMT-REC-LAST-ACTION PIC X(1) VALUE SPACE.
002480        10 CMT-REC-LAST-TICKET PIC X(12) VALUE SPACES.
002490        10 CMT-REC-LAST-REQUESTER PIC X(12) VALUE SPACES.
002500        10 CMT-REC-CHANGE-COUNT PIC 9(5) COMP-5 VALUE 0.
002510
002520* THE LEDGER ROWS DATED AFTER THE AS-OF DATE, IN LEDGER ORDER -
002530* UNDONE NEWEST FIRST TO WIND THE FILES BACK.
002540 01  CMT-UNDO-TABLE.
002550     05 CMT-UNDO-COUNT PIC 9(4) COMP-5 VALUE 0.
002560     05 CMT-UNDO-ENTRY OCCURS 1000 TIMES.
002570        10 CMT-UNDO-FILE-SUB PIC 9(3) COMP-5 VALUE 0.
002580        10 CMT-UNDO-ACTION PIC X(1) VALUE SPACE.
002590           88 CMT-UNDO-ADD VALUE 'A'.
002600           88 CMT-UNDO-CHANGE VALUE 'C'.
002610           88 CMT-UNDO-DELETE VALUE 'D'.
002620        10 CMT-UNDO-KEY PIC X(200) VALUE SPACES.
002630        10 CMT-UNDO-BEFORE-IMAGE PIC X(324) VALUE SPACES.
002640        10 CMT-UNDO-AFTER-IMAGE PIC X(324) VALUE SPACES.
002650
002660 PROCEDURE DIVISION.
002670*----------------------------------------------------------------
002680*   0000-MAINLINE
002690*----------------------------------------------------------------
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002720     IF CMT-MODE-AS-OF
002730         PERFORM 7000-AS-OF-RUN THRU 7000-EXIT
002740     ELSE
002750         PERFORM 2000-APPLY-RUN THRU 2000-EXIT
002760     END-IF
002770     PERFORM 8000-FINALIZE THRU 8000-EXIT
002780     GOBACK.
002790
002800*----------------------------------------------------------------
002810*   1000-INITIALIZE - THE RUN CARD
002820*----------------------------------------------------------------
002830 1000-INITIALIZE.
002840     ACCEPT CMT-RUN-CARD
002850     IF NOT CMT-MODE-APPLY AND NOT CMT-MODE-AS-OF
002860         DISPLAY 'UNRECOGNIZED PROCESSING MODE "' CMT-RUN-MODE
002870             '" - USE APPLY OR ASOF'
002880         MOVE 'BAD SQSCTLMT MODE CARD' TO CMT-ABEND-MSG
002890         CALL "FORCEABEND" USING CMT-ABEND-MSG
002900     END-IF
002910     IF CMT-MODE-AS-OF
002920         IF CMT-AS-OF-DATE-X IS NOT NUMERIC
002930             OR CMT-AS-OF-YEAR < '1601'
002940             OR CMT-AS-OF-MONTH < '01' OR CMT-AS-OF-MONTH > '12'
002950             OR CMT-AS-OF-DAY < '01' OR CMT-AS-OF-DAY > '31'
002960             DISPLAY 'ASOF RUN CARD NEEDS A YYYYMMDD DATE IN '
002970                 'COLUMNS 10-17 - "' CMT-AS-OF-DATE-X '"'
002980             MOVE 'BAD SQSCTLMT ASOF DATE' TO CMT-ABEND-MSG
002990             CALL "FORCEABEND" USING CMT-ABEND-MSG
003000         END-IF
003010         DISPLAY 'SQSCTLMT CONTROL FILES AS OF ' CMT-AS-OF-DATE
003020     ELSE
003030         DISPLAY 'SQSCTLMT APPLYING CONTROL-FILE TRANSACTIONS'
003040     END-IF.
003050 1000-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------
003090*   2000-APPLY-RUN - A FIRST PASS OF THE CARDS SAYS WHICH CONTROL
003100*   FILES TO LOAD, THE SECOND VALIDATES AND APPLIES THEM
003110*----------------------------------------------------------------
003120 2000-APPLY-RUN.
003130     OPEN INPUT CONTROL-TRANSACTION-FILE
003140     IF CMT-CTLTRAN-FILE-STATUS NOT = '00'
003150         DISPLAY 'ERROR OPENING TRANSACTION FILE - FILE STATUS '
003160             CMT-CTLTRAN-FILE-STATUS
003170         MOVE 'CTLTRAN OPEN FAILED' TO CMT-ABEND-MSG
003180         CALL "FORCEABEND" USING CMT-ABEND-MSG
003190     END-IF
003200     MOVE 'N' TO CMT-EOF-SWITCH
003210     PERFORM 2100-SCAN-ONE-CARD THRU 2100-EXIT
003220         UNTIL CMT-END-OF-FILE
003230     CLOSE CONTROL-TRANSACTION-FILE
003240     IF CMT-CARDS-READ = 0
003250         DISPLAY 'NO TRANSACTION CARDS - NOTHING TO APPLY'
003260         GO TO 2000-EXIT
003270     END-IF
003280     PERFORM 3000-LOAD-ONE-FILE THRU 3000-EXIT
003290         VARYING CMT-FILE-SUB FROM 1 BY 1
003300         UNTIL CMT-FILE-SUB > 6
003310     OPEN EXTEND CONTROL-LEDGER-FILE
003320     IF CMT-LEDGER-FILE-MISSING
003330         OPEN OUTPUT CONTROL-LEDGER-FILE
003340     END-IF
003350     IF NOT CMT-LEDGER-FILE-OK AND NOT CMT-LEDGER-FILE-NEW
003360         DISPLAY 'ERROR OPENING CHANGE LEDGER - FILE STATUS '
003370             CMT-LEDGER-FILE-STATUS
003380         MOVE 'CTLLEDGR OPEN FAILED' TO CMT-ABEND-MSG
003390         CALL "FORCEABEND" USING CMT-ABEND-MSG
003400     END-IF
003410     MOVE 0 TO CMT-CARDS-READ
003420     OPEN INPUT CONTROL-TRANSACTION-FILE
003430     MOVE 'N' TO CMT-EOF-SWITCH
003440     PERFORM 2200-PROCESS-ONE-CARD THRU 2200-EXIT
003450         UNTIL CMT-END-OF-FILE
003460     CLOSE CONTROL-TRANSACTION-FILE
003470     CLOSE CONTROL-LEDGER-FILE
003480     PERFORM 6000-WRITE-NEW-GENERATION THRU 6000-EXIT
003490         VARYING CMT-FILE-SUB FROM 1 BY 1
003500         UNTIL CMT-FILE-SUB > 6.
003510 2000-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550*   2100-SCAN-ONE-CARD - FIRST PASS: NOTE WHICH FILES ARE NAMED. A
003560*   CARD NAMING AN UNKNOWN FILE IS REFUSED ON THE SECOND PASS.
003570*----------------------------------------------------------------
003580 2100-SCAN-ONE-CARD.
003590     READ CONTROL-TRANSACTION-FILE
003600         AT END
003610             MOVE 'Y' TO CMT-EOF-SWITCH
003620             GO TO 2100-EXIT
003630     END-READ
003640     ADD 1 TO CMT-CARDS-READ
003650     PERFORM 3300-FIND-FILE-SUB THRU 3300-EXIT
003660     IF CMT-FILE-SUB > 0
003670         MOVE 'Y' TO CMT-FT-WANTED-FLAG (CMT-FILE-SUB)
003680     END-IF.
003690 2100-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730*   2200-PROCESS-ONE-CARD - SECOND PASS: VALIDATE, THEN EITHER
003740*   APPLY THE CARD WHOLE OR REFUSE IT WHOLE
003750*----------------------------------------------------------------
003760 2200-PROCESS-ONE-CARD.
003770     READ CONTROL-TRANSACTION-FILE
003780         AT END
003790             MOVE 'Y' TO CMT-EOF-SWITCH
003800             GO TO 2200-EXIT
003810     END-READ
003820     ADD 1 TO CMT-CARDS-READ
003830     DISPLAY 'CARD ' CMT-CARDS-READ ' ' CTX-FILE-ID ' '
003840         CTX-ACTION ' TICKET ' CTX-TICKET ' BY ' CTX-REQUESTER
003850     PERFORM 4000-VALIDATE-CARD THRU 4000-EXIT
003860     IF CMT-CARD-ERRORS > 0
003870         ADD 1 TO CMT-CARDS-REJECTED
003880         IF CMT-FILE-SUB > 0
003890             ADD 1 TO CMT-FT-REJECTS (CMT-FILE-SUB)
003900         END-IF
003910         DISPLAY '  REFUSED - ' CMT-CARD-ERRORS ' ERROR(S), '
003920             'NOTHING CHANGED'
003930         GO TO 2200-EXIT
003940     END-IF
003950     PERFORM 5000-APPLY-CARD THRU 5000-EXIT
003960     ADD 1 TO CMT-CARDS-APPLIED
003970     DISPLAY '  APPLIED'.
003980 2200-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020*   3000-LOAD-ONE-FILE - LOAD ONE CONTROL FILE INTO THE RECORD
004030*   TABLE. AN APPLY RUN LOADS ONLY THE FILES ITS CARDS NAME, AND
004040*   ABENDS ON A MISSING ONE; AN AS-OF RUN LOADS EVERY FILE
004050*   PRESENT.
004060*----------------------------------------------------------------
004070 3000-LOAD-ONE-FILE.
004080     IF CMT-MODE-APPLY AND NOT CMT-FT-WANTED (CMT-FILE-SUB)
004090         GO TO 3000-EXIT
004100     END-IF
004110     EVALUATE CMT-FILE-SUB
004120         WHEN 1
004130             OPEN INPUT QUEUE-CONTROL-FILE
004140         WHEN 2
004150             OPEN INPUT MONITOR-CONTROL-FILE
004160         WHEN 3
004170             OPEN INPUT LATENCY-CONTROL-FILE
004180         WHEN 4
004190             OPEN INPUT RATE-CARD-FILE
004200         WHEN 5
004210             OPEN INPUT RETENTION-CONTROL-FILE
004220         WHEN OTHER
004230             OPEN INPUT QUEUE-STATUS-FILE
004240     END-EVALUATE
004250     IF CMT-OLD-FILE-STATUS NOT = '00'
004260         IF CMT-MODE-AS-OF
004270             DISPLAY CMT-FILE-NAME (CMT-FILE-SUB)
004280                 ' NOT PRESENT - NOT REPORTED'
004290             GO TO 3000-EXIT
004300         END-IF
004310         DISPLAY 'ERROR OPENING ' CMT-FILE-NAME (CMT-FILE-SUB)
004320             ' - FILE STATUS ' CMT-OLD-FILE-STATUS
004330         MOVE 'CONTROL FILE OPEN FAILED' TO CMT-ABEND-MSG
004340         CALL "FORCEABEND" USING CMT-ABEND-MSG
004350     END-IF
004360     MOVE 'Y' TO CMT-FT-PRESENT-FLAG (CMT-FILE-SUB)
004370     MOVE 'N' TO CMT-EOF-SWITCH
004380     PERFORM 3100-LOAD-ONE-ROW THRU 3100-EXIT
004390         UNTIL CMT-END-OF-FILE
004400     EVALUATE CMT-FILE-SUB
004410         WHEN 1
004420             CLOSE QUEUE-CONTROL-FILE
004430         WHEN 2
004440             CLOSE MONITOR-CONTROL-FILE
004450         WHEN 3
004460             CLOSE LATENCY-CONTROL-FILE
004470         WHEN 4
004480             CLOSE RATE-CARD-FILE
004490         WHEN 5
004500             CLOSE RETENTION-CONTROL-FILE
004510         WHEN OTHER
004520             CLOSE QUEUE-STATUS-FILE
004530     END-EVALUATE.
004540 3000-EXIT.
004550     EXIT.
004560
004570 3100-LOAD-ONE-ROW.
004580     MOVE SPACES TO CMT-WORK-IMAGE
004590     EVALUATE CMT-FILE-SUB
004600         WHEN 1
004610             READ QUEUE-CONTROL-FILE INTO CMT-WORK-IMAGE
004620                 AT END
004630                     MOVE 'Y' TO CMT-EOF-SWITCH
004640             END-READ
004650         WHEN 2
004660             READ MONITOR-CONTROL-FILE INTO CMT-WORK-IMAGE
004670                 AT END
004680                     MOVE 'Y' TO CMT-EOF-SWITCH
004690             END-READ
004700         WHEN 3
004710             READ LATENCY-CONTROL-FILE INTO CMT-WORK-IMAGE
004720                 AT END
004730                     MOVE 'Y' TO CMT-EOF-SWITCH
004740             END-READ
004750         WHEN 4
004760             READ RATE-CARD-FILE INTO CMT-WORK-IMAGE
004770                 AT END
004780                     MOVE 'Y' TO CMT-EOF-SWITCH
004790             END-READ
004800         WHEN 5
004810             READ RETENTION-CONTROL-FILE INTO CMT-WORK-IMAGE
004820                 AT END
004830                     MOVE 'Y' TO CMT-EOF-SWITCH
004840             END-READ
004850         WHEN OTHER
004860             READ QUEUE-STATUS-FILE INTO CMT-WORK-IMAGE
004870                 AT END
004880                     MOVE 'Y' TO CMT-EOF-SWITCH
004890             END-READ
004900     END-EVALUATE
004910     IF CMT-END-OF-FILE
004920         GO TO 3100-EXIT
004930     END-IF
004940     ADD 1 TO CMT-FT-ROWS-LOADED (CMT-FILE-SUB)
004950     PERFORM 3200-DERIVE-KEY THRU 3200-EXIT
004960     PERFORM 3400-FIND-RECORD THRU 3400-EXIT
004970     IF CMT-FOUND-LIVE
004980         ADD 1 TO CMT-DUPLICATE-KEYS
004990         DISPLAY 'NOTE - ' CMT-FILE-NAME (CMT-FILE-SUB)
005000             ' HOLDS A SECOND ROW FOR KEY ' CMT-WORK-KEY (1 : 80)
005010         DISPLAY '  ONLY THE FIRST ROW CAN BE CHANGED OR DELETED'
005020     END-IF
005030     IF CMT-RECORD-COUNT = 2000
005040         DISPLAY 'MORE THAN 2000 CONTROL ROWS - RECORD TABLE FULL'
005050         MOVE 'CONTROL RECORD TABLE FULL' TO CMT-ABEND-MSG
005060         CALL "FORCEABEND" USING CMT-ABEND-MSG
005070     END-IF
005080     ADD 1 TO CMT-RECORD-COUNT
005090     MOVE CMT-RECORD-COUNT TO CMT-REC-SUB
005100     PERFORM 3500-STORE-WORK-RECORD THRU 3500-EXIT.
005110 3100-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150*   3200-DERIVE-KEY - THE KEY OF CMT-WORK-IMAGE UNDER FILE
005160*   CMT-FILE-SUB (SEE SQSCTLTX.CPY)
005170*----------------------------------------------------------------
005180 3200-DERIVE-KEY.
005190     MOVE SPACES TO CMT-WORK-KEY
005200     EVALUATE CMT-FILE-SUB
005210         WHEN 1
005220             MOVE CMT-WORK-IMAGE TO CMQ-QUEUE-DEFINITION
005230             MOVE CMQ-QUEUE-NAME TO CMT-WORK-KEY
005240         WHEN 2
005250             MOVE CMT-WORK-IMAGE TO CMN-MONITOR-DEFINITION
005260             MOVE CMN-QUEUE-URL TO CMT-WORK-KEY
005270         WHEN 3
005280             MOVE CMT-WORK-IMAGE TO CML-LATENCY-THRESHOLDS
005290             MOVE CML-QUEUE-URL TO CMT-WORK-KEY
005300         WHEN 4
005310             MOVE CMT-WORK-IMAGE TO CMR-RATE-CARD-RECORD
005320             MOVE CMR-RECORD-TYPE TO CMT-WORK-KEY (1 : 4)
005330             IF CMR-QUEUE-MAP-RECORD
005340                 MOVE CMR-QUEUE-NAME TO CMT-WORK-KEY (6 : 80)
005350             END-IF
005360         WHEN 5
005370             MOVE CMT-WORK-IMAGE TO CMK-RETENTION-RULE
005380             MOVE CMK-QUEUE-URL TO CMT-WORK-KEY
005390         WHEN OTHER
005400             MOVE CMT-WORK-IMAGE TO CMH-QUEUE-STATUS-RECORD
005410             IF CMH-QUEUE-URL NOT = SPACES
005420                 MOVE CMH-QUEUE-URL TO CMT-WORK-KEY
005430             ELSE
005440                 MOVE CMH-QUEUE-NAME TO CMT-WORK-KEY
005450             END-IF
005460     END-EVALUATE.
005470 3200-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------
005510*   3300-FIND-FILE-SUB - CTX-FILE-ID TO ITS FILE SUBSCRIPT, ZERO
005520*   WHEN IT NAMES NO FILE THIS PROGRAM MAINTAINS
005530*----------------------------------------------------------------
005540 3300-FIND-FILE-SUB.
005550     MOVE 0 TO CMT-FILE-SUB
005560     PERFORM 3310-MATCH-ONE-FILE THRU 3310-EXIT
005570         VARYING CMT-SPARE-START FROM 1 BY 1
005580         UNTIL CMT-SPARE-START > 6 OR CMT-FILE-SUB > 0.
005590 3300-EXIT.
005600     EXIT.
005610
005620 3310-MATCH-ONE-FILE.
005630     IF CMT-FILE-NAME (CMT-SPARE-START) = CTX-FILE-ID
005640         MOVE CMT-SPARE-START TO CMT-FILE-SUB
005650     END-IF.
005660 3310-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700*   3400-FIND-RECORD - THE TABLE ENTRY FOR CMT-WORK-KEY UNDER FILE
005710*   CMT-FILE-SUB. A LIVE ROW WINS OVER A GONE ONE; CMT-FOUND-SUB
005720*   IS ZERO WHEN THE KEY HAS NEVER BEEN SEEN.
005730*----------------------------------------------------------------
005740 3400-FIND-RECORD.
005750     MOVE 0 TO CMT-FOUND-SUB
005760     MOVE 'N' TO CMT-FOUND-SWITCH
005770     PERFORM 3410-MATCH-ONE-RECORD THRU 3410-EXIT
005780         VARYING CMT-REC-SUB FROM 1 BY 1
005790         UNTIL CMT-REC-SUB > CMT-RECORD-COUNT OR CMT-FOUND-LIVE.
005800 3400-EXIT.
005810     EXIT.
005820
005830 3410-MATCH-ONE-RECORD.
005840     IF CMT-REC-FILE-SUB (CMT-REC-SUB) NOT = CMT-FILE-SUB
005850         OR CMT-REC-KEY (CMT-REC-SUB) NOT = CMT-WORK-KEY
005860         GO TO 3410-EXIT
005870     END-IF
005880     IF CMT-REC-LIVE (CMT-REC-SUB)
005890         MOVE CMT-REC-SUB TO CMT-FOUND-SUB
005900         SET CMT-FOUND-LIVE TO TRUE
005910     ELSE
005920         IF CMT-FOUND-SUB = 0
005930             MOVE CMT-REC-SUB TO CMT-FOUND-SUB
005940         END-IF
005950     END-IF.
005960 3410-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000*   3500-STORE-WORK-RECORD - CMT-WORK-RECORD INTO SLOT CMT-REC-SUB
006010*   AS A LIVE ROW WITH NO CHANGE HISTORY
006020*----------------------------------------------------------------
006030 3500-STORE-WORK-RECORD.
006040     MOVE CMT-FILE-SUB TO CMT-REC-FILE-SUB (CMT-REC-SUB)
006050     MOVE 'L' TO CMT-REC-STATE (CMT-REC-SUB)
006060     MOVE CMT-WORK-KEY TO CMT-REC-KEY (CMT-REC-SUB)
006070     MOVE CMT-WORK-IMAGE TO CMT-REC-IMAGE (CMT-REC-SUB)
006080     MOVE 0 TO CMT-REC-LAST-DATE (CMT-REC-SUB)
006090     MOVE 0 TO CMT-REC-LAST-TIME (CMT-REC-SUB)
006100     MOVE SPACE TO CMT-REC-LAST-ACTION (CMT-REC-SUB)
006110     MOVE SPACES TO CMT-REC-LAST-TICKET (CMT-REC-SUB)
006120     MOVE SPACES TO CMT-REC-LAST-REQUESTER (CMT-REC-SUB)
006130     MOVE 0 TO CMT-REC-CHANGE-COUNT (CMT-REC-SUB).
006140 3500-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------
006180*   4000-VALIDATE-CARD - EVERY CHECK RUNS AND EVERY ERROR IS
006190*   LISTED, SO ONE RESUBMISSION FIXES THEM ALL
006200*----------------------------------------------------------------
006210 4000-VALIDATE-CARD.
006220     MOVE 0 TO CMT-CARD-ERRORS
006230     PERFORM 3300-FIND-FILE-SUB THRU 3300-EXIT
006240     IF CMT-FILE-SUB = 0
006250         MOVE 'FILE ID IS NOT A MAINTAINED CONTROL FILE'
006260             TO CMT-ERROR-TEXT
006270         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006280         GO TO 4000-EXIT
006290     END-IF
006300     IF NOT CTX-ACTION-ADD AND NOT CTX-ACTION-CHANGE
006310         AND NOT CTX-ACTION-DELETE
006320         MOVE 'ACTION MUST BE A, C OR D' TO CMT-ERROR-TEXT
006330         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006340         GO TO 4000-EXIT
006350     END-IF
006360     IF CTX-TICKET = SPACES
006370         MOVE 'NO CHANGE TICKET' TO CMT-ERROR-TEXT
006380         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006390     END-IF
006400     IF CTX-REQUESTER = SPACES
006410         MOVE 'NO REQUESTER' TO CMT-ERROR-TEXT
006420         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006430     END-IF
006440*    ANYTHING PAST THE END OF THE TARGET RECORD IS A SHIFTED CARD
006450     MOVE CMT-FILE-RECORD-LENGTH (CMT-FILE-SUB) TO CMT-SPARE-START
006460     ADD 1 TO CMT-SPARE-START
006470     COMPUTE CMT-SPARE-LENGTH = 325 - CMT-SPARE-START
006480     IF CMT-SPARE-LENGTH > 0
006490         AND CTX-RECORD-IMAGE (CMT-SPARE-START : CMT-SPARE-LENGTH)
006500             NOT = SPACES
006510         MOVE 'DATA PAST THE END OF THE RECORD - COLUMNS SHIFTED?'
006520             TO CMT-ERROR-TEXT
006530         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006540     END-IF
006550     MOVE CTX-RECORD-IMAGE TO CMT-WORK-IMAGE
006560     PERFORM 3200-DERIVE-KEY THRU 3200-EXIT
006570     DISPLAY '  KEY ' CMT-WORK-KEY (1 : 100)
006580     IF CMT-WORK-KEY = SPACES
006590         MOVE 'RECORD KEY IS BLANK' TO CMT-ERROR-TEXT
006600         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006610         GO TO 4000-EXIT
006620     END-IF
006630     PERFORM 3400-FIND-RECORD THRU 3400-EXIT
006640     IF CTX-ACTION-ADD AND CMT-FOUND-LIVE
006650         MOVE 'ADD FOR A KEY ALREADY ON FILE' TO CMT-ERROR-TEXT
006660         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006670     END-IF
006680     IF NOT CTX-ACTION-ADD AND NOT CMT-FOUND-LIVE
006690         MOVE 'CHANGE OR DELETE FOR A KEY NOT ON FILE'
006700             TO CMT-ERROR-TEXT
006710         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006720     END-IF
006730     IF CTX-ACTION-ADD AND CMT-FOUND-SUB = 0
006740         AND CMT-RECORD-COUNT = 2000
006750         MOVE 'CONTROL RECORD TABLE FULL' TO CMT-ERROR-TEXT
006760         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006770     END-IF
006780     IF CTX-ACTION-CHANGE AND CMT-FOUND-LIVE
006790         AND CMT-REC-IMAGE (CMT-FOUND-SUB) = CTX-RECORD-IMAGE
006800         MOVE 'CHANGE ALTERS NOTHING' TO CMT-ERROR-TEXT
006810         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
006820     END-IF
006830     IF CTX-ACTION-DELETE
006840         GO TO 4000-EXIT
006850     END-IF
006860     EVALUATE CMT-FILE-SUB
006870         WHEN 1
006880             PERFORM 4100-CHECK-QUEUECTL THRU 4100-EXIT
006890         WHEN 2
006900             PERFORM 4200-CHECK-MONCTL THRU 4200-EXIT
006910         WHEN 3
006920             PERFORM 4300-CHECK-LATCTL THRU 4300-EXIT
006930         WHEN 4
006940             PERFORM 4400-CHECK-RATECARD THRU 4400-EXIT
006950         WHEN 5
006960             PERFORM 4500-CHECK-RETCTL THRU 4500-EXIT
006970         WHEN OTHER
006980             PERFORM 4600-CHECK-QSTAT THRU 4600-EXIT
006990     END-EVALUATE.
007000 4000-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------
007040*   4100-CHECK-QUEUECTL - THE CREATEQ RANGES (SQSQCRQA.CPY)
007050*----------------------------------------------------------------
007060 4100-CHECK-QUEUECTL.
007070     IF CMQ-FIFO-QUEUE-FLAG NOT = 'T' AND NOT = 'F'
007080         MOVE 'FIFO QUEUE FLAG MUST BE T OR F' TO CMT-ERROR-TEXT
007090         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007100     END-IF
007110     IF CMQ-CONTENT-BASED-DEDUPLICATION NOT = 'T' AND NOT = 'F'
007120         MOVE 'CONTENT-BASED DEDUPLICATION MUST BE T OR F'
007130             TO CMT-ERROR-TEXT
007140         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007150     END-IF
007160     IF CMQ-CONTENT-BASED-DEDUPLICATION = 'T'
007170         AND CMQ-FIFO-QUEUE-FLAG NOT = 'T'
007180         MOVE 'CONTENT-BASED DEDUPLICATION ON A NON-FIFO QUEUE'
007190             TO CMT-ERROR-TEXT
007200         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007210     END-IF
007220     IF CMQ-VISIBILITY-TIMEOUT IS NOT NUMERIC
007230         MOVE 'VISIBILITY TIMEOUT NOT NUMERIC' TO CMT-ERROR-TEXT
007240         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007250     ELSE
007260         IF CMQ-VISIBILITY-TIMEOUT > 43200
007270             MOVE 'VISIBILITY TIMEOUT NOT 0-43200'
007280                 TO CMT-ERROR-TEXT
007290             PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007300         END-IF
007310     END-IF
007320     IF CMQ-MESSAGE-RETENTION-PERIOD IS NOT NUMERIC
007330         MOVE 'RETENTION PERIOD NOT NUMERIC' TO CMT-ERROR-TEXT
007340         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007350     ELSE
007360         IF CMQ-MESSAGE-RETENTION-PERIOD < 60
007370             OR CMQ-MESSAGE-RETENTION-PERIOD > 1209600
007380             MOVE 'RETENTION PERIOD NOT 60-1209600'
007390                 TO CMT-ERROR-TEXT
007400             PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007410         END-IF
007420     END-IF
007430     IF CMQ-DELAY-SECONDS IS NOT NUMERIC
007440         MOVE 'DELAY SECONDS NOT NUMERIC' TO CMT-ERROR-TEXT
007450         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007460     ELSE
007470         IF CMQ-DELAY-SECONDS > 900
007480             MOVE 'DELAY SECONDS NOT 0-900' TO CMT-ERROR-TEXT
007490             PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007500         END-IF
007510     END-IF
007520     IF CMQ-MAXIMUM-MESSAGE-SIZE IS NOT NUMERIC
007530         MOVE 'MAXIMUM MESSAGE SIZE NOT NUMERIC' TO CMT-ERROR-TEXT
007540         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007550     ELSE
007560         IF CMQ-MAXIMUM-MESSAGE-SIZE < 1024
007570             OR CMQ-MAXIMUM-MESSAGE-SIZE > 262144
007580             MOVE 'MAXIMUM MESSAGE SIZE NOT 1024-262144'
007590                 TO CMT-ERROR-TEXT
007600             PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007610         END-IF
007620     END-IF
007630     IF CMQ-RECEIVE-MSG-WAIT-TIME-SECONDS IS NOT NUMERIC
007640         MOVE 'RECEIVE WAIT TIME NOT NUMERIC' TO CMT-ERROR-TEXT
007650         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007660     ELSE
007670         IF CMQ-RECEIVE-MSG-WAIT-TIME-SECONDS > 20
007680             MOVE 'RECEIVE WAIT TIME NOT 0-20' TO CMT-ERROR-TEXT
007690             PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007700         END-IF
007710     END-IF
007720     IF CMQ-MAX-RECEIVE-COUNT IS NOT NUMERIC
007730         MOVE 'MAX RECEIVE COUNT NOT NUMERIC' TO CMT-ERROR-TEXT
007740         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007750         GO TO 4100-EXIT
007760     END-IF
007770     IF CMQ-DLQ-QUEUE-ARN = SPACES
007780         GO TO 4100-EXIT
007790     END-IF
007800     IF CMQ-DLQ-QUEUE-ARN (1 : 12) NOT = 'arn:aws:sqs:'
007810         MOVE 'DLQ MUST BE A FULL arn:aws:sqs: ARN'
007820             TO CMT-ERROR-TEXT
007830         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007840     END-IF
007850     IF CMQ-MAX-RECEIVE-COUNT < 1 OR CMQ-MAX-RECEIVE-COUNT > 1000
007860         MOVE 'MAX RECEIVE COUNT NOT 1-1000' TO CMT-ERROR-TEXT
007870         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
007880     END-IF.
007890 4100-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------
007928*   4200-CHECK-MONCTL - A ZERO CRITICAL DEPTH WOULD PAGE ON EVERY
007936*   POLL, SO ONE IS ONLY ACCEPTED ON A ROW WHOSE WARNING DEPTH IS
007944*   ZERO TOO - A QUEUE SQSMON LISTS BUT DOES NOT GRADE. A ROW THAT
007952*   IS GRADED MUST HAVE ITS WARNING DEPTH BELOW ITS CRITICAL DEPTH
007960*----------------------------------------------------------------
007970 4200-CHECK-MONCTL.
007980     IF CMN-QUEUE-NAME = SPACES
007990         MOVE 'QUEUE NAME IS BLANK' TO CMT-ERROR-TEXT
008000         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008010     END-IF
008020     IF CMN-AWS-REGION = SPACES
008030         MOVE 'AWS REGION IS BLANK' TO CMT-ERROR-TEXT
008040         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008050     END-IF
008060     IF CMN-WARNING-DEPTH IS NOT NUMERIC
008070         MOVE 'WARNING DEPTH NOT NUMERIC' TO CMT-ERROR-TEXT
008080         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008090     END-IF
008100     IF CMN-CRITICAL-DEPTH IS NOT NUMERIC
008110         MOVE 'CRITICAL DEPTH NOT NUMERIC' TO CMT-ERROR-TEXT
008120         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008130     END-IF
008140     IF CMN-WARNING-DEPTH IS NOT NUMERIC
008150         OR CMN-CRITICAL-DEPTH IS NOT NUMERIC
008160         GO TO 4200-EXIT
008161     END-IF
008162     IF CMN-CRITICAL-DEPTH = 0
008163         AND CMN-WARNING-DEPTH > 0
008164         MOVE 'CRITICAL DEPTH IS ZERO' TO CMT-ERROR-TEXT
008165         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008170     END-IF
008220     IF CMN-CRITICAL-DEPTH > 0
008225         AND CMN-WARNING-DEPTH NOT < CMN-CRITICAL-DEPTH
008230         MOVE 'WARNING DEPTH NOT BELOW CRITICAL DEPTH'
008240             TO CMT-ERROR-TEXT
008250         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008260     END-IF.
008270 4200-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------
008310*   4300-CHECK-LATCTL - A ZERO THRESHOLD DISABLES THAT GRADE
008320*   (SQSLATCF.CPY); WHEN BOTH ARE SET WARNING SITS BELOW CRITICAL
008330*----------------------------------------------------------------
008340 4300-CHECK-LATCTL.
008350     IF CML-WARNING-SECONDS IS NOT NUMERIC
008360         MOVE 'WARNING SECONDS NOT NUMERIC' TO CMT-ERROR-TEXT
008370         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008380     END-IF
008390     IF CML-CRITICAL-SECONDS IS NOT NUMERIC
008400         MOVE 'CRITICAL SECONDS NOT NUMERIC' TO CMT-ERROR-TEXT
008410         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008420     END-IF
008430     IF CML-WARNING-SECONDS IS NOT NUMERIC
008440         OR CML-CRITICAL-SECONDS IS NOT NUMERIC
008450         GO TO 4300-EXIT
008460     END-IF
008470     IF CML-WARNING-SECONDS > 0 AND CML-CRITICAL-SECONDS > 0
008480         AND CML-WARNING-SECONDS NOT < CML-CRITICAL-SECONDS
008490         MOVE 'WARNING SECONDS NOT BELOW CRITICAL SECONDS'
008500             TO CMT-ERROR-TEXT
008510         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008520     END-IF.
008530 4300-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------------
008570*   4400-CHECK-RATECARD - THE RECORD TYPE PICKS THE VIEW
008580*----------------------------------------------------------------
008590 4400-CHECK-RATECARD.
008600     IF NOT CMR-RATE-RECORD AND NOT CMR-QUEUE-MAP-RECORD
008610         MOVE 'RECORD TYPE MUST BE RATE OR QMAP' TO CMT-ERROR-TEXT
008620         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008630         GO TO 4400-EXIT
008640     END-IF
008650     IF CMR-QUEUE-MAP-RECORD
008660         IF CMR-SOURCE-SYSTEM-ID = SPACES
008670             MOVE 'QMAP OWNING SOURCE SYSTEM IS BLANK'
008680                 TO CMT-ERROR-TEXT
008690             PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008700         END-IF
008710         GO TO 4400-EXIT
008720     END-IF
008730     IF CMR-COST-PER-REQUEST IS NOT NUMERIC
008740         MOVE 'COST PER REQUEST NOT NUMERIC' TO CMT-ERROR-TEXT
008750         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008760     END-IF
008770     IF CMR-COST-PER-MESSAGE IS NOT NUMERIC
008780         MOVE 'COST PER MESSAGE NOT NUMERIC' TO CMT-ERROR-TEXT
008790         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008800     END-IF
008810     IF CMR-COST-PER-GB IS NOT NUMERIC
008820         MOVE 'COST PER GB NOT NUMERIC' TO CMT-ERROR-TEXT
008830         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008840     END-IF
008850     IF CMT-WORK-IMAGE (39 : 56) NOT = SPACES
008860         MOVE 'DATA AFTER THE THREE RATES - COLUMNS SHIFTED?'
008870             TO CMT-ERROR-TEXT
008880         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
008890     END-IF.
008900 4400-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------
008940*   4500-CHECK-RETCTL - THE QUEUE RETENTION RANGE (SQSCKRET.CPY)
008950*----------------------------------------------------------------
008960 4500-CHECK-RETCTL.
008970     IF CMK-RETENTION-PERIOD IS NOT NUMERIC
008980         MOVE 'RETENTION PERIOD NOT NUMERIC' TO CMT-ERROR-TEXT
008990         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
009000     ELSE
009010         IF CMK-RETENTION-PERIOD < 60
009020             OR CMK-RETENTION-PERIOD > 1209600
009030             MOVE 'RETENTION PERIOD NOT 60-1209600'
009040                 TO CMT-ERROR-TEXT
009050             PERFORM 4900-LOG-ERROR THRU 4900-EXIT
009060         END-IF
009070     END-IF.
009080 4500-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------------
009120*   4600-CHECK-QSTAT - A HOLD WITH NO REASON LEAVES THE NEXT SHIFT
009130*   NOTHING TO GO ON
009140*----------------------------------------------------------------
009150 4600-CHECK-QSTAT.
009160     IF NOT CMH-QUEUE-IS-HELD AND NOT CMH-QUEUE-IS-OPEN
009170         MOVE 'STATUS MUST BE HELD, OPEN OR BLANK'
009180             TO CMT-ERROR-TEXT
009190         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
009200     END-IF
009210     IF CMH-QUEUE-IS-HELD AND CMH-HOLD-REASON = SPACES
009220         MOVE 'HELD WITH NO HOLD REASON' TO CMT-ERROR-TEXT
009230         PERFORM 4900-LOG-ERROR THRU 4900-EXIT
009240     END-IF.
009250 4600-EXIT.
009260     EXIT.
009270
009280 4900-LOG-ERROR.
009290     DISPLAY '  ERROR - ' CMT-ERROR-TEXT
009300     ADD 1 TO CMT-CARD-ERRORS.
009310 4900-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------------
009350*   5000-APPLY-CARD - LEDGER ROW FIRST, THEN THE TABLE. A LEDGER
009360*   THAT WILL NOT TAKE THE ROW ABENDS THE STEP BEFORE ANY NEW
009370*   GENERATION IS WRITTEN.
009380*----------------------------------------------------------------
009390 5000-APPLY-CARD.
009400     ACCEPT CMT-NOW-DATE FROM DATE YYYYMMDD
009410     ACCEPT CMT-NOW-TIME FROM TIME
009420     MOVE SPACES TO CLG-LEDGER-RECORD
009430     MOVE CMT-NOW-DATE TO CLG-CHANGE-DATE
009440     MOVE CMT-NOW-TIME TO CLG-CHANGE-TIME
009450     MOVE CMT-FILE-NAME (CMT-FILE-SUB) TO CLG-FILE-ID
009460     MOVE CTX-ACTION TO CLG-ACTION
009470     MOVE CTX-TICKET TO CLG-TICKET
009480     MOVE CTX-REQUESTER TO CLG-REQUESTER
009490     MOVE CMT-WORK-KEY TO CLG-RECORD-KEY
009500     IF NOT CTX-ACTION-ADD
009510         MOVE CMT-REC-IMAGE (CMT-FOUND-SUB) TO CLG-BEFORE-IMAGE
009520     END-IF
009530     IF NOT CTX-ACTION-DELETE
009540         MOVE CTX-RECORD-IMAGE TO CLG-AFTER-IMAGE
009550     END-IF
009560     WRITE CLG-LEDGER-RECORD
009570     IF CMT-LEDGER-FILE-STATUS NOT = '00'
009580         DISPLAY 'ERROR WRITING CHANGE LEDGER - FILE STATUS '
009590             CMT-LEDGER-FILE-STATUS
009600         MOVE 'CTLLEDGR WRITE FAILED' TO CMT-ABEND-MSG
009610         CALL "FORCEABEND" USING CMT-ABEND-MSG
009620     END-IF
009630     EVALUATE TRUE
009640         WHEN CTX-ACTION-ADD
009650             IF CMT-FOUND-SUB > 0
009660                 MOVE CMT-FOUND-SUB TO CMT-REC-SUB
009670             ELSE
009680                 ADD 1 TO CMT-RECORD-COUNT
009690                 MOVE CMT-RECORD-COUNT TO CMT-REC-SUB
009700             END-IF
009710             MOVE CTX-RECORD-IMAGE TO CMT-WORK-IMAGE
009720             PERFORM 3500-STORE-WORK-RECORD THRU 3500-EXIT
009730             ADD 1 TO CMT-FT-ADDS (CMT-FILE-SUB)
009740         WHEN CTX-ACTION-CHANGE
009750             MOVE CTX-RECORD-IMAGE
009760                 TO CMT-REC-IMAGE (CMT-FOUND-SUB)
009770             ADD 1 TO CMT-FT-CHANGES (CMT-FILE-SUB)
009780         WHEN OTHER
009790             MOVE 'G' TO CMT-REC-STATE (CMT-FOUND-SUB)
009800             ADD 1 TO CMT-FT-DELETES (CMT-FILE-SUB)
009810     END-EVALUATE.
009820 5000-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------------
009860*   6000-WRITE-NEW-GENERATION - EVERY LIVE ROW OF A LOADED FILE TO
009870*   ITS NEW-GENERATION DD, IN TABLE ORDER
009880*----------------------------------------------------------------
009890 6000-WRITE-NEW-GENERATION.
009900     IF NOT CMT-FT-PRESENT (CMT-FILE-SUB)
009910         GO TO 6000-EXIT
009920     END-IF
009930     EVALUATE CMT-FILE-SUB
009940         WHEN 1
009950             OPEN OUTPUT NEW-QUEUE-CONTROL-FILE
009960         WHEN 2
009970             OPEN OUTPUT NEW-MONITOR-CONTROL-FILE
009980         WHEN 3
009990             OPEN OUTPUT NEW-LATENCY-CONTROL-FILE
010000         WHEN 4
010010             OPEN OUTPUT NEW-RATE-CARD-FILE
010020         WHEN 5
010030             OPEN OUTPUT NEW-RETENTION-CONTROL-FILE
010040         WHEN OTHER
010050             OPEN OUTPUT NEW-QUEUE-STATUS-FILE
010060     END-EVALUATE
010070     IF CMT-NEW-FILE-STATUS NOT = '00'
010080         DISPLAY 'ERROR OPENING NEW GENERATION OF '
010090             CMT-FILE-NAME (CMT-FILE-SUB) ' - FILE STATUS '
010100             CMT-NEW-FILE-STATUS
010110         MOVE 'NEW CONTROL GENERATION OPEN FAILED'
010120             TO CMT-ABEND-MSG
010130         CALL "FORCEABEND" USING CMT-ABEND-MSG
010140     END-IF
010150     PERFORM 6100-WRITE-ONE-ROW THRU 6100-EXIT
010160         VARYING CMT-REC-SUB FROM 1 BY 1
010170         UNTIL CMT-REC-SUB > CMT-RECORD-COUNT
010180     EVALUATE CMT-FILE-SUB
010190         WHEN 1
010200             CLOSE NEW-QUEUE-CONTROL-FILE
010210         WHEN 2
010220             CLOSE NEW-MONITOR-CONTROL-FILE
010230         WHEN 3
010240             CLOSE NEW-LATENCY-CONTROL-FILE
010250         WHEN 4
010260             CLOSE NEW-RATE-CARD-FILE
010270         WHEN 5
010280             CLOSE NEW-RETENTION-CONTROL-FILE
010290         WHEN OTHER
010300             CLOSE NEW-QUEUE-STATUS-FILE
010310     END-EVALUATE.
010320 6000-EXIT.
010330     EXIT.
010340
010350 6100-WRITE-ONE-ROW.
010360     IF CMT-REC-FILE-SUB (CMT-REC-SUB) NOT = CMT-FILE-SUB
010370         OR NOT CMT-REC-LIVE (CMT-REC-SUB)
010380         GO TO 6100-EXIT
010390     END-IF
010400     EVALUATE CMT-FILE-SUB
010410         WHEN 1
010420             WRITE CMT-NEW-QUEUECTL-RECORD
010430                 FROM CMT-REC-IMAGE (CMT-REC-SUB)
010440         WHEN 2
010450             WRITE CMT-NEW-MONCTL-RECORD
010460                 FROM CMT-REC-IMAGE (CMT-REC-SUB)
010470         WHEN 3
010480             WRITE CMT-NEW-LATCTL-RECORD
010490                 FROM CMT-REC-IMAGE (CMT-REC-SUB)
010500         WHEN 4
010510             WRITE CMT-NEW-RATECARD-RECORD
010520                 FROM CMT-REC-IMAGE (CMT-REC-SUB)
010530         WHEN 5
010540             WRITE CMT-NEW-RETCTL-RECORD
010550                 FROM CMT-REC-IMAGE (CMT-REC-SUB)
010560         WHEN OTHER
010570             WRITE CMT-NEW-QSTAT-RECORD
010580                 FROM CMT-REC-IMAGE (CMT-REC-SUB)
010590     END-EVALUATE
010600     IF CMT-NEW-FILE-STATUS NOT = '00'
010610         DISPLAY 'ERROR WRITING NEW GENERATION OF '
010620             CMT-FILE-NAME (CMT-FILE-SUB) ' - FILE STATUS '
010630             CMT-NEW-FILE-STATUS
010640         MOVE 'NEW CONTROL GENERATION WRITE FAILED'
010650             TO CMT-ABEND-MSG
010660         CALL "FORCEABEND" USING CMT-ABEND-MSG
010670     END-IF
010680     ADD 1 TO CMT-FT-ROWS-WRITTEN (CMT-FILE-SUB).
010690 6100-EXIT.
010700     EXIT.
010710
010720*----------------------------------------------------------------
010730*   7000-AS-OF-RUN - LOAD TODAY'S FILES, UNDO EVERY LEDGER ROW
010740*   DATED AFTER THE AS-OF DATE, NEWEST FIRST, THEN STAMP EACH
010750*   SURVIVING ROW WITH ITS LAST CHANGE ON OR BEFORE THAT DATE
010760*----------------------------------------------------------------
010770 7000-AS-OF-RUN.
010780     PERFORM 3000-LOAD-ONE-FILE THRU 3000-EXIT
010790         VARYING CMT-FILE-SUB FROM 1 BY 1
010800         UNTIL CMT-FILE-SUB > 6
010810     OPEN INPUT CONTROL-LEDGER-FILE
010820     IF CMT-LEDGER-FILE-STATUS NOT = '00'
010830         DISPLAY 'NO CHANGE LEDGER - THE FILES ARE REPORTED AS '
010840             'THEY STAND TODAY'
010850     ELSE
010860         SET CMT-LEDGER-PRESENT TO TRUE
010870         MOVE 'N' TO CMT-EOF-SWITCH
010880         PERFORM 7100-COLLECT-ONE-LATER-ROW THRU 7100-EXIT
010890             UNTIL CMT-END-OF-FILE
010900         CLOSE CONTROL-LEDGER-FILE
010910     END-IF
010920     PERFORM 7200-UNDO-ONE-CHANGE THRU 7200-EXIT
010930         VARYING CMT-UNDO-SUB FROM CMT-UNDO-COUNT BY -1
010940         UNTIL CMT-UNDO-SUB < 1
010950     IF CMT-LEDGER-PRESENT
010960         OPEN INPUT CONTROL-LEDGER-FILE
010970         MOVE 'N' TO CMT-EOF-SWITCH
010980         PERFORM 7300-STAMP-ONE-EARLIER-ROW THRU 7300-EXIT
010990             UNTIL CMT-END-OF-FILE
011000         CLOSE CONTROL-LEDGER-FILE
011010     END-IF
011020     PERFORM 7500-REPORT-ONE-FILE THRU 7500-EXIT
011030         VARYING CMT-FILE-SUB FROM 1 BY 1
011040         UNTIL CMT-FILE-SUB > 6.
011050 7000-EXIT.
011060     EXIT.
011070
011080*----------------------------------------------------------------
011090*   7100-COLLECT-ONE-LATER-ROW - A LEDGER ROW DATED AFTER THE
011100*   AS-OF DATE GOES ON THE UNDO LIST. A LIST TOO LONG TO HOLD
011110*   ABENDS - A PARTLY WOUND-BACK FILE WOULD BE A WRONG ANSWER.
011120*----------------------------------------------------------------
011130 7100-COLLECT-ONE-LATER-ROW.
011140     READ CONTROL-LEDGER-FILE
011150         AT END
011160             MOVE 'Y' TO CMT-EOF-SWITCH
011170             GO TO 7100-EXIT
011180     END-READ
011190     ADD 1 TO CMT-LEDGER-ROWS-READ
011200     IF CLG-CHANGE-DATE NOT > CMT-AS-OF-DATE
011210         GO TO 7100-EXIT
011220     END-IF
011230     MOVE CLG-FILE-ID TO CTX-FILE-ID
011240     PERFORM 3300-FIND-FILE-SUB THRU 3300-EXIT
011250     IF CMT-FILE-SUB = 0
011260         GO TO 7100-EXIT
011270     END-IF
011280     IF CMT-UNDO-COUNT = 1000
011290         DISPLAY 'MORE THAN 1000 CHANGES SINCE ' CMT-AS-OF-DATE
011300             ' - CHOOSE A LATER DATE'
011310         MOVE 'AS-OF UNDO LIST FULL' TO CMT-ABEND-MSG
011320         CALL "FORCEABEND" USING CMT-ABEND-MSG
011330     END-IF
011340     ADD 1 TO CMT-UNDO-COUNT
011350     MOVE CMT-FILE-SUB TO CMT-UNDO-FILE-SUB (CMT-UNDO-COUNT)
011360     MOVE CLG-ACTION TO CMT-UNDO-ACTION (CMT-UNDO-COUNT)
011370     MOVE CLG-RECORD-KEY TO CMT-UNDO-KEY (CMT-UNDO-COUNT)
011380     MOVE CLG-BEFORE-IMAGE
011390         TO CMT-UNDO-BEFORE-IMAGE (CMT-UNDO-COUNT)
011400     MOVE CLG-AFTER-IMAGE
011410         TO CMT-UNDO-AFTER-IMAGE (CMT-UNDO-COUNT).
011420 7100-EXIT.
011430     EXIT.
011440
011450*----------------------------------------------------------------
011460*   7200-UNDO-ONE-CHANGE - AN ADD IS TAKEN AWAY, A CHANGE GETS ITS
011470*   BEFORE IMAGE BACK, A DELETE IS PUT BACK. A ROW THAT DOES NOT
011480*   MATCH THE LEDGER'S AFTER IMAGE WAS EDITED OUTSIDE THIS PROGRAM
011490*   AND IS COUNTED, THOUGH THE UNDO STILL GOES AHEAD.
011500*----------------------------------------------------------------
011510 7200-UNDO-ONE-CHANGE.
011520     MOVE CMT-UNDO-FILE-SUB (CMT-UNDO-SUB) TO CMT-FILE-SUB
011530     IF NOT CMT-FT-PRESENT (CMT-FILE-SUB)
011540         GO TO 7200-EXIT
011550     END-IF
011560     MOVE CMT-UNDO-KEY (CMT-UNDO-SUB) TO CMT-WORK-KEY
011570     PERFORM 3400-FIND-RECORD THRU 3400-EXIT
011580     ADD 1 TO CMT-LEDGER-ROWS-UNDONE
011590     IF CMT-UNDO-DELETE (CMT-UNDO-SUB)
011600         IF CMT-FOUND-LIVE
011610             ADD 1 TO CMT-LEDGER-MISMATCHES
011620             GO TO 7200-EXIT
011630         END-IF
011640         IF CMT-FOUND-SUB > 0
011650             MOVE CMT-FOUND-SUB TO CMT-REC-SUB
011660         ELSE
011670             IF CMT-RECORD-COUNT = 2000
011680                 MOVE 'CONTROL RECORD TABLE FULL' TO CMT-ABEND-MSG
011690                 CALL "FORCEABEND" USING CMT-ABEND-MSG
011700             END-IF
011710             ADD 1 TO CMT-RECORD-COUNT
011720             MOVE CMT-RECORD-COUNT TO CMT-REC-SUB
011730         END-IF
011740         MOVE CMT-UNDO-BEFORE-IMAGE (CMT-UNDO-SUB)
011750             TO CMT-WORK-IMAGE
011760         PERFORM 3500-STORE-WORK-RECORD THRU 3500-EXIT
011770         GO TO 7200-EXIT
011780     END-IF
011790     IF NOT CMT-FOUND-LIVE
011800         ADD 1 TO CMT-LEDGER-MISMATCHES
011810         GO TO 7200-EXIT
011820     END-IF
011830     IF CMT-REC-IMAGE (CMT-FOUND-SUB) NOT =
011840         CMT-UNDO-AFTER-IMAGE (CMT-UNDO-SUB)
011850         ADD 1 TO CMT-LEDGER-MISMATCHES
011860     END-IF
011870     IF CMT-UNDO-ADD (CMT-UNDO-SUB)
011880         MOVE 'G' TO CMT-REC-STATE (CMT-FOUND-SUB)
011890     ELSE
011900         MOVE CMT-UNDO-BEFORE-IMAGE (CMT-UNDO-SUB)
011910             TO CMT-REC-IMAGE (CMT-FOUND-SUB)
011920     END-IF.
011930 7200-EXIT.
011940     EXIT.
011950
011960*----------------------------------------------------------------
011970*   7300-STAMP-ONE-EARLIER-ROW - LEDGER ROWS ON OR BEFORE THE
011980*   AS-OF DATE, OLDEST FIRST, SO EACH ROW ENDS UP CARRYING ITS
011990*   LATEST CHANGE AND ITS CHANGE COUNT
012000*----------------------------------------------------------------
012010 7300-STAMP-ONE-EARLIER-ROW.
012020     READ CONTROL-LEDGER-FILE
012030         AT END
012040             MOVE 'Y' TO CMT-EOF-SWITCH
012050             GO TO 7300-EXIT
012060     END-READ
012070     IF CLG-CHANGE-DATE > CMT-AS-OF-DATE
012080         GO TO 7300-EXIT
012090     END-IF
012100     MOVE CLG-FILE-ID TO CTX-FILE-ID
012110     PERFORM 3300-FIND-FILE-SUB THRU 3300-EXIT
012120     IF CMT-FILE-SUB = 0
012130         GO TO 7300-EXIT
012140     END-IF
012150     MOVE CLG-RECORD-KEY TO CMT-WORK-KEY
012160     PERFORM 3400-FIND-RECORD THRU 3400-EXIT
012170     IF CMT-FOUND-SUB = 0
012180         GO TO 7300-EXIT
012190     END-IF
012200     MOVE CLG-CHANGE-DATE TO CMT-REC-LAST-DATE (CMT-FOUND-SUB)
012210     MOVE CLG-CHANGE-TIME TO CMT-REC-LAST-TIME (CMT-FOUND-SUB)
012220     MOVE CLG-ACTION TO CMT-REC-LAST-ACTION (CMT-FOUND-SUB)
012230     MOVE CLG-TICKET TO CMT-REC-LAST-TICKET (CMT-FOUND-SUB)
012240     MOVE CLG-REQUESTER TO CMT-REC-LAST-REQUESTER (CMT-FOUND-SUB)
012250     ADD 1 TO CMT-REC-CHANGE-COUNT (CMT-FOUND-SUB).
012260 7300-EXIT.
012270     EXIT.
012280
012290*----------------------------------------------------------------
012300*   7500-REPORT-ONE-FILE - ONE SECTION PER CONTROL FILE
012310*----------------------------------------------------------------
012320 7500-REPORT-ONE-FILE.
012330     DISPLAY ' '
012340     DISPLAY '===== ' CMT-FILE-NAME (CMT-FILE-SUB) ' AS OF '
012350         CMT-AS-OF-DATE ' ====='
012360     IF NOT CMT-FT-PRESENT (CMT-FILE-SUB)
012370         DISPLAY 'NOT PRESENT THIS RUN'
012380         GO TO 7500-EXIT
012390     END-IF
012400     MOVE 0 TO CMT-ROWS-PRINTED
012410     PERFORM 7510-REPORT-ONE-ROW THRU 7510-EXIT
012420         VARYING CMT-REC-SUB FROM 1 BY 1
012430         UNTIL CMT-REC-SUB > CMT-RECORD-COUNT
012440     DISPLAY 'ROWS ON ' CMT-AS-OF-DATE ' : ' CMT-ROWS-PRINTED.
012450 7500-EXIT.
012460     EXIT.
012470
012480 7510-REPORT-ONE-ROW.
012490     IF CMT-REC-FILE-SUB (CMT-REC-SUB) NOT = CMT-FILE-SUB
012500         OR NOT CMT-REC-LIVE (CMT-REC-SUB)
012510         GO TO 7510-EXIT
012520     END-IF
012530     ADD 1 TO CMT-ROWS-PRINTED
012540     MOVE CMT-REC-IMAGE (CMT-REC-SUB) TO CMT-WORK-IMAGE
012550     EVALUATE CMT-FILE-SUB
012560         WHEN 1
012570             PERFORM 7610-PRINT-QUEUECTL THRU 7610-EXIT
012580         WHEN 2
012590             PERFORM 7620-PRINT-MONCTL THRU 7620-EXIT
012600         WHEN 3
012610             PERFORM 7630-PRINT-LATCTL THRU 7630-EXIT
012620         WHEN 4
012630             PERFORM 7640-PRINT-RATECARD THRU 7640-EXIT
012640         WHEN 5
012650             PERFORM 7650-PRINT-RETCTL THRU 7650-EXIT
012660         WHEN OTHER
012670             PERFORM 7660-PRINT-QSTAT THRU 7660-EXIT
012680     END-EVALUATE
012690     IF CMT-REC-CHANGE-COUNT (CMT-REC-SUB) = 0
012700         DISPLAY '  NO LEDGER CHANGE ON OR BEFORE THIS DATE'
012710         GO TO 7510-EXIT
012720     END-IF
012730     DISPLAY '  LAST CHANGE ' CMT-REC-LAST-DATE (CMT-REC-SUB) ' '
012740         CMT-REC-LAST-TIME (CMT-REC-SUB) (1 : 6) ' ACTION '
012750         CMT-REC-LAST-ACTION (CMT-REC-SUB) ' BY '
012760         CMT-REC-LAST-REQUESTER (CMT-REC-SUB) ' TICKET '
012770         CMT-REC-LAST-TICKET (CMT-REC-SUB) ' CHANGES '
012780         CMT-REC-CHANGE-COUNT (CMT-REC-SUB).
012790 7510-EXIT.
012800     EXIT.
012810
012820 7610-PRINT-QUEUECTL.
012830     MOVE CMT-WORK-IMAGE TO CMQ-QUEUE-DEFINITION
012840     DISPLAY 'QUEUE ' CMQ-QUEUE-NAME
012850     DISPLAY '  FIFO ' CMQ-FIFO-QUEUE-FLAG
012860         ' CBD ' CMQ-CONTENT-BASED-DEDUPLICATION
012870         ' VISIBILITY ' CMQ-VISIBILITY-TIMEOUT
012880         ' RETENTION ' CMQ-MESSAGE-RETENTION-PERIOD
012890         ' DELAY ' CMQ-DELAY-SECONDS
012900         ' MAXSIZE ' CMQ-MAXIMUM-MESSAGE-SIZE
012910         ' WAIT ' CMQ-RECEIVE-MSG-WAIT-TIME-SECONDS
012920         ' MAXRECV ' CMQ-MAX-RECEIVE-COUNT
012930     IF CMQ-DLQ-QUEUE-ARN NOT = SPACES
012940         DISPLAY '  DLQ ' CMQ-DLQ-QUEUE-ARN
012950     END-IF.
012960 7610-EXIT.
012970     EXIT.
012980
012990 7620-PRINT-MONCTL.
013000     MOVE CMT-WORK-IMAGE TO CMN-MONITOR-DEFINITION
013010     DISPLAY 'QUEUE ' CMN-QUEUE-NAME
013020     DISPLAY '  URL ' CMN-QUEUE-URL
013030     DISPLAY '  REGION ' CMN-AWS-REGION
013040         ' WARNING DEPTH ' CMN-WARNING-DEPTH
013050         ' CRITICAL DEPTH ' CMN-CRITICAL-DEPTH.
013060 7620-EXIT.
013070     EXIT.
013080
013090 7630-PRINT-LATCTL.
013100     MOVE CMT-WORK-IMAGE TO CML-LATENCY-THRESHOLDS
013110     DISPLAY 'URL ' CML-QUEUE-URL
013120     DISPLAY '  WARNING SECONDS ' CML-WARNING-SECONDS
013130         ' CRITICAL SECONDS ' CML-CRITICAL-SECONDS.
013140 7630-EXIT.
013150     EXIT.
013160
013170 7640-PRINT-RATECARD.
013180     MOVE CMT-WORK-IMAGE TO CMR-RATE-CARD-RECORD
013190     IF CMR-QUEUE-MAP-RECORD
013200         DISPLAY 'QMAP ' CMR-QUEUE-NAME
013210         DISPLAY '  OWNER ' CMR-SOURCE-SYSTEM-ID
013220         GO TO 7640-EXIT
013230     END-IF
013240     MOVE CMR-COST-PER-REQUEST TO CMT-EDIT-RATE
013250     DISPLAY 'RATE  PER REQUEST ' CMT-EDIT-RATE
013260     MOVE CMR-COST-PER-MESSAGE TO CMT-EDIT-RATE
013270     DISPLAY '      PER MESSAGE ' CMT-EDIT-RATE
013280     MOVE CMR-COST-PER-GB TO CMT-EDIT-GB-RATE
013290     DISPLAY '      PER GB      ' CMT-EDIT-GB-RATE.
013300 7640-EXIT.
013310     EXIT.
013320
013330 7650-PRINT-RETCTL.
013340     MOVE CMT-WORK-IMAGE TO CMK-RETENTION-RULE
013350     DISPLAY 'URL ' CMK-QUEUE-URL
013360     DISPLAY '  RETENTION SECONDS ' CMK-RETENTION-PERIOD.
013370 7650-EXIT.
013380     EXIT.
013390
013400 7660-PRINT-QSTAT.
013410     MOVE CMT-WORK-IMAGE TO CMH-QUEUE-STATUS-RECORD
013420     DISPLAY 'QUEUE ' CMH-QUEUE-NAME
013430     IF CMH-QUEUE-URL NOT = SPACES
013440         DISPLAY '  URL ' CMH-QUEUE-URL
013450     END-IF
013460     DISPLAY '  STATUS ' CMH-STATUS ' REASON ' CMH-HOLD-REASON.
013470 7660-EXIT.
013480     EXIT.
013490
013500*----------------------------------------------------------------
013510*   8000-FINALIZE - RUN SUMMARY; ANY REFUSED CARD ENDS THE STEP
013520*   RC 8
013530*----------------------------------------------------------------
013540 8000-FINALIZE.
013550     DISPLAY ' '
013560     IF CMT-MODE-AS-OF
013570         DISPLAY '===== SQSCTLMT AS-OF SUMMARY ====='
013580         DISPLAY 'LEDGER ROWS READ    : ' CMT-LEDGER-ROWS-READ
013590         DISPLAY 'CHANGES WOUND BACK  : ' CMT-LEDGER-ROWS-UNDONE
013600         IF CMT-LEDGER-MISMATCHES > 0
013610             DISPLAY 'NOTE - ' CMT-LEDGER-MISMATCHES
013620                 ' LEDGER ROW(S) '
013630                 'DISAGREE WITH THE FILES - A CONTROL FILE WAS '
013640                 'EDITED OUTSIDE SQSCTLMT'
013650         END-IF
013660         GO TO 8000-EXIT
013670     END-IF
013680     DISPLAY '===== SQSCTLMT CONTROL-FILE MAINTENANCE SUMMARY '
013690         '====='
013700     DISPLAY 'CARDS READ          : ' CMT-CARDS-READ
013710     DISPLAY 'CARDS APPLIED       : ' CMT-CARDS-APPLIED
013720     DISPLAY 'CARDS REFUSED       : ' CMT-CARDS-REJECTED
013730     PERFORM 8100-PRINT-ONE-FILE THRU 8100-EXIT
013740         VARYING CMT-FILE-SUB FROM 1 BY 1
013750         UNTIL CMT-FILE-SUB > 6
013760     IF CMT-CARDS-REJECTED > 0
013770         DISPLAY 'ENDING WITH RETURN CODE ' CMT-REJECT-RC
013780             ' - REFUSED CARDS NEED CORRECTING AND RESUBMITTING'
013790         MOVE CMT-REJECT-RC TO RETURN-CODE
013800     END-IF.
013810 8000-EXIT.
013820     EXIT.
013830
013840*----------------------------------------------------------------
013850*   8100-PRINT-ONE-FILE
013860*----------------------------------------------------------------
013870 8100-PRINT-ONE-FILE.
013880     IF NOT CMT-FT-PRESENT (CMT-FILE-SUB)
013890         GO TO 8100-EXIT
013900     END-IF
013910     DISPLAY CMT-FILE-NAME (CMT-FILE-SUB)
013920         ' ROWS IN ' CMT-FT-ROWS-LOADED (CMT-FILE-SUB)
013930         ' ADDED ' CMT-FT-ADDS (CMT-FILE-SUB)
013940         ' CHANGED ' CMT-FT-CHANGES (CMT-FILE-SUB)
013950         ' DELETED ' CMT-FT-DELETES (CMT-FILE-SUB)
013960         ' REFUSED ' CMT-FT-REJECTS (CMT-FILE-SUB)
013970         ' ROWS OUT ' CMT-FT-ROWS-WRITTEN (CMT-FILE-SUB).
013980 8100-EXIT.
013990     EXIT.
