000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SQSFEED.
000030 AUTHOR. BLU AGE SERVERLESS COBOL AWS EXTENSION TEAM.
000040 INSTALLATION. BATCH OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 2026-10-15 RJM  INITIAL VERSION. DAILY OPERATIONS DATA FEED FOR
000100*                 THE BI WAREHOUSE - TURNS THE FIXED-COLUMN
000110*                 DATASETS ONLY OUR REPORTS COULD READ INTO ONE
000120*                 COMMA-DELIMITED FILE PER SUBJECT AREA: THE AUDIT
000130*                 TRAIL (SQSAUDIT.CPY), THE SQSMON DEPTH HISTORY
000140*                 (SQSDEPTH.CPY), THE LATENCY SLA HISTORY
000150*                 (SQSLATH.CPY), THE CHGBKOUT CHARGEBACK DATASET
000160*                 (SQSCHGBO.CPY), THE REJECT FILE (SQSREJ.CPY) AND
000170*                 THE PARK FILE (SQSPARK.CPY). EACH RUN TAKES ONLY
000180*                 THE DAYS AFTER EACH SUBJECT'S HIGH-WATER MARK
000190*                 (SQSFDHWM.CPY) AND APPENDS ONE MANIFEST ROW PER
000200*                 EXTRACT FILE.
000210*-----------------------------------------------------------------
000220* FEED FILE FORMAT, THE SAME FOR EVERY SUBJECT:
000230* - THE FIRST ROW IS A HEADER ROW OF COLUMN NAMES.
000240* - TEXT IS TRIMMED OF LEADING AND TRAILING SPACES AND ENCLOSED
000250*   IN DOUBLE QUOTES, AN EMBEDDED QUOTE DOUBLED, SO A COMMA IN A
000260*   QUEUE NAME CANNOT SPLIT A COLUMN. A BLANK FIELD IS EMPTY.
000270* - TIMESTAMPS ARE ISO 8601, YYYY-MM-DDTHH:MM:SS, LOCAL TIME AS
000280*   THE SOURCE DATASET HOLDS IT; PERIOD DATES ARE YYYY-MM-DD.
000290*   ENVELOPE SEND TIMESTAMPS ARE ALREADY TEXT AND PASS AS TEXT.
000300* - COUNTS ARE PLAIN INTEGERS; MONEY IS A SIGNED DECIMAL WITH FOUR
000310*   PLACES, A LEADING MINUS WHEN NEGATIVE.
000320* - THE LAST ROW IS TRAILER,<DATA ROW COUNT>,<CONTROL TOTAL>. THE
000330*   CONTROL TOTAL IS THE SUM OF ONE COLUMN PER SUBJECT: MESSAGES
000340*   SENT PLUS RECEIVED (AUDIT), DEPTH (DEPTH), MESSAGES MEASURED
000350*   (LATENCY), TOTAL CHARGE (CHGBACK), BODY LENGTH (REJECT) AND
000360*   PARK COUNT (PARK).
000370* MESSAGE BODIES, RECEIPT HANDLES AND SIGNATURES ARE NOT FED - THE
000380* WAREHOUSE HAS NO USE FOR THEM AND THEY MAY HOLD SENSITIVE DATA.
000390*-----------------------------------------------------------------
000400* INCREMENTAL DOCTRINE, SO A RERUN NEVER LOADS A DAY TWICE:
000410* - ONLY COMPLETE DAYS ARE FED - BY DEFAULT THROUGH YESTERDAY, OR
000420*   THROUGH THE DATE ON THE OPTIONAL SYSIN CARD (YYYYMMDD, BEFORE
000430*   TODAY). A SUBJECT TAKES THE ROWS DATED AFTER ITS HIGH-WATER
000440*   MARK AND ON OR BEFORE THAT DATE, AND ITS MARK MOVES UP TO IT.
000450*   A SECOND RUN FOR THE SAME DAY FINDS EVERY MARK CURRENT AND
000460*   WRITES HEADER AND TRAILER ONLY.
000470* - THE ROW DATE IS THE AUDIT, POLL, MEASUREMENT, REJECT OR PARK
000480*   DATE, AND FOR CHGBACK THE BILLING PERIOD END - A MONTH'S
000490*   CHARGES ARE FED ONCE THE MONTH IS OVER. A PARK RECORD PARKED
000500*   AGAIN LATER CARRIES THE NEW DATE AND IS FED AGAIN WITH ITS
000510*   HIGHER PARK COUNT - EACH FEED ROW IS A PARK EVENT.
000520* - A SOURCE DATASET THAT IS NOT PRESENT LEAVES ITS MARK WHERE IT
000530*   WAS, SO THOSE DAYS ARE PICKED UP BY THE FIRST RUN THAT HAS IT.
000540* - THE FEEDHWM DD IS OPTIONAL - ABSENT, EVERY SUBJECT IS FED FROM
000550*   THE START OF ITS DATA. HWMNEW AND THE FEEDMAN MANIFEST ARE
000560*   REQUIRED. THE MANIFEST IS APPENDED (CREATED WITH ITS HEADER
000570*   ROW ON FIRST USE); ITS extract_id IS THE SUBJECT AND THRU
000580*   DATE, AND THE LOADER TAKES THE LATEST ROW FOR AN extract_id.
000590* A SOURCE NOT PRESENT OR A ROW WITH AN UNREADABLE DATE ENDS THE
000600* STEP WITH THE WARNING RETURN CODE.
000610*-----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT FEED-HWM-FILE ASSIGN TO FEEDHWM
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS FED-HWM-FILE-STATUS.
000680     SELECT FEED-HWM-NEW-FILE ASSIGN TO HWMNEW
000690            ORGANIZATION IS LINE SEQUENTIAL
000700            FILE STATUS IS FED-HWMNEW-FILE-STATUS.
000710     SELECT FEED-MANIFEST-FILE ASSIGN TO FEEDMAN
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS IS FED-MANIFEST-FILE-STATUS.
000740     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000750            ORGANIZATION IS LINE SEQUENTIAL
000760            FILE STATUS IS FED-SOURCE-FILE-STATUS.
000770     SELECT SQS-DEPTH-HISTORY-FILE ASSIGN TO SQSDEPTH
000780            ORGANIZATION IS LINE SEQUENTIAL
000790            FILE STATUS IS FED-SOURCE-FILE-STATUS.
000800     SELECT SQS-LATENCY-HISTORY-FILE ASSIGN TO SQSLATH
000810            ORGANIZATION IS LINE SEQUENTIAL
000820            FILE STATUS IS FED-SOURCE-FILE-STATUS.
000830     SELECT CHARGEBACK-FILE ASSIGN TO CHGBKOUT
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS FED-SOURCE-FILE-STATUS.
000860     SELECT SQS-REJECT-FILE ASSIGN TO SQSREJ
000870            ORGANIZATION IS LINE SEQUENTIAL
000880            FILE STATUS IS FED-SOURCE-FILE-STATUS.
000890     SELECT SQS-PARK-FILE ASSIGN TO SQSPARK
000900            ORGANIZATION IS INDEXED
000910            ACCESS MODE IS DYNAMIC
000920            RECORD KEY IS park-message-id
000930            FILE STATUS IS FED-SOURCE-FILE-STATUS.
000940     SELECT FEED-AUDIT-FILE ASSIGN TO FEEDAUD
000950            ORGANIZATION IS LINE SEQUENTIAL
000960            FILE STATUS IS FED-FEED-FILE-STATUS.
000970     SELECT FEED-DEPTH-FILE ASSIGN TO FEEDDEP
000980            ORGANIZATION IS LINE SEQUENTIAL
000990            FILE STATUS IS FED-FEED-FILE-STATUS.
001000     SELECT FEED-LATENCY-FILE ASSIGN TO FEEDLAT
001010            ORGANIZATION IS LINE SEQUENTIAL
001020            FILE STATUS IS FED-FEED-FILE-STATUS.
001030     SELECT FEED-CHARGEBACK-FILE ASSIGN TO FEEDCHG
001040            ORGANIZATION IS LINE SEQUENTIAL
001050            FILE STATUS IS FED-FEED-FILE-STATUS.
001060     SELECT FEED-REJECT-FILE ASSIGN TO FEEDREJ
001070            ORGANIZATION IS LINE SEQUENTIAL
001080            FILE STATUS IS FED-FEED-FILE-STATUS.
001090     SELECT FEED-PARK-FILE ASSIGN TO FEEDPARK
001100            ORGANIZATION IS LINE SEQUENTIAL
001110            FILE STATUS IS FED-FEED-FILE-STATUS.
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  FEED-HWM-FILE
001160     RECORDING MODE IS F.
001170 01  FED-HWM-IN-RECORD PIC X(52).
001180 FD  FEED-HWM-NEW-FILE
001190     RECORDING MODE IS F.
001200 01  FED-HWM-NEW-RECORD PIC X(52).
001210 FD  FEED-MANIFEST-FILE
001220     RECORDING MODE IS F.
001230 01  FED-MANIFEST-RECORD PIC X(1200).
001240     COPY SQSAUDIT.
001250     COPY SQSDEPTH.
001260     COPY SQSLATH.
001270 FD  CHARGEBACK-FILE
001280     RECORDING MODE IS F.
001290     COPY SQSCHGBO.
001300     COPY SQSREJ.
001310     COPY SQSPARK.
001320 FD  FEED-AUDIT-FILE
001330     RECORDING MODE IS F.
001340 01  FED-AUDIT-RECORD PIC X(1200).
001350 FD  FEED-DEPTH-FILE
001360     RECORDING MODE IS F.
001370 01  FED-DEPTH-RECORD PIC X(1200).
001380 FD  FEED-LATENCY-FILE
001390     RECORDING MODE IS F.
001400 01  FED-LATENCY-RECORD PIC X(1200).
001410 FD  FEED-CHARGEBACK-FILE
001420     RECORDING MODE IS F.
001430 01  FED-CHARGEBACK-RECORD PIC X(1200).
001440 FD  FEED-REJECT-FILE
001450     RECORDING MODE IS F.
001460 01  FED-REJECT-RECORD PIC X(1200).
001470 FD  FEED-PARK-FILE
001480     RECORDING MODE IS F.
001490 01  FED-PARK-RECORD PIC X(1200).
001500
001510 WORKING-STORAGE SECTION.
001520     COPY SQSFDHWM.
001530
001540 01  FED-SWITCHES.
001550     05 FED-EOF-SWITCH PIC X(1) VALUE 'N'.
001560        88 FED-END-OF-FILE VALUE 'Y'.
001570     05 FED-ROW-WANTED-SW PIC X(1) VALUE 'N'.
001580        88 FED-ROW-WANTED VALUE 'Y'.
001590     05 FED-MANIFEST-NEW-SW PIC X(1) VALUE 'N'.
001600        88 FED-MANIFEST-NEW VALUE 'Y'.
001610
001620 01  FED-FILE-STATUSES.
001630     05 FED-HWM-FILE-STATUS PIC X(2) VALUE '00'.
001640     05 FED-HWMNEW-FILE-STATUS PIC X(2) VALUE '00'.
001650     05 FED-MANIFEST-FILE-STATUS PIC X(2) VALUE '00'.
001660     05 FED-SOURCE-FILE-STATUS PIC X(2) VALUE '00'.
001670     05 FED-FEED-FILE-STATUS PIC X(2) VALUE '00'.
001680
001690* THE DISTINCT STEP RETURN CODE MEANING "THE FEED IS SHORT OF
001700* SOMETHING, LISTED ABOVE" - SAME DOCTRINE AS INV-GAP-RC
001710* (SQSINVNT).
001720 77  FED-WARNING-RC PIC 9(4) COMP-5 VALUE 4.
001730 77  FED-ABEND-MSG PIC X(256) VALUE SPACES.
001740* OPTIONAL SYSIN CARD - LAST DAY TO FEED, YYYYMMDD. BLANK MEANS
001750* YESTERDAY.
001760 77  FED-THRU-CARD PIC X(8) VALUE SPACES.
001770 77  FED-RUN-DATE PIC 9(8) VALUE 0.
001780 77  FED-RUN-TIME PIC 9(8) VALUE 0.
001790 77  FED-THRU-DATE PIC 9(8) VALUE 0.
001800 77  FED-DAY-NUMBER PIC 9(9) COMP-5 VALUE 0.
001810 77  FED-ROW-DATE PIC 9(8) VALUE 0.
001820 77  FED-SUB PIC 9(2) COMP-5 VALUE 0.
001830 77  FED-MATCH-SUB PIC 9(2) COMP-5 VALUE 0.
001840 77  FED-HWM-ROWS-READ PIC 9(5) COMP-5 VALUE 0.
001850 77  FED-SUBJECTS-SHORT PIC 9(2) COMP-5 VALUE 0.
001860 77  FED-LINE-POS PIC 9(4) COMP-5 VALUE 1.
001870 77  FED-FIELD-COUNT PIC 9(4) COMP-5 VALUE 0.
001880 77  FED-SCAN-POS PIC 9(4) COMP-5 VALUE 0.
001890 77  FED-TEXT-FIRST PIC 9(4) COMP-5 VALUE 0.
001900 77  FED-TEXT-LAST PIC 9(4) COMP-5 VALUE 0.
001910 77  FED-TEXT-LENGTH PIC 9(4) COMP-5 VALUE 0.
001920 77  FED-LEADING-SPACES PIC 9(4) COMP-5 VALUE 0.
001930 77  FED-QUOTE-COUNT PIC 9(4) COMP-5 VALUE 0.
001940
001950* THE SIX SUBJECT AREAS IN RUN ORDER: NAME, FEED DD, SOURCE DD.
001960 01  FED-SUBJECT-NAMES.
001970     05 FILLER PIC X(24) VALUE 'AUDIT   FEEDAUD SQSAUDIT'.
001980     05 FILLER PIC X(24) VALUE 'DEPTH   FEEDDEP SQSDEPTH'.
001990     05 FILLER PIC X(24) VALUE 'LATENCY FEEDLAT SQSLATH '.
002000     05 FILLER PIC X(24) VALUE 'CHGBACK FEEDCHG CHGBKOUT'.
002010     05 FILLER PIC X(24) VALUE 'REJECT  FEEDREJ SQSREJ  '.
002020     05 FILLER PIC X(24) VALUE 'PARK    FEEDPARKSQSPARK '.
002030 01  FED-SUBJECT-NAME-TABLE REDEFINES FED-SUBJECT-NAMES.
002040     05 FED-SUBJECT-NAME-ENTRY OCCURS 6 TIMES.
002050        10 FED-SUBJ-NAME PIC X(8).
002060        10 FED-SUBJ-FEED-DD PIC X(8).
002070        10 FED-SUBJ-SOURCE-DD PIC X(8).
002080 01  FED-SUBJECT-TABLE.
002090     05 FED-SUBJECT-ENTRY OCCURS 6 TIMES.
002100        10 FED-SUBJ-STATE PIC X(11) VALUE SPACES.
002110           88 FED-SUBJ-NOT-PRESENT VALUE 'NOT PRESENT'.
002120           88 FED-SUBJ-EXTRACTED VALUE 'EXTRACTED'.
002130           88 FED-SUBJ-CURRENT VALUE 'CURRENT'.
002140        10 FED-SUBJ-OLD-HWM PIC 9(8) VALUE 0.
002150        10 FED-SUBJ-NEW-HWM PIC 9(8) VALUE 0.
002160        10 FED-SUBJ-FROM-DATE PIC 9(8) VALUE 0.
002170        10 FED-SUBJ-LAST-RUN-DATE PIC 9(8) VALUE 0.
002180        10 FED-SUBJ-LAST-RUN-TIME PIC 9(8) VALUE 0.
002190        10 FED-SUBJ-LAST-ROWS PIC 9(9) VALUE 0.
002200        10 FED-SUBJ-READ PIC 9(9) COMP-5 VALUE 0.
002210        10 FED-SUBJ-ROWS PIC 9(9) COMP-5 VALUE 0.
002220        10 FED-SUBJ-ALREADY-FED PIC 9(9) COMP-5 VALUE 0.
002230        10 FED-SUBJ-NOT-YET-DUE PIC 9(9) COMP-5 VALUE 0.
002240        10 FED-SUBJ-UNREADABLE PIC 9(9) COMP-5 VALUE 0.
002250        10 FED-SUBJ-TOTAL PIC S9(15)V9(4) VALUE 0.
002260
002270* THE DELIMITED ROW UNDER CONSTRUCTION, AND THE FIELD HANDED TO
002280* EACH OF THE 8400-8700 APPEND PARAGRAPHS.
002290 01  FED-LINE PIC X(1200) VALUE SPACES.
002300 01  FED-TEXT PIC X(256) VALUE SPACES.
002310 01  FED-COUNT PIC S9(18) VALUE 0.
002320 01  FED-AMOUNT PIC S9(15)V9(4) VALUE 0.
002330 01  FED-TS-DATE-X.
002340     05 FED-TS-YEAR PIC X(4).
002350     05 FED-TS-MONTH PIC X(2).
002360     05 FED-TS-DAY PIC X(2).
002370 01  FED-TS-DATE REDEFINES FED-TS-DATE-X PIC 9(8).
002380 01  FED-TS-TIME-X.
002390     05 FED-TS-HOUR PIC X(2).
002400     05 FED-TS-MINUTE PIC X(2).
002410     05 FED-TS-SECOND PIC X(2).
002420     05 FILLER PIC X(2).
002430 01  FED-TS-TIME REDEFINES FED-TS-TIME-X PIC 9(8).
002440 01  FED-RUN-TIMESTAMP PIC X(19) VALUE SPACES.
002450 01  FED-EXTRACT-ID PIC X(17) VALUE SPACES.
002460 01  FED-EDIT-COUNT-AREA.
002470     05 FED-EDIT-COUNT PIC -(18)9.
002480 01  FED-EDIT-COUNT-X REDEFINES FED-EDIT-COUNT-AREA PIC X(19).
002490 01  FED-EDIT-AMOUNT-AREA.
002500     05 FED-EDIT-AMOUNT PIC -(15)9.9(4).
002510 01  FED-EDIT-AMOUNT-X REDEFINES FED-EDIT-AMOUNT-AREA PIC X(21).
002520
002530 PROCEDURE DIVISION.
002540*----------------------------------------------------------------
002550*   0000-MAINLINE - ONE PASS PER SUBJECT AREA, THEN THE NEW MARKS
002560*----------------------------------------------------------------
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002590     PERFORM 1100-LOAD-HIGH-WATER-MARKS THRU 1100-EXIT
002600     PERFORM 1200-OPEN-MANIFEST THRU 1200-EXIT
002610     PERFORM 2000-EXTRACT-AUDIT THRU 2000-EXIT
002620     PERFORM 3000-EXTRACT-DEPTH THRU 3000-EXIT
002630     PERFORM 4000-EXTRACT-LATENCY THRU 4000-EXIT
002640     PERFORM 5000-EXTRACT-CHARGEBACK THRU 5000-EXIT
002650     PERFORM 6000-EXTRACT-REJECTS THRU 6000-EXIT
002660     PERFORM 7000-EXTRACT-PARK THRU 7000-EXIT
002670     PERFORM 9000-FINALIZE THRU 9000-EXIT
002680     GOBACK.
002690
002700*----------------------------------------------------------------
002710*   1000-INITIALIZE - RUN DATE, THE LAST DAY TO FEED, AND THE NEW
002720*   HIGH-WATER MARK DATASET, OPENED NOW SO A MISSING HWMNEW STOPS
002730*   THE STEP BEFORE ANY FEED FILE IS WRITTEN.
002740*----------------------------------------------------------------
002750 1000-INITIALIZE.
002760     ACCEPT FED-RUN-DATE FROM DATE YYYYMMDD
002770     ACCEPT FED-RUN-TIME FROM TIME
002780     COMPUTE FED-DAY-NUMBER =
002790         FUNCTION INTEGER-OF-DATE (FED-RUN-DATE) - 1
002800     COMPUTE FED-THRU-DATE =
002810         FUNCTION DATE-OF-INTEGER (FED-DAY-NUMBER)
002820     ACCEPT FED-THRU-CARD
002830     IF FED-THRU-CARD NOT = SPACES
002840         IF FED-THRU-CARD IS NUMERIC
002850             AND FED-THRU-CARD < FED-RUN-DATE
002860             MOVE FED-THRU-CARD TO FED-THRU-DATE
002870         ELSE
002880             DISPLAY 'THRU-DATE CARD "' FED-THRU-CARD '" IGNORED '
002890                 '- IT MUST BE A YYYYMMDD DATE BEFORE TODAY'
002900         END-IF
002910     END-IF
002920     MOVE FED-RUN-DATE TO FED-TS-DATE
002930     MOVE FED-RUN-TIME TO FED-TS-TIME
002940     STRING FED-TS-YEAR '-' FED-TS-MONTH '-' FED-TS-DAY 'T'
002950         FED-TS-HOUR ':' FED-TS-MINUTE ':' FED-TS-SECOND
002960         DELIMITED BY SIZE INTO FED-RUN-TIMESTAMP
002970     OPEN OUTPUT FEED-HWM-NEW-FILE
002980     IF FED-HWMNEW-FILE-STATUS NOT = '00'
002990         DISPLAY 'ERROR OPENING NEW HIGH-WATER MARK FILE - FILE '
003000             'STATUS ' FED-HWMNEW-FILE-STATUS
003010         MOVE 'HWMNEW OPEN FAILED' TO FED-ABEND-MSG
003020         CALL "FORCEABEND" USING FED-ABEND-MSG
003030     END-IF
003040     DISPLAY '===== SQSFEED BI OPERATIONS DATA FEED ====='
003050     DISPLAY 'RUN ' FED-RUN-TIMESTAMP '  FEEDING COMPLETE DAYS '
003060         'THROUGH ' FED-THRU-DATE.
003070 1000-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110*   1100-LOAD-HIGH-WATER-MARKS - OPTIONAL. A SUBJECT WITH NO ROW
003120*   KEEPS A ZERO MARK AND IS FED FROM THE START OF ITS DATA.
003130*----------------------------------------------------------------
003140 1100-LOAD-HIGH-WATER-MARKS.
003150     OPEN INPUT FEED-HWM-FILE
003160     IF FED-HWM-FILE-STATUS NOT = '00'
003170         DISPLAY 'FEEDHWM NOT PRESENT - EVERY SUBJECT FED FROM '
003180             'THE START OF ITS DATA'
003190         GO TO 1100-EXIT
003200     END-IF
003210     MOVE 'N' TO FED-EOF-SWITCH
003220     PERFORM 1110-READ-ONE-MARK THRU 1110-EXIT
003230         UNTIL FED-END-OF-FILE
003240     CLOSE FEED-HWM-FILE
003250     PERFORM 1130-SET-FROM-DATE THRU 1130-EXIT
003260         VARYING FED-SUB FROM 1 BY 1
003270         UNTIL FED-SUB > 6.
003280 1100-EXIT.
003290     EXIT.
003300
003310 1110-READ-ONE-MARK.
003320     READ FEED-HWM-FILE INTO FHW-HWM-RECORD
003330         AT END
003340             MOVE 'Y' TO FED-EOF-SWITCH
003350             GO TO 1110-EXIT
003360     END-READ
003370     IF FHW-SUBJECT (1 : 1) = '*' OR FHW-HWM-RECORD = SPACES
003380         GO TO 1110-EXIT
003390     END-IF
003400     ADD 1 TO FED-HWM-ROWS-READ
003410     MOVE 0 TO FED-MATCH-SUB
003420     PERFORM 1120-MATCH-ONE-SUBJECT THRU 1120-EXIT
003430         VARYING FED-SUB FROM 1 BY 1
003440         UNTIL FED-SUB > 6 OR FED-MATCH-SUB > 0
003450     IF FED-MATCH-SUB = 0
003460         DISPLAY 'FEEDHWM ROW ' FED-HWM-ROWS-READ ' IGNORED - '
003470             'UNKNOWN SUBJECT ' FHW-SUBJECT
003480         GO TO 1110-EXIT
003490     END-IF
003500     IF FHW-THRU-DATE IS NOT NUMERIC
003510         DISPLAY 'FEEDHWM ROW ' FED-HWM-ROWS-READ ' IGNORED - '
003520             'THRU DATE IS NOT NUMERIC'
003530         GO TO 1110-EXIT
003540     END-IF
003550     MOVE FHW-THRU-DATE TO FED-SUBJ-OLD-HWM (FED-MATCH-SUB)
003560     MOVE FHW-THRU-DATE TO FED-SUBJ-NEW-HWM (FED-MATCH-SUB)
003570     IF FHW-RUN-DATE IS NUMERIC AND FHW-RUN-TIME IS NUMERIC
003580         AND FHW-ROWS IS NUMERIC
003590         MOVE FHW-RUN-DATE
003600             TO FED-SUBJ-LAST-RUN-DATE (FED-MATCH-SUB)
003610         MOVE FHW-RUN-TIME
003620             TO FED-SUBJ-LAST-RUN-TIME (FED-MATCH-SUB)
003630         MOVE FHW-ROWS TO FED-SUBJ-LAST-ROWS (FED-MATCH-SUB)
003640     END-IF.
003650 1110-EXIT.
003660     EXIT.
003670
003680 1120-MATCH-ONE-SUBJECT.
003690     IF FED-SUBJ-NAME (FED-SUB) = FHW-SUBJECT
003700         MOVE FED-SUB TO FED-MATCH-SUB
003710     END-IF.
003720 1120-EXIT.
003730     EXIT.
003740
003750* THE FIRST DAY DUE IS THE DAY AFTER THE MARK - FOR THE MANIFEST.
003760 1130-SET-FROM-DATE.
003770     IF FED-SUBJ-OLD-HWM (FED-SUB) > 0
003780         COMPUTE FED-DAY-NUMBER =
003790             FUNCTION INTEGER-OF-DATE (FED-SUBJ-OLD-HWM (FED-SUB))
003800             + 1
003810         COMPUTE FED-SUBJ-FROM-DATE (FED-SUB) =
003820             FUNCTION DATE-OF-INTEGER (FED-DAY-NUMBER)
003830     END-IF.
003840 1130-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------------
003880*   1200-OPEN-MANIFEST - REQUIRED. APPENDED EVERY RUN; A BRAND-NEW
003890*   DATASET IS CREATED ON FIRST USE AND GETS ITS HEADER ROW.
003900*----------------------------------------------------------------
003910 1200-OPEN-MANIFEST.
003920     OPEN EXTEND FEED-MANIFEST-FILE
003930     IF FED-MANIFEST-FILE-STATUS = '35'
003940         OPEN OUTPUT FEED-MANIFEST-FILE
003950         SET FED-MANIFEST-NEW TO TRUE
003960     END-IF
003970     IF FED-MANIFEST-FILE-STATUS NOT = '00' AND '05'
003980         DISPLAY 'ERROR OPENING FEED MANIFEST - FILE STATUS '
003990             FED-MANIFEST-FILE-STATUS
004000         MOVE 'FEEDMAN OPEN FAILED' TO FED-ABEND-MSG
004010         CALL "FORCEABEND" USING FED-ABEND-MSG
004020     END-IF
004030     IF FED-MANIFEST-NEW
004040         MOVE SPACES TO FED-LINE
004050         STRING 'extract_id,subject,feed_dd,source_dd,run_ts,'
004060             'from_date,thru_date,record_count,control_total,'
004070             'status'
004080             DELIMITED BY SIZE INTO FED-LINE
004090         WRITE FED-MANIFEST-RECORD FROM FED-LINE
004100     END-IF.
004110 1200-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------
004150*   2000-EXTRACT-AUDIT - THE SQSAUDIT DD, AS MANY DAILY AUDIT
004160*   FILES CONCATENATED AS THE CATCH-UP NEEDS
004170*----------------------------------------------------------------
004180 2000-EXTRACT-AUDIT.
004190     MOVE 1 TO FED-SUB
004200     OPEN INPUT SQS-AUDIT-FILE
004210     IF FED-SOURCE-FILE-STATUS NOT = '00'
004220         PERFORM 8100-SUBJECT-NOT-PRESENT THRU 8100-EXIT
004230         GO TO 2000-EXIT
004240     END-IF
004250     MOVE SPACES TO FED-LINE
004260     STRING 'event_ts,command,queue_name,queue_url,result_code,'
004270         'sent_count,received_count,failover_flag,role_arn'
004280         DELIMITED BY SIZE INTO FED-LINE
004290     PERFORM 8000-BEGIN-SUBJECT THRU 8000-EXIT
004300     PERFORM 2100-READ-ONE-AUDIT THRU 2100-EXIT
004310         UNTIL FED-END-OF-FILE
004320     CLOSE SQS-AUDIT-FILE
004330     PERFORM 8800-END-SUBJECT THRU 8800-EXIT.
004340 2000-EXIT.
004350     EXIT.
004360
004370 2100-READ-ONE-AUDIT.
004380     READ SQS-AUDIT-FILE
004390         AT END
004400             MOVE 'Y' TO FED-EOF-SWITCH
004410             GO TO 2100-EXIT
004420     END-READ
004430     ADD 1 TO FED-SUBJ-READ (FED-SUB)
004440     IF aud-date IS NOT NUMERIC
004450         ADD 1 TO FED-SUBJ-UNREADABLE (FED-SUB)
004460         GO TO 2100-EXIT
004470     END-IF
004480     MOVE aud-date TO FED-ROW-DATE
004490     PERFORM 8200-CHECK-ROW-DATE THRU 8200-EXIT
004500     IF NOT FED-ROW-WANTED
004510         GO TO 2100-EXIT
004520     END-IF
004530     PERFORM 8300-START-LINE THRU 8300-EXIT
004540     MOVE aud-date TO FED-TS-DATE
004550     MOVE aud-time TO FED-TS-TIME
004560     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
004570     MOVE aud-command TO FED-TEXT
004580     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
004590     MOVE aud-queue-name TO FED-TEXT
004600     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
004610     MOVE aud-queue-url TO FED-TEXT
004620     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
004630     MOVE aud-op-result TO FED-COUNT
004640     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
004650     MOVE aud-sent-messages-count TO FED-COUNT
004660     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
004670     MOVE aud-received-messages-count TO FED-COUNT
004680     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
004690     MOVE aud-failover-flag TO FED-TEXT
004700     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
004710     MOVE aud-role-arn TO FED-TEXT
004720     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
004730     PERFORM 8900-WRITE-FEED-LINE THRU 8900-EXIT
004740     ADD 1 TO FED-SUBJ-ROWS (FED-SUB)
004750     ADD aud-sent-messages-count aud-received-messages-count
004760         TO FED-SUBJ-TOTAL (FED-SUB).
004770 2100-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810*   3000-EXTRACT-DEPTH - THE SQSMON DEPTH HISTORY
004820*----------------------------------------------------------------
004830 3000-EXTRACT-DEPTH.
004840     MOVE 2 TO FED-SUB
004850     OPEN INPUT SQS-DEPTH-HISTORY-FILE
004860     IF FED-SOURCE-FILE-STATUS NOT = '00'
004870         PERFORM 8100-SUBJECT-NOT-PRESENT THRU 8100-EXIT
004880         GO TO 3000-EXIT
004890     END-IF
004900     MOVE SPACES TO FED-LINE
004910     STRING 'poll_ts,queue_name,queue_url,depth'
004920         DELIMITED BY SIZE INTO FED-LINE
004930     PERFORM 8000-BEGIN-SUBJECT THRU 8000-EXIT
004940     PERFORM 3100-READ-ONE-DEPTH THRU 3100-EXIT
004950         UNTIL FED-END-OF-FILE
004960     CLOSE SQS-DEPTH-HISTORY-FILE
004970     PERFORM 8800-END-SUBJECT THRU 8800-EXIT.
004980 3000-EXIT.
004990     EXIT.
005000
005010 3100-READ-ONE-DEPTH.
005020     READ SQS-DEPTH-HISTORY-FILE
005030         AT END
005040             MOVE 'Y' TO FED-EOF-SWITCH
005050             GO TO 3100-EXIT
005060     END-READ
005070     ADD 1 TO FED-SUBJ-READ (FED-SUB)
005080     IF dep-date IS NOT NUMERIC OR dep-depth IS NOT NUMERIC
005090         ADD 1 TO FED-SUBJ-UNREADABLE (FED-SUB)
005100         GO TO 3100-EXIT
005110     END-IF
005120     MOVE dep-date TO FED-ROW-DATE
005130     PERFORM 8200-CHECK-ROW-DATE THRU 8200-EXIT
005140     IF NOT FED-ROW-WANTED
005150         GO TO 3100-EXIT
005160     END-IF
005170     PERFORM 8300-START-LINE THRU 8300-EXIT
005180     MOVE dep-date TO FED-TS-DATE
005190     MOVE dep-time TO FED-TS-TIME
005200     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
005210     MOVE dep-queue-name TO FED-TEXT
005220     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
005230     MOVE dep-queue-url TO FED-TEXT
005240     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
005250     MOVE dep-depth TO FED-COUNT
005260     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005270     PERFORM 8900-WRITE-FEED-LINE THRU 8900-EXIT
005280     ADD 1 TO FED-SUBJ-ROWS (FED-SUB)
005290     ADD dep-depth TO FED-SUBJ-TOTAL (FED-SUB).
005300 3100-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340*   4000-EXTRACT-LATENCY - THE LATENCY SLA HISTORY SQSBRIDGE
005350*   EXTRACTS KEEP (SQSLATH.CPY)
005360*----------------------------------------------------------------
005370 4000-EXTRACT-LATENCY.
005380     MOVE 3 TO FED-SUB
005390     OPEN INPUT SQS-LATENCY-HISTORY-FILE
005400     IF FED-SOURCE-FILE-STATUS NOT = '00'
005410         PERFORM 8100-SUBJECT-NOT-PRESENT THRU 8100-EXIT
005420         GO TO 4000-EXIT
005430     END-IF
005440     MOVE SPACES TO FED-LINE
005450     STRING 'measured_ts,program_id,queue_url,messages_measured,'
005460         'average_seconds,worst_seconds,under_1_min,'
005470         'from_1_to_5_min,from_5_to_60_min,over_1_hour,'
005480         'warning_seconds,critical_seconds,sla_status'
005490         DELIMITED BY SIZE INTO FED-LINE
005500     PERFORM 8000-BEGIN-SUBJECT THRU 8000-EXIT
005510     PERFORM 4100-READ-ONE-LATENCY THRU 4100-EXIT
005520         UNTIL FED-END-OF-FILE
005530     CLOSE SQS-LATENCY-HISTORY-FILE
005540     PERFORM 8800-END-SUBJECT THRU 8800-EXIT.
005550 4000-EXIT.
005560     EXIT.
005570
005580 4100-READ-ONE-LATENCY.
005590     READ SQS-LATENCY-HISTORY-FILE
005600         AT END
005610             MOVE 'Y' TO FED-EOF-SWITCH
005620             GO TO 4100-EXIT
005630     END-READ
005640     ADD 1 TO FED-SUBJ-READ (FED-SUB)
005650     IF lath-date IS NOT NUMERIC
005660         OR lath-messages-measured IS NOT NUMERIC
005670         ADD 1 TO FED-SUBJ-UNREADABLE (FED-SUB)
005680         GO TO 4100-EXIT
005690     END-IF
005700     MOVE lath-date TO FED-ROW-DATE
005710     PERFORM 8200-CHECK-ROW-DATE THRU 8200-EXIT
005720     IF NOT FED-ROW-WANTED
005730         GO TO 4100-EXIT
005740     END-IF
005750     PERFORM 8300-START-LINE THRU 8300-EXIT
005760     MOVE lath-date TO FED-TS-DATE
005770     MOVE lath-time TO FED-TS-TIME
005780     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
005790     MOVE lath-program-id TO FED-TEXT
005800     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
005810     MOVE lath-queue-url TO FED-TEXT
005820     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
005830     MOVE lath-messages-measured TO FED-COUNT
005840     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005850     MOVE lath-average-seconds TO FED-COUNT
005860     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005870     MOVE lath-worst-seconds TO FED-COUNT
005880     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005890     MOVE lath-under-one-minute TO FED-COUNT
005900     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005910     MOVE lath-under-five-minutes TO FED-COUNT
005920     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005930     MOVE lath-under-one-hour TO FED-COUNT
005940     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005950     MOVE lath-over-one-hour TO FED-COUNT
005960     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005970     MOVE lath-warning-seconds TO FED-COUNT
005980     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
005990     MOVE lath-critical-seconds TO FED-COUNT
006000     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
006010     MOVE lath-sla-status TO FED-TEXT
006020     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
006030     PERFORM 8900-WRITE-FEED-LINE THRU 8900-EXIT
006040     ADD 1 TO FED-SUBJ-ROWS (FED-SUB)
006050     ADD lath-messages-measured TO FED-SUBJ-TOTAL (FED-SUB).
006060 4100-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100*   5000-EXTRACT-CHARGEBACK - THE SQSCHGBK CHGBKOUT DATASET, ROW
006110*   DATE = BILLING PERIOD END
006120*----------------------------------------------------------------
006130 5000-EXTRACT-CHARGEBACK.
006140     MOVE 4 TO FED-SUB
006150     OPEN INPUT CHARGEBACK-FILE
006160     IF FED-SOURCE-FILE-STATUS NOT = '00'
006170         PERFORM 8100-SUBJECT-NOT-PRESENT THRU 8100-EXIT
006180         GO TO 5000-EXIT
006190     END-IF
006200     MOVE SPACES TO FED-LINE
006210     STRING 'period_from,period_to,queue_name,source_system_id,'
006220         'requests,messages,bytes,request_charge,message_charge,'
006230         'transfer_charge,total_charge'
006240         DELIMITED BY SIZE INTO FED-LINE
006250     PERFORM 8000-BEGIN-SUBJECT THRU 8000-EXIT
006260     PERFORM 5100-READ-ONE-CHARGEBACK THRU 5100-EXIT
006270         UNTIL FED-END-OF-FILE
006280     CLOSE CHARGEBACK-FILE
006290     PERFORM 8800-END-SUBJECT THRU 8800-EXIT.
006300 5000-EXIT.
006310     EXIT.
006320
006330 5100-READ-ONE-CHARGEBACK.
006340     READ CHARGEBACK-FILE
006350         AT END
006360             MOVE 'Y' TO FED-EOF-SWITCH
006370             GO TO 5100-EXIT
006380     END-READ
006390     ADD 1 TO FED-SUBJ-READ (FED-SUB)
006400     IF CHG-OUT-PERIOD-TO IS NOT NUMERIC
006410         OR CHG-OUT-TOTAL-CHARGE IS NOT NUMERIC
006420         ADD 1 TO FED-SUBJ-UNREADABLE (FED-SUB)
006430         GO TO 5100-EXIT
006440     END-IF
006450     MOVE CHG-OUT-PERIOD-TO TO FED-ROW-DATE
006460     PERFORM 8200-CHECK-ROW-DATE THRU 8200-EXIT
006470     IF NOT FED-ROW-WANTED
006480         GO TO 5100-EXIT
006490     END-IF
006500     PERFORM 8300-START-LINE THRU 8300-EXIT
006510     MOVE CHG-OUT-PERIOD-FROM TO FED-TS-DATE
006520     MOVE SPACES TO FED-TS-TIME-X
006530     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
006540     MOVE CHG-OUT-PERIOD-TO TO FED-TS-DATE
006550     MOVE SPACES TO FED-TS-TIME-X
006560     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
006570     MOVE CHG-OUT-QUEUE-NAME TO FED-TEXT
006580     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
006590     MOVE CHG-OUT-SOURCE-SYSTEM-ID TO FED-TEXT
006600     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
006610     MOVE CHG-OUT-REQUESTS TO FED-COUNT
006620     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
006630     MOVE CHG-OUT-MESSAGES TO FED-COUNT
006640     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
006650     MOVE CHG-OUT-BYTES TO FED-COUNT
006660     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
006670     MOVE CHG-OUT-REQUEST-CHARGE TO FED-AMOUNT
006680     PERFORM 8700-ADD-AMOUNT THRU 8700-EXIT
006690     MOVE CHG-OUT-MESSAGE-CHARGE TO FED-AMOUNT
006700     PERFORM 8700-ADD-AMOUNT THRU 8700-EXIT
006710     MOVE CHG-OUT-TRANSFER-CHARGE TO FED-AMOUNT
006720     PERFORM 8700-ADD-AMOUNT THRU 8700-EXIT
006730     MOVE CHG-OUT-TOTAL-CHARGE TO FED-AMOUNT
006740     PERFORM 8700-ADD-AMOUNT THRU 8700-EXIT
006750     PERFORM 8900-WRITE-FEED-LINE THRU 8900-EXIT
006760     ADD 1 TO FED-SUBJ-ROWS (FED-SUB)
006770     ADD CHG-OUT-TOTAL-CHARGE TO FED-SUBJ-TOTAL (FED-SUB).
006780 5100-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820*   6000-EXTRACT-REJECTS - THE SQSREJ REJECT FILE, WITHOUT BODIES
006830*----------------------------------------------------------------
006840 6000-EXTRACT-REJECTS.
006850     MOVE 5 TO FED-SUB
006860     OPEN INPUT SQS-REJECT-FILE
006870     IF FED-SOURCE-FILE-STATUS NOT = '00'
006880         PERFORM 8100-SUBJECT-NOT-PRESENT THRU 8100-EXIT
006890         GO TO 6000-EXIT
006900     END-IF
006910     MOVE SPACES TO FED-LINE
006920     STRING 'reject_ts,reason_code,message_id,queue_name,'
006930         'source_system_id,send_timestamp,correlation_id,'
006940         'body_length,record_number,record_count'
006950         DELIMITED BY SIZE INTO FED-LINE
006960     PERFORM 8000-BEGIN-SUBJECT THRU 8000-EXIT
006970     PERFORM 6100-READ-ONE-REJECT THRU 6100-EXIT
006980         UNTIL FED-END-OF-FILE
006990     CLOSE SQS-REJECT-FILE
007000     PERFORM 8800-END-SUBJECT THRU 8800-EXIT.
007010 6000-EXIT.
007020     EXIT.
007030
007040 6100-READ-ONE-REJECT.
007050     READ SQS-REJECT-FILE
007060         AT END
007070             MOVE 'Y' TO FED-EOF-SWITCH
007080             GO TO 6100-EXIT
007090     END-READ
007100     ADD 1 TO FED-SUBJ-READ (FED-SUB)
007110     IF rej-date IS NOT NUMERIC
007120         ADD 1 TO FED-SUBJ-UNREADABLE (FED-SUB)
007130         GO TO 6100-EXIT
007140     END-IF
007150     MOVE rej-date TO FED-ROW-DATE
007160     PERFORM 8200-CHECK-ROW-DATE THRU 8200-EXIT
007170     IF NOT FED-ROW-WANTED
007180         GO TO 6100-EXIT
007190     END-IF
007200     PERFORM 8300-START-LINE THRU 8300-EXIT
007210     MOVE rej-date TO FED-TS-DATE
007220     MOVE rej-time TO FED-TS-TIME
007230     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
007240     MOVE rej-reason-code TO FED-TEXT
007250     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
007260     MOVE rej-message-id TO FED-TEXT
007270     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
007280     MOVE rej-queue-name TO FED-TEXT
007290     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
007300     MOVE rej-source-system-id TO FED-TEXT
007310     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
007320     MOVE rej-send-timestamp TO FED-TEXT
007330     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
007340     MOVE rej-correlation-id TO FED-TEXT
007350     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
007360* THE REJECTED LENGTH IS TEXT AS IT ARRIVED - ONLY A NUMERIC ONE
007370* IS FED AND TOTALLED.
007380     IF rej-body-length IS NUMERIC
007390         MOVE rej-body-length TO FED-COUNT
007400         PERFORM 8600-ADD-COUNT THRU 8600-EXIT
007410         MOVE rej-body-length TO FED-COUNT
007420         ADD FED-COUNT TO FED-SUBJ-TOTAL (FED-SUB)
007430     ELSE
007440         MOVE SPACES TO FED-TEXT
007450         PERFORM 8500-ADD-TEXT THRU 8500-EXIT
007460     END-IF
007470     MOVE rej-record-number TO FED-COUNT
007480     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
007490     MOVE rej-record-count TO FED-COUNT
007500     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
007510     PERFORM 8900-WRITE-FEED-LINE THRU 8900-EXIT
007520     ADD 1 TO FED-SUBJ-ROWS (FED-SUB).
007530 6100-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------------
007570*   7000-EXTRACT-PARK - THE SQSPARK SPOOL IN KEY ORDER, ROW DATE =
007580*   THE DATE THE MESSAGE WAS (LAST) PARKED
007590*----------------------------------------------------------------
007600 7000-EXTRACT-PARK.
007610     MOVE 6 TO FED-SUB
007620     OPEN INPUT SQS-PARK-FILE
007630     IF FED-SOURCE-FILE-STATUS NOT = '00'
007640         PERFORM 8100-SUBJECT-NOT-PRESENT THRU 8100-EXIT
007650         GO TO 7000-EXIT
007660     END-IF
007670     MOVE SPACES TO FED-LINE
007680     STRING 'park_ts,message_id,queue_name,queue_url,'
007690         'message_group_id,source_system_id,send_timestamp,'
007700         'correlation_id,reason_code,park_count,disposition,'
007710         'body_length'
007720         DELIMITED BY SIZE INTO FED-LINE
007730     PERFORM 8000-BEGIN-SUBJECT THRU 8000-EXIT
007740     MOVE LOW-VALUES TO park-message-id
007750     START SQS-PARK-FILE KEY NOT LESS THAN park-message-id
007760         INVALID KEY
007770             MOVE 'Y' TO FED-EOF-SWITCH
007780     END-START
007790     PERFORM 7100-READ-NEXT-PARK THRU 7100-EXIT
007800         UNTIL FED-END-OF-FILE
007810     CLOSE SQS-PARK-FILE
007820     PERFORM 8800-END-SUBJECT THRU 8800-EXIT.
007830 7000-EXIT.
007840     EXIT.
007850
007860 7100-READ-NEXT-PARK.
007870     READ SQS-PARK-FILE NEXT
007880         AT END
007890             MOVE 'Y' TO FED-EOF-SWITCH
007900             GO TO 7100-EXIT
007910     END-READ
007920     ADD 1 TO FED-SUBJ-READ (FED-SUB)
007930     IF park-date IS NOT NUMERIC OR park-count IS NOT NUMERIC
007940         ADD 1 TO FED-SUBJ-UNREADABLE (FED-SUB)
007950         GO TO 7100-EXIT
007960     END-IF
007970     MOVE park-date TO FED-ROW-DATE
007980     PERFORM 8200-CHECK-ROW-DATE THRU 8200-EXIT
007990     IF NOT FED-ROW-WANTED
008000         GO TO 7100-EXIT
008010     END-IF
008020     PERFORM 8300-START-LINE THRU 8300-EXIT
008030     MOVE park-date TO FED-TS-DATE
008040     MOVE park-time TO FED-TS-TIME
008050     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
008060     MOVE park-message-id TO FED-TEXT
008070     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008080     MOVE park-queue-name TO FED-TEXT
008090     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008100     MOVE park-queue-url TO FED-TEXT
008110     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008120     MOVE park-message-group-id TO FED-TEXT
008130     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008140     MOVE park-source-system-id TO FED-TEXT
008150     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008160     MOVE park-send-timestamp TO FED-TEXT
008170     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008180     MOVE park-correlation-id TO FED-TEXT
008190     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008200     MOVE park-reason-code TO FED-TEXT
008210     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008220     MOVE park-count TO FED-COUNT
008230     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
008240     MOVE park-disposition TO FED-TEXT
008250     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008260     IF park-body-length IS NUMERIC
008270         MOVE park-body-length TO FED-COUNT
008280         PERFORM 8600-ADD-COUNT THRU 8600-EXIT
008290     ELSE
008300         MOVE SPACES TO FED-TEXT
008310         PERFORM 8500-ADD-TEXT THRU 8500-EXIT
008320     END-IF
008330     PERFORM 8900-WRITE-FEED-LINE THRU 8900-EXIT
008340     ADD 1 TO FED-SUBJ-ROWS (FED-SUB)
008350     ADD park-count TO FED-SUBJ-TOTAL (FED-SUB).
008360 7100-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------------
008400*   8000-BEGIN-SUBJECT - THE SOURCE FOR SUBJECT FED-SUB IS OPEN
008410*   AND FED-LINE HOLDS ITS HEADER ROW: OPEN THE FEED FILE AND
008420*   WRITE THE HEADER
008430*----------------------------------------------------------------
008440 8000-BEGIN-SUBJECT.
008450     EVALUATE FED-SUB
008460         WHEN 1
008470             OPEN OUTPUT FEED-AUDIT-FILE
008480         WHEN 2
008490             OPEN OUTPUT FEED-DEPTH-FILE
008500         WHEN 3
008510             OPEN OUTPUT FEED-LATENCY-FILE
008520         WHEN 4
008530             OPEN OUTPUT FEED-CHARGEBACK-FILE
008540         WHEN 5
008550             OPEN OUTPUT FEED-REJECT-FILE
008560         WHEN 6
008570             OPEN OUTPUT FEED-PARK-FILE
008580     END-EVALUATE
008590     IF FED-FEED-FILE-STATUS NOT = '00'
008600         DISPLAY 'ERROR OPENING FEED FILE '
008610             FED-SUBJ-FEED-DD (FED-SUB) ' - FILE STATUS '
008620             FED-FEED-FILE-STATUS
008630         STRING FED-SUBJ-FEED-DD (FED-SUB) DELIMITED BY SPACE
008640             ' OPEN FAILED' DELIMITED BY SIZE INTO FED-ABEND-MSG
008650         CALL "FORCEABEND" USING FED-ABEND-MSG
008660     END-IF
008670     PERFORM 8900-WRITE-FEED-LINE THRU 8900-EXIT
008680     MOVE 'N' TO FED-EOF-SWITCH.
008690 8000-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------
008730*   8100-SUBJECT-NOT-PRESENT - NO FEED FILE IS WRITTEN AND THE
008740*   MARK STAYS PUT; THE MANIFEST SAYS SO
008750*----------------------------------------------------------------
008760 8100-SUBJECT-NOT-PRESENT.
008770     SET FED-SUBJ-NOT-PRESENT (FED-SUB) TO TRUE
008780     ADD 1 TO FED-SUBJECTS-SHORT
008790     DISPLAY FED-SUBJ-NAME (FED-SUB) ' - '
008800         FED-SUBJ-SOURCE-DD (FED-SUB) ' NOT PRESENT - NOT FED, '
008810         'MARK STAYS AT ' FED-SUBJ-OLD-HWM (FED-SUB)
008820     PERFORM 8850-WRITE-MANIFEST-ROW THRU 8850-EXIT.
008830 8100-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------------
008870*   8200-CHECK-ROW-DATE - FED-ROW-DATE IS DUE WHEN IT IS AFTER THE
008880*   SUBJECT'S MARK AND NOT AFTER THE THRU DATE
008890*----------------------------------------------------------------
008900 8200-CHECK-ROW-DATE.
008910     MOVE 'N' TO FED-ROW-WANTED-SW
008920     IF FED-ROW-DATE NOT > FED-SUBJ-OLD-HWM (FED-SUB)
008930         ADD 1 TO FED-SUBJ-ALREADY-FED (FED-SUB)
008940         GO TO 8200-EXIT
008950     END-IF
008960     IF FED-ROW-DATE > FED-THRU-DATE
008970         ADD 1 TO FED-SUBJ-NOT-YET-DUE (FED-SUB)
008980         GO TO 8200-EXIT
008990     END-IF
009000     SET FED-ROW-WANTED TO TRUE.
009010 8200-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------------
009050*   8300-START-LINE THROUGH 8700 - BUILD ONE DELIMITED ROW FIELD
009060*   BY FIELD. 8310 PUTS THE COMMA IN FRONT OF EVERY FIELD BUT THE
009070*   FIRST, EVEN AN EMPTY ONE, SO THE COLUMNS NEVER SHIFT.
009080*----------------------------------------------------------------
009090 8300-START-LINE.
009100     MOVE SPACES TO FED-LINE
009110     MOVE 1 TO FED-LINE-POS
009120     MOVE 0 TO FED-FIELD-COUNT.
009130 8300-EXIT.
009140     EXIT.
009150
009160 8310-ADD-SEPARATOR.
009170     IF FED-FIELD-COUNT > 0
009180         STRING ',' DELIMITED BY SIZE
009190             INTO FED-LINE WITH POINTER FED-LINE-POS
009200     END-IF
009210     ADD 1 TO FED-FIELD-COUNT.
009220 8310-EXIT.
009230     EXIT.
009240
009250* FED-TS-DATE / FED-TS-TIME AS YYYY-MM-DDTHH:MM:SS. A TIME THAT IS
009260* NOT NUMERIC (SPACES FOR A PERIOD DATE) GIVES THE DATE ALONE; A
009270* ZERO OR NON-NUMERIC DATE GIVES AN EMPTY FIELD.
009280 8400-ADD-TIMESTAMP.
009290     PERFORM 8310-ADD-SEPARATOR THRU 8310-EXIT
009300     IF FED-TS-DATE IS NOT NUMERIC OR FED-TS-DATE = 0
009310         GO TO 8400-EXIT
009320     END-IF
009330     STRING FED-TS-YEAR '-' FED-TS-MONTH '-' FED-TS-DAY
009340         DELIMITED BY SIZE
009350         INTO FED-LINE WITH POINTER FED-LINE-POS
009360     IF FED-TS-TIME IS NUMERIC
009370         STRING 'T' FED-TS-HOUR ':' FED-TS-MINUTE ':'
009380             FED-TS-SECOND DELIMITED BY SIZE
009390             INTO FED-LINE WITH POINTER FED-LINE-POS
009400     END-IF.
009410 8400-EXIT.
009420     EXIT.
009430
009440* FED-TEXT, TRIMMED BOTH ENDS AND QUOTED, ANY EMBEDDED QUOTE
009450* DOUBLED. ALL SPACES GIVES AN EMPTY FIELD.
009460 8500-ADD-TEXT.
009470     PERFORM 8310-ADD-SEPARATOR THRU 8310-EXIT
009480     IF FED-TEXT = SPACES
009490         GO TO 8500-EXIT
009500     END-IF
009510     MOVE 0 TO FED-LEADING-SPACES
009520     INSPECT FED-TEXT TALLYING FED-LEADING-SPACES
009530         FOR LEADING SPACES
009540     COMPUTE FED-TEXT-FIRST = FED-LEADING-SPACES + 1
009550     MOVE 0 TO FED-TEXT-LAST
009560     PERFORM 8510-FIND-LAST-CHARACTER THRU 8510-EXIT
009570         VARYING FED-SCAN-POS FROM 256 BY -1
009580         UNTIL FED-TEXT-LAST > 0
009590     COMPUTE FED-TEXT-LENGTH = FED-TEXT-LAST - FED-TEXT-FIRST + 1
009600     MOVE 0 TO FED-QUOTE-COUNT
009610     INSPECT FED-TEXT TALLYING FED-QUOTE-COUNT FOR ALL '"'
009620     STRING '"' DELIMITED BY SIZE
009630         INTO FED-LINE WITH POINTER FED-LINE-POS
009640     IF FED-QUOTE-COUNT = 0
009650         STRING FED-TEXT (FED-TEXT-FIRST : FED-TEXT-LENGTH)
009660             DELIMITED BY SIZE
009670             INTO FED-LINE WITH POINTER FED-LINE-POS
009680     ELSE
009690         PERFORM 8520-COPY-ONE-CHARACTER THRU 8520-EXIT
009700             VARYING FED-SCAN-POS FROM FED-TEXT-FIRST BY 1
009710             UNTIL FED-SCAN-POS > FED-TEXT-LAST
009720     END-IF
009730     STRING '"' DELIMITED BY SIZE
009740         INTO FED-LINE WITH POINTER FED-LINE-POS.
009750 8500-EXIT.
009760     EXIT.
009770
009780 8510-FIND-LAST-CHARACTER.
009790     IF FED-TEXT (FED-SCAN-POS : 1) NOT = SPACE
009800         MOVE FED-SCAN-POS TO FED-TEXT-LAST
009810     END-IF.
009820 8510-EXIT.
009830     EXIT.
009840
009850 8520-COPY-ONE-CHARACTER.
009860     IF FED-TEXT (FED-SCAN-POS : 1) = '"'
009870         STRING '""' DELIMITED BY SIZE
009880             INTO FED-LINE WITH POINTER FED-LINE-POS
009890     ELSE
009900         STRING FED-TEXT (FED-SCAN-POS : 1) DELIMITED BY SIZE
009910             INTO FED-LINE WITH POINTER FED-LINE-POS
009920     END-IF.
009930 8520-EXIT.
009940     EXIT.
009950
009960* FED-COUNT AS A PLAIN INTEGER, MINUS SIGN ONLY WHEN NEGATIVE.
009970 8600-ADD-COUNT.
009980     PERFORM 8310-ADD-SEPARATOR THRU 8310-EXIT
009990     MOVE FED-COUNT TO FED-EDIT-COUNT
010000     MOVE 0 TO FED-LEADING-SPACES
010010     INSPECT FED-EDIT-COUNT-X TALLYING FED-LEADING-SPACES
010020         FOR LEADING SPACES
010030     STRING FED-EDIT-COUNT-X (FED-LEADING-SPACES + 1 :
010040         19 - FED-LEADING-SPACES) DELIMITED BY SIZE
010050         INTO FED-LINE WITH POINTER FED-LINE-POS.
010060 8600-EXIT.
010070     EXIT.
010080
010090* FED-AMOUNT AS A SIGNED DECIMAL WITH FOUR PLACES.
010100 8700-ADD-AMOUNT.
010110     PERFORM 8310-ADD-SEPARATOR THRU 8310-EXIT
010120     MOVE FED-AMOUNT TO FED-EDIT-AMOUNT
010130     MOVE 0 TO FED-LEADING-SPACES
010140     INSPECT FED-EDIT-AMOUNT-X TALLYING FED-LEADING-SPACES
010150         FOR LEADING SPACES
010160     STRING FED-EDIT-AMOUNT-X (FED-LEADING-SPACES + 1 :
010170         21 - FED-LEADING-SPACES) DELIMITED BY SIZE
010180         INTO FED-LINE WITH POINTER FED-LINE-POS.
010190 8700-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------------
010230*   8800-END-SUBJECT - TRAILER ROW, CLOSE, MOVE THE MARK, MANIFEST
010240*   ROW AND THE SUBJECT'S LINES ON THE RUN REPORT
010250*----------------------------------------------------------------
010260 8800-END-SUBJECT.
010270     PERFORM 8300-START-LINE THRU 8300-EXIT
010280     STRING 'TRAILER' DELIMITED BY SIZE
010290         INTO FED-LINE WITH POINTER FED-LINE-POS
010300     ADD 1 TO FED-FIELD-COUNT
010310     MOVE FED-SUBJ-ROWS (FED-SUB) TO FED-COUNT
010320     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
010330     MOVE FED-SUBJ-TOTAL (FED-SUB) TO FED-AMOUNT
010340     PERFORM 8700-ADD-AMOUNT THRU 8700-EXIT
010350     PERFORM 8900-WRITE-FEED-LINE THRU 8900-EXIT
010360     EVALUATE FED-SUB
010370         WHEN 1
010380             CLOSE FEED-AUDIT-FILE
010390         WHEN 2
010400             CLOSE FEED-DEPTH-FILE
010410         WHEN 3
010420             CLOSE FEED-LATENCY-FILE
010430         WHEN 4
010440             CLOSE FEED-CHARGEBACK-FILE
010450         WHEN 5
010460             CLOSE FEED-REJECT-FILE
010470         WHEN 6
010480             CLOSE FEED-PARK-FILE
010490     END-EVALUATE
010500     IF FED-SUBJ-OLD-HWM (FED-SUB) < FED-THRU-DATE
010510         SET FED-SUBJ-EXTRACTED (FED-SUB) TO TRUE
010520         MOVE FED-THRU-DATE TO FED-SUBJ-NEW-HWM (FED-SUB)
010530         MOVE FED-RUN-DATE TO FED-SUBJ-LAST-RUN-DATE (FED-SUB)
010540         MOVE FED-RUN-TIME TO FED-SUBJ-LAST-RUN-TIME (FED-SUB)
010550         MOVE FED-SUBJ-ROWS (FED-SUB)
010560             TO FED-SUBJ-LAST-ROWS (FED-SUB)
010570     ELSE
010580         SET FED-SUBJ-CURRENT (FED-SUB) TO TRUE
010590     END-IF
010600     IF FED-SUBJ-UNREADABLE (FED-SUB) > 0
010610         ADD 1 TO FED-SUBJECTS-SHORT
010620     END-IF
010630     PERFORM 8850-WRITE-MANIFEST-ROW THRU 8850-EXIT
010640     MOVE FED-SUBJ-TOTAL (FED-SUB) TO FED-EDIT-AMOUNT
010650     DISPLAY FED-SUBJ-NAME (FED-SUB) ' - '
010660         FED-SUBJ-SOURCE-DD (FED-SUB) ' TO '
010670         FED-SUBJ-FEED-DD (FED-SUB) ' - ' FED-SUBJ-STATE (FED-SUB)
010680     DISPLAY '  ROWS READ ' FED-SUBJ-READ (FED-SUB)
010690         '  FED ' FED-SUBJ-ROWS (FED-SUB)
010700         '  CONTROL TOTAL ' FED-EDIT-AMOUNT
010710     DISPLAY '  ALREADY FED ' FED-SUBJ-ALREADY-FED (FED-SUB)
010720         '  AFTER THRU DATE ' FED-SUBJ-NOT-YET-DUE (FED-SUB)
010730         '  UNREADABLE DATE ' FED-SUBJ-UNREADABLE (FED-SUB)
010740     DISPLAY '  MARK WAS ' FED-SUBJ-OLD-HWM (FED-SUB)
010750         '  NOW ' FED-SUBJ-NEW-HWM (FED-SUB).
010760 8800-EXIT.
010770     EXIT.
010780
010790*----------------------------------------------------------------
010800*   8850-WRITE-MANIFEST-ROW - ONE ROW PER SUBJECT PER RUN
010810*----------------------------------------------------------------
010820 8850-WRITE-MANIFEST-ROW.
010830     MOVE SPACES TO FED-EXTRACT-ID
010840     STRING FED-SUBJ-NAME (FED-SUB) DELIMITED BY SPACE
010850         '-' FED-THRU-DATE DELIMITED BY SIZE
010860         INTO FED-EXTRACT-ID
010870     PERFORM 8300-START-LINE THRU 8300-EXIT
010880     MOVE FED-EXTRACT-ID TO FED-TEXT
010890     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
010900     MOVE FED-SUBJ-NAME (FED-SUB) TO FED-TEXT
010910     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
010920     MOVE FED-SUBJ-FEED-DD (FED-SUB) TO FED-TEXT
010930     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
010940     MOVE FED-SUBJ-SOURCE-DD (FED-SUB) TO FED-TEXT
010950     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
010960     MOVE FED-RUN-DATE TO FED-TS-DATE
010970     MOVE FED-RUN-TIME TO FED-TS-TIME
010980     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
010990     MOVE FED-SUBJ-FROM-DATE (FED-SUB) TO FED-TS-DATE
011000     MOVE SPACES TO FED-TS-TIME-X
011010     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
011020     MOVE FED-THRU-DATE TO FED-TS-DATE
011030     MOVE SPACES TO FED-TS-TIME-X
011040     PERFORM 8400-ADD-TIMESTAMP THRU 8400-EXIT
011050     MOVE FED-SUBJ-ROWS (FED-SUB) TO FED-COUNT
011060     PERFORM 8600-ADD-COUNT THRU 8600-EXIT
011070     MOVE FED-SUBJ-TOTAL (FED-SUB) TO FED-AMOUNT
011080     PERFORM 8700-ADD-AMOUNT THRU 8700-EXIT
011090     MOVE FED-SUBJ-STATE (FED-SUB) TO FED-TEXT
011100     PERFORM 8500-ADD-TEXT THRU 8500-EXIT
011110     WRITE FED-MANIFEST-RECORD FROM FED-LINE.
011120 8850-EXIT.
011130     EXIT.
011140
011150*----------------------------------------------------------------
011160*   8900-WRITE-FEED-LINE - FED-LINE TO SUBJECT FED-SUB'S FEED FILE
011170*----------------------------------------------------------------
011180 8900-WRITE-FEED-LINE.
011190     EVALUATE FED-SUB
011200         WHEN 1
011210             WRITE FED-AUDIT-RECORD FROM FED-LINE
011220         WHEN 2
011230             WRITE FED-DEPTH-RECORD FROM FED-LINE
011240         WHEN 3
011250             WRITE FED-LATENCY-RECORD FROM FED-LINE
011260         WHEN 4
011270             WRITE FED-CHARGEBACK-RECORD FROM FED-LINE
011280         WHEN 5
011290             WRITE FED-REJECT-RECORD FROM FED-LINE
011300         WHEN 6
011310             WRITE FED-PARK-RECORD FROM FED-LINE
011320     END-EVALUATE.
011330 8900-EXIT.
011340     EXIT.
011350
011360*----------------------------------------------------------------
011370*   9000-FINALIZE - THE NEW MARKS, ONE ROW PER SUBJECT, AND THE
011380*   RETURN CODE
011390*----------------------------------------------------------------
011400 9000-FINALIZE.
011410     PERFORM 9100-WRITE-ONE-MARK THRU 9100-EXIT
011420         VARYING FED-SUB FROM 1 BY 1
011430         UNTIL FED-SUB > 6
011440     CLOSE FEED-HWM-NEW-FILE
011450     CLOSE FEED-MANIFEST-FILE
011460     IF FED-SUBJECTS-SHORT > 0
011470         DISPLAY 'FEED IS SHORT - ' FED-SUBJECTS-SHORT
011480             ' SUBJECT(S) NOT PRESENT OR WITH UNREADABLE ROWS, '
011490             'LISTED ABOVE'
011500         MOVE FED-WARNING-RC TO RETURN-CODE
011510     ELSE
011520         DISPLAY 'ALL SIX SUBJECTS FED THROUGH ' FED-THRU-DATE
011530     END-IF.
011540 9000-EXIT.
011550     EXIT.
011560
011570 9100-WRITE-ONE-MARK.
011580     MOVE SPACES TO FHW-HWM-RECORD
011590     MOVE FED-SUBJ-NAME (FED-SUB) TO FHW-SUBJECT
011600     MOVE FED-SUBJ-NEW-HWM (FED-SUB) TO FHW-THRU-DATE
011610     MOVE FED-SUBJ-LAST-RUN-DATE (FED-SUB) TO FHW-RUN-DATE
011620     MOVE FED-SUBJ-LAST-RUN-TIME (FED-SUB) TO FHW-RUN-TIME
011630     MOVE FED-SUBJ-LAST-ROWS (FED-SUB) TO FHW-ROWS
011640     WRITE FED-HWM-NEW-RECORD FROM FHW-HWM-RECORD.
011650 9100-EXIT.
011660     EXIT.
