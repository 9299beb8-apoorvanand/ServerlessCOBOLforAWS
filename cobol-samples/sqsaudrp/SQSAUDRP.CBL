000180*                 (LARGEST RECEIVED-BUT-NEVER-DELETED DEFICIT).
000190*                 AN OPTIONAL AUDRPCTL CARD (SQSARPCF.CPY)
000200*                 RESTRICTS THE REPORT TO A TIMESTAMP WINDOW.
000201* 2026-10-15 RJM  COUNT ENVELOPE SIGNATURE FAILURES BY SOURCE
000202*                 SYSTEM - MISMATCHED ('SIG ') AND MISSING
000203*                 ('NSG ') - FROM THE OPTIONAL VALIDATION REJECT
000204*                 FILE (SQSREJ DD, SQSREJ.CPY) OVER THE REPORT
000205*                 WINDOW.
000210*-----------------------------------------------------------------
000220* THE AUDIT FILES PILE UP ONE PER JOB PER DAY AND UNTIL NOW THE
000230* ONLY WAY TO READ THEM AFTER AN INCIDENT WAS BY EYE. THIS
000330     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000340            ORGANIZATION IS LINE SEQUENTIAL
000350            FILE STATUS IS ARP-AUDIT-FILE-STATUS.
000352     SELECT SQS-REJECT-FILE ASSIGN TO SQSREJ
000354            ORGANIZATION IS LINE SEQUENTIAL
000356            FILE STATUS IS ARP-REJECT-FILE-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000400     RECORDING MODE IS F.
000410     COPY SQSARPCF.
000420     COPY SQSAUDIT.
000424     COPY SQSREJ.
000430
000440 WORKING-STORAGE SECTION.
000450 01  ARP-SWITCHES.
000480     05 ARP-ROW-SELECTED-SWITCH PIC X(1) VALUE 'Y'.
000490        88 ARP-ROW-SELECTED VALUE 'Y'.
000500        88 ARP-ROW-REJECTED VALUE 'N'.
000501     05 ARP-REJECT-EOF-SWITCH PIC X(1) VALUE 'N'.
000502        88 ARP-REJECT-END-OF-FILE VALUE 'Y'.
000503     05 ARP-REJECT-FILE-SWITCH PIC X(1) VALUE 'N'.
000504        88 ARP-REJECTS-PRESENT VALUE 'Y'.
000505        88 ARP-REJECTS-ABSENT VALUE 'N'.
000510
000520 01  ARP-FILE-STATUSES.
000530     05 ARP-CONTROL-FILE-STATUS PIC X(2) VALUE '00'.
000540     05 ARP-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
000544     05 ARP-REJECT-FILE-STATUS PIC X(2) VALUE '00'.
000550
000560 77  ARP-ROWS-READ PIC 9(9) COMP-5 VALUE 0.
000570 77  ARP-ROWS-REPORTED PIC 9(9) COMP-5 VALUE 0.
000700 77  ARP-RANK PIC 9(2) COMP-5 VALUE 0.
000710 77  ARP-RATE PIC 9(3)V9(2) VALUE 0.
000720 77  ARP-RATE-DISPL PIC ZZ9.99.
000722 77  ARP-REJECTS-READ PIC 9(9) COMP-5 VALUE 0.
000724 77  ARP-SIG-SOURCES-OVERFLOWED PIC 9(9) COMP-5 VALUE 0.
000730
000740* PER-COMMAND ROLL-UP - ONE ENTRY PER DISTINCT aud-command SEEN
000750 01  ARP-COMMAND-TABLE.
001200        10 ARP-STORM-LAST-DATE PIC 9(8) VALUE 0.
001210        10 ARP-STORM-LAST-TIME PIC 9(8) VALUE 0.
001220
001221* SIGNATURE FAILURES BY SOURCE SYSTEM - ONE ENTRY PER DISTINCT
001222* rej-source-system-id SEEN ON A 'SIG ' OR 'NSG ' REJECT
001223 01  ARP-SIG-SOURCE-TABLE.
001224     05 ARP-SIG-SOURCE-COUNT PIC 9(2) COMP-5 VALUE 0.
001225     05 ARP-SIG-SOURCE-ENTRY OCCURS 50 TIMES.
001226        10 ARP-SIG-SOURCE-ID PIC X(8) VALUE SPACES.
001227        10 ARP-SIG-MISMATCHED PIC 9(9) COMP-5 VALUE 0.
001228        10 ARP-SIG-MISSING PIC 9(9) COMP-5 VALUE 0.
001229
001230 PROCEDURE DIVISION.
001240*----------------------------------------------------------------
001250*   0000-MAINLINE - TAKE ONE PASS OVER THE AUDIT TRAIL, THEN
001260*   PRINT THE FIVE REPORT SECTIONS
001270*----------------------------------------------------------------
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001300     PERFORM 2000-PROCESS-AUDIT-ROW THRU 2000-EXIT
001310         UNTIL ARP-AUDIT-END-OF-FILE
001320     PERFORM 3400-CLOSE-STORM-RUN THRU 3400-EXIT
001324     PERFORM 4000-SCAN-REJECT-FILE THRU 4000-EXIT
001330     PERFORM 8000-FINALIZE THRU 8000-EXIT
001340     GOBACK.
001350
003750     EXIT.
003760
003770*----------------------------------------------------------------
003771*   4000-SCAN-REJECT-FILE - THE AUDIT TRAIL CARRIES NO SOURCE
003772*   SYSTEM OR REASON, SO SIGNATURE FAILURES ARE COUNTED FROM THE
003773*   VALIDATION GATE'S REJECT FILE (SQSREJ.CPY) OVER THE SAME
003774*   TIMESTAMP WINDOW. THE SQSREJ DD IS OPTIONAL - WITHOUT IT THE
003775*   SECTION SAYS SO AND THE REST OF THE REPORT IS UNCHANGED.
003776*----------------------------------------------------------------
003777 4000-SCAN-REJECT-FILE.
003778     OPEN INPUT SQS-REJECT-FILE
003779     IF ARP-REJECT-FILE-STATUS NOT = '00'
003780         SET ARP-REJECTS-ABSENT TO TRUE
003781         GO TO 4000-EXIT
003782     END-IF
003783     SET ARP-REJECTS-PRESENT TO TRUE
003784     PERFORM 4110-READ-REJECT-ROW THRU 4110-EXIT
003785     PERFORM 4100-PROCESS-REJECT-ROW THRU 4100-EXIT
003786         UNTIL ARP-REJECT-END-OF-FILE
003787     CLOSE SQS-REJECT-FILE.
003788 4000-EXIT.
003789     EXIT.
003790
003791*----------------------------------------------------------------
003792*   4100-PROCESS-REJECT-ROW - ONLY A BAD SIGNATURE ('SIG ') OR A
003793*   MISSING ONE FROM A SOURCE REQUIRED TO SIGN ('NSG ') COUNTS
003794*----------------------------------------------------------------
003795 4100-PROCESS-REJECT-ROW.
003796     ADD 1 TO ARP-REJECTS-READ
003797     COMPUTE ARP-ROW-STAMP =
003798         rej-date * 100000000 + rej-time
003799     IF ARP-ROW-STAMP NOT < ARP-FROM-STAMP
003800         AND ARP-ROW-STAMP NOT > ARP-TO-STAMP
003801         IF rej-reason-code = 'SIG ' OR rej-reason-code = 'NSG '
003802             PERFORM 4200-TALLY-SIG-SOURCE THRU 4200-EXIT
003803         END-IF
003804     END-IF
003805     PERFORM 4110-READ-REJECT-ROW THRU 4110-EXIT.
003806 4100-EXIT.
003807     EXIT.
003808
003809*----------------------------------------------------------------
003810*   4110-READ-REJECT-ROW
003811*----------------------------------------------------------------
003812 4110-READ-REJECT-ROW.
003813     READ SQS-REJECT-FILE
003814         AT END
003815             MOVE 'Y' TO ARP-REJECT-EOF-SWITCH
003816     END-READ.
003817 4110-EXIT.
003818     EXIT.
003819
003820*----------------------------------------------------------------
003821*   4200-TALLY-SIG-SOURCE - FIND (OR ADD) THE rej-source-system-id
003822*   ENTRY AND COUNT THE FAILURE UNDER ITS KIND
003823*----------------------------------------------------------------
003824 4200-TALLY-SIG-SOURCE.
003825     MOVE 0 TO ARP-MATCH-SUB
003826     PERFORM 4210-MATCH-SIG-SOURCE THRU 4210-EXIT
003827         VARYING ARP-SUB FROM 1 BY 1
003828         UNTIL ARP-SUB > ARP-SIG-SOURCE-COUNT
003829     IF ARP-MATCH-SUB = 0
003830         IF ARP-SIG-SOURCE-COUNT < 50
003831             ADD 1 TO ARP-SIG-SOURCE-COUNT
003832             MOVE ARP-SIG-SOURCE-COUNT TO ARP-MATCH-SUB
003833             MOVE rej-source-system-id
003834                 TO ARP-SIG-SOURCE-ID (ARP-MATCH-SUB)
003835         ELSE
003836             ADD 1 TO ARP-SIG-SOURCES-OVERFLOWED
003837         END-IF
003838     END-IF
003839     IF ARP-MATCH-SUB > 0
003840         IF rej-reason-code = 'SIG '
003841             ADD 1 TO ARP-SIG-MISMATCHED (ARP-MATCH-SUB)
003842         ELSE
003843             ADD 1 TO ARP-SIG-MISSING (ARP-MATCH-SUB)
003844         END-IF
003845     END-IF.
003846 4200-EXIT.
003847     EXIT.
003848
003849*----------------------------------------------------------------
003850*   4210-MATCH-SIG-SOURCE
003851*----------------------------------------------------------------
003852 4210-MATCH-SIG-SOURCE.
003853     IF rej-source-system-id = ARP-SIG-SOURCE-ID (ARP-SUB)
003854         MOVE ARP-SUB TO ARP-MATCH-SUB
003855     END-IF.
003856 4210-EXIT.
003857     EXIT.
003858
003859*----------------------------------------------------------------
003860*   8000-FINALIZE - PRINT THE FIVE REPORT SECTIONS AND CLOSE UP
003861*----------------------------------------------------------------
003862 8000-FINALIZE.
003863     CLOSE SQS-AUDIT-FILE
003864     DISPLAY '===== SQSAUDRP AUDIT TRAIL ANALYSIS ====='
003865     DISPLAY 'AUDIT ROWS READ          : ' ARP-ROWS-READ
003866     DISPLAY 'ROWS IN REPORT WINDOW    : ' ARP-ROWS-REPORTED
003867     DISPLAY 'ROWS OUTSIDE WINDOW      : '
003868         ARP-ROWS-OUTSIDE-WINDOW
003870     DISPLAY ' '
003880     DISPLAY '----- CALLS BY COMMAND -----'
003890     PERFORM 8100-REPORT-ONE-COMMAND THRU 8100-EXIT
004170         'NEVER DELETED) -----'
004180     MOVE 0 TO ARP-RANK
004190     PERFORM 8400-REPORT-NEXT-SLOWEST THRU 8400-EXIT
004200         UNTIL ARP-RANK NOT LESS THAN ARP-TOP-N
004205     PERFORM 8450-REPORT-SIG-FAILURES THRU 8450-EXIT.
004210 8000-EXIT.
004220     EXIT.
004230
005140     END-IF.
005150 8410-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005181*   8450-REPORT-SIG-FAILURES - THE SQSREJ SECTION
005182*----------------------------------------------------------------
005183 8450-REPORT-SIG-FAILURES.
005184     DISPLAY ' '
005185     DISPLAY '----- SIGNATURE FAILURES BY SOURCE SYSTEM (SQSREJ '
005186         'REASONS SIG/NSG) -----'
005187     IF ARP-REJECTS-ABSENT
005188         DISPLAY 'NO REJECT FILE SUPPLIED'
005189     ELSE
005190         DISPLAY 'REJECT ROWS READ         : ' ARP-REJECTS-READ
005191         IF ARP-SIG-SOURCE-COUNT = 0
005192             DISPLAY 'NONE DETECTED'
005193         END-IF
005194         PERFORM 8500-REPORT-ONE-SIG-SOURCE THRU 8500-EXIT
005195             VARYING ARP-SUB FROM 1 BY 1
005196             UNTIL ARP-SUB > ARP-SIG-SOURCE-COUNT
005197         IF ARP-SIG-SOURCES-OVERFLOWED > 0
005198             DISPLAY 'NOTE - ' ARP-SIG-SOURCES-OVERFLOWED
005199                 ' REJECTS FOR SOURCES BEYOND THE 50-SOURCE '
005200                 'TABLE WERE NOT SUMMARIZED'
005201         END-IF
005202     END-IF.
005203 8450-EXIT.
005204     EXIT.
005205
005206*----------------------------------------------------------------
005207*   8500-REPORT-ONE-SIG-SOURCE
005208*----------------------------------------------------------------
005210 8500-REPORT-ONE-SIG-SOURCE.
005220     DISPLAY ARP-SIG-SOURCE-ID (ARP-SUB)
005230         ' MISMATCHED ' ARP-SIG-MISMATCHED (ARP-SUB)
005240         ' MISSING ' ARP-SIG-MISSING (ARP-SUB).
005250 8500-EXIT.
005260     EXIT.
