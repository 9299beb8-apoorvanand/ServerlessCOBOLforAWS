000180*                 THIS STEP EVER PROVED THE RELATIONSHIPS STILL
000190*                 HOLD, AND A PARK FILE ONCE RESTORED FROM THE
000200*                 WRONG GENERATION TAUGHT US WHAT THAT COSTS.
000202* 2026-10-15 RJM  APPEND A ONE-LINE FINDINGS SUMMARY TO THE
000204*                 OPTIONAL XCHKSUM DATASET (SQSXCKSM.CPY) FOR THE
000206*                 SQSEODC END-OF-DAY CLOSE.
000210*-----------------------------------------------------------------
000220* THE FOUR FINDINGS, EACH COUNTED AND LISTED:
000230* - A PARKED OR REJECTED MESSAGE WHOSE BODY IS A CLAIM-CHECK
000650     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS XCK-AUDIT-FILE-STATUS.
000672     SELECT SQS-XCHK-SUMMARY-FILE ASSIGN TO XCHKSUM
000674            ORGANIZATION IS LINE SEQUENTIAL
000676            FILE STATUS IS XCK-SUMMARY-FILE-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000730     COPY SQSCLMPAY.
000740     COPY SQSREJ.
000750     COPY SQSAUDIT.
000755     COPY SQSXCKSM.
000760
000770 WORKING-STORAGE SECTION.
000780     COPY SQSCKPTWS.
001020 01  XCK-FILE-STATUSES.
001030     05 XCK-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
001040     05 sqs-reject-file-status PIC X(2) VALUE '00'.
001045     05 XCK-SUMMARY-FILE-STATUS PIC X(2) VALUE '00'.
001050
001060* THE DISTINCT STEP RETURN CODE MEANING "RELATIONSHIPS DO NOT
001070* HOLD, FINDINGS LISTED ABOVE" - SAME DOCTRINE AS
005840         + XCK-PARKS-ON-DEAD-QUEUES
005850         + XCK-CKPT-DEFICIT-QUEUES
005860         + XCK-REJ-PARK-COLLISIONS
005865     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
005870     IF XCK-TOTAL-FINDINGS > 0
005880         DISPLAY 'ENDING WITH RETURN CODE ' XCK-ANOMALY-RC
005890             ' - ' XCK-TOTAL-FINDINGS ' FINDING(S) NEED AN '
005940     END-IF.
005950 8000-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------------
005990*   8100-WRITE-SUMMARY - APPEND THIS RUN'S COUNTS TO THE
006000*   OPTIONAL XCHKSUM DATASET. ABSENT, THE REPORT ABOVE STANDS
006010*   ALONE EXACTLY AS BEFORE.
006020*----------------------------------------------------------------
006030 8100-WRITE-SUMMARY.
006040     OPEN EXTEND SQS-XCHK-SUMMARY-FILE
006050     IF XCK-SUMMARY-FILE-STATUS = '35'
006060         OPEN OUTPUT SQS-XCHK-SUMMARY-FILE
006070     END-IF
006080     IF XCK-SUMMARY-FILE-STATUS NOT = '00' AND '05'
006090         DISPLAY 'FINDINGS SUMMARY NOT WRITTEN - XCHKSUM FILE '
006100             'STATUS ' XCK-SUMMARY-FILE-STATUS
006110         GO TO 8100-EXIT
006120     END-IF
006130     MOVE SPACES TO sqs-xchk-summary-record
006140     ACCEPT xsm-date FROM DATE YYYYMMDD
006150     ACCEPT xsm-time FROM TIME
006160     MOVE XCK-STRANDED-CLAIMS TO xsm-stranded-claims
006170     MOVE XCK-CLAIMS-GONE TO xsm-claims-gone
006180     MOVE XCK-PARKS-ON-DEAD-QUEUES TO xsm-parks-on-dead-queues
006190     MOVE XCK-CKPT-DEFICIT-QUEUES TO xsm-ckpt-deficit-queues
006200     MOVE XCK-REJ-PARK-COLLISIONS TO xsm-rej-park-collisions
006210     MOVE XCK-TOTAL-FINDINGS TO xsm-total-findings
006220     MOVE XCK-AUDIT-AVAIL-SW TO xsm-audit-present
006230     MOVE XCK-CKPT-AVAIL-SW TO xsm-ckpt-present
006240     MOVE XCK-PARK-AVAIL-SW TO xsm-park-present
006250     MOVE XCK-CLAIM-AVAIL-SW TO xsm-claim-present
006260     MOVE XCK-REJ-AVAIL-SW TO xsm-rej-present
006270     WRITE sqs-xchk-summary-record
006280     CLOSE SQS-XCHK-SUMMARY-FILE.
006290 8100-EXIT.
006300     EXIT.
