000180*                 IT WAS RECEIVED/CHECKPOINTED/PARKED/REJECTED,
000190*                 AND EVERY NON-ZERO aud-op-result ROW FOR ITS
000200*                 QUEUES ALONG THE WAY.
000201* 2026-10-15 RJM  THE REPORT NOW ENDS WITH THE MESSAGE BODY FROM
000202*                 THE FIRST PARK OR REJECT RECORD THAT MATCHED,
000203*                 MASKED PER THE SENSITIVE-DATA MASKING CONTROL
000204*                 FILE (SQSMSKCF.CPY / SQSMSKCK.CPY). WITHOUT A
000205*                 MASKCTL DD NO BODY TEXT IS PRINTED.
000206* 2026-10-15 RJM  A PACKED BODY IS SPLIT INTO ITS RECORDS AND
000207*                 EACH IS MASKED UNDER ITS OWN RULE
000208*                 (SQSMPKCK.CPY).
000210*-----------------------------------------------------------------
000220* EVERY INPUT EXCEPT THE TRACE CARD IS OPTIONAL - A MISSING DD
000230* JUST MEANS THAT CHAPTER OF THE MESSAGE'S LIFE IS REPORTED AS
000460     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS TRC-AUDIT-FILE-STATUS.
000482     SELECT SQS-MASK-CONTROL-FILE ASSIGN TO MASKCTL
000484            ORGANIZATION IS LINE SEQUENTIAL
000486            FILE STATUS IS sqs-maskctl-file-status.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000560     COPY SQSPARK.
000570     COPY SQSREJ.
000580     COPY SQSAUDIT.
000584     COPY SQSMSKCF.
000590
000600 WORKING-STORAGE SECTION.
000610     COPY SQSCKPTWS.
000620     COPY SQSPARKWS.
000624     COPY SQSMSKWS.
000627     COPY SQSMPKWS.
000630
000640 01  TRC-SWITCHES.
000650     05 TRC-PARK-EOF-SWITCH PIC X(1) VALUE 'N'.
001340        10 TRC-EVT-TEXT PIC X(160) VALUE SPACES.
001350        10 TRC-EVT-PRINTED-FLAG PIC X(1) VALUE 'N'.
001360           88 TRC-EVT-PRINTED VALUE 'Y'.
001361* THE BODY OF THE FIRST ENVELOPE-BEARING RECORD THAT MATCHED -
001362* ONLY EVER PRINTED THROUGH Print-sqs-masked-body.
001363 77  TRC-BODY-FROM PIC X(8) VALUE SPACES.
001364     88 TRC-BODY-NOT-SAVED VALUE SPACES.
001365 77  TRC-BODY-SOURCE PIC X(8) VALUE SPACES.
001366 77  TRC-BODY-LENGTH PIC 9(9) COMP-5 VALUE 0.
001367 77  TRC-BODY-TEXT PIC X(2048) VALUE SPACES.
001370
001380 PROCEDURE DIVISION.
001390*----------------------------------------------------------------
001810             MOVE 'BAD TRACECTL CARD' TO TRC-ABEND-MSG
001820             CALL "FORCEABEND" USING TRC-ABEND-MSG
001830     END-EVALUATE
001834     PERFORM Load-sqs-mask-rules
001840     OPEN INPUT SQS-CHECKPOINT-FILE
001850     IF ckpt-file-ok
001860         SET TRC-CKPT-AVAILABLE TO TRUE
002470         PERFORM 6100-LEARN-ENVELOPE-FACTS THRU 6100-EXIT
002480         PERFORM 6300-NOTE-QUEUE-URL THRU 6300-EXIT
002490         PERFORM 6200-ADD-EVENT THRU 6200-EXIT
002491         IF TRC-BODY-NOT-SAVED
002492             MOVE 'SQSPARK' TO TRC-BODY-FROM
002493             MOVE park-source-system-id TO TRC-BODY-SOURCE
002494             MOVE 2048 TO TRC-BODY-LENGTH
002495             IF park-body-length IS NUMERIC
002496                 MOVE park-body-length TO TRC-BODY-LENGTH
002497             END-IF
002498             MOVE park-body TO TRC-BODY-TEXT
002499         END-IF
002500     END-IF
002510     PERFORM 2100-READ-NEXT-PARK THRU 2100-EXIT.
002520 2200-EXIT.
002880             MOVE rej-message-id TO TRC-MESSAGE-ID
002890         END-IF
002900         PERFORM 6110-LEARN-REJECT-FACTS THRU 6110-EXIT
002901         IF TRC-BODY-NOT-SAVED
002902             MOVE 'SQSREJ' TO TRC-BODY-FROM
002903             MOVE rej-source-system-id TO TRC-BODY-SOURCE
002904             MOVE 2048 TO TRC-BODY-LENGTH
002905             IF rej-body-length IS NUMERIC
002906                 MOVE rej-body-length TO TRC-BODY-LENGTH
002907             END-IF
002908             MOVE rej-body TO TRC-BODY-TEXT
002909         END-IF
002910     END-IF
002920     PERFORM 3100-READ-NEXT-REJECT THRU 3100-EXIT.
002930 3200-EXIT.
005520         DISPLAY 'NOTE - ' TRC-EVENT-OVERFLOW ' EVENT(S) '
005530             'BEYOND THE 100-EVENT TABLE WERE DROPPED'
005540     END-IF
005544     PERFORM 8200-PRINT-MESSAGE-BODY THRU 8200-EXIT
005550     IF TRC-CKPT-AVAILABLE
005560         CLOSE SQS-CHECKPOINT-FILE
005570     END-IF
005970     END-IF.
005980 8110-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020*   8200-PRINT-MESSAGE-BODY - ALWAYS MASKED, NEVER RAW
006030*----------------------------------------------------------------
006040 8200-PRINT-MESSAGE-BODY.
006050     DISPLAY '----- MESSAGE BODY (MASKED) -----'
006060     IF TRC-BODY-NOT-SAVED
006070         DISPLAY 'NO PARK OR REJECT RECORD HELD THE BODY'
006080         GO TO 8200-EXIT
006090     END-IF
006100     DISPLAY 'FROM ' TRC-BODY-FROM ' SOURCE SYSTEM '
006110         TRC-BODY-SOURCE
006120     MOVE TRC-BODY-TEXT TO sqs-mask-body
006130     MOVE TRC-BODY-SOURCE TO sqs-mask-source-id
006140     MOVE TRC-BODY-LENGTH TO sqs-mask-body-length
006150     PERFORM Print-sqs-masked-body.
006160 8200-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200*   SENSITIVE-DATA MASKING PARAGRAPHS
006210*----------------------------------------------------------------
006220     COPY SQSMSKCK.
006230     COPY SQSMPKCK.
