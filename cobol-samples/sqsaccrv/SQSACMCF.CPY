      ******************************************************************
      * SQSACCRV AUTHORIZED ACCESS MATRIX ROW
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE ROW UNDER THE ACCMTX DD PER ROLE AND QUEUE SECURITY HAS
      * APPROVED FOR CROSS-ACCOUNT USE:
      *   ACM-ROLE-ARN   - THE ROLE AS SQSOP ASSUMES IT (queue-role-arn
      *       IN SQSRQA.CPY, aud-role-arn IN SQSAUDIT.CPY).
      *   ACM-QUEUE-NAME - THE QUEUE THE ROLE MAY BE USED AGAINST.
      *   ACM-ALLOWED-COMMAND - UP TO FIFTEEN SQSOP COMMAND CODES
      *       (sqs-command, SQSRQA.CPY) THE ROLE IS CLEARED FOR ON
      *       THAT QUEUE, LEFT-JUSTIFIED, BLANK SLOTS UNUSED. THERE IS
      *       NO WILDCARD - DELETEQ AND PURGEQ IN PARTICULAR MUST BE
      *       NAMED TO BE CLEARED. NOTE THAT SQSMON'S DEPTH PROBE IS A
      *       PURGEQ DRY RUN AND AUDITS AS PURGEQ.
      *   ACM-APPROVAL-REF - OPTIONAL APPROVAL TICKET, CARRIED ONTO
      *       THE REVIEW REPORT AS EVIDENCE.
      * SEVERAL ROWS FOR THE SAME ROLE AND QUEUE ADD THEIR COMMANDS
      * TOGETHER. A ROW WHOSE ROLE ARN STARTS WITH '*' IS A COMMENT.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 ACM-ACCESS-ROW.
          05 ACM-ROLE-ARN PIC X(120).
          05 FILLER PIC X(1).
          05 ACM-QUEUE-NAME PIC X(80).
          05 FILLER PIC X(1).
          05 ACM-ALLOWED-COMMANDS.
             10 ACM-ALLOWED-ENTRY OCCURS 15 TIMES.
                15 ACM-ALLOWED-COMMAND PIC X(9).
                15 FILLER PIC X(1).
          05 ACM-APPROVAL-REF PIC X(20).
