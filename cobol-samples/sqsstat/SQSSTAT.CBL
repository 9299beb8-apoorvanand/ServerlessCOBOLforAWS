000190*                 THAT HAS NOT CHECKPOINTED WITHIN THE STALL
000200*                 THRESHOLD (OPTIONAL SYSIN CARD, DEFAULT 15
000210*                 MINUTES) IS FLAGGED STALLED.
000212* 2026-10-15 RJM  A PARTITIONED CONSUME STEP'S ENTRY SHOWS ITS
000214*                 PARTITION AND STEP ID.
000220*-----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
001250     ADD 1 TO STQ-ENTRIES-LISTED
001260     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT
001270     DISPLAY stat-program-id ' ' stat-queue-name (1 : 50)
001272     IF stat-partition-id NOT = SPACES
001274         DISPLAY '  PARTITION ' stat-partition-id
001276             '  STEP ' stat-step-id
001278     END-IF
001280     DISPLAY '  MESSAGES ' stat-messages-processed
001290         '  LAST CHECKPOINT ' stat-checkpoint-date ' '
001300         stat-checkpoint-time
