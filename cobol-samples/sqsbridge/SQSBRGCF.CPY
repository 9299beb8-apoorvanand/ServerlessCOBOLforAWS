      *                DAILY DATASET BEFORE ITS DELETE
      *                (SQSJRNWR.CPY), GIVING SQSJRNRB SOMETHING TO
      *                REBUILD FROM AFTER A DOWNSTREAM DISASTER.
      * 2026-10-15 RJM ADDED BGC-PACK-OPTION / BGC-PACK-MAX-RECORDS -
      *                LOAD MODE PACKS AS MANY WHOLE BRIDGEIN RECORDS
      *                AS FIT INTO EACH MESSAGE BODY ('B') OR EACH
      *                CLAIM-CHECK PAYLOAD ('C') BEHIND A RECORD
      *                DIRECTORY (SQSMPKCK.CPY), CUTTING THE REQUEST
      *                COUNT ON BULK LOADS OF SHORT RECORDS. EXTRACT
      *                MODE UNPACKS WHATEVER ARRIVES, SO IT NEEDS NO
      *                SETTING. BLANK MEANS ONE MESSAGE PER RECORD,
      *                EXACTLY AS EVERY LOAD RAN BEFORE.
      * 2026-10-15 RJM ADDED THE PARTITIONED-EXTRACT CONTROLS
      *                (BGC-PARTITION-COUNT / BGC-PARTITION-NUMBER,
      *                BGC-STEP-ID, BGC-LEASE-SECONDS,
      *                BGC-FOREIGN-LIMIT) SO SEVERAL EXTRACT STEPS CAN
      *                DRAIN ONE QUEUE TOGETHER, EACH OWNING A SHARE OF
      *                THE MESSAGE GROUPS UNDER THE SQSLEASE FILE
      *                (SQSLSEWR.CPY). BLANK OR ZERO MEANS ONE STEP
      *                PER QUEUE, EXACTLY AS EVERY EXTRACT RAN BEFORE.
      ******************************************************************
       01 BGC-TRANSFER-PARAMETERS.
          05 BGC-MODE PIC X(8).
      * ITS DELETE; BLANK OR 'N' MEANS NO JOURNAL.
          05 BGC-JOURNAL-FLAG PIC X(1).
             88 BGC-JOURNAL-WANTED VALUE 'Y'.
      * LOAD-MODE RECORD PACKING - 'B' PACKS RECORDS INTO THE
      * 2048-BYTE ENVELOPE BODY, 'C' INTO A CLAIM-CHECK PAYLOAD OF UP
      * TO 32768 BYTES (CLAIMPAY DD) BEHIND A POINTER MESSAGE. THE
      * RECORD LIMIT CAPS THE RECORDS PER MESSAGE; BLANK OR ZERO MEANS
      * AS MANY AS FIT, UP TO THE 200-ENTRY DIRECTORY.
          05 BGC-PACK-OPTION PIC X(1).
             88 BGC-PACK-INTO-BODY VALUE 'B'.
             88 BGC-PACK-INTO-CLAIM VALUE 'C'.
          05 BGC-PACK-MAX-RECORDS PIC 9(3).
      * PARTITIONED EXTRACT - RUN BGC-PARTITION-COUNT EXTRACT STEPS
      * (2 TO 20) AGAINST THE SAME QUEUE AT ONCE, EACH WITH ITS OWN
      * BGC-PARTITION-NUMBER (1 TO THE COUNT), ALL SHARING ONE SQSLEASE
      * LEASE FILE AND ONE SQSCKPT CHECKPOINT DATASET. THE JOURNAL IS
      * REQUIRED - IT IS WHAT SQSPARTR PROVES EXACTLY-ONCE FROM.
      * BGC-STEP-ID NAMES THE STEP ON EVERY RECORD (BLANK GIVES
      * 'PARTnn'); BGC-LEASE-SECONDS IS THE LEASE LENGTH (BLANK OR
      * ZERO GIVES 300); BGC-FOREIGN-LIMIT STOPS THE STEP AFTER THAT
      * MANY MESSAGES IN A ROW FOR OTHER LIVE PARTITIONS (BLANK OR
      * ZERO RUNS TO EMPTY). BLANK OR ZERO COUNT MEANS UNPARTITIONED.
          05 BGC-PARTITION-COUNT PIC 9(2).
          05 BGC-PARTITION-NUMBER PIC 9(2).
          05 BGC-STEP-ID PIC X(8).
          05 BGC-LEASE-SECONDS PIC 9(4).
          05 BGC-FOREIGN-LIMIT PIC 9(4).
