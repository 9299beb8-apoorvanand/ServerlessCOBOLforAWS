      ******************************************************************
      * SQSFEED HIGH-WATER MARK RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER FEED SUBJECT AREA (AUDIT, DEPTH, LATENCY,
      * CHGBACK, REJECT, PARK). READ FROM THE FEEDHWM DD AT THE START
      * OF EVERY SQSFEED RUN AND WRITTEN, ADVANCED, TO THE HWMNEW DD
      * AT THE END - HWMNEW BECOMES THE NEXT RUN'S FEEDHWM, THE SAME
      * OLD-MASTER / NEW-MASTER CYCLE AS HOLDOVER AND HOLDNEW.
      *   FHW-SUBJECT    - THE SUBJECT AREA NAME, LEFT-JUSTIFIED.
      *   FHW-THRU-DATE  - THE LAST DAY (YYYYMMDD) WHOSE ROWS HAVE BEEN
      *       EXTRACTED. THE NEXT RUN TAKES ONLY ROWS DATED AFTER IT.
      *   FHW-RUN-DATE / FHW-RUN-TIME / FHW-ROWS - WHEN THE MARK LAST
      *       MOVED AND HOW MANY ROWS THAT RUN EXTRACTED, FOR THE
      *       OPERATOR. NOT USED TO SELECT ROWS.
      * A ROW WHOSE SUBJECT STARTS WITH '*' IS A COMMENT. TO RELOAD A
      * SUBJECT FROM A GIVEN DAY, SET ITS FHW-THRU-DATE TO THE DAY
      * BEFORE; ZERO EXTRACTS EVERYTHING ON FILE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 FHW-HWM-RECORD.
          05 FHW-SUBJECT PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FHW-THRU-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FHW-RUN-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FHW-RUN-TIME PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FHW-ROWS PIC 9(9).
