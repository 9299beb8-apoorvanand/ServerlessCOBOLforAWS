      ******************************************************************
      * SQSFIND BUSINESS-KEY SEARCH CARD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE CARD UNDER THE FINDCTL DD NAMING THE BUSINESS KEY TO LOOK
      * FOR - A POLICY NUMBER, A CLAIM NUMBER - AND WHERE IT SITS IN
      * THE MESSAGE BODY:
      *   FND-KEY-VALUE   - THE VALUE, LEFT-JUSTIFIED. ONLY THE FIRST
      *       FND-BODY-LENGTH BYTES ARE COMPARED.
      *   FND-BODY-OFFSET - 1-BASED OFFSET OF THE FIELD IN THE BODY.
      *   FND-BODY-LENGTH - LENGTH OF THE FIELD, 1 TO 40.
      *   FND-SOURCE-SYSTEM-ID - OPTIONAL. NON-BLANK LIMITS THE
      *       SEARCH TO BODIES FROM THAT SOURCE SYSTEM, SINCE TWO
      *       PARTNERS' LAYOUTS RARELY PUT THE SAME KEY IN THE SAME
      *       PLACE.
      * A FIELD ENDING PAST BYTE 2048 CAN ONLY BE IN AN OVERSIZE BODY,
      * SO ONLY THE CLAIM-CHECK PAYLOAD STORE IS SEARCHED FOR IT.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 FND-SEARCH-CARD.
          05 FND-KEY-VALUE PIC X(40).
          05 FND-BODY-OFFSET PIC 9(5).
          05 FND-BODY-LENGTH PIC 9(4).
          05 FND-SOURCE-SYSTEM-ID PIC X(8).
