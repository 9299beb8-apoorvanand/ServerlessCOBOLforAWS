      *
      *   PRC-ACTION 'LIST    ' - LIST PARKED MESSAGES. WHEN
      *       PRC-SOURCE-SYSTEM-ID IS NON-BLANK, ONLY MESSAGES FROM
      *       THAT env-source-system-id ARE LISTED. EACH LISTED
      *       MESSAGE SHOWS THE FIRST 320 BYTES OF ITS BODY, MASKED
      *       (SQSMSKCK.CPY) - NO BODY TEXT WITHOUT A MASKCTL DD.
      *   PRC-ACTION 'MARK    ' - SET PRC-DISPOSITION ('R' REQUEUE,
      *       'D' DISCARD, 'H' HOLD, ' ' BACK TO AWAITING REVIEW) ON
      *       THE PARK RECORD KEYED BY PRC-MESSAGE-ID.
