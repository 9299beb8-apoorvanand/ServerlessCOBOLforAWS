      *                       ALL SPACES (REQUIRED FIELD PRESENT)
      *   vcf-rule-type ' ' - UNUSED RULE SLOT
      * A RULE FAILURE REJECTS THE MESSAGE WITH REASON 'SHP '.
      * vcf-signature-option SAYS HOW THE GATE TREATS THE SOURCE'S
      * ENVELOPE SIGNATURE (SQSSIGCK.CPY), SO PARTNERS CAN BE MOVED
      * OVER TO SIGNING ONE AT A TIME:
      *   'R' - REQUIRED: AN UNSIGNED MESSAGE IS REJECTED 'NSG ' AND
      *         A BAD SIGNATURE 'SIG '
      *   'O' OR ' ' - OPTIONAL: AN UNSIGNED MESSAGE PASSES, BUT A
      *         SIGNATURE THAT IS THERE MUST STILL CHECK OUT ('SIG ')
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
                 88 vcf-rule-unused VALUE ' '.
              10 vcf-rule-offset PIC 9(4).
              10 vcf-rule-length PIC 9(4).
           05 vcf-signature-option PIC X(1).
              88 vcf-signature-required VALUE 'R'.
              88 vcf-signature-optional VALUES 'O' ' '.
