000180*                 SOURCE SYSTEM. THIS IS THE POSTABLE-NUMBERS
000190*                 STEP FINANCE ASKED FOR - A DIFFERENT JOB THAN
000200*                 SQSAUDRP'S INCIDENT ANALYSIS.
000202* 2026-10-15 RJM  CHGBKOUT RECORD LAYOUT MOVED TO SQSCHGBO.CPY SO
000204*                 THE BI FEED EXTRACT (SQSFEED) SHARES IT.
000210*-----------------------------------------------------------------
000220* BILLING DOCTRINE, SO THE NUMBERS STAND UP TO AUDIT:
000230* - EVERY AUDIT ROW IS ONE BILLABLE API REQUEST, INCLUDING ROWS
000530     COPY SQSAUDIT.
000540 FD  CHARGEBACK-OUTPUT-FILE
000550     RECORDING MODE IS F.
000560     COPY SQSCHGBO.
000780
000790 WORKING-STORAGE SECTION.
000800 01  CHG-SWITCHES.
