000260*                 DRAIN PROGRESSES, SO THE SQSSTAT INQUIRY SHOWS
000270*                 HOW FAR EACH RETIREMENT HAS GOT. AN ABSENT
000280*                 SQSSTATF DD LEAVES THE RUN EXACTLY AS BEFORE.
000282* 2026-10-15 RJM  ARCHIVE RECORD LAYOUT MOVED TO SQSDCARC.CPY SO
000284*                 THE PROGRAMS THAT READ DECOMARC BACK SHARE IT.
000290*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000510     COPY SQSADMCF.
000520 FD  DECOM-ARCHIVE-FILE
000530     RECORDING MODE IS F.
000540     COPY SQSDCARC.
000680     COPY SQSAUDIT.
000690     COPY SQSSTATF.

