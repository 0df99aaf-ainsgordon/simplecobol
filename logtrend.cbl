000170*                 ONLY COMPARES EACH PROJECTION TO THE SINGLE
000180*                 BOARD-APPROVED ACTUAL. THE ARCHIVE IS READ
000190*                 FIRST SO THE LISTING RUNS OLDEST TO NEWEST.
000192* 10/15/2026 RG   ARCHLOG RECORD WIDENED TO THE RUNLOG LINE, WHICH
000194*                 NOW CARRIES THE RUN ID OF THE RUN THAT WROTE IT.
000200*----------------------------------------------------------------
000210*
000220 ENVIRONMENT DIVISION.
000400 FILE SECTION.
000410*-----------------------
000420 FD  ARCHLOG.
000430 01  ARC-RECORD                  PIC X(62).
000440*
000450 FD  RUNLOG.
000460 COPY RUNLOGR.
