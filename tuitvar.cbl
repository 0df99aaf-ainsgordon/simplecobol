000290*                 PER-PROGRAM AVERAGE MISS NOW PRINTS AT EACH
000300*                 PROGRAM'S CONTROL BREAK, INSIDE THE LISTING,
000310*                 INSTEAD OF IN A SEPARATE SECTION AT THE END.
000312* 10/15/2026 RG   THE ACTUALS LAYOUT MOVED TO THE ACTUALR
000314*                 COPYBOOK AND NOW ALSO CARRIES THE APPROVED FEES
000316*                 AND ROOM AND BOARD FOR THE ANNUAL ROLLOVER.
000318*                 ONLY THE TUITION IS COMPARED HERE, AS BEFORE.
000320*----------------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000630 COPY RUNLOGR.
000640*
000650 FD  ACTUALS
000660     RECORD CONTAINS 43 CHARACTERS.
000670 COPY ACTUALR.
000750*
000760* SORT WORK FILE FOR THE LOG SIDE -- ONE RELEASED RECORD PER
000770* USABLE PROJECTION, KEYED BY PROGRAM AND TARGET ACADEMIC YEAR.
