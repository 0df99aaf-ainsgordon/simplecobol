000010*----------------------------------------------------------------
000020* ACTUALR.CPY
000030*
000040* BOARD-APPROVED CHARGES RECORD LAYOUT, SHARED BY THE VARIANCE
000050* PROGRAM THAT COMPARES PROJECTIONS AGAINST IT AND THE ANNUAL
000060* ROLLOVER THAT POSTS IT TO THE PROGMST MASTER. ONE LINE PER
000070* PROGRAM AND ACADEMIC YEAR, CARRYING THE TUITION, MANDATORY FEES
000080* AND ROOM AND BOARD THE BOARD VOTED FOR THAT YEAR.
000090*
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120* 10/15/2026 RG   ORIGINAL COPYBOOK, PULLED OUT OF TUITVAR_GORDON
000130*                 SO THE ROLLOVER CAN READ THE SAME FILE. ADDED
000140*                 ACT-FEES AND ACT-ROOMBD BEHIND THE TUITION.
000150*                 LINES KEYED BEFORE THIS CHANGE ARE SHORT AND
000160*                 CARRY SPACES IN BOTH NEW FIELDS; THE VARIANCE
000170*                 REPORT NEVER LOOKS AT THEM AND THE ROLLOVER
000180*                 REJECTS A LINE WHOSE FEES OR ROOM AND BOARD IS
000185*                 NOT NUMERIC.
000190*----------------------------------------------------------------
000200*
000210 01  ACT-RECORD.
000220     05  ACT-PROG-CODE           PIC X(10).
000230     05  FILLER                  PIC X(02).
000240     05  ACT-ACAD-YEAR           PIC 9(04).
000250     05  FILLER                  PIC X(02).
000260     05  ACT-TUITION             PIC 9(05)V99.
000270     05  ACT-TUITION-EDIT REDEFINES ACT-TUITION
000280                                 PIC X(07).
000290     05  FILLER                  PIC X(02).
000300     05  ACT-FEES                PIC 9(05)V99.
000310     05  ACT-FEES-EDIT REDEFINES ACT-FEES
000320                                 PIC X(07).
000330     05  FILLER                  PIC X(02).
000340     05  ACT-ROOMBD              PIC 9(05)V99.
000350     05  ACT-ROOMBD-EDIT REDEFINES ACT-ROOMBD
000360                                 PIC X(07).
