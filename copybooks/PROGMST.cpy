000158*                 ENROLLMENT GROWTH/ATTRITION RATE (LEADING
000159*                 SEPARATE SIGN, KEYED EG +005 OR -010) FOR THE
000160*                 ENROLLMENT-WEIGHTED REVENUE PROJECTION.
000161* 10/15/2026 RG   TOOK NINE BYTES OF THE RESERVE FILLER FOR THE
000162*                 LAUNCH YEAR (FALL OF THE FIRST ENTERING COHORT),
000163*                 CLOSE YEAR (FIRST FALL WITH NO NEW COHORT) AND
000164*                 TEACH-OUT YEARS AFTER CLOSURE. SPACES OR ZERO IN
000165*                 A YEAR MEANS ALREADY OPEN / NOT CLOSING, SO
000166*                 EXISTING RECORDS NEED NO CONVERSION. THE RECORD
000167*                 STAYS 88 BYTES.
000168*----------------------------------------------------------------
000170*
000180 01  PM-RECORD.
000190     05  PM-PROG-CODE            PIC X(10).
000279     05  PM-ACTIVE-FLAG          PIC X(01).
000280         88  PM-ACTIVE                       VALUE 'A'.
000290         88  PM-INACTIVE                     VALUE 'I'.
000300     05  PM-LAUNCH-YEAR          PIC 9(04).
000310     05  PM-LAUNCH-YEAR-EDIT REDEFINES PM-LAUNCH-YEAR
000320                                 PIC X(04).
000330     05  PM-CLOSE-YEAR           PIC 9(04).
000340     05  PM-CLOSE-YEAR-EDIT REDEFINES PM-CLOSE-YEAR
000350                                 PIC X(04).
000360     05  PM-TEACHOUT-YEARS       PIC 9(01).
000370     05  PM-TEACHOUT-EDIT REDEFINES PM-TEACHOUT-YEARS
000380                                 PIC X(01).
000390     05  FILLER                  PIC X(01).
