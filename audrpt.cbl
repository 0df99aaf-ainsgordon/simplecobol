000160*                 KEYED DATE RANGE ON AUDRPT, SO A BAD REVENUE
000170*                 ROLL-UP CAN BE TRACED BACK TO THE EXACT MASTER
000180*                 CHANGE THAT CAUSED IT.
000182* 10/15/2026 RG   EACH IMAGE NOW ALSO LISTS THE LAUNCH YEAR, CLOSE
000184*                 YEAR AND TEACH-OUT YEARS, SO A CHANGE TO WHEN
000186*                 A PROGRAM OPENS OR PHASES OUT SHOWS IN THE
000188*                 HISTORY. OLDER IMAGES LIST THEM BLANK.
000190*----------------------------------------------------------------
000200*
000210 ENVIRONMENT DIVISION.
001000     05  FILLER                  PIC X(03)   VALUE 'LEN'.
001010     05  FILLER                  PIC X(07)   VALUE '   HDCT'.
001020     05  FILLER                  PIC X(05)   VALUE '  ACT'.
001022     05  FILLER                  PIC X(06)   VALUE '  OPEN'.
001024     05  FILLER                  PIC X(06)   VALUE '  CLOS'.
001026     05  FILLER                  PIC X(03)   VALUE ' TO'.
001030 01  ADR-DETAIL.
001040     05  ADR-DTL-DATE            PIC 9(08).
001050     05  FILLER                  PIC X(02)   VALUE SPACES.
001180     05  ADR-DTL-HDCT            PIC X(05).
001190     05  FILLER                  PIC X(03)   VALUE SPACES.
001200     05  ADR-DTL-FLAG            PIC X(01).
001201     05  FILLER                  PIC X(03)   VALUE SPACES.
001202     05  ADR-DTL-LAUNCH          PIC X(04).
001203     05  FILLER                  PIC X(02)   VALUE SPACES.
001204     05  ADR-DTL-CLOSE           PIC X(04).
001205     05  FILLER                  PIC X(02)   VALUE SPACES.
001206     05  ADR-DTL-TEACH           PIC X(01).
001210 01  ADR-NO-PRIOR.
001220     05  ADR-NP-DATE             PIC 9(08).
001230     05  FILLER                  PIC X(02)   VALUE SPACES.
002870     MOVE PM-LENGTH-EDIT TO ADR-DTL-LENGTH.
002880     MOVE PM-HEADCOUNT-EDIT TO ADR-DTL-HDCT.
002890     MOVE PM-ACTIVE-FLAG TO ADR-DTL-FLAG.
002892     MOVE PM-LAUNCH-YEAR-EDIT TO ADR-DTL-LAUNCH.
002894     MOVE PM-CLOSE-YEAR-EDIT TO ADR-DTL-CLOSE.
002896     MOVE PM-TEACHOUT-EDIT TO ADR-DTL-TEACH.
002900     WRITE ADR-RECORD FROM ADR-DETAIL.
002910 3200-NEXT.
002920     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
