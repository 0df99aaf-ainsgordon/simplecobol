000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. preflt_Gordon.
000030 AUTHOR. R GORDON.
000040 INSTALLATION. BURSAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 10/15/2026 RG   ORIGINAL PROGRAM - PRE-FLIGHT CROSS-FILE CHECK,
000100*                 RUN AHEAD OF THE UNATTENDED MONTHLY PROJECTION.
000110*                 THE PARMFILE RUN USED TO FIND BAD INPUTS HALFWAY
000120*                 THROUGH, OR NEVER: AIDTBL ROWS FOR CODES NOT ON
000130*                 PROGMST, BILLCAL CALENDARS FOR INACTIVE
000140*                 PROGRAMS, A RATETBL SCHEDULE WHOSE BANDS STOPPED
000150*                 SHORT OF THE PARMFILE YEARS, AND A LEFTOVER
000160*                 CHKPOINT THAT TURNED A FRESH RUN INTO A RESTART.
000170*                 THIS PROGRAM EDITS PARMFILE, PROGMST, RATETBL,
000180*                 AIDTBL, BILLCAL AND CHKPOINT AGAINST EACH OTHER
000190*                 AS TUITION_GORDON WILL READ THEM, AND PRINTS
000200*                 EVERY FINDING ON PFLRPT GRADED FATAL OR WARNING.
000210*                 A CHECKPOINT IS JUDGED AGAINST RUNCTL: IT IS
000220*                 EXPECTED ONLY WHEN THE LATEST RUN NEVER ENDED.
000230*                 ANY FATAL FINDING ENDS THE STEP RC 8 SO THE
000240*                 SCHEDULER HOLDS THE PROJECTION; WARNINGS ALONE
000250*                 END IT RC 4.
000252* 10/15/2026 RG   A CLOSED PROGRAM WHOSE TEACH-OUT IS COMPLETE IS
000254*                 PASSED OVER AS THE BATCH RUN PASSES IT: NOT
000256*                 COUNTED ACTIVE, NO WARNINGS, AND COUNTED ON ITS
000258*                 OWN LINE OF PFLRPT.
000260*----------------------------------------------------------------
000270*
000280 ENVIRONMENT DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARMFILE ASSIGN TO 'PARMFILE'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS PARMFILE-STATUS.
000380     SELECT PROGMST ASSIGN TO 'PROGMST'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PM-PROG-CODE
000420         FILE STATUS IS PROGMST-STATUS.
000430     SELECT RATETBL ASSIGN TO 'RATETBL'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS RATETBL-STATUS.
000460     SELECT AIDTBL ASSIGN TO 'AIDTBL'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS AIDTBL-STATUS.
000490     SELECT BILLCAL ASSIGN TO 'BILLCAL'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS BILLCAL-STATUS.
000520     SELECT CHKPOINT ASSIGN TO 'CHKPOINT'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CHKPOINT-STATUS.
000550     SELECT RUNCTL ASSIGN TO 'RUNCTL'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RUNCTL-STATUS.
000580     SELECT PFLRPT ASSIGN TO 'PFLRPT'
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600*-----------------------
000610 DATA DIVISION.
000620*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000630 FILE SECTION.
000640*-----------------------
000650 FD  PARMFILE
000660     RECORD CONTAINS 13 CHARACTERS.
000670 01  PRM-RECORD.
000680     05  PRM-MODE                PIC X(01).
000690     05  FILLER                  PIC X(02).
000700     05  PRM-RESTART             PIC X(01).
000710     05  FILLER                  PIC X(02).
000720     05  PRM-RATE                PIC 9V99.
000730     05  PRM-RATE-EDIT REDEFINES PRM-RATE
000740                                 PIC X(03).
000750     05  FILLER                  PIC X(02).
000760     05  PRM-YEARS               PIC 9(02).
000770     05  PRM-YEARS-EDIT REDEFINES PRM-YEARS
000780                                 PIC X(02).
000790*
000800 FD  PROGMST.
000810 COPY PROGMST.
000820*
000830 FD  RATETBL
000840     RECORD CONTAINS 22 CHARACTERS.
000850 01  RTB-RECORD.
000860     05  RTB-EFF-DATE            PIC 9(08).
000870     05  FILLER                  PIC X(02).
000880     05  RTB-FROM-YEAR           PIC 9(02).
000890     05  FILLER                  PIC X(02).
000900     05  RTB-THRU-YEAR           PIC 9(02).
000910     05  FILLER                  PIC X(02).
000920     05  RTB-RATE                PIC 9V999.
000930     05  RTB-RATE-EDIT REDEFINES RTB-RATE
000940                                 PIC X(04).
000950*
000960 FD  AIDTBL
000970     RECORD CONTAINS 26 CHARACTERS.
000980 01  AID-RECORD.
000990     05  AID-PROG-CODE           PIC X(10).
001000     05  FILLER                  PIC X(02).
001010     05  AID-EFF-DATE            PIC 9(08).
001020     05  FILLER                  PIC X(02).
001030     05  AID-RATE                PIC 9V999.
001040     05  AID-RATE-EDIT REDEFINES AID-RATE
001050                                 PIC X(04).
001060*
001070 FD  BILLCAL
001080     RECORD CONTAINS 60 CHARACTERS.
001090 01  BCL-RECORD.
001100     05  BCL-PROG-CODE           PIC X(10).
001110     05  FILLER                  PIC X(02).
001120     05  BCL-TERM-ENTRY OCCURS 3 TIMES.
001130         10  BCL-TERM-ID         PIC X(02).
001140         10  FILLER              PIC X(01).
001150         10  BCL-TUIT-PCT        PIC 9V99.
001160         10  BCL-TUIT-PCT-EDIT REDEFINES BCL-TUIT-PCT
001170                                 PIC X(03).
001180         10  FILLER              PIC X(01).
001190         10  BCL-FEES-PCT        PIC 9V99.
001200         10  BCL-FEES-PCT-EDIT REDEFINES BCL-FEES-PCT
001210                                 PIC X(03).
001220         10  FILLER              PIC X(01).
001230         10  BCL-RB-PCT          PIC 9V99.
001240         10  BCL-RB-PCT-EDIT REDEFINES BCL-RB-PCT
001250                                 PIC X(03).
001260         10  FILLER              PIC X(02).
001270*
001280 FD  CHKPOINT.
001290 01  CHK-RECORD.
001300     05  CHK-PROG-CODE           PIC X(10).
001310*
001320 FD  RUNCTL.
001330 01  RCT-FILE-RECORD             PIC X(145).
001340*
001350 FD  PFLRPT.
001360 01  PFL-RECORD                  PIC X(100).
001370*-----------------------
001380 WORKING-STORAGE SECTION.
001390*
001400* FILE STATUS FIELDS
001410*
001420 01  PARMFILE-STATUS             PIC X(02).
001430     88  PARMFILE-NOT-FOUND                  VALUE '35'.
001440 01  PROGMST-STATUS              PIC X(02).
001450     88  PROGMST-OK                          VALUE '00'.
001460     88  PROGMST-NOT-FOUND                   VALUE '35'.
001470 01  RATETBL-STATUS              PIC X(02).
001480     88  RATETBL-NOT-FOUND                   VALUE '35'.
001490 01  AIDTBL-STATUS               PIC X(02).
001500     88  AIDTBL-NOT-FOUND                    VALUE '35'.
001510 01  BILLCAL-STATUS              PIC X(02).
001520     88  BILLCAL-NOT-FOUND                   VALUE '35'.
001530 01  CHKPOINT-STATUS             PIC X(02).
001540     88  CHKPOINT-NOT-FOUND                  VALUE '35'.
001550 01  RUNCTL-STATUS               PIC X(02).
001560     88  RUNCTL-NOT-FOUND                    VALUE '35'.
001570*
001580* END-OF-FILE SWITCHES
001590*
001600 01  MST-EOF-SWITCH              PIC X       VALUE 'N'.
001610     88  END-OF-PROGMST                      VALUE 'Y'.
001620 01  RTB-EOF-SWITCH              PIC X       VALUE 'N'.
001630     88  END-OF-RATETBL                      VALUE 'Y'.
001640 01  AID-EOF-SWITCH              PIC X       VALUE 'N'.
001650     88  END-OF-AIDTBL                       VALUE 'Y'.
001660 01  BCL-EOF-SWITCH              PIC X       VALUE 'N'.
001670     88  END-OF-BILLCAL                      VALUE 'Y'.
001680 01  RCT-EOF-SWITCH              PIC X       VALUE 'N'.
001690     88  END-OF-RUNCTL                       VALUE 'Y'.
001700*
001710* WHAT THE EARLIER CHECKS LEARNED, FOR THE LATER ONES. A CHECK
001720* THAT NEEDS A FILE WHICH COULD NOT BE READ IS SKIPPED; THE FILE
001730* HAS ALREADY BEEN REPORTED.
001740*
001750 01  PARM-SWITCH                 PIC X       VALUE 'N'.
001760     88  PARM-ON-FILE                        VALUE 'Y'.
001770 01  PARM-YEARS-SWITCH           PIC X       VALUE 'N'.
001780     88  PARM-YEARS-GOOD                     VALUE 'Y'.
001790 01  MASTER-SWITCH               PIC X       VALUE 'N'.
001800     88  MASTER-OPEN                         VALUE 'Y'.
001803 01  AID-FILE-SWITCH             PIC X       VALUE 'N'.
001806     88  AID-FILE-READ                       VALUE 'Y'.
001810 01  ON-MASTER-SWITCH            PIC X       VALUE 'N'.
001820     88  CODE-ON-MASTER                      VALUE 'Y'.
001830*
001840* FINDING COUNTS AND THE ONE FINDING BEING WRITTEN
001850*
001860 01  FATAL-COUNT                 PIC 9(05)        VALUE ZERO.
001870 01  WARNING-COUNT               PIC 9(05)        VALUE ZERO.
001880 01  FND-SEVERITY-WORK           PIC X(07).
001890 01  FND-FILE-WORK               PIC X(08).
001900 01  FND-KEY-WORK                PIC X(10).
001910 01  FND-TEXT-WORK               PIC X(60).
001920 01  FND-NUM-1                   PIC Z9.
001930 01  FND-NUM-2                   PIC Z9.
001940*
001950* RATE SCHEDULE IN FORCE: THE LATEST EFFECTIVE DATE NOT AFTER THE
001960* RUN DATE, AS THE PROJECTION PICKS IT. EVERY BAND FOR THAT DATE
001970* IS COUNTED, SO A DATE OVER THE RUN'S 10-BAND LIMIT IS CAUGHT.
001980*
001990 01  RATE-BAND-TABLE.
002000     05  RATE-BAND-COUNT         PIC 9(02)        VALUE ZERO.
002010     05  RATE-BAND-ENTRY OCCURS 10 TIMES.
002020         10  RB-FROM-YEAR        PIC 99.
002030         10  RB-THRU-YEAR        PIC 99.
002040 01  RATE-BAND-EFF-DATE          PIC 9(08)        VALUE ZERO.
002050 01  DATE-BAND-COUNT             PIC 9(03)        VALUE ZERO.
002060 01  RUN-BAND-LIMIT              PIC 9(02)        VALUE 10.
002070 01  RBX                         PIC 9(02).
002080 01  WRK-MAX-THRU                PIC 9(02).
002090 01  WRK-YEAR                    PIC 9(02).
002100 01  WRK-COVER-COUNT             PIC 9(02).
002110*
002120* AID CODES IN FORCE AT THE RUN DATE, FOR THE NO-AID CHECK ON THE
002130* MASTER PASS. THE PROJECTION HOLDS 300, SO THIS DOES TOO.
002140*
002150 01  AID-TABLE.
002160     05  AID-COUNT               PIC 9(03)        VALUE ZERO.
002170     05  AID-ENTRY OCCURS 300 TIMES.
002180         10  ADT-PROG-CODE       PIC X(10).
002190 01  ADX                         PIC 9(03).
002200 01  AID-MATCH-SWITCH            PIC X       VALUE 'N'.
002210     88  AID-PROGRAM-FOUND                   VALUE 'Y'.
002220 01  AID-OVERFLOW-SWITCH         PIC X       VALUE 'N'.
002230     88  AID-TABLE-OVERFLOWED                VALUE 'Y'.
002240*
002250* CALENDAR CODES ALREADY SEEN, FOR THE DUPLICATE CHECK
002260*
002270 01  CAL-TABLE.
002280     05  CAL-COUNT               PIC 9(03)        VALUE ZERO.
002290     05  CAL-ENTRY OCCURS 300 TIMES.
002300         10  CAL-PROG-CODE       PIC X(10).
002310 01  CLX                         PIC 9(03).
002320 01  CAL-MATCH-SWITCH            PIC X       VALUE 'N'.
002330     88  CAL-PROGRAM-FOUND                   VALUE 'Y'.
002340 01  CAL-TUIT-SUM                PIC 9(02)V99.
002350 01  CAL-FEES-SUM                PIC 9(02)V99.
002360 01  CAL-RB-SUM                  PIC 9(02)V99.
002370*
002380* CHECKPOINT AND RUN-CONTROL FIELDS
002390*
002400 01  CHK-HOLD-CODE               PIC X(10)   VALUE SPACES.
002410 01  HIGH-RUN-ID                 PIC 9(07)        VALUE ZERO.
002420 01  HIGH-RUN-STATUS             PIC X       VALUE SPACE.
002430 COPY RUNCTLR.
002440*
002450* MASTER PASS COUNTS
002460*
002470 01  MST-READ-COUNT              PIC 9(05)        VALUE ZERO.
002480 01  MST-ACTIVE-COUNT            PIC 9(05)        VALUE ZERO.
002482 01  MST-TAUGHT-OUT-COUNT        PIC 9(05)        VALUE ZERO.
002485 01  TEACHOUT-WORK               PIC 9(01).
002487 01  TEACHOUT-LAST-YEAR          PIC 9(04).
002490*
002500* REPORT LINE LAYOUTS
002510*
002520 01  PFL-HEADING-1.
002530     05  FILLER                  PIC X(40)
002540         VALUE 'PRE-FLIGHT CHECK -- BATCH PROJECTION'.
002550     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
002560     05  PFL-HD-DATE             PIC 9(08).
002570 01  PFL-HEADING-2.
002580     05  FILLER                  PIC X(09)   VALUE 'SEVERITY'.
002590     05  FILLER                  PIC X(10)   VALUE 'FILE'.
002600     05  FILLER                  PIC X(12)   VALUE 'KEY'.
002610     05  FILLER                  PIC X(60)   VALUE 'FINDING'.
002620 01  PFL-DETAIL.
002630     05  PFL-DTL-SEVERITY        PIC X(07).
002640     05  FILLER                  PIC X(02)   VALUE SPACES.
002650     05  PFL-DTL-FILE            PIC X(08).
002660     05  FILLER                  PIC X(02)   VALUE SPACES.
002670     05  PFL-DTL-KEY             PIC X(10).
002680     05  FILLER                  PIC X(02)   VALUE SPACES.
002690     05  PFL-DTL-TEXT            PIC X(60).
002700 01  PFL-COUNT-LINE.
002710     05  PFL-CNT-LABEL           PIC X(32).
002720     05  PFL-CNT-VALUE           PIC ZZZZ9.
002730 01  PFL-VERDICT-LINE.
002740     05  PFL-VERDICT-TEXT        PIC X(60).
002750*
002760* DATE OF THE CURRENT RUN, FOR THE HEADING AND THE EFFECTIVE-DATE
002770* PICKS.
002780*
002790 01  RUN-DATE                    PIC 9(08).
002792 01  RUN-DATE-SPLIT REDEFINES RUN-DATE.
002795     05  RUN-DATE-YEAR           PIC 9(04).
002797     05  FILLER                  PIC X(04).
002800*-----------------------
002810 PROCEDURE DIVISION.
002820*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002830 MAIN-PROCEDURE.
002840     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002850     OPEN OUTPUT PFLRPT.
002860     MOVE RUN-DATE TO PFL-HD-DATE.
002870     WRITE PFL-RECORD FROM PFL-HEADING-1.
002880     MOVE SPACES TO PFL-RECORD.
002890     WRITE PFL-RECORD.
002900     WRITE PFL-RECORD FROM PFL-HEADING-2.
002910     PERFORM 1000-CHECK-PARMFILE THRU 1000-EXIT.
002920     OPEN INPUT PROGMST.
002930     IF PROGMST-OK
002940         MOVE 'Y' TO MASTER-SWITCH
002950     ELSE
002960         MOVE 'FATAL' TO FND-SEVERITY-WORK
002970         MOVE 'PROGMST' TO FND-FILE-WORK
002980         MOVE SPACES TO FND-KEY-WORK
002990         MOVE SPACES TO FND-TEXT-WORK
003000         STRING 'PROGRAM MASTER WILL NOT OPEN -- STATUS '
003010                PROGMST-STATUS DELIMITED BY SIZE
003020             INTO FND-TEXT-WORK
003030         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003040     END-IF.
003050     PERFORM 2000-CHECK-CHKPOINT THRU 2000-EXIT.
003060     PERFORM 3000-CHECK-RATETBL THRU 3000-EXIT.
003070     PERFORM 4000-CHECK-AIDTBL THRU 4000-EXIT.
003080     PERFORM 5000-CHECK-BILLCAL THRU 5000-EXIT.
003090     IF MASTER-OPEN
003100         PERFORM 6000-CHECK-PROGMST THRU 6000-EXIT
003110         CLOSE PROGMST
003120     END-IF.
003130     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003140     CLOSE PFLRPT.
003150     IF FATAL-COUNT > ZERO
003160         MOVE 8 TO RETURN-CODE
003170     ELSE
003180     IF WARNING-COUNT > ZERO
003190         MOVE 4 TO RETURN-CODE
003200     END-IF
003210     END-IF.
003220     STOP RUN.
003230*
003240* EDITS THE CONTROL CARD EXACTLY AS THE PROJECTION WILL. THE
003250* MONTHLY RUN IS UNATTENDED, SO A MISSING CARD OR ONE THAT DOES
003260* NOT ASK FOR A BATCH RUN WOULD LEAVE IT WAITING AT THE CONSOLE.
003270*
003280 1000-CHECK-PARMFILE.
003290     MOVE 'PARMFILE' TO FND-FILE-WORK.
003300     MOVE SPACES TO FND-KEY-WORK.
003310     OPEN INPUT PARMFILE.
003320     IF PARMFILE-NOT-FOUND
003330         MOVE 'FATAL' TO FND-SEVERITY-WORK
003340         MOVE 'NO PARMFILE -- UNATTENDED RUN WOULD PROMPT'
003350             TO FND-TEXT-WORK
003360         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003370         GO TO 1000-EXIT
003380     END-IF.
003390     MOVE SPACES TO PRM-RECORD.
003400     READ PARMFILE
003410         AT END
003420             MOVE 'FATAL' TO FND-SEVERITY-WORK
003430             MOVE 'PARMFILE IS EMPTY' TO FND-TEXT-WORK
003440             PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003450             CLOSE PARMFILE
003460             GO TO 1000-EXIT
003470     END-READ.
003480     CLOSE PARMFILE.
003490     MOVE 'Y' TO PARM-SWITCH.
003500     MOVE 'FATAL' TO FND-SEVERITY-WORK.
003510     IF PRM-MODE NOT = 'B'
003520         IF PRM-MODE = 'A'
003530             MOVE 'PARM MODE IS A -- MONTHLY RUN MUST BE B'
003540                 TO FND-TEXT-WORK
003550         ELSE
003560             MOVE 'PARM MODE MUST BE B OR A' TO FND-TEXT-WORK
003570         END-IF
003580         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003590     END-IF.
003600     IF PRM-RESTART NOT = 'Y' AND PRM-RESTART NOT = 'N'
003610         MOVE 'PARM RESTART MUST BE Y OR N' TO FND-TEXT-WORK
003620         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003630     END-IF.
003640     IF PRM-RATE-EDIT IS NOT NUMERIC OR PRM-RATE NOT > ZERO
003650         MOVE 'PARM RATE MUST BE NUMERIC AND GREATER THAN ZERO'
003660             TO FND-TEXT-WORK
003670         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003680     END-IF.
003690     IF PRM-YEARS-EDIT IS NOT NUMERIC OR PRM-YEARS NOT > ZERO
003700         MOVE 'PARM YEARS MUST BE NUMERIC AND GREATER THAN ZERO'
003710             TO FND-TEXT-WORK
003720         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
003730     ELSE
003740         MOVE 'Y' TO PARM-YEARS-SWITCH
003750     END-IF.
003760 1000-EXIT.
003770     EXIT.
003780*
003790* A CHECKPOINT IS ONLY EXPECTED WHEN THE LATEST RUN ON RUNCTL
003800* STARTED AND NEVER ENDED WELL. ANY OTHER CHECKPOINT IS LEFT OVER,
003810* AND WITH RESTART Y ON THE CARD IT WOULD QUIETLY SKIP EVERY
003820* PROGRAM UP TO THE CODE IT HOLDS.
003830*
003840 2000-CHECK-CHKPOINT.
003850     MOVE 'CHKPOINT' TO FND-FILE-WORK.
003860     MOVE SPACES TO FND-KEY-WORK.
003870     MOVE SPACES TO CHK-HOLD-CODE.
003880     OPEN INPUT CHKPOINT.
003890     IF NOT CHKPOINT-NOT-FOUND
003900         MOVE SPACES TO CHK-RECORD
003910         READ CHKPOINT
003920             AT END MOVE SPACES TO CHK-RECORD
003930         END-READ
003940         MOVE CHK-PROG-CODE TO CHK-HOLD-CODE
003950         CLOSE CHKPOINT
003960     END-IF.
003970     IF NOT PARM-ON-FILE
003980         GO TO 2000-EXIT
003990     END-IF.
004000     IF CHK-HOLD-CODE = SPACES
004010         IF PRM-RESTART = 'Y'
004020             MOVE 'WARNING' TO FND-SEVERITY-WORK
004030             MOVE 'RESTART Y BUT NO CHECKPOINT -- RUNS FROM TOP'
004040                 TO FND-TEXT-WORK
004050             PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
004060         END-IF
004070         GO TO 2000-EXIT
004080     END-IF.
004090     MOVE CHK-HOLD-CODE TO FND-KEY-WORK.
004100     PERFORM 2100-FIND-LATEST-RUN THRU 2100-EXIT.
004110     IF PRM-RESTART NOT = 'Y'
004120         MOVE 'WARNING' TO FND-SEVERITY-WORK
004130         MOVE 'CHECKPOINT IGNORED -- RESTART N ON THE CARD'
004140             TO FND-TEXT-WORK
004150         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
004160         GO TO 2000-EXIT
004170     END-IF.
004180     IF HIGH-RUN-STATUS = 'S' OR HIGH-RUN-STATUS = 'F'
004190         MOVE 'WARNING' TO FND-SEVERITY-WORK
004200         MOVE SPACES TO FND-TEXT-WORK
004210         STRING 'RUN WILL RESTART AFTER THIS CODE -- RUN '
004220                HIGH-RUN-ID ' NEVER FINISHED' DELIMITED BY SIZE
004230             INTO FND-TEXT-WORK
004240         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
004250     ELSE
004260         MOVE 'FATAL' TO FND-SEVERITY-WORK
004270         MOVE 'LEFTOVER CHECKPOINT -- FRESH RUN WOULD RESTART'
004280             TO FND-TEXT-WORK
004290         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
004300     END-IF.
004310     IF MASTER-OPEN
004320         PERFORM 7100-LOOK-UP-MASTER THRU 7100-EXIT
004330         IF NOT CODE-ON-MASTER
004340             MOVE 'WARNING' TO FND-SEVERITY-WORK
004350             MOVE 'CHECKPOINT CODE IS NOT ON PROGMST'
004360                 TO FND-TEXT-WORK
004370             PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
004380         END-IF
004390     END-IF.
004400 2000-EXIT.
004410     EXIT.
004420*
004430* READS RUNCTL THROUGH FOR THE HIGHEST RUN ID AND THE STATUS OF
004440* ITS LAST IMAGE, AS THE PROJECTION DOES WHEN IT ASSIGNS AN ID.
004450*
004460 2100-FIND-LATEST-RUN.
004470     MOVE ZERO TO HIGH-RUN-ID.
004480     MOVE SPACE TO HIGH-RUN-STATUS.
004490     OPEN INPUT RUNCTL.
004500     IF RUNCTL-NOT-FOUND
004510         GO TO 2100-EXIT
004520     END-IF.
004530     PERFORM 2110-READ-RUNCTL THRU 2110-EXIT.
004540     PERFORM 2120-NOTE-RUNCTL-ENTRY THRU 2120-EXIT
004550         UNTIL END-OF-RUNCTL.
004560     CLOSE RUNCTL.
004570 2100-EXIT.
004580     EXIT.
004590 2110-READ-RUNCTL.
004600     READ RUNCTL INTO RC-RECORD
004610         AT END MOVE 'Y' TO RCT-EOF-SWITCH
004620     END-READ.
004630 2110-EXIT.
004640     EXIT.
004650 2120-NOTE-RUNCTL-ENTRY.
004660     IF RC-RUN-ID-EDIT IS NUMERIC
004670         IF RC-RUN-ID NOT < HIGH-RUN-ID
004680             MOVE RC-RUN-ID TO HIGH-RUN-ID
004690             MOVE RC-STATUS TO HIGH-RUN-STATUS
004700         END-IF
004710     END-IF.
004720     PERFORM 2110-READ-RUNCTL THRU 2110-EXIT.
004730 2120-EXIT.
004740     EXIT.
004750*
004760* PICKS THE SCHEDULE THE PROJECTION WILL USE AND WALKS EVERY YEAR
004770* THE CARD PROJECTS. A YEAR PAST THE LAST BAND, OR COVERED BY TWO
004780* BANDS, OR A DATE OVER THE BAND LIMIT IS FATAL. A GAP INSIDE THE
004790* SCHEDULE IS A WARNING: THE KEYED RATE CARRIES IT BY DESIGN, AS
004800* IT CARRIES THE WHOLE RUN WHEN THERE IS NO SCHEDULE AT ALL.
004810*
004820 3000-CHECK-RATETBL.
004830     MOVE 'RATETBL' TO FND-FILE-WORK.
004840     MOVE SPACES TO FND-KEY-WORK.
004850     OPEN INPUT RATETBL.
004860     IF RATETBL-NOT-FOUND
004870         MOVE 'WARNING' TO FND-SEVERITY-WORK
004880         MOVE 'NO RATE SCHEDULE -- KEYED RATE CARRIES EVERY YEAR'
004890             TO FND-TEXT-WORK
004900         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
004910         GO TO 3000-EXIT
004920     END-IF.
004930     PERFORM 3010-READ-RATETBL THRU 3010-EXIT.
004940     PERFORM 3020-STORE-RATE-BAND THRU 3020-EXIT
004950         UNTIL END-OF-RATETBL.
004960     CLOSE RATETBL.
004970     IF DATE-BAND-COUNT = ZERO
004980         MOVE 'WARNING' TO FND-SEVERITY-WORK
004990         MOVE 'NO BANDS IN FORCE -- KEYED RATE CARRIES EVERY YEAR'
005000             TO FND-TEXT-WORK
005010         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
005020         GO TO 3000-EXIT
005030     END-IF.
005040     MOVE RATE-BAND-EFF-DATE TO FND-KEY-WORK.
005050     IF DATE-BAND-COUNT > RUN-BAND-LIMIT
005060         MOVE 'FATAL' TO FND-SEVERITY-WORK
005070         MOVE 'MORE THAN 10 BANDS -- RUN WOULD DROP SOME'
005080             TO FND-TEXT-WORK
005090         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
005100     END-IF.
005110     IF NOT PARM-YEARS-GOOD
005120         GO TO 3000-EXIT
005130     END-IF.
005140     MOVE ZERO TO WRK-MAX-THRU.
005150     MOVE ZERO TO RBX.
005160     PERFORM 3100-NOTE-MAX-THRU THRU 3100-EXIT
005170         RATE-BAND-COUNT TIMES.
005180     IF WRK-MAX-THRU < PRM-YEARS
005190         MOVE 'FATAL' TO FND-SEVERITY-WORK
005200         MOVE WRK-MAX-THRU TO FND-NUM-1
005210         MOVE PRM-YEARS TO FND-NUM-2
005220         MOVE SPACES TO FND-TEXT-WORK
005230         STRING 'BANDS STOP AT YEAR ' FND-NUM-1
005240                ' BUT PARMFILE PROJECTS ' FND-NUM-2 ' YEARS'
005250                DELIMITED BY SIZE
005260             INTO FND-TEXT-WORK
005270         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
005280     END-IF.
005290     MOVE ZERO TO WRK-YEAR.
005300     PERFORM 3200-CHECK-ONE-YEAR THRU 3200-EXIT
005310         UNTIL WRK-YEAR = PRM-YEARS OR WRK-YEAR = WRK-MAX-THRU.
005320 3000-EXIT.
005330     EXIT.
005340 3010-READ-RATETBL.
005350     READ RATETBL
005360         AT END MOVE 'Y' TO RTB-EOF-SWITCH
005370     END-READ.
005380 3010-EXIT.
005390     EXIT.
005400 3020-STORE-RATE-BAND.
005410     IF RTB-EFF-DATE IS NOT NUMERIC
005420         OR RTB-FROM-YEAR IS NOT NUMERIC
005430         OR RTB-THRU-YEAR IS NOT NUMERIC
005440         OR RTB-RATE-EDIT IS NOT NUMERIC
005450         OR RTB-FROM-YEAR > RTB-THRU-YEAR
005460         MOVE 'WARNING' TO FND-SEVERITY-WORK
005470         MOVE RTB-RECORD TO FND-KEY-WORK
005480         MOVE 'BAD RATE SCHEDULE RECORD -- RUN WILL DROP IT'
005490             TO FND-TEXT-WORK
005500         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
005510         MOVE SPACES TO FND-KEY-WORK
005520         GO TO 3020-NEXT
005530     END-IF.
005540     IF RTB-EFF-DATE > RUN-DATE
005550         GO TO 3020-NEXT
005560     END-IF.
005570     IF RTB-EFF-DATE > RATE-BAND-EFF-DATE
005580         MOVE RTB-EFF-DATE TO RATE-BAND-EFF-DATE
005590         MOVE ZERO TO RATE-BAND-COUNT
005600         MOVE ZERO TO DATE-BAND-COUNT
005610     END-IF.
005620     IF RTB-EFF-DATE = RATE-BAND-EFF-DATE
005630         ADD 1 TO DATE-BAND-COUNT
005640         IF RATE-BAND-COUNT < RUN-BAND-LIMIT
005650             ADD 1 TO RATE-BAND-COUNT
005660             MOVE RTB-FROM-YEAR
005670                 TO RB-FROM-YEAR (RATE-BAND-COUNT)
005680             MOVE RTB-THRU-YEAR
005690                 TO RB-THRU-YEAR (RATE-BAND-COUNT)
005700         END-IF
005710     END-IF.
005720 3020-NEXT.
005730     PERFORM 3010-READ-RATETBL THRU 3010-EXIT.
005740 3020-EXIT.
005750     EXIT.
005760 3100-NOTE-MAX-THRU.
005770     ADD 1 TO RBX.
005780     IF RB-THRU-YEAR (RBX) > WRK-MAX-THRU
005790         MOVE RB-THRU-YEAR (RBX) TO WRK-MAX-THRU
005800     END-IF.
005810 3100-EXIT.
005820     EXIT.
005830*
005840* COUNTS THE BANDS COVERING ONE PROJECTION YEAR INSIDE THE
005850* SCHEDULE. NONE IS A GAP; MORE THAN ONE IS AN OVERLAP, WHICH
005860* MAINTENANCE REFUSES, SO THE FILE WAS EDITED BY HAND.
005870*
005880 3200-CHECK-ONE-YEAR.
005890     ADD 1 TO WRK-YEAR.
005900     MOVE ZERO TO WRK-COVER-COUNT.
005910     MOVE ZERO TO RBX.
005920     PERFORM 3210-CHECK-ONE-BAND THRU 3210-EXIT
005930         RATE-BAND-COUNT TIMES.
005940     IF WRK-COVER-COUNT = 1
005950         GO TO 3200-EXIT
005960     END-IF.
005970     MOVE WRK-YEAR TO FND-NUM-1.
005980     MOVE SPACES TO FND-TEXT-WORK.
005990     IF WRK-COVER-COUNT = ZERO
006000         MOVE 'WARNING' TO FND-SEVERITY-WORK
006010         STRING 'GAP -- YEAR ' FND-NUM-1
006020                ' IS NOT COVERED, KEYED RATE APPLIES'
006030                DELIMITED BY SIZE
006040             INTO FND-TEXT-WORK
006050     ELSE
006060         MOVE 'FATAL' TO FND-SEVERITY-WORK
006070         STRING 'OVERLAP -- YEAR ' FND-NUM-1
006080                ' IS COVERED BY MORE THAN ONE BAND'
006090                DELIMITED BY SIZE
006100             INTO FND-TEXT-WORK
006110     END-IF.
006120     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
006130 3200-EXIT.
006140     EXIT.
006150 3210-CHECK-ONE-BAND.
006160     ADD 1 TO RBX.
006170     IF WRK-YEAR NOT < RB-FROM-YEAR (RBX)
006180         AND WRK-YEAR NOT > RB-THRU-YEAR (RBX)
006190         ADD 1 TO WRK-COVER-COUNT
006200     END-IF.
006210 3210-EXIT.
006220     EXIT.
006230*
006240* EDITS EVERY AID ROW AND LOOKS ITS CODE UP ON THE MASTER. A CODE
006250* NOT ON THE MASTER IS FATAL -- IT IS ALMOST ALWAYS A MIS-KEYED
006260* CODE, AND THE PROGRAM IT WAS MEANT FOR ROLLS UP AT GROSS. A
006270* RATE OF 1.000 OR MORE WOULD DRIVE NET REVENUE BELOW ZERO.
006280*
006290 4000-CHECK-AIDTBL.
006300     MOVE 'AIDTBL' TO FND-FILE-WORK.
006310     MOVE SPACES TO FND-KEY-WORK.
006320     OPEN INPUT AIDTBL.
006330     IF AIDTBL-NOT-FOUND
006340         MOVE 'WARNING' TO FND-SEVERITY-WORK
006350         MOVE 'NO AID TABLE -- EVERY PROGRAM ROLLS UP AT GROSS'
006360             TO FND-TEXT-WORK
006370         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006380         GO TO 4000-EXIT
006390     END-IF.
006395     MOVE 'Y' TO AID-FILE-SWITCH.
006400     PERFORM 4010-READ-AIDTBL THRU 4010-EXIT.
006410     PERFORM 4020-CHECK-AID-ROW THRU 4020-EXIT
006420         UNTIL END-OF-AIDTBL.
006430     CLOSE AIDTBL.
006440     IF AID-TABLE-OVERFLOWED
006450         MOVE 'WARNING' TO FND-SEVERITY-WORK
006460         MOVE SPACES TO FND-KEY-WORK
006470         MOVE 'OVER 300 AID PROGRAMS -- RUN WILL DROP REST'
006480             TO FND-TEXT-WORK
006490         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006500     END-IF.
006510 4000-EXIT.
006520     EXIT.
006530 4010-READ-AIDTBL.
006540     READ AIDTBL
006550         AT END MOVE 'Y' TO AID-EOF-SWITCH
006560     END-READ.
006570 4010-EXIT.
006580     EXIT.
006590 4020-CHECK-AID-ROW.
006600     MOVE AID-PROG-CODE TO FND-KEY-WORK.
006610     IF AID-PROG-CODE = SPACES
006620         OR AID-EFF-DATE IS NOT NUMERIC
006630         OR AID-RATE-EDIT IS NOT NUMERIC
006640         MOVE 'WARNING' TO FND-SEVERITY-WORK
006650         MOVE 'BAD AID TABLE RECORD -- RUN WILL DROP IT'
006660             TO FND-TEXT-WORK
006670         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006680         GO TO 4020-NEXT
006690     END-IF.
006700     IF AID-RATE NOT < 1.000
006710         MOVE 'FATAL' TO FND-SEVERITY-WORK
006720         MOVE 'AID RATE OF 1.000 OR MORE -- NET WOULD GO NEGATIVE'
006730             TO FND-TEXT-WORK
006740         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006750     END-IF.
006760     IF MASTER-OPEN
006770         MOVE AID-PROG-CODE TO CHK-HOLD-CODE
006780         PERFORM 7100-LOOK-UP-MASTER THRU 7100-EXIT
006790         IF NOT CODE-ON-MASTER
006800             MOVE 'FATAL' TO FND-SEVERITY-WORK
006810             MOVE 'AID CODE IS NOT ON PROGMST' TO FND-TEXT-WORK
006820             PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006830         ELSE
006840         IF NOT PM-ACTIVE
006850             MOVE 'WARNING' TO FND-SEVERITY-WORK
006860             MOVE 'AID CODE IS AN INACTIVE PROGRAM'
006865                 TO FND-TEXT-WORK
006870             PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006880         END-IF
006890         END-IF
006900     END-IF.
006910     IF AID-EFF-DATE > RUN-DATE
006920         GO TO 4020-NEXT
006930     END-IF.
006940     MOVE 'N' TO AID-MATCH-SWITCH.
006950     MOVE ZERO TO ADX.
006960     PERFORM 4030-CHECK-AID-ENTRY THRU 4030-EXIT
006970         UNTIL AID-PROGRAM-FOUND OR ADX = AID-COUNT.
006980     IF NOT AID-PROGRAM-FOUND
006990         IF AID-COUNT < 300
007000             ADD 1 TO AID-COUNT
007010             MOVE AID-PROG-CODE TO ADT-PROG-CODE (AID-COUNT)
007020         ELSE
007030             MOVE 'Y' TO AID-OVERFLOW-SWITCH
007040         END-IF
007050     END-IF.
007060 4020-NEXT.
007070     PERFORM 4010-READ-AIDTBL THRU 4010-EXIT.
007080 4020-EXIT.
007090     EXIT.
007100 4030-CHECK-AID-ENTRY.
007110     ADD 1 TO ADX.
007120     IF ADT-PROG-CODE (ADX) = AID-PROG-CODE
007130         MOVE 'Y' TO AID-MATCH-SWITCH
007140     END-IF.
007150 4030-EXIT.
007160     EXIT.
007170*
007180* EDITS EVERY BILLING CALENDAR AND LOOKS ITS CODE UP ON THE
007190* MASTER. A CALENDAR FOR A CODE NOT ON THE MASTER IS FATAL, LIKE
007200* AN AID ROW; ONE FOR AN INACTIVE PROGRAM IS A WARNING. THE
007210* *DEFAULT GROUP RECORD IS EDITED BUT NOT LOOKED UP.
007220*
007230 5000-CHECK-BILLCAL.
007240     MOVE 'BILLCAL' TO FND-FILE-WORK.
007250     MOVE SPACES TO FND-KEY-WORK.
007260     OPEN INPUT BILLCAL.
007270     IF BILLCAL-NOT-FOUND
007280         GO TO 5000-EXIT
007290     END-IF.
007300     PERFORM 5010-READ-BILLCAL THRU 5010-EXIT.
007310     PERFORM 5020-CHECK-CALENDAR THRU 5020-EXIT
007320         UNTIL END-OF-BILLCAL.
007330     CLOSE BILLCAL.
007340 5000-EXIT.
007350     EXIT.
007360 5010-READ-BILLCAL.
007370     READ BILLCAL
007380         AT END MOVE 'Y' TO BCL-EOF-SWITCH
007390     END-READ.
007400 5010-EXIT.
007410     EXIT.
007420 5020-CHECK-CALENDAR.
007430     MOVE BCL-PROG-CODE TO FND-KEY-WORK.
007440     IF BCL-PROG-CODE = SPACES
007450         OR BCL-TUIT-PCT-EDIT (1) IS NOT NUMERIC
007460         OR BCL-FEES-PCT-EDIT (1) IS NOT NUMERIC
007470         OR BCL-RB-PCT-EDIT (1) IS NOT NUMERIC
007480         OR BCL-TUIT-PCT-EDIT (2) IS NOT NUMERIC
007490         OR BCL-FEES-PCT-EDIT (2) IS NOT NUMERIC
007500         OR BCL-RB-PCT-EDIT (2) IS NOT NUMERIC
007510         OR BCL-TUIT-PCT-EDIT (3) IS NOT NUMERIC
007520         OR BCL-FEES-PCT-EDIT (3) IS NOT NUMERIC
007530         OR BCL-RB-PCT-EDIT (3) IS NOT NUMERIC
007540         MOVE 'WARNING' TO FND-SEVERITY-WORK
007550         MOVE 'BAD BILLING CALENDAR RECORD -- RUN WILL DROP IT'
007560             TO FND-TEXT-WORK
007570         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
007580         GO TO 5020-NEXT
007590     END-IF.
007600     COMPUTE CAL-TUIT-SUM = BCL-TUIT-PCT (1)
007610         + BCL-TUIT-PCT (2) + BCL-TUIT-PCT (3).
007620     COMPUTE CAL-FEES-SUM = BCL-FEES-PCT (1)
007630         + BCL-FEES-PCT (2) + BCL-FEES-PCT (3).
007640     COMPUTE CAL-RB-SUM = BCL-RB-PCT (1)
007650         + BCL-RB-PCT (2) + BCL-RB-PCT (3).
007660     IF (CAL-TUIT-SUM NOT = 1.00 AND CAL-TUIT-SUM NOT = ZERO)
007670         OR (CAL-FEES-SUM NOT = 1.00
007680             AND CAL-FEES-SUM NOT = ZERO)
007690         OR (CAL-RB-SUM NOT = 1.00 AND CAL-RB-SUM NOT = ZERO)
007700         MOVE 'WARNING' TO FND-SEVERITY-WORK
007710         MOVE 'TERM SHARES DO NOT SUM TO 1.00' TO FND-TEXT-WORK
007720         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
007730     END-IF.
007740     IF BCL-PROG-CODE = '*DEFAULT'
007750         GO TO 5020-NEXT
007760     END-IF.
007770     MOVE 'N' TO CAL-MATCH-SWITCH.
007780     MOVE ZERO TO CLX.
007790     PERFORM 5030-CHECK-CAL-ENTRY THRU 5030-EXIT
007800         UNTIL CAL-PROGRAM-FOUND OR CLX = CAL-COUNT.
007810     IF CAL-PROGRAM-FOUND
007820         MOVE 'WARNING' TO FND-SEVERITY-WORK
007830         MOVE 'SECOND CALENDAR FOR CODE -- RUN USES FIRST'
007840             TO FND-TEXT-WORK
007850         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
007860     ELSE
007870     IF CAL-COUNT < 300
007880         ADD 1 TO CAL-COUNT
007890         MOVE BCL-PROG-CODE TO CAL-PROG-CODE (CAL-COUNT)
007900     END-IF
007910     END-IF.
007920     IF MASTER-OPEN
007930         MOVE BCL-PROG-CODE TO CHK-HOLD-CODE
007940         PERFORM 7100-LOOK-UP-MASTER THRU 7100-EXIT
007950         IF NOT CODE-ON-MASTER
007960             MOVE 'FATAL' TO FND-SEVERITY-WORK
007970             MOVE 'CALENDAR CODE IS NOT ON PROGMST'
007975                 TO FND-TEXT-WORK
007980             PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
007990         ELSE
008000         IF NOT PM-ACTIVE
008010             MOVE 'WARNING' TO FND-SEVERITY-WORK
008020             MOVE 'CALENDAR IS FOR AN INACTIVE PROGRAM'
008030                 TO FND-TEXT-WORK
008040             PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
008050         END-IF
008060         END-IF
008070     END-IF.
008080 5020-NEXT.
008090     PERFORM 5010-READ-BILLCAL THRU 5010-EXIT.
008100 5020-EXIT.
008110     EXIT.
008120 5030-CHECK-CAL-ENTRY.
008130     ADD 1 TO CLX.
008140     IF CAL-PROG-CODE (CLX) = BCL-PROG-CODE
008150         MOVE 'Y' TO CAL-MATCH-SWITCH
008160     END-IF.
008170 5030-EXIT.
008180     EXIT.
008190*
008200* PASSES THE MASTER IN KEY ORDER. AN ACTIVE PROGRAM THE BATCH
008210* EDIT WILL REJECT, OR ONE WITH NO AID RATE IN FORCE, IS A
008220* WARNING; A MASTER WITH NO ACTIVE PROGRAM AT ALL IS FATAL. A
008223* CLOSED PROGRAM WHOSE LAST TEACH-OUT YEAR IS NOT AFTER THE RUN
008226* YEAR IS SKIPPED BY THE BATCH RUN, SO IT IS ONLY COUNTED HERE.
008230*
008240 6000-CHECK-PROGMST.
008250     MOVE 'PROGMST' TO FND-FILE-WORK.
008260     MOVE LOW-VALUES TO PM-PROG-CODE.
008270     START PROGMST KEY IS NOT LESS THAN PM-PROG-CODE
008280         INVALID KEY MOVE 'Y' TO MST-EOF-SWITCH
008290     END-START.
008300     IF NOT END-OF-PROGMST
008310         PERFORM 6100-READ-MASTER THRU 6100-EXIT
008320     END-IF.
008330     PERFORM 6200-CHECK-MASTER-RECORD THRU 6200-EXIT
008340         UNTIL END-OF-PROGMST.
008350     IF MST-ACTIVE-COUNT = ZERO
008360         MOVE 'FATAL' TO FND-SEVERITY-WORK
008370         MOVE SPACES TO FND-KEY-WORK
008380         MOVE 'NO ACTIVE PROGRAM ON MASTER -- NOTHING TO RUN'
008390             TO FND-TEXT-WORK
008400         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
008410     END-IF.
008420 6000-EXIT.
008430     EXIT.
008440 6100-READ-MASTER.
008450     READ PROGMST NEXT RECORD
008460         AT END MOVE 'Y' TO MST-EOF-SWITCH
008470     END-READ.
008480     IF NOT END-OF-PROGMST AND NOT PROGMST-OK
008490         MOVE 'FATAL' TO FND-SEVERITY-WORK
008500         MOVE SPACES TO FND-KEY-WORK
008510         MOVE SPACES TO FND-TEXT-WORK
008520         STRING 'PROGRAM MASTER READ FAILED -- STATUS '
008530                PROGMST-STATUS DELIMITED BY SIZE
008540             INTO FND-TEXT-WORK
008550         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
008560         MOVE 'Y' TO MST-EOF-SWITCH
008570     END-IF.
008580 6100-EXIT.
008590     EXIT.
008600 6200-CHECK-MASTER-RECORD.
008610     ADD 1 TO MST-READ-COUNT.
008620     IF NOT PM-ACTIVE
008621         GO TO 6200-NEXT
008622     END-IF.
008624     IF PM-CLOSE-YEAR-EDIT IS NUMERIC AND PM-CLOSE-YEAR > ZERO
008625         MOVE ZERO TO TEACHOUT-WORK
008627         IF PM-TEACHOUT-EDIT IS NUMERIC
008628             MOVE PM-TEACHOUT-YEARS TO TEACHOUT-WORK
008630         END-IF
008631         COMPUTE TEACHOUT-LAST-YEAR =
008632             PM-CLOSE-YEAR + TEACHOUT-WORK - 1
008634         IF TEACHOUT-LAST-YEAR NOT > RUN-DATE-YEAR
008635             ADD 1 TO MST-TAUGHT-OUT-COUNT
008637             GO TO 6200-NEXT
008638         END-IF
008640     END-IF.
008650     ADD 1 TO MST-ACTIVE-COUNT.
008660     MOVE PM-PROG-CODE TO FND-KEY-WORK.
008670     MOVE 'WARNING' TO FND-SEVERITY-WORK.
008680     IF PM-TUITION-EDIT IS NUMERIC AND PM-TUITION > ZERO
008690         AND PM-LENGTH-EDIT IS NUMERIC AND PM-LENGTH-YEARS > ZERO
008700         AND PM-FEES-EDIT IS NUMERIC
008710         AND PM-FEES-RATE-EDIT IS NUMERIC
008720         AND PM-ROOMBD-EDIT IS NUMERIC
008730         AND PM-ROOMBD-RATE-EDIT IS NUMERIC
008740         AND PM-HEADCOUNT-EDIT IS NUMERIC
008750         AND PM-ENR-RATE IS NUMERIC
008760         CONTINUE
008770     ELSE
008780         MOVE 'ACTIVE PROGRAM FAILS BATCH EDIT -- WILL BE DROPPED'
008790             TO FND-TEXT-WORK
008800         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
008810         GO TO 6200-NEXT
008820     END-IF.
008830     IF NOT AID-FILE-READ
008840         GO TO 6200-NEXT
008850     END-IF.
008860     MOVE 'N' TO AID-MATCH-SWITCH.
008870     MOVE ZERO TO ADX.
008880     PERFORM 6210-CHECK-AID-PROGRAM THRU 6210-EXIT
008890         UNTIL AID-PROGRAM-FOUND OR ADX = AID-COUNT.
008900     IF NOT AID-PROGRAM-FOUND
008910         MOVE 'NO AID RATE IN FORCE -- PROGRAM ROLLS UP AT GROSS'
008920             TO FND-TEXT-WORK
008930         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
008940     END-IF.
008950 6200-NEXT.
008960     PERFORM 6100-READ-MASTER THRU 6100-EXIT.
008970 6200-EXIT.
008980     EXIT.
008990 6210-CHECK-AID-PROGRAM.
009000     ADD 1 TO ADX.
009010     IF ADT-PROG-CODE (ADX) = PM-PROG-CODE
009020         MOVE 'Y' TO AID-MATCH-SWITCH
009030     END-IF.
009040 6210-EXIT.
009050     EXIT.
009060*
009070* WRITES ONE GRADED FINDING FROM THE WORK FIELDS AND COUNTS IT.
009080*
009090 7000-WRITE-FINDING.
009100     MOVE FND-SEVERITY-WORK TO PFL-DTL-SEVERITY.
009110     MOVE FND-FILE-WORK TO PFL-DTL-FILE.
009120     MOVE FND-KEY-WORK TO PFL-DTL-KEY.
009130     MOVE FND-TEXT-WORK TO PFL-DTL-TEXT.
009140     WRITE PFL-RECORD FROM PFL-DETAIL.
009150     IF FND-SEVERITY-WORK = 'FATAL'
009160         ADD 1 TO FATAL-COUNT
009170     ELSE
009180         ADD 1 TO WARNING-COUNT
009190     END-IF.
009200 7000-EXIT.
009210     EXIT.
009220*
009230* LOOKS CHK-HOLD-CODE UP ON THE MASTER BY KEY. THE MASTER RECORD
009240* IS LEFT IN THE RECORD AREA FOR THE CALLER'S ACTIVE TEST.
009250*
009260 7100-LOOK-UP-MASTER.
009270     MOVE 'Y' TO ON-MASTER-SWITCH.
009280     MOVE CHK-HOLD-CODE TO PM-PROG-CODE.
009290     READ PROGMST
009300         INVALID KEY MOVE 'N' TO ON-MASTER-SWITCH
009310     END-READ.
009320 7100-EXIT.
009330     EXIT.
009340*
009350* WRITES THE COUNTS AND THE VERDICT THE SCHEDULER ACTS ON.
009360*
009370 8000-WRITE-SUMMARY.
009380     IF FATAL-COUNT = ZERO AND WARNING-COUNT = ZERO
009390         MOVE '  NONE' TO PFL-RECORD
009400         WRITE PFL-RECORD
009410     END-IF.
009420     MOVE SPACES TO PFL-RECORD.
009430     WRITE PFL-RECORD.
009440     MOVE 'MASTER RECORDS READ' TO PFL-CNT-LABEL.
009450     MOVE MST-READ-COUNT TO PFL-CNT-VALUE.
009460     WRITE PFL-RECORD FROM PFL-COUNT-LINE.
009470     MOVE 'ACTIVE PROGRAMS' TO PFL-CNT-LABEL.
009480     MOVE MST-ACTIVE-COUNT TO PFL-CNT-VALUE.
009490     WRITE PFL-RECORD FROM PFL-COUNT-LINE.
009492     MOVE 'TAUGHT-OUT PROGRAMS SKIPPED' TO PFL-CNT-LABEL.
009495     MOVE MST-TAUGHT-OUT-COUNT TO PFL-CNT-VALUE.
009497     WRITE PFL-RECORD FROM PFL-COUNT-LINE.
009500     MOVE 'FATAL FINDINGS' TO PFL-CNT-LABEL.
009510     MOVE FATAL-COUNT TO PFL-CNT-VALUE.
009520     WRITE PFL-RECORD FROM PFL-COUNT-LINE.
009530     MOVE 'WARNINGS' TO PFL-CNT-LABEL.
009540     MOVE WARNING-COUNT TO PFL-CNT-VALUE.
009550     WRITE PFL-RECORD FROM PFL-COUNT-LINE.
009560     MOVE SPACES TO PFL-RECORD.
009570     WRITE PFL-RECORD.
009580     IF FATAL-COUNT > ZERO
009590         MOVE '*** FATAL FINDINGS -- HOLD THE BATCH RUN ***'
009600             TO PFL-VERDICT-TEXT
009610         DISPLAY '*** PRE-FLIGHT FOUND ' FATAL-COUNT
009620                 ' FATAL ERRORS -- SEE PFLRPT. ***'
009630     ELSE
009640     IF WARNING-COUNT > ZERO
009650         MOVE 'PRE-FLIGHT PASSED WITH WARNINGS -- SEE ABOVE'
009660             TO PFL-VERDICT-TEXT
009670         DISPLAY 'PRE-FLIGHT PASSED WITH ' WARNING-COUNT
009680                 ' WARNINGS.'
009690     ELSE
009700         MOVE 'PRE-FLIGHT PASSED' TO PFL-VERDICT-TEXT
009710         DISPLAY 'PRE-FLIGHT PASSED.'
009720     END-IF
009730     END-IF.
009740     WRITE PFL-RECORD FROM PFL-VERDICT-LINE.
009750 8000-EXIT.
009760     EXIT.
009770
009780 END PROGRAM preflt_Gordon.
