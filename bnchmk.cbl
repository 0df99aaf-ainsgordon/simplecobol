000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. bnchmk_Gordon.
000030 AUTHOR. R GORDON.
000040 INSTALLATION. BURSAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 10/15/2026 RG   ORIGINAL PROGRAM - PEER TUITION BENCHMARKING.
000100*                 THE TRUSTEES' MARKET-POSITION QUESTIONS WERE
000110*                 ANSWERED BY HAND FROM A SPREADSHEET OF PUBLISHED
000120*                 PEER RATES. PEERBM NOW HOLDS EACH PEER'S
000130*                 PUBLISHED TUITION AND FEES BY PROGRAM CATEGORY
000140*                 WITH THE INFLATION INDEX (HEPI OR LIKE) TO CARRY
000150*                 IT FORWARD, AND PEERMAP PUTS EVERY PROGMST
000155*                 PROGRAM IN A CATEGORY. EVERY ACTIVE PROGRAM IS
000160*                 PROJECTED THROUGH TUITCALC WITH THE SAME CONTROL
000170*                 CARD AND RATE SCHEDULE AS THE BATCH RUN, ITS
000180*                 PEERS ARE COMPOUNDED AT THEIR INDEX OVER THE
000190*                 SAME HORIZON, AND BNCHRPT SHOWS OUR PRICE BY
000200*                 YEAR NEXT TO THE PEER MINIMUM, MEDIAN AND
000210*                 MAXIMUM WITH OUR RANK AND OUR FULL COST OF
000220*                 ATTENDANCE, FLAGGING ANY PROGRAM THAT MOVES
000230*                 ABOVE THE PEER MEDIAN.
000232* 10/15/2026 RG   A CLOSED PROGRAM WHOSE TEACH-OUT IS COMPLETE IS
000235*                 SKIPPED AS THE BATCH RUN SKIPS IT AND COUNTED ON
000237*                 ITS OWN LINE OF BNCHRPT.
000240*----------------------------------------------------------------
000250*
000260 ENVIRONMENT DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARMFILE ASSIGN TO 'PARMFILE'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS PARMFILE-STATUS.
000360     SELECT PROGMST ASSIGN TO 'PROGMST'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PM-PROG-CODE
000400         FILE STATUS IS PROGMST-STATUS.
000410     SELECT RATETBL ASSIGN TO 'RATETBL'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS RATETBL-STATUS.
000440     SELECT PEERBM ASSIGN TO 'PEERBM'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS PEERBM-STATUS.
000470     SELECT PEERMAP ASSIGN TO 'PEERMAP'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PEERMAP-STATUS.
000500     SELECT BNCHRPT ASSIGN TO 'BNCHRPT'
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520*-----------------------
000530 DATA DIVISION.
000540*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000550 FILE SECTION.
000560*-----------------------
000570 FD  PARMFILE
000580     RECORD CONTAINS 13 CHARACTERS.
000590 01  PRM-RECORD.
000600     05  PRM-MODE                PIC X(01).
000610     05  FILLER                  PIC X(02).
000620     05  PRM-RESTART             PIC X(01).
000630     05  FILLER                  PIC X(02).
000640     05  PRM-RATE                PIC 9V99.
000650     05  PRM-RATE-EDIT REDEFINES PRM-RATE
000660                                 PIC X(03).
000670     05  FILLER                  PIC X(02).
000680     05  PRM-YEARS               PIC 9(02).
000690     05  PRM-YEARS-EDIT REDEFINES PRM-YEARS
000700                                 PIC X(02).
000710*
000720 FD  PROGMST.
000730 COPY PROGMST.
000740*
000750 FD  RATETBL
000760     RECORD CONTAINS 22 CHARACTERS.
000770 01  RTB-RECORD.
000780     05  RTB-EFF-DATE            PIC 9(08).
000790     05  FILLER                  PIC X(02).
000800     05  RTB-FROM-YEAR           PIC 9(02).
000810     05  FILLER                  PIC X(02).
000820     05  RTB-THRU-YEAR           PIC 9(02).
000830     05  FILLER                  PIC X(02).
000840     05  RTB-RATE                PIC 9V999.
000850     05  RTB-RATE-EDIT REDEFINES RTB-RATE
000860                                 PIC X(04).
000870*
000880* PEER BENCHMARK FILE: ONE RECORD PER PEER INSTITUTION PER PROGRAM
000890* CATEGORY, WITH ITS PUBLISHED CURRENT TUITION AND MANDATORY FEES
000900* AND THE ANNUAL INFLATION INDEX THEY ARE CARRIED FORWARD AT.
000910*
000920 FD  PEERBM
000930     RECORD CONTAINS 66 CHARACTERS.
000940 01  PBM-RECORD.
000950     05  PBM-CATEGORY            PIC X(10).
000960     05  FILLER                  PIC X(02).
000970     05  PBM-PEER-NAME           PIC X(30).
000980     05  FILLER                  PIC X(02).
000990     05  PBM-TUITION             PIC 9(05)V99.
001000     05  PBM-TUITION-EDIT REDEFINES PBM-TUITION
001010                                 PIC X(07).
001020     05  FILLER                  PIC X(02).
001030     05  PBM-FEES                PIC 9(05)V99.
001040     05  PBM-FEES-EDIT REDEFINES PBM-FEES
001050                                 PIC X(07).
001060     05  FILLER                  PIC X(02).
001070     05  PBM-INDEX-RATE          PIC 9V999.
001080     05  PBM-INDEX-RATE-EDIT REDEFINES PBM-INDEX-RATE
001090                                 PIC X(04).
001100*
001110* PROGRAM TO PEER CATEGORY MAP, ONE RECORD PER PROGMST PROGRAM.
001120*
001130 FD  PEERMAP
001140     RECORD CONTAINS 22 CHARACTERS.
001150 01  PMP-RECORD.
001160     05  PMP-PROG-CODE           PIC X(10).
001170     05  FILLER                  PIC X(02).
001180     05  PMP-CATEGORY            PIC X(10).
001190*
001200 FD  BNCHRPT.
001210 01  BNC-RECORD                  PIC X(100).
001220*-----------------------
001230 WORKING-STORAGE SECTION.
001240*
001250* FILE STATUS FIELDS
001260*
001270 01  PARMFILE-STATUS             PIC X(02).
001280     88  PARMFILE-NOT-FOUND                  VALUE '35'.
001290 01  PROGMST-STATUS              PIC X(02).
001300     88  PROGMST-OK                          VALUE '00'.
001310     88  PROGMST-NOT-FOUND                   VALUE '35'.
001320 01  RATETBL-STATUS              PIC X(02).
001330     88  RATETBL-NOT-FOUND                   VALUE '35'.
001340 01  PEERBM-STATUS               PIC X(02).
001350     88  PEERBM-NOT-FOUND                    VALUE '35'.
001360 01  PEERMAP-STATUS              PIC X(02).
001370     88  PEERMAP-NOT-FOUND                   VALUE '35'.
001380*
001390* END-OF-FILE SWITCHES
001400*
001410 01  MST-EOF-SWITCH              PIC X       VALUE 'N'.
001420     88  END-OF-PROGMST                      VALUE 'Y'.
001430 01  RTB-EOF-SWITCH              PIC X       VALUE 'N'.
001440     88  END-OF-RATETBL                      VALUE 'Y'.
001450 01  PBM-EOF-SWITCH              PIC X       VALUE 'N'.
001460     88  END-OF-PEERBM                       VALUE 'Y'.
001470 01  PMP-EOF-SWITCH              PIC X       VALUE 'N'.
001480     88  END-OF-PEERMAP                      VALUE 'Y'.
001490*
001500* CONTROL CARD AND ENTRY VALIDATION SWITCHES
001510*
001520 01  PARM-ERROR-SWITCH           PIC X       VALUE 'N'.
001530     88  PARM-ERROR                          VALUE 'Y'.
001540 01  PARM-SWITCH                 PIC X       VALUE 'N'.
001550     88  PARM-MODE                           VALUE 'Y'.
001560 01  ENTRY-VALID-SWITCH          PIC X       VALUE 'N'.
001570     88  ENTRY-IS-VALID                      VALUE 'Y'.
001580*
001590* RUN CONTROLS, FROM PARMFILE OR KEYED. THE FALLBACK RATE CARRIES
001600* ANY YEAR THE RATE SCHEDULE DOES NOT COVER, AS IN THE BATCH RUN.
001610*
001620 01  PERCENTAGE                  PIC 9V99.
001630 01  PERCENTAGE-EDIT REDEFINES PERCENTAGE
001640                                 PIC X(03).
001650 01  TENYR                       PIC 99.
001660 01  TENYR-EDIT REDEFINES TENYR  PIC X(02).
001670*
001680* RATE SCHEDULE IN FORCE, PICKED FROM RATETBL THE WAY THE BATCH
001690* PROJECTION PICKS IT.
001700*
001710 01  RATE-BAND-TABLE.
001720     05  RATE-BAND-COUNT         PIC 9(02)        VALUE ZERO.
001730     05  RATE-BAND-ENTRY OCCURS 10 TIMES.
001740         10  RB-FROM-YEAR        PIC 99.
001750         10  RB-THRU-YEAR        PIC 99.
001760         10  RB-RATE             PIC 9V999.
001770 01  RATE-BAND-EFF-DATE          PIC 9(08)        VALUE ZERO.
001780 01  RBX                         PIC 9(02).
001790*
001800* PEER BENCHMARKS AS LOADED. PRT-BASE IS THE PUBLISHED TUITION
001810* PLUS FEES.
001820*
001830 01  PEER-TABLE.
001840     05  PEER-COUNT              PIC 9(03)        VALUE ZERO.
001850     05  PEER-ENTRY OCCURS 200 TIMES.
001860         10  PRT-CATEGORY        PIC X(10).
001870         10  PRT-BASE            PIC 9(06)V99.
001880         10  PRT-INDEX-RATE      PIC 9V999.
001890 01  PRX                         PIC 9(03).
001900*
001910* PROGRAM TO CATEGORY MAP AS LOADED
001920*
001930 01  CAT-MAP-TABLE.
001940     05  CAT-MAP-COUNT           PIC 9(03)        VALUE ZERO.
001950     05  CAT-MAP-ENTRY OCCURS 300 TIMES.
001960         10  CMT-PROG-CODE       PIC X(10).
001970         10  CMT-CATEGORY        PIC X(10).
001980 01  CMX                         PIC 9(03).
001990 01  CAT-MATCH-SWITCH            PIC X       VALUE 'N'.
002000     88  CAT-PROGRAM-MAPPED                  VALUE 'Y'.
002010 01  CURR-CATEGORY               PIC X(10).
002020*
002030* THE PEERS IN THE PROGRAM'S CATEGORY, EACH CARRIED FORWARD ONE
002040* YEAR AT A TIME AT ITS OWN INDEX.
002050*
002060 01  CAT-PEER-TABLE.
002070     05  CAT-PEER-COUNT          PIC 9(03)        VALUE ZERO.
002080     05  CAT-PEER-ENTRY OCCURS 200 TIMES.
002090         10  CPE-PRICE           PIC 9(07)V99.
002100         10  CPE-INDEX-RATE      PIC 9V999.
002110 01  CPX                         PIC 9(03).
002120 01  PEER-INCR                   PIC 9(07)V99.
002130*
002140* ONE YEAR'S PEER PRICES IN ASCENDING ORDER, FOR THE MINIMUM,
002150* MEDIAN, MAXIMUM AND RANK.
002160*
002170 01  SORT-TABLE.
002180     05  SRT-PRICE OCCURS 200 TIMES PIC 9(07)V99.
002190 01  SORT-I                      PIC 9(03).
002200 01  SORT-J                      PIC 9(03).
002210 01  SORT-K                      PIC 9(03).
002220 01  SORT-HOLD                   PIC 9(07)V99.
002230 01  SORT-DONE-SWITCH            PIC X       VALUE 'N'.
002240     88  SORT-DONE                           VALUE 'Y'.
002250 01  MED-X                       PIC 9(03).
002260 01  MED-Y                       PIC 9(03).
002270 01  MED-REM                     PIC 9(01).
002280*
002290* ONE YEAR OF THE BENCHMARK FOR THE PROGRAM IN HAND
002300*
002310 01  YEAR-NUM                    PIC 99.
002320 01  OUR-PRICE                   PIC 9(07)V99.
002330 01  OUR-COA                     PIC 9(07)V99.
002340 01  PEER-MIN                    PIC 9(07)V99.
002350 01  PEER-MEDIAN                 PIC 9(07)V99.
002360 01  PEER-MAX                    PIC 9(07)V99.
002370 01  OUR-RANK                    PIC 9(03).
002380 01  RANK-OF                     PIC 9(03).
002390*
002400* WHERE THE PROGRAM STANDS AGAINST THE MEDIAN OVER THE HORIZON
002410*
002420 01  START-ABOVE-SWITCH          PIC X       VALUE 'N'.
002430     88  STARTS-ABOVE-MEDIAN                 VALUE 'Y'.
002440 01  FIRST-ABOVE-YEAR            PIC 99           VALUE ZERO.
002450*
002460* COUNTS FOR THE REPORT SUMMARY
002470*
002480 01  MST-READ-COUNT              PIC 9(05)        VALUE ZERO.
002490 01  BENCHED-COUNT               PIC 9(05)        VALUE ZERO.
002500 01  MOVES-ABOVE-COUNT           PIC 9(05)        VALUE ZERO.
002510 01  STARTS-ABOVE-COUNT          PIC 9(05)        VALUE ZERO.
002520 01  UNMAPPED-COUNT              PIC 9(05)        VALUE ZERO.
002530 01  NO-PEER-COUNT               PIC 9(05)        VALUE ZERO.
002540 01  INACTIVE-COUNT              PIC 9(05)        VALUE ZERO.
002541 01  TAUGHT-OUT-COUNT            PIC 9(05)        VALUE ZERO.
002542*
002543* TEACH-OUT TEST FOR A CLOSED PROGRAM, AS IN THE BATCH RUN
002544*
002545 01  TEACHOUT-WORK               PIC 9(01).
002546 01  TEACHOUT-LAST-YEAR          PIC 9(04).
002547 01  LIFE-OVER-SWITCH            PIC X       VALUE 'N'.
002548     88  TEACHOUT-COMPLETE                   VALUE 'Y'.
002550 01  REJECT-COUNT                PIC 9(05)        VALUE ZERO.
002560*
002570* REPORT LINE LAYOUTS
002580*
002590 01  BNC-HEADING-1.
002600     05  FILLER                  PIC X(40)
002610         VALUE 'PEER TUITION BENCHMARK'.
002620     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
002630     05  BNC-HD-DATE             PIC 9(08).
002640 01  BNC-HEADING-2.
002650     05  FILLER                  PIC X(20)
002660         VALUE 'FALLBACK RATE'.
002670     05  BNC-HD-RATE             PIC 9.99.
002680     05  FILLER                  PIC X(19)
002690         VALUE '   YEARS PROJECTED '.
002700     05  BNC-HD-YEARS            PIC Z9.
002710     05  FILLER                  PIC X(22)
002720         VALUE '   SCHEDULE EFFECTIVE '.
002730     05  BNC-HD-SCHEDULE         PIC X(08).
002740 01  BNC-HEADING-3.
002750     05  FILLER                  PIC X(45)
002760         VALUE 'OUR PRICE IS TUITION PLUS MANDATORY FEES, AS '.
002770     05  FILLER                  PIC X(46)
002780         VALUE 'PEERS PUBLISH IT. RANK 1 IS THE HIGHEST PRICE.'.
002790 01  BNC-PROGRAM-LINE.
002800     05  FILLER                  PIC X(08)   VALUE 'PROGRAM '.
002810     05  BNC-PRG-CODE            PIC X(10).
002820     05  FILLER                  PIC X(02)   VALUE SPACES.
002830     05  BNC-PRG-DESC            PIC X(30).
002840     05  FILLER                  PIC X(02)   VALUE SPACES.
002850     05  FILLER                  PIC X(09)   VALUE 'CATEGORY '.
002860     05  BNC-PRG-CATEGORY        PIC X(10).
002870     05  FILLER                  PIC X(08)   VALUE '  PEERS '.
002880     05  BNC-PRG-PEERS           PIC ZZ9.
002890 01  BNC-COLUMN-HEADS.
002900     05  FILLER                  PIC X(04)   VALUE 'YEAR'.
002910     05  FILLER                  PIC X(12)   VALUE '   OUR PRICE'.
002920     05  FILLER                  PIC X(12)   VALUE '    PEER MIN'.
002930     05  FILLER                  PIC X(12)   VALUE ' PEER MEDIAN'.
002940     05  FILLER                  PIC X(12)   VALUE '    PEER MAX'.
002950     05  FILLER                  PIC X(12)   VALUE '        RANK'.
002960     05  FILLER                  PIC X(12)   VALUE '     OUR COA'.
002970 01  BNC-DETAIL.
002980     05  BNC-DTL-YEAR            PIC Z9.
002990     05  FILLER                  PIC X(02)   VALUE SPACES.
003000     05  BNC-DTL-OURS            PIC Z(06)9.99.
003010     05  FILLER                  PIC X(02)   VALUE SPACES.
003020     05  BNC-DTL-MIN             PIC Z(06)9.99.
003030     05  FILLER                  PIC X(02)   VALUE SPACES.
003040     05  BNC-DTL-MEDIAN          PIC Z(06)9.99.
003050     05  FILLER                  PIC X(02)   VALUE SPACES.
003060     05  BNC-DTL-MAX             PIC Z(06)9.99.
003070     05  FILLER                  PIC X(02)   VALUE SPACES.
003080     05  BNC-DTL-RANK            PIC ZZ9.
003090     05  FILLER                  PIC X(04)   VALUE ' OF '.
003100     05  BNC-DTL-RANK-OF         PIC ZZ9.
003110     05  FILLER                  PIC X(02)   VALUE SPACES.
003120     05  BNC-DTL-COA             PIC Z(06)9.99.
003130     05  FILLER                  PIC X(02)   VALUE SPACES.
003140     05  BNC-DTL-FLAG            PIC X(12).
003150 01  BNC-MOVES-ABOVE-LINE.
003160     05  FILLER                  PIC X(41)
003170         VALUE '      *** MOVES ABOVE PEER MEDIAN IN YEAR'.
003180     05  BNC-MVA-YEAR            PIC ZZ9.
003190     05  FILLER                  PIC X(04)   VALUE ' ***'.
003200 01  BNC-STARTS-ABOVE-LINE.
003210     05  FILLER                  PIC X(43)
003220         VALUE '      *** ABOVE PEER MEDIAN IN THE CURRENT '.
003225     05  FILLER                  PIC X(08)   VALUE 'YEAR ***'.
003230 01  BNC-NOT-BENCHED-LINE.
003240     05  FILLER                  PIC X(08)   VALUE 'PROGRAM '.
003250     05  BNC-NBN-CODE            PIC X(10).
003260     05  FILLER                  PIC X(02)   VALUE SPACES.
003270     05  BNC-NBN-TEXT            PIC X(60).
003280 01  BNC-COUNT-LINE.
003290     05  BNC-CNT-LABEL           PIC X(40).
003300     05  BNC-CNT-VALUE           PIC ZZZZ9.
003310*
003320* STANDARD PROJECTION RECORD, SHARED WITH THE TUITCALC ENGINE.
003330*
003340 COPY TUITREC.
003350*
003360* DATE OF THE CURRENT RUN, FOR THE HEADING AND THE SCHEDULE PICK.
003370*
003380 01  RUN-DATE                    PIC 9(08).
003382 01  RUN-DATE-SPLIT REDEFINES RUN-DATE.
003385     05  RUN-DATE-YEAR           PIC 9(04).
003387     05  FILLER                  PIC X(04).
003390*-----------------------
003400 PROCEDURE DIVISION.
003410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003420 MAIN-PROCEDURE.
003430     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003440     PERFORM 1000-READ-PARMFILE THRU 1000-EXIT.
003450     IF PARM-ERROR
003460         MOVE 8 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     IF NOT PARM-MODE
003500         MOVE 'N' TO ENTRY-VALID-SWITCH
003510         PERFORM 2200-ACCEPT-RATE THRU 2200-EXIT
003520             UNTIL ENTRY-IS-VALID
003530         MOVE 'N' TO ENTRY-VALID-SWITCH
003540         PERFORM 2300-ACCEPT-YEARS THRU 2300-EXIT
003550             UNTIL ENTRY-IS-VALID
003560     END-IF.
003570     PERFORM 1300-LOAD-RATE-SCHEDULE THRU 1300-EXIT.
003580     PERFORM 1500-LOAD-PEER-TABLE THRU 1500-EXIT.
003590     IF PEER-COUNT = ZERO
003600         DISPLAY 'NO USABLE PEER BENCHMARKS -- RUN ENDED.'
003610         MOVE 8 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     PERFORM 1600-LOAD-CATEGORY-MAP THRU 1600-EXIT.
003650     OPEN INPUT PROGMST.
003660     IF NOT PROGMST-OK
003670         DISPLAY 'UNABLE TO OPEN PROGRAM MASTER -- STATUS '
003680                 PROGMST-STATUS ' -- RUN ENDED.'
003690         MOVE 8 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720     OPEN OUTPUT BNCHRPT.
003730     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
003740     MOVE LOW-VALUES TO PM-PROG-CODE.
003750     START PROGMST KEY IS NOT LESS THAN PM-PROG-CODE
003760         INVALID KEY MOVE 'Y' TO MST-EOF-SWITCH
003770     END-START.
003780     IF NOT END-OF-PROGMST
003790         PERFORM 4100-READ-MASTER THRU 4100-EXIT
003800     END-IF.
003810     PERFORM 4200-PROCESS-MASTER-RECORD THRU 4200-EXIT
003820         UNTIL END-OF-PROGMST.
003830     CLOSE PROGMST.
003840     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT.
003850     CLOSE BNCHRPT.
003860     IF UNMAPPED-COUNT > ZERO OR NO-PEER-COUNT > ZERO
003870         IF RETURN-CODE < 4
003880             MOVE 4 TO RETURN-CODE
003890         END-IF
003900     END-IF.
003910     STOP RUN.
003920*
003930* READS THE SCHEDULER'S CONTROL CARD SO THE BENCHMARK USES THE
003940* SAME RATE AND HORIZON AS THE MONTHLY PROJECTION. THE CARD IS
003950* EDITED AS THE PROJECTION EDITS IT; NO PARMFILE MEANS THE CONSOLE
003960* PROMPTS FOR THE RATE AND YEARS.
003970*
003980 1000-READ-PARMFILE.
003990     OPEN INPUT PARMFILE.
004000     IF PARMFILE-NOT-FOUND
004010         DISPLAY 'NO PARMFILE -- RUN PROMPTS FROM THE CONSOLE.'
004020         GO TO 1000-EXIT
004030     END-IF.
004040     MOVE SPACES TO PRM-RECORD.
004050     READ PARMFILE
004060         AT END
004070             DISPLAY 'PARMFILE IS EMPTY -- RUN ENDED.'
004080             MOVE 'Y' TO PARM-ERROR-SWITCH
004090             CLOSE PARMFILE
004100             GO TO 1000-EXIT
004110     END-READ.
004120     CLOSE PARMFILE.
004130     IF PRM-RATE-EDIT IS NOT NUMERIC OR PRM-RATE NOT > ZERO
004140         DISPLAY 'PARM RATE MUST BE NUMERIC AND GREATER THAN '
004150                 'ZERO -- RUN ENDED.'
004160         MOVE 'Y' TO PARM-ERROR-SWITCH
004170     END-IF.
004180     IF PRM-YEARS-EDIT IS NOT NUMERIC OR PRM-YEARS NOT > ZERO
004190         DISPLAY 'PARM YEARS MUST BE NUMERIC AND GREATER THAN '
004200                 'ZERO -- RUN ENDED.'
004210         MOVE 'Y' TO PARM-ERROR-SWITCH
004220     END-IF.
004230     IF PARM-ERROR
004240         GO TO 1000-EXIT
004250     END-IF.
004260     MOVE 'Y' TO PARM-SWITCH.
004270     MOVE PRM-RATE TO PERCENTAGE.
004280     MOVE PRM-YEARS TO TENYR.
004290     DISPLAY 'PARMFILE DRIVES THIS RUN -- NO CONSOLE PROMPTS.'.
004300 1000-EXIT.
004310     EXIT.
004320*
004330* LOADS THE RATE SCHEDULE IN FORCE: ONLY BANDS WHOSE EFFECTIVE
004340* DATE IS NOT AFTER THE RUN DATE ARE CANDIDATES, AND THE LATEST
004350* SUCH DATE WINS. WITH NO USABLE BANDS THE KEYED RATE CARRIES THE
004360* WHOLE HORIZON.
004370*
004380 1300-LOAD-RATE-SCHEDULE.
004390     OPEN INPUT RATETBL.
004400     IF RATETBL-NOT-FOUND
004410         DISPLAY 'NO RATE SCHEDULE ON FILE -- KEYED RATE '
004420                 'APPLIES TO EVERY YEAR.'
004430         GO TO 1300-EXIT
004440     END-IF.
004450     PERFORM 1310-READ-RATETBL THRU 1310-EXIT.
004460     PERFORM 1320-STORE-RATE-BAND THRU 1320-EXIT
004470         UNTIL END-OF-RATETBL.
004480     CLOSE RATETBL.
004490     IF RATE-BAND-COUNT > ZERO
004500         DISPLAY 'RATE SCHEDULE LOADED, EFFECTIVE '
004510                 RATE-BAND-EFF-DATE
004520     ELSE
004530         DISPLAY 'RATE SCHEDULE HELD NO USABLE BANDS -- '
004540                 'KEYED RATE APPLIES TO EVERY YEAR.'
004550     END-IF.
004560 1300-EXIT.
004570     EXIT.
004580 1310-READ-RATETBL.
004590     READ RATETBL
004600         AT END MOVE 'Y' TO RTB-EOF-SWITCH
004610     END-READ.
004620 1310-EXIT.
004630     EXIT.
004640 1320-STORE-RATE-BAND.
004650     IF RTB-EFF-DATE IS NOT NUMERIC
004660         OR RTB-FROM-YEAR IS NOT NUMERIC
004670         OR RTB-THRU-YEAR IS NOT NUMERIC
004680         OR RTB-RATE-EDIT IS NOT NUMERIC
004690         OR RTB-FROM-YEAR > RTB-THRU-YEAR
004700         DISPLAY 'BAD RATE SCHEDULE RECORD DROPPED.'
004710         GO TO 1320-NEXT
004720     END-IF.
004730     IF RTB-EFF-DATE > RUN-DATE
004740         GO TO 1320-NEXT
004750     END-IF.
004760     IF RTB-EFF-DATE > RATE-BAND-EFF-DATE
004770         MOVE RTB-EFF-DATE TO RATE-BAND-EFF-DATE
004780         MOVE ZERO TO RATE-BAND-COUNT
004790     END-IF.
004800     IF RTB-EFF-DATE = RATE-BAND-EFF-DATE
004810         IF RATE-BAND-COUNT < 10
004820             ADD 1 TO RATE-BAND-COUNT
004830             MOVE RTB-FROM-YEAR
004840                 TO RB-FROM-YEAR (RATE-BAND-COUNT)
004850             MOVE RTB-THRU-YEAR
004860                 TO RB-THRU-YEAR (RATE-BAND-COUNT)
004870             MOVE RTB-RATE TO RB-RATE (RATE-BAND-COUNT)
004880         ELSE
004890             DISPLAY 'RATE BAND TABLE FULL -- BAND DROPPED.'
004900         END-IF
004910     END-IF.
004920 1320-NEXT.
004930     PERFORM 1310-READ-RATETBL THRU 1310-EXIT.
004940 1320-EXIT.
004950     EXIT.
004960*
004970* COPIES THE SCHEDULE IN FORCE INTO THE SHARED PROJECTION RECORD
004980* FOR THE TUITCALC ENGINE.
004990*
005000 1400-LOAD-TR-BANDS.
005010     MOVE ZERO TO TR-BAND-COUNT.
005020     MOVE ZERO TO RBX.
005030     PERFORM 1410-COPY-ONE-BAND THRU 1410-EXIT
005040         UNTIL RBX = RATE-BAND-COUNT.
005050 1400-EXIT.
005060     EXIT.
005070 1410-COPY-ONE-BAND.
005080     ADD 1 TO RBX.
005090     MOVE RB-FROM-YEAR (RBX) TO TR-BAND-FROM (RBX).
005100     MOVE RB-THRU-YEAR (RBX) TO TR-BAND-THRU (RBX).
005110     MOVE RB-RATE (RBX) TO TR-BAND-RATE (RBX).
005120     MOVE RBX TO TR-BAND-COUNT.
005130 1410-EXIT.
005140     EXIT.
005150*
005160* LOADS THE PEER BENCHMARKS. A RECORD WITH NO CATEGORY OR PEER
005170* NAME, OR A PRICE OR INDEX THAT IS NOT NUMERIC, IS DROPPED WITH
005180* A NOTE. NO PEERBM MEANS NOTHING TO BENCHMARK AGAINST.
005190*
005200 1500-LOAD-PEER-TABLE.
005210     OPEN INPUT PEERBM.
005220     IF PEERBM-NOT-FOUND
005230         DISPLAY 'NO PEER BENCHMARK FILE ON FILE.'
005240         GO TO 1500-EXIT
005250     END-IF.
005260     PERFORM 1510-READ-PEERBM THRU 1510-EXIT.
005270     PERFORM 1520-STORE-PEER THRU 1520-EXIT
005280         UNTIL END-OF-PEERBM.
005290     CLOSE PEERBM.
005300     DISPLAY PEER-COUNT ' PEER BENCHMARKS LOADED.'.
005310 1500-EXIT.
005320     EXIT.
005330 1510-READ-PEERBM.
005340     READ PEERBM
005350         AT END MOVE 'Y' TO PBM-EOF-SWITCH
005360     END-READ.
005370 1510-EXIT.
005380     EXIT.
005390 1520-STORE-PEER.
005400     IF PBM-CATEGORY = SPACES
005410         OR PBM-PEER-NAME = SPACES
005420         OR PBM-TUITION-EDIT IS NOT NUMERIC
005430         OR PBM-FEES-EDIT IS NOT NUMERIC
005440         OR PBM-INDEX-RATE-EDIT IS NOT NUMERIC
005450         DISPLAY 'BAD PEER BENCHMARK RECORD DROPPED: '
005460                 PBM-PEER-NAME
005470         GO TO 1520-NEXT
005480     END-IF.
005490     IF PEER-COUNT < 200
005500         ADD 1 TO PEER-COUNT
005510         MOVE PBM-CATEGORY TO PRT-CATEGORY (PEER-COUNT)
005520         COMPUTE PRT-BASE (PEER-COUNT) = PBM-TUITION + PBM-FEES
005530         MOVE PBM-INDEX-RATE TO PRT-INDEX-RATE (PEER-COUNT)
005540     ELSE
005550         DISPLAY 'PEER TABLE FULL -- RECORD DROPPED: '
005560                 PBM-PEER-NAME
005570     END-IF.
005580 1520-NEXT.
005590     PERFORM 1510-READ-PEERBM THRU 1510-EXIT.
005600 1520-EXIT.
005610     EXIT.
005620*
005630* LOADS THE PROGRAM TO CATEGORY MAP. A MAPPING MISSING EITHER
005640* FIELD IS DROPPED WITH A NOTE, AS IS A SECOND MAPPING FOR THE
005650* SAME PROGRAM.
005660*
005670 1600-LOAD-CATEGORY-MAP.
005680     OPEN INPUT PEERMAP.
005690     IF PEERMAP-NOT-FOUND
005700         DISPLAY 'NO PEER CATEGORY MAP ON FILE -- NO PROGRAM CAN '
005710                 'BE BENCHMARKED.'
005720         GO TO 1600-EXIT
005730     END-IF.
005740     PERFORM 1610-READ-PEERMAP THRU 1610-EXIT.
005750     PERFORM 1620-STORE-CATEGORY-MAPPING THRU 1620-EXIT
005760         UNTIL END-OF-PEERMAP.
005770     CLOSE PEERMAP.
005780     DISPLAY CAT-MAP-COUNT ' PROGRAM CATEGORY MAPPINGS LOADED.'.
005790 1600-EXIT.
005800     EXIT.
005810 1610-READ-PEERMAP.
005820     READ PEERMAP
005830         AT END MOVE 'Y' TO PMP-EOF-SWITCH
005840     END-READ.
005850 1610-EXIT.
005860     EXIT.
005870 1620-STORE-CATEGORY-MAPPING.
005880     IF PMP-PROG-CODE = SPACES OR PMP-CATEGORY = SPACES
005890         DISPLAY 'BAD PEER CATEGORY MAP RECORD DROPPED: '
005900                 PMP-PROG-CODE
005910         GO TO 1620-NEXT
005920     END-IF.
005930     MOVE 'N' TO CAT-MATCH-SWITCH.
005940     MOVE ZERO TO CMX.
005950     PERFORM 1630-CHECK-MAP-ENTRY THRU 1630-EXIT
005960         UNTIL CAT-PROGRAM-MAPPED OR CMX = CAT-MAP-COUNT.
005970     IF CAT-PROGRAM-MAPPED
005980         DISPLAY 'DUPLICATE CATEGORY MAPPING DROPPED: '
005990                 PMP-PROG-CODE
006000         GO TO 1620-NEXT
006010     END-IF.
006020     IF CAT-MAP-COUNT < 300
006030         ADD 1 TO CAT-MAP-COUNT
006040         MOVE PMP-PROG-CODE TO CMT-PROG-CODE (CAT-MAP-COUNT)
006050         MOVE PMP-CATEGORY TO CMT-CATEGORY (CAT-MAP-COUNT)
006060     ELSE
006070         DISPLAY 'CATEGORY MAP TABLE FULL -- RECORD DROPPED: '
006080                 PMP-PROG-CODE
006090     END-IF.
006100 1620-NEXT.
006110     PERFORM 1610-READ-PEERMAP THRU 1610-EXIT.
006120 1620-EXIT.
006130     EXIT.
006140 1630-CHECK-MAP-ENTRY.
006150     ADD 1 TO CMX.
006160     IF CMT-PROG-CODE (CMX) = PMP-PROG-CODE
006170         MOVE 'Y' TO CAT-MATCH-SWITCH
006180     END-IF.
006190 1630-EXIT.
006200     EXIT.
006210*
006220* PROMPTS FOR AND EDITS THE FALLBACK ANNUAL INCREASE RATE.
006230* RE-PROMPTS UNTIL THE ENTRY IS NUMERIC AND GREATER THAN ZERO.
006240*
006250 2200-ACCEPT-RATE.
006260     DISPLAY 'ENTER ANNUAL INCREASE RATE (EG 005 FOR 5%): '.
006270     ACCEPT PERCENTAGE-EDIT.
006280     MOVE 'N' TO ENTRY-VALID-SWITCH.
006290     IF PERCENTAGE-EDIT IS NUMERIC
006300         IF PERCENTAGE > ZERO
006310             MOVE 'Y' TO ENTRY-VALID-SWITCH
006320         ELSE
006330             DISPLAY 'RATE MUST BE GREATER THAN ZERO.'
006340         END-IF
006350     ELSE
006360         DISPLAY 'RATE MUST BE NUMERIC -- RE-ENTER.'
006370     END-IF.
006380 2200-EXIT.
006390     EXIT.
006400*
006410* PROMPTS FOR AND EDITS THE PROJECTION HORIZON. RE-PROMPTS UNTIL
006420* THE ENTRY IS NUMERIC AND GREATER THAN ZERO.
006430*
006440 2300-ACCEPT-YEARS.
006450     DISPLAY 'ENTER NUMBER OF PROJECTION YEARS (EG 05): '.
006460     ACCEPT TENYR-EDIT.
006470     MOVE 'N' TO ENTRY-VALID-SWITCH.
006480     IF TENYR-EDIT IS NUMERIC
006490         IF TENYR > ZERO
006500             MOVE 'Y' TO ENTRY-VALID-SWITCH
006510         ELSE
006520             DISPLAY 'YEARS MUST BE GREATER THAN ZERO.'
006530         END-IF
006540     ELSE
006550         DISPLAY 'YEARS MUST BE NUMERIC -- RE-ENTER.'
006560     END-IF.
006570 2300-EXIT.
006580     EXIT.
006590 4100-READ-MASTER.
006600     READ PROGMST NEXT RECORD
006610         AT END MOVE 'Y' TO MST-EOF-SWITCH
006620     END-READ.
006630     IF NOT END-OF-PROGMST AND NOT PROGMST-OK
006640         DISPLAY 'PROGRAM MASTER READ FAILED, STATUS '
006650                 PROGMST-STATUS
006660         MOVE 8 TO RETURN-CODE
006670         MOVE 'Y' TO MST-EOF-SWITCH
006680     END-IF.
006690 4100-EXIT.
006700     EXIT.
006710*
006711* FLAGS A CLOSED PROGRAM WHOSE LAST TEACH-OUT YEAR IS NOT AFTER
006713* THE RUN YEAR -- THE PROGRAMS THE BATCH RUN SKIPS AS HAVING NO
006715* STUDENTS LEFT. A FIELD NEVER KEYED COUNTS AS ZERO.
006717*
006719 4150-CHECK-TEACHOUT.
006721     MOVE 'N' TO LIFE-OVER-SWITCH.
006722     IF PM-CLOSE-YEAR-EDIT IS NOT NUMERIC OR PM-CLOSE-YEAR = ZERO
006724         GO TO 4150-EXIT
006726     END-IF.
006728     MOVE ZERO TO TEACHOUT-WORK.
006730     IF PM-TEACHOUT-EDIT IS NUMERIC
006732         MOVE PM-TEACHOUT-YEARS TO TEACHOUT-WORK
006734     END-IF.
006735     COMPUTE TEACHOUT-LAST-YEAR =
006737         PM-CLOSE-YEAR + TEACHOUT-WORK - 1.
006739     IF TEACHOUT-LAST-YEAR NOT > RUN-DATE-YEAR
006741         MOVE 'Y' TO LIFE-OVER-SWITCH
006743     END-IF.
006745 4150-EXIT.
006747     EXIT.
006748*
006750* BENCHMARKS ONE MASTER RECORD. INACTIVE PROGRAMS AND CLOSED
006752* PROGRAMS WHOSE TEACH-OUT IS COMPLETE ARE SKIPPED AND BAD RECORDS
006754* REJECTED BY THE SAME TESTS THE BATCH PROJECTION APPLIES. A
006756* PROGRAM WITH NO CATEGORY, OR A CATEGORY WITH NO PEERS, IS LISTED
006758* AS NOT BENCHMARKED.
006760*
006770 4200-PROCESS-MASTER-RECORD.
006780     ADD 1 TO MST-READ-COUNT.
006785     PERFORM 4150-CHECK-TEACHOUT THRU 4150-EXIT.
006790     IF NOT PM-ACTIVE
006800         ADD 1 TO INACTIVE-COUNT
006802     ELSE
006805     IF TEACHOUT-COMPLETE
006807         ADD 1 TO TAUGHT-OUT-COUNT
006810     ELSE
006820     IF PM-TUITION-EDIT IS NUMERIC AND PM-TUITION > ZERO
006830         AND PM-LENGTH-EDIT IS NUMERIC AND PM-LENGTH-YEARS > ZERO
006840         AND PM-FEES-EDIT IS NUMERIC
006850         AND PM-FEES-RATE-EDIT IS NUMERIC
006860         AND PM-ROOMBD-EDIT IS NUMERIC
006870         AND PM-ROOMBD-RATE-EDIT IS NUMERIC
006880         AND PM-HEADCOUNT-EDIT IS NUMERIC
006890         AND PM-ENR-RATE IS NUMERIC
006900         PERFORM 4300-FIND-CATEGORY THRU 4300-EXIT
006910         IF CAT-PROGRAM-MAPPED
006920             PERFORM 4400-GATHER-PEERS THRU 4400-EXIT
006930             IF CAT-PEER-COUNT > ZERO
006940                 PERFORM 5000-BENCHMARK-PROGRAM THRU 5000-EXIT
006950             ELSE
006960                 ADD 1 TO NO-PEER-COUNT
006970                 MOVE SPACES TO BNC-NBN-TEXT
006980                 STRING 'NOT BENCHMARKED -- NO PEERS IN CATEGORY '
006990                        CURR-CATEGORY DELIMITED BY SIZE
007000                     INTO BNC-NBN-TEXT
007010                 PERFORM 8300-WRITE-NOT-BENCHED THRU 8300-EXIT
007020             END-IF
007030         ELSE
007040             ADD 1 TO UNMAPPED-COUNT
007050             MOVE 'NOT BENCHMARKED -- NO PEER CATEGORY ON PEERMAP'
007060                 TO BNC-NBN-TEXT
007070             PERFORM 8300-WRITE-NOT-BENCHED THRU 8300-EXIT
007080         END-IF
007090     ELSE
007100         DISPLAY 'REJECTED -- BAD MASTER RECORD FOR PROGRAM: '
007110                 PM-PROG-CODE
007120         ADD 1 TO REJECT-COUNT
007125     END-IF
007130     END-IF
007140     END-IF.
007150     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
007160 4200-EXIT.
007170     EXIT.
007180*
007190* FINDS THE PROGRAM'S PEER CATEGORY ON THE MAP.
007200*
007210 4300-FIND-CATEGORY.
007220     MOVE SPACES TO CURR-CATEGORY.
007230     MOVE 'N' TO CAT-MATCH-SWITCH.
007240     MOVE ZERO TO CMX.
007250     PERFORM 4310-CHECK-CATEGORY THRU 4310-EXIT
007260         UNTIL CAT-PROGRAM-MAPPED OR CMX = CAT-MAP-COUNT.
007270     IF CAT-PROGRAM-MAPPED
007280         MOVE CMT-CATEGORY (CMX) TO CURR-CATEGORY
007290     END-IF.
007300 4300-EXIT.
007310     EXIT.
007320 4310-CHECK-CATEGORY.
007330     ADD 1 TO CMX.
007340     IF CMT-PROG-CODE (CMX) = PM-PROG-CODE
007350         MOVE 'Y' TO CAT-MATCH-SWITCH
007360     END-IF.
007370 4310-EXIT.
007380     EXIT.
007390*
007400* PULLS THE PEERS IN THE PROGRAM'S CATEGORY, AT THEIR PUBLISHED
007410* PRICE, INTO THE WORKING TABLE THAT IS CARRIED FORWARD.
007420*
007430 4400-GATHER-PEERS.
007440     MOVE ZERO TO CAT-PEER-COUNT.
007450     MOVE ZERO TO PRX.
007460     PERFORM 4410-CHECK-PEER THRU 4410-EXIT
007470         PEER-COUNT TIMES.
007480 4400-EXIT.
007490     EXIT.
007500 4410-CHECK-PEER.
007510     ADD 1 TO PRX.
007520     IF PRT-CATEGORY (PRX) = CURR-CATEGORY
007530         ADD 1 TO CAT-PEER-COUNT
007540         MOVE PRT-BASE (PRX) TO CPE-PRICE (CAT-PEER-COUNT)
007550         MOVE PRT-INDEX-RATE (PRX)
007560             TO CPE-INDEX-RATE (CAT-PEER-COUNT)
007570     END-IF.
007580 4410-EXIT.
007590     EXIT.
007600*
007610* PROJECTS THE PROGRAM THROUGH TUITCALC AND WRITES ITS BENCHMARK:
007620* THE CURRENT YEAR AT PUBLISHED AND MASTER PRICES, THEN EACH YEAR
007630* OF THE HORIZON WITH THE PEERS ONE MORE YEAR ALONG THEIR INDEX.
007640*
007650 5000-BENCHMARK-PROGRAM.
007660     ADD 1 TO BENCHED-COUNT.
007670     MOVE PM-PROG-CODE TO TR-PROG-CODE.
007680     MOVE PM-TUITION TO TR-BASE-TUITION.
007690     MOVE PERCENTAGE TO TR-RATE.
007700     MOVE PM-FEES TO TR-BASE-FEES.
007710     MOVE PM-FEES-RATE TO TR-FEES-RATE.
007720     MOVE PM-ROOMBD TO TR-BASE-ROOMBD.
007730     MOVE PM-ROOMBD-RATE TO TR-ROOMBD-RATE.
007740     MOVE TENYR TO TR-YEAR-COUNT.
007750     PERFORM 1400-LOAD-TR-BANDS THRU 1400-EXIT.
007760     CALL 'TUITCALC' USING TUITION-RECORD.
007770     PERFORM 8200-WRITE-PROGRAM-HEADING THRU 8200-EXIT.
007780     MOVE 'N' TO START-ABOVE-SWITCH.
007790     MOVE ZERO TO FIRST-ABOVE-YEAR.
007800     MOVE ZERO TO YEAR-NUM.
007810     COMPUTE OUR-PRICE = PM-TUITION + PM-FEES.
007820     COMPUTE OUR-COA = PM-TUITION + PM-FEES + PM-ROOMBD.
007830     PERFORM 6000-RANK-YEAR THRU 6000-EXIT.
007840     IF OUR-PRICE > PEER-MEDIAN
007850         MOVE 'Y' TO START-ABOVE-SWITCH
007860     END-IF.
007870     PERFORM 5100-BENCHMARK-YEAR THRU 5100-EXIT
007880         TENYR TIMES.
007890     IF STARTS-ABOVE-MEDIAN
007900         ADD 1 TO STARTS-ABOVE-COUNT
007910         WRITE BNC-RECORD FROM BNC-STARTS-ABOVE-LINE
007920     ELSE
007930     IF FIRST-ABOVE-YEAR > ZERO
007940         ADD 1 TO MOVES-ABOVE-COUNT
007950         MOVE FIRST-ABOVE-YEAR TO BNC-MVA-YEAR
007960         WRITE BNC-RECORD FROM BNC-MOVES-ABOVE-LINE
007970     END-IF
007980     END-IF.
007990 5000-EXIT.
008000     EXIT.
008010*
008020* CARRIES EVERY PEER ONE YEAR FORWARD AT ITS INDEX, THE WAY
008030* TUITCALC CARRIES OUR CHARGES, AND RANKS THE YEAR.
008040*
008050 5100-BENCHMARK-YEAR.
008060     ADD 1 TO YEAR-NUM.
008070     MOVE ZERO TO CPX.
008080     PERFORM 5110-INDEX-ONE-PEER THRU 5110-EXIT
008090         CAT-PEER-COUNT TIMES.
008100     COMPUTE OUR-PRICE = TR-YEAR-TUITION (YEAR-NUM)
008110         + TR-YEAR-FEES (YEAR-NUM).
008120     MOVE TR-YEAR-TOTAL (YEAR-NUM) TO OUR-COA.
008130     PERFORM 6000-RANK-YEAR THRU 6000-EXIT.
008140     IF OUR-PRICE > PEER-MEDIAN AND FIRST-ABOVE-YEAR = ZERO
008150         MOVE YEAR-NUM TO FIRST-ABOVE-YEAR
008160     END-IF.
008170 5100-EXIT.
008180     EXIT.
008190 5110-INDEX-ONE-PEER.
008200     ADD 1 TO CPX.
008210     COMPUTE PEER-INCR = CPE-PRICE (CPX) * CPE-INDEX-RATE (CPX).
008220     ADD PEER-INCR TO CPE-PRICE (CPX).
008230 5110-EXIT.
008240     EXIT.
008250*
008260* ORDERS THE YEAR'S PEER PRICES, TAKES THE MINIMUM, MEDIAN AND
008270* MAXIMUM, RANKS OUR PRICE AMONG THEM AND WRITES THE YEAR'S LINE.
008280* WITH AN EVEN NUMBER OF PEERS THE MEDIAN IS THE MEAN OF THE TWO
008290* MIDDLE PRICES. RANK 1 IS THE HIGHEST PRICE; A TIE WITH A PEER
008300* SHARES THE PEER'S RANK.
008310*
008320 6000-RANK-YEAR.
008330     MOVE ZERO TO CPX.
008340     PERFORM 6010-COPY-ONE-PRICE THRU 6010-EXIT
008350         CAT-PEER-COUNT TIMES.
008360     MOVE 1 TO SORT-I.
008370     PERFORM 6100-INSERT-ONE-PRICE THRU 6100-EXIT
008380         UNTIL SORT-I NOT < CAT-PEER-COUNT.
008390     MOVE SRT-PRICE (1) TO PEER-MIN.
008400     MOVE SRT-PRICE (CAT-PEER-COUNT) TO PEER-MAX.
008410     DIVIDE CAT-PEER-COUNT BY 2 GIVING MED-X REMAINDER MED-REM.
008420     IF MED-REM = 1
008430         ADD 1 TO MED-X
008440         MOVE SRT-PRICE (MED-X) TO PEER-MEDIAN
008450     ELSE
008460         COMPUTE MED-Y = MED-X + 1
008470         COMPUTE PEER-MEDIAN ROUNDED =
008480             (SRT-PRICE (MED-X) + SRT-PRICE (MED-Y)) / 2
008490     END-IF.
008500     MOVE 1 TO OUR-RANK.
008510     MOVE ZERO TO CPX.
008520     PERFORM 6200-COUNT-HIGHER-PEER THRU 6200-EXIT
008530         CAT-PEER-COUNT TIMES.
008540     COMPUTE RANK-OF = CAT-PEER-COUNT + 1.
008550     PERFORM 8210-WRITE-YEAR-LINE THRU 8210-EXIT.
008560 6000-EXIT.
008570     EXIT.
008580 6010-COPY-ONE-PRICE.
008590     ADD 1 TO CPX.
008600     MOVE CPE-PRICE (CPX) TO SRT-PRICE (CPX).
008610 6010-EXIT.
008620     EXIT.
008630*
008640* INSERTS THE NEXT PRICE INTO THE ORDERED PART OF THE TABLE.
008650*
008660 6100-INSERT-ONE-PRICE.
008670     ADD 1 TO SORT-I.
008680     MOVE SRT-PRICE (SORT-I) TO SORT-HOLD.
008690     MOVE SORT-I TO SORT-J.
008700     MOVE 'N' TO SORT-DONE-SWITCH.
008710     PERFORM 6110-SHIFT-ONE-PRICE THRU 6110-EXIT
008720         UNTIL SORT-DONE.
008730     MOVE SORT-HOLD TO SRT-PRICE (SORT-J).
008740 6100-EXIT.
008750     EXIT.
008760 6110-SHIFT-ONE-PRICE.
008770     IF SORT-J = 1
008780         MOVE 'Y' TO SORT-DONE-SWITCH
008790         GO TO 6110-EXIT
008800     END-IF.
008810     COMPUTE SORT-K = SORT-J - 1.
008820     IF SRT-PRICE (SORT-K) NOT > SORT-HOLD
008830         MOVE 'Y' TO SORT-DONE-SWITCH
008840         GO TO 6110-EXIT
008850     END-IF.
008860     MOVE SRT-PRICE (SORT-K) TO SRT-PRICE (SORT-J).
008870     MOVE SORT-K TO SORT-J.
008880 6110-EXIT.
008890     EXIT.
008900 6200-COUNT-HIGHER-PEER.
008910     ADD 1 TO CPX.
008920     IF SRT-PRICE (CPX) > OUR-PRICE
008930         ADD 1 TO OUR-RANK
008940     END-IF.
008950 6200-EXIT.
008960     EXIT.
008970*
008980* WRITES THE REPORT HEADINGS AND THE RUN CONTROLS.
008990*
009000 8000-WRITE-HEADINGS.
009010     MOVE RUN-DATE TO BNC-HD-DATE.
009020     WRITE BNC-RECORD FROM BNC-HEADING-1.
009030     MOVE PERCENTAGE TO BNC-HD-RATE.
009040     MOVE TENYR TO BNC-HD-YEARS.
009050     IF RATE-BAND-COUNT > ZERO
009060         MOVE RATE-BAND-EFF-DATE TO BNC-HD-SCHEDULE
009070     ELSE
009080         MOVE 'NONE' TO BNC-HD-SCHEDULE
009090     END-IF.
009100     WRITE BNC-RECORD FROM BNC-HEADING-2.
009110     WRITE BNC-RECORD FROM BNC-HEADING-3.
009120 8000-EXIT.
009130     EXIT.
009140*
009150* STARTS ONE PROGRAM'S BLOCK.
009160*
009170 8200-WRITE-PROGRAM-HEADING.
009180     MOVE SPACES TO BNC-RECORD.
009190     WRITE BNC-RECORD.
009200     MOVE PM-PROG-CODE TO BNC-PRG-CODE.
009210     MOVE PM-DESCRIPTION TO BNC-PRG-DESC.
009220     MOVE CURR-CATEGORY TO BNC-PRG-CATEGORY.
009230     MOVE CAT-PEER-COUNT TO BNC-PRG-PEERS.
009240     WRITE BNC-RECORD FROM BNC-PROGRAM-LINE.
009250     WRITE BNC-RECORD FROM BNC-COLUMN-HEADS.
009260 8200-EXIT.
009270     EXIT.
009280 8210-WRITE-YEAR-LINE.
009290     MOVE YEAR-NUM TO BNC-DTL-YEAR.
009300     MOVE OUR-PRICE TO BNC-DTL-OURS.
009310     MOVE PEER-MIN TO BNC-DTL-MIN.
009320     MOVE PEER-MEDIAN TO BNC-DTL-MEDIAN.
009330     MOVE PEER-MAX TO BNC-DTL-MAX.
009340     MOVE OUR-RANK TO BNC-DTL-RANK.
009350     MOVE RANK-OF TO BNC-DTL-RANK-OF.
009360     MOVE OUR-COA TO BNC-DTL-COA.
009370     IF OUR-PRICE > PEER-MEDIAN
009380         MOVE 'ABOVE MEDIAN' TO BNC-DTL-FLAG
009390     ELSE
009400         MOVE SPACES TO BNC-DTL-FLAG
009410     END-IF.
009420     WRITE BNC-RECORD FROM BNC-DETAIL.
009430 8210-EXIT.
009440     EXIT.
009450*
009460* LISTS A PROGRAM THAT COULD NOT BE BENCHMARKED, AND WHY.
009470*
009480 8300-WRITE-NOT-BENCHED.
009490     MOVE SPACES TO BNC-RECORD.
009500     WRITE BNC-RECORD.
009510     MOVE PM-PROG-CODE TO BNC-NBN-CODE.
009520     WRITE BNC-RECORD FROM BNC-NOT-BENCHED-LINE.
009530 8300-EXIT.
009540     EXIT.
009550*
009560* WRITES THE END-OF-REPORT COUNTS.
009570*
009580 8500-WRITE-SUMMARY.
009590     MOVE SPACES TO BNC-RECORD.
009600     WRITE BNC-RECORD.
009610     MOVE 'MASTER RECORDS READ' TO BNC-CNT-LABEL.
009620     MOVE MST-READ-COUNT TO BNC-CNT-VALUE.
009630     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009640     MOVE 'PROGRAMS BENCHMARKED' TO BNC-CNT-LABEL.
009650     MOVE BENCHED-COUNT TO BNC-CNT-VALUE.
009660     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009670     MOVE 'ABOVE PEER MEDIAN IN THE CURRENT YEAR'
009675         TO BNC-CNT-LABEL.
009680     MOVE STARTS-ABOVE-COUNT TO BNC-CNT-VALUE.
009690     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009700     MOVE 'MOVING ABOVE PEER MEDIAN IN HORIZON' TO BNC-CNT-LABEL.
009710     MOVE MOVES-ABOVE-COUNT TO BNC-CNT-VALUE.
009720     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009730     MOVE 'NOT BENCHMARKED -- NO PEER CATEGORY' TO BNC-CNT-LABEL.
009740     MOVE UNMAPPED-COUNT TO BNC-CNT-VALUE.
009750     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009760     MOVE 'NOT BENCHMARKED -- NO PEERS IN CATEGORY'
009770         TO BNC-CNT-LABEL.
009780     MOVE NO-PEER-COUNT TO BNC-CNT-VALUE.
009790     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009800     MOVE 'INACTIVE PROGRAMS SKIPPED' TO BNC-CNT-LABEL.
009810     MOVE INACTIVE-COUNT TO BNC-CNT-VALUE.
009820     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009822     MOVE 'TAUGHT-OUT PROGRAMS SKIPPED' TO BNC-CNT-LABEL.
009825     MOVE TAUGHT-OUT-COUNT TO BNC-CNT-VALUE.
009827     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009830     MOVE 'BAD MASTER RECORDS REJECTED' TO BNC-CNT-LABEL.
009840     MOVE REJECT-COUNT TO BNC-CNT-VALUE.
009850     WRITE BNC-RECORD FROM BNC-COUNT-LINE.
009860     DISPLAY 'BNCHRPT WRITTEN FOR ' BENCHED-COUNT ' PROGRAMS.'.
009870 8500-EXIT.
009880     EXIT.
009890
009900 END PROGRAM bnchmk_Gordon.
