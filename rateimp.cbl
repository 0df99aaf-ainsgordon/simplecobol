000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. rateimp_Gordon.
000030 AUTHOR. R GORDON.
000040 INSTALLATION. BURSAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 10/15/2026 RG   ORIGINAL PROGRAM - REVENUE IMPACT OF A PROPOSED
000100*                 RATE SCHEDULE. TAKES TWO EFFECTIVE DATES ON
000110*                 RATETBL, THE SCHEDULE IN FORCE AND THE ONE
000120*                 PROPOSED, AND RUNS EVERY ACTIVE PROGMST PROGRAM
000130*                 THROUGH TUITCALC UNDER EACH WITH THE SAME KEYED
000140*                 FALLBACK RATE AND HORIZON. EACH YEAR IS WEIGHTED
000150*                 BY THE PROGRAM'S HEADCOUNT AND ENROLLMENT RATE
000160*                 AND DISCOUNTED BY ITS AIDTBL AID RATE EXACTLY AS
000170*                 THE BATCH REVENUE ROLL-UP DOES IT. IMPRPT SHOWS
000180*                 GROSS AND NET REVENUE BY PROJECTION YEAR UNDER
000190*                 EACH SCHEDULE WITH THE DOLLAR AND PERCENT
000200*                 DIFFERENCE, THEN THE PROGRAMS WHOSE NET REVENUE
000210*                 OVER THE HORIZON MOVES THE MOST, SO FINANCE CAN
000220*                 SIGN OFF ON A SCHEDULE BEFORE IT TAKES EFFECT.
000221* 10/15/2026 RG   WEIGHS EACH YEAR BY THE PROGRAM'S LAUNCH YEAR,
000222*                 CLOSE YEAR AND TEACH-OUT AS THE BATCH ROLL-UP
000224*                 NOW DOES -- NO ENROLLMENT BEFORE LAUNCH, A
000225*                 RUN-DOWN OVER THE TEACH-OUT -- AND SKIPS A
000227*                 PROGRAM WHOSE TEACH-OUT IS COMPLETE, SO THE
000228*                 IN-FORCE COLUMN STILL TIES TO REVRPT.
000230*----------------------------------------------------------------
000240*
000250 ENVIRONMENT DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PROGMST ASSIGN TO 'PROGMST'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PM-PROG-CODE
000360         FILE STATUS IS PROGMST-STATUS.
000370     SELECT RATETBL ASSIGN TO 'RATETBL'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RATETBL-STATUS.
000400     SELECT AIDTBL ASSIGN TO 'AIDTBL'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS AIDTBL-STATUS.
000430     SELECT IMPRPT ASSIGN TO 'IMPRPT'
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450*-----------------------
000460 DATA DIVISION.
000470*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000480 FILE SECTION.
000490*-----------------------
000500 FD  PROGMST.
000510 COPY PROGMST.
000520*
000530 FD  RATETBL
000540     RECORD CONTAINS 22 CHARACTERS.
000550 01  RTB-RECORD.
000560     05  RTB-EFF-DATE            PIC 9(08).
000570     05  FILLER                  PIC X(02).
000580     05  RTB-FROM-YEAR           PIC 9(02).
000590     05  FILLER                  PIC X(02).
000600     05  RTB-THRU-YEAR           PIC 9(02).
000610     05  FILLER                  PIC X(02).
000620     05  RTB-RATE                PIC 9V999.
000630     05  RTB-RATE-EDIT REDEFINES RTB-RATE
000640                                 PIC X(04).
000650*
000660* PER-PROGRAM INSTITUTIONAL AID/DISCOUNT RATES, EFFECTIVE-DATED.
000670*
000680 FD  AIDTBL
000690     RECORD CONTAINS 26 CHARACTERS.
000700 01  AID-RECORD.
000710     05  AID-PROG-CODE           PIC X(10).
000720     05  FILLER                  PIC X(02).
000730     05  AID-EFF-DATE            PIC 9(08).
000740     05  FILLER                  PIC X(02).
000750     05  AID-RATE                PIC 9V999.
000760     05  AID-RATE-EDIT REDEFINES AID-RATE
000770                                 PIC X(04).
000780*
000790 FD  IMPRPT.
000800 01  IMP-RECORD                  PIC X(100).
000810*-----------------------
000820 WORKING-STORAGE SECTION.
000830*
000840* FILE STATUS FIELDS
000850*
000860 01  PROGMST-STATUS              PIC X(02).
000870     88  PROGMST-OK                          VALUE '00'.
000880     88  PROGMST-NOT-FOUND                   VALUE '35'.
000890 01  RATETBL-STATUS              PIC X(02).
000900     88  RATETBL-NOT-FOUND                   VALUE '35'.
000910 01  AIDTBL-STATUS               PIC X(02).
000920     88  AIDTBL-NOT-FOUND                    VALUE '35'.
000930*
000940* END-OF-FILE SWITCHES
000950*
000960 01  MST-EOF-SWITCH              PIC X       VALUE 'N'.
000970     88  END-OF-PROGMST                      VALUE 'Y'.
000980 01  RTB-EOF-SWITCH              PIC X       VALUE 'N'.
000990     88  END-OF-RATETBL                      VALUE 'Y'.
001000 01  AID-EOF-SWITCH              PIC X       VALUE 'N'.
001010     88  END-OF-AIDTBL                       VALUE 'Y'.
001020*
001030* ENTRY VALIDATION SWITCH, SHARED BY THE ACCEPT-AND-EDIT PARAS
001040*
001050 01  ENTRY-VALID-SWITCH          PIC X       VALUE 'N'.
001060     88  ENTRY-IS-VALID                      VALUE 'Y'.
001070*
001080* KEYED RUN CONTROLS. THE FALLBACK RATE CARRIES ANY YEAR A
001090* SCHEDULE'S BANDS DO NOT COVER, UNDER BOTH SCHEDULES ALIKE.
001100*
001110 01  PERCENTAGE                  PIC 9V99.
001120 01  PERCENTAGE-EDIT REDEFINES PERCENTAGE
001130                                 PIC X(03).
001140 01  TENYR                       PIC 99.
001150 01  TENYR-EDIT REDEFINES TENYR  PIC X(02).
001160 01  KEYED-EFF-DATE              PIC 9(08).
001170 01  KEYED-EFF-DATE-EDIT REDEFINES KEYED-EFF-DATE
001180                                 PIC X(08).
001190*
001200* THE TWO SCHEDULES BEING COMPARED, LOADED FROM RATETBL. ENTRY 1
001210* IS THE SCHEDULE IN FORCE, ENTRY 2 THE ONE PROPOSED.
001220*
001230 01  SCHEDULE-TABLE.
001240     05  SCHEDULE-ENTRY OCCURS 2 TIMES.
001250         10  SCH-EFF-DATE        PIC 9(08).
001260         10  SCH-BAND-COUNT      PIC 9(02).
001270         10  SCH-BAND-ENTRY OCCURS 10 TIMES.
001280             15  SCH-FROM-YEAR   PIC 99.
001290             15  SCH-THRU-YEAR   PIC 99.
001300             15  SCH-RATE        PIC 9V999.
001310 01  SX                          PIC 9(01).
001320 01  RBX                         PIC 9(02).
001330*
001340* PER-PROGRAM INSTITUTIONAL AID RATES, LOADED FROM AIDTBL THE SAME
001350* WAY THE BATCH ROLL-UP LOADS THEM. A PROGRAM WITH NO AID RECORD
001360* IS WEIGHED AT GROSS.
001370*
001380 01  AID-TABLE.
001390     05  AID-COUNT               PIC 9(03)        VALUE ZERO.
001400     05  AID-ENTRY OCCURS 300 TIMES.
001410         10  ADT-PROG-CODE       PIC X(10).
001420         10  ADT-EFF-DATE        PIC 9(08).
001430         10  ADT-RATE            PIC 9V999.
001440 01  ADX                         PIC 9(03).
001450 01  AID-MATCH-SWITCH            PIC X       VALUE 'N'.
001460     88  AID-PROGRAM-FOUND                   VALUE 'Y'.
001470 01  CURR-AID-RATE               PIC 9V999        VALUE ZERO.
001480*
001490* REVENUE WEIGHTING FOR THE PROGRAM IN HAND, AS IN THE ROLL-UP.
001500*
001510 01  HEADCOUNT                   PIC 9(05).
001520 01  ENRRATE                     PIC S9V99
001530                                 SIGN IS LEADING SEPARATE.
001540 01  CURR-ENROLLMENT             PIC S9(07)V99.
001550 01  ENRINCR                     PIC S9(07)V99.
001560 01  YEAR-REVENUE                PIC 9(12)V99.
001570 01  YEAR-AID                    PIC 9(12)V99.
001580 01  I                           PIC 99.
001581*
001582* LAUNCH AND CLOSURE OF THE PROGRAM IN HAND, AS IN THE ROLL-UP. A
001583* LAUNCH OR CLOSE YEAR IS THE FALL OF AN ACADEMIC YEAR, PROJECTION
001584* YEAR I BEING THE FALL OF RUN-DATE-YEAR + I; ZERO MEANS ALREADY
001585* OPEN OR NOT CLOSING. YEAR-ENROLLMENT IS THE HEADCOUNT THAT
001586* YEAR'S REVENUE IS WEIGHTED BY; CURR-ENROLLMENT STAYS THE GROWTH
001587* BASE, WHICH FREEZES AT CLOSURE AND RUNS DOWN OVER THE TEACH-OUT.
001588*
001589 01  YEAR-ENROLLMENT             PIC S9(07)V99.
001590 01  CURR-LAUNCH-YEAR            PIC 9(04).
001591 01  CURR-CLOSE-YEAR             PIC 9(04).
001592 01  CURR-TEACHOUT               PIC 9(01).
001593 01  CURR-LAST-ENROLLED          PIC 9(04).
001594 01  CURR-RUNDOWN-LEFT           PIC 9(02).
001595 01  LIFE-ACAD-YEAR              PIC 9(04).
001596 01  LIFE-TEACHOUT-YEAR          PIC S9(04).
001597 01  LIFE-OVER-SWITCH            PIC X       VALUE 'N'.
001598     88  TEACHOUT-COMPLETE                   VALUE 'Y'.
001599*
001600* YEAR-BY-YEAR GROSS REVENUE AND AID UNDER EACH SCHEDULE, AND THE
001610* HORIZON TOTALS.
001620*
001630 01  IMPACT-TABLE.
001640     05  IMPACT-ENTRY OCCURS 2 TIMES.
001650         10  IMT-GROSS-TOTAL     PIC 9(13)V99.
001660         10  IMT-AID-TOTAL       PIC 9(13)V99.
001670         10  IMT-YEAR-ENTRY OCCURS 99 TIMES.
001680             15  IMT-YEAR-GROSS  PIC 9(13)V99.
001690             15  IMT-YEAR-AID    PIC 9(13)V99.
001700*
001710* EACH PROGRAM'S NET REVENUE OVER THE HORIZON UNDER EACH SCHEDULE,
001720* FOR THE MOST-AFFECTED LIST. PROG-NET (1) AND (2) ARE FILLED IN
001730* FOR THE PROGRAM IN HAND BEFORE IT IS STORED.
001740*
001750 01  PROG-NET-TABLE.
001760     05  PROG-NET OCCURS 2 TIMES PIC 9(13)V99.
001770 01  PROGRAM-IMPACT-TABLE.
001780     05  PIM-COUNT               PIC 9(03)        VALUE ZERO.
001790     05  PIM-ENTRY OCCURS 300 TIMES.
001800         10  PIM-PROG-CODE       PIC X(10).
001810         10  PIM-CURR-NET        PIC 9(13)V99.
001820         10  PIM-PROP-NET        PIC 9(13)V99.
001830         10  PIM-DIFF            PIC S9(13)V99.
001840         10  PIM-ABS-DIFF        PIC 9(13)V99.
001850         10  PIM-PICKED          PIC X(01).
001860 01  PIM-OVERFLOW-COUNT          PIC 9(05)        VALUE ZERO.
001870 01  PMX                         PIC 9(03).
001880 01  BEST-PMX                    PIC 9(03).
001890 01  PICK-COUNT                  PIC 9(03).
001900 01  MOST-AFFECTED-LIMIT         PIC 9(03)        VALUE 10.
001910*
001920* DIFFERENCE WORK FIELDS
001930*
001940 01  CURR-AMOUNT                 PIC 9(13)V99.
001950 01  PROP-AMOUNT                 PIC 9(13)V99.
001960 01  DIFF-AMOUNT                 PIC S9(13)V99.
001970 01  DIFF-PCT                    PIC S9(05)V99.
001980*
001990* COUNTS FOR THE REPORT SUMMARY
002000*
002010 01  MST-READ-COUNT              PIC 9(05)        VALUE ZERO.
002020 01  PROJECTED-COUNT             PIC 9(05)        VALUE ZERO.
002030 01  INACTIVE-COUNT              PIC 9(05)        VALUE ZERO.
002035 01  TAUGHT-OUT-COUNT            PIC 9(05)        VALUE ZERO.
002040 01  REJECT-COUNT                PIC 9(05)        VALUE ZERO.
002050 01  NOAID-COUNT                 PIC 9(05)        VALUE ZERO.
002060*
002070* REPORT LINE LAYOUTS
002080*
002090 01  IMP-HEADING-1.
002100     05  FILLER                  PIC X(40)
002110         VALUE 'RATE SCHEDULE REVENUE IMPACT'.
002120     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
002130     05  IMP-HD-DATE             PIC 9(08).
002140 01  IMP-HEADING-2.
002150     05  FILLER                  PIC X(20)
002160         VALUE 'CURRENT  EFFECTIVE '.
002170     05  IMP-HD-CURR-DATE        PIC 9(08).
002180     05  FILLER                  PIC X(02)   VALUE SPACES.
002190     05  IMP-HD-CURR-BANDS       PIC Z9.
002200     05  FILLER                  PIC X(06)   VALUE ' BANDS'.
002210 01  IMP-HEADING-3.
002220     05  FILLER                  PIC X(20)
002230         VALUE 'PROPOSED EFFECTIVE '.
002240     05  IMP-HD-PROP-DATE        PIC 9(08).
002250     05  FILLER                  PIC X(02)   VALUE SPACES.
002260     05  IMP-HD-PROP-BANDS       PIC Z9.
002270     05  FILLER                  PIC X(06)   VALUE ' BANDS'.
002280 01  IMP-HEADING-4.
002290     05  FILLER                  PIC X(20)
002300         VALUE 'FALLBACK RATE'.
002310     05  IMP-HD-RATE             PIC 9.99.
002320     05  FILLER                  PIC X(19)
002330         VALUE '   YEARS PROJECTED '.
002340     05  IMP-HD-YEARS            PIC Z9.
002350 01  IMP-SECTION-LINE.
002360     05  IMP-SECTION-TITLE       PIC X(60).
002370 01  IMP-COLUMN-HEADS.
002380     05  FILLER                  PIC X(05)   VALUE 'YEAR'.
002390     05  FILLER                  PIC X(16)
002400         VALUE '         CURRENT'.
002410     05  FILLER                  PIC X(03)   VALUE SPACES.
002420     05  FILLER                  PIC X(16)
002430         VALUE '        PROPOSED'.
002440     05  FILLER                  PIC X(03)   VALUE SPACES.
002450     05  FILLER                  PIC X(16)
002460         VALUE '      DIFFERENCE'.
002470     05  FILLER                  PIC X(09)   VALUE '  PERCENT'.
002480 01  IMP-DETAIL.
002490     05  IMP-DTL-YEAR            PIC Z9.
002500     05  FILLER                  PIC X(03)   VALUE SPACES.
002510     05  IMP-DTL-CURR            PIC Z(12)9.99.
002520     05  FILLER                  PIC X(03)   VALUE SPACES.
002530     05  IMP-DTL-PROP            PIC Z(12)9.99.
002540     05  FILLER                  PIC X(03)   VALUE SPACES.
002550     05  IMP-DTL-DIFF            PIC -(12)9.99.
002560     05  FILLER                  PIC X(01)   VALUE SPACES.
002570     05  IMP-DTL-PCT             PIC -(4)9.99.
002580 01  IMP-TOTAL-LINE.
002590     05  FILLER                  PIC X(05)   VALUE 'TOTAL'.
002600     05  IMP-TOT-CURR            PIC Z(12)9.99.
002610     05  FILLER                  PIC X(03)   VALUE SPACES.
002620     05  IMP-TOT-PROP            PIC Z(12)9.99.
002630     05  FILLER                  PIC X(03)   VALUE SPACES.
002640     05  IMP-TOT-DIFF            PIC -(12)9.99.
002650     05  FILLER                  PIC X(01)   VALUE SPACES.
002660     05  IMP-TOT-PCT             PIC -(4)9.99.
002670 01  IMP-AFFECTED-HEADS.
002680     05  FILLER                  PIC X(05)   VALUE 'RANK'.
002690     05  FILLER                  PIC X(12)   VALUE 'PROGRAM'.
002700     05  FILLER                  PIC X(16)
002710         VALUE '     CURRENT NET'.
002720     05  FILLER                  PIC X(03)   VALUE SPACES.
002730     05  FILLER                  PIC X(16)
002740         VALUE '    PROPOSED NET'.
002750     05  FILLER                  PIC X(03)   VALUE SPACES.
002760     05  FILLER                  PIC X(16)
002770         VALUE '      DIFFERENCE'.
002780     05  FILLER                  PIC X(09)   VALUE '  PERCENT'.
002790 01  IMP-AFFECTED-DETAIL.
002800     05  IMP-AFF-RANK            PIC ZZ9.
002810     05  FILLER                  PIC X(02)   VALUE SPACES.
002820     05  IMP-AFF-CODE            PIC X(10).
002830     05  FILLER                  PIC X(02)   VALUE SPACES.
002840     05  IMP-AFF-CURR            PIC Z(12)9.99.
002850     05  FILLER                  PIC X(03)   VALUE SPACES.
002860     05  IMP-AFF-PROP            PIC Z(12)9.99.
002870     05  FILLER                  PIC X(03)   VALUE SPACES.
002880     05  IMP-AFF-DIFF            PIC -(12)9.99.
002890     05  FILLER                  PIC X(01)   VALUE SPACES.
002900     05  IMP-AFF-PCT             PIC -(4)9.99.
002910 01  IMP-OVERFLOW-LINE.
002920     05  FILLER                  PIC X(02)   VALUE SPACES.
002930     05  IMP-OVF-COUNT           PIC ZZZZ9.
002940     05  FILLER                  PIC X(40)
002950         VALUE ' PROGRAMS NOT RANKED -- TABLE FULL'.
002960 01  IMP-COUNT-LINE.
002970     05  IMP-CNT-LABEL           PIC X(36).
002980     05  IMP-CNT-VALUE           PIC ZZZZ9.
002990*
003000* STANDARD PROJECTION RECORD, SHARED WITH THE TUITCALC ENGINE.
003010*
003020 COPY TUITREC.
003030*
003040* DATE OF THE CURRENT RUN, FOR THE HEADING AND THE AID RATE PICK.
003050*
003060 01  RUN-DATE                    PIC 9(08).
003062 01  RUN-DATE-SPLIT REDEFINES RUN-DATE.
003065     05  RUN-DATE-YEAR           PIC 9(04).
003067     05  FILLER                  PIC X(04).
003070*-----------------------
003080 PROCEDURE DIVISION.
003090*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003100 MAIN-PROCEDURE.
003110     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003120     INITIALIZE SCHEDULE-TABLE.
003130     INITIALIZE IMPACT-TABLE.
003140     MOVE 'N' TO ENTRY-VALID-SWITCH.
003150     PERFORM 2000-ACCEPT-CURRENT-DATE THRU 2000-EXIT
003160         UNTIL ENTRY-IS-VALID.
003170     MOVE 'N' TO ENTRY-VALID-SWITCH.
003180     PERFORM 2100-ACCEPT-PROPOSED-DATE THRU 2100-EXIT
003190         UNTIL ENTRY-IS-VALID.
003200     MOVE 'N' TO ENTRY-VALID-SWITCH.
003210     PERFORM 2200-ACCEPT-RATE THRU 2200-EXIT
003220         UNTIL ENTRY-IS-VALID.
003230     MOVE 'N' TO ENTRY-VALID-SWITCH.
003240     PERFORM 2300-ACCEPT-YEARS THRU 2300-EXIT
003250         UNTIL ENTRY-IS-VALID.
003260     PERFORM 1300-LOAD-SCHEDULES THRU 1300-EXIT.
003270     IF SCH-BAND-COUNT (1) = ZERO OR SCH-BAND-COUNT (2) = ZERO
003280         DISPLAY 'BOTH EFFECTIVE DATES MUST HAVE BANDS ON '
003290                 'RATETBL -- RUN ENDED.'
003300         MOVE 8 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     PERFORM 1500-LOAD-AID-TABLE THRU 1500-EXIT.
003340     OPEN INPUT PROGMST.
003350     IF NOT PROGMST-OK
003360         DISPLAY 'UNABLE TO OPEN PROGRAM MASTER -- STATUS '
003370                 PROGMST-STATUS ' -- RUN ENDED.'
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     MOVE LOW-VALUES TO PM-PROG-CODE.
003420     START PROGMST KEY IS NOT LESS THAN PM-PROG-CODE
003430         INVALID KEY MOVE 'Y' TO MST-EOF-SWITCH
003440     END-START.
003450     IF NOT END-OF-PROGMST
003460         PERFORM 4100-READ-MASTER THRU 4100-EXIT
003470     END-IF.
003480     PERFORM 4200-PROCESS-MASTER-RECORD THRU 4200-EXIT
003490         UNTIL END-OF-PROGMST.
003500     CLOSE PROGMST.
003510     OPEN OUTPUT IMPRPT.
003520     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
003530     PERFORM 8100-WRITE-YEAR-SECTIONS THRU 8100-EXIT.
003540     PERFORM 8300-WRITE-MOST-AFFECTED THRU 8300-EXIT.
003550     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT.
003560     CLOSE IMPRPT.
003570     STOP RUN.
003580*
003590* LOADS THE TWO SCHEDULES BEING COMPARED FROM RATETBL. ONLY BANDS
003600* UNDER THE TWO KEYED EFFECTIVE DATES ARE KEPT; BAD RECORDS ARE
003610* DROPPED WITH A NOTE.
003620*
003630 1300-LOAD-SCHEDULES.
003640     OPEN INPUT RATETBL.
003650     IF RATETBL-NOT-FOUND
003660         DISPLAY 'NO RATE SCHEDULE ON FILE -- NOTHING TO COMPARE.'
003670         GO TO 1300-EXIT
003680     END-IF.
003690     PERFORM 1310-READ-RATETBL THRU 1310-EXIT.
003700     PERFORM 1320-STORE-RATE-BAND THRU 1320-EXIT
003710         UNTIL END-OF-RATETBL.
003720     CLOSE RATETBL.
003730     DISPLAY SCH-BAND-COUNT (1) ' CURRENT AND '
003740             SCH-BAND-COUNT (2) ' PROPOSED RATE BANDS LOADED.'.
003750 1300-EXIT.
003760     EXIT.
003770 1310-READ-RATETBL.
003780     READ RATETBL
003790         AT END MOVE 'Y' TO RTB-EOF-SWITCH
003800     END-READ.
003810 1310-EXIT.
003820     EXIT.
003830 1320-STORE-RATE-BAND.
003840     IF RTB-EFF-DATE IS NOT NUMERIC
003850         OR RTB-FROM-YEAR IS NOT NUMERIC
003860         OR RTB-THRU-YEAR IS NOT NUMERIC
003870         OR RTB-RATE-EDIT IS NOT NUMERIC
003880         OR RTB-FROM-YEAR > RTB-THRU-YEAR
003890         DISPLAY 'BAD RATE SCHEDULE RECORD DROPPED.'
003900         GO TO 1320-NEXT
003910     END-IF.
003920     IF RTB-EFF-DATE = SCH-EFF-DATE (1)
003930         MOVE 1 TO SX
003940     ELSE
003950     IF RTB-EFF-DATE = SCH-EFF-DATE (2)
003960         MOVE 2 TO SX
003970     ELSE
003980         GO TO 1320-NEXT
003990     END-IF
004000     END-IF.
004010     IF SCH-BAND-COUNT (SX) < 10
004020         ADD 1 TO SCH-BAND-COUNT (SX)
004030         MOVE SCH-BAND-COUNT (SX) TO RBX
004040         MOVE RTB-FROM-YEAR TO SCH-FROM-YEAR (SX RBX)
004050         MOVE RTB-THRU-YEAR TO SCH-THRU-YEAR (SX RBX)
004060         MOVE RTB-RATE TO SCH-RATE (SX RBX)
004070     ELSE
004080         DISPLAY 'RATE BAND TABLE FULL -- BAND DROPPED.'
004090     END-IF.
004100 1320-NEXT.
004110     PERFORM 1310-READ-RATETBL THRU 1310-EXIT.
004120 1320-EXIT.
004130     EXIT.
004140*
004150* COPIES ONE OF THE TWO SCHEDULES (SX) INTO THE SHARED PROJECTION
004160* RECORD FOR THE TUITCALC ENGINE.
004170*
004180 1400-LOAD-TR-BANDS.
004190     MOVE ZERO TO TR-BAND-COUNT.
004200     MOVE ZERO TO RBX.
004210     PERFORM 1410-COPY-ONE-BAND THRU 1410-EXIT
004220         UNTIL RBX = SCH-BAND-COUNT (SX).
004230 1400-EXIT.
004240     EXIT.
004250 1410-COPY-ONE-BAND.
004260     ADD 1 TO RBX.
004270     MOVE SCH-FROM-YEAR (SX RBX) TO TR-BAND-FROM (RBX).
004280     MOVE SCH-THRU-YEAR (SX RBX) TO TR-BAND-THRU (RBX).
004290     MOVE SCH-RATE (SX RBX) TO TR-BAND-RATE (RBX).
004300     MOVE RBX TO TR-BAND-COUNT.
004310 1410-EXIT.
004320     EXIT.
004330*
004340* LOADS THE PER-PROGRAM AID RATES FROM AIDTBL: FOR EACH PROGRAM
004350* THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE WINS.
004360*
004370 1500-LOAD-AID-TABLE.
004380     OPEN INPUT AIDTBL.
004390     IF AIDTBL-NOT-FOUND
004400         DISPLAY 'NO AID TABLE ON FILE -- REVENUE WEIGHED AT '
004410                 'GROSS.'
004420         GO TO 1500-EXIT
004430     END-IF.
004440     PERFORM 1510-READ-AIDTBL THRU 1510-EXIT.
004450     PERFORM 1520-STORE-AID-RATE THRU 1520-EXIT
004460         UNTIL END-OF-AIDTBL.
004470     CLOSE AIDTBL.
004480     DISPLAY AID-COUNT ' PROGRAM AID RATES LOADED.'.
004490 1500-EXIT.
004500     EXIT.
004510 1510-READ-AIDTBL.
004520     READ AIDTBL
004530         AT END MOVE 'Y' TO AID-EOF-SWITCH
004540     END-READ.
004550 1510-EXIT.
004560     EXIT.
004570 1520-STORE-AID-RATE.
004580     IF AID-PROG-CODE = SPACES
004590         OR AID-EFF-DATE IS NOT NUMERIC
004600         OR AID-RATE-EDIT IS NOT NUMERIC
004610         DISPLAY 'BAD AID TABLE RECORD DROPPED.'
004620         GO TO 1520-NEXT
004630     END-IF.
004640     IF AID-EFF-DATE > RUN-DATE
004650         GO TO 1520-NEXT
004660     END-IF.
004670     MOVE 'N' TO AID-MATCH-SWITCH.
004680     MOVE ZERO TO ADX.
004690     PERFORM 1530-CHECK-AID-ENTRY THRU 1530-EXIT
004700         UNTIL AID-PROGRAM-FOUND OR ADX = AID-COUNT.
004710     IF AID-PROGRAM-FOUND
004720         IF AID-EFF-DATE > ADT-EFF-DATE (ADX)
004730             MOVE AID-EFF-DATE TO ADT-EFF-DATE (ADX)
004740             MOVE AID-RATE TO ADT-RATE (ADX)
004750         END-IF
004760     ELSE
004770         IF AID-COUNT < 300
004780             ADD 1 TO AID-COUNT
004790             MOVE AID-PROG-CODE TO ADT-PROG-CODE (AID-COUNT)
004800             MOVE AID-EFF-DATE TO ADT-EFF-DATE (AID-COUNT)
004810             MOVE AID-RATE TO ADT-RATE (AID-COUNT)
004820         ELSE
004830             DISPLAY 'AID TABLE FULL -- RECORD DROPPED: '
004840                     AID-PROG-CODE
004850         END-IF
004860     END-IF.
004870 1520-NEXT.
004880     PERFORM 1510-READ-AIDTBL THRU 1510-EXIT.
004890 1520-EXIT.
004900     EXIT.
004910 1530-CHECK-AID-ENTRY.
004920     ADD 1 TO ADX.
004930     IF ADT-PROG-CODE (ADX) = AID-PROG-CODE
004940         MOVE 'Y' TO AID-MATCH-SWITCH
004950     END-IF.
004960 1530-EXIT.
004970     EXIT.
004980*
004990* PROMPTS FOR AND EDITS THE EFFECTIVE DATE OF THE SCHEDULE IN
005000* FORCE.
005010*
005020 2000-ACCEPT-CURRENT-DATE.
005030     DISPLAY 'ENTER CURRENT SCHEDULE EFFECTIVE DATE (YYYYMMDD): '.
005040     ACCEPT KEYED-EFF-DATE-EDIT.
005050     MOVE 'N' TO ENTRY-VALID-SWITCH.
005060     IF KEYED-EFF-DATE-EDIT IS NUMERIC
005070         MOVE KEYED-EFF-DATE TO SCH-EFF-DATE (1)
005080         MOVE 'Y' TO ENTRY-VALID-SWITCH
005090     ELSE
005100         DISPLAY 'EFFECTIVE DATE MUST BE NUMERIC -- RE-ENTER.'
005110     END-IF.
005120 2000-EXIT.
005130     EXIT.
005140*
005150* PROMPTS FOR AND EDITS THE EFFECTIVE DATE OF THE PROPOSED
005160* SCHEDULE. IT MUST DIFFER FROM THE CURRENT ONE.
005170*
005180 2100-ACCEPT-PROPOSED-DATE.
005190     DISPLAY 'ENTER PROPOSED SCHEDULE EFFECTIVE DATE '
005200             '(YYYYMMDD): '.
005210     ACCEPT KEYED-EFF-DATE-EDIT.
005220     MOVE 'N' TO ENTRY-VALID-SWITCH.
005230     IF KEYED-EFF-DATE-EDIT IS NUMERIC
005240         IF KEYED-EFF-DATE NOT = SCH-EFF-DATE (1)
005250             MOVE KEYED-EFF-DATE TO SCH-EFF-DATE (2)
005260             MOVE 'Y' TO ENTRY-VALID-SWITCH
005270         ELSE
005280             DISPLAY 'PROPOSED DATE MUST DIFFER FROM THE CURRENT '
005290                     'DATE.'
005300         END-IF
005310     ELSE
005320         DISPLAY 'EFFECTIVE DATE MUST BE NUMERIC -- RE-ENTER.'
005330     END-IF.
005340 2100-EXIT.
005350     EXIT.
005360*
005370* PROMPTS FOR AND EDITS THE FALLBACK ANNUAL INCREASE RATE.
005380* RE-PROMPTS UNTIL THE ENTRY IS NUMERIC AND GREATER THAN ZERO.
005390*
005400 2200-ACCEPT-RATE.
005410     DISPLAY 'ENTER ANNUAL INCREASE RATE (EG 005 FOR 5%): '.
005420     ACCEPT PERCENTAGE-EDIT.
005430     MOVE 'N' TO ENTRY-VALID-SWITCH.
005440     IF PERCENTAGE-EDIT IS NUMERIC
005450         IF PERCENTAGE > ZERO
005460             MOVE 'Y' TO ENTRY-VALID-SWITCH
005470         ELSE
005480             DISPLAY 'RATE MUST BE GREATER THAN ZERO.'
005490         END-IF
005500     ELSE
005510         DISPLAY 'RATE MUST BE NUMERIC -- RE-ENTER.'
005520     END-IF.
005530 2200-EXIT.
005540     EXIT.
005550*
005560* PROMPTS FOR AND EDITS THE PROJECTION HORIZON. RE-PROMPTS UNTIL
005570* THE ENTRY IS NUMERIC AND GREATER THAN ZERO.
005580*
005590 2300-ACCEPT-YEARS.
005600     DISPLAY 'ENTER NUMBER OF PROJECTION YEARS (EG 05): '.
005610     ACCEPT TENYR-EDIT.
005620     MOVE 'N' TO ENTRY-VALID-SWITCH.
005630     IF TENYR-EDIT IS NUMERIC
005640         IF TENYR > ZERO
005650             MOVE 'Y' TO ENTRY-VALID-SWITCH
005660         ELSE
005670             DISPLAY 'YEARS MUST BE GREATER THAN ZERO.'
005680         END-IF
005690     ELSE
005700         DISPLAY 'YEARS MUST BE NUMERIC -- RE-ENTER.'
005710     END-IF.
005720 2300-EXIT.
005730     EXIT.
005740 4100-READ-MASTER.
005750     READ PROGMST NEXT RECORD
005760         AT END MOVE 'Y' TO MST-EOF-SWITCH
005770     END-READ.
005780     IF NOT END-OF-PROGMST AND NOT PROGMST-OK
005790         DISPLAY 'PROGRAM MASTER READ FAILED, STATUS '
005800                 PROGMST-STATUS
005810         MOVE 8 TO RETURN-CODE
005820         MOVE 'Y' TO MST-EOF-SWITCH
005830     END-IF.
005840 4100-EXIT.
005850     EXIT.
005860*
005870* PROJECTS ONE MASTER RECORD UNDER BOTH SCHEDULES. INACTIVE
005880* PROGRAMS ARE SKIPPED AND BAD RECORDS REJECTED BY THE SAME TESTS
005890* THE BATCH PROJECTION APPLIES. SO IS A CLOSED PROGRAM WHOSE
005895* TEACH-OUT ENDED BEFORE THE FIRST PROJECTION YEAR.
005900*
005910 4200-PROCESS-MASTER-RECORD.
005920     ADD 1 TO MST-READ-COUNT.
005925     PERFORM 4700-SET-LIFECYCLE THRU 4700-EXIT.
005930     IF NOT PM-ACTIVE
005940         ADD 1 TO INACTIVE-COUNT
005942     ELSE
005945     IF TEACHOUT-COMPLETE
005947         ADD 1 TO TAUGHT-OUT-COUNT
005950     ELSE
005960     IF PM-TUITION-EDIT IS NUMERIC AND PM-TUITION > ZERO
005970         AND PM-LENGTH-EDIT IS NUMERIC AND PM-LENGTH-YEARS > ZERO
005980         AND PM-FEES-EDIT IS NUMERIC
005990         AND PM-FEES-RATE-EDIT IS NUMERIC
006000         AND PM-ROOMBD-EDIT IS NUMERIC
006010         AND PM-ROOMBD-RATE-EDIT IS NUMERIC
006020         AND PM-HEADCOUNT-EDIT IS NUMERIC
006030         AND PM-ENR-RATE IS NUMERIC
006040         ADD 1 TO PROJECTED-COUNT
006050         MOVE PM-HEADCOUNT TO HEADCOUNT
006060         MOVE PM-ENR-RATE TO ENRRATE
006070         PERFORM 4400-FIND-AID-RATE THRU 4400-EXIT
006080         MOVE 1 TO SX
006090         PERFORM 5000-PROJECT-UNDER-SCHEDULE THRU 5000-EXIT
006100         MOVE 2 TO SX
006110         PERFORM 5000-PROJECT-UNDER-SCHEDULE THRU 5000-EXIT
006120         PERFORM 6000-STORE-PROGRAM-IMPACT THRU 6000-EXIT
006130     ELSE
006140         DISPLAY 'REJECTED -- BAD MASTER RECORD FOR PROGRAM: '
006150                 PM-PROG-CODE
006160         ADD 1 TO REJECT-COUNT
006165     END-IF
006170     END-IF
006180     END-IF.
006190     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
006200 4200-EXIT.
006210     EXIT.
006220*
006230* FINDS THE PROGRAM'S AID RATE. WITH NONE ON FILE THE PROGRAM IS
006240* WEIGHED AT GROSS.
006250*
006260 4400-FIND-AID-RATE.
006270     MOVE ZERO TO CURR-AID-RATE.
006280     MOVE ZERO TO ADX.
006290     MOVE 'N' TO AID-MATCH-SWITCH.
006300     PERFORM 4410-CHECK-AID-PROGRAM THRU 4410-EXIT
006310         UNTIL AID-PROGRAM-FOUND OR ADX = AID-COUNT.
006320     IF AID-PROGRAM-FOUND
006330         MOVE ADT-RATE (ADX) TO CURR-AID-RATE
006340     ELSE
006350         ADD 1 TO NOAID-COUNT
006360     END-IF.
006370 4400-EXIT.
006380     EXIT.
006390 4410-CHECK-AID-PROGRAM.
006400     ADD 1 TO ADX.
006410     IF ADT-PROG-CODE (ADX) = PM-PROG-CODE
006420         MOVE 'Y' TO AID-MATCH-SWITCH
006421     END-IF.
006422 4410-EXIT.
006423     EXIT.
006424*
006425* PICKS UP THE LAUNCH YEAR, CLOSE YEAR AND TEACH-OUT YEARS OFF
006426* THE MASTER THE WAY THE BATCH ROLL-UP DOES. A FIELD NEVER KEYED
006427* IS SPACES AND COUNTS AS ZERO -- ALREADY OPEN, NOT CLOSING. FOR A
006428* CLOSING PROGRAM IT WORKS OUT THE LAST ACADEMIC YEAR WITH
006429* STUDENTS STILL TEACHING OUT, FLAGS THE PROGRAM COMPLETE IF THAT
006430* YEAR IS NOT INSIDE THE HORIZON, AND SETS HOW MANY EQUAL STEPS
006431* THE RUN-DOWN TAKES: THE TEACH-OUT YEARS PLUS ONE FOR A FUTURE
006432* CLOSURE, OR THE TEACH-OUT YEARS LEFT, COUNTING THE CURRENT ONE,
006433* FOR A PROGRAM ALREADY CLOSED.
006434*
006435 4700-SET-LIFECYCLE.
006437     MOVE 'N' TO LIFE-OVER-SWITCH.
006438     MOVE ZERO TO CURR-LAUNCH-YEAR.
006439     MOVE ZERO TO CURR-CLOSE-YEAR.
006440     MOVE ZERO TO CURR-TEACHOUT.
006441     MOVE ZERO TO CURR-LAST-ENROLLED.
006442     IF PM-LAUNCH-YEAR-EDIT IS NUMERIC
006443         MOVE PM-LAUNCH-YEAR TO CURR-LAUNCH-YEAR
006444     END-IF.
006445     IF PM-CLOSE-YEAR-EDIT IS NUMERIC
006446         MOVE PM-CLOSE-YEAR TO CURR-CLOSE-YEAR
006447     END-IF.
006448     IF PM-TEACHOUT-EDIT IS NUMERIC
006449         MOVE PM-TEACHOUT-YEARS TO CURR-TEACHOUT
006450     END-IF.
006451     COMPUTE CURR-RUNDOWN-LEFT = CURR-TEACHOUT + 1.
006452     IF CURR-CLOSE-YEAR = ZERO
006454         GO TO 4700-EXIT
006455     END-IF.
006456     COMPUTE CURR-LAST-ENROLLED =
006457         CURR-CLOSE-YEAR + CURR-TEACHOUT - 1.
006458     IF CURR-LAST-ENROLLED NOT > RUN-DATE-YEAR
006459         MOVE 'Y' TO LIFE-OVER-SWITCH
006460     ELSE
006461     IF CURR-CLOSE-YEAR NOT > RUN-DATE-YEAR
006462         COMPUTE CURR-RUNDOWN-LEFT =
006463             CURR-LAST-ENROLLED - RUN-DATE-YEAR + 1
006464     END-IF
006465     END-IF.
006466 4700-EXIT.
006467     EXIT.
006468*
006470* RUNS THE PROGRAM IN HAND THROUGH TUITCALC UNDER SCHEDULE SX AND
006480* WEIGHS EACH YEAR. THE ENROLLMENT STARTS AT THE MASTER HEADCOUNT
006490* EACH TIME, SO BOTH SCHEDULES SEE THE SAME STUDENTS.
006500*
006510 5000-PROJECT-UNDER-SCHEDULE.
006520     MOVE PM-PROG-CODE TO TR-PROG-CODE.
006530     MOVE PM-TUITION TO TR-BASE-TUITION.
006540     MOVE PERCENTAGE TO TR-RATE.
006550     MOVE PM-FEES TO TR-BASE-FEES.
006560     MOVE PM-FEES-RATE TO TR-FEES-RATE.
006570     MOVE PM-ROOMBD TO TR-BASE-ROOMBD.
006580     MOVE PM-ROOMBD-RATE TO TR-ROOMBD-RATE.
006590     MOVE TENYR TO TR-YEAR-COUNT.
006600     PERFORM 1400-LOAD-TR-BANDS THRU 1400-EXIT.
006610     CALL 'TUITCALC' USING TUITION-RECORD.
006620     MOVE HEADCOUNT TO CURR-ENROLLMENT.
006630     MOVE ZERO TO PROG-NET (SX).
006640     MOVE ZERO TO I.
006650     PERFORM 5100-WEIGH-YEAR THRU 5100-EXIT
006660         TENYR TIMES.
006670 5000-EXIT.
006680     EXIT.
006690*
006691* SETS YEAR-ENROLLMENT, THE HEADCOUNT YEAR I'S REVENUE IS WEIGHTED
006692* BY, UNDER THE BATCH ROLL-UP'S RULES. BEFORE THE LAUNCH YEAR
006693* THERE IS NONE; IN THE LAUNCH YEAR THE MASTER HEADCOUNT ENTERS AS
006694* PLANNED, AND GROWTH OR ATTRITION APPLIES FROM THE NEXT YEAR ON.
006695* FROM THE CLOSE YEAR NO NEW COHORT ENTERS, SO THE ENROLLMENT
006697* FROZEN AT CLOSURE RUNS DOWN IN EQUAL STEPS OVER THE TEACH-OUT
006698* YEARS AND IS ZERO AFTER THEM.
006699*
006700 5050-SET-YEAR-ENROLLMENT.
006701     COMPUTE LIFE-ACAD-YEAR = RUN-DATE-YEAR + I.
006703     MOVE ZERO TO YEAR-ENROLLMENT.
006704     IF CURR-CLOSE-YEAR > ZERO
006705         AND LIFE-ACAD-YEAR NOT < CURR-CLOSE-YEAR
006706         COMPUTE LIFE-TEACHOUT-YEAR =
006707             LIFE-ACAD-YEAR - CURR-CLOSE-YEAR + 1
006709         IF LIFE-TEACHOUT-YEAR NOT > CURR-TEACHOUT
006710             COMPUTE YEAR-ENROLLMENT =
006711                 CURR-ENROLLMENT
006712                 * (CURR-TEACHOUT + 1 - LIFE-TEACHOUT-YEAR)
006713                 / CURR-RUNDOWN-LEFT
006715         END-IF
006716         GO TO 5050-EXIT
006717     END-IF.
006718     IF LIFE-ACAD-YEAR < CURR-LAUNCH-YEAR
006719         GO TO 5050-EXIT
006720     END-IF.
006722     IF LIFE-ACAD-YEAR > CURR-LAUNCH-YEAR
006723         COMPUTE ENRINCR = CURR-ENROLLMENT * ENRRATE
006724         COMPUTE CURR-ENROLLMENT =
006725             CURR-ENROLLMENT + ENRINCR
006726         IF CURR-ENROLLMENT < ZERO
006728             MOVE ZERO TO CURR-ENROLLMENT
006729         END-IF
006730     END-IF.
006731     MOVE CURR-ENROLLMENT TO YEAR-ENROLLMENT.
006732 5050-EXIT.
006734     EXIT.
006735*
006736* WEIGHS ONE PROJECTION YEAR THE WAY THE BATCH ROLL-UP DOES: THE
006737* YEAR'S ENROLLMENT IS SET FIRST, THE YEAR'S TUITION TIMES THAT
006738* ENROLLMENT IS GROSS REVENUE, AND THE AID RATE OF THAT IS AID.
006740*
006750 5100-WEIGH-YEAR.
006760     ADD 1 TO I.
006783     PERFORM 5050-SET-YEAR-ENROLLMENT THRU 5050-EXIT.
006806     COMPUTE YEAR-REVENUE = TR-YEAR-TUITION (I) * YEAR-ENROLLMENT.
006830     COMPUTE YEAR-AID = YEAR-REVENUE * CURR-AID-RATE.
006840     ADD YEAR-REVENUE TO IMT-YEAR-GROSS (SX I).
006850     ADD YEAR-AID TO IMT-YEAR-AID (SX I).
006860     ADD YEAR-REVENUE TO IMT-GROSS-TOTAL (SX).
006870     ADD YEAR-AID TO IMT-AID-TOTAL (SX).
006880     COMPUTE PROG-NET (SX) =
006890         PROG-NET (SX) + YEAR-REVENUE - YEAR-AID.
006900 5100-EXIT.
006910     EXIT.
006920*
006930* KEEPS THE PROGRAM'S NET REVENUE UNDER EACH SCHEDULE AND THE
006940* DIFFERENCE FOR THE MOST-AFFECTED LIST.
006950*
006960 6000-STORE-PROGRAM-IMPACT.
006970     IF PIM-COUNT NOT < 300
006980         ADD 1 TO PIM-OVERFLOW-COUNT
006990         GO TO 6000-EXIT
007000     END-IF.
007010     ADD 1 TO PIM-COUNT.
007020     MOVE PM-PROG-CODE TO PIM-PROG-CODE (PIM-COUNT).
007030     MOVE PROG-NET (1) TO PIM-CURR-NET (PIM-COUNT).
007040     MOVE PROG-NET (2) TO PIM-PROP-NET (PIM-COUNT).
007050     COMPUTE PIM-DIFF (PIM-COUNT) = PROG-NET (2) - PROG-NET (1).
007060     IF PIM-DIFF (PIM-COUNT) < ZERO
007070         COMPUTE PIM-ABS-DIFF (PIM-COUNT) =
007080             ZERO - PIM-DIFF (PIM-COUNT)
007090     ELSE
007100         MOVE PIM-DIFF (PIM-COUNT) TO PIM-ABS-DIFF (PIM-COUNT)
007110     END-IF.
007120     MOVE 'N' TO PIM-PICKED (PIM-COUNT).
007130 6000-EXIT.
007140     EXIT.
007150*
007160* WORKS OUT THE DIFFERENCE AND PERCENT BETWEEN CURR-AMOUNT AND
007170* PROP-AMOUNT. WITH NOTHING UNDER THE CURRENT SCHEDULE THE PERCENT
007180* IS LEFT AT ZERO.
007190*
007200 7000-COMPUTE-DIFFERENCE.
007210     COMPUTE DIFF-AMOUNT = PROP-AMOUNT - CURR-AMOUNT.
007220     MOVE ZERO TO DIFF-PCT.
007230     IF CURR-AMOUNT > ZERO
007240         COMPUTE DIFF-PCT ROUNDED =
007250             DIFF-AMOUNT * 100 / CURR-AMOUNT
007260             ON SIZE ERROR MOVE ZERO TO DIFF-PCT
007270         END-COMPUTE
007280     END-IF.
007290 7000-EXIT.
007300     EXIT.
007310*
007320* WRITES THE REPORT HEADINGS: BOTH SCHEDULES AND THE RUN CONTROLS.
007330*
007340 8000-WRITE-HEADINGS.
007350     MOVE RUN-DATE TO IMP-HD-DATE.
007360     WRITE IMP-RECORD FROM IMP-HEADING-1.
007370     MOVE SCH-EFF-DATE (1) TO IMP-HD-CURR-DATE.
007380     MOVE SCH-BAND-COUNT (1) TO IMP-HD-CURR-BANDS.
007390     WRITE IMP-RECORD FROM IMP-HEADING-2.
007400     MOVE SCH-EFF-DATE (2) TO IMP-HD-PROP-DATE.
007410     MOVE SCH-BAND-COUNT (2) TO IMP-HD-PROP-BANDS.
007420     WRITE IMP-RECORD FROM IMP-HEADING-3.
007430     MOVE PERCENTAGE TO IMP-HD-RATE.
007440     MOVE TENYR TO IMP-HD-YEARS.
007450     WRITE IMP-RECORD FROM IMP-HEADING-4.
007460 8000-EXIT.
007470     EXIT.
007480*
007490* WRITES THE GROSS REVENUE SECTION AND THEN THE NET REVENUE
007500* SECTION, EACH ONE LINE PER PROJECTION YEAR WITH A TOTAL.
007510*
007520 8100-WRITE-YEAR-SECTIONS.
007530     MOVE SPACES TO IMP-RECORD.
007540     WRITE IMP-RECORD.
007550     MOVE 'GROSS REVENUE BY PROJECTION YEAR' TO IMP-SECTION-TITLE.
007560     WRITE IMP-RECORD FROM IMP-SECTION-LINE.
007570     WRITE IMP-RECORD FROM IMP-COLUMN-HEADS.
007580     MOVE ZERO TO I.
007590     PERFORM 8110-WRITE-GROSS-YEAR THRU 8110-EXIT
007600         TENYR TIMES.
007610     MOVE IMT-GROSS-TOTAL (1) TO CURR-AMOUNT.
007620     MOVE IMT-GROSS-TOTAL (2) TO PROP-AMOUNT.
007630     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
007640     MOVE SPACES TO IMP-RECORD.
007650     WRITE IMP-RECORD.
007660     MOVE 'NET REVENUE (GROSS LESS INSTITUTIONAL AID) BY YEAR'
007670         TO IMP-SECTION-TITLE.
007680     WRITE IMP-RECORD FROM IMP-SECTION-LINE.
007690     WRITE IMP-RECORD FROM IMP-COLUMN-HEADS.
007700     MOVE ZERO TO I.
007710     PERFORM 8120-WRITE-NET-YEAR THRU 8120-EXIT
007720         TENYR TIMES.
007730     COMPUTE CURR-AMOUNT =
007740         IMT-GROSS-TOTAL (1) - IMT-AID-TOTAL (1).
007750     COMPUTE PROP-AMOUNT =
007760         IMT-GROSS-TOTAL (2) - IMT-AID-TOTAL (2).
007770     PERFORM 8200-WRITE-TOTAL-LINE THRU 8200-EXIT.
007780 8100-EXIT.
007790     EXIT.
007800 8110-WRITE-GROSS-YEAR.
007810     ADD 1 TO I.
007820     MOVE IMT-YEAR-GROSS (1 I) TO CURR-AMOUNT.
007830     MOVE IMT-YEAR-GROSS (2 I) TO PROP-AMOUNT.
007840     PERFORM 8150-WRITE-YEAR-LINE THRU 8150-EXIT.
007850 8110-EXIT.
007860     EXIT.
007870 8120-WRITE-NET-YEAR.
007880     ADD 1 TO I.
007890     COMPUTE CURR-AMOUNT =
007900         IMT-YEAR-GROSS (1 I) - IMT-YEAR-AID (1 I).
007910     COMPUTE PROP-AMOUNT =
007920         IMT-YEAR-GROSS (2 I) - IMT-YEAR-AID (2 I).
007930     PERFORM 8150-WRITE-YEAR-LINE THRU 8150-EXIT.
007940 8120-EXIT.
007950     EXIT.
007960 8150-WRITE-YEAR-LINE.
007970     PERFORM 7000-COMPUTE-DIFFERENCE THRU 7000-EXIT.
007980     MOVE I TO IMP-DTL-YEAR.
007990     MOVE CURR-AMOUNT TO IMP-DTL-CURR.
008000     MOVE PROP-AMOUNT TO IMP-DTL-PROP.
008010     MOVE DIFF-AMOUNT TO IMP-DTL-DIFF.
008020     MOVE DIFF-PCT TO IMP-DTL-PCT.
008030     WRITE IMP-RECORD FROM IMP-DETAIL.
008040 8150-EXIT.
008050     EXIT.
008060 8200-WRITE-TOTAL-LINE.
008070     PERFORM 7000-COMPUTE-DIFFERENCE THRU 7000-EXIT.
008080     MOVE CURR-AMOUNT TO IMP-TOT-CURR.
008090     MOVE PROP-AMOUNT TO IMP-TOT-PROP.
008100     MOVE DIFF-AMOUNT TO IMP-TOT-DIFF.
008110     MOVE DIFF-PCT TO IMP-TOT-PCT.
008120     WRITE IMP-RECORD FROM IMP-TOTAL-LINE.
008130 8200-EXIT.
008140     EXIT.
008150*
008160* LISTS THE PROGRAMS WHOSE NET REVENUE OVER THE HORIZON MOVES THE
008170* MOST, EITHER WAY, LARGEST DOLLAR CHANGE FIRST.
008180*
008190 8300-WRITE-MOST-AFFECTED.
008200     MOVE SPACES TO IMP-RECORD.
008210     WRITE IMP-RECORD.
008220     MOVE 'PROGRAMS MOST AFFECTED -- NET REVENUE OVER THE HORIZON'
008230         TO IMP-SECTION-TITLE.
008240     WRITE IMP-RECORD FROM IMP-SECTION-LINE.
008250     WRITE IMP-RECORD FROM IMP-AFFECTED-HEADS.
008260     MOVE ZERO TO PICK-COUNT.
008270     PERFORM 8310-PICK-NEXT-PROGRAM THRU 8310-EXIT
008280         UNTIL PICK-COUNT = MOST-AFFECTED-LIMIT
008290            OR PICK-COUNT = PIM-COUNT.
008300     IF PIM-COUNT = ZERO
008310         MOVE '  NONE' TO IMP-RECORD
008320         WRITE IMP-RECORD
008330     END-IF.
008340     IF PIM-OVERFLOW-COUNT > ZERO
008350         MOVE PIM-OVERFLOW-COUNT TO IMP-OVF-COUNT
008360         WRITE IMP-RECORD FROM IMP-OVERFLOW-LINE
008370     END-IF.
008380 8300-EXIT.
008390     EXIT.
008400 8310-PICK-NEXT-PROGRAM.
008410     MOVE ZERO TO BEST-PMX.
008420     MOVE ZERO TO PMX.
008430     PERFORM 8320-CHECK-ONE-PROGRAM THRU 8320-EXIT
008440         UNTIL PMX = PIM-COUNT.
008450     ADD 1 TO PICK-COUNT.
008460     MOVE 'Y' TO PIM-PICKED (BEST-PMX).
008470     MOVE PICK-COUNT TO IMP-AFF-RANK.
008480     MOVE PIM-PROG-CODE (BEST-PMX) TO IMP-AFF-CODE.
008490     MOVE PIM-CURR-NET (BEST-PMX) TO CURR-AMOUNT.
008500     MOVE PIM-PROP-NET (BEST-PMX) TO PROP-AMOUNT.
008510     PERFORM 7000-COMPUTE-DIFFERENCE THRU 7000-EXIT.
008520     MOVE CURR-AMOUNT TO IMP-AFF-CURR.
008530     MOVE PROP-AMOUNT TO IMP-AFF-PROP.
008540     MOVE DIFF-AMOUNT TO IMP-AFF-DIFF.
008550     MOVE DIFF-PCT TO IMP-AFF-PCT.
008560     WRITE IMP-RECORD FROM IMP-AFFECTED-DETAIL.
008570 8310-EXIT.
008580     EXIT.
008590 8320-CHECK-ONE-PROGRAM.
008600     ADD 1 TO PMX.
008610     IF PIM-PICKED (PMX) = 'Y'
008620         GO TO 8320-EXIT
008630     END-IF.
008640     IF BEST-PMX = ZERO
008650         MOVE PMX TO BEST-PMX
008660         GO TO 8320-EXIT
008670     END-IF.
008680     IF PIM-ABS-DIFF (PMX) > PIM-ABS-DIFF (BEST-PMX)
008690         MOVE PMX TO BEST-PMX
008700     END-IF.
008710 8320-EXIT.
008720     EXIT.
008730*
008740* WRITES THE END-OF-REPORT COUNTS.
008750*
008760 8500-WRITE-SUMMARY.
008770     MOVE SPACES TO IMP-RECORD.
008780     WRITE IMP-RECORD.
008790     MOVE 'MASTER RECORDS READ' TO IMP-CNT-LABEL.
008800     MOVE MST-READ-COUNT TO IMP-CNT-VALUE.
008810     WRITE IMP-RECORD FROM IMP-COUNT-LINE.
008820     MOVE 'PROGRAMS PROJECTED' TO IMP-CNT-LABEL.
008830     MOVE PROJECTED-COUNT TO IMP-CNT-VALUE.
008840     WRITE IMP-RECORD FROM IMP-COUNT-LINE.
008850     MOVE 'INACTIVE PROGRAMS SKIPPED' TO IMP-CNT-LABEL.
008860     MOVE INACTIVE-COUNT TO IMP-CNT-VALUE.
008870     WRITE IMP-RECORD FROM IMP-COUNT-LINE.
008872     MOVE 'TAUGHT-OUT PROGRAMS SKIPPED' TO IMP-CNT-LABEL.
008875     MOVE TAUGHT-OUT-COUNT TO IMP-CNT-VALUE.
008877     WRITE IMP-RECORD FROM IMP-COUNT-LINE.
008880     MOVE 'BAD MASTER RECORDS REJECTED' TO IMP-CNT-LABEL.
008890     MOVE REJECT-COUNT TO IMP-CNT-VALUE.
008900     WRITE IMP-RECORD FROM IMP-COUNT-LINE.
008910     MOVE 'PROGRAMS WITH NO AID RATE (AT GROSS)' TO IMP-CNT-LABEL.
008920     MOVE NOAID-COUNT TO IMP-CNT-VALUE.
008930     WRITE IMP-RECORD FROM IMP-COUNT-LINE.
008940     DISPLAY 'IMPRPT WRITTEN FOR ' PROJECTED-COUNT ' PROGRAMS.'.
008950 8500-EXIT.
008960     EXIT.
008970
008980 END PROGRAM rateimp_Gordon.
