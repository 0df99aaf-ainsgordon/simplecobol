000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. estchk_Gordon.
000030 AUTHOR. R GORDON.
000040 INSTALLATION. BURSAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 10/15/2026 RG   ORIGINAL PROGRAM - ESTIMATE LETTER RE-CHECK.
000100*                 READS THE ESTHIST HISTORY THE ESTIMATE LETTER
000110*                 PROGRAM WRITES, SORTED BY ORIGINAL LETTER AND
000120*                 LETTER NUMBER SO ONLY THE LATEST LETTER IN EACH
000130*                 CHAIN -- THE ONE THE FAMILY IS HOLDING -- IS
000140*                 CHECKED, AND SKIPS LETTERS WHOSE LAST ACADEMIC
000150*                 YEAR IS ALREADY PAST. EACH OUTSTANDING LETTER IS
000160*                 RE-PRICED THROUGH TUITCALC AGAINST THE CURRENT
000170*                 PROGMST CHARGES AND THE RATE SCHEDULE IN FORCE
000180*                 TODAY, USING THE FALLBACK RATE THE LETTER WAS
000190*                 ORIGINALLY KEYED WITH, SO ONLY A MASTER OR
000200*                 SCHEDULE CHANGE CAN MOVE IT. YEARS ALREADY PAST
000210*                 KEEP THEIR QUOTED FIGURE. EVERY STUDENT WHOSE
000220*                 TOTAL MOVED BY MORE THAN THE KEYED TOLERANCE IS
000230*                 LISTED ON ESTCHK, GETS A REVISED LETTER ON
000240*                 REVLTR CITING THE LETTER IT REPLACES WITH OLD
000250*                 AND NEW FIGURES SIDE BY SIDE, AND THE REVISION
000260*                 IS APPENDED TO ESTHIST AS THE NEW LATEST LETTER
000270*                 IN ITS CHAIN.
000271* 10/15/2026 RG   A LETTER WHOSE PLAN THE PROGRAM'S LAUNCH YEAR,
000273*                 CLOSE YEAR OR TEACH-OUT NO LONGER ALLOWS GOES
000275*                 TO THE EXCEPTION PAGE WITH THE SAME REASON THE
000276*                 ESTIMATE LETTER PROGRAM GIVES, NOT A REVISED
000278*                 LETTER.
000280*----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PROGMST ASSIGN TO 'PROGMST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PM-PROG-CODE
000410         FILE STATUS IS PROGMST-STATUS.
000420     SELECT RATETBL ASSIGN TO 'RATETBL'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RATETBL-STATUS.
000450     SELECT ESTHIST ASSIGN TO 'ESTHIST'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS ESTHIST-STATUS.
000480     SELECT SORTHST-FILE ASSIGN TO 'SORTWK1'.
000490     SELECT SRTHST ASSIGN TO 'SRTHST'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SRTHST-STATUS.
000520     SELECT ESTCHK ASSIGN TO 'ESTCHK'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT REVLTR ASSIGN TO 'REVLTR'
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560*-----------------------
000570 DATA DIVISION.
000580*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000590 FILE SECTION.
000600*-----------------------
000610 FD  PROGMST.
000620 COPY PROGMST.
000630*
000640 FD  RATETBL
000650     RECORD CONTAINS 22 CHARACTERS.
000660 01  RTB-RECORD.
000670     05  RTB-EFF-DATE            PIC 9(08).
000680     05  FILLER                  PIC X(02).
000690     05  RTB-FROM-YEAR           PIC 9(02).
000700     05  FILLER                  PIC X(02).
000710     05  RTB-THRU-YEAR           PIC 9(02).
000720     05  FILLER                  PIC X(02).
000730     05  RTB-RATE                PIC 9V999.
000740     05  RTB-RATE-EDIT REDEFINES RTB-RATE
000750                                 PIC X(04).
000760*
000770* THE HISTORY FILE IS READ AND APPENDED THROUGH THE ESTHIST LAYOUT
000780* COPIED INTO WORKING-STORAGE BELOW.
000790*
000800 FD  ESTHIST
000810     RECORD CONTAINS 295 CHARACTERS.
000820 01  HST-FILE-RECORD             PIC X(295).
000830*
000840* SORT WORK FILE -- THE WHOLE HISTORY, KEYED BY ORIGINAL LETTER
000850* AND LETTER NUMBER SO EACH CHAIN ENDS WITH ITS LATEST LETTER.
000860*
000870 SD  SORTHST-FILE.
000880 01  SHS-RECORD.
000890     05  SHS-LETTER-NO           PIC 9(07).
000900     05  FILLER                  PIC X(02).
000910     05  SHS-ORIG-LETTER-NO      PIC 9(07).
000920     05  FILLER                  PIC X(279).
000930*
000940 FD  SRTHST.
000950 01  SRH-RECORD                  PIC X(295).
000960*
000970 FD  ESTCHK.
000980 01  CHK-RECORD                  PIC X(100).
000990*
001000 FD  REVLTR.
001010 01  REV-RECORD                  PIC X(80).
001020*-----------------------
001030 WORKING-STORAGE SECTION.
001040*
001050* FILE STATUS FIELDS
001060*
001070 01  PROGMST-STATUS              PIC X(02).
001080     88  PROGMST-OK                          VALUE '00'.
001090     88  PROGMST-NOT-FOUND                   VALUE '35'.
001100 01  RATETBL-STATUS              PIC X(02).
001110     88  RATETBL-NOT-FOUND                   VALUE '35'.
001120 01  ESTHIST-STATUS              PIC X(02).
001130     88  ESTHIST-OK                          VALUE '00'.
001140     88  ESTHIST-NOT-FOUND                   VALUE '35'.
001150 01  SRTHST-STATUS               PIC X(02).
001160*
001170* END-OF-FILE SWITCHES
001180*
001190 01  HST-EOF-SWITCH              PIC X       VALUE 'N'.
001200     88  END-OF-HISTORY                      VALUE 'Y'.
001210 01  RTB-EOF-SWITCH              PIC X       VALUE 'N'.
001220     88  END-OF-RATETBL                      VALUE 'Y'.
001230*
001240* ENTRY VALIDATION SWITCH, SHARED BY THE ACCEPT-AND-EDIT PARAS
001250*
001260 01  ENTRY-VALID-SWITCH          PIC X       VALUE 'N'.
001270     88  ENTRY-IS-VALID                      VALUE 'Y'.
001280*
001290* KEYED TOLERANCE IN WHOLE DOLLARS. A LETTER WHOSE TOTAL MOVED BY
001300* MORE THAN THIS, EITHER WAY, IS LISTED AND RE-ISSUED.
001310*
001320 01  TOLERANCE                   PIC 9(05).
001330 01  TOLERANCE-EDIT REDEFINES TOLERANCE
001340                                 PIC X(05).
001350*
001360* YEAR-BANDED RATE SCHEDULE, LOADED FROM RATETBL AT STARTUP. THE
001370* LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE WINS.
001380*
001390 01  SCHEDULE-SWITCH             PIC X       VALUE 'N'.
001400     88  SCHEDULE-LOADED                     VALUE 'Y'.
001410 01  RATE-BAND-TABLE.
001420     05  RATE-BAND-COUNT         PIC 9(02)        VALUE ZERO.
001430     05  RATE-BAND-ENTRY OCCURS 10 TIMES.
001440         10  RB-FROM-YEAR        PIC 99.
001450         10  RB-THRU-YEAR        PIC 99.
001460         10  RB-RATE             PIC 9V999.
001470 01  RATE-BAND-EFF-DATE          PIC 9(08)           VALUE ZERO.
001480 01  RBX                         PIC 9(02).
001490*
001500* ESTIMATE HISTORY RECORD -- THE LETTER BEING CHECKED, AND THEN
001510* THE REVISION BUILT FROM IT.
001520*
001530 COPY ESTHIST.
001540*
001550* HOLD AREA FOR THE NEXT SORTED HISTORY RECORD. HIGH-VALUES MARKS
001560* THE FILE DRAINED. A HELD RECORD IN THE SAME CHAIN AS THE ONE IN
001570* HAND MEANS THE ONE IN HAND HAS ALREADY BEEN REPLACED.
001580*
001590 01  HOLD-HIST.
001600     05  HLD-LETTER-NO-X         PIC X(07).
001610     05  FILLER                  PIC X(02).
001620     05  HLD-ORIG-LETTER-NO      PIC 9(07).
001630     05  FILLER                  PIC X(279).
001640*
001650* THE LETTER AS ORIGINALLY QUOTED, KEPT FOR THE SIDE-BY-SIDE
001660* REVISED LETTER, AND THE FIGURES AS RE-PRICED TODAY.
001670*
001680 01  OLD-LETTER-NO               PIC 9(07).
001690 01  OLD-ISSUE-DATE              PIC 9(08).
001700 01  OLD-RATE-EFF-DATE           PIC 9(08).
001710 01  OLD-LETTER-TOTAL            PIC 9(08)V99.
001720 01  NEW-LETTER-TOTAL            PIC 9(08)V99.
001730 01  LETTER-CHANGE               PIC S9(08)V99.
001740 01  YEAR-COMPARE-TABLE.
001750     05  YEAR-COMPARE-ENTRY OCCURS 20 TIMES.
001760         10  OLD-YEAR-TOTAL      PIC 9(06)V99.
001770         10  NEW-YEAR-TOTAL      PIC 9(06)V99.
001780*
001790* HORIZON ARITHMETIC FOR ONE LETTER. TABLE ENTRY N HOLDS ACADEMIC
001800* YEAR RUN-YEAR + N; INDEX ZERO IS THE CURRENT YEAR AT BASE.
001810*
001820 01  RUN-YEAR                    PIC 9(04).
001830 01  FINAL-YEAR                  PIC 9(04).
001840 01  TOTAL-HORIZON               PIC 9(04).
001850 01  LTR-YEAR-CTR                PIC 9(02).
001860 01  TBL-IDX                     PIC 9(03).
001870 01  LTR-ACAD-YEAR               PIC 9(04).
001880 01  YEAR-CHANGE                 PIC S9(07)V99.
001883 01  TEACHOUT-WORK               PIC 9(01).
001886 01  TEACHOUT-LAST-YEAR          PIC 9(04).
001890*
001900* LETTER NUMBERING. A REVISED LETTER TAKES THE NUMBER AFTER THE
001910* HIGHEST ALREADY ON THE HISTORY FILE.
001920*
001930 01  LAST-LETTER-NO              PIC 9(07)        VALUE ZERO.
001940*
001950* LETTERS THAT COULD NOT BE RE-CHECKED, HELD FOR THE EXCEPTION
001960* PAGE SO NOTHING IS SILENTLY DROPPED.
001970*
001980 01  EXCEPTION-TABLE.
001990     05  EXC-LIST-COUNT          PIC 9(03)        VALUE ZERO.
002000     05  EXCEPTION-ENTRY OCCURS 200 TIMES.
002010         10  EXC-LETTER-NO       PIC 9(07).
002020         10  EXC-STUDENT-ID      PIC X(10).
002030         10  EXC-PROG-CODE       PIC X(10).
002040         10  EXC-REASON          PIC X(30).
002050 01  EXC-OVERFLOW-COUNT          PIC 9(05)        VALUE ZERO.
002060 01  EXC-REASON-WORK             PIC X(30).
002070 01  EXX                         PIC 9(03).
002080*
002090* COUNTS FOR THE PER-RUN SUMMARY
002100*
002110 01  HST-READ-COUNT              PIC 9(07)        VALUE ZERO.
002120 01  REPLACED-COUNT              PIC 9(07)        VALUE ZERO.
002130 01  COMPLETED-COUNT             PIC 9(07)        VALUE ZERO.
002140 01  CHECKED-COUNT               PIC 9(07)        VALUE ZERO.
002150 01  WITHIN-TOL-COUNT            PIC 9(07)        VALUE ZERO.
002160 01  MOVED-COUNT                 PIC 9(07)        VALUE ZERO.
002170 01  HST-WRITE-COUNT             PIC 9(07)        VALUE ZERO.
002180*
002190* RE-CHECK LISTING LINE LAYOUTS
002200*
002210 01  CHK-HEADING-1.
002220     05  FILLER                  PIC X(40)
002230         VALUE 'ESTIMATE LETTER RE-CHECK'.
002240     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
002250     05  CHK-HD-DATE             PIC 9(08).
002260 01  CHK-HEADING-2.
002270     05  FILLER                  PIC X(24)
002280         VALUE 'RATE SCHEDULE EFFECTIVE '.
002290     05  CHK-HD-EFF-DATE         PIC 9(08).
002300     05  FILLER                  PIC X(14)
002310         VALUE '   TOLERANCE $'.
002320     05  CHK-HD-TOLERANCE        PIC ZZZZ9.
002330 01  CHK-COLUMN-HEADS.
002340     05  FILLER                  PIC X(12)   VALUE 'STUDENT ID'.
002350     05  FILLER                  PIC X(12)   VALUE 'PROGRAM'.
002360     05  FILLER                  PIC X(09)   VALUE 'LETTER'.
002370     05  FILLER                  PIC X(10)   VALUE 'ISSUED'.
002380     05  FILLER                  PIC X(13)   VALUE '   OLD TOTAL'.
002390     05  FILLER                  PIC X(13)   VALUE '   NEW TOTAL'.
002400     05  FILLER                  PIC X(14)
002410         VALUE '       CHANGE'.
002420     05  FILLER                  PIC X(09)   VALUE '  REVISED'.
002430 01  CHK-DETAIL.
002440     05  CHK-DTL-ID              PIC X(10).
002450     05  FILLER                  PIC X(02)   VALUE SPACES.
002460     05  CHK-DTL-CODE            PIC X(10).
002470     05  FILLER                  PIC X(02)   VALUE SPACES.
002480     05  CHK-DTL-LETTER          PIC 9(07).
002490     05  FILLER                  PIC X(02)   VALUE SPACES.
002500     05  CHK-DTL-ISSUED          PIC 9(08).
002510     05  FILLER                  PIC X(02)   VALUE SPACES.
002520     05  CHK-DTL-OLD             PIC ZZZZZZZ9.99.
002530     05  FILLER                  PIC X(02)   VALUE SPACES.
002540     05  CHK-DTL-NEW             PIC ZZZZZZZ9.99.
002550     05  FILLER                  PIC X(02)   VALUE SPACES.
002560     05  CHK-DTL-CHANGE          PIC -ZZZZZZZ9.99.
002570     05  FILLER                  PIC X(02)   VALUE SPACES.
002580     05  CHK-DTL-REVISED         PIC 9(07).
002590 01  CHK-EXC-HEADING.
002600     05  FILLER                  PIC X(40)
002610         VALUE 'LETTERS NOT RE-CHECKED -- EXCEPTIONS'.
002620 01  CHK-EXC-DETAIL.
002630     05  FILLER                  PIC X(02)   VALUE SPACES.
002640     05  CHK-EXC-LETTER          PIC 9(07).
002650     05  FILLER                  PIC X(02)   VALUE SPACES.
002660     05  CHK-EXC-ID              PIC X(10).
002670     05  FILLER                  PIC X(02)   VALUE SPACES.
002680     05  CHK-EXC-CODE            PIC X(10).
002690     05  FILLER                  PIC X(02)   VALUE SPACES.
002700     05  CHK-EXC-REASON          PIC X(30).
002710 01  CHK-EXC-OVERFLOW.
002720     05  FILLER                  PIC X(02)   VALUE SPACES.
002730     05  CHK-EXC-OVF-COUNT       PIC ZZZZ9.
002740     05  FILLER                  PIC X(29)
002750         VALUE ' MORE EXCEPTIONS NOT LISTED'.
002760 01  CHK-SUMMARY-1.
002770     05  FILLER                  PIC X(24)
002780         VALUE 'HISTORY RECORDS READ    '.
002790     05  SUM-READ                PIC ZZZZZZ9.
002800     05  FILLER                  PIC X(24)
002810         VALUE '   ALREADY REPLACED     '.
002820     05  SUM-REPLACED            PIC ZZZZZZ9.
002830 01  CHK-SUMMARY-2.
002840     05  FILLER                  PIC X(24)
002850         VALUE 'PLANS ALREADY COMPLETE  '.
002860     05  SUM-COMPLETED           PIC ZZZZZZ9.
002870     05  FILLER                  PIC X(24)
002880         VALUE '   OUTSTANDING CHECKED  '.
002890     05  SUM-CHECKED             PIC ZZZZZZ9.
002900 01  CHK-SUMMARY-3.
002910     05  FILLER                  PIC X(24)
002920         VALUE 'WITHIN TOLERANCE        '.
002930     05  SUM-WITHIN              PIC ZZZZZZ9.
002940     05  FILLER                  PIC X(24)
002950         VALUE '   MOVED AND RE-ISSUED  '.
002960     05  SUM-MOVED               PIC ZZZZZZ9.
002970 01  CHK-SUMMARY-4.
002980     05  FILLER                  PIC X(24)
002990         VALUE 'EXCEPTIONS              '.
003000     05  SUM-EXCEPTIONS          PIC ZZZZZZ9.
003010*
003020* REVISED LETTER LINE LAYOUTS
003030*
003040 01  REV-HEADING-1.
003050     05  FILLER                  PIC X(40)
003060         VALUE 'REVISED COST OF ATTENDANCE ESTIMATE'.
003070     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
003080     05  REV-HD-DATE             PIC 9(08).
003090 01  REV-LETTER-LINE.
003100     05  FILLER                  PIC X(11)   VALUE 'LETTER NO: '.
003110     05  REV-LETTER-NO           PIC 9(07).
003120 01  REV-REPLACES-LINE.
003130     05  FILLER                  PIC X(16)
003140         VALUE 'REPLACES LETTER '.
003150     05  REV-OLD-LETTER-NO       PIC 9(07).
003160     05  FILLER                  PIC X(07)   VALUE ' DATED '.
003170     05  REV-OLD-ISSUE-DATE      PIC 9(08).
003180 01  REV-PREPARED-LINE.
003190     05  FILLER                  PIC X(14)
003200         VALUE 'PREPARED FOR: '.
003210     05  REV-STUDENT-NAME        PIC X(25).
003220     05  FILLER                  PIC X(05)   VALUE '  ID '.
003230     05  REV-STUDENT-ID          PIC X(10).
003240 01  REV-PROGRAM-LINE.
003250     05  FILLER                  PIC X(09)   VALUE 'PROGRAM: '.
003260     05  REV-PROG-CODE           PIC X(10).
003270     05  FILLER                  PIC X(02)   VALUE SPACES.
003280     05  REV-PROG-DESC           PIC X(30).
003290 01  REV-ENTRY-LINE.
003300     05  FILLER                  PIC X(16)
003310         VALUE 'ENTERING FALL OF'.
003320     05  FILLER                  PIC X(01)   VALUE SPACE.
003330     05  REV-ENTRY-YEAR          PIC 9(04).
003340     05  FILLER                  PIC X(21)
003350         VALUE '  YEARS TO COMPLETE: '.
003360     05  REV-PLAN-YEARS          PIC Z9.
003370 01  REV-SCHEDULE-LINE.
003380     05  FILLER                  PIC X(28)
003390         VALUE 'RATE SCHEDULE EFFECTIVE WAS '.
003400     05  REV-OLD-EFF-DATE        PIC 9(08).
003410     05  FILLER                  PIC X(06)   VALUE ', NOW '.
003420     05  REV-NEW-EFF-DATE        PIC 9(08).
003430 01  REV-COLUMN-HEADS.
003440     05  FILLER                  PIC X(09)   VALUE 'ACAD YR'.
003450     05  FILLER                  PIC X(12)   VALUE '    ORIGINAL'.
003460     05  FILLER                  PIC X(12)   VALUE '     REVISED'.
003470     05  FILLER                  PIC X(13)
003480         VALUE '       CHANGE'.
003490 01  REV-DETAIL.
003500     05  REV-DTL-YEAR            PIC 9(04).
003510     05  FILLER                  PIC X(05)   VALUE SPACES.
003520     05  REV-DTL-OLD             PIC ZZZZZZ9.99.
003530     05  FILLER                  PIC X(02)   VALUE SPACES.
003540     05  REV-DTL-NEW             PIC ZZZZZZ9.99.
003550     05  FILLER                  PIC X(02)   VALUE SPACES.
003560     05  REV-DTL-CHANGE          PIC -ZZZZZZ9.99.
003570 01  REV-TOTAL-LINE.
003580     05  FILLER                  PIC X(07)   VALUE 'TOTAL'.
003590     05  REV-TOT-OLD             PIC ZZZZZZZZ9.99.
003600     05  FILLER                  PIC X(01)   VALUE SPACES.
003610     05  REV-TOT-NEW             PIC ZZZZZZZZ9.99.
003620     05  FILLER                  PIC X(01)   VALUE SPACES.
003630     05  REV-TOT-CHANGE          PIC -ZZZZZZZ9.99.
003640 01  REV-SEPARATOR.
003650     05  FILLER                  PIC X(60)   VALUE ALL '-'.
003660*
003670* STANDARD PROJECTION RECORD, SHARED WITH THE TUITCALC ENGINE.
003680*
003690 COPY TUITREC.
003700*
003710* DATE OF THE CURRENT RUN, FOR THE REPORT HEADINGS.
003720*
003730 01  RUN-DATE                    PIC 9(08).
003740 01  RUN-DATE-SPLIT REDEFINES RUN-DATE.
003750     05  RUN-DATE-YEAR           PIC 9(04).
003760     05  RUN-DATE-MMDD           PIC 9(04).
003770*-----------------------
003780 PROCEDURE DIVISION.
003790*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003800 MAIN-PROCEDURE.
003810     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003820     MOVE RUN-DATE-YEAR TO RUN-YEAR.
003830     OPEN INPUT ESTHIST.
003840     IF ESTHIST-NOT-FOUND
003850         DISPLAY 'NO ESTHIST HISTORY FILE -- NOTHING TO RE-CHECK.'
003860         STOP RUN
003870     END-IF.
003880     CLOSE ESTHIST.
003890     PERFORM 1300-LOAD-RATE-SCHEDULE THRU 1300-EXIT.
003900     PERFORM 1400-LOAD-TR-BANDS THRU 1400-EXIT.
003910     MOVE 'N' TO ENTRY-VALID-SWITCH.
003920     PERFORM 2300-ACCEPT-TOLERANCE THRU 2300-EXIT
003930         UNTIL ENTRY-IS-VALID.
003940     OPEN INPUT PROGMST.
003950     IF NOT PROGMST-OK
003960         DISPLAY 'UNABLE TO OPEN PROGRAM MASTER -- STATUS '
003970                 PROGMST-STATUS ' -- RUN ENDED.'
003980         MOVE 8 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     SORT SORTHST-FILE
004020         ON ASCENDING KEY SHS-ORIG-LETTER-NO SHS-LETTER-NO
004030         INPUT PROCEDURE IS 3000-RELEASE-HISTORY THRU 3000-EXIT
004040         GIVING SRTHST.
004050     OPEN INPUT SRTHST.
004060     OPEN EXTEND ESTHIST.
004070     OPEN OUTPUT ESTCHK.
004080     OPEN OUTPUT REVLTR.
004090     MOVE RUN-DATE TO CHK-HD-DATE.
004100     MOVE RATE-BAND-EFF-DATE TO CHK-HD-EFF-DATE.
004110     MOVE TOLERANCE TO CHK-HD-TOLERANCE.
004120     WRITE CHK-RECORD FROM CHK-HEADING-1.
004130     WRITE CHK-RECORD FROM CHK-HEADING-2.
004140     MOVE SPACES TO CHK-RECORD.
004150     WRITE CHK-RECORD.
004160     WRITE CHK-RECORD FROM CHK-COLUMN-HEADS.
004170     PERFORM 3500-READ-SORTED-HISTORY THRU 3500-EXIT.
004180     PERFORM 4000-CHECK-LETTER THRU 4000-EXIT
004190         UNTIL HLD-LETTER-NO-X = HIGH-VALUES.
004200     IF MOVED-COUNT = ZERO
004210         MOVE '  NONE' TO CHK-RECORD
004220         WRITE CHK-RECORD
004230     END-IF.
004240     PERFORM 5000-WRITE-EXCEPTION-PAGE THRU 5000-EXIT.
004250     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
004260     CLOSE SRTHST.
004270     CLOSE ESTHIST.
004280     CLOSE PROGMST.
004290     CLOSE ESTCHK.
004300     CLOSE REVLTR.
004310     STOP RUN.
004320*
004330* LOADS THE YEAR-BANDED RATE SCHEDULE FROM RATETBL, THE SAME WAY
004340* THE ESTIMATE LETTERS LOAD IT: ONLY BANDS EFFECTIVE ON OR BEFORE
004350* THE RUN DATE ARE CANDIDATES, AND THE LATEST SUCH EFFECTIVE
004360* DATE WINS. WITH NO FILE OR NO USABLE BANDS EACH LETTER'S OWN
004370* FALLBACK RATE CARRIES EVERY YEAR.
004380*
004390 1300-LOAD-RATE-SCHEDULE.
004400     OPEN INPUT RATETBL.
004410     IF RATETBL-NOT-FOUND
004420         DISPLAY 'NO RATE SCHEDULE ON FILE -- EACH LETTER''S '
004430                 'KEYED RATE APPLIES TO EVERY YEAR.'
004440         GO TO 1300-EXIT
004450     END-IF.
004460     PERFORM 1310-READ-RATETBL THRU 1310-EXIT.
004470     PERFORM 1320-STORE-RATE-BAND THRU 1320-EXIT
004480         UNTIL END-OF-RATETBL.
004490     CLOSE RATETBL.
004500     IF RATE-BAND-COUNT > ZERO
004510         MOVE 'Y' TO SCHEDULE-SWITCH
004520         DISPLAY 'RATE SCHEDULE LOADED, EFFECTIVE '
004530                 RATE-BAND-EFF-DATE
004540     ELSE
004550         DISPLAY 'RATE SCHEDULE HELD NO USABLE BANDS -- EACH '
004560                 'LETTER''S KEYED RATE APPLIES TO EVERY YEAR.'
004570     END-IF.
004580 1300-EXIT.
004590     EXIT.
004600 1310-READ-RATETBL.
004610     READ RATETBL
004620         AT END MOVE 'Y' TO RTB-EOF-SWITCH
004630     END-READ.
004640 1310-EXIT.
004650     EXIT.
004660*
004670* STORES ONE RATE BAND. BAD RECORDS AND BANDS EFFECTIVE AFTER
004680* THE RUN DATE ARE DROPPED WITH A NOTE.
004690*
004700 1320-STORE-RATE-BAND.
004710     IF RTB-EFF-DATE IS NOT NUMERIC
004720         OR RTB-FROM-YEAR IS NOT NUMERIC
004730         OR RTB-THRU-YEAR IS NOT NUMERIC
004740         OR RTB-RATE-EDIT IS NOT NUMERIC
004750         OR RTB-FROM-YEAR > RTB-THRU-YEAR
004760         DISPLAY 'BAD RATE SCHEDULE RECORD DROPPED.'
004770         GO TO 1320-NEXT
004780     END-IF.
004790     IF RTB-EFF-DATE > RUN-DATE
004800         GO TO 1320-NEXT
004810     END-IF.
004820     IF RTB-EFF-DATE > RATE-BAND-EFF-DATE
004830         MOVE RTB-EFF-DATE TO RATE-BAND-EFF-DATE
004840         MOVE ZERO TO RATE-BAND-COUNT
004850     END-IF.
004860     IF RTB-EFF-DATE = RATE-BAND-EFF-DATE
004870         IF RATE-BAND-COUNT < 10
004880             ADD 1 TO RATE-BAND-COUNT
004890             MOVE RTB-FROM-YEAR
004900                 TO RB-FROM-YEAR (RATE-BAND-COUNT)
004910             MOVE RTB-THRU-YEAR
004920                 TO RB-THRU-YEAR (RATE-BAND-COUNT)
004930             MOVE RTB-RATE TO RB-RATE (RATE-BAND-COUNT)
004940         ELSE
004950             DISPLAY 'RATE BAND TABLE FULL -- BAND DROPPED.'
004960         END-IF
004970     END-IF.
004980 1320-NEXT.
004990     PERFORM 1310-READ-RATETBL THRU 1310-EXIT.
005000 1320-EXIT.
005010     EXIT.
005020*
005030* COPIES THE LOADED RATE SCHEDULE INTO THE SHARED PROJECTION
005040* RECORD, SO THE TUITCALC ENGINE SEES THE SAME BANDS THIS RUN
005050* LOADED. WITH NO SCHEDULE THE BAND COUNT STAYS ZERO AND THE
005060* ENGINE USES TR-RATE FOR EVERY YEAR.
005070*
005080 1400-LOAD-TR-BANDS.
005090     MOVE ZERO TO TR-BAND-COUNT.
005100     MOVE ZERO TO RBX.
005110     PERFORM 1410-COPY-ONE-BAND THRU 1410-EXIT
005120         UNTIL RBX = RATE-BAND-COUNT.
005130 1400-EXIT.
005140     EXIT.
005150 1410-COPY-ONE-BAND.
005160     ADD 1 TO RBX.
005170     MOVE RB-FROM-YEAR (RBX) TO TR-BAND-FROM (RBX).
005180     MOVE RB-THRU-YEAR (RBX) TO TR-BAND-THRU (RBX).
005190     MOVE RB-RATE (RBX) TO TR-BAND-RATE (RBX).
005200     MOVE RBX TO TR-BAND-COUNT.
005210 1410-EXIT.
005220     EXIT.
005230*
005240* PROMPTS FOR AND EDITS THE TOLERANCE. ZERO IS ALLOWED AND MEANS
005250* ANY MOVEMENT AT ALL RE-ISSUES THE LETTER.
005260*
005270 2300-ACCEPT-TOLERANCE.
005280     DISPLAY 'ENTER TOLERANCE IN WHOLE DOLLARS (EG 00250): '.
005290     ACCEPT TOLERANCE-EDIT.
005300     MOVE 'N' TO ENTRY-VALID-SWITCH.
005310     IF TOLERANCE-EDIT IS NUMERIC
005320         MOVE 'Y' TO ENTRY-VALID-SWITCH
005330     ELSE
005340         DISPLAY 'TOLERANCE MUST BE NUMERIC -- RE-ENTER.'
005350     END-IF.
005360 2300-EXIT.
005370     EXIT.
005380*
005390* RELEASES THE WHOLE HISTORY FILE TO THE SORT, NOTING THE HIGHEST
005400* LETTER NUMBER ON FILE SO REVISIONS NUMBER ON FROM IT. A RECORD
005410* WITH NO USABLE LETTER NUMBER CANNOT BE PLACED IN A CHAIN AND IS
005420* DROPPED WITH A NOTE.
005430*
005440 3000-RELEASE-HISTORY.
005450     OPEN INPUT ESTHIST.
005460     MOVE 'N' TO HST-EOF-SWITCH.
005470     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005480     PERFORM 3200-RELEASE-ONE-LETTER THRU 3200-EXIT
005490         UNTIL END-OF-HISTORY.
005500     CLOSE ESTHIST.
005510 3000-EXIT.
005520     EXIT.
005530 3100-READ-HISTORY.
005540     READ ESTHIST INTO EH-RECORD
005550         AT END MOVE 'Y' TO HST-EOF-SWITCH
005560     END-READ.
005570 3100-EXIT.
005580     EXIT.
005590 3200-RELEASE-ONE-LETTER.
005600     ADD 1 TO HST-READ-COUNT.
005610     IF EH-LETTER-NO IS NOT NUMERIC
005620         OR EH-ORIG-LETTER-NO IS NOT NUMERIC
005630         DISPLAY 'BAD HISTORY RECORD DROPPED.'
005640         GO TO 3200-NEXT
005650     END-IF.
005660     IF EH-LETTER-NO > LAST-LETTER-NO
005670         MOVE EH-LETTER-NO TO LAST-LETTER-NO
005680     END-IF.
005690     RELEASE SHS-RECORD FROM EH-RECORD.
005700 3200-NEXT.
005710     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005720 3200-EXIT.
005730     EXIT.
005740*
005750* READS THE NEXT SORTED HISTORY RECORD INTO ITS HOLD AREA.
005760*
005770 3500-READ-SORTED-HISTORY.
005780     READ SRTHST INTO HOLD-HIST
005790         AT END MOVE HIGH-VALUES TO HOLD-HIST
005800     END-READ.
005810 3500-EXIT.
005820     EXIT.
005830*
005840* TAKES THE HELD RECORD IN HAND AND LOOKS AHEAD ONE. IF THE NEXT
005850* RECORD IS IN THE SAME CHAIN, THIS LETTER HAS ALREADY BEEN
005860* REPLACED AND IS PASSED OVER. OTHERWISE IT IS THE LETTER THE
005870* FAMILY HOLDS: A PLAN WHOSE LAST YEAR IS PAST IS COUNTED AND
005880* LEFT ALONE, AND ANYTHING ELSE IS RE-PRICED AND COMPARED. A PLAN
005882* THAT ENTERS BEFORE THE PROGRAM LAUNCHES, ENTERS ONCE IT HAS
005885* CLOSED, OR RUNS PAST THE END OF ITS TEACH-OUT IS AN EXCEPTION,
005887* TESTED THE SAME WAY THE ESTIMATE LETTER PROGRAM TESTS IT.
005890*
005900 4000-CHECK-LETTER.
005910     MOVE HOLD-HIST TO EH-RECORD.
005920     PERFORM 3500-READ-SORTED-HISTORY THRU 3500-EXIT.
005930     IF HLD-LETTER-NO-X NOT = HIGH-VALUES
005940         AND HLD-ORIG-LETTER-NO = EH-ORIG-LETTER-NO
005950         ADD 1 TO REPLACED-COUNT
005960         GO TO 4000-EXIT
005970     END-IF.
005980     IF EH-ENTRY-YEAR IS NOT NUMERIC OR EH-YEARS IS NOT NUMERIC
005990         OR EH-YEARS = ZERO OR EH-YEARS > 20
006000         OR EH-FALLBACK-RATE IS NOT NUMERIC
006010         MOVE 'BAD HISTORY RECORD' TO EXC-REASON-WORK
006020         PERFORM 4200-NOTE-EXCEPTION THRU 4200-EXIT
006030         GO TO 4000-EXIT
006040     END-IF.
006050     COMPUTE FINAL-YEAR = EH-ENTRY-YEAR + EH-YEARS - 1.
006060     IF FINAL-YEAR < RUN-YEAR
006070         ADD 1 TO COMPLETED-COUNT
006080         GO TO 4000-EXIT
006090     END-IF.
006100     ADD 1 TO CHECKED-COUNT.
006110     MOVE EH-PROG-CODE TO PM-PROG-CODE.
006120     READ PROGMST
006130         INVALID KEY
006140             MOVE 'PROGRAM NO LONGER ON MASTER' TO EXC-REASON-WORK
006150             PERFORM 4200-NOTE-EXCEPTION THRU 4200-EXIT
006160             GO TO 4000-EXIT
006170     END-READ.
006180     IF PM-INACTIVE
006190         MOVE 'PROGRAM NOW INACTIVE' TO EXC-REASON-WORK
006200         PERFORM 4200-NOTE-EXCEPTION THRU 4200-EXIT
006210         GO TO 4000-EXIT
006220     END-IF.
006230     IF PM-TUITION-EDIT IS NOT NUMERIC OR PM-TUITION = ZERO
006240         OR PM-FEES-EDIT IS NOT NUMERIC
006250         OR PM-FEES-RATE-EDIT IS NOT NUMERIC
006260         OR PM-ROOMBD-EDIT IS NOT NUMERIC
006270         OR PM-ROOMBD-RATE-EDIT IS NOT NUMERIC
006280         MOVE 'BAD MASTER DATA' TO EXC-REASON-WORK
006281         PERFORM 4200-NOTE-EXCEPTION THRU 4200-EXIT
006282         GO TO 4000-EXIT
006283     END-IF.
006284     IF PM-LAUNCH-YEAR-EDIT IS NUMERIC
006285         AND EH-ENTRY-YEAR < PM-LAUNCH-YEAR
006286         MOVE 'PROGRAM NOT OPEN AT ENTRY' TO EXC-REASON-WORK
006287         PERFORM 4200-NOTE-EXCEPTION THRU 4200-EXIT
006288         GO TO 4000-EXIT
006289     END-IF.
006290     IF PM-CLOSE-YEAR-EDIT IS NUMERIC AND PM-CLOSE-YEAR > ZERO
006291         AND EH-ENTRY-YEAR NOT < PM-CLOSE-YEAR
006292         MOVE 'PROGRAM CLOSED TO ENTRY' TO EXC-REASON-WORK
006293         PERFORM 4200-NOTE-EXCEPTION THRU 4200-EXIT
006295         GO TO 4000-EXIT
006296     END-IF.
006297     IF PM-CLOSE-YEAR-EDIT IS NUMERIC AND PM-CLOSE-YEAR > ZERO
006298         MOVE ZERO TO TEACHOUT-WORK
006299         IF PM-TEACHOUT-EDIT IS NUMERIC
006300             MOVE PM-TEACHOUT-YEARS TO TEACHOUT-WORK
006301         END-IF
006302         COMPUTE TEACHOUT-LAST-YEAR =
006303             PM-CLOSE-YEAR + TEACHOUT-WORK - 1
006304         IF FINAL-YEAR > TEACHOUT-LAST-YEAR
006305             MOVE 'COMPLETES AFTER TEACH-OUT' TO EXC-REASON-WORK
006306             PERFORM 4200-NOTE-EXCEPTION THRU 4200-EXIT
006307             GO TO 4000-EXIT
006308         END-IF
006310     END-IF.
006320     COMPUTE TOTAL-HORIZON = FINAL-YEAR - RUN-YEAR.
006330     IF TOTAL-HORIZON > 99
006340         MOVE 'HORIZON PAST 99 YEARS' TO EXC-REASON-WORK
006350         PERFORM 4200-NOTE-EXCEPTION THRU 4200-EXIT
006360         GO TO 4000-EXIT
006370     END-IF.
006380     IF TOTAL-HORIZON > ZERO
006390         MOVE EH-PROG-CODE TO TR-PROG-CODE
006400         MOVE PM-TUITION TO TR-BASE-TUITION
006410         MOVE EH-FALLBACK-RATE TO TR-RATE
006420         MOVE PM-FEES TO TR-BASE-FEES
006430         MOVE PM-FEES-RATE TO TR-FEES-RATE
006440         MOVE PM-ROOMBD TO TR-BASE-ROOMBD
006450         MOVE PM-ROOMBD-RATE TO TR-ROOMBD-RATE
006460         MOVE TOTAL-HORIZON TO TR-YEAR-COUNT
006470         CALL 'TUITCALC' USING TUITION-RECORD
006480     END-IF.
006490     MOVE ZERO TO NEW-LETTER-TOTAL.
006500     MOVE ZERO TO LTR-YEAR-CTR.
006510     PERFORM 4100-REPRICE-YEAR THRU 4100-EXIT
006520         EH-YEARS TIMES.
006530     MOVE EH-LETTER-TOTAL TO OLD-LETTER-TOTAL.
006540     COMPUTE LETTER-CHANGE = NEW-LETTER-TOTAL - OLD-LETTER-TOTAL.
006550     IF LETTER-CHANGE NOT > TOLERANCE
006560         AND LETTER-CHANGE NOT < ZERO - TOLERANCE
006570         ADD 1 TO WITHIN-TOL-COUNT
006580         GO TO 4000-EXIT
006590     END-IF.
006600     ADD 1 TO MOVED-COUNT.
006610     MOVE EH-LETTER-NO TO OLD-LETTER-NO.
006620     MOVE EH-ISSUE-DATE TO OLD-ISSUE-DATE.
006630     MOVE EH-RATE-EFF-DATE TO OLD-RATE-EFF-DATE.
006640     ADD 1 TO LAST-LETTER-NO.
006650     PERFORM 4300-WRITE-CHECK-LINE THRU 4300-EXIT.
006660     PERFORM 4400-PRINT-REVISED-LETTER THRU 4400-EXIT.
006670     PERFORM 4500-WRITE-REVISION THRU 4500-EXIT.
006680 4000-EXIT.
006690     EXIT.
006700*
006710* RE-PRICES ONE ACADEMIC YEAR OF THE LETTER. A YEAR ALREADY PAST
006720* KEEPS THE FIGURE ORIGINALLY QUOTED. OTHERWISE ACADEMIC YEAR Y
006730* READS TR-YEAR-TABLE ENTRY Y - RUN-YEAR, AND INDEX ZERO IS THE
006740* CURRENT YEAR AT THE MASTER'S BASE CHARGES -- THE SAME ARITHMETIC
006750* THE ORIGINAL LETTER USED.
006760*
006770 4100-REPRICE-YEAR.
006780     ADD 1 TO LTR-YEAR-CTR.
006790     MOVE EH-YEAR-TOTAL (LTR-YEAR-CTR)
006800         TO OLD-YEAR-TOTAL (LTR-YEAR-CTR).
006810     COMPUTE LTR-ACAD-YEAR = EH-ENTRY-YEAR + LTR-YEAR-CTR - 1.
006820     IF LTR-ACAD-YEAR < RUN-YEAR
006830         MOVE EH-YEAR-TOTAL (LTR-YEAR-CTR)
006840             TO NEW-YEAR-TOTAL (LTR-YEAR-CTR)
006850     ELSE
006860         COMPUTE TBL-IDX = LTR-ACAD-YEAR - RUN-YEAR
006870         IF TBL-IDX = ZERO
006880             COMPUTE NEW-YEAR-TOTAL (LTR-YEAR-CTR) =
006890                 PM-TUITION + PM-FEES + PM-ROOMBD
006900         ELSE
006910             MOVE TR-YEAR-TOTAL (TBL-IDX)
006920                 TO NEW-YEAR-TOTAL (LTR-YEAR-CTR)
006930         END-IF
006940     END-IF.
006950     ADD NEW-YEAR-TOTAL (LTR-YEAR-CTR) TO NEW-LETTER-TOTAL.
006960 4100-EXIT.
006970     EXIT.
006980*
006990* REMEMBERS ONE LETTER THAT COULD NOT BE RE-CHECKED, FOR THE
007000* EXCEPTION PAGE.
007010*
007020 4200-NOTE-EXCEPTION.
007030     IF EXC-LIST-COUNT < 200
007040         ADD 1 TO EXC-LIST-COUNT
007050         MOVE EH-LETTER-NO
007060             TO EXC-LETTER-NO (EXC-LIST-COUNT)
007070         MOVE EH-STUDENT-ID
007080             TO EXC-STUDENT-ID (EXC-LIST-COUNT)
007090         MOVE EH-PROG-CODE
007100             TO EXC-PROG-CODE (EXC-LIST-COUNT)
007110         MOVE EXC-REASON-WORK
007120             TO EXC-REASON (EXC-LIST-COUNT)
007130     ELSE
007140         ADD 1 TO EXC-OVERFLOW-COUNT
007150     END-IF.
007160 4200-EXIT.
007170     EXIT.
007180*
007190* LISTS ONE STUDENT WHOSE QUOTED TOTAL MOVED PAST THE TOLERANCE,
007200* WITH THE NUMBER OF THE REVISED LETTER BEING ISSUED.
007210*
007220 4300-WRITE-CHECK-LINE.
007230     MOVE EH-STUDENT-ID TO CHK-DTL-ID.
007240     MOVE EH-PROG-CODE TO CHK-DTL-CODE.
007250     MOVE OLD-LETTER-NO TO CHK-DTL-LETTER.
007260     MOVE OLD-ISSUE-DATE TO CHK-DTL-ISSUED.
007270     MOVE OLD-LETTER-TOTAL TO CHK-DTL-OLD.
007280     MOVE NEW-LETTER-TOTAL TO CHK-DTL-NEW.
007290     MOVE LETTER-CHANGE TO CHK-DTL-CHANGE.
007300     MOVE LAST-LETTER-NO TO CHK-DTL-REVISED.
007310     WRITE CHK-RECORD FROM CHK-DETAIL.
007320 4300-EXIT.
007330     EXIT.
007340*
007350* PRINTS ONE REVISED LETTER: THE NEW LETTER NUMBER, THE LETTER IT
007360* REPLACES AND ITS DATE, THE STUDENT AND PROGRAM HEADING, AND THE
007370* ORIGINAL AND REVISED FIGURES SIDE BY SIDE FOR EVERY YEAR.
007380*
007390 4400-PRINT-REVISED-LETTER.
007400     MOVE SPACES TO REV-RECORD.
007410     WRITE REV-RECORD.
007420     MOVE RUN-DATE TO REV-HD-DATE.
007430     WRITE REV-RECORD FROM REV-HEADING-1.
007440     MOVE LAST-LETTER-NO TO REV-LETTER-NO.
007450     WRITE REV-RECORD FROM REV-LETTER-LINE.
007460     MOVE OLD-LETTER-NO TO REV-OLD-LETTER-NO.
007470     MOVE OLD-ISSUE-DATE TO REV-OLD-ISSUE-DATE.
007480     WRITE REV-RECORD FROM REV-REPLACES-LINE.
007490     MOVE SPACES TO REV-RECORD.
007500     WRITE REV-RECORD.
007510     MOVE EH-STUDENT-NAME TO REV-STUDENT-NAME.
007520     MOVE EH-STUDENT-ID TO REV-STUDENT-ID.
007530     WRITE REV-RECORD FROM REV-PREPARED-LINE.
007540     MOVE EH-PROG-CODE TO REV-PROG-CODE.
007550     MOVE PM-DESCRIPTION TO REV-PROG-DESC.
007560     WRITE REV-RECORD FROM REV-PROGRAM-LINE.
007570     MOVE EH-ENTRY-YEAR TO REV-ENTRY-YEAR.
007580     MOVE EH-YEARS TO REV-PLAN-YEARS.
007590     WRITE REV-RECORD FROM REV-ENTRY-LINE.
007600     MOVE OLD-RATE-EFF-DATE TO REV-OLD-EFF-DATE.
007610     MOVE RATE-BAND-EFF-DATE TO REV-NEW-EFF-DATE.
007620     WRITE REV-RECORD FROM REV-SCHEDULE-LINE.
007630     MOVE SPACES TO REV-RECORD.
007640     WRITE REV-RECORD.
007650     WRITE REV-RECORD FROM REV-COLUMN-HEADS.
007660     MOVE ZERO TO LTR-YEAR-CTR.
007670     PERFORM 4410-PRINT-REVISED-YEAR THRU 4410-EXIT
007680         EH-YEARS TIMES.
007690     MOVE SPACES TO REV-RECORD.
007700     WRITE REV-RECORD.
007710     MOVE OLD-LETTER-TOTAL TO REV-TOT-OLD.
007720     MOVE NEW-LETTER-TOTAL TO REV-TOT-NEW.
007730     MOVE LETTER-CHANGE TO REV-TOT-CHANGE.
007740     WRITE REV-RECORD FROM REV-TOTAL-LINE.
007750     WRITE REV-RECORD FROM REV-SEPARATOR.
007760 4400-EXIT.
007770     EXIT.
007780 4410-PRINT-REVISED-YEAR.
007790     ADD 1 TO LTR-YEAR-CTR.
007800     COMPUTE LTR-ACAD-YEAR = EH-ENTRY-YEAR + LTR-YEAR-CTR - 1.
007810     COMPUTE YEAR-CHANGE = NEW-YEAR-TOTAL (LTR-YEAR-CTR)
007820         - OLD-YEAR-TOTAL (LTR-YEAR-CTR).
007830     MOVE LTR-ACAD-YEAR TO REV-DTL-YEAR.
007840     MOVE OLD-YEAR-TOTAL (LTR-YEAR-CTR) TO REV-DTL-OLD.
007850     MOVE NEW-YEAR-TOTAL (LTR-YEAR-CTR) TO REV-DTL-NEW.
007860     MOVE YEAR-CHANGE TO REV-DTL-CHANGE.
007870     WRITE REV-RECORD FROM REV-DETAIL.
007880 4410-EXIT.
007890     EXIT.
007900*
007910* APPENDS THE REVISED LETTER TO THE HISTORY AS THE NEW LATEST
007920* LETTER IN ITS CHAIN. THE ORIGINAL LETTER NUMBER, STUDENT, PLAN
007930* AND FALLBACK RATE CARRY OVER; THE ISSUE DATE, SCHEDULE DATE AND
007940* FIGURES ARE TODAY'S, AND THE REPLACED LETTER IS CITED. A FAILED
007950* WRITE IS REPORTED AND THE RUN ENDS WITH A BAD RETURN CODE.
007960*
007970 4500-WRITE-REVISION.
007980     MOVE LAST-LETTER-NO TO EH-LETTER-NO.
007990     MOVE RUN-DATE TO EH-ISSUE-DATE.
008000     MOVE RATE-BAND-EFF-DATE TO EH-RATE-EFF-DATE.
008010     MOVE OLD-LETTER-NO TO EH-REPLACES-NO.
008020     MOVE OLD-ISSUE-DATE TO EH-REPLACES-DATE.
008030     MOVE NEW-LETTER-TOTAL TO EH-LETTER-TOTAL.
008040     MOVE ZERO TO LTR-YEAR-CTR.
008050     PERFORM 4510-MOVE-NEW-YEAR THRU 4510-EXIT
008060         EH-YEARS TIMES.
008070     WRITE HST-FILE-RECORD FROM EH-RECORD.
008080     IF ESTHIST-OK
008090         ADD 1 TO HST-WRITE-COUNT
008100     ELSE
008110         DISPLAY 'HISTORY WRITE FAILED FOR LETTER ' LAST-LETTER-NO
008120                 ' -- STATUS ' ESTHIST-STATUS
008130         MOVE 8 TO RETURN-CODE
008140     END-IF.
008150 4500-EXIT.
008160     EXIT.
008170 4510-MOVE-NEW-YEAR.
008180     ADD 1 TO LTR-YEAR-CTR.
008190     MOVE NEW-YEAR-TOTAL (LTR-YEAR-CTR)
008200         TO EH-YEAR-TOTAL (LTR-YEAR-CTR).
008210 4510-EXIT.
008220     EXIT.
008230*
008240* WRITES THE EXCEPTION PAGE -- EVERY OUTSTANDING LETTER THAT COULD
008250* NOT BE RE-CHECKED, WITH ITS REASON, SO NOTHING IS SILENTLY
008260* DROPPED.
008270*
008280 5000-WRITE-EXCEPTION-PAGE.
008290     MOVE SPACES TO CHK-RECORD.
008300     WRITE CHK-RECORD.
008310     WRITE CHK-RECORD FROM CHK-EXC-HEADING.
008320     IF EXC-LIST-COUNT = ZERO AND EXC-OVERFLOW-COUNT = ZERO
008330         MOVE '  NONE' TO CHK-RECORD
008340         WRITE CHK-RECORD
008350         GO TO 5000-EXIT
008360     END-IF.
008370     MOVE ZERO TO EXX.
008380     PERFORM 5010-WRITE-ONE-EXCEPTION THRU 5010-EXIT
008390         UNTIL EXX = EXC-LIST-COUNT.
008400     IF EXC-OVERFLOW-COUNT > ZERO
008410         MOVE EXC-OVERFLOW-COUNT TO CHK-EXC-OVF-COUNT
008420         WRITE CHK-RECORD FROM CHK-EXC-OVERFLOW
008430     END-IF.
008440 5000-EXIT.
008450     EXIT.
008460 5010-WRITE-ONE-EXCEPTION.
008470     ADD 1 TO EXX.
008480     MOVE EXC-LETTER-NO (EXX) TO CHK-EXC-LETTER.
008490     MOVE EXC-STUDENT-ID (EXX) TO CHK-EXC-ID.
008500     MOVE EXC-PROG-CODE (EXX) TO CHK-EXC-CODE.
008510     MOVE EXC-REASON (EXX) TO CHK-EXC-REASON.
008520     WRITE CHK-RECORD FROM CHK-EXC-DETAIL.
008530 5010-EXIT.
008540     EXIT.
008550*
008560* WRITES THE PER-RUN SUMMARY COUNTS.
008570*
008580 5100-WRITE-SUMMARY.
008590     MOVE SPACES TO CHK-RECORD.
008600     WRITE CHK-RECORD.
008610     MOVE HST-READ-COUNT TO SUM-READ.
008620     MOVE REPLACED-COUNT TO SUM-REPLACED.
008630     WRITE CHK-RECORD FROM CHK-SUMMARY-1.
008640     MOVE COMPLETED-COUNT TO SUM-COMPLETED.
008650     MOVE CHECKED-COUNT TO SUM-CHECKED.
008660     WRITE CHK-RECORD FROM CHK-SUMMARY-2.
008670     MOVE WITHIN-TOL-COUNT TO SUM-WITHIN.
008680     MOVE MOVED-COUNT TO SUM-MOVED.
008690     WRITE CHK-RECORD FROM CHK-SUMMARY-3.
008700     COMPUTE SUM-EXCEPTIONS =
008710         EXC-LIST-COUNT + EXC-OVERFLOW-COUNT.
008720     WRITE CHK-RECORD FROM CHK-SUMMARY-4.
008730     DISPLAY MOVED-COUNT ' REVISED LETTERS WRITTEN TO REVLTR, '
008740             HST-WRITE-COUNT ' RECORDED ON ESTHIST.'.
008750 5100-EXIT.
008760     EXIT.
008770
008780 END PROGRAM estchk_Gordon.
