000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aidpkg_Gordon.
000030 AUTHOR. R GORDON.
000040 INSTALLATION. BURSAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 10/15/2026 RG   ORIGINAL PROGRAM - FINANCIAL AID PACKAGING, THE
000100*                 AID CALLER THE TUITCALC ENGINE WAS CARVED OUT
000110*                 FOR. READS THE AWARDS FILE -- ONE LINE PER
000120*                 STUDENT AND AID YEAR CARRYING THE PROGRAM, ENTRY
000130*                 YEAR AND THE GRANT, SCHOLARSHIP, WORK-STUDY AND
000140*                 LOAN AWARDED FOR THAT YEAR -- SORTED BY STUDENT
000150*                 AND AID YEAR. EACH AID YEAR'S COST OF ATTENDANCE
000160*                 COMES FROM TUITCALC THROUGH THE SHARED
000170*                 TUITION-RECORD, PRICED THE SAME WAY THE ESTIMATE
000180*                 LETTERS PRICE IT, AND ONE AWARD LETTER PER
000190*                 STUDENT PRINTS ON AIDLTR SHOWING COST, EACH
000200*                 AWARD, TOTAL AID AND UNMET NEED YEAR BY YEAR.
000210*                 A STUDENT WHOSE AID EXCEEDS COST OF ATTENDANCE
000220*                 IN ANY YEAR, WHOSE PROGRAM IS INACTIVE OR NOT ON
000230*                 PROGMST, OR WHOSE AWARD LINES CANNOT BE PRICED,
000240*                 GETS NO LETTER AND IS LISTED ON THE SEPARATE
000250*                 AIDEXC EXCEPTION LISTING FOR THE AID OFFICE TO
000260*                 REVIEW BEFORE ANY LETTER IS MAILED.
000262* 10/15/2026 RG   A MASTER WITH NO USABLE PROGRAM LENGTH IS HELD
000265*                 AS BAD MASTER DATA BEFORE THE AWARD YEARS ARE
000267*                 EDITED AGAINST IT.
000268* 10/15/2026 RG   A BAD AWARD LINE NOW HOLDS THE STUDENT'S WHOLE
000269*                 LETTER INSTEAD OF DROPPING ONE AID YEAR.
000270*----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PROGMST ASSIGN TO 'PROGMST'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PM-PROG-CODE
000400         FILE STATUS IS PROGMST-STATUS.
000410     SELECT AWARDS ASSIGN TO 'AWARDS'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS AWARDS-STATUS.
000440     SELECT RATETBL ASSIGN TO 'RATETBL'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RATETBL-STATUS.
000470     SELECT SORTAWD-FILE ASSIGN TO 'SORTWK1'.
000480     SELECT SRTAWD ASSIGN TO 'SRTAWD'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS SRTAWD-STATUS.
000510     SELECT AIDLTR ASSIGN TO 'AIDLTR'
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT AIDEXC ASSIGN TO 'AIDEXC'
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*-----------------------
000560 DATA DIVISION.
000570*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000580 FILE SECTION.
000590*-----------------------
000600 FD  PROGMST.
000610 COPY PROGMST.
000620*
000630* STUDENT AWARDS, ONE LINE PER STUDENT AND AID YEAR.
000640*
000650 FD  AWARDS
000660     RECORD CONTAINS 97 CHARACTERS.
000670 01  AWD-RECORD.
000680     05  AWD-STUDENT-ID          PIC X(10).
000690     05  FILLER                  PIC X(02).
000700     05  AWD-STUDENT-NAME        PIC X(25).
000710     05  FILLER                  PIC X(02).
000720     05  AWD-PROG-CODE           PIC X(10).
000730     05  FILLER                  PIC X(02).
000740     05  AWD-ENTRY-YEAR          PIC 9(04).
000750     05  AWD-ENTRY-YEAR-EDIT REDEFINES AWD-ENTRY-YEAR
000760                                 PIC X(04).
000770     05  FILLER                  PIC X(02).
000780     05  AWD-AID-YEAR            PIC 9(04).
000790     05  AWD-AID-YEAR-EDIT REDEFINES AWD-AID-YEAR
000800                                 PIC X(04).
000810     05  FILLER                  PIC X(02).
000820     05  AWD-GRANT               PIC 9(05)V99.
000830     05  AWD-GRANT-EDIT REDEFINES AWD-GRANT
000840                                 PIC X(07).
000850     05  FILLER                  PIC X(02).
000860     05  AWD-SCHOLAR             PIC 9(05)V99.
000870     05  AWD-SCHOLAR-EDIT REDEFINES AWD-SCHOLAR
000880                                 PIC X(07).
000890     05  FILLER                  PIC X(02).
000900     05  AWD-WORKSTUDY           PIC 9(05)V99.
000910     05  AWD-WORKSTUDY-EDIT REDEFINES AWD-WORKSTUDY
000920                                 PIC X(07).
000930     05  FILLER                  PIC X(02).
000940     05  AWD-LOAN                PIC 9(05)V99.
000950     05  AWD-LOAN-EDIT REDEFINES AWD-LOAN
000960                                 PIC X(07).
000970*
000980 FD  RATETBL
000990     RECORD CONTAINS 22 CHARACTERS.
001000 01  RTB-RECORD.
001010     05  RTB-EFF-DATE            PIC 9(08).
001020     05  FILLER                  PIC X(02).
001030     05  RTB-FROM-YEAR           PIC 9(02).
001040     05  FILLER                  PIC X(02).
001050     05  RTB-THRU-YEAR           PIC 9(02).
001060     05  FILLER                  PIC X(02).
001070     05  RTB-RATE                PIC 9V999.
001080     05  RTB-RATE-EDIT REDEFINES RTB-RATE
001090                                 PIC X(04).
001100*
001110* SORT WORK FILE -- ONE RELEASED RECORD PER AWARD LINE, KEYED BY
001120* STUDENT AND AID YEAR. A LINE THAT FAILED ITS EDITS CARRIES THE
001125* REJECT FLAG, WHICH SORTS IT AFTER THE STUDENT'S GOOD LINES.
001130*
001140 SD  SORTAWD-FILE.
001150 01  SAW-RECORD.
001160     05  SAW-KEY.
001170         10  SAW-STUDENT-ID      PIC X(10).
001175         10  SAW-REJECT-FLAG     PIC X.
001180         10  SAW-AID-YEAR        PIC 9(04).
001190     05  SAW-STUDENT-NAME        PIC X(25).
001200     05  SAW-PROG-CODE           PIC X(10).
001210     05  SAW-ENTRY-YEAR          PIC 9(04).
001220     05  SAW-GRANT               PIC 9(05)V99.
001230     05  SAW-SCHOLAR             PIC 9(05)V99.
001240     05  SAW-WORKSTUDY           PIC 9(05)V99.
001250     05  SAW-LOAN                PIC 9(05)V99.
001260*
001270 FD  SRTAWD.
001280 01  SRW-RECORD                  PIC X(82).
001290*
001300 FD  AIDLTR.
001310 01  LTR-RECORD                  PIC X(100).
001320*
001330 FD  AIDEXC.
001340 01  EXC-RECORD                  PIC X(100).
001350*-----------------------
001360 WORKING-STORAGE SECTION.
001370*
001380* FILE STATUS FIELDS
001390*
001400 01  PROGMST-STATUS              PIC X(02).
001410     88  PROGMST-OK                          VALUE '00'.
001420     88  PROGMST-NOT-FOUND                   VALUE '35'.
001430 01  AWARDS-STATUS               PIC X(02).
001440     88  AWARDS-NOT-FOUND                    VALUE '35'.
001450 01  RATETBL-STATUS              PIC X(02).
001460     88  RATETBL-NOT-FOUND                   VALUE '35'.
001470 01  SRTAWD-STATUS               PIC X(02).
001480*
001490* END-OF-FILE SWITCHES
001500*
001510 01  AWD-EOF-SWITCH              PIC X       VALUE 'N'.
001520     88  END-OF-AWARDS                       VALUE 'Y'.
001530 01  RTB-EOF-SWITCH              PIC X       VALUE 'N'.
001540     88  END-OF-RATETBL                      VALUE 'Y'.
001550*
001560* ENTRY VALIDATION SWITCH, SHARED BY THE ACCEPT-AND-EDIT PARAS
001570*
001580 01  ENTRY-VALID-SWITCH          PIC X       VALUE 'N'.
001590     88  ENTRY-IS-VALID                      VALUE 'Y'.
001600*
001610* FALLBACK ANNUAL INCREASE RATE, KEYED AT STARTUP AND USED FOR
001620* YEARS NO RATE BAND COVERS, THE SAME WAY THE ESTIMATE LETTERS
001630* FALL BACK TO THEIR KEYED RATE.
001640*
001650 01  PERCENTAGE                  PIC 9V99.
001660 01  PERCENTAGE-EDIT REDEFINES PERCENTAGE
001670                                 PIC X(03).
001680*
001690* YEAR-BANDED RATE SCHEDULE, LOADED FROM RATETBL AT STARTUP. THE
001700* LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE WINS.
001710*
001720 01  SCHEDULE-SWITCH             PIC X       VALUE 'N'.
001730     88  SCHEDULE-LOADED                     VALUE 'Y'.
001740 01  RATE-BAND-TABLE.
001750     05  RATE-BAND-COUNT         PIC 9(02)        VALUE ZERO.
001760     05  RATE-BAND-ENTRY OCCURS 10 TIMES.
001770         10  RB-FROM-YEAR        PIC 99.
001780         10  RB-THRU-YEAR        PIC 99.
001790         10  RB-RATE             PIC 9V999.
001800 01  RATE-BAND-EFF-DATE          PIC 9(08)           VALUE ZERO.
001810 01  RBX                         PIC 9(02).
001820*
001830* HOLD AREA FOR THE NEXT SORTED AWARD LINE. HIGH-VALUES IN THE
001840* STUDENT ID MARKS THE FILE DRAINED.
001850*
001860 01  HOLD-AWD.
001870     05  HAW-KEY.
001880         10  HAW-STUDENT-ID      PIC X(10).
001883         10  HAW-REJECT-FLAG     PIC X.
001886             88  HAW-REJECTED                VALUE 'Y'.
001890         10  HAW-AID-YEAR        PIC 9(04).
001900     05  HAW-STUDENT-NAME        PIC X(25).
001910     05  HAW-PROG-CODE           PIC X(10).
001920     05  HAW-ENTRY-YEAR          PIC 9(04).
001930     05  HAW-GRANT               PIC 9(05)V99.
001940     05  HAW-SCHOLAR             PIC 9(05)V99.
001950     05  HAW-WORKSTUDY           PIC 9(05)V99.
001960     05  HAW-LOAN                PIC 9(05)V99.
001970*
001980* ONE STUDENT'S AWARD YEARS, COLLECTED AT THE STUDENT CONTROL
001990* BREAK. NO PROGRAM RUNS PAST NINE YEARS, SO TEN AWARD YEARS IS
002000* MORE THAN ANY GOOD STUDENT CAN CARRY.
002010*
002020 01  STU-STUDENT-ID              PIC X(10).
002030 01  STU-STUDENT-NAME            PIC X(25).
002040 01  STU-PROG-CODE               PIC X(10).
002050 01  STU-ENTRY-YEAR              PIC 9(04).
002060 01  STU-HELD-SWITCH             PIC X       VALUE 'N'.
002070     88  STUDENT-HELD                        VALUE 'Y'.
002080 01  STUDENT-YEAR-TABLE.
002090     05  STU-YEAR-COUNT          PIC 9(02)        VALUE ZERO.
002100     05  STU-YEAR-ENTRY OCCURS 10 TIMES.
002110         10  SY-AID-YEAR         PIC 9(04).
002120         10  SY-GRANT            PIC 9(05)V99.
002130         10  SY-SCHOLAR          PIC 9(05)V99.
002140         10  SY-WORKSTUDY        PIC 9(05)V99.
002150         10  SY-LOAN             PIC 9(05)V99.
002160         10  SY-COA              PIC 9(06)V99.
002170         10  SY-TOTAL-AID        PIC 9(06)V99.
002180 01  SYX                         PIC 9(02).
002190*
002200* HORIZON ARITHMETIC FOR ONE STUDENT: THE ENGINE PROJECTS FROM THE
002210* RUN YEAR THROUGH THE LAST AID YEAR. TABLE ENTRY N HOLDS ACADEMIC
002220* YEAR RUN-YEAR + N; INDEX ZERO IS THE CURRENT YEAR AT BASE.
002230*
002240 01  RUN-YEAR                    PIC 9(04).
002250 01  TOTAL-HORIZON               PIC 9(04).
002260 01  TBL-IDX                     PIC 9(03).
002270 01  LAST-AID-YEAR               PIC 9(04).
002280*
002290* LETTER TOTALS FOR ONE STUDENT
002300*
002310 01  LETTER-COA                  PIC 9(07)V99.
002320 01  LETTER-GRANT                PIC 9(07)V99.
002330 01  LETTER-SCHOLAR              PIC 9(07)V99.
002340 01  LETTER-WORKSTUDY            PIC 9(07)V99.
002350 01  LETTER-LOAN                 PIC 9(07)V99.
002360 01  LETTER-AID                  PIC 9(07)V99.
002370 01  LETTER-UNMET                PIC 9(07)V99.
002380 01  WRK-UNMET                   PIC 9(06)V99.
002390*
002400* EXCEPTION WORK FIELDS
002410*
002420 01  EXC-REASON-WORK             PIC X(30).
002430 01  EXC-YEAR-WORK               PIC 9(04).
002440 01  EXC-COA-WORK                PIC 9(06)V99.
002450 01  EXC-AID-WORK                PIC 9(06)V99.
002460*
002470* COUNTS FOR THE PER-RUN SUMMARY
002480*
002490 01  AWD-READ-COUNT              PIC 9(05)        VALUE ZERO.
002500 01  AWD-BAD-COUNT               PIC 9(05)        VALUE ZERO.
002510 01  STU-READ-COUNT              PIC 9(05)        VALUE ZERO.
002520 01  LTR-PRINT-COUNT             PIC 9(05)        VALUE ZERO.
002530 01  STU-HELD-COUNT              PIC 9(05)        VALUE ZERO.
002540 01  EXC-LINE-COUNT              PIC 9(05)        VALUE ZERO.
002550 01  OVER-AWARD-COUNT            PIC 9(05)        VALUE ZERO.
002560*
002570* AWARD LETTER LINE LAYOUTS
002580*
002590 01  LTR-HEADING-1.
002600     05  FILLER                  PIC X(40)
002610         VALUE 'FINANCIAL AID AWARD LETTER'.
002620     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
002630     05  LTR-HD-DATE             PIC 9(08).
002640 01  LTR-PREPARED-LINE.
002650     05  FILLER                  PIC X(14)
002660         VALUE 'PREPARED FOR: '.
002670     05  LTR-STUDENT-NAME        PIC X(25).
002680     05  FILLER                  PIC X(05)   VALUE '  ID '.
002690     05  LTR-STUDENT-ID          PIC X(10).
002700 01  LTR-PROGRAM-LINE.
002710     05  FILLER                  PIC X(09)   VALUE 'PROGRAM: '.
002720     05  LTR-PROG-CODE           PIC X(10).
002730     05  FILLER                  PIC X(02)   VALUE SPACES.
002740     05  LTR-PROG-DESC           PIC X(30).
002750 01  LTR-ENTRY-LINE.
002760     05  FILLER                  PIC X(16)
002770         VALUE 'ENTERING FALL OF'.
002780     05  FILLER                  PIC X(01)   VALUE SPACE.
002790     05  LTR-ENTRY-YEAR          PIC 9(04).
002800 01  LTR-COLUMN-HEADS.
002810     05  FILLER                  PIC X(07)   VALUE 'ACAD YR'.
002820     05  FILLER                  PIC X(12)   VALUE '         COA'.
002830     05  FILLER                  PIC X(11)   VALUE '      GRANT'.
002840     05  FILLER                  PIC X(11)   VALUE ' SCHOLARSHP'.
002850     05  FILLER                  PIC X(11)   VALUE ' WORK-STUDY'.
002860     05  FILLER                  PIC X(11)   VALUE '       LOAN'.
002870     05  FILLER                  PIC X(12)   VALUE '   TOTAL AID'.
002880     05  FILLER                  PIC X(12)   VALUE '  UNMET NEED'.
002890 01  LTR-DETAIL.
002900     05  LTR-DTL-YEAR            PIC 9(04).
002910     05  FILLER                  PIC X(03)   VALUE SPACES.
002920     05  LTR-DTL-COA             PIC ZZZZZZZ9.99.
002930     05  FILLER                  PIC X(01)   VALUE SPACES.
002940     05  LTR-DTL-GRANT           PIC ZZZZZZ9.99.
002950     05  FILLER                  PIC X(01)   VALUE SPACES.
002960     05  LTR-DTL-SCHOLAR         PIC ZZZZZZ9.99.
002970     05  FILLER                  PIC X(01)   VALUE SPACES.
002980     05  LTR-DTL-WORKSTUDY       PIC ZZZZZZ9.99.
002990     05  FILLER                  PIC X(01)   VALUE SPACES.
003000     05  LTR-DTL-LOAN            PIC ZZZZZZ9.99.
003010     05  FILLER                  PIC X(01)   VALUE SPACES.
003020     05  LTR-DTL-AID             PIC ZZZZZZZ9.99.
003030     05  FILLER                  PIC X(01)   VALUE SPACES.
003040     05  LTR-DTL-UNMET           PIC ZZZZZZZ9.99.
003050 01  LTR-TOTAL-LINE.
003060     05  FILLER                  PIC X(07)   VALUE 'TOTAL'.
003070     05  LTR-TOT-COA             PIC ZZZZZZZ9.99.
003080     05  FILLER                  PIC X(01)   VALUE SPACES.
003090     05  LTR-TOT-GRANT           PIC ZZZZZZ9.99.
003100     05  FILLER                  PIC X(01)   VALUE SPACES.
003110     05  LTR-TOT-SCHOLAR         PIC ZZZZZZ9.99.
003120     05  FILLER                  PIC X(01)   VALUE SPACES.
003130     05  LTR-TOT-WORKSTUDY       PIC ZZZZZZ9.99.
003140     05  FILLER                  PIC X(01)   VALUE SPACES.
003150     05  LTR-TOT-LOAN            PIC ZZZZZZ9.99.
003160     05  FILLER                  PIC X(01)   VALUE SPACES.
003170     05  LTR-TOT-AID             PIC ZZZZZZZ9.99.
003180     05  FILLER                  PIC X(01)   VALUE SPACES.
003190     05  LTR-TOT-UNMET           PIC ZZZZZZZ9.99.
003200 01  LTR-SEPARATOR.
003210     05  FILLER                  PIC X(97)   VALUE ALL '-'.
003220 01  LTR-SUMMARY.
003230     05  FILLER                  PIC X(15)
003240         VALUE 'STUDENTS READ '.
003250     05  SUM-READ                PIC ZZZZ9.
003260     05  FILLER                  PIC X(17)
003270         VALUE '  LETTERS PRINTED'.
003280     05  SUM-PRINTED             PIC ZZZZ9.
003290     05  FILLER                  PIC X(18)
003300         VALUE '  HELD FOR REVIEW'.
003310     05  SUM-HELD                PIC ZZZZ9.
003320*
003330* EXCEPTION LISTING LINE LAYOUTS
003340*
003350 01  EXC-HEADING-1.
003360     05  FILLER                  PIC X(44)
003370         VALUE 'AID PACKAGING EXCEPTIONS -- LETTERS HELD'.
003380     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
003390     05  EXC-HD-DATE             PIC 9(08).
003400 01  EXC-HEADING-2.
003410     05  FILLER                  PIC X(12)   VALUE 'STUDENT ID'.
003420     05  FILLER                  PIC X(12)   VALUE 'PROGRAM'.
003430     05  FILLER                  PIC X(06)   VALUE 'YEAR'.
003440     05  FILLER                  PIC X(32)   VALUE 'REASON'.
003450     05  FILLER                  PIC X(11)   VALUE '        COA'.
003460     05  FILLER                  PIC X(12)   VALUE '   TOTAL AID'.
003470 01  EXC-DETAIL.
003480     05  EXC-DTL-ID              PIC X(10).
003490     05  FILLER                  PIC X(02)   VALUE SPACES.
003500     05  EXC-DTL-CODE            PIC X(10).
003510     05  FILLER                  PIC X(02)   VALUE SPACES.
003520     05  EXC-DTL-YEAR-AREA       PIC X(04).
003530     05  EXC-DTL-YEAR REDEFINES EXC-DTL-YEAR-AREA
003540                                 PIC 9(04).
003550     05  FILLER                  PIC X(02)   VALUE SPACES.
003560     05  EXC-DTL-REASON          PIC X(30).
003570     05  FILLER                  PIC X(02)   VALUE SPACES.
003580     05  EXC-DTL-COA-AREA        PIC X(11).
003590     05  EXC-DTL-COA REDEFINES EXC-DTL-COA-AREA
003600                                 PIC ZZZZZZZ9.99.
003610     05  FILLER                  PIC X(01)   VALUE SPACES.
003620     05  EXC-DTL-AID-AREA        PIC X(11).
003630     05  EXC-DTL-AID REDEFINES EXC-DTL-AID-AREA
003640                                 PIC ZZZZZZZ9.99.
003650 01  EXC-SUMMARY.
003660     05  FILLER                  PIC X(17)
003670         VALUE 'EXCEPTION LINES '.
003680     05  SUM-EXC-LINES           PIC ZZZZ9.
003690     05  FILLER                  PIC X(19)
003700         VALUE '  STUDENTS HELD   '.
003710     05  SUM-EXC-HELD            PIC ZZZZ9.
003720     05  FILLER                  PIC X(16)
003730         VALUE '  OVER-AWARDS   '.
003740     05  SUM-EXC-OVER            PIC ZZZZ9.
003750*
003760* STANDARD PROJECTION RECORD, SHARED WITH THE TUITCALC ENGINE.
003770*
003780 COPY TUITREC.
003790*
003800* DATE OF THE CURRENT RUN, FOR THE REPORT HEADINGS.
003810*
003820 01  RUN-DATE                    PIC 9(08).
003830 01  RUN-DATE-SPLIT REDEFINES RUN-DATE.
003840     05  RUN-DATE-YEAR           PIC 9(04).
003850     05  RUN-DATE-MMDD           PIC 9(04).
003860*-----------------------
003870 PROCEDURE DIVISION.
003880*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003890 MAIN-PROCEDURE.
003900     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003910     MOVE RUN-DATE-YEAR TO RUN-YEAR.
003920     PERFORM 1300-LOAD-RATE-SCHEDULE THRU 1300-EXIT.
003930     PERFORM 1400-LOAD-TR-BANDS THRU 1400-EXIT.
003940     MOVE 'N' TO ENTRY-VALID-SWITCH.
003950     PERFORM 2200-ACCEPT-RATE THRU 2200-EXIT
003960         UNTIL ENTRY-IS-VALID.
003970     OPEN INPUT AWARDS.
003980     IF AWARDS-NOT-FOUND
003990         DISPLAY 'NO AWARDS FILE -- NOTHING TO PACKAGE.'
004000         STOP RUN
004010     END-IF.
004020     CLOSE AWARDS.
004030     OPEN INPUT PROGMST.
004040     IF NOT PROGMST-OK
004050         DISPLAY 'UNABLE TO OPEN PROGRAM MASTER -- STATUS '
004060                 PROGMST-STATUS ' -- RUN ENDED.'
004070         MOVE 8 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     OPEN OUTPUT AIDEXC.
004110     MOVE RUN-DATE TO EXC-HD-DATE.
004120     WRITE EXC-RECORD FROM EXC-HEADING-1.
004130     MOVE SPACES TO EXC-RECORD.
004140     WRITE EXC-RECORD.
004150     WRITE EXC-RECORD FROM EXC-HEADING-2.
004160     SORT SORTAWD-FILE
004170         ON ASCENDING KEY SAW-KEY
004180         INPUT PROCEDURE IS 3000-RELEASE-AWARDS THRU 3000-EXIT
004190         GIVING SRTAWD.
004200     OPEN INPUT SRTAWD.
004210     OPEN OUTPUT AIDLTR.
004220     MOVE RUN-DATE TO LTR-HD-DATE.
004230     WRITE LTR-RECORD FROM LTR-HEADING-1.
004240     MOVE SPACES TO LTR-RECORD.
004250     WRITE LTR-RECORD.
004260     PERFORM 3500-READ-SORTED-AWARD THRU 3500-EXIT.
004270     PERFORM 4000-PROCESS-STUDENT THRU 4000-EXIT
004280         UNTIL HAW-STUDENT-ID = HIGH-VALUES.
004290     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
004300     CLOSE SRTAWD.
004310     CLOSE PROGMST.
004320     CLOSE AIDLTR.
004330     CLOSE AIDEXC.
004340     IF STU-HELD-COUNT > ZERO OR AWD-BAD-COUNT > ZERO
004350         DISPLAY '*** ' EXC-LINE-COUNT
004360                 ' AID EXCEPTIONS ON AIDEXC '
004370                 '-- REVIEW BEFORE MAILING. ***'
004380         MOVE 4 TO RETURN-CODE
004390     END-IF.
004400     STOP RUN.
004410*
004420* LOADS THE YEAR-BANDED RATE SCHEDULE FROM RATETBL, THE SAME WAY
004430* THE PROJECTION RUN LOADS IT: ONLY BANDS EFFECTIVE ON OR BEFORE
004440* THE RUN DATE ARE CANDIDATES, AND THE LATEST SUCH EFFECTIVE
004450* DATE WINS. WITH NO FILE OR NO USABLE BANDS THE KEYED FALLBACK
004460* RATE CARRIES EVERY YEAR.
004470*
004480 1300-LOAD-RATE-SCHEDULE.
004490     OPEN INPUT RATETBL.
004500     IF RATETBL-NOT-FOUND
004510         DISPLAY 'NO RATE SCHEDULE ON FILE -- KEYED RATE '
004520                 'APPLIES TO EVERY YEAR.'
004530         GO TO 1300-EXIT
004540     END-IF.
004550     PERFORM 1310-READ-RATETBL THRU 1310-EXIT.
004560     PERFORM 1320-STORE-RATE-BAND THRU 1320-EXIT
004570         UNTIL END-OF-RATETBL.
004580     CLOSE RATETBL.
004590     IF RATE-BAND-COUNT > ZERO
004600         MOVE 'Y' TO SCHEDULE-SWITCH
004610         DISPLAY 'RATE SCHEDULE LOADED, EFFECTIVE '
004620                 RATE-BAND-EFF-DATE
004630     ELSE
004640         DISPLAY 'RATE SCHEDULE HELD NO USABLE BANDS -- '
004650                 'KEYED RATE APPLIES TO EVERY YEAR.'
004660     END-IF.
004670 1300-EXIT.
004680     EXIT.
004690 1310-READ-RATETBL.
004700     READ RATETBL
004710         AT END MOVE 'Y' TO RTB-EOF-SWITCH
004720     END-READ.
004730 1310-EXIT.
004740     EXIT.
004750*
004760* STORES ONE RATE BAND. BAD RECORDS AND BANDS EFFECTIVE AFTER
004770* THE RUN DATE ARE DROPPED WITH A NOTE.
004780*
004790 1320-STORE-RATE-BAND.
004800     IF RTB-EFF-DATE IS NOT NUMERIC
004810         OR RTB-FROM-YEAR IS NOT NUMERIC
004820         OR RTB-THRU-YEAR IS NOT NUMERIC
004830         OR RTB-RATE-EDIT IS NOT NUMERIC
004840         OR RTB-FROM-YEAR > RTB-THRU-YEAR
004850         DISPLAY 'BAD RATE SCHEDULE RECORD DROPPED.'
004860         GO TO 1320-NEXT
004870     END-IF.
004880     IF RTB-EFF-DATE > RUN-DATE
004890         GO TO 1320-NEXT
004900     END-IF.
004910     IF RTB-EFF-DATE > RATE-BAND-EFF-DATE
004920         MOVE RTB-EFF-DATE TO RATE-BAND-EFF-DATE
004930         MOVE ZERO TO RATE-BAND-COUNT
004940     END-IF.
004950     IF RTB-EFF-DATE = RATE-BAND-EFF-DATE
004960         IF RATE-BAND-COUNT < 10
004970             ADD 1 TO RATE-BAND-COUNT
004980             MOVE RTB-FROM-YEAR
004990                 TO RB-FROM-YEAR (RATE-BAND-COUNT)
005000             MOVE RTB-THRU-YEAR
005010                 TO RB-THRU-YEAR (RATE-BAND-COUNT)
005020             MOVE RTB-RATE TO RB-RATE (RATE-BAND-COUNT)
005030         ELSE
005040             DISPLAY 'RATE BAND TABLE FULL -- BAND DROPPED.'
005050         END-IF
005060     END-IF.
005070 1320-NEXT.
005080     PERFORM 1310-READ-RATETBL THRU 1310-EXIT.
005090 1320-EXIT.
005100     EXIT.
005110*
005120* COPIES THE LOADED RATE SCHEDULE INTO THE SHARED PROJECTION
005130* RECORD, SO THE TUITCALC ENGINE SEES THE SAME BANDS THIS RUN
005140* LOADED. WITH NO SCHEDULE THE BAND COUNT STAYS ZERO AND THE
005150* ENGINE USES TR-RATE FOR EVERY YEAR.
005160*
005170 1400-LOAD-TR-BANDS.
005180     MOVE ZERO TO TR-BAND-COUNT.
005190     MOVE ZERO TO RBX.
005200     PERFORM 1410-COPY-ONE-BAND THRU 1410-EXIT
005210         UNTIL RBX = RATE-BAND-COUNT.
005220 1400-EXIT.
005230     EXIT.
005240 1410-COPY-ONE-BAND.
005250     ADD 1 TO RBX.
005260     MOVE RB-FROM-YEAR (RBX) TO TR-BAND-FROM (RBX).
005270     MOVE RB-THRU-YEAR (RBX) TO TR-BAND-THRU (RBX).
005280     MOVE RB-RATE (RBX) TO TR-BAND-RATE (RBX).
005290     MOVE RBX TO TR-BAND-COUNT.
005300 1410-EXIT.
005310     EXIT.
005320*
005330* PROMPTS FOR AND EDITS THE FALLBACK ANNUAL INCREASE RATE.
005340* RE-PROMPTS UNTIL THE ENTRY IS NUMERIC AND GREATER THAN ZERO.
005350*
005360 2200-ACCEPT-RATE.
005370     DISPLAY 'ENTER ANNUAL INCREASE RATE (EG 005 FOR 5%): '.
005380     ACCEPT PERCENTAGE-EDIT.
005390     MOVE 'N' TO ENTRY-VALID-SWITCH.
005400     IF PERCENTAGE-EDIT IS NUMERIC
005410         IF PERCENTAGE > ZERO
005420             MOVE 'Y' TO ENTRY-VALID-SWITCH
005430         ELSE
005440             DISPLAY 'RATE MUST BE GREATER THAN ZERO.'
005450         END-IF
005460     ELSE
005470         DISPLAY 'RATE MUST BE NUMERIC -- RE-ENTER.'
005480     END-IF.
005490 2200-EXIT.
005500     EXIT.
005510*
005520* RELEASES EVERY AWARD LINE TO THE SORT, KEYED BY STUDENT AND AID
005530* YEAR. A LINE THAT CANNOT BE PRICED GOES STRAIGHT TO THE
005540* EXCEPTION LISTING AND IS RELEASED WITH THE REJECT FLAG ONLY, SO
005543* THE COLLECT STEP HOLDS THAT STUDENT'S WHOLE LETTER. A LINE WITH
005546* NO STUDENT ID HAS NO LETTER TO HOLD AND IS DROPPED.
005550*
005560 3000-RELEASE-AWARDS.
005570     OPEN INPUT AWARDS.
005580     MOVE 'N' TO AWD-EOF-SWITCH.
005590     PERFORM 3100-READ-AWARDS THRU 3100-EXIT.
005600     PERFORM 3200-RELEASE-ONE-AWARD THRU 3200-EXIT
005610         UNTIL END-OF-AWARDS.
005620     CLOSE AWARDS.
005630 3000-EXIT.
005640     EXIT.
005650 3100-READ-AWARDS.
005660     READ AWARDS
005670         AT END MOVE 'Y' TO AWD-EOF-SWITCH
005680     END-READ.
005690 3100-EXIT.
005700     EXIT.
005710 3200-RELEASE-ONE-AWARD.
005720     ADD 1 TO AWD-READ-COUNT.
005730     IF AWD-STUDENT-ID = SPACES
005732         ADD 1 TO AWD-BAD-COUNT
005734         MOVE AWD-STUDENT-ID TO STU-STUDENT-ID
005736         MOVE AWD-PROG-CODE TO STU-PROG-CODE
005738         MOVE ZERO TO EXC-YEAR-WORK
005740         MOVE 'BAD AWARD LINE -- DROPPED' TO EXC-REASON-WORK
005742         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
005744         GO TO 3200-NEXT
005746     END-IF.
005748     MOVE AWD-STUDENT-ID TO SAW-STUDENT-ID.
005750     IF AWD-PROG-CODE = SPACES
005752         OR AWD-ENTRY-YEAR-EDIT IS NOT NUMERIC
005754         OR AWD-AID-YEAR-EDIT IS NOT NUMERIC
005760         OR AWD-GRANT-EDIT IS NOT NUMERIC
005770         OR AWD-SCHOLAR-EDIT IS NOT NUMERIC
005780         OR AWD-WORKSTUDY-EDIT IS NOT NUMERIC
005790         OR AWD-LOAN-EDIT IS NOT NUMERIC
005800         ADD 1 TO AWD-BAD-COUNT
005810         MOVE AWD-STUDENT-ID TO STU-STUDENT-ID
005820         MOVE AWD-PROG-CODE TO STU-PROG-CODE
005830         MOVE ZERO TO EXC-YEAR-WORK
005840         MOVE 'BAD AWARD LINE' TO EXC-REASON-WORK
005850         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
005852         MOVE 'Y' TO SAW-REJECT-FLAG
005854         MOVE ZERO TO SAW-AID-YEAR
005856         MOVE AWD-STUDENT-NAME TO SAW-STUDENT-NAME
005858         MOVE AWD-PROG-CODE TO SAW-PROG-CODE
005860         MOVE ZERO TO SAW-ENTRY-YEAR
005862         MOVE ZERO TO SAW-GRANT
005864         MOVE ZERO TO SAW-SCHOLAR
005866         MOVE ZERO TO SAW-WORKSTUDY
005868         MOVE ZERO TO SAW-LOAN
005870         RELEASE SAW-RECORD
005872         GO TO 3200-NEXT
005874     END-IF.
005885     MOVE 'N' TO SAW-REJECT-FLAG.
005890     MOVE AWD-AID-YEAR TO SAW-AID-YEAR.
005900     MOVE AWD-STUDENT-NAME TO SAW-STUDENT-NAME.
005910     MOVE AWD-PROG-CODE TO SAW-PROG-CODE.
005920     MOVE AWD-ENTRY-YEAR TO SAW-ENTRY-YEAR.
005930     MOVE AWD-GRANT TO SAW-GRANT.
005940     MOVE AWD-SCHOLAR TO SAW-SCHOLAR.
005950     MOVE AWD-WORKSTUDY TO SAW-WORKSTUDY.
005960     MOVE AWD-LOAN TO SAW-LOAN.
005970     RELEASE SAW-RECORD.
005980 3200-NEXT.
005990     PERFORM 3100-READ-AWARDS THRU 3100-EXIT.
006000 3200-EXIT.
006010     EXIT.
006020*
006030* READS THE NEXT SORTED AWARD LINE INTO ITS HOLD AREA.
006040*
006050 3500-READ-SORTED-AWARD.
006060     READ SRTAWD INTO HOLD-AWD
006070         AT END MOVE HIGH-VALUES TO HAW-STUDENT-ID
006080     END-READ.
006090 3500-EXIT.
006100     EXIT.
006110*
006120* PACKAGES ONE STUDENT: COLLECTS ALL OF THE STUDENT'S AWARD YEARS,
006130* EDITS THE PROGRAM AGAINST THE MASTER, PRICES EVERY AID YEAR
006140* THROUGH TUITCALC AND TESTS FOR OVER-AWARDS. A CLEAN STUDENT
006150* GETS A LETTER; ANY EXCEPTION HOLDS THE WHOLE LETTER.
006160*
006170 4000-PROCESS-STUDENT.
006180     ADD 1 TO STU-READ-COUNT.
006190     MOVE HAW-STUDENT-ID TO STU-STUDENT-ID.
006200     MOVE HAW-STUDENT-NAME TO STU-STUDENT-NAME.
006210     MOVE HAW-PROG-CODE TO STU-PROG-CODE.
006220     MOVE HAW-ENTRY-YEAR TO STU-ENTRY-YEAR.
006230     MOVE 'N' TO STU-HELD-SWITCH.
006240     MOVE ZERO TO STU-YEAR-COUNT.
006250     PERFORM 4100-COLLECT-AWARD-YEAR THRU 4100-EXIT
006260         UNTIL HAW-STUDENT-ID NOT = STU-STUDENT-ID.
006270     IF STUDENT-HELD
006280         GO TO 4000-HOLD
006290     END-IF.
006300     MOVE ZERO TO EXC-YEAR-WORK.
006310     MOVE STU-PROG-CODE TO PM-PROG-CODE.
006320     READ PROGMST
006330         INVALID KEY
006340             MOVE 'PROGRAM NOT ON MASTER' TO EXC-REASON-WORK
006350             PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
006360             GO TO 4000-HOLD
006370     END-READ.
006380     IF PM-INACTIVE
006390         MOVE 'PROGRAM IS INACTIVE' TO EXC-REASON-WORK
006400         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
006410         GO TO 4000-HOLD
006420     END-IF.
006430     IF PM-TUITION-EDIT IS NOT NUMERIC OR PM-TUITION = ZERO
006440         OR PM-FEES-EDIT IS NOT NUMERIC
006450         OR PM-FEES-RATE-EDIT IS NOT NUMERIC
006460         OR PM-ROOMBD-EDIT IS NOT NUMERIC
006470         OR PM-ROOMBD-RATE-EDIT IS NOT NUMERIC
006473         OR PM-LENGTH-EDIT IS NOT NUMERIC
006476         OR PM-LENGTH-YEARS = ZERO
006480         MOVE 'BAD MASTER DATA' TO EXC-REASON-WORK
006490         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
006500         GO TO 4000-HOLD
006510     END-IF.
006520     MOVE ZERO TO SYX.
006530     PERFORM 4200-EDIT-AWARD-YEAR THRU 4200-EXIT
006540         UNTIL SYX = STU-YEAR-COUNT.
006550     IF STUDENT-HELD
006560         GO TO 4000-HOLD
006570     END-IF.
006580     PERFORM 4300-RUN-COA THRU 4300-EXIT.
006590     IF STUDENT-HELD
006600         GO TO 4000-HOLD
006610     END-IF.
006620     MOVE ZERO TO SYX.
006630     PERFORM 4400-PRICE-AWARD-YEAR THRU 4400-EXIT
006640         UNTIL SYX = STU-YEAR-COUNT.
006650     IF STUDENT-HELD
006660         GO TO 4000-HOLD
006670     END-IF.
006680     PERFORM 4500-PRINT-LETTER THRU 4500-EXIT.
006690     ADD 1 TO LTR-PRINT-COUNT.
006700     GO TO 4000-EXIT.
006710 4000-HOLD.
006720     ADD 1 TO STU-HELD-COUNT.
006730 4000-EXIT.
006740     EXIT.
006750*
006760* STORES ONE AWARD YEAR OF THE CURRENT STUDENT AND READS THE NEXT
006770* LINE. A REJECTED LINE (ALREADY ON THE EXCEPTION LISTING), A
006780* SECOND LINE FOR THE SAME AID YEAR, A LINE NAMING A DIFFERENT
006790* PROGRAM OR ENTRY YEAR, OR MORE YEARS THAN THE TABLE HOLDS,
006795* HOLDS THE STUDENT.
006800*
006810 4100-COLLECT-AWARD-YEAR.
006812     IF HAW-REJECTED
006814         MOVE 'Y' TO STU-HELD-SWITCH
006816         GO TO 4100-NEXT
006818     END-IF.
006820     IF HAW-PROG-CODE NOT = STU-PROG-CODE
006830         OR HAW-ENTRY-YEAR NOT = STU-ENTRY-YEAR
006840         MOVE HAW-AID-YEAR TO EXC-YEAR-WORK
006850         MOVE 'PROGRAM OR ENTRY YEAR DIFFERS' TO EXC-REASON-WORK
006860         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
006870         MOVE 'Y' TO STU-HELD-SWITCH
006880         GO TO 4100-NEXT
006890     END-IF.
006900     IF STU-YEAR-COUNT > ZERO
006910         IF HAW-AID-YEAR = SY-AID-YEAR (STU-YEAR-COUNT)
006920             MOVE HAW-AID-YEAR TO EXC-YEAR-WORK
006930             MOVE 'DUPLICATE AID YEAR' TO EXC-REASON-WORK
006940             PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
006950             MOVE 'Y' TO STU-HELD-SWITCH
006960             GO TO 4100-NEXT
006970         END-IF
006980     END-IF.
006990     IF STU-YEAR-COUNT = 10
007000         MOVE HAW-AID-YEAR TO EXC-YEAR-WORK
007010         MOVE 'MORE THAN 10 AID YEARS' TO EXC-REASON-WORK
007020         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
007030         MOVE 'Y' TO STU-HELD-SWITCH
007040         GO TO 4100-NEXT
007050     END-IF.
007060     ADD 1 TO STU-YEAR-COUNT.
007070     MOVE HAW-AID-YEAR TO SY-AID-YEAR (STU-YEAR-COUNT).
007080     MOVE HAW-GRANT TO SY-GRANT (STU-YEAR-COUNT).
007090     MOVE HAW-SCHOLAR TO SY-SCHOLAR (STU-YEAR-COUNT).
007100     MOVE HAW-WORKSTUDY TO SY-WORKSTUDY (STU-YEAR-COUNT).
007110     MOVE HAW-LOAN TO SY-LOAN (STU-YEAR-COUNT).
007120     MOVE ZERO TO SY-COA (STU-YEAR-COUNT).
007130     COMPUTE SY-TOTAL-AID (STU-YEAR-COUNT) =
007140         HAW-GRANT + HAW-SCHOLAR + HAW-WORKSTUDY + HAW-LOAN.
007150 4100-NEXT.
007160     PERFORM 3500-READ-SORTED-AWARD THRU 3500-EXIT.
007170 4100-EXIT.
007180     EXIT.
007190*
007200* EDITS ONE AID YEAR AGAINST THE CALENDAR AND THE PROGRAM: NOT IN
007210* THE PAST, NOT BEFORE ENTRY, AND NOT PAST THE PROGRAM LENGTH.
007220*
007230 4200-EDIT-AWARD-YEAR.
007240     ADD 1 TO SYX.
007250     MOVE SY-AID-YEAR (SYX) TO EXC-YEAR-WORK.
007260     IF SY-AID-YEAR (SYX) < RUN-YEAR
007270         MOVE 'AID YEAR IN THE PAST' TO EXC-REASON-WORK
007280         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
007290         MOVE 'Y' TO STU-HELD-SWITCH
007300         GO TO 4200-EXIT
007310     END-IF.
007320     IF SY-AID-YEAR (SYX) < STU-ENTRY-YEAR
007330         MOVE 'AID YEAR BEFORE ENTRY YEAR' TO EXC-REASON-WORK
007340         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
007350         MOVE 'Y' TO STU-HELD-SWITCH
007360         GO TO 4200-EXIT
007370     END-IF.
007380     IF SY-AID-YEAR (SYX) > STU-ENTRY-YEAR + PM-LENGTH-YEARS - 1
007390         MOVE 'AID YEAR PAST PROGRAM LENGTH' TO EXC-REASON-WORK
007400         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
007410         MOVE 'Y' TO STU-HELD-SWITCH
007420     END-IF.
007430 4200-EXIT.
007440     EXIT.
007450*
007460* FILLS THE SHARED PROJECTION RECORD FROM THE MASTER AND CALLS
007470* THE TUITCALC ENGINE THROUGH THE STUDENT'S LAST AID YEAR. THE
007480* YEARS ARE SORTED, SO THE LAST TABLE ENTRY IS THE LATEST. A
007490* STUDENT AIDED ONLY IN THE CURRENT YEAR NEEDS NO PROJECTION.
007500*
007510 4300-RUN-COA.
007520     MOVE SY-AID-YEAR (STU-YEAR-COUNT) TO LAST-AID-YEAR.
007530     COMPUTE TOTAL-HORIZON = LAST-AID-YEAR - RUN-YEAR.
007540     IF TOTAL-HORIZON > 99
007550         MOVE LAST-AID-YEAR TO EXC-YEAR-WORK
007560         MOVE 'HORIZON EXCEEDS 99 YEARS' TO EXC-REASON-WORK
007570         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
007580         MOVE 'Y' TO STU-HELD-SWITCH
007590         GO TO 4300-EXIT
007600     END-IF.
007610     IF TOTAL-HORIZON = ZERO
007620         GO TO 4300-EXIT
007630     END-IF.
007640     MOVE STU-PROG-CODE TO TR-PROG-CODE.
007650     MOVE PM-TUITION TO TR-BASE-TUITION.
007660     MOVE PERCENTAGE TO TR-RATE.
007670     MOVE PM-FEES TO TR-BASE-FEES.
007680     MOVE PM-FEES-RATE TO TR-FEES-RATE.
007690     MOVE PM-ROOMBD TO TR-BASE-ROOMBD.
007700     MOVE PM-ROOMBD-RATE TO TR-ROOMBD-RATE.
007710     MOVE TOTAL-HORIZON TO TR-YEAR-COUNT.
007720     CALL 'TUITCALC' USING TUITION-RECORD.
007730 4300-EXIT.
007740     EXIT.
007750*
007760* PRICES ONE AID YEAR AND TESTS IT FOR AN OVER-AWARD. ENTRY N OF
007770* TR-YEAR-TABLE HOLDS ACADEMIC YEAR RUN-YEAR + N, AND INDEX ZERO
007780* IS THE CURRENT YEAR AT THE MASTER'S BASE CHARGES, THE SAME
007790* ARITHMETIC THE ESTIMATE LETTERS USE.
007800*
007810 4400-PRICE-AWARD-YEAR.
007820     ADD 1 TO SYX.
007830     COMPUTE TBL-IDX = SY-AID-YEAR (SYX) - RUN-YEAR.
007840     IF TBL-IDX = ZERO
007850         COMPUTE SY-COA (SYX) = PM-TUITION + PM-FEES + PM-ROOMBD
007860     ELSE
007870         MOVE TR-YEAR-TOTAL (TBL-IDX) TO SY-COA (SYX)
007880     END-IF.
007890     IF SY-TOTAL-AID (SYX) > SY-COA (SYX)
007900         MOVE SY-AID-YEAR (SYX) TO EXC-YEAR-WORK
007910         MOVE SY-COA (SYX) TO EXC-COA-WORK
007920         MOVE SY-TOTAL-AID (SYX) TO EXC-AID-WORK
007930         MOVE 'OVER-AWARD -- AID EXCEEDS COA' TO EXC-REASON-WORK
007940         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
007950         ADD 1 TO OVER-AWARD-COUNT
007960         MOVE 'Y' TO STU-HELD-SWITCH
007970     END-IF.
007980 4400-EXIT.
007990     EXIT.
008000*
008010* PRINTS ONE AWARD LETTER: THE STUDENT AND PROGRAM HEADING, ONE
008020* LINE PER AID YEAR, AND THE TOTALS ACROSS ALL YEARS.
008030*
008040 4500-PRINT-LETTER.
008050     MOVE SPACES TO LTR-RECORD.
008060     WRITE LTR-RECORD.
008070     MOVE STU-STUDENT-NAME TO LTR-STUDENT-NAME.
008080     MOVE STU-STUDENT-ID TO LTR-STUDENT-ID.
008090     WRITE LTR-RECORD FROM LTR-PREPARED-LINE.
008100     MOVE STU-PROG-CODE TO LTR-PROG-CODE.
008110     MOVE PM-DESCRIPTION TO LTR-PROG-DESC.
008120     WRITE LTR-RECORD FROM LTR-PROGRAM-LINE.
008130     MOVE STU-ENTRY-YEAR TO LTR-ENTRY-YEAR.
008140     WRITE LTR-RECORD FROM LTR-ENTRY-LINE.
008150     MOVE SPACES TO LTR-RECORD.
008160     WRITE LTR-RECORD.
008170     WRITE LTR-RECORD FROM LTR-COLUMN-HEADS.
008180     MOVE ZERO TO LETTER-COA.
008190     MOVE ZERO TO LETTER-GRANT.
008200     MOVE ZERO TO LETTER-SCHOLAR.
008210     MOVE ZERO TO LETTER-WORKSTUDY.
008220     MOVE ZERO TO LETTER-LOAN.
008230     MOVE ZERO TO LETTER-AID.
008240     MOVE ZERO TO LETTER-UNMET.
008250     MOVE ZERO TO SYX.
008260     PERFORM 4600-PRINT-LETTER-YEAR THRU 4600-EXIT
008270         UNTIL SYX = STU-YEAR-COUNT.
008280     MOVE SPACES TO LTR-RECORD.
008290     WRITE LTR-RECORD.
008300     MOVE LETTER-COA TO LTR-TOT-COA.
008310     MOVE LETTER-GRANT TO LTR-TOT-GRANT.
008320     MOVE LETTER-SCHOLAR TO LTR-TOT-SCHOLAR.
008330     MOVE LETTER-WORKSTUDY TO LTR-TOT-WORKSTUDY.
008340     MOVE LETTER-LOAN TO LTR-TOT-LOAN.
008350     MOVE LETTER-AID TO LTR-TOT-AID.
008360     MOVE LETTER-UNMET TO LTR-TOT-UNMET.
008370     WRITE LTR-RECORD FROM LTR-TOTAL-LINE.
008380     WRITE LTR-RECORD FROM LTR-SEPARATOR.
008390 4500-EXIT.
008400     EXIT.
008410*
008420* PRINTS ONE AID YEAR OF THE LETTER AND ROLLS IT INTO THE TOTALS.
008430* OVER-AWARDS NEVER REACH A LETTER, SO UNMET NEED IS NEVER BELOW
008440* ZERO.
008450*
008460 4600-PRINT-LETTER-YEAR.
008470     ADD 1 TO SYX.
008480     COMPUTE WRK-UNMET = SY-COA (SYX) - SY-TOTAL-AID (SYX).
008490     MOVE SY-AID-YEAR (SYX) TO LTR-DTL-YEAR.
008500     MOVE SY-COA (SYX) TO LTR-DTL-COA.
008510     MOVE SY-GRANT (SYX) TO LTR-DTL-GRANT.
008520     MOVE SY-SCHOLAR (SYX) TO LTR-DTL-SCHOLAR.
008530     MOVE SY-WORKSTUDY (SYX) TO LTR-DTL-WORKSTUDY.
008540     MOVE SY-LOAN (SYX) TO LTR-DTL-LOAN.
008550     MOVE SY-TOTAL-AID (SYX) TO LTR-DTL-AID.
008560     MOVE WRK-UNMET TO LTR-DTL-UNMET.
008570     WRITE LTR-RECORD FROM LTR-DETAIL.
008580     ADD SY-COA (SYX) TO LETTER-COA.
008590     ADD SY-GRANT (SYX) TO LETTER-GRANT.
008600     ADD SY-SCHOLAR (SYX) TO LETTER-SCHOLAR.
008610     ADD SY-WORKSTUDY (SYX) TO LETTER-WORKSTUDY.
008620     ADD SY-LOAN (SYX) TO LETTER-LOAN.
008630     ADD SY-TOTAL-AID (SYX) TO LETTER-AID.
008640     ADD WRK-UNMET TO LETTER-UNMET.
008650 4600-EXIT.
008660     EXIT.
008670*
008680* WRITES ONE LINE TO THE EXCEPTION LISTING. THE YEAR PRINTS ONLY
008690* WHEN THE EXCEPTION BELONGS TO ONE AID YEAR, AND THE COST AND AID
008700* AMOUNTS ONLY FOR AN OVER-AWARD.
008710*
008720 4800-WRITE-EXCEPTION.
008730     MOVE SPACES TO EXC-DETAIL.
008740     MOVE STU-STUDENT-ID TO EXC-DTL-ID.
008750     MOVE STU-PROG-CODE TO EXC-DTL-CODE.
008760     IF EXC-YEAR-WORK NOT = ZERO
008770         MOVE EXC-YEAR-WORK TO EXC-DTL-YEAR
008780     END-IF.
008790     MOVE EXC-REASON-WORK TO EXC-DTL-REASON.
008800     IF EXC-AID-WORK NOT = ZERO
008810         MOVE EXC-COA-WORK TO EXC-DTL-COA
008820         MOVE EXC-AID-WORK TO EXC-DTL-AID
008830     END-IF.
008840     WRITE EXC-RECORD FROM EXC-DETAIL.
008850     ADD 1 TO EXC-LINE-COUNT.
008860     MOVE ZERO TO EXC-COA-WORK.
008870     MOVE ZERO TO EXC-AID-WORK.
008880 4800-EXIT.
008890     EXIT.
008900*
008910* WRITES THE PER-RUN SUMMARY COUNTS ON BOTH LISTINGS.
008920*
008930 5100-WRITE-SUMMARY.
008940     MOVE SPACES TO LTR-RECORD.
008950     WRITE LTR-RECORD.
008960     MOVE STU-READ-COUNT TO SUM-READ.
008970     MOVE LTR-PRINT-COUNT TO SUM-PRINTED.
008980     MOVE STU-HELD-COUNT TO SUM-HELD.
008990     WRITE LTR-RECORD FROM LTR-SUMMARY.
009000     MOVE SPACES TO EXC-RECORD.
009010     WRITE EXC-RECORD.
009020     IF EXC-LINE-COUNT = ZERO
009030         MOVE '  NONE' TO EXC-RECORD
009040         WRITE EXC-RECORD
009050         MOVE SPACES TO EXC-RECORD
009060         WRITE EXC-RECORD
009070     END-IF.
009080     MOVE EXC-LINE-COUNT TO SUM-EXC-LINES.
009090     MOVE STU-HELD-COUNT TO SUM-EXC-HELD.
009100     MOVE OVER-AWARD-COUNT TO SUM-EXC-OVER.
009110     WRITE EXC-RECORD FROM EXC-SUMMARY.
009120     DISPLAY LTR-PRINT-COUNT ' AWARD LETTERS WRITTEN TO AIDLTR, '
009130             STU-HELD-COUNT ' STUDENTS HELD ON AIDEXC.'.
009140 5100-EXIT.
009150     EXIT.
009160
009170 END PROGRAM aidpkg_Gordon.
