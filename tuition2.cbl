001585*                 OVERFLOWED ITS 200-ENTRY CAP AT ONCE.
001586*                 THE VARIANCE PROGRAM LOST ITS FIXED TABLES THE
001587*                 SAME DAY, FOR THE SAME REASON.
001588* 10/15/2026 RG   EVERY RUN NOW TAKES A RUN ID FROM THE NEW RUNCTL
001589*                 RUN-CONTROL REGISTRY AND STAMPS IT ON EVERY
001590*                 OUTPUT -- EACH TUITRPT, TERMRPT AND RUNLOG LINE,
001591*                 THE TUITEXT HEADER, AND THE CTLRPT, REVRPT AND
001592*                 BRDRPT HEADINGS -- SO A SET OF OUTPUTS CAN BE
001593*                 PROVED TO COME FROM ONE RUN AFTER A RESTART OR
001594*                 A SAME-DAY RERUN. RUNCTL GETS A START IMAGE WITH
001595*                 THE START DATE AND TIME, THE PARAMETERS AND THE
001596*                 RESTART FLAG, AND AN END IMAGE WITH THE
001597*                 COMPLETION STATUS, THE BALANCE VERDICT AND THE
001598*                 CONTROL TOTALS. A CHECKPOINT RESTART RESUMES THE
001599*                 RUN ID OF THE RUN IT IS FINISHING, SO THE
001600*                 EXTENDED OUTPUTS KEEP ONE ID. THE PARAMETER ECHO
001601*                 NOW WAITS FOR THE RUN ID SO CTLRPT CARRIES IT.
001602* 10/15/2026 RG   THE BATCH RUN NOW WRITES THE GL BUDGET LOAD FILE
001603*                 GLBUDF FROM THE SAME ENROLLMENT-WEIGHTED GROSS
001604*                 AND AID FIGURES THAT FEED REVRPT, SO THE BUDGET
001605*                 OFFICE NO LONGER REKEYS THEM. THE NEW GLMAP
001606*                 TABLE TIES EACH PROGRAM TO ITS FUND, ORG,
001607*                 REVENUE ACCOUNT AND INSTITUTIONAL AID ACCOUNT,
001608*                 AND ITS *SPLIT RECORD GIVES THE FALL SHARE OF AN
001609*                 ACADEMIC YEAR AND THE FISCAL YEARS THE FALL AND
001610*                 SPRING TERMS POST TO (DEFAULT HALF AND HALF,
001611*                 FALL IN THE FISCAL YEAR OF THE ACADEMIC YEAR,
001612*                 SPRING IN THE NEXT). GROSS POSTS AS A CREDIT TO
001613*                 REVENUE AND AID AS A DEBIT, ONE RECORD PER
001614*                 PROGRAM, FISCAL YEAR AND ACCOUNT, BETWEEN A
001615*                 HEADER AND A TRAILER CARRYING THE RECORD COUNT
001616*                 AND THE DEBIT AND CREDIT HASHES. THE GLBRPT
001617*                 BALANCING REPORT SHOWS THE FILE BY FISCAL YEAR
001618*                 AND PROVES THE FILE NET PLUS THE PROGRAMS HELD
001619*                 OUT EQUALS THE REVRPT NET TOTAL. A PROGRAM WITH
001620*                 NO MAPPING IS LISTED AND HELD OUT, NEVER POSTED
001621*                 TO SUSPENSE, AND ENDS THE RUN RC 4; A FILE THAT
001622*                 DOES NOT BALANCE ENDS IT RC 8. A RESTARTED RUN
001623*                 WRITES NO GL FILE.
001624* 10/15/2026 RG   THE BATCH RUN NOW HONORS EACH PROGRAM'S LAUNCH
001625*                 YEAR, CLOSE YEAR AND TEACH-OUT YEARS FROM THE
001626*                 MASTER, PROJECTION YEAR I BEING THE FALL OF
001627*                 RUN-DATE-YEAR + I. A PROGRAM EARNS NO REVENUE
001628*                 BEFORE IT LAUNCHES. IN ITS LAUNCH YEAR THE
001629*                 MASTER HEADCOUNT ENTERS AS PLANNED AND GROWS
001630*                 FROM THE NEXT YEAR. FROM ITS CLOSE YEAR NO NEW
001631*                 COHORT ENTERS AND ITS ENROLLMENT RUNS DOWN IN
001632*                 EQUAL STEPS TO ZERO OVER THE TEACH-OUT. A
001633*                 PROGRAM WHOSE TEACH-OUT ENDED BEFORE THE HORIZON
001634*                 IS SKIPPED. REVRPT AND THE BRDRPT SUMMARY PAGE
001635*                 LIST THE PROGRAMS OPENING, CLOSING OR TEACHING
001636*                 OUT INSIDE THE HORIZON.
001637* 10/15/2026 RG   THE GL PROOF NOW RUNS BEFORE CTLRPT IS CLOSED,
001638*                 SO A GL FILE THAT DOES NOT BALANCE SHOWS ON
001639*                 CTLRPT AND THE RUN VERDICT THERE AGREES WITH
001641*                 RUNCTL. CTLRPT NOW COUNTS TAUGHT-OUT PROGRAMS
001642*                 ON THEIR OWN LINE.
001643*----------------------------------------------------------------
001644*
001646 ENVIRONMENT DIVISION.
001647*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001648 CONFIGURATION SECTION.
001649 SOURCE-COMPUTER. IBM-370.
001651 OBJECT-COMPUTER. IBM-370.
001652 INPUT-OUTPUT SECTION.
001653 FILE-CONTROL.
001654     SELECT PROGMST ASSIGN TO 'PROGMST'
001656         ORGANIZATION IS INDEXED
001657         ACCESS MODE IS DYNAMIC
001658         RECORD KEY IS PM-PROG-CODE
001660         FILE STATUS IS PROGMST-STATUS.
001670     SELECT TUITRPT ASSIGN TO 'TUITRPT'
001680         ORGANIZATION IS LINE SEQUENTIAL
001904     SELECT REJFILE ASSIGN TO 'REJFILE'
001905         ORGANIZATION IS LINE SEQUENTIAL
001906         FILE STATUS IS REJFILE-STATUS.
001907     SELECT RUNCTL ASSIGN TO 'RUNCTL'
001908         ORGANIZATION IS LINE SEQUENTIAL
001909         FILE STATUS IS RUNCTL-STATUS.
001910     SELECT GLMAP ASSIGN TO 'GLMAP'
001911         ORGANIZATION IS LINE SEQUENTIAL
001912         FILE STATUS IS GLMAP-STATUS.
001913     SELECT GLBUDF ASSIGN TO 'GLBUDF'
001914         ORGANIZATION IS LINE SEQUENTIAL
001915         FILE STATUS IS GLBUDF-STATUS.
001916     SELECT GLBRPT ASSIGN TO 'GLBRPT'
001917         ORGANIZATION IS LINE SEQUENTIAL.
001918*-----------------------
001919 DATA DIVISION.
001920*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001921 FILE SECTION.
001922*-----------------------
001930 FD  PROGMST.
001940 COPY PROGMST.
001950*
002080     05  RPT-ROOMBD              PIC ZZZZZ9.99.
002090     05  FILLER                  PIC X(02).
002100     05  RPT-TOTAL               PIC ZZZZZZ9.99.
002103     05  FILLER                  PIC X(02).
002106     05  RPT-RUN-ID              PIC 9(07).
002110     05  FILLER                  PIC X(01).
002120*
002130 FD  RUNLOG.
002542     05  FILLER                  PIC X(02).
002544     05  TRM-ROOMBD              PIC ZZZZZ9.99.
002546     05  FILLER                  PIC X(02).
002547     05  TRM-TOTAL               PIC ZZZZZZ9.99.
002548     05  FILLER                  PIC X(02).
002549     05  TRM-RUN-ID              PIC 9(07).
002550     05  FILLER                  PIC X(01).
002554*
002556 FD  BRDRPT.
002570*
002571 FD  SAVERPT.
002572 01  SAV-RECORD                  PIC X(80).
002573*
002574 FD  RUNCTL.
002575 01  RCT-FILE-RECORD             PIC X(145).
002576*
002577* GL ACCOUNT MAP. ONE RECORD PER PROGRAM, PLUS AN OPTIONAL *SPLIT
002578* RECORD CARRYING THE FALL SHARE AND THE FISCAL-YEAR OFFSETS.
002579*
002580 FD  GLMAP
002581     RECORD CONTAINS 42 CHARACTERS.
002582 01  GLM-RECORD.
002583     05  GLM-PROG-CODE           PIC X(10).
002584     05  FILLER                  PIC X(02).
002585     05  GLM-FUND                PIC X(06).
002586     05  FILLER                  PIC X(02).
002587     05  GLM-ORG                 PIC X(06).
002588     05  FILLER                  PIC X(02).
002589     05  GLM-REV-ACCT            PIC X(06).
002590     05  FILLER                  PIC X(02).
002591     05  GLM-AID-ACCT            PIC X(06).
002592 01  GLS-RECORD REDEFINES GLM-RECORD.
002593     05  GLS-KEY                 PIC X(10).
002594     05  FILLER                  PIC X(02).
002595     05  GLS-FALL-PCT            PIC 9V99.
002596     05  GLS-FALL-PCT-EDIT REDEFINES GLS-FALL-PCT
002597                                 PIC X(03).
002598     05  FILLER                  PIC X(02).
002599     05  GLS-FALL-FY-ADJ         PIC 9(01).
002600     05  GLS-FALL-FY-ADJ-EDIT REDEFINES GLS-FALL-FY-ADJ
002601                                 PIC X(01).
002602     05  FILLER                  PIC X(02).
002603     05  GLS-SPRING-FY-ADJ       PIC 9(01).
002604     05  GLS-SPRING-FY-ADJ-EDIT REDEFINES GLS-SPRING-FY-ADJ
002605                                 PIC X(01).
002606     05  FILLER                  PIC X(21).
002607*
002608 FD  GLBUDF.
002609 01  GLB-FILE-RECORD             PIC X(80).
002610*
002611 FD  GLBRPT.
002612 01  GLR-RECORD                  PIC X(100).
002613*-----------------------
002614 WORKING-STORAGE SECTION.
002615*
002616* PROJECTION FIELDS
002617*
002618 01  TUITION                     PIC 9(05)V99.
002619 01  TUITION-EDIT REDEFINES TUITION
002620                                 PIC X(07).
002621 01  PERCENTAGE                  PIC 9V99.
002622 01  PERCENTAGE-EDIT REDEFINES PERCENTAGE
002623                                 PIC X(03).
002624 01  TENYR                       PIC 99.
002625 01  TENYR-EDIT REDEFINES TENYR
002626                                 PIC X(02).
002627 01  FOURYR                      PIC 9(05)V99.
002628 01  I                           PIC 99.
002629*
002630* COST-OF-ATTENDANCE COMPONENT FIELDS, EACH COMPOUNDED AT ITS
002640* OWN ANNUAL RATE ALONGSIDE TUITION
002650*
003580 01  CURR-ENROLLMENT             PIC S9(07)V99.
003590 01  ENRINCR                     PIC S9(07)V99.
003600 01  YEAR-REVENUE                PIC 9(12)V99.
003601 01  REVENUE-TABLE.
003602     05  REV-MAX-YEAR            PIC 99              VALUE ZERO.
003603     05  REV-YEAR-ENTRY OCCURS 99 TIMES.
003604         10  REV-YEAR-TOTAL      PIC 9(13)V99.
003605         10  REV-YEAR-AID        PIC 9(13)V99.
003606*
003607* LAUNCH AND CLOSURE OF THE PROGRAM BEING PROJECTED. A LAUNCH OR
003608* CLOSE YEAR IS THE FALL OF AN ACADEMIC YEAR, PROJECTION YEAR I
003609* BEING THE FALL OF RUN-DATE-YEAR + I; ZERO MEANS ALREADY OPEN
003610* OR NOT CLOSING. YEAR-ENROLLMENT IS THE HEADCOUNT THAT YEAR'S
003612* REVENUE IS WEIGHTED BY; CURR-ENROLLMENT STAYS THE GROWTH BASE,
003613* WHICH FREEZES AT CLOSURE AND RUNS DOWN OVER THE TEACH-OUT.
003614*
003615 01  YEAR-ENROLLMENT             PIC S9(07)V99.
003616 01  CURR-LAUNCH-YEAR            PIC 9(04).
003617 01  CURR-CLOSE-YEAR             PIC 9(04).
003618 01  CURR-TEACHOUT               PIC 9(01).
003619 01  CURR-LAST-ENROLLED          PIC 9(04).
003620 01  CURR-RUNDOWN-LEFT           PIC 9(02).
003621 01  LIFE-ACAD-YEAR              PIC 9(04).
003623 01  LIFE-TEACHOUT-YEAR          PIC S9(04).
003624 01  LIFE-FIRST-YEAR             PIC 9(04).
003625 01  LIFE-LAST-YEAR              PIC 9(04).
003626 01  LIFE-LAUNCH-SHOW            PIC 9(04).
003627 01  LIFE-OVER-SWITCH            PIC X       VALUE 'N'.
003628     88  TEACHOUT-COMPLETE                   VALUE 'Y'.
003629*
003630* PROGRAMS THAT OPEN, CLOSE OR ARE STILL TEACHING OUT INSIDE THE
003631* HORIZON, LISTED ON REVRPT AND THE BRDRPT SUMMARY PAGE
003632*
003633 01  LIFE-TABLE.
003635     05  LIFE-COUNT              PIC 9(03)        VALUE ZERO.
003636     05  LIFE-ENTRY OCCURS 300 TIMES.
003637         10  LFT-PROG-CODE       PIC X(10).
003638         10  LFT-DESC            PIC X(30).
003639         10  LFT-LAUNCH-YEAR     PIC 9(04).
003640         10  LFT-CLOSE-YEAR      PIC 9(04).
003641         10  LFT-LAST-YEAR       PIC 9(04).
003642 01  LIFE-OVERFLOW               PIC 9(05)        VALUE ZERO.
003643 01  LFX                         PIC 9(03).
003644*
003646* PER-PROGRAM INSTITUTIONAL AID/DISCOUNT RATES, LOADED FROM THE
003648* EFFECTIVE-DATED AIDTBL AT STARTUP. FOR EACH PROGRAM THE LATEST
003791         VALUE 'TUITION PROJECTION -- BOARD PACKET'.
003792     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
003793     05  BRD-HD-PAGE             PIC ZZZ9.
003794     05  FILLER                  PIC X(10)   VALUE '   RUN ID '.
003795     05  BRD-PG-RUN-ID           PIC 9(07).
003796 01  BRD-TITLE-1.
003797     05  FILLER                  PIC X(45)
003798         VALUE 'TUITION AND COST OF ATTENDANCE PROJECTION'.
003799 01  BRD-TITLE-2.
003800     05  FILLER                  PIC X(40)
003801         VALUE 'PREPARED FOR THE BOARD OF TRUSTEES'.
003802 01  BRD-RUNDATE-LINE.
003803     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
003804     05  BRD-HD-DATE             PIC 9(08).
003805     05  FILLER                  PIC X(09)   VALUE '  RUN ID '.
003806     05  BRD-HD-RUN-ID           PIC 9(07).
003807 01  BRD-EFFDATE-LINE.
003808     05  FILLER                  PIC X(24)
003809         VALUE 'RATE SCHEDULE EFFECTIVE '.
003810     05  BRD-HD-EFF-DATE         PIC 9(08).
003811 01  BRD-NOEFF-LINE.
003812     05  FILLER                  PIC X(52)   VALUE
003813         'NO RATE SCHEDULE -- KEYED RATE APPLIES TO EVERY YEAR'.
003814 01  BRD-PROG-LINE.
003815     05  FILLER                  PIC X(08)   VALUE 'PROGRAM '.
003816     05  BRD-PROG-CODE           PIC X(10).
003817     05  FILLER                  PIC X(03)   VALUE ' - '.
003818     05  BRD-PROG-DESC           PIC X(30).
003819 01  BRD-LEN-LINE.
003820     05  FILLER                  PIC X(15)
003821         VALUE 'PROGRAM LENGTH '.
003822     05  BRD-LEN-SHOW            PIC 9(01).
003823     05  FILLER                  PIC X(06)   VALUE ' YEARS'.
003824 01  BRD-COLUMN-HEADS.
003825     05  FILLER                  PIC X(06)   VALUE 'YEAR'.
003826     05  FILLER                  PIC X(07)   VALUE '  RATE'.
003827     05  FILLER                  PIC X(11)   VALUE '    TUITION'.
003828     05  FILLER                  PIC X(11)   VALUE '       FEES'.
003829     05  FILLER                  PIC X(11)   VALUE ' ROOM/BOARD'.
003830     05  FILLER                  PIC X(12)   VALUE '       TOTAL'.
003831 01  BRD-DETAIL.
003832     05  FILLER                  PIC X(01)   VALUE SPACE.
003833     05  BRD-DTL-YEAR            PIC Z9.
003834     05  FILLER                  PIC X(02)   VALUE SPACES.
003835     05  BRD-DTL-RATE            PIC 9.999.
003836     05  FILLER                  PIC X(02)   VALUE SPACES.
003837     05  BRD-DTL-TUITION         PIC ZZZZZ9.99.
003838     05  FILLER                  PIC X(02)   VALUE SPACES.
003839     05  BRD-DTL-FEES            PIC ZZZZZ9.99.
003840     05  FILLER                  PIC X(02)   VALUE SPACES.
003841     05  BRD-DTL-ROOMBD          PIC ZZZZZ9.99.
003842     05  FILLER                  PIC X(02)   VALUE SPACES.
003843     05  BRD-DTL-TOTAL           PIC ZZZZZZ9.99.
003844 01  BRD-TOTAL-LINE.
003845     05  FILLER                  PIC X(19)
003846         VALUE 'PROGRAM TOTAL OVER '.
003847     05  BRD-TOT-YEARS           PIC Z9.
003848     05  FILLER                  PIC X(07)   VALUE ' YEARS '.
003849     05  BRD-TOT-AMOUNT          PIC ZZZZZZ9.99.
003850 01  BRD-SUM-HEADING.
003851     05  FILLER                  PIC X(44)   VALUE
003852         'FINAL-YEAR COST OF ATTENDANCE BY PROGRAM'.
003853 01  BRD-SUM-DETAIL.
003854     05  BRD-SUM-CODE            PIC X(10).
003855     05  FILLER                  PIC X(02)   VALUE SPACES.
003856     05  BRD-SUM-DESC            PIC X(30).
003857     05  FILLER                  PIC X(02)   VALUE SPACES.
003858     05  BRD-SUM-COA             PIC ZZZZZ9.99.
003859 01  BRD-SUM-OVFLINE.
003860     05  FILLER                  PIC X(02)   VALUE SPACES.
003861     05  BRD-SUM-OVF-COUNT       PIC ZZZZ9.
003862     05  FILLER                  PIC X(26)
003863         VALUE ' MORE PROGRAMS NOT LISTED'.
003864 01  BRD-SUM-MODE-SWITCH         PIC X       VALUE 'N'.
003865     88  BRD-SUMMARY-MODE                    VALUE 'Y'.
003866 01  BRD-RESTART-LINE.
003867     05  FILLER                  PIC X(21)
003868         VALUE '*** RESTARTED RUN -- '.
003869     05  FILLER                  PIC X(27)
003870         VALUE 'PAGES BELOW COVER PROGRAMS '.
003871     05  FILLER                  PIC X(06)   VALUE 'AFTER '.
003872     05  BRD-RST-CODE            PIC X(10).
003873     05  FILLER                  PIC X(09)   VALUE ' ONLY ***'.
003874 01  BRD-RESTART-LINE-2.
003875     05  FILLER                  PIC X(51)   VALUE
003876         '*** PAGE NUMBERS RESTART AT 1 FOR RESUMED PAGES ***'.
003877*
003878* PROGRAMS REJECTED BY THE BATCH EDIT SPOOL TO THE REJFILE WORK
003879* FILE AND ARE READ BACK FOR THE REVENUE ROLL-UP LISTING, SO THE
003880* TOTALS ARE DEFENSIBLE AND THE LISTING IS BOUNDED BY DISK
003881*
003882 01  REJFILE-STATUS              PIC X(02).
003883     88  REJFILE-NOT-FOUND                   VALUE '35'.
003884 01  REJ-EOF-SWITCH              PIC X       VALUE 'N'.
003885     88  END-OF-REJFILE                      VALUE 'Y'.
003886 01  RVX                         PIC 9(03).
003887*
003888* REVENUE ROLL-UP REPORT LINE LAYOUTS
003889*
003890 01  REV-HEADING.
003891     05  FILLER                  PIC X(40)
003892         VALUE 'PROJECTED TUITION REVENUE BY YEAR'.
003893     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
003894     05  REV-HD-DATE             PIC 9(08).
003895     05  FILLER                  PIC X(09)   VALUE '  RUN ID '.
003896     05  REV-HD-RUN-ID           PIC 9(07).
003897 01  REV-COLUMN-HEADS.
003898     05  FILLER                  PIC X(09)   VALUE 'YEAR'.
003899     05  FILLER                  PIC X(16)   VALUE
003900         '           GROSS'.
003901     05  FILLER                  PIC X(18)   VALUE
003902         '     PROJECTED AID'.
003903     05  FILLER                  PIC X(18)   VALUE
003904         '               NET'.
003905 01  REV-DETAIL.
003906     05  FILLER                  PIC X(05)   VALUE 'YEAR '.
003907     05  REV-DTL-YEAR            PIC 99.
003908     05  FILLER                  PIC X(02)   VALUE SPACES.
003909     05  REV-DTL-AMOUNT          PIC Z(12)9.99.
003910     05  FILLER                  PIC X(02)   VALUE SPACES.
003911     05  REV-DTL-AID             PIC Z(12)9.99.
003912     05  FILLER                  PIC X(02)   VALUE SPACES.
003913     05  REV-DTL-NET             PIC Z(12)9.99.
003914 01  REV-NET-TOTAL-LINE.
003915     05  FILLER                  PIC X(22)
003916         VALUE 'CAMPUS-WIDE NET TOTAL '.
003917     05  REV-NET-TOTAL-AMT       PIC Z(14)9.99.
003918 01  REV-NOAID-HEADING.
003919     05  FILLER                  PIC X(50)   VALUE
003920         'PROGRAMS WITH NO AID RECORD -- ROLLED UP AT GROSS:'.
003921 01  REV-NOAID-DETAIL.
003922     05  FILLER                  PIC X(02)   VALUE SPACES.
003923     05  REV-NOA-CODE            PIC X(10).
003924 01  WRK-YEAR-NET                PIC 9(14)V99.
003925 01  CAMPUS-NET-TOTAL            PIC 9(15)V99     VALUE ZERO.
003926 01  REV-REJECT-HEADING.
003929 01  REV-REJECT-DETAIL.
003930     05  FILLER                  PIC X(02)   VALUE SPACES.
003931     05  REV-REJ-CODE            PIC X(10).
003933*
003934* OPENING/CLOSING LIST LAYOUTS, WRITTEN TO BOTH REVRPT AND BRDRPT.
003935* ENDS IS THE LAST ACADEMIC YEAR WITH STUDENTS LEFT TO TEACH OUT.
003936*
003937 01  LIFE-HEADING.
003938     05  FILLER                  PIC X(43)
003939         VALUE 'PROGRAMS OPENING OR CLOSING IN THE HORIZON:'.
003940 01  LIFE-COLUMN-HEADS.
003941     05  FILLER                  PIC X(14)   VALUE '  PROGRAM'.
003942     05  FILLER                  PIC X(32)   VALUE 'DESCRIPTION'.
003943     05  FILLER                  PIC X(06)   VALUE ' OPENS'.
003944     05  FILLER                  PIC X(07)   VALUE ' CLOSES'.
003945     05  FILLER                  PIC X(09)   VALUE '     ENDS'.
003946 01  LIFE-DETAIL.
003947     05  FILLER                  PIC X(02)   VALUE SPACES.
003948     05  LIFE-DTL-CODE           PIC X(10).
003949     05  FILLER                  PIC X(02)   VALUE SPACES.
003950     05  LIFE-DTL-DESC           PIC X(30).
003951     05  FILLER                  PIC X(03)   VALUE SPACES.
003952     05  LIFE-DTL-LAUNCH         PIC ZZZZ.
003953     05  FILLER                  PIC X(04)   VALUE SPACES.
003954     05  LIFE-DTL-CLOSE          PIC ZZZZ.
003955     05  FILLER                  PIC X(05)   VALUE SPACES.
003956     05  LIFE-DTL-LAST           PIC ZZZZ.
003957 01  LIFE-OVFLINE.
003958     05  FILLER                  PIC X(02)   VALUE SPACES.
003959     05  LIFE-OVF-COUNT          PIC ZZZZ9.
003960     05  FILLER                  PIC X(26)
003961         VALUE ' MORE PROGRAMS NOT LISTED'.
003990 01  REV-RESTART-LINE.
004000     05  FILLER                  PIC X(18)
004010         VALUE '*** RESTARTED RUN '.
004470 01  CTL-ACCEPT-COUNT            PIC 9(05)        VALUE ZERO.
004480 01  CTL-REJECT-COUNT            PIC 9(05)        VALUE ZERO.
004490 01  CTL-SKIP-COUNT              PIC 9(05)        VALUE ZERO.
004495 01  CTL-TAUGHT-OUT-COUNT        PIC 9(05)        VALUE ZERO.
004500 01  CTL-RPT-LINE-COUNT          PIC 9(07)        VALUE ZERO.
004510 01  CTL-LOG-LINE-COUNT          PIC 9(05)        VALUE ZERO.
004520 01  CTL-HASH-TUIT-IN            PIC 9(11)V99        VALUE ZERO.
004620         VALUE 'BATCH CONTROL TOTALS'.
004630     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
004640     05  CTL-HD-DATE             PIC 9(08).
004643     05  FILLER                  PIC X(09)   VALUE '  RUN ID '.
004646     05  CTL-HD-RUN-ID           PIC 9(07).
004650 01  CTL-COUNT-LINE.
004660     05  CTL-LINE-LABEL          PIC X(32)   VALUE SPACES.
004670     05  CTL-LINE-COUNT          PIC ZZZZZZ9.
004734 01  PARM-RATE-DISP              PIC 9.99.
004735*
004740* CHECKPOINT/RESTART CONTROLS FOR THE BATCH RUN
004741*
004742 01  RESTART-SWITCH              PIC X       VALUE 'N'.
004743     88  RESTART-MODE                        VALUE 'Y'.
004744 01  RESTART-FROM-CODE           PIC X(10)   VALUE SPACES.
004745*
004746* RUN-CONTROL REGISTRY CONTROLS. EVERY RUN TAKES THE NEXT RUN ID
004747* FROM RUNCTL -- OR, ON A CHECKPOINT RESTART, RESUMES THE ID OF
004748* THE INTERRUPTED RUN IT IS FINISHING -- AND STAMPS IT ON EVERY
004749* OUTPUT. THE REGISTRY IMAGE IS BUILT HERE, SINCE THE FD RECORD
004750* AREA IS NOT AVAILABLE UNTIL THE FILE IS OPEN.
004751*
004752 01  RUNCTL-STATUS               PIC X(02).
004753     88  RUNCTL-OK                           VALUE '00'.
004754     88  RUNCTL-NOT-FOUND                    VALUE '35'.
004755 01  RCT-EOF-SWITCH              PIC X       VALUE 'N'.
004756     88  END-OF-RUNCTL                       VALUE 'Y'.
004757 01  RUN-ID                      PIC 9(07)        VALUE ZERO.
004758 01  HIGH-RUN-ID                 PIC 9(07)        VALUE ZERO.
004759 01  HIGH-RUN-STATUS             PIC X       VALUE SPACE.
004760 01  RUN-START-TIME              PIC 9(06)        VALUE ZERO.
004761 01  RUN-CLOCK.
004762     05  RUN-CLOCK-HHMMSS        PIC 9(06).
004763     05  FILLER                  PIC 9(02).
004764 01  RUN-END-SWITCH              PIC X       VALUE 'C'.
004765     88  RUN-FAILED                          VALUE 'F'.
004766 COPY RUNCTLR.
004767*
004768* GL BUDGET INTERFACE CONTROLS. THE ACCOUNT MAP IS LOADED FROM
004769* GLMAP AT STARTUP. PROJECTION YEAR N IS ACADEMIC YEAR RUN YEAR +
004770* N; ITS FALL SHARE POSTS TO FISCAL YEAR ACADEMIC YEAR + THE FALL
004771* OFFSET AND THE REST TO ACADEMIC YEAR + THE SPRING OFFSET. THE
004772* DEFAULTS HOLD UNLESS GLMAP CARRIES A *SPLIT RECORD.
004773*
004774 01  GLMAP-STATUS                PIC X(02).
004775     88  GLMAP-NOT-FOUND                     VALUE '35'.
004776 01  GLBUDF-STATUS               PIC X(02).
004777     88  GLBUDF-OK                           VALUE '00'.
004778 01  GLM-EOF-SWITCH              PIC X       VALUE 'N'.
004779     88  END-OF-GLMAP                        VALUE 'Y'.
004780 01  GL-SWITCH                   PIC X       VALUE 'N'.
004781     88  GL-ACTIVE                           VALUE 'Y'.
004782 01  GL-PROOF-SWITCH             PIC X       VALUE 'Y'.
004783     88  GL-PROVED                           VALUE 'Y'.
004784 01  GL-MAP-TABLE.
004785     05  GL-MAP-COUNT            PIC 9(03)        VALUE ZERO.
004786     05  GL-MAP-ENTRY OCCURS 300 TIMES.
004787         10  GMT-PROG-CODE       PIC X(10).
004788         10  GMT-FUND            PIC X(06).
004789         10  GMT-ORG             PIC X(06).
004790         10  GMT-REV-ACCT        PIC X(06).
004791         10  GMT-AID-ACCT        PIC X(06).
004792 01  GMX                         PIC 9(03).
004793 01  GL-MATCH-SWITCH             PIC X       VALUE 'N'.
004794     88  GL-PROGRAM-MAPPED                   VALUE 'Y'.
004795 01  GL-FALL-PCT                 PIC 9V99         VALUE .50.
004796 01  GL-FALL-FY-ADJ              PIC 9(01)        VALUE 0.
004797 01  GL-SPRING-FY-ADJ            PIC 9(01)        VALUE 1.
004798 01  GL-ACAD-YEAR                PIC 9(04).
004799 01  GL-FIRST-FY                 PIC 9(04).
004800 01  GL-LAST-FY                  PIC 9(04).
004801 01  GL-FY-COUNT                 PIC 9(03).
004802 01  GFX                         PIC 9(03).
004803 01  GL-FALL-GROSS               PIC 9(12)V99.
004804 01  GL-SPRING-GROSS             PIC 9(12)V99.
004805 01  GL-FALL-AID                 PIC 9(12)V99.
004806 01  GL-SPRING-AID               PIC 9(12)V99.
004807*
004808* THE PROGRAM IN HAND, SPREAD BY FISCAL YEAR, AND THE CAMPUS
004809* TOTALS BY FISCAL YEAR FOR THE BALANCING REPORT. ENTRY 1 IS
004810* GL-FIRST-FY.
004811*
004812 01  GL-PROG-TABLE.
004813     05  GL-PROG-FY-ENTRY OCCURS 100 TIMES.
004814         10  GPF-GROSS           PIC 9(13)V99.
004815         10  GPF-AID             PIC 9(13)V99.
004816 01  GL-FY-TABLE.
004817     05  GL-FY-ENTRY OCCURS 100 TIMES.
004818         10  GFT-CREDIT          PIC 9(15)V99.
004819         10  GFT-DEBIT           PIC 9(15)V99.
004820 01  GL-POST-ACCOUNT             PIC X(06).
004821 01  GL-POST-DR-CR               PIC X(01).
004822 01  GL-POST-AMOUNT              PIC 9(13)V99.
004823 01  GL-PROG-GROSS               PIC 9(14)V99.
004825 01  GL-PROG-AID                 PIC 9(14)V99.
004826 01  GL-PROG-NET                 PIC 9(14)V99.
004827*
004828* GL FILE CONTROL TOTALS AND THE BALANCE PROOF
004829*
004830 01  GL-DETAIL-COUNT             PIC 9(07)        VALUE ZERO.
004831 01  GL-DEBIT-HASH               PIC 9(15)V99     VALUE ZERO.
004832 01  GL-CREDIT-HASH              PIC 9(15)V99     VALUE ZERO.
004833 01  GL-HELD-COUNT               PIC 9(05)        VALUE ZERO.
004834 01  GL-HELD-NET                 PIC 9(15)V99     VALUE ZERO.
004835 01  GL-FILE-NET                 PIC S9(15)V99.
004836 01  GL-PROVED-NET               PIC S9(15)V99.
004837 01  GL-BALANCE-DIFF             PIC S9(15)V99.
004838 COPY GLBUDR.
004839*
004840* GL BALANCING REPORT LINE LAYOUTS
004841*
004842 01  GLR-HEADING.
004843     05  FILLER                  PIC X(40)
004844         VALUE 'GL BUDGET LOAD BALANCING'.
004845     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
004846     05  GLR-HD-DATE             PIC 9(08).
004847     05  FILLER                  PIC X(09)   VALUE '  RUN ID '.
004848     05  GLR-HD-RUN-ID           PIC 9(07).
004849 01  GLR-SPLIT-LINE.
004850     05  FILLER                  PIC X(11)   VALUE 'FALL SHARE '.
004851     05  GLR-SPL-PCT             PIC 9.99.
004852     05  FILLER                  PIC X(19)
004853         VALUE '   FALL TO FY AY + '.
004854     05  GLR-SPL-FALL-ADJ        PIC 9.
004855     05  FILLER                  PIC X(21)
004856         VALUE '   SPRING TO FY AY + '.
004857     05  GLR-SPL-SPRING-ADJ      PIC 9.
004858 01  GLR-RESTART-LINE-1.
004859     05  FILLER                  PIC X(50)   VALUE
004860         '*** RESTARTED RUN -- NO GL BUDGET FILE WRITTEN ***'.
004861 01  GLR-RESTART-LINE-2.
004862     05  FILLER                  PIC X(53)   VALUE
004863         '*** RERUN FROM THE TOP FOR THE LEDGER BUDGET LOAD ***'.
004864 01  GLR-HELD-HEADING.
004865     05  FILLER                  PIC X(52)   VALUE
004866         'PROGRAMS WITH NO GL MAPPING -- HELD OUT OF THE FILE:'.
004867 01  GLR-HELD-DETAIL.
004868     05  FILLER                  PIC X(02)   VALUE SPACES.
004869     05  GLR-HLD-CODE            PIC X(10).
004870     05  FILLER                  PIC X(06)   VALUE '  NET '.
004871     05  GLR-HLD-NET             PIC Z(13)9.99.
004872 01  GLR-FY-HEADS.
004873     05  FILLER                  PIC X(11)   VALUE 'FISCAL YEAR'.
004874     05  FILLER                  PIC X(21)   VALUE
004875         '    CREDITS (REVENUE)'.
004876     05  FILLER                  PIC X(21)   VALUE
004877         '         DEBITS (AID)'.
004878     05  FILLER                  PIC X(21)   VALUE
004879         '                  NET'.
004880 01  GLR-FY-DETAIL.
004881     05  FILLER                  PIC X(02)   VALUE SPACES.
004882     05  GLR-FY-YEAR             PIC 9(04).
004883     05  FILLER                  PIC X(05)   VALUE SPACES.
004884     05  GLR-FY-CREDIT           PIC Z(14)9.99.
004885     05  FILLER                  PIC X(02)   VALUE SPACES.
004886     05  GLR-FY-DEBIT            PIC Z(14)9.99.
004887     05  FILLER                  PIC X(02)   VALUE SPACES.
004888     05  GLR-FY-NET              PIC -(14)9.99.
004889 01  GLR-COUNT-LINE.
004890     05  GLR-CNT-LABEL           PIC X(40).
004891     05  GLR-CNT-VALUE           PIC ZZZZZZ9.
004892 01  GLR-AMOUNT-LINE.
004893     05  GLR-AMT-LABEL           PIC X(40).
004894     05  GLR-AMT-VALUE           PIC -(15)9.99.
004895 01  GLR-VERDICT-LINE.
004896     05  GLR-VERDICT-TEXT        PIC X(60).
004897*
004898* ENTRY VALIDATION SWITCH, SHARED BY THE ACCEPT-AND-EDIT PARAS
004899*
004900 01  ENTRY-VALID-SWITCH          PIC X       VALUE 'N'.
004901     88  ENTRY-IS-VALID                       VALUE 'Y'.
004902*
004903* CURRENT PROGRAM CODE, FOR REPORT LABELLING
004904*
004905 01  CURR-PROGCODE               PIC X(10)   VALUE SPACES.
004906*
004907* STANDARD PROJECTION RECORD, SHARED WITH OTHER PROGRAMS.
004908*
004910 COPY TUITREC.
004920*
004930* DATE OF THE CURRENT RUN, FOR THE RUNLOG AUDIT TRAIL.
004940*
004950 01  RUN-DATE                    PIC 9(08).
004952 01  RUN-DATE-SPLIT REDEFINES RUN-DATE.
004954     05  RUN-DATE-YEAR           PIC 9(04).
004956     05  FILLER                  PIC 9(04).
004960 01  RUNLOG-STATUS               PIC X(02).
004970     88  RUNLOG-NOT-FOUND                    VALUE '35'.
004980 01  TUITRPT-STATUS              PIC X(02).
005110     PERFORM 1300-LOAD-RATE-SCHEDULE THRU 1300-EXIT.
005115     PERFORM 1500-LOAD-AID-TABLE THRU 1500-EXIT.
005117     PERFORM 1600-LOAD-BILL-CALENDAR THRU 1600-EXIT.
005118     PERFORM 1800-LOAD-GL-MAP THRU 1800-EXIT.
005120     PERFORM 6100-LOAD-TR-BANDS THRU 6100-EXIT.
005122     IF NOT PARM-MODE
005130         DISPLAY 'RUN IN BATCH MODE FROM PROGRAM MASTER? (Y/N): '
005200     IF BATCH-MODE
005210         PERFORM 1100-CHECK-RESTART THRU 1100-EXIT
005220     END-IF.
005222     PERFORM 1700-ASSIGN-RUN-ID THRU 1700-EXIT.
005224     IF PARM-MODE
005226         PERFORM 1010-ECHO-PARAMETERS THRU 1010-EXIT
005228     END-IF.
005230     IF RESTART-MODE
005240         OPEN EXTEND TUITRPT
005250         IF TUITRPT-NOT-FOUND
005440         PERFORM 2300-ACCEPT-YEARS THRU 2300-EXIT
005450             UNTIL ENTRY-IS-VALID
005455     END-IF.
005457     PERFORM 1750-WRITE-RUN-START THRU 1750-EXIT.
005460     IF EXT-NEEDS-HEADER
005470         PERFORM 8600-WRITE-EXTRACT-HEADER THRU 8600-EXIT
005480     END-IF.
005787         CLOSE CTLRPT
005788         MOVE 'N' TO CTLRPT-OPEN-SWITCH
005789     END-IF.
005790     PERFORM 1780-WRITE-RUN-END THRU 1780-EXIT.
005791
005800         STOP RUN.
005802*
005804* READS THE SCHEDULER'S CONTROL CARD WHEN ONE IS SUPPLIED. EVERY
005808* KEYSTROKES, AND A BAD OR MISSING PARAMETER FLAGS THE RUN IN
005810* ERROR SO MAIN-PROCEDURE CAN END WITH A NONZERO RETURN CODE FOR
005812* THE SCHEDULER. GOOD PARAMETERS ARE ECHOED ONTO CTLRPT SO THE
005814* UNATTENDED RUN IS AUDITABLE, ONCE THE RUN ID IS ASSIGNED. NO
005816* PARMFILE ON FILE MEANS THE CONSOLE PROMPTS CARRY THE RUN AS
005817* BEFORE.
005818*
005820 1000-READ-PARMFILE.
005822     OPEN INPUT PARMFILE.
005904     MOVE PRM-RESTART TO PARM-RESTART-ANSWER.
005906     MOVE PRM-RATE TO PERCENTAGE.
005908     MOVE PRM-YEARS TO TENYR.
005912     DISPLAY 'PARMFILE DRIVES THIS RUN -- NO CONSOLE PROMPTS.'.
005914 1000-EXIT.
005916     EXIT.
005918*
005920* ECHOES THE RUN ID AND THE CONTROL-CARD PARAMETERS ONTO CTLRPT.
005922* THE REPORT IS LEFT OPEN SO THE END-OF-RUN CONTROL TOTALS
005924* FOLLOW THE ECHO ON THE SAME REPORT.
005926*
005928 1010-ECHO-PARAMETERS.
005930     OPEN OUTPUT CTLRPT.
005931     MOVE 'Y' TO CTLRPT-OPEN-SWITCH.
005932     WRITE CTL-RECORD FROM CTL-PARM-HEADING.
005933     MOVE 'RUN ID' TO CTL-PARM-LABEL.
005934     MOVE RUN-ID TO CTL-PARM-VALUE.
005935     WRITE CTL-RECORD FROM CTL-PARM-LINE.
005936     MOVE 'MODE (B=BATCH A=ADHOC)' TO CTL-PARM-LABEL.
005938     MOVE PRM-MODE TO CTL-PARM-VALUE.
005940     WRITE CTL-RECORD FROM CTL-PARM-LINE.
007320     MOVE BCL-RB-PCT (TBX) TO CAL-RB-PCT (CAL-COUNT TBX).
007321 1640-EXIT.
007322     EXIT.
007323*
007324* ASSIGNS THE RUN ID. RUNCTL IS READ THROUGH FOR THE HIGHEST RUN
007325* ID ON FILE AND THE STATUS OF ITS LAST IMAGE. A CHECKPOINT
007326* RESTART WHOSE LATEST RUN STARTED BUT NEVER ENDED IS FINISHING
007327* THAT RUN, SO IT RESUMES THE SAME ID AND THE EXTENDED OUTPUTS
007328* KEEP ONE ID; EVERY OTHER RUN TAKES THE NEXT ID. NO RUNCTL ON
007329* FILE STARTS THE REGISTRY AT RUN 1.
007330*
007331 1700-ASSIGN-RUN-ID.
007332     ACCEPT RUN-CLOCK FROM TIME.
007333     MOVE RUN-CLOCK-HHMMSS TO RUN-START-TIME.
007334     MOVE ZERO TO HIGH-RUN-ID.
007335     MOVE SPACE TO HIGH-RUN-STATUS.
007336     OPEN INPUT RUNCTL.
007337     IF RUNCTL-NOT-FOUND
007338         DISPLAY 'NO RUN-CONTROL FILE -- STARTING THE REGISTRY.'
007339     ELSE
007340         MOVE 'N' TO RCT-EOF-SWITCH
007341         PERFORM 1710-READ-RUNCTL THRU 1710-EXIT
007342         PERFORM 1720-NOTE-RUNCTL-ENTRY THRU 1720-EXIT
007343             UNTIL END-OF-RUNCTL
007344         CLOSE RUNCTL
007345     END-IF.
007346     IF RESTART-MODE AND HIGH-RUN-STATUS = 'S'
007347         MOVE HIGH-RUN-ID TO RUN-ID
007348         DISPLAY 'RESTART RESUMES RUN ID ' RUN-ID
007349     ELSE
007350         COMPUTE RUN-ID = HIGH-RUN-ID + 1
007351         IF RESTART-MODE
007352             DISPLAY 'NO INTERRUPTED RUN ON RUNCTL -- RESTART '
007353                     'TAKES A NEW RUN ID.'
007354         END-IF
007355         DISPLAY 'RUN ID ' RUN-ID ' ASSIGNED.'
007356     END-IF.
007357 1700-EXIT.
007358     EXIT.
007359 1710-READ-RUNCTL.
007360     READ RUNCTL INTO RC-RECORD
007361         AT END MOVE 'Y' TO RCT-EOF-SWITCH
007362     END-READ.
007363 1710-EXIT.
007364     EXIT.
007365 1720-NOTE-RUNCTL-ENTRY.
007366     IF RC-RUN-ID-EDIT IS NUMERIC
007367         IF RC-RUN-ID NOT < HIGH-RUN-ID
007368             MOVE RC-RUN-ID TO HIGH-RUN-ID
007369             MOVE RC-STATUS TO HIGH-RUN-STATUS
007370         END-IF
007371     END-IF.
007372     PERFORM 1710-READ-RUNCTL THRU 1710-EXIT.
007373 1720-EXIT.
007374     EXIT.
007375*
007376* APPENDS THE START IMAGE ONCE THE RATE AND YEARS ARE KNOWN --
007377* FROM THE CONTROL CARD OR THE CONSOLE -- SO THE REGISTRY SHOWS
007378* THE RUN EVEN IF IT NEVER REACHES ITS END.
007379*
007380 1750-WRITE-RUN-START.
007381     PERFORM 1760-FILL-RUN-IMAGE THRU 1760-EXIT.
007382     MOVE 'S' TO RC-STATUS.
007383     MOVE RUN-DATE TO RC-DATE.
007384     MOVE RUN-START-TIME TO RC-TIME.
007385     PERFORM 1770-APPEND-RUNCTL THRU 1770-EXIT.
007386 1750-EXIT.
007387     EXIT.
007388*
007389* BUILDS THE PARTS OF THE REGISTRY IMAGE THE START AND END
007390* IMAGES SHARE: RUN ID, WHERE THE PARAMETERS CAME FROM, MODE,
007391* RESTART FLAG AND POINT, RATE AND YEARS. THE TOTALS START AT
007392* ZERO.
007393*
007394 1760-FILL-RUN-IMAGE.
007395     MOVE SPACES TO RC-RECORD.
007396     MOVE RUN-ID TO RC-RUN-ID.
007397     IF PARM-MODE
007398         MOVE 'P' TO RC-PARM-SOURCE
007399     ELSE
007400         MOVE 'C' TO RC-PARM-SOURCE
007401     END-IF.
007402     IF BATCH-MODE
007403         MOVE 'B' TO RC-MODE
007404     ELSE
007405         MOVE 'A' TO RC-MODE
007406     END-IF.
007407     IF RESTART-MODE
007408         MOVE 'Y' TO RC-RESTART-FLAG
007409         MOVE RESTART-FROM-CODE TO RC-RESTART-FROM
007410     ELSE
007411         MOVE 'N' TO RC-RESTART-FLAG
007412     END-IF.
007413     MOVE PERCENTAGE TO RC-RATE.
007414     MOVE TENYR TO RC-YEARS.
007415     MOVE ZERO TO RC-READ-COUNT.
007416     MOVE ZERO TO RC-ACCEPT-COUNT.
007417     MOVE ZERO TO RC-REJECT-COUNT.
007418     MOVE ZERO TO RC-SKIP-COUNT.
007419     MOVE ZERO TO RC-RPT-LINE-COUNT.
007420     MOVE ZERO TO RC-LOG-LINE-COUNT.
007421     MOVE ZERO TO RC-TERM-LINE-COUNT.
007422     MOVE ZERO TO RC-EXT-DETAIL-COUNT.
007423     MOVE ZERO TO RC-HASH-TUIT-IN.
007424     MOVE ZERO TO RC-HASH-FINAL-OUT.
007425 1760-EXIT.
007426     EXIT.
007427*
007428* APPENDS ONE IMAGE TO RUNCTL. THE FILE IS OPENED AND CLOSED
007429* EACH TIME, LIKE THE CHECKPOINT, SO THE IMAGE IS ON DISK AT
007430* ONCE. A FAILED WRITE IS A WARNING: THE RUN'S OUTPUTS ARE STILL
007431* GOOD, BUT THE FEED CHECK WILL NOT CLEAR A RUN IT CANNOT FIND.
007432*
007433 1770-APPEND-RUNCTL.
007434     OPEN EXTEND RUNCTL.
007435     IF RUNCTL-NOT-FOUND
007436         OPEN OUTPUT RUNCTL
007437     END-IF.
007438     IF NOT RUNCTL-OK
007439         DISPLAY 'WARNING -- RUNCTL NOT OPENED, STATUS '
007440                 RUNCTL-STATUS
007441         GO TO 1770-EXIT
007442     END-IF.
007443     WRITE RCT-FILE-RECORD FROM RC-RECORD.
007444     IF NOT RUNCTL-OK
007445         DISPLAY 'WARNING -- RUNCTL IMAGE NOT WRITTEN, STATUS '
007446                 RUNCTL-STATUS
007447     END-IF.
007448     CLOSE RUNCTL.
007449 1770-EXIT.
007450     EXIT.
007451*
007452* APPENDS THE END IMAGE: COMPLETED, OR FAILED WHEN THE BATCH
007453* COULD NOT OPEN THE MASTER, WITH THE CONTROL TOTALS AND THE
007454* BALANCE VERDICT CTLRPT PRINTED. AN AD-HOC RUN HAS NO CONTROL
007455* TOTALS TO BALANCE, SO ITS BALANCE FLAG STAYS BLANK AND THE
007456* FEED CHECK NEVER CLEARS ITS EXTRACT FOR RELEASE.
007457*
007458 1780-WRITE-RUN-END.
007459     PERFORM 1760-FILL-RUN-IMAGE THRU 1760-EXIT.
007460     MOVE RUN-END-SWITCH TO RC-STATUS.
007461     ACCEPT RC-DATE FROM DATE YYYYMMDD.
007462     ACCEPT RUN-CLOCK FROM TIME.
007463     MOVE RUN-CLOCK-HHMMSS TO RC-TIME.
007464     IF BATCH-MODE
007465         IF RUN-IN-BALANCE AND NOT RUN-FAILED
007466             MOVE 'Y' TO RC-BALANCE-FLAG
007467         ELSE
007468             MOVE 'N' TO RC-BALANCE-FLAG
007469         END-IF
007470     END-IF.
007471     MOVE CTL-READ-COUNT TO RC-READ-COUNT.
007472     MOVE CTL-ACCEPT-COUNT TO RC-ACCEPT-COUNT.
007473     MOVE CTL-REJECT-COUNT TO RC-REJECT-COUNT.
007474     COMPUTE RC-SKIP-COUNT =
007475         CTL-SKIP-COUNT + CTL-TAUGHT-OUT-COUNT.
007476     MOVE CTL-RPT-LINE-COUNT TO RC-RPT-LINE-COUNT.
007477     MOVE CTL-LOG-LINE-COUNT TO RC-LOG-LINE-COUNT.
007478     MOVE CTL-TERM-LINE-COUNT TO RC-TERM-LINE-COUNT.
007479     MOVE EXT-DETAIL-COUNT TO RC-EXT-DETAIL-COUNT.
007480     MOVE CTL-HASH-TUIT-IN TO RC-HASH-TUIT-IN.
007481     MOVE CTL-HASH-FINAL-OUT TO RC-HASH-FINAL-OUT.
007482     PERFORM 1770-APPEND-RUNCTL THRU 1770-EXIT.
007483     DISPLAY 'RUN ID ' RUN-ID ' ENDED -- STATUS ' RC-STATUS
007484             ' BALANCED ' RC-BALANCE-FLAG.
007485 1780-EXIT.
007486     EXIT.
007487*
007488* LOADS THE GL ACCOUNT MAP FROM GLMAP. A MAPPING MISSING ITS FUND,
007489* ORGANIZATION OR EITHER ACCOUNT IS DROPPED WITH A NOTE, AS IS A
007490* SECOND MAPPING FOR THE SAME PROGRAM. THE *SPLIT RECORD REPLACES
007491* THE DEFAULT FALL SHARE AND FISCAL-YEAR OFFSETS. NO GLMAP MEANS
007492* NO GL BUDGET FILE THIS RUN.
007493*
007494 1800-LOAD-GL-MAP.
007495     OPEN INPUT GLMAP.
007496     IF GLMAP-NOT-FOUND
007497         DISPLAY 'NO GL ACCOUNT MAP ON FILE -- NO GL BUDGET FILE '
007498                 'THIS RUN.'
007499         GO TO 1800-EXIT
007500     END-IF.
007501     PERFORM 1810-READ-GLMAP THRU 1810-EXIT.
007502     PERFORM 1820-STORE-GL-MAPPING THRU 1820-EXIT
007503         UNTIL END-OF-GLMAP.
007504     CLOSE GLMAP.
007505     DISPLAY GL-MAP-COUNT ' PROGRAM GL ACCOUNT MAPPINGS LOADED.'.
007506 1800-EXIT.
007507     EXIT.
007508 1810-READ-GLMAP.
007509     READ GLMAP
007510         AT END MOVE 'Y' TO GLM-EOF-SWITCH
007511     END-READ.
007512 1810-EXIT.
007513     EXIT.
007514 1820-STORE-GL-MAPPING.
007515     IF GLS-KEY = '*SPLIT'
007516         PERFORM 1840-STORE-GL-SPLIT THRU 1840-EXIT
007517         GO TO 1820-NEXT
007518     END-IF.
007519     IF GLM-PROG-CODE = SPACES
007520         OR GLM-FUND = SPACES
007521         OR GLM-ORG = SPACES
007522         OR GLM-REV-ACCT = SPACES
007523         OR GLM-AID-ACCT = SPACES
007524         DISPLAY 'BAD GL MAP RECORD DROPPED: ' GLM-PROG-CODE
007525         GO TO 1820-NEXT
007526     END-IF.
007527     MOVE 'N' TO GL-MATCH-SWITCH.
007528     MOVE ZERO TO GMX.
007529     PERFORM 1830-CHECK-GL-ENTRY THRU 1830-EXIT
007530         UNTIL GL-PROGRAM-MAPPED OR GMX = GL-MAP-COUNT.
007531     IF GL-PROGRAM-MAPPED
007532         DISPLAY 'DUPLICATE GL MAPPING DROPPED: ' GLM-PROG-CODE
007533         GO TO 1820-NEXT
007534     END-IF.
007535     IF GL-MAP-COUNT < 300
007536         ADD 1 TO GL-MAP-COUNT
007537         MOVE GLM-PROG-CODE TO GMT-PROG-CODE (GL-MAP-COUNT)
007538         MOVE GLM-FUND TO GMT-FUND (GL-MAP-COUNT)
007539         MOVE GLM-ORG TO GMT-ORG (GL-MAP-COUNT)
007540         MOVE GLM-REV-ACCT TO GMT-REV-ACCT (GL-MAP-COUNT)
007541         MOVE GLM-AID-ACCT TO GMT-AID-ACCT (GL-MAP-COUNT)
007542     ELSE
007543         DISPLAY 'GL MAP TABLE FULL -- RECORD DROPPED: '
007544                 GLM-PROG-CODE
007545     END-IF.
007546 1820-NEXT.
007547     PERFORM 1810-READ-GLMAP THRU 1810-EXIT.
007548 1820-EXIT.
007549     EXIT.
007550 1830-CHECK-GL-ENTRY.
007551     ADD 1 TO GMX.
007552     IF GMT-PROG-CODE (GMX) = GLM-PROG-CODE
007553         MOVE 'Y' TO GL-MATCH-SWITCH
007554     END-IF.
007555 1830-EXIT.
007556     EXIT.
007557*
007558* TAKES THE FALL SHARE AND THE FISCAL-YEAR OFFSETS FROM THE *SPLIT
007559* RECORD. THE SHARE MAY NOT PASS 1.00, EACH OFFSET IS 0 OR 1, AND
007560* SPRING MAY NOT POST TO AN EARLIER FISCAL YEAR THAN FALL. A BAD
007561* RECORD LEAVES THE DEFAULTS IN FORCE.
007562*
007563 1840-STORE-GL-SPLIT.
007564     IF GLS-FALL-PCT-EDIT IS NOT NUMERIC
007565         OR GLS-FALL-FY-ADJ-EDIT IS NOT NUMERIC
007566         OR GLS-SPRING-FY-ADJ-EDIT IS NOT NUMERIC
007567         DISPLAY 'BAD GL SPLIT RECORD IGNORED -- DEFAULT SPLIT '
007568                 'USED.'
007569         GO TO 1840-EXIT
007570     END-IF.
007571     IF GLS-FALL-PCT > 1.00
007572         OR GLS-FALL-FY-ADJ > 1
007573         OR GLS-SPRING-FY-ADJ > 1
007574         OR GLS-FALL-FY-ADJ > GLS-SPRING-FY-ADJ
007575         DISPLAY 'BAD GL SPLIT RECORD IGNORED -- DEFAULT SPLIT '
007576                 'USED.'
007577         GO TO 1840-EXIT
007578     END-IF.
007579     MOVE GLS-FALL-PCT TO GL-FALL-PCT.
007580     MOVE GLS-FALL-FY-ADJ TO GL-FALL-FY-ADJ.
007581     MOVE GLS-SPRING-FY-ADJ TO GL-SPRING-FY-ADJ.
007582 1840-EXIT.
007583     EXIT.
007584*
007585* OPENS THE GL BUDGET FILE AND ITS BALANCING REPORT FOR A BATCH
007586* RUN, ONCE THE HORIZON IS KNOWN. A RESTARTED RUN PROJECTS ONLY
007587* THE PROGRAMS AFTER THE CHECKPOINT, SO IT EMPTIES GLBUDF RATHER
007588* THAN LEAVE A PARTIAL FILE FOR THE LEDGER, AND SAYS SO ON GLBRPT.
007589*
007590 1850-OPEN-GL-OUTPUTS.
007591     IF GL-MAP-COUNT = ZERO
007592         GO TO 1850-EXIT
007593     END-IF.
007594     COMPUTE GL-FIRST-FY = RUN-DATE-YEAR + 1 + GL-FALL-FY-ADJ.
007595     COMPUTE GL-LAST-FY =
007596         RUN-DATE-YEAR + TENYR + GL-SPRING-FY-ADJ.
007597     COMPUTE GL-FY-COUNT = GL-LAST-FY - GL-FIRST-FY + 1.
007598     INITIALIZE GL-FY-TABLE.
007599     OPEN OUTPUT GLBRPT.
007600     MOVE RUN-DATE TO GLR-HD-DATE.
007601     MOVE RUN-ID TO GLR-HD-RUN-ID.
007602     WRITE GLR-RECORD FROM GLR-HEADING.
007603     MOVE GL-FALL-PCT TO GLR-SPL-PCT.
007604     MOVE GL-FALL-FY-ADJ TO GLR-SPL-FALL-ADJ.
007605     MOVE GL-SPRING-FY-ADJ TO GLR-SPL-SPRING-ADJ.
007606     WRITE GLR-RECORD FROM GLR-SPLIT-LINE.
007607     MOVE SPACES TO GLR-RECORD.
007608     WRITE GLR-RECORD.
007609     IF RESTART-MODE
007610         OPEN OUTPUT GLBUDF
007611         CLOSE GLBUDF
007612         WRITE GLR-RECORD FROM GLR-RESTART-LINE-1
007613         WRITE GLR-RECORD FROM GLR-RESTART-LINE-2
007614         CLOSE GLBRPT
007615         DISPLAY '*** RESTARTED RUN -- NO GL BUDGET FILE '
007616                 'WRITTEN. ***'
007617         GO TO 1850-EXIT
007618     END-IF.
007619     OPEN OUTPUT GLBUDF.
007620     IF NOT GLBUDF-OK
007621         DISPLAY 'UNABLE TO OPEN GL BUDGET FILE -- STATUS '
007622                 GLBUDF-STATUS ' -- NO GL FILE THIS RUN.'
007623         CLOSE GLBRPT
007624         MOVE 8 TO RETURN-CODE
007625         GO TO 1850-EXIT
007626     END-IF.
007627     MOVE SPACES TO GLB-RECORD.
007628     MOVE 'H' TO GLB-REC-TYPE.
007629     MOVE RUN-DATE TO GLB-HDR-RUN-DATE.
007630     MOVE RUN-ID TO GLB-HDR-RUN-ID.
007631     MOVE GL-FIRST-FY TO GLB-HDR-FIRST-FY.
007632     MOVE GL-LAST-FY TO GLB-HDR-LAST-FY.
007633     WRITE GLB-FILE-RECORD FROM GLB-RECORD.
007634     WRITE GLR-RECORD FROM GLR-HELD-HEADING.
007635     MOVE 'Y' TO GL-SWITCH.
007636 1850-EXIT.
007637     EXIT.
007638
007639        ALOOP.
007640         ADD 1 TO I.
007641         MOVE TR-YEAR-RATE (I) TO CURR-YEAR-RATE.
007642         MOVE TR-YEAR-TUITION (I) TO TUITION.
007643         MOVE TR-YEAR-FEES (I) TO FEES.
007644         MOVE TR-YEAR-ROOMBD (I) TO ROOMBD.
007645         MOVE TR-YEAR-TOTAL (I) TO COATOTAL.
007646          DISPLAY 'YEAR ' I ': ' TUITION ' FEES ' FEES
007647                  ' ROOM/BOARD ' ROOMBD ' TOTAL ' COATOTAL.
007648          IF BATCH-MODE
007649              PERFORM 3050-SET-YEAR-ENROLLMENT THRU 3050-EXIT
007650              COMPUTE YEAR-REVENUE =
007651                  TUITION * YEAR-ENROLLMENT
007652              ADD YEAR-REVENUE TO REV-YEAR-TOTAL (I)
007653              COMPUTE YEAR-AID =
007654                  YEAR-REVENUE * CURR-AID-RATE
007655              ADD YEAR-AID TO REV-YEAR-AID (I)
007656              IF GL-ACTIVE
007657                  PERFORM 8950-SPLIT-GL-YEAR THRU 8950-EXIT
007658              END-IF
007659          END-IF.
007660          PERFORM 8100-WRITE-REPORT-RECORD THRU 8100-EXIT.
007661          PERFORM 8500-WRITE-EXTRACT-RECORD THRU 8500-EXIT.
007662          IF BATCH-MODE AND CURR-HAS-CALENDAR
007663              PERFORM 8800-WRITE-TERM-SCHEDULE THRU 8800-EXIT
007664          END-IF.
007665          IF BATCH-MODE
007666              PERFORM 8900-WRITE-BOARD-DETAIL THRU 8900-EXIT
007667          END-IF.
007668*
007669* PROMPTS FOR AND EDITS THE STARTING TUITION. RE-PROMPTS UNTIL THE
007670* ENTRY IS NUMERIC AND GREATER THAN ZERO.
007671*
007672 2100-ACCEPT-TUITION.
007673     DISPLAY 'ENTER TUITION FOR THIS YEAR (EG 0250000): '.
007674     ACCEPT TUITION-EDIT.
007675     MOVE 'N' TO ENTRY-VALID-SWITCH.
007676     IF TUITION-EDIT IS NUMERIC
007677         IF TUITION > ZERO
007678             MOVE 'Y' TO ENTRY-VALID-SWITCH
007679         ELSE
007680         DISPLAY 'TUITION MUST BE GREATER THAN ZERO.'
007681         END-IF
007682     ELSE
007683         DISPLAY 'TUITION MUST BE NUMERIC -- RE-ENTER.'
007684     END-IF.
007685 2100-EXIT.
007686     EXIT.
007687*
007688* PROMPTS FOR AND EDITS THE ANNUAL INCREASE RATE. RE-PROMPTS UNTIL
007689* THE ENTRY IS NUMERIC AND GREATER THAN ZERO.
007690*
007691 2200-ACCEPT-RATE.
007692     DISPLAY 'ENTER ANNUAL INCREASE RATE (EG 005 FOR 5%): '.
007693     ACCEPT PERCENTAGE-EDIT.
007694     MOVE 'N' TO ENTRY-VALID-SWITCH.
007695     IF PERCENTAGE-EDIT IS NUMERIC
007696         IF PERCENTAGE > ZERO
007697             MOVE 'Y' TO ENTRY-VALID-SWITCH
007698         ELSE
007699         DISPLAY 'RATE MUST BE GREATER THAN ZERO.'
007700         END-IF
007710     ELSE
007720         DISPLAY 'RATE MUST BE NUMERIC -- RE-ENTER.'
009260             GRADTOTAL
009270     END-IF.
009280     PERFORM 8200-WRITE-LOG-RECORD THRU 8200-EXIT.
009281     PERFORM 3900-RATE-COMPARISON THRU 3900-EXIT.
009282 3000-EXIT.
009283     EXIT.
009284*
009285* SETS YEAR-ENROLLMENT, THE HEADCOUNT YEAR I'S REVENUE IS WEIGHTED
009286* BY. BEFORE THE LAUNCH YEAR THERE IS NONE; IN THE LAUNCH YEAR THE
009287* MASTER HEADCOUNT ENTERS AS PLANNED, AND GROWTH OR ATTRITION
009289* APPLIES FROM THE NEXT YEAR ON. FROM THE CLOSE YEAR NO NEW
009290* COHORT ENTERS, SO THE ENROLLMENT FROZEN AT CLOSURE RUNS DOWN IN
009291* EQUAL STEPS OVER THE TEACH-OUT YEARS AND IS ZERO AFTER THEM. A
009292* PROGRAM ALREADY TEACHING OUT RUNS ITS CURRENT HEADCOUNT DOWN
009293* OVER THE TEACH-OUT YEARS IT HAS LEFT.
009294*
009295 3050-SET-YEAR-ENROLLMENT.
009297     COMPUTE LIFE-ACAD-YEAR = RUN-DATE-YEAR + I.
009298     MOVE ZERO TO YEAR-ENROLLMENT.
009299     IF CURR-CLOSE-YEAR > ZERO
009300         AND LIFE-ACAD-YEAR NOT < CURR-CLOSE-YEAR
009301         COMPUTE LIFE-TEACHOUT-YEAR =
009302             LIFE-ACAD-YEAR - CURR-CLOSE-YEAR + 1
009303         IF LIFE-TEACHOUT-YEAR NOT > CURR-TEACHOUT
009305             COMPUTE YEAR-ENROLLMENT =
009306                 CURR-ENROLLMENT
009307                 * (CURR-TEACHOUT + 1 - LIFE-TEACHOUT-YEAR)
009308                 / CURR-RUNDOWN-LEFT
009309         END-IF
009310         GO TO 3050-EXIT
009311     END-IF.
009312     IF LIFE-ACAD-YEAR < CURR-LAUNCH-YEAR
009314         GO TO 3050-EXIT
009315     END-IF.
009316     IF LIFE-ACAD-YEAR > CURR-LAUNCH-YEAR
009317         COMPUTE ENRINCR = CURR-ENROLLMENT * ENRRATE
009318         COMPUTE CURR-ENROLLMENT =
009319             CURR-ENROLLMENT + ENRINCR
009320         IF CURR-ENROLLMENT < ZERO
009322             MOVE ZERO TO CURR-ENROLLMENT
009323         END-IF
009324     END-IF.
009325     MOVE CURR-ENROLLMENT TO YEAR-ENROLLMENT.
009326 3050-EXIT.
009327     EXIT.
009328*
009330* SHOWS THE FINAL-YEAR FIGURE SIDE BY SIDE FOR A LOW, EXPECTED
009340* AND HIGH ANNUAL RATE, SO THE OPERATOR CAN SEE THE SENSITIVITY
009350* OF THE PROJECTION WITHOUT RE-KEYING THE RUN THREE TIMES. THE
009902         CLOSE REJFILE
009904         CLOSE NOAIDFIL
009906         MOVE 8 TO RETURN-CODE
009908         MOVE 'F' TO RUN-END-SWITCH
009910         GO TO 4000-EXIT
009920     END-IF.
009925     PERFORM 1850-OPEN-GL-OUTPUTS THRU 1850-EXIT.
009930     IF RESTART-MODE
009940         MOVE RESTART-FROM-CODE TO PM-PROG-CODE
009950         START PROGMST KEY IS GREATER THAN PM-PROG-CODE
010080     PERFORM 8400-CLEAR-CHECKPOINT THRU 8400-EXIT.
010085     CLOSE REJFILE.
010086     CLOSE NOAIDFIL.
010087     PERFORM 9100-WRITE-REVENUE-REPORT THRU 9100-EXIT.
010088     PERFORM 9300-WRITE-GL-BALANCE THRU 9300-EXIT.
010090     PERFORM 9000-WRITE-CONTROL-REPORT THRU 9000-EXIT.
010105     PERFORM 9260-BRD-WRITE-SUMMARY THRU 9260-EXIT.
010110 4000-EXIT.
010120     EXIT.
010210     EXIT.
010220*
010230* PROJECTS ONE MASTER PROGRAM. INACTIVE PROGRAMS ARE SKIPPED AND
010240* BAD MASTER DATA IS REJECTED, EACH WITH A CONSOLE NOTE. A
010243* CLOSED PROGRAM WHOSE TEACH-OUT ENDED BEFORE THE FIRST PROJECTION
010246* YEAR IS SKIPPED TOO -- IT HAS NO STUDENTS LEFT TO PROJECT.
010250*
010260 4200-PROCESS-MASTER-RECORD.
010270     ADD 1 TO CTL-READ-COUNT.
010275     PERFORM 4700-SET-LIFECYCLE THRU 4700-EXIT.
010280     IF NOT PM-ACTIVE
010290         DISPLAY 'SKIPPED -- INACTIVE PROGRAM: ' PM-PROG-CODE
010300         ADD 1 TO CTL-SKIP-COUNT
010302     ELSE
010304     IF TEACHOUT-COMPLETE
010306         DISPLAY 'SKIPPED -- TEACH-OUT COMPLETE: ' PM-PROG-CODE
010308         ADD 1 TO CTL-TAUGHT-OUT-COUNT
010310     ELSE
010320     IF PM-TUITION-EDIT IS NUMERIC AND PM-TUITION > ZERO
010330         AND PM-LENGTH-EDIT IS NUMERIC AND PM-LENGTH-YEARS > ZERO
010490         MOVE PM-ROOMBD-RATE TO ROOMBDRATE
010500         MOVE PM-HEADCOUNT TO HEADCOUNT
010510         MOVE PM-ENR-RATE TO ENRRATE
010511         PERFORM 4710-NOTE-LIFECYCLE THRU 4710-EXIT
010512         PERFORM 4400-FIND-AID-RATE THRU 4400-EXIT
010514         PERFORM 4500-FIND-CALENDAR THRU 4500-EXIT
010515         IF GL-ACTIVE
010516             PERFORM 4600-FIND-GL-MAPPING THRU 4600-EXIT
010517         END-IF
010520         PERFORM 3000-RUN-PROJECTION THRU 3000-EXIT
010522         IF GL-ACTIVE
010524             PERFORM 8960-POST-GL-PROGRAM THRU 8960-EXIT
010526         END-IF
010530         ADD TUITION TO CTL-HASH-FINAL-OUT
010540     ELSE
010550         DISPLAY 'REJECTED -- BAD MASTER RECORD FOR PROGRAM: '
010570         ADD 1 TO CTL-REJECT-COUNT
010580         PERFORM 4300-NOTE-REJECT THRU 4300-EXIT
010590     END-IF
010595     END-IF
010600     END-IF.
010610     PERFORM 8300-WRITE-CHECKPOINT THRU 8300-EXIT.
010620     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
010847 4520-EXIT.
010848     EXIT.
010849*
010850* FINDS THE GL ACCOUNT MAPPING FOR THE PROGRAM ABOUT TO BE
010851* PROJECTED AND CLEARS ITS FISCAL-YEAR SPREAD.
010852*
010853 4600-FIND-GL-MAPPING.
010854     INITIALIZE GL-PROG-TABLE.
010855     MOVE 'N' TO GL-MATCH-SWITCH.
010856     MOVE ZERO TO GMX.
010857     PERFORM 4610-CHECK-GL-PROGRAM THRU 4610-EXIT
010858         UNTIL GL-PROGRAM-MAPPED OR GMX = GL-MAP-COUNT.
010859 4600-EXIT.
010860     EXIT.
010861 4610-CHECK-GL-PROGRAM.
010862     ADD 1 TO GMX.
010863     IF GMT-PROG-CODE (GMX) = PM-PROG-CODE
010864         MOVE 'Y' TO GL-MATCH-SWITCH
010865     END-IF.
010866 4610-EXIT.
010867     EXIT.
010868*
010869* PICKS UP THE LAUNCH YEAR, CLOSE YEAR AND TEACH-OUT YEARS OFF
010870* THE MASTER. A FIELD NEVER KEYED IS SPACES AND COUNTS AS ZERO --
010871* ALREADY OPEN, NOT CLOSING. FOR A CLOSING PROGRAM IT WORKS OUT
010872* THE LAST ACADEMIC YEAR WITH STUDENTS STILL TEACHING OUT, FLAGS
010873* THE PROGRAM COMPLETE IF THAT YEAR IS NOT INSIDE THE HORIZON,
010874* AND SETS HOW MANY EQUAL STEPS THE RUN-DOWN TAKES: THE TEACH-OUT
010875* YEARS PLUS ONE FOR A FUTURE CLOSURE, OR THE TEACH-OUT YEARS
010876* LEFT, COUNTING THE CURRENT ONE, FOR A PROGRAM ALREADY CLOSED.
010877*
010878 4700-SET-LIFECYCLE.
010879     MOVE 'N' TO LIFE-OVER-SWITCH.
010880     MOVE ZERO TO CURR-LAUNCH-YEAR.
010881     MOVE ZERO TO CURR-CLOSE-YEAR.
010882     MOVE ZERO TO CURR-TEACHOUT.
010883     MOVE ZERO TO CURR-LAST-ENROLLED.
010884     IF PM-LAUNCH-YEAR-EDIT IS NUMERIC
010885         MOVE PM-LAUNCH-YEAR TO CURR-LAUNCH-YEAR
010886     END-IF.
010887     IF PM-CLOSE-YEAR-EDIT IS NUMERIC
010888         MOVE PM-CLOSE-YEAR TO CURR-CLOSE-YEAR
010889     END-IF.
010890     IF PM-TEACHOUT-EDIT IS NUMERIC
010891         MOVE PM-TEACHOUT-YEARS TO CURR-TEACHOUT
010892     END-IF.
010893     COMPUTE CURR-RUNDOWN-LEFT = CURR-TEACHOUT + 1.
010894     IF CURR-CLOSE-YEAR = ZERO
010895         GO TO 4700-EXIT
010896     END-IF.
010897     COMPUTE CURR-LAST-ENROLLED =
010898         CURR-CLOSE-YEAR + CURR-TEACHOUT - 1.
010899     IF CURR-LAST-ENROLLED NOT > RUN-DATE-YEAR
010900         MOVE 'Y' TO LIFE-OVER-SWITCH
010901     ELSE
010902     IF CURR-CLOSE-YEAR NOT > RUN-DATE-YEAR
010903         COMPUTE CURR-RUNDOWN-LEFT =
010904             CURR-LAST-ENROLLED - RUN-DATE-YEAR + 1
010905     END-IF
010906     END-IF.
010907 4700-EXIT.
010908     EXIT.
010909*
010910* KEEPS THE PROGRAM FOR THE OPENING/CLOSING LIST WHEN IT LAUNCHES
010911* INSIDE THE HORIZON, OR CLOSES OR IS STILL TEACHING OUT INSIDE
010912* IT. A LAUNCH OR CLOSURE OUTSIDE THE HORIZON SHOWS BLANK.
010913*
010914 4710-NOTE-LIFECYCLE.
010915     COMPUTE LIFE-FIRST-YEAR = RUN-DATE-YEAR + 1.
010916     COMPUTE LIFE-LAST-YEAR = RUN-DATE-YEAR + TENYR.
010917     MOVE CURR-LAUNCH-YEAR TO LIFE-LAUNCH-SHOW.
010918     IF LIFE-LAUNCH-SHOW < LIFE-FIRST-YEAR
010919         MOVE ZERO TO LIFE-LAUNCH-SHOW
010920     END-IF.
010921     IF LIFE-LAUNCH-SHOW > LIFE-LAST-YEAR
010922         MOVE ZERO TO LIFE-LAUNCH-SHOW
010923     END-IF.
010924     IF LIFE-LAUNCH-SHOW = ZERO
010925         AND (CURR-CLOSE-YEAR = ZERO
010926              OR CURR-CLOSE-YEAR > LIFE-LAST-YEAR)
010927         GO TO 4710-EXIT
010928     END-IF.
010929     IF LIFE-COUNT < 300
010930         ADD 1 TO LIFE-COUNT
010931         MOVE PM-PROG-CODE TO LFT-PROG-CODE (LIFE-COUNT)
010932         MOVE PM-DESCRIPTION TO LFT-DESC (LIFE-COUNT)
010933         MOVE LIFE-LAUNCH-SHOW TO LFT-LAUNCH-YEAR (LIFE-COUNT)
010934         MOVE CURR-CLOSE-YEAR TO LFT-CLOSE-YEAR (LIFE-COUNT)
010935         MOVE CURR-LAST-ENROLLED TO LFT-LAST-YEAR (LIFE-COUNT)
010936         IF CURR-CLOSE-YEAR > LIFE-LAST-YEAR
010937             MOVE ZERO TO LFT-CLOSE-YEAR (LIFE-COUNT)
010938             MOVE ZERO TO LFT-LAST-YEAR (LIFE-COUNT)
010939         END-IF
010940     ELSE
010941         ADD 1 TO LIFE-OVERFLOW
010942     END-IF.
010943 4710-EXIT.
010944     EXIT.
010945*
010946* SAVINGS-PLAN WORKSHEET: WORKS BACKWARDS FROM THE PROJECTED
010947* PROGRAM TOTALS TO THE LEVEL MONTHLY CONTRIBUTION THAT FUNDS
010948* EACH ONE BY ENROLLMENT, AT THE ASSUMED RETURN RATE. THE
010949* FUTURE-VALUE-OF-AN-ANNUITY FACTOR ((1+R/12)**MONTHS) IS BUILT
010950* BY MONTHLY COMPOUNDING, THEN EACH PROGRAM-LENGTH TOTAL IS
010951* DIVIDED THROUGH IT. PRINTED TO SAVERPT AND ECHOED TO THE
010952* CONSOLE FOR THE COUNSELOR.
010953*
010954 5000-COMPUTE-SAVINGS.
010955     MOVE 'N' TO ENTRY-VALID-SWITCH.
010956     PERFORM 2800-ACCEPT-SAVE-RATE THRU 2800-EXIT
010957         UNTIL ENTRY-IS-VALID.
010958     MOVE 'N' TO ENTRY-VALID-SWITCH.
010959     PERFORM 2900-ACCEPT-SAVE-YEARS THRU 2900-EXIT
010960         UNTIL ENTRY-IS-VALID.
010961     COMPUTE SAVE-MONTHS = SAVEYRS * 12.
010962     COMPUTE SAVE-MRATE = SAVERATE / 12.
010963     MOVE 1 TO SAVE-FACTOR.
010970     PERFORM 5200-COMPOUND-MONTH SAVE-MONTHS TIMES.
010980     OPEN OUTPUT SAVERPT.
010990     MOVE RUN-DATE TO SAV-HD-DATE.
011760     MOVE FEES TO RPT-FEES.
011770     MOVE ROOMBD TO RPT-ROOMBD.
011780     MOVE COATOTAL TO RPT-TOTAL.
011785     MOVE RUN-ID TO RPT-RUN-ID.
011790     WRITE RPT-RECORD.
011800     ADD 1 TO CTL-RPT-LINE-COUNT.
011810 8100-EXIT.
011820     EXIT.
011830*
011840* APPENDS ONE AUDIT-TRAIL LINE TO RUNLOG FOR THE PROJECTION JUST
011850* COMPLETED -- RUN DATE, STARTING TUITION, RATE USED, THE
011860* RESULTING FINAL-YEAR FIGURE AND THE RUN ID.
011870*
011880 8200-WRITE-LOG-RECORD.
011890     MOVE SPACES TO LOG-RECORD.
011930     MOVE TR-RATE TO LOG-RATE.
011940     MOVE TENYR TO LOG-YEARS.
011950     MOVE TUITION TO LOG-FINAL.
011955     MOVE RUN-ID TO LOG-RUN-ID.
011960     WRITE LOG-RECORD.
011970     ADD 1 TO CTL-LOG-LINE-COUNT.
011980 8200-EXIT.
012470 8500-EXIT.
012480     EXIT.
012490*
012500* WRITES THE TUITEXT HEADER -- RUN DATE, THE RATE KEYED FOR THE
012510* RUN AND THE RUN ID -- ONCE THE RATE IS KNOWN.
012520*
012530 8600-WRITE-EXTRACT-HEADER.
012540     MOVE PERCENTAGE TO EXT-RATE.
012580            RUN-DATE       DELIMITED BY SIZE
012590            '|'            DELIMITED BY SIZE
012600            EXT-RATE       DELIMITED BY SIZE
012603            '|'            DELIMITED BY SIZE
012606            RUN-ID         DELIMITED BY SIZE
012610         INTO EXT-BUILD.
012620     WRITE EXT-RECORD FROM EXT-BUILD.
012630 8600-EXIT.
012760     WRITE EXT-RECORD FROM EXT-BUILD.
012770 8700-EXIT.
012780     EXIT.
012781*
012782* WRITES THE TERM-LEVEL BILLING SPLIT OF THE YEAR JUST BUILT --
012783* ONE TERMRPT LINE AND ONE EXTRACT S ROW PER TERM THE CALENDAR
012784* USES. A TERM WITH A BLANK ID OR ALL-ZERO SHARES IS NOT BILLED
012785* AND WRITES NOTHING.
012786*
012787 8800-WRITE-TERM-SCHEDULE.
012788     MOVE ZERO TO TBX.
012789     PERFORM 8810-WRITE-ONE-TERM THRU 8810-EXIT 3 TIMES.
012790 8800-EXIT.
012791     EXIT.
012792 8810-WRITE-ONE-TERM.
012793     ADD 1 TO TBX.
012794     IF CT-TERM-ID (TBX) = SPACES
012795         GO TO 8810-EXIT
012796     END-IF.
012797     IF CT-TUIT-PCT (TBX) = ZERO
012798         AND CT-FEES-PCT (TBX) = ZERO
012799         AND CT-RB-PCT (TBX) = ZERO
012800         GO TO 8810-EXIT
012801     END-IF.
012802     COMPUTE TERM-TUITION = TUITION * CT-TUIT-PCT (TBX).
012803     COMPUTE TERM-FEES = FEES * CT-FEES-PCT (TBX).
012804     COMPUTE TERM-ROOMBD = ROOMBD * CT-RB-PCT (TBX).
012805     COMPUTE TERM-TOTAL = TERM-TUITION + TERM-FEES
012806         + TERM-ROOMBD.
012807     MOVE SPACES TO TRM-RECORD.
012808     MOVE CURR-PROGCODE TO TRM-PROGCODE.
012809     MOVE I TO TRM-YEAR.
012810     MOVE CT-TERM-ID (TBX) TO TRM-TERM-ID.
012811     MOVE TERM-TUITION TO TRM-TUITION.
012812     MOVE TERM-FEES TO TRM-FEES.
012813     MOVE TERM-ROOMBD TO TRM-ROOMBD.
012814     MOVE TERM-TOTAL TO TRM-TOTAL.
012815     MOVE RUN-ID TO TRM-RUN-ID.
012816     WRITE TRM-RECORD.
012817     ADD 1 TO CTL-TERM-LINE-COUNT.
012818     PERFORM 8820-WRITE-TERM-EXTRACT THRU 8820-EXIT.
012863 8900-EXIT.
012864     EXIT.
012865*
012867* SPREADS THE YEAR JUST ROLLED UP ACROSS FISCAL YEARS: THE FALL
012868* SHARE OF ITS GROSS AND AID TO THE FALL TERM'S FISCAL YEAR AND
012869* THE REMAINDER TO THE SPRING TERM'S, SO THE TWO HALVES ALWAYS ADD
012870* BACK TO THE FIGURES ON REVRPT.
012871*
012872 8950-SPLIT-GL-YEAR.
012873     COMPUTE GL-ACAD-YEAR = RUN-DATE-YEAR + I.
012874     COMPUTE GL-FALL-GROSS ROUNDED = YEAR-REVENUE * GL-FALL-PCT.
012875     COMPUTE GL-SPRING-GROSS = YEAR-REVENUE - GL-FALL-GROSS.
012876     COMPUTE GL-FALL-AID ROUNDED = YEAR-AID * GL-FALL-PCT.
012877     COMPUTE GL-SPRING-AID = YEAR-AID - GL-FALL-AID.
012878     COMPUTE GFX =
012879         GL-ACAD-YEAR + GL-FALL-FY-ADJ - GL-FIRST-FY + 1.
012880     ADD GL-FALL-GROSS TO GPF-GROSS (GFX).
012881     ADD GL-FALL-AID TO GPF-AID (GFX).
012882     COMPUTE GFX =
012883         GL-ACAD-YEAR + GL-SPRING-FY-ADJ - GL-FIRST-FY + 1.
012884     ADD GL-SPRING-GROSS TO GPF-GROSS (GFX).
012885     ADD GL-SPRING-AID TO GPF-AID (GFX).
012886 8950-EXIT.
012887     EXIT.
012888*
012889* POSTS THE PROGRAM JUST PROJECTED TO GLBUDF, ONE CREDIT TO ITS
012890* REVENUE ACCOUNT AND ONE DEBIT TO ITS AID ACCOUNT PER FISCAL
012891* YEAR. A PROGRAM WITH NO MAPPING IS HELD OUT INSTEAD.
012892*
012893 8960-POST-GL-PROGRAM.
012894     IF NOT GL-PROGRAM-MAPPED
012895         PERFORM 8990-NOTE-GL-HELD-OUT THRU 8990-EXIT
012896         GO TO 8960-EXIT
012897     END-IF.
012898     MOVE ZERO TO GFX.
012899     PERFORM 8970-POST-GL-FISCAL-YEAR THRU 8970-EXIT
012900         GL-FY-COUNT TIMES.
012901 8960-EXIT.
012902     EXIT.
012903 8970-POST-GL-FISCAL-YEAR.
012904     ADD 1 TO GFX.
012905     IF GPF-GROSS (GFX) > ZERO
012906         MOVE GMT-REV-ACCT (GMX) TO GL-POST-ACCOUNT
012907         MOVE 'C' TO GL-POST-DR-CR
012908         MOVE GPF-GROSS (GFX) TO GL-POST-AMOUNT
012909         PERFORM 8980-WRITE-GL-DETAIL THRU 8980-EXIT
012910         ADD GPF-GROSS (GFX) TO GL-CREDIT-HASH
012911         ADD GPF-GROSS (GFX) TO GFT-CREDIT (GFX)
012912     END-IF.
012913     IF GPF-AID (GFX) > ZERO
012914         MOVE GMT-AID-ACCT (GMX) TO GL-POST-ACCOUNT
012915         MOVE 'D' TO GL-POST-DR-CR
012916         MOVE GPF-AID (GFX) TO GL-POST-AMOUNT
012917         PERFORM 8980-WRITE-GL-DETAIL THRU 8980-EXIT
012918         ADD GPF-AID (GFX) TO GL-DEBIT-HASH
012919         ADD GPF-AID (GFX) TO GFT-DEBIT (GFX)
012920     END-IF.
012921 8970-EXIT.
012922     EXIT.
012923 8980-WRITE-GL-DETAIL.
012924     MOVE SPACES TO GLB-RECORD.
012925     MOVE 'D' TO GLB-REC-TYPE.
012926     MOVE GMT-FUND (GMX) TO GLB-FUND.
012927     MOVE GMT-ORG (GMX) TO GLB-ORG.
012928     MOVE GL-POST-ACCOUNT TO GLB-ACCOUNT.
012929     COMPUTE GLB-FISCAL-YEAR = GL-FIRST-FY + GFX - 1.
012930     MOVE GL-POST-DR-CR TO GLB-DR-CR.
012931     MOVE GL-POST-AMOUNT TO GLB-AMOUNT.
012932     MOVE CURR-PROGCODE TO GLB-PROG-CODE.
012933     MOVE RUN-ID TO GLB-RUN-ID.
012934     WRITE GLB-FILE-RECORD FROM GLB-RECORD.
012935     ADD 1 TO GL-DETAIL-COUNT.
012936 8980-EXIT.
012937     EXIT.
012938*
012939* LISTS A PROGRAM WITH NO GL MAPPING ON GLBRPT WITH THE NET IT
012940* CARRIES ON REVRPT, AND KEEPS THAT NET FOR THE BALANCE PROOF.
012941*
012942 8990-NOTE-GL-HELD-OUT.
012943     MOVE ZERO TO GL-PROG-GROSS.
012944     MOVE ZERO TO GL-PROG-AID.
012945     MOVE ZERO TO GFX.
012946     PERFORM 8995-ADD-HELD-FISCAL-YEAR THRU 8995-EXIT
012947         GL-FY-COUNT TIMES.
012948     COMPUTE GL-PROG-NET = GL-PROG-GROSS - GL-PROG-AID.
012949     ADD 1 TO GL-HELD-COUNT.
012950     ADD GL-PROG-NET TO GL-HELD-NET.
012951     MOVE CURR-PROGCODE TO GLR-HLD-CODE.
012952     MOVE GL-PROG-NET TO GLR-HLD-NET.
012953     WRITE GLR-RECORD FROM GLR-HELD-DETAIL.
012954     DISPLAY 'HELD OUT OF GL FILE -- NO ACCOUNT MAPPING: '
012955             CURR-PROGCODE.
012956 8990-EXIT.
012957     EXIT.
012958 8995-ADD-HELD-FISCAL-YEAR.
012959     ADD 1 TO GFX.
012960     ADD GPF-GROSS (GFX) TO GL-PROG-GROSS.
012961     ADD GPF-AID (GFX) TO GL-PROG-AID.
012962 8995-EXIT.
012963     EXIT.
012964*
012965* WRITES THE END-OF-RUN CONTROL TOTALS TO CTLRPT AND FLAGS THE
012966* RUN OUT OF BALANCE WHEN READS DO NOT RECONCILE TO ACCEPTS
012967* PLUS REJECTS PLUS SKIPS, WHEN RUNLOG LINES DO NOT MATCH THE
012968* ACCEPT COUNT, OR WHEN TUITRPT LINES DO NOT MATCH ACCEPTS
012969* TIMES THE YEARS PROJECTED. AN OUT-OF-BALANCE RUN ALSO SETS
012970* THE RETURN CODE SO THE SCHEDULER CATCHES IT.
012971* IN A BATCH RUN IT FOLLOWS 9300, SO A GL FILE THAT DID NOT PROVE
012972* IS SHOWN HERE AND PUTS THE RUN OUT OF BALANCE TOO.
012973*
012974 9000-WRITE-CONTROL-REPORT.
012975     IF NOT CTLRPT-IS-OPEN
012976         OPEN OUTPUT CTLRPT
012977         MOVE 'Y' TO CTLRPT-OPEN-SWITCH
012978     END-IF.
012979     MOVE RUN-DATE TO CTL-HD-DATE.
012980     MOVE RUN-ID TO CTL-HD-RUN-ID.
012981     WRITE CTL-RECORD FROM CTL-HEADING.
012982     MOVE SPACES TO CTL-RECORD.
012983     WRITE CTL-RECORD.
012984     MOVE 'MASTER RECORDS READ' TO CTL-LINE-LABEL.
012985     MOVE CTL-READ-COUNT TO CTL-LINE-COUNT.
012986     WRITE CTL-RECORD FROM CTL-COUNT-LINE.
012987     MOVE 'PROJECTIONS ACCEPTED' TO CTL-LINE-LABEL.
012988     MOVE CTL-ACCEPT-COUNT TO CTL-LINE-COUNT.
012989     WRITE CTL-RECORD FROM CTL-COUNT-LINE.
012990     MOVE 'RECORDS REJECTED BY THE EDIT' TO CTL-LINE-LABEL.
013000     MOVE CTL-REJECT-COUNT TO CTL-LINE-COUNT.
013010     WRITE CTL-RECORD FROM CTL-COUNT-LINE.
013020     MOVE 'INACTIVE PROGRAMS SKIPPED' TO CTL-LINE-LABEL.
013030     MOVE CTL-SKIP-COUNT TO CTL-LINE-COUNT.
013040     WRITE CTL-RECORD FROM CTL-COUNT-LINE.
013042     MOVE 'TAUGHT-OUT PROGRAMS SKIPPED' TO CTL-LINE-LABEL.
013045     MOVE CTL-TAUGHT-OUT-COUNT TO CTL-LINE-COUNT.
013047     WRITE CTL-RECORD FROM CTL-COUNT-LINE.
013050     MOVE 'TUITRPT LINES WRITTEN' TO CTL-LINE-LABEL.
013060     MOVE CTL-RPT-LINE-COUNT TO CTL-LINE-COUNT.
013070     WRITE CTL-RECORD FROM CTL-COUNT-LINE.
013170     MOVE 'Y' TO BALANCE-SWITCH.
013180     IF CTL-READ-COUNT NOT =
013190             CTL-ACCEPT-COUNT + CTL-REJECT-COUNT + CTL-SKIP-COUNT
013195             + CTL-TAUGHT-OUT-COUNT
013200         MOVE 'N' TO BALANCE-SWITCH
013210     END-IF.
013220     IF CTL-LOG-LINE-COUNT NOT = CTL-ACCEPT-COUNT
013270         MOVE 'N' TO BALANCE-SWITCH
013280     END-IF.
013290     MOVE SPACES TO CTL-RECORD.
013291     WRITE CTL-RECORD.
013293     IF GL-ACTIVE
013294         IF GL-PROVED
013296             MOVE 'GL FILE BALANCES TO REVRPT'
013297                 TO CTL-BALANCE-TEXT
013299         ELSE
013300             MOVE '*** GL FILE OUT OF BALANCE ***'
013302                 TO CTL-BALANCE-TEXT
013303             MOVE 'N' TO BALANCE-SWITCH
013305         END-IF
013306         WRITE CTL-RECORD FROM CTL-BALANCE-LINE
013308     END-IF.
013310     IF RUN-IN-BALANCE
013320         MOVE 'RUN IS IN BALANCE' TO CTL-BALANCE-TEXT
013330     ELSE
013520 9100-WRITE-REVENUE-REPORT.
013530     OPEN OUTPUT REVRPT.
013540     MOVE RUN-DATE TO REV-HD-DATE.
013545     MOVE RUN-ID TO REV-HD-RUN-ID.
013550     WRITE REV-RECORD FROM REV-HEADING.
013560     IF RESTART-MODE
013570         MOVE RESTART-FROM-CODE TO REV-RST-CODE
013632     WRITE REV-RECORD FROM REV-COLUMN-HEADS.
013640     MOVE ZERO TO RVX.
013642     MOVE ZERO TO CAMPUS-NET-TOTAL.
013643     PERFORM 9110-WRITE-REVENUE-YEAR THRU 9110-EXIT
013644         UNTIL RVX = REV-MAX-YEAR.
013645     MOVE SPACES TO REV-RECORD.
013646     WRITE REV-RECORD.
013648     MOVE CAMPUS-NET-TOTAL TO REV-NET-TOTAL-AMT.
013649     WRITE REV-RECORD FROM REV-NET-TOTAL-LINE.
013650     MOVE SPACES TO REV-RECORD.
013651     WRITE REV-RECORD.
013652     WRITE REV-RECORD FROM LIFE-HEADING.
013654     IF LIFE-COUNT = ZERO AND LIFE-OVERFLOW = ZERO
013655         MOVE '  NONE' TO REV-RECORD
013656         WRITE REV-RECORD
013657     ELSE
013659         WRITE REV-RECORD FROM LIFE-COLUMN-HEADS
013660         MOVE ZERO TO LFX
013661         PERFORM 9140-WRITE-REVENUE-LIFE THRU 9140-EXIT
013662             UNTIL LFX = LIFE-COUNT
013663         IF LIFE-OVERFLOW > ZERO
013665             MOVE LIFE-OVERFLOW TO LIFE-OVF-COUNT
013666             WRITE REV-RECORD FROM LIFE-OVFLINE
013667         END-IF
013668     END-IF.
013670     MOVE SPACES TO REV-RECORD.
013680     WRITE REV-RECORD.
013682     WRITE REV-RECORD FROM REV-NOAID-HEADING.
013921 9120-WRITE-REVENUE-REJECT.
013940     MOVE REJ-PROG-CODE TO REV-REJ-CODE.
013950     WRITE REV-RECORD FROM REV-REJECT-DETAIL.
013951     PERFORM 9115-READ-REJFILE THRU 9115-EXIT.
013952 9120-EXIT.
013953     EXIT.
013954 9125-READ-NOAIDFIL.
013955     READ NOAIDFIL
013956         AT END MOVE 'Y' TO NOA-EOF-SWITCH
013957     END-READ.
013958 9125-EXIT.
013959     EXIT.
013960 9130-WRITE-REVENUE-NOAID.
013961     MOVE NOA-PROG-CODE TO REV-NOA-CODE.
013962     WRITE REV-RECORD FROM REV-NOAID-DETAIL.
013963     PERFORM 9125-READ-NOAIDFIL THRU 9125-EXIT.
013964 9130-EXIT.
013965     EXIT.
013966 9140-WRITE-REVENUE-LIFE.
013967     ADD 1 TO LFX.
013968     PERFORM 9150-FILL-LIFE-DETAIL THRU 9150-EXIT.
013969     WRITE REV-RECORD FROM LIFE-DETAIL.
013970 9140-EXIT.
013971     EXIT.
013972 9150-FILL-LIFE-DETAIL.
013973     MOVE LFT-PROG-CODE (LFX) TO LIFE-DTL-CODE.
013974     MOVE LFT-DESC (LFX) TO LIFE-DTL-DESC.
013975     MOVE LFT-LAUNCH-YEAR (LFX) TO LIFE-DTL-LAUNCH.
013976     MOVE LFT-CLOSE-YEAR (LFX) TO LIFE-DTL-CLOSE.
013977     MOVE LFT-LAST-YEAR (LFX) TO LIFE-DTL-LAST.
013978 9150-EXIT.
013979     EXIT.
013980*
013981* WRITES THE BOARD-PACKET TITLE PAGE: THE REPORT TITLE, THE RUN
013982* DATE, AND THE RATE SCHEDULE EFFECTIVE DATE THE STARTUP LOAD
013983* ANNOUNCED -- OR A NOTE THAT THE KEYED RATE CARRIED THE RUN.
013984*
013985 9200-WRITE-BRD-TITLE-PAGE.
013986     PERFORM 9210-BRD-NEW-PAGE THRU 9210-EXIT.
013987     WRITE BRD-RECORD FROM BRD-TITLE-1.
013988     WRITE BRD-RECORD FROM BRD-TITLE-2.
013989     MOVE SPACES TO BRD-RECORD.
013990     WRITE BRD-RECORD.
013991     MOVE RUN-DATE TO BRD-HD-DATE.
013992     MOVE RUN-ID TO BRD-HD-RUN-ID.
013993     WRITE BRD-RECORD FROM BRD-RUNDATE-LINE.
013994     IF SCHEDULE-LOADED
013995         MOVE RATE-BAND-EFF-DATE TO BRD-HD-EFF-DATE
013996         WRITE BRD-RECORD FROM BRD-EFFDATE-LINE
013997     ELSE
013998         WRITE BRD-RECORD FROM BRD-NOEFF-LINE
013999     END-IF.
014000     ADD 5 TO BRD-LINE-CNT.
014001 9200-EXIT.
014002     EXIT.
014003*
014004* FLAGS A RESTARTED RUN'S PACKET AS PARTIAL, THE WAY REVRPT IS
014005* FLAGGED: THE RESUMED PAGES COVER ONLY THE PROGRAMS AFTER THE
014006* CHECKPOINT, AND THEIR PAGE NUMBERS RESTART AT 1 BEHIND THE
014007* PAGES ALREADY ON FILE, SO THE PARTIAL PACKET CANNOT PASS AS
014008* THE FULL ONE.
014009*
014010 9205-WRITE-BRD-RESTART.
014011     WRITE BRD-RECORD FROM BRD-SEPARATOR.
014012     MOVE RESTART-FROM-CODE TO BRD-RST-CODE.
014013     WRITE BRD-RECORD FROM BRD-RESTART-LINE.
014014     WRITE BRD-RECORD FROM BRD-RESTART-LINE-2.
014015     DISPLAY '*** RESTARTED RUN -- BRDRPT PAGES ARE PARTIAL, '
014016             'SEE THE FLAG ON THE REPORT. ***'.
014017 9205-EXIT.
014018     EXIT.
014019*
014020* STARTS A FRESH NUMBERED PAGE: A SEPARATOR RULE AND THE PAGE
014021* HEADING WITH THE PAGE NUMBER.
014022*
014023 9210-BRD-NEW-PAGE.
014024     WRITE BRD-RECORD FROM BRD-SEPARATOR.
014025     ADD 1 TO BRD-PAGE-NUM.
014026     MOVE BRD-PAGE-NUM TO BRD-HD-PAGE.
014027     MOVE RUN-ID TO BRD-PG-RUN-ID.
014029     WRITE BRD-RECORD FROM BRD-PAGE-HEAD.
014030     MOVE 2 TO BRD-LINE-CNT.
014031 9210-EXIT.
014106*
014107* WRITES THE CLOSING SUMMARY PAGE -- EVERY PROGRAM'S FINAL-YEAR
014108* COST OF ATTENDANCE SIDE BY SIDE.
014125* BELOW IT GO THE PROGRAMS OPENING OR CLOSING IN THE HORIZON.
014126*
014127 9260-BRD-WRITE-SUMMARY.
014128     MOVE 'Y' TO BRD-SUM-MODE-SWITCH.
014129     PERFORM 9210-BRD-NEW-PAGE THRU 9210-EXIT.
014130     WRITE BRD-RECORD FROM BRD-SUM-HEADING.
014131     MOVE SPACES TO BRD-RECORD.
014132     WRITE BRD-RECORD.
014133     ADD 2 TO BRD-LINE-CNT.
014134     MOVE ZERO TO BSX.
014135     PERFORM 9270-BRD-WRITE-ONE-SUM THRU 9270-EXIT
014136         UNTIL BSX = BRD-SUM-COUNT.
014137     IF BRD-SUM-OVERFLOW > ZERO
014138         MOVE BRD-SUM-OVERFLOW TO BRD-SUM-OVF-COUNT
014139         MOVE BRD-SUM-OVFLINE TO BRD-LINE-WORK
014140         PERFORM 9220-BRD-PUT-LINE THRU 9220-EXIT
014141     END-IF.
014142     MOVE SPACES TO BRD-LINE-WORK.
014143     PERFORM 9220-BRD-PUT-LINE THRU 9220-EXIT.
014144     MOVE LIFE-HEADING TO BRD-LINE-WORK.
014145     PERFORM 9220-BRD-PUT-LINE THRU 9220-EXIT.
014146     IF LIFE-COUNT = ZERO AND LIFE-OVERFLOW = ZERO
014147         MOVE '  NONE' TO BRD-LINE-WORK
014148         PERFORM 9220-BRD-PUT-LINE THRU 9220-EXIT
014149     ELSE
014150         MOVE LIFE-COLUMN-HEADS TO BRD-LINE-WORK
014151         PERFORM 9220-BRD-PUT-LINE THRU 9220-EXIT
014152         MOVE ZERO TO LFX
014153         PERFORM 9280-BRD-WRITE-ONE-LIFE THRU 9280-EXIT
014154             UNTIL LFX = LIFE-COUNT
014155         IF LIFE-OVERFLOW > ZERO
014156             MOVE LIFE-OVERFLOW TO LIFE-OVF-COUNT
014157             MOVE LIFE-OVFLINE TO BRD-LINE-WORK
014158             PERFORM 9220-BRD-PUT-LINE THRU 9220-EXIT
014159         END-IF
014160     END-IF.
014161     MOVE 'N' TO BRD-SUM-MODE-SWITCH.
014162 9260-EXIT.
014163     EXIT.
014164 9270-BRD-WRITE-ONE-SUM.
014165     ADD 1 TO BSX.
014166     MOVE BSM-PROG-CODE (BSX) TO BRD-SUM-CODE.
014167     MOVE BSM-DESC (BSX) TO BRD-SUM-DESC.
014168     MOVE BSM-FINAL-COA (BSX) TO BRD-SUM-COA.
014169     MOVE BRD-SUM-DETAIL TO BRD-LINE-WORK.
014170     PERFORM 9220-BRD-PUT-LINE THRU 9220-EXIT.
014171 9270-EXIT.
014172     EXIT.
014173 9280-BRD-WRITE-ONE-LIFE.
014174     ADD 1 TO LFX.
014175     PERFORM 9150-FILL-LIFE-DETAIL THRU 9150-EXIT.
014176     MOVE LIFE-DETAIL TO BRD-LINE-WORK.
014177     PERFORM 9220-BRD-PUT-LINE THRU 9220-EXIT.
014178 9280-EXIT.
014179     EXIT.
014180*
014181* CLOSES GLBUDF WITH ITS TRAILER AND FINISHES GLBRPT: THE FILE BY
014182* FISCAL YEAR, ITS COUNT AND HASHES, AND THE PROOF THAT THE FILE
014183* NET PLUS THE NET HELD OUT EQUALS THE CAMPUS-WIDE NET TOTAL JUST
014184* WRITTEN ON REVRPT. A FILE THAT DOES NOT PROVE PUTS THE RUN OUT
014185* OF BALANCE WHEN 9000 WRITES CTLRPT NEXT.
014186*
014187 9300-WRITE-GL-BALANCE.
014188     IF NOT GL-ACTIVE
014189         GO TO 9300-EXIT
014190     END-IF.
014191     IF GL-HELD-COUNT = ZERO
014192         MOVE '  NONE' TO GLR-RECORD
014193         WRITE GLR-RECORD
014194     END-IF.
014195     MOVE SPACES TO GLB-RECORD.
014196     MOVE 'T' TO GLB-REC-TYPE.
014197     MOVE GL-DETAIL-COUNT TO GLB-TRL-COUNT.
014198     MOVE GL-DEBIT-HASH TO GLB-TRL-DEBIT-HASH.
014199     MOVE GL-CREDIT-HASH TO GLB-TRL-CREDIT-HASH.
014200     WRITE GLB-FILE-RECORD FROM GLB-RECORD.
014201     CLOSE GLBUDF.
014202     MOVE SPACES TO GLR-RECORD.
014203     WRITE GLR-RECORD.
014204     WRITE GLR-RECORD FROM GLR-FY-HEADS.
014205     MOVE ZERO TO GFX.
014206     PERFORM 9310-WRITE-GL-FISCAL-YEAR THRU 9310-EXIT
014207         GL-FY-COUNT TIMES.
014208     MOVE SPACES TO GLR-RECORD.
014209     WRITE GLR-RECORD.
014210     MOVE 'GL DETAIL RECORDS WRITTEN' TO GLR-CNT-LABEL.
014211     MOVE GL-DETAIL-COUNT TO GLR-CNT-VALUE.
014212     WRITE GLR-RECORD FROM GLR-COUNT-LINE.
014213     MOVE 'PROGRAMS HELD OUT -- NO GL MAPPING' TO GLR-CNT-LABEL.
014214     MOVE GL-HELD-COUNT TO GLR-CNT-VALUE.
014215     WRITE GLR-RECORD FROM GLR-COUNT-LINE.
014216     MOVE 'CREDIT HASH (GROSS REVENUE)' TO GLR-AMT-LABEL.
014217     MOVE GL-CREDIT-HASH TO GLR-AMT-VALUE.
014218     WRITE GLR-RECORD FROM GLR-AMOUNT-LINE.
014219     MOVE 'DEBIT HASH (INSTITUTIONAL AID)' TO GLR-AMT-LABEL.
014220     MOVE GL-DEBIT-HASH TO GLR-AMT-VALUE.
014221     WRITE GLR-RECORD FROM GLR-AMOUNT-LINE.
014222     COMPUTE GL-FILE-NET = GL-CREDIT-HASH - GL-DEBIT-HASH.
014223     MOVE 'GL FILE NET (CREDITS LESS DEBITS)' TO GLR-AMT-LABEL.
014224     MOVE GL-FILE-NET TO GLR-AMT-VALUE.
014225     WRITE GLR-RECORD FROM GLR-AMOUNT-LINE.
014226     MOVE 'NET HELD OUT -- NO GL MAPPING' TO GLR-AMT-LABEL.
014227     MOVE GL-HELD-NET TO GLR-AMT-VALUE.
014228     WRITE GLR-RECORD FROM GLR-AMOUNT-LINE.
014229     COMPUTE GL-PROVED-NET = GL-FILE-NET + GL-HELD-NET.
014230     MOVE 'GL FILE NET PLUS NET HELD OUT' TO GLR-AMT-LABEL.
014231     MOVE GL-PROVED-NET TO GLR-AMT-VALUE.
014232     WRITE GLR-RECORD FROM GLR-AMOUNT-LINE.
014233     MOVE 'REVRPT CAMPUS-WIDE NET TOTAL' TO GLR-AMT-LABEL.
014234     MOVE CAMPUS-NET-TOTAL TO GLR-AMT-VALUE.
014235     WRITE GLR-RECORD FROM GLR-AMOUNT-LINE.
014236     COMPUTE GL-BALANCE-DIFF = GL-PROVED-NET - CAMPUS-NET-TOTAL.
014237     MOVE 'DIFFERENCE' TO GLR-AMT-LABEL.
014238     MOVE GL-BALANCE-DIFF TO GLR-AMT-VALUE.
014239     WRITE GLR-RECORD FROM GLR-AMOUNT-LINE.
014240     MOVE SPACES TO GLR-RECORD.
014241     WRITE GLR-RECORD.
014242     IF GL-BALANCE-DIFF = ZERO
014243         MOVE 'GL FILE BALANCES TO THE REVRPT NET TOTAL'
014244             TO GLR-VERDICT-TEXT
014245     ELSE
014246         MOVE '*** GL FILE OUT OF BALANCE -- DO NOT LOAD ***'
014247             TO GLR-VERDICT-TEXT
014248         DISPLAY '*** GL BUDGET FILE DOES NOT BALANCE TO '
014249                 'REVRPT -- SEE GLBRPT. ***'
014250         MOVE 'N' TO GL-PROOF-SWITCH
014251         MOVE 8 TO RETURN-CODE
014252     END-IF.
014253     WRITE GLR-RECORD FROM GLR-VERDICT-LINE.
014254     CLOSE GLBRPT.
014255     IF GL-HELD-COUNT > ZERO AND RETURN-CODE < 4
014256         DISPLAY 'WARNING -- ' GL-HELD-COUNT
014257                 ' PROGRAMS HELD OUT OF THE GL FILE, SEE GLBRPT.'
014258         MOVE 4 TO RETURN-CODE
014259     END-IF.
014260 9300-EXIT.
014261     EXIT.
014262 9310-WRITE-GL-FISCAL-YEAR.
014263     ADD 1 TO GFX.
014264     COMPUTE GLR-FY-YEAR = GL-FIRST-FY + GFX - 1.
014265     MOVE GFT-CREDIT (GFX) TO GLR-FY-CREDIT.
014266     MOVE GFT-DEBIT (GFX) TO GLR-FY-DEBIT.
014267     COMPUTE GLR-FY-NET = GFT-CREDIT (GFX) - GFT-DEBIT (GFX).
014268     WRITE GLR-RECORD FROM GLR-FY-DETAIL.
014269 9310-EXIT.
014270     EXIT.
014271
014272 END PROGRAM tuition_Gordon.
