000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. rollover_Gordon.
000030 AUTHOR. R GORDON.
000040 INSTALLATION. BURSAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 10/15/2026 RG   ORIGINAL PROGRAM - ANNUAL ACADEMIC-YEAR
000100*                 ROLLOVER. EVERY SUMMER THE BOARD-APPROVED
000110*                 TUITION, FEES AND ROOM AND BOARD WERE RE-KEYED
000120*                 INTO PROGMAINT BY HAND AND PM-HEADCOUNT WAS
000130*                 NEVER REFRESHED FROM THE FALL CENSUS. THIS JOB
000140*                 POSTS BOTH FOR A KEYED ACADEMIC YEAR: THE
000150*                 APPROVED FIGURES FROM ACTUALS (THE SAME FILE THE
000160*                 VARIANCE REPORT READS) AND THE HEADCOUNT FROM
000170*                 CENSUS. BOTH SIDES SORT BY PROGRAM CODE AND
000180*                 MATCH AGAINST THE MASTER IN KEY ORDER IN ONE
000190*                 PASS, THE WAY TUITVAR MATCHES ITS FILES. THE
000200*                 WHOLE MASTER IS COPIED TO ROLLSNAP AND
000210*                 RE-COUNTED BEFORE ANY RECORD IS TOUCHED. EVERY
000220*                 CHANGED RECORD WRITES A BEFORE/AFTER PAIR TO
000230*                 PROGAUD UNDER THE BATCH OPERATOR ID RLV SO
000240*                 AUDRPT SHOWS THE ROLLOVER. ROLLRPT LISTS OLD
000250*                 VALUE, NEW VALUE AND PERCENT CHANGE FOR EVERY
000260*                 FIELD POSTED, THE ACTIVE PROGRAMS WITH NO
000270*                 APPROVED FIGURE, AND EVERY INPUT LINE THAT COULD
000280*                 NOT BE POSTED. A COMPLETED ROLLOVER IS
000290*                 REGISTERED ON ROLLCTL AND A SECOND RUN FOR THE
000300*                 SAME ACADEMIC YEAR IS REFUSED.
000301* 10/15/2026 RG   A START IMAGE IS NOW APPENDED TO ROLLCTL BEFORE
000303*                 THE FIRST MASTER UPDATE, SO A RUN CUT OFF
000305*                 MID-UPDATE IS RERUN LIKE ONE THAT ENDED IN
000306*                 ERROR AND KEEPS ITS SNAPSHOT. A PERCENT CHANGE
000308*                 TOO LARGE TO PRINT IS FLAGGED ON ROLLRPT.
000310*----------------------------------------------------------------
000320*
000330 ENVIRONMENT DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PROGMST ASSIGN TO 'PROGMST'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PM-PROG-CODE
000440         FILE STATUS IS PROGMST-STATUS.
000450     SELECT PROGAUD ASSIGN TO 'PROGAUD'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PROGAUD-STATUS.
000480     SELECT ACTUALS ASSIGN TO 'ACTUALS'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ACTUALS-STATUS.
000510     SELECT CENSUS ASSIGN TO 'CENSUS'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CENSUS-STATUS.
000540     SELECT SORTACT-FILE ASSIGN TO 'SORTWK1'.
000550     SELECT SORTCEN-FILE ASSIGN TO 'SORTWK2'.
000560     SELECT SRTACT ASSIGN TO 'SRTACT'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SRTACT-STATUS.
000590     SELECT SRTCEN ASSIGN TO 'SRTCEN'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SRTCEN-STATUS.
000620     SELECT ROLLSNAP ASSIGN TO 'ROLLSNAP'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS ROLLSNAP-STATUS.
000650     SELECT ROLLCTL ASSIGN TO 'ROLLCTL'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS ROLLCTL-STATUS.
000680     SELECT NOFIGFIL ASSIGN TO 'NOFIGFIL'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS NOFIGFIL-STATUS.
000710     SELECT ROLEXFIL ASSIGN TO 'ROLEXFIL'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS ROLEXFIL-STATUS.
000740     SELECT ROLLRPT ASSIGN TO 'ROLLRPT'
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760*-----------------------
000770 DATA DIVISION.
000780*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000790 FILE SECTION.
000800*-----------------------
000810 FD  PROGMST.
000820 COPY PROGMST.
000830*
000840 FD  PROGAUD.
000850 COPY PROGAUDR.
000860*
000870 FD  ACTUALS
000880     RECORD CONTAINS 43 CHARACTERS.
000890 COPY ACTUALR.
000900*
000910* FALL CENSUS HEADCOUNT, ONE LINE PER PROGRAM AND ACADEMIC YEAR.
000920*
000930 FD  CENSUS
000940     RECORD CONTAINS 23 CHARACTERS.
000950 01  CEN-RECORD.
000960     05  CEN-PROG-CODE           PIC X(10).
000970     05  FILLER                  PIC X(02).
000980     05  CEN-ACAD-YEAR           PIC 9(04).
000990     05  FILLER                  PIC X(02).
001000     05  CEN-HEADCOUNT           PIC 9(05).
001010     05  CEN-HEADCOUNT-EDIT REDEFINES CEN-HEADCOUNT
001020                                 PIC X(05).
001030*
001040* SORT WORK FILE FOR THE APPROVED-FIGURES SIDE -- ONE RELEASED
001050* RECORD PER GOOD ACTUALS LINE FOR THE ROLLOVER YEAR.
001060*
001070 SD  SORTACT-FILE.
001080 01  SAC-RECORD.
001090     05  SAC-PROG-CODE           PIC X(10).
001100     05  SAC-TUITION             PIC 9(05)V99.
001110     05  SAC-FEES                PIC 9(05)V99.
001120     05  SAC-ROOMBD              PIC 9(05)V99.
001130*
001140* SORT WORK FILE FOR THE CENSUS SIDE, ON THE SAME KEY.
001150*
001160 SD  SORTCEN-FILE.
001170 01  SCN-RECORD.
001180     05  SCN-PROG-CODE           PIC X(10).
001190     05  SCN-HEADCOUNT           PIC 9(05).
001200*
001210 FD  SRTACT.
001220 01  SRA-RECORD                  PIC X(31).
001230*
001240 FD  SRTCEN.
001250 01  SRC-RECORD                  PIC X(15).
001260*
001270* PRE-ROLLOVER COPY OF THE WHOLE MASTER, ONE RECORD IMAGE A LINE.
001280*
001290 FD  ROLLSNAP.
001300 01  SNP-RECORD                  PIC X(88).
001310*
001316* ROLLOVER REGISTER. EACH RUN APPENDS A START IMAGE (STATUS S)
001323* BEFORE IT TOUCHES THE MASTER, THEN AN END IMAGE: STATUS C MARKS
001330* A COMPLETED ROLLOVER, E ONE THAT ENDED WITH UPDATE ERRORS.
001340*
001350 FD  ROLLCTL.
001360 01  RLC-RECORD.
001370     05  RLC-ACAD-YEAR           PIC 9(04).
001380     05  FILLER                  PIC X(02).
001390     05  RLC-RUN-DATE            PIC 9(08).
001400     05  FILLER                  PIC X(02).
001410     05  RLC-STATUS              PIC X(01).
001415         88  RLC-STARTED                     VALUE 'S'.
001420         88  RLC-COMPLETED                   VALUE 'C'.
001430         88  RLC-ENDED-IN-ERROR              VALUE 'E'.
001440     05  FILLER                  PIC X(02).
001450     05  RLC-MASTER-COUNT        PIC 9(05).
001460     05  FILLER                  PIC X(02).
001470     05  RLC-CHANGED-COUNT       PIC 9(05).
001480     05  FILLER                  PIC X(02).
001490     05  RLC-NOFIG-COUNT         PIC 9(05).
001500*
001510 FD  NOFIGFIL.
001520 01  NOF-RECORD.
001530     05  NOF-PROG-CODE           PIC X(10).
001540     05  NOF-DESCRIPTION         PIC X(30).
001550*
001560 FD  ROLEXFIL.
001570 01  RLX-RECORD.
001580     05  RLX-PROG-CODE           PIC X(10).
001590     05  RLX-SOURCE              PIC X(08).
001600     05  RLX-REASON              PIC X(40).
001610*
001620 FD  ROLLRPT.
001630 01  RRP-RECORD                  PIC X(100).
001640*-----------------------
001650 WORKING-STORAGE SECTION.
001660*
001670* FILE STATUS FIELDS
001680*
001690 01  PROGMST-STATUS              PIC X(02).
001700     88  PROGMST-OK                          VALUE '00'.
001710     88  PROGMST-NOT-FOUND                   VALUE '35'.
001720 01  PROGAUD-STATUS              PIC X(02).
001730     88  PROGAUD-NOT-FOUND                   VALUE '35'.
001740 01  ACTUALS-STATUS              PIC X(02).
001750     88  ACTUALS-NOT-FOUND                   VALUE '35'.
001760 01  CENSUS-STATUS               PIC X(02).
001770     88  CENSUS-NOT-FOUND                    VALUE '35'.
001780 01  SRTACT-STATUS               PIC X(02).
001790 01  SRTCEN-STATUS               PIC X(02).
001800 01  ROLLSNAP-STATUS             PIC X(02).
001810     88  ROLLSNAP-OK                         VALUE '00'.
001820 01  ROLLCTL-STATUS              PIC X(02).
001830     88  ROLLCTL-NOT-FOUND                   VALUE '35'.
001840 01  NOFIGFIL-STATUS             PIC X(02).
001850 01  ROLEXFIL-STATUS             PIC X(02).
001860*
001870* END-OF-FILE SWITCHES
001880*
001890 01  MST-EOF-SWITCH              PIC X       VALUE 'N'.
001900     88  END-OF-PROGMST                      VALUE 'Y'.
001910 01  ACT-EOF-SWITCH              PIC X       VALUE 'N'.
001920     88  END-OF-ACTUALS                      VALUE 'Y'.
001930 01  CEN-EOF-SWITCH              PIC X       VALUE 'N'.
001940     88  END-OF-CENSUS                       VALUE 'Y'.
001950 01  SNP-EOF-SWITCH              PIC X       VALUE 'N'.
001960     88  END-OF-ROLLSNAP                     VALUE 'Y'.
001970 01  RLC-EOF-SWITCH              PIC X       VALUE 'N'.
001980     88  END-OF-ROLLCTL                      VALUE 'Y'.
001990 01  NOF-EOF-SWITCH              PIC X       VALUE 'N'.
002000     88  END-OF-NOFIGFIL                     VALUE 'Y'.
002010 01  RLX-EOF-SWITCH              PIC X       VALUE 'N'.
002020     88  END-OF-ROLEXFIL                     VALUE 'Y'.
002030*
002040* ENTRY VALIDATION SWITCH, SHARED BY THE ACCEPT-AND-EDIT PARAS
002050*
002060 01  ENTRY-VALID-SWITCH          PIC X       VALUE 'N'.
002070     88  ENTRY-IS-VALID                      VALUE 'Y'.
002080*
002090* KEYED ACADEMIC YEAR BEING ROLLED IN
002100*
002110 01  ROLL-YEAR                   PIC 9(04).
002120 01  ROLL-YEAR-EDIT REDEFINES ROLL-YEAR
002130                                 PIC X(04).
002140*
002150* ROLLOVER REGISTER CHECK. A COMPLETED ROLLOVER FOR THE KEYED YEAR
002160* REFUSES THE RUN; ONE THAT ENDED IN ERROR, OR STARTED AND NEVER
002170* ENDED, ALLOWS A RERUN BUT KEEPS THE SNAPSHOT THE FAILED RUN
002180* TOOK, SINCE THE MASTER IS NO LONGER IN ITS PRE-ROLLOVER STATE.
002190*
002200 01  PRIOR-ROLL-SWITCH           PIC X       VALUE 'N'.
002210     88  YEAR-ALREADY-ROLLED                 VALUE 'Y'.
002220 01  RERUN-SWITCH                PIC X       VALUE 'N'.
002230     88  RERUN-AFTER-ERROR                   VALUE 'Y'.
002240 01  PRIOR-ROLL-DATE             PIC 9(08)        VALUE ZERO.
002250*
002260* BATCH OPERATOR ID AND SAVE AREA FOR THE BEFORE/AFTER AUDIT PAIR
002270*
002280 01  ROLLOVER-OPERATOR           PIC X(03)   VALUE 'RLV'.
002290 01  SAVE-PM-RECORD              PIC X(88).
002300*
002310* HOLD AREAS FOR THE SORTED-FILE MATCH. A SIDE THAT RUNS OUT
002320* TAKES HIGH-VALUES IN ITS KEY SO THE OTHER SIDES DRAIN.
002330*
002340 01  HOLD-ACT.
002350     05  HAC-PROG-CODE           PIC X(10).
002360     05  HAC-TUITION             PIC 9(05)V99.
002370     05  HAC-FEES                PIC 9(05)V99.
002380     05  HAC-ROOMBD              PIC 9(05)V99.
002390 01  HOLD-CEN.
002400     05  HCN-PROG-CODE           PIC X(10).
002410     05  HCN-HEADCOUNT           PIC 9(05).
002420*
002430* FIGURES MATCHED TO THE CURRENT MASTER RECORD, AND ITS VALUES
002440* BEFORE THE POSTING, FOR THE REGISTER
002450*
002460 01  ACT-FOUND-SWITCH            PIC X       VALUE 'N'.
002470     88  APPROVED-FOUND                      VALUE 'Y'.
002480 01  CEN-FOUND-SWITCH            PIC X       VALUE 'N'.
002490     88  CENSUS-FOUND                        VALUE 'Y'.
002500 01  NEW-TUITION                 PIC 9(05)V99.
002510 01  NEW-FEES                    PIC 9(05)V99.
002520 01  NEW-ROOMBD                  PIC 9(05)V99.
002530 01  NEW-HEADCOUNT               PIC 9(05).
002540 01  OLD-TUITION                 PIC 9(05)V99.
002550 01  OLD-FEES                    PIC 9(05)V99.
002560 01  OLD-ROOMBD                  PIC 9(05)V99.
002570 01  OLD-HEADCOUNT               PIC 9(05).
002580*
002590* WORK FIELDS FOR ONE REGISTER LINE
002600*
002610 01  WRK-OLD-VALUE               PIC 9(05)V99.
002620 01  WRK-NEW-VALUE               PIC 9(05)V99.
002630 01  WRK-CHANGE                  PIC S9(05)V99.
002640 01  WRK-PCT                     PIC S9(05)V99.
002650 01  WRK-FIELD-NAME              PIC X(14).
002660 01  WRK-VALUE-TYPE              PIC X(01).
002670     88  VALUE-IS-AMOUNT                     VALUE '$'.
002680     88  VALUE-IS-COUNT                      VALUE '#'.
002690*
002700* CONTROL COUNTS FOR THE REGISTER SUMMARY AND THE ROLLCTL LINE
002710*
002720 01  CTL-SNAP-READ-COUNT         PIC 9(05)        VALUE ZERO.
002730 01  CTL-SNAP-WRITE-COUNT        PIC 9(05)        VALUE ZERO.
002740 01  CTL-SNAP-VERIFY-COUNT       PIC 9(05)        VALUE ZERO.
002750 01  CTL-MASTER-COUNT            PIC 9(05)        VALUE ZERO.
002760 01  CTL-CHANGED-COUNT           PIC 9(05)        VALUE ZERO.
002770 01  CTL-UNCHANGED-COUNT         PIC 9(05)        VALUE ZERO.
002780 01  CTL-NOFIG-COUNT             PIC 9(05)        VALUE ZERO.
002790 01  CTL-INACTIVE-COUNT          PIC 9(05)        VALUE ZERO.
002800 01  CTL-UPDATE-ERR-COUNT        PIC 9(05)        VALUE ZERO.
002810 01  CTL-EXCEPTION-COUNT         PIC 9(05)        VALUE ZERO.
002820 01  CTL-ACT-READ-COUNT          PIC 9(05)        VALUE ZERO.
002830 01  CTL-ACT-YEAR-COUNT          PIC 9(05)        VALUE ZERO.
002840 01  CTL-CEN-READ-COUNT          PIC 9(05)        VALUE ZERO.
002850 01  CTL-CEN-YEAR-COUNT          PIC 9(05)        VALUE ZERO.
002860 01  SNAPSHOT-SWITCH             PIC X       VALUE 'Y'.
002870     88  SNAPSHOT-IN-BALANCE                 VALUE 'Y'.
002880*
002890* REGISTER LINE LAYOUTS
002900*
002910 01  RRP-HEADING-1.
002920     05  FILLER                  PIC X(34)
002930         VALUE 'ACADEMIC-YEAR ROLLOVER REGISTER'.
002940     05  FILLER                  PIC X(14)
002950         VALUE 'ACADEMIC YEAR '.
002960     05  RRP-HD-YEAR             PIC 9(04).
002970     05  FILLER                  PIC X(11)   VALUE '   RUN DATE'.
002980     05  FILLER                  PIC X(01)   VALUE SPACE.
002990     05  RRP-HD-DATE             PIC 9(08).
003000 01  RRP-HEADING-2.
003010     05  FILLER                  PIC X(12)   VALUE 'PROGRAM'.
003020     05  FILLER                  PIC X(16)   VALUE 'FIELD'.
003030     05  FILLER                  PIC X(11)   VALUE '  OLD VALUE'.
003040     05  FILLER                  PIC X(11)   VALUE '  NEW VALUE'.
003050     05  FILLER                  PIC X(12)   VALUE '      CHANGE'.
003060     05  FILLER                  PIC X(11)   VALUE '   % CHANGE'.
003070 01  RRP-DETAIL.
003080     05  RGD-PROG-CODE           PIC X(10).
003090     05  FILLER                  PIC X(02)   VALUE SPACES.
003100     05  RGD-FIELD               PIC X(14).
003110     05  FILLER                  PIC X(02)   VALUE SPACES.
003120     05  RGD-OLD-AREA            PIC X(09).
003130     05  RGD-OLD-AMT REDEFINES RGD-OLD-AREA
003140                                 PIC ZZZZZ9.99.
003150     05  RGD-OLD-CNT REDEFINES RGD-OLD-AREA
003160                                 PIC Z(08)9.
003170     05  FILLER                  PIC X(02)   VALUE SPACES.
003180     05  RGD-NEW-AREA            PIC X(09).
003190     05  RGD-NEW-AMT REDEFINES RGD-NEW-AREA
003200                                 PIC ZZZZZ9.99.
003210     05  RGD-NEW-CNT REDEFINES RGD-NEW-AREA
003220                                 PIC Z(08)9.
003230     05  FILLER                  PIC X(02)   VALUE SPACES.
003240     05  RGD-CHG-AREA            PIC X(10).
003250     05  RGD-CHG-AMT REDEFINES RGD-CHG-AREA
003260                                 PIC +ZZZZZ9.99.
003270     05  RGD-CHG-CNT REDEFINES RGD-CHG-AREA
003280                                 PIC +Z(08)9.
003290     05  FILLER                  PIC X(02)   VALUE SPACES.
003300     05  RGD-PCT-AREA            PIC X(09).
003310     05  RGD-PCT REDEFINES RGD-PCT-AREA
003320                                 PIC +ZZZZ9.99.
003330     05  FILLER                  PIC X(02)   VALUE SPACES.
003340     05  RGD-NOTE                PIC X(20).
003350 01  RRP-NOFIG-HEADING.
003360     05  FILLER                  PIC X(50)   VALUE
003370         'ACTIVE PROGRAMS WITH NO APPROVED FIGURE FOR YEAR '.
003380     05  RRP-NF-YEAR             PIC 9(04).
003390     05  FILLER                  PIC X(01)   VALUE ':'.
003400 01  RRP-NOFIG-DETAIL.
003410     05  FILLER                  PIC X(02)   VALUE SPACES.
003420     05  RRP-NF-CODE             PIC X(10).
003430     05  FILLER                  PIC X(02)   VALUE SPACES.
003440     05  RRP-NF-DESC             PIC X(30).
003450 01  RRP-EXCEPTION-HEADING.
003460     05  FILLER                  PIC X(40)
003470         VALUE 'INPUT LINES NOT POSTED TO THE MASTER:'.
003480 01  RRP-EXCEPTION-DETAIL.
003490     05  FILLER                  PIC X(02)   VALUE SPACES.
003500     05  RRP-EX-CODE             PIC X(10).
003510     05  FILLER                  PIC X(02)   VALUE SPACES.
003520     05  RRP-EX-SOURCE           PIC X(08).
003530     05  FILLER                  PIC X(02)   VALUE SPACES.
003540     05  RRP-EX-REASON           PIC X(40).
003550 01  RRP-COUNT-LINE.
003560     05  RRP-LINE-LABEL          PIC X(40)   VALUE SPACES.
003570     05  RRP-LINE-COUNT          PIC ZZZZ9.
003580 01  RRP-VERDICT-LINE.
003590     05  RRP-VERDICT-TEXT        PIC X(60)   VALUE SPACES.
003600*
003610* DATE OF THE CURRENT RUN, FOR THE AUDIT STAMP AND THE HEADINGS.
003620*
003630 01  RUN-DATE                    PIC 9(08).
003640*-----------------------
003650 PROCEDURE DIVISION.
003660*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003670 MAIN-PROCEDURE.
003680     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003690     MOVE 'N' TO ENTRY-VALID-SWITCH.
003700     PERFORM 2100-ACCEPT-ROLL-YEAR THRU 2100-EXIT
003710         UNTIL ENTRY-IS-VALID.
003720     PERFORM 1000-CHECK-ROLLCTL THRU 1000-EXIT.
003730     IF YEAR-ALREADY-ROLLED
003740         DISPLAY '*** ACADEMIC YEAR ' ROLL-YEAR ' WAS ALREADY '
003750                 'ROLLED OVER ON ' PRIOR-ROLL-DATE
003760                 ' -- RUN REFUSED. ***'
003770         MOVE 8 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     OPEN INPUT ACTUALS.
003810     IF ACTUALS-NOT-FOUND
003820         DISPLAY 'ACTUALS FILE NOT FOUND -- NOTHING TO ROLL OVER.'
003830         MOVE 8 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     CLOSE ACTUALS.
003870     OPEN INPUT CENSUS.
003880     IF CENSUS-NOT-FOUND
003890         DISPLAY 'CENSUS FILE NOT FOUND -- NOTHING TO ROLL OVER.'
003900         MOVE 8 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     CLOSE CENSUS.
003940     OPEN I-O PROGMST.
003950     IF NOT PROGMST-OK
003960         DISPLAY 'UNABLE TO OPEN PROGRAM MASTER -- STATUS '
003970                 PROGMST-STATUS
003980         MOVE 8 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     IF RERUN-AFTER-ERROR
004020         DISPLAY 'RERUN OF A FAILED ROLLOVER -- KEEPING THE '
004030                 'ROLLSNAP SNAPSHOT THE FAILED RUN TOOK.'
004040     ELSE
004050         PERFORM 3000-SNAPSHOT-MASTER THRU 3000-EXIT
004060     END-IF.
004070     IF NOT SNAPSHOT-IN-BALANCE
004080         DISPLAY '*** MASTER SNAPSHOT DID NOT BALANCE -- '
004090                 'ROLLOVER REFUSED, MASTER UNTOUCHED. ***'
004100         CLOSE PROGMST
004110         MOVE 8 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     OPEN OUTPUT ROLEXFIL.
004150     OPEN OUTPUT NOFIGFIL.
004160     SORT SORTACT-FILE
004170         ON ASCENDING KEY SAC-PROG-CODE
004180         INPUT PROCEDURE IS 4000-RELEASE-APPROVED THRU 4000-EXIT
004190         GIVING SRTACT.
004200     SORT SORTCEN-FILE
004210         ON ASCENDING KEY SCN-PROG-CODE
004220         INPUT PROCEDURE IS 4500-RELEASE-CENSUS THRU 4500-EXIT
004230         GIVING SRTCEN.
004240     OPEN INPUT SRTACT.
004250     OPEN INPUT SRTCEN.
004260     PERFORM 1100-OPEN-AUDIT THRU 1100-EXIT.
004270     OPEN OUTPUT ROLLRPT.
004280     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
004290     PERFORM 5100-READ-SORTED-ACT THRU 5100-EXIT.
004300     PERFORM 5200-READ-SORTED-CEN THRU 5200-EXIT.
004305     PERFORM 1150-REGISTER-START THRU 1150-EXIT.
004310     MOVE 'N' TO MST-EOF-SWITCH.
004320     MOVE LOW-VALUES TO PM-PROG-CODE.
004330     START PROGMST KEY IS NOT LESS THAN PM-PROG-CODE
004340         INVALID KEY MOVE 'Y' TO MST-EOF-SWITCH
004350     END-START.
004360     IF NOT END-OF-PROGMST
004370         PERFORM 5000-READ-MASTER THRU 5000-EXIT
004380     END-IF.
004390     PERFORM 6000-ROLL-ONE-PROGRAM THRU 6000-EXIT
004400         UNTIL END-OF-PROGMST.
004410     PERFORM 6100-SKIP-UNMATCHED-ACT THRU 6100-EXIT
004420         UNTIL HAC-PROG-CODE = HIGH-VALUES.
004430     PERFORM 6200-SKIP-UNMATCHED-CEN THRU 6200-EXIT
004440         UNTIL HCN-PROG-CODE = HIGH-VALUES.
004450     CLOSE SRTACT.
004460     CLOSE SRTCEN.
004470     CLOSE PROGMST.
004480     CLOSE PROGAUD.
004490     CLOSE NOFIGFIL.
004500     CLOSE ROLEXFIL.
004510     PERFORM 8500-WRITE-LISTINGS THRU 8500-EXIT.
004520     PERFORM 8800-WRITE-SUMMARY THRU 8800-EXIT.
004530     CLOSE ROLLRPT.
004540     PERFORM 1200-REGISTER-ROLLOVER THRU 1200-EXIT.
004550     IF CTL-UPDATE-ERR-COUNT > ZERO
004560         DISPLAY '*** ROLLOVER ENDED WITH ' CTL-UPDATE-ERR-COUNT
004570                 ' UPDATE ERRORS -- SEE ROLLRPT. ***'
004580         MOVE 8 TO RETURN-CODE
004590     ELSE
004600         DISPLAY 'ROLLOVER FOR ' ROLL-YEAR ' COMPLETE -- '
004610                 CTL-CHANGED-COUNT ' PROGRAMS UPDATED.'
004620     END-IF.
004630     STOP RUN.
004640*
004650* READS THE ROLLOVER REGISTER. A COMPLETED ROLLOVER FOR THE KEYED
004660* YEAR REFUSES THE RUN. THE FIRST RUN AT A NEW SHOP FINDS NO FILE.
004663* ANY OTHER IMAGE FOR THE YEAR -- ENDED IN ERROR, OR A START IMAGE
004666* FROM A RUN THAT NEVER ENDED -- MAKES THIS A RERUN.
004670*
004680 1000-CHECK-ROLLCTL.
004690     OPEN INPUT ROLLCTL.
004700     IF ROLLCTL-NOT-FOUND
004710         GO TO 1000-EXIT
004720     END-IF.
004730     MOVE 'N' TO RLC-EOF-SWITCH.
004740     PERFORM 1010-READ-ROLLCTL THRU 1010-EXIT.
004750     PERFORM 1020-CHECK-ONE-ROLL THRU 1020-EXIT
004760         UNTIL END-OF-ROLLCTL.
004770     CLOSE ROLLCTL.
004780 1000-EXIT.
004790     EXIT.
004800 1010-READ-ROLLCTL.
004810     READ ROLLCTL
004820         AT END MOVE 'Y' TO RLC-EOF-SWITCH
004830     END-READ.
004840 1010-EXIT.
004850     EXIT.
004860 1020-CHECK-ONE-ROLL.
004870     IF RLC-ACAD-YEAR IS NUMERIC AND RLC-ACAD-YEAR = ROLL-YEAR
004880         IF RLC-COMPLETED
004890             MOVE 'Y' TO PRIOR-ROLL-SWITCH
004900             MOVE RLC-RUN-DATE TO PRIOR-ROLL-DATE
004910         ELSE
004920             MOVE 'Y' TO RERUN-SWITCH
004930         END-IF
004940     END-IF.
004950     PERFORM 1010-READ-ROLLCTL THRU 1010-EXIT.
004960 1020-EXIT.
004970     EXIT.
004980*
004990* OPENS THE MASTER-AUDIT FILE EXTEND SO THE ROLLOVER PAIRS PILE UP
005000* BEHIND THE MAINTENANCE SESSIONS' PAIRS.
005010*
005020 1100-OPEN-AUDIT.
005030     OPEN EXTEND PROGAUD.
005040     IF PROGAUD-NOT-FOUND
005050         OPEN OUTPUT PROGAUD
005060     END-IF.
005070 1100-EXIT.
005080     EXIT.
005090*
005100* APPENDS THE START IMAGE FOR THIS RUN TO THE ROLLOVER REGISTER
005101* BEFORE THE FIRST MASTER UPDATE, THE WAY THE PROJECTION RUN
005102* REGISTERS ITS START ON RUNCTL. A RUN CUT OFF AFTER THIS POINT
005103* LEAVES A START IMAGE WITH NO END IMAGE BEHIND IT.
005104*
005105 1150-REGISTER-START.
005106     MOVE SPACES TO RLC-RECORD.
005107     MOVE ROLL-YEAR TO RLC-ACAD-YEAR.
005108     MOVE RUN-DATE TO RLC-RUN-DATE.
005109     MOVE 'S' TO RLC-STATUS.
005110     MOVE ZERO TO RLC-MASTER-COUNT.
005111     MOVE ZERO TO RLC-CHANGED-COUNT.
005112     MOVE ZERO TO RLC-NOFIG-COUNT.
005113     PERFORM 1250-APPEND-ROLLCTL THRU 1250-EXIT.
005114 1150-EXIT.
005115     EXIT.
005116*
005117* APPENDS THE END IMAGE FOR THIS RUN TO THE ROLLOVER REGISTER --
005118* COMPLETED, OR ENDED IN ERROR WHEN ANY MASTER UPDATE FAILED.
005120*
005130 1200-REGISTER-ROLLOVER.
005180     MOVE SPACES TO RLC-RECORD.
005190     MOVE ROLL-YEAR TO RLC-ACAD-YEAR.
005200     MOVE RUN-DATE TO RLC-RUN-DATE.
005210     IF CTL-UPDATE-ERR-COUNT > ZERO
005220         MOVE 'E' TO RLC-STATUS
005230     ELSE
005240         MOVE 'C' TO RLC-STATUS
005250     END-IF.
005260     MOVE CTL-MASTER-COUNT TO RLC-MASTER-COUNT.
005270     MOVE CTL-CHANGED-COUNT TO RLC-CHANGED-COUNT.
005280     MOVE CTL-NOFIG-COUNT TO RLC-NOFIG-COUNT.
005281     PERFORM 1250-APPEND-ROLLCTL THRU 1250-EXIT.
005282 1200-EXIT.
005283     EXIT.
005284 1250-APPEND-ROLLCTL.
005285     OPEN EXTEND ROLLCTL.
005286     IF ROLLCTL-NOT-FOUND
005287         OPEN OUTPUT ROLLCTL
005288     END-IF.
005290     WRITE RLC-RECORD.
005300     CLOSE ROLLCTL.
005310 1250-EXIT.
005320     EXIT.
005330*
005340* PROMPTS FOR AND EDITS THE ACADEMIC YEAR BEING ROLLED IN.
005350* RE-PROMPTS UNTIL THE ENTRY IS NUMERIC AND NOT ZERO.
005360*
005370 2100-ACCEPT-ROLL-YEAR.
005380     DISPLAY 'ENTER ACADEMIC YEAR TO ROLL IN (YYYY): '.
005390     ACCEPT ROLL-YEAR-EDIT.
005400     MOVE 'N' TO ENTRY-VALID-SWITCH.
005410     IF ROLL-YEAR-EDIT IS NUMERIC
005420         IF ROLL-YEAR > ZERO
005430             MOVE 'Y' TO ENTRY-VALID-SWITCH
005440         ELSE
005450             DISPLAY 'ACADEMIC YEAR MUST NOT BE ZERO.'
005460         END-IF
005470     ELSE
005480         DISPLAY 'ACADEMIC YEAR MUST BE NUMERIC -- RE-ENTER.'
005490     END-IF.
005500 2100-EXIT.
005510     EXIT.
005520*
005530* COPIES THE WHOLE MASTER TO ROLLSNAP, THEN RE-READS AND RE-COUNTS
005540* THE SNAPSHOT, THE WAY THE LOG ARCHIVE PROVES ITS STAGED SIDE, SO
005550* WHAT IS ON DISK PROVES THE COPY BEFORE ANY RECORD IS TOUCHED.
005560*
005570 3000-SNAPSHOT-MASTER.
005580     OPEN OUTPUT ROLLSNAP.
005590     MOVE 'N' TO MST-EOF-SWITCH.
005600     MOVE LOW-VALUES TO PM-PROG-CODE.
005610     START PROGMST KEY IS NOT LESS THAN PM-PROG-CODE
005620         INVALID KEY MOVE 'Y' TO MST-EOF-SWITCH
005630     END-START.
005640     IF NOT END-OF-PROGMST
005650         PERFORM 5000-READ-MASTER THRU 5000-EXIT
005660     END-IF.
005670     PERFORM 3100-SNAP-ONE-RECORD THRU 3100-EXIT
005680         UNTIL END-OF-PROGMST.
005690     CLOSE ROLLSNAP.
005700     OPEN INPUT ROLLSNAP.
005710     MOVE 'N' TO SNP-EOF-SWITCH.
005720     PERFORM 3200-READ-ROLLSNAP THRU 3200-EXIT.
005730     PERFORM 3300-COUNT-ROLLSNAP THRU 3300-EXIT
005740         UNTIL END-OF-ROLLSNAP.
005750     CLOSE ROLLSNAP.
005760     IF CTL-SNAP-WRITE-COUNT NOT = CTL-SNAP-READ-COUNT
005770         OR CTL-SNAP-VERIFY-COUNT NOT = CTL-SNAP-READ-COUNT
005780         MOVE 'N' TO SNAPSHOT-SWITCH
005790     END-IF.
005800     IF CTL-SNAP-READ-COUNT = ZERO
005810         DISPLAY 'PROGRAM MASTER IS EMPTY.'
005820         MOVE 'N' TO SNAPSHOT-SWITCH
005830     END-IF.
005840 3000-EXIT.
005850     EXIT.
005860 3100-SNAP-ONE-RECORD.
005870     ADD 1 TO CTL-SNAP-READ-COUNT.
005880     WRITE SNP-RECORD FROM PM-RECORD.
005890     IF ROLLSNAP-OK
005900         ADD 1 TO CTL-SNAP-WRITE-COUNT
005910     ELSE
005920         DISPLAY 'ROLLSNAP WRITE FAILED, STATUS ' ROLLSNAP-STATUS
005930     END-IF.
005940     PERFORM 5000-READ-MASTER THRU 5000-EXIT.
005950 3100-EXIT.
005960     EXIT.
005970 3200-READ-ROLLSNAP.
005980     READ ROLLSNAP
005990         AT END MOVE 'Y' TO SNP-EOF-SWITCH
006000     END-READ.
006010 3200-EXIT.
006020     EXIT.
006030 3300-COUNT-ROLLSNAP.
006040     ADD 1 TO CTL-SNAP-VERIFY-COUNT.
006050     PERFORM 3200-READ-ROLLSNAP THRU 3200-EXIT.
006060 3300-EXIT.
006070     EXIT.
006080*
006090* RELEASES EVERY GOOD APPROVED-FIGURES LINE FOR THE ROLLOVER YEAR
006100* TO THE SORT. LINES FOR OTHER YEARS ARE SKIPPED; A LINE FOR THE
006110* YEAR WITH A BAD AMOUNT IS SPOOLED TO THE EXCEPTION LISTING.
006120*
006130 4000-RELEASE-APPROVED.
006140     OPEN INPUT ACTUALS.
006150     MOVE 'N' TO ACT-EOF-SWITCH.
006160     PERFORM 4100-READ-ACTUALS THRU 4100-EXIT.
006170     PERFORM 4200-RELEASE-ONE-APPROVED THRU 4200-EXIT
006180         UNTIL END-OF-ACTUALS.
006190     CLOSE ACTUALS.
006200 4000-EXIT.
006210     EXIT.
006220 4100-READ-ACTUALS.
006230     READ ACTUALS
006240         AT END MOVE 'Y' TO ACT-EOF-SWITCH
006250     END-READ.
006260 4100-EXIT.
006270     EXIT.
006280 4200-RELEASE-ONE-APPROVED.
006290     ADD 1 TO CTL-ACT-READ-COUNT.
006300     IF ACT-ACAD-YEAR IS NOT NUMERIC
006310         GO TO 4200-NEXT
006320     END-IF.
006330     IF ACT-ACAD-YEAR NOT = ROLL-YEAR
006340         GO TO 4200-NEXT
006350     END-IF.
006360     ADD 1 TO CTL-ACT-YEAR-COUNT.
006370     IF ACT-TUITION-EDIT IS NUMERIC AND ACT-TUITION > ZERO
006380         AND ACT-FEES-EDIT IS NUMERIC
006390         AND ACT-ROOMBD-EDIT IS NUMERIC
006400         MOVE ACT-PROG-CODE TO SAC-PROG-CODE
006410         MOVE ACT-TUITION TO SAC-TUITION
006420         MOVE ACT-FEES TO SAC-FEES
006430         MOVE ACT-ROOMBD TO SAC-ROOMBD
006440         RELEASE SAC-RECORD
006450     ELSE
006460         MOVE ACT-PROG-CODE TO RLX-PROG-CODE
006470         MOVE 'ACTUALS' TO RLX-SOURCE
006480         MOVE 'BAD TUITION, FEES OR ROOM AND BOARD'
006490             TO RLX-REASON
006500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006510     END-IF.
006520 4200-NEXT.
006530     PERFORM 4100-READ-ACTUALS THRU 4100-EXIT.
006540 4200-EXIT.
006550     EXIT.
006560*
006570* RELEASES EVERY GOOD CENSUS LINE FOR THE ROLLOVER YEAR TO THE
006580* SORT, ON THE SAME RULES.
006590*
006600 4500-RELEASE-CENSUS.
006610     OPEN INPUT CENSUS.
006620     MOVE 'N' TO CEN-EOF-SWITCH.
006630     PERFORM 4600-READ-CENSUS THRU 4600-EXIT.
006640     PERFORM 4700-RELEASE-ONE-CENSUS THRU 4700-EXIT
006650         UNTIL END-OF-CENSUS.
006660     CLOSE CENSUS.
006670 4500-EXIT.
006680     EXIT.
006690 4600-READ-CENSUS.
006700     READ CENSUS
006710         AT END MOVE 'Y' TO CEN-EOF-SWITCH
006720     END-READ.
006730 4600-EXIT.
006740     EXIT.
006750 4700-RELEASE-ONE-CENSUS.
006760     ADD 1 TO CTL-CEN-READ-COUNT.
006770     IF CEN-ACAD-YEAR IS NOT NUMERIC
006780         GO TO 4700-NEXT
006790     END-IF.
006800     IF CEN-ACAD-YEAR NOT = ROLL-YEAR
006810         GO TO 4700-NEXT
006820     END-IF.
006830     ADD 1 TO CTL-CEN-YEAR-COUNT.
006840     IF CEN-HEADCOUNT-EDIT IS NUMERIC
006850         MOVE CEN-PROG-CODE TO SCN-PROG-CODE
006860         MOVE CEN-HEADCOUNT TO SCN-HEADCOUNT
006870         RELEASE SCN-RECORD
006880     ELSE
006890         MOVE CEN-PROG-CODE TO RLX-PROG-CODE
006900         MOVE 'CENSUS' TO RLX-SOURCE
006910         MOVE 'HEADCOUNT NOT NUMERIC' TO RLX-REASON
006920         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006930     END-IF.
006940 4700-NEXT.
006950     PERFORM 4600-READ-CENSUS THRU 4600-EXIT.
006960 4700-EXIT.
006970     EXIT.
006980*
006990* READS THE NEXT MASTER RECORD IN KEY ORDER.
007000*
007010 5000-READ-MASTER.
007020     READ PROGMST NEXT RECORD
007030         AT END MOVE 'Y' TO MST-EOF-SWITCH
007040     END-READ.
007050     IF NOT END-OF-PROGMST AND NOT PROGMST-OK
007060         DISPLAY 'PROGRAM MASTER READ FAILED, STATUS '
007070                 PROGMST-STATUS
007080         MOVE 'Y' TO MST-EOF-SWITCH
007090     END-IF.
007100 5000-EXIT.
007110     EXIT.
007120*
007130* READS THE NEXT SORTED RECORD OF EACH SIDE INTO ITS HOLD AREA.
007140* HIGH-VALUES IN THE KEY MARKS THE SIDE DRAINED.
007150*
007160 5100-READ-SORTED-ACT.
007170     READ SRTACT INTO HOLD-ACT
007180         AT END MOVE HIGH-VALUES TO HAC-PROG-CODE
007190     END-READ.
007200 5100-EXIT.
007210     EXIT.
007220 5200-READ-SORTED-CEN.
007230     READ SRTCEN INTO HOLD-CEN
007240         AT END MOVE HIGH-VALUES TO HCN-PROG-CODE
007250     END-READ.
007260 5200-EXIT.
007270     EXIT.
007280*
007290* ROLLS ONE MASTER RECORD. BOTH SORTED SIDES ARE FIRST ADVANCED
007300* PAST ANY CODE BELOW THE MASTER KEY -- FIGURES FOR PROGRAMS NOT
007310* ON THE MASTER -- THEN AN EQUAL KEY IS PICKED UP AND ANY FURTHER
007320* LINE FOR THE SAME PROGRAM IS A DUPLICATE. AN INACTIVE PROGRAM
007330* IS NEVER POSTED. THE RECORD IS REWRITTEN AND AUDITED ONLY WHEN
007340* A FIGURE ACTUALLY CHANGED.
007350*
007360 6000-ROLL-ONE-PROGRAM.
007370     ADD 1 TO CTL-MASTER-COUNT.
007380     MOVE 'N' TO ACT-FOUND-SWITCH.
007390     MOVE 'N' TO CEN-FOUND-SWITCH.
007400     PERFORM 6100-SKIP-UNMATCHED-ACT THRU 6100-EXIT
007410         UNTIL HAC-PROG-CODE NOT < PM-PROG-CODE.
007420     IF HAC-PROG-CODE = PM-PROG-CODE
007430         MOVE 'Y' TO ACT-FOUND-SWITCH
007440         MOVE HAC-TUITION TO NEW-TUITION
007450         MOVE HAC-FEES TO NEW-FEES
007460         MOVE HAC-ROOMBD TO NEW-ROOMBD
007470         PERFORM 5100-READ-SORTED-ACT THRU 5100-EXIT
007480         PERFORM 6300-SKIP-DUPLICATE-ACT THRU 6300-EXIT
007490             UNTIL HAC-PROG-CODE NOT = PM-PROG-CODE
007500     END-IF.
007510     PERFORM 6200-SKIP-UNMATCHED-CEN THRU 6200-EXIT
007520         UNTIL HCN-PROG-CODE NOT < PM-PROG-CODE.
007530     IF HCN-PROG-CODE = PM-PROG-CODE
007540         MOVE 'Y' TO CEN-FOUND-SWITCH
007550         MOVE HCN-HEADCOUNT TO NEW-HEADCOUNT
007560         PERFORM 5200-READ-SORTED-CEN THRU 5200-EXIT
007570         PERFORM 6400-SKIP-DUPLICATE-CEN THRU 6400-EXIT
007580             UNTIL HCN-PROG-CODE NOT = PM-PROG-CODE
007590     END-IF.
007600     IF PM-INACTIVE
007610         ADD 1 TO CTL-INACTIVE-COUNT
007620         IF APPROVED-FOUND OR CENSUS-FOUND
007630             MOVE PM-PROG-CODE TO RLX-PROG-CODE
007640             MOVE 'MASTER' TO RLX-SOURCE
007650             MOVE 'PROGRAM INACTIVE -- FIGURES NOT POSTED'
007660                 TO RLX-REASON
007670             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007680         END-IF
007690         GO TO 6000-NEXT
007700     END-IF.
007710     IF NOT APPROVED-FOUND
007720         MOVE PM-PROG-CODE TO NOF-PROG-CODE
007730         MOVE PM-DESCRIPTION TO NOF-DESCRIPTION
007740         WRITE NOF-RECORD
007750         ADD 1 TO CTL-NOFIG-COUNT
007760     END-IF.
007770     IF NOT APPROVED-FOUND AND NOT CENSUS-FOUND
007780         GO TO 6000-NEXT
007790     END-IF.
007800     MOVE PM-RECORD TO SAVE-PM-RECORD.
007810     MOVE PM-TUITION TO OLD-TUITION.
007820     MOVE PM-FEES TO OLD-FEES.
007830     MOVE PM-ROOMBD TO OLD-ROOMBD.
007840     MOVE PM-HEADCOUNT TO OLD-HEADCOUNT.
007850     IF APPROVED-FOUND
007860         MOVE NEW-TUITION TO PM-TUITION
007870         MOVE NEW-FEES TO PM-FEES
007880         MOVE NEW-ROOMBD TO PM-ROOMBD
007890     END-IF.
007900     IF CENSUS-FOUND
007910         MOVE NEW-HEADCOUNT TO PM-HEADCOUNT
007920     END-IF.
007930     PERFORM 6500-WRITE-REGISTER-LINES THRU 6500-EXIT.
007940     IF PM-RECORD = SAVE-PM-RECORD
007950         ADD 1 TO CTL-UNCHANGED-COUNT
007960         GO TO 6000-NEXT
007970     END-IF.
007980     REWRITE PM-RECORD
007990         INVALID KEY CONTINUE
008000     END-REWRITE.
008010     IF PROGMST-OK
008020         ADD 1 TO CTL-CHANGED-COUNT
008030         PERFORM 6800-WRITE-AUDIT-PAIR THRU 6800-EXIT
008040     ELSE
008050         ADD 1 TO CTL-UPDATE-ERR-COUNT
008060         DISPLAY 'REWRITE FAILED FOR PROGRAM ' PM-PROG-CODE
008070                 ' STATUS ' PROGMST-STATUS
008080         MOVE SPACES TO RRP-DETAIL
008090         MOVE PM-PROG-CODE TO RGD-PROG-CODE
008100         MOVE '*** REWRITE FAILED ***' TO RGD-NOTE
008110         WRITE RRP-RECORD FROM RRP-DETAIL
008120     END-IF.
008130 6000-NEXT.
008140     PERFORM 5000-READ-MASTER THRU 5000-EXIT.
008150 6000-EXIT.
008160     EXIT.
008170*
008180* SPOOLS ONE SORTED LINE WHOSE PROGRAM IS NOT ON THE MASTER AND
008190* MOVES THAT SIDE ON. ALSO DRAINS EACH SIDE AT END OF MASTER.
008200*
008210 6100-SKIP-UNMATCHED-ACT.
008220     MOVE HAC-PROG-CODE TO RLX-PROG-CODE.
008230     MOVE 'ACTUALS' TO RLX-SOURCE.
008240     MOVE 'PROGRAM NOT ON MASTER' TO RLX-REASON.
008250     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
008260     PERFORM 5100-READ-SORTED-ACT THRU 5100-EXIT.
008270 6100-EXIT.
008280     EXIT.
008290 6200-SKIP-UNMATCHED-CEN.
008300     MOVE HCN-PROG-CODE TO RLX-PROG-CODE.
008310     MOVE 'CENSUS' TO RLX-SOURCE.
008320     MOVE 'PROGRAM NOT ON MASTER' TO RLX-REASON.
008330     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
008340     PERFORM 5200-READ-SORTED-CEN THRU 5200-EXIT.
008350 6200-EXIT.
008360     EXIT.
008370*
008380* SPOOLS A SECOND LINE FOR A PROGRAM ALREADY PICKED UP. THE FIRST
008390* LINE IN PROGRAM-CODE ORDER IS THE ONE POSTED.
008400*
008410 6300-SKIP-DUPLICATE-ACT.
008420     MOVE HAC-PROG-CODE TO RLX-PROG-CODE.
008430     MOVE 'ACTUALS' TO RLX-SOURCE.
008440     MOVE 'DUPLICATE FOR THE YEAR -- IGNORED' TO RLX-REASON.
008450     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
008460     PERFORM 5100-READ-SORTED-ACT THRU 5100-EXIT.
008470 6300-EXIT.
008480     EXIT.
008490 6400-SKIP-DUPLICATE-CEN.
008500     MOVE HCN-PROG-CODE TO RLX-PROG-CODE.
008510     MOVE 'CENSUS' TO RLX-SOURCE.
008520     MOVE 'DUPLICATE FOR THE YEAR -- IGNORED' TO RLX-REASON.
008530     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
008540     PERFORM 5200-READ-SORTED-CEN THRU 5200-EXIT.
008550 6400-EXIT.
008560     EXIT.
008570*
008580* WRITES THE REGISTER LINES FOR ONE PROGRAM -- ONE LINE PER FIELD
008590* POSTED, OLD VALUE, NEW VALUE, CHANGE AND PERCENT CHANGE.
008600*
008610 6500-WRITE-REGISTER-LINES.
008620     IF APPROVED-FOUND
008630         MOVE 'TUITION' TO WRK-FIELD-NAME
008640         MOVE '$' TO WRK-VALUE-TYPE
008650         MOVE OLD-TUITION TO WRK-OLD-VALUE
008660         MOVE NEW-TUITION TO WRK-NEW-VALUE
008670         PERFORM 6600-WRITE-ONE-FIELD THRU 6600-EXIT
008680         MOVE 'FEES' TO WRK-FIELD-NAME
008690         MOVE OLD-FEES TO WRK-OLD-VALUE
008700         MOVE NEW-FEES TO WRK-NEW-VALUE
008710         PERFORM 6600-WRITE-ONE-FIELD THRU 6600-EXIT
008720         MOVE 'ROOM AND BOARD' TO WRK-FIELD-NAME
008730         MOVE OLD-ROOMBD TO WRK-OLD-VALUE
008740         MOVE NEW-ROOMBD TO WRK-NEW-VALUE
008750         PERFORM 6600-WRITE-ONE-FIELD THRU 6600-EXIT
008760     END-IF.
008770     IF CENSUS-FOUND
008780         MOVE 'HEADCOUNT' TO WRK-FIELD-NAME
008790         MOVE '#' TO WRK-VALUE-TYPE
008800         MOVE OLD-HEADCOUNT TO WRK-OLD-VALUE
008810         MOVE NEW-HEADCOUNT TO WRK-NEW-VALUE
008820         PERFORM 6600-WRITE-ONE-FIELD THRU 6600-EXIT
008830     END-IF.
008840 6500-EXIT.
008850     EXIT.
008860*
008870* WRITES ONE REGISTER FIELD LINE. A FIELD THAT WAS ZERO BEFORE HAS
008880* NO PERCENT CHANGE AND IS NOTED AS NEW. A PERCENT TOO LARGE FOR
008885* THE COLUMN PRINTS AS STARS WITH A NOTE.
008890*
008900 6600-WRITE-ONE-FIELD.
008910     MOVE SPACES TO RRP-DETAIL.
008920     MOVE PM-PROG-CODE TO RGD-PROG-CODE.
008930     MOVE WRK-FIELD-NAME TO RGD-FIELD.
008940     COMPUTE WRK-CHANGE = WRK-NEW-VALUE - WRK-OLD-VALUE.
008950     IF VALUE-IS-AMOUNT
008960         MOVE WRK-OLD-VALUE TO RGD-OLD-AMT
008970         MOVE WRK-NEW-VALUE TO RGD-NEW-AMT
008980         MOVE WRK-CHANGE TO RGD-CHG-AMT
008990     ELSE
009000         MOVE WRK-OLD-VALUE TO RGD-OLD-CNT
009010         MOVE WRK-NEW-VALUE TO RGD-NEW-CNT
009020         MOVE WRK-CHANGE TO RGD-CHG-CNT
009030     END-IF.
009040     IF WRK-OLD-VALUE = ZERO
009050         IF WRK-NEW-VALUE NOT = ZERO
009060             MOVE 'NEW FIGURE' TO RGD-NOTE
009070         END-IF
009080     ELSE
009090         COMPUTE WRK-PCT ROUNDED =
009100             WRK-CHANGE * 100 / WRK-OLD-VALUE
009102             ON SIZE ERROR
009105                 MOVE '    *****' TO RGD-PCT-AREA
009108                 MOVE 'PCT OVER LIMIT' TO RGD-NOTE
009111             NOT ON SIZE ERROR
009114                 MOVE WRK-PCT TO RGD-PCT
009117         END-COMPUTE
009120     END-IF.
009130     IF WRK-CHANGE = ZERO
009140         MOVE 'UNCHANGED' TO RGD-NOTE
009150     END-IF.
009160     WRITE RRP-RECORD FROM RRP-DETAIL.
009170 6600-EXIT.
009180     EXIT.
009190*
009200* WRITES THE BEFORE-IMAGE AND AFTER-IMAGE AUDIT PAIR FOR THE
009210* MASTER UPDATE JUST COMPLETED, THE SAME PAIR PROGMAINT WRITES FOR
009220* A CHANGE, STAMPED WITH THE DATE AND THE BATCH OPERATOR ID.
009230*
009240 6800-WRITE-AUDIT-PAIR.
009250     MOVE SPACES TO AUD-RECORD.
009260     MOVE RUN-DATE TO AUD-DATE.
009270     MOVE ROLLOVER-OPERATOR TO AUD-OPERATOR.
009280     MOVE 'C' TO AUD-FUNCTION.
009290     MOVE 'B' TO AUD-IMAGE-TYPE.
009300     MOVE PM-PROG-CODE TO AUD-PROG-CODE.
009310     MOVE SAVE-PM-RECORD TO AUD-IMAGE.
009320     WRITE AUD-RECORD.
009330     MOVE SPACES TO AUD-RECORD.
009340     MOVE RUN-DATE TO AUD-DATE.
009350     MOVE ROLLOVER-OPERATOR TO AUD-OPERATOR.
009360     MOVE 'C' TO AUD-FUNCTION.
009370     MOVE 'A' TO AUD-IMAGE-TYPE.
009380     MOVE PM-PROG-CODE TO AUD-PROG-CODE.
009390     MOVE PM-RECORD TO AUD-IMAGE.
009400     WRITE AUD-RECORD.
009410 6800-EXIT.
009420     EXIT.
009430*
009440* SPOOLS ONE INPUT LINE THAT COULD NOT BE POSTED.
009450*
009460 7000-WRITE-EXCEPTION.
009470     WRITE RLX-RECORD.
009480     ADD 1 TO CTL-EXCEPTION-COUNT.
009490 7000-EXIT.
009500     EXIT.
009510*
009520* WRITES THE REGISTER HEADINGS.
009530*
009540 8000-WRITE-HEADINGS.
009550     MOVE ROLL-YEAR TO RRP-HD-YEAR.
009560     MOVE RUN-DATE TO RRP-HD-DATE.
009570     WRITE RRP-RECORD FROM RRP-HEADING-1.
009580     IF RERUN-AFTER-ERROR
009590         MOVE '*** RERUN OF A FAILED ROLLOVER -- ROLLSNAP IS THE '
009600             TO RRP-RECORD
009610         WRITE RRP-RECORD
009620         MOVE '    SNAPSHOT TAKEN BY THE FAILED RUN ***'
009630             TO RRP-RECORD
009640         WRITE RRP-RECORD
009650     END-IF.
009660     MOVE SPACES TO RRP-RECORD.
009670     WRITE RRP-RECORD.
009680     WRITE RRP-RECORD FROM RRP-HEADING-2.
009690     MOVE SPACES TO RRP-RECORD.
009700     WRITE RRP-RECORD.
009710 8000-EXIT.
009720     EXIT.
009730*
009740* COPIES THE SPOOLED NO-FIGURE AND EXCEPTION LISTINGS ONTO THE
009750* REGISTER BEHIND THE DETAIL, THE WAY REVRPT CARRIES ITS NO-AID
009760* AND REJECT LISTINGS.
009770*
009780 8500-WRITE-LISTINGS.
009790     MOVE SPACES TO RRP-RECORD.
009800     WRITE RRP-RECORD.
009810     MOVE ROLL-YEAR TO RRP-NF-YEAR.
009820     WRITE RRP-RECORD FROM RRP-NOFIG-HEADING.
009830     IF CTL-NOFIG-COUNT = ZERO
009840         MOVE '  NONE' TO RRP-RECORD
009850         WRITE RRP-RECORD
009860     ELSE
009870         OPEN INPUT NOFIGFIL
009880         MOVE 'N' TO NOF-EOF-SWITCH
009890         PERFORM 8510-READ-NOFIGFIL THRU 8510-EXIT
009900         PERFORM 8520-WRITE-NOFIG-LINE THRU 8520-EXIT
009910             UNTIL END-OF-NOFIGFIL
009920         CLOSE NOFIGFIL
009930     END-IF.
009940     MOVE SPACES TO RRP-RECORD.
009950     WRITE RRP-RECORD.
009960     WRITE RRP-RECORD FROM RRP-EXCEPTION-HEADING.
009970     IF CTL-EXCEPTION-COUNT = ZERO
009980         MOVE '  NONE' TO RRP-RECORD
009990         WRITE RRP-RECORD
010000     ELSE
010010         OPEN INPUT ROLEXFIL
010020         MOVE 'N' TO RLX-EOF-SWITCH
010030         PERFORM 8530-READ-ROLEXFIL THRU 8530-EXIT
010040         PERFORM 8540-WRITE-EXCEPTION-LINE THRU 8540-EXIT
010050             UNTIL END-OF-ROLEXFIL
010060         CLOSE ROLEXFIL
010070     END-IF.
010080 8500-EXIT.
010090     EXIT.
010100 8510-READ-NOFIGFIL.
010110     READ NOFIGFIL
010120         AT END MOVE 'Y' TO NOF-EOF-SWITCH
010130     END-READ.
010140 8510-EXIT.
010150     EXIT.
010160 8520-WRITE-NOFIG-LINE.
010170     MOVE NOF-PROG-CODE TO RRP-NF-CODE.
010180     MOVE NOF-DESCRIPTION TO RRP-NF-DESC.
010190     WRITE RRP-RECORD FROM RRP-NOFIG-DETAIL.
010200     PERFORM 8510-READ-NOFIGFIL THRU 8510-EXIT.
010210 8520-EXIT.
010220     EXIT.
010230 8530-READ-ROLEXFIL.
010240     READ ROLEXFIL
010250         AT END MOVE 'Y' TO RLX-EOF-SWITCH
010260     END-READ.
010270 8530-EXIT.
010280     EXIT.
010290 8540-WRITE-EXCEPTION-LINE.
010300     MOVE RLX-PROG-CODE TO RRP-EX-CODE.
010310     MOVE RLX-SOURCE TO RRP-EX-SOURCE.
010320     MOVE RLX-REASON TO RRP-EX-REASON.
010330     WRITE RRP-RECORD FROM RRP-EXCEPTION-DETAIL.
010340     PERFORM 8530-READ-ROLEXFIL THRU 8530-EXIT.
010350 8540-EXIT.
010360     EXIT.
010370*
010380* WRITES THE END-OF-REGISTER COUNTS AND THE VERDICT.
010390*
010400 8800-WRITE-SUMMARY.
010410     MOVE SPACES TO RRP-RECORD.
010420     WRITE RRP-RECORD.
010430     MOVE 'MASTER RECORDS COPIED TO ROLLSNAP' TO RRP-LINE-LABEL.
010440     MOVE CTL-SNAP-WRITE-COUNT TO RRP-LINE-COUNT.
010450     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010460     MOVE 'MASTER RECORDS READ' TO RRP-LINE-LABEL.
010470     MOVE CTL-MASTER-COUNT TO RRP-LINE-COUNT.
010480     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010490     MOVE 'PROGRAMS UPDATED AND AUDITED' TO RRP-LINE-LABEL.
010500     MOVE CTL-CHANGED-COUNT TO RRP-LINE-COUNT.
010510     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010520     MOVE 'PROGRAMS MATCHED BUT UNCHANGED' TO RRP-LINE-LABEL.
010530     MOVE CTL-UNCHANGED-COUNT TO RRP-LINE-COUNT.
010540     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010550     MOVE 'ACTIVE PROGRAMS WITH NO APPROVED FIGURE'
010560         TO RRP-LINE-LABEL.
010570     MOVE CTL-NOFIG-COUNT TO RRP-LINE-COUNT.
010580     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010590     MOVE 'INACTIVE PROGRAMS SKIPPED' TO RRP-LINE-LABEL.
010600     MOVE CTL-INACTIVE-COUNT TO RRP-LINE-COUNT.
010610     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010620     MOVE 'ACTUALS LINES READ' TO RRP-LINE-LABEL.
010630     MOVE CTL-ACT-READ-COUNT TO RRP-LINE-COUNT.
010640     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010650     MOVE 'ACTUALS LINES FOR THE YEAR' TO RRP-LINE-LABEL.
010660     MOVE CTL-ACT-YEAR-COUNT TO RRP-LINE-COUNT.
010670     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010680     MOVE 'CENSUS LINES READ' TO RRP-LINE-LABEL.
010690     MOVE CTL-CEN-READ-COUNT TO RRP-LINE-COUNT.
010700     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010710     MOVE 'CENSUS LINES FOR THE YEAR' TO RRP-LINE-LABEL.
010720     MOVE CTL-CEN-YEAR-COUNT TO RRP-LINE-COUNT.
010730     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010740     MOVE 'INPUT LINES NOT POSTED' TO RRP-LINE-LABEL.
010750     MOVE CTL-EXCEPTION-COUNT TO RRP-LINE-COUNT.
010760     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010770     MOVE 'MASTER UPDATE ERRORS' TO RRP-LINE-LABEL.
010780     MOVE CTL-UPDATE-ERR-COUNT TO RRP-LINE-COUNT.
010790     WRITE RRP-RECORD FROM RRP-COUNT-LINE.
010800     MOVE SPACES TO RRP-RECORD.
010810     WRITE RRP-RECORD.
010820     IF CTL-UPDATE-ERR-COUNT = ZERO
010830         MOVE 'ROLLOVER COMPLETE -- YEAR REGISTERED ON ROLLCTL'
010840             TO RRP-VERDICT-TEXT
010850     ELSE
010860         MOVE '*** ROLLOVER ENDED IN ERROR -- MAY BE RERUN ***'
010870             TO RRP-VERDICT-TEXT
010880     END-IF.
010890     WRITE RRP-RECORD FROM RRP-VERDICT-LINE.
010900 8800-EXIT.
010910     EXIT.
010920
010930 END PROGRAM rollover_Gordon.
