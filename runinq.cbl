000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. runinq_Gordon.
000030 AUTHOR. R GORDON.
000040 INSTALLATION. BURSAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 10/15/2026 RG   ORIGINAL PROGRAM - INQUIRY REPORT ON THE RUNCTL
000100*                 RUN-CONTROL REGISTRY THAT TUITION_GORDON WRITES.
000110*                 LISTS EACH START AND END IMAGE: RUN ID, STATUS,
000120*                 DATE AND TIME, PARAMETER SOURCE, MODE, RESTART
000130*                 FLAG, RATE, YEARS AND BALANCE VERDICT, WITH THE
000140*                 CONTROL TOTALS UNDER EACH END IMAGE, FOR ALL
000150*                 RUNS, ONE RUN ID OR A DATE RANGE ON RUNINQ, AND
000160*                 CLOSES WITH THE LATEST COMPLETED IN-BALANCE RUN,
000170*                 THE ONLY ONE WHOSE TUITEXT FEED FEEDCHK_GORDON
000180*                 WILL PASS.
000190*----------------------------------------------------------------
000200*
000210 ENVIRONMENT DIVISION.
000220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT RUNCTL ASSIGN TO 'RUNCTL'
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS RUNCTL-STATUS.
000310     SELECT RUNINQ ASSIGN TO 'RUNINQ'
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330*-----------------------
000340 DATA DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 FILE SECTION.
000370*-----------------------
000380 FD  RUNCTL.
000390 COPY RUNCTLR.
000400*
000410 FD  RUNINQ.
000420 01  RIQ-RECORD                  PIC X(100).
000430*-----------------------
000440 WORKING-STORAGE SECTION.
000450*
000460* REGISTRY FILE STATUS
000470*
000480 01  RUNCTL-STATUS               PIC X(02).
000490     88  RUNCTL-NOT-FOUND                    VALUE '35'.
000500 01  RCT-EOF-SWITCH              PIC X       VALUE 'N'.
000510     88  END-OF-RUNCTL                       VALUE 'Y'.
000520*
000530* ENTRY VALIDATION SWITCH, SHARED BY THE ACCEPT-AND-EDIT PARAS
000540*
000550 01  ENTRY-VALID-SWITCH          PIC X       VALUE 'N'.
000560     88  ENTRY-IS-VALID                      VALUE 'Y'.
000570*
000580* SELECTION CONTROLS -- ALL RUNS, ONE RUN ID OR ONE DATE RANGE
000590*
000600 01  SELECT-ANSWER               PIC X.
000610 01  SELECT-MODE                 PIC X.
000620     88  SELECT-ALL                          VALUE 'A'.
000630     88  SELECT-BY-RUN                       VALUE 'R'.
000640     88  SELECT-BY-DATE                      VALUE 'D'.
000650 01  SEL-RUN-ID                  PIC 9(07).
000660 01  SEL-RUN-ID-EDIT REDEFINES SEL-RUN-ID
000670                                 PIC X(07).
000680 01  SEL-FROM-DATE               PIC 9(08).
000690 01  SEL-FROM-DATE-EDIT REDEFINES SEL-FROM-DATE
000700                                 PIC X(08).
000710 01  SEL-THRU-DATE               PIC 9(08).
000720 01  SEL-THRU-DATE-EDIT REDEFINES SEL-THRU-DATE
000730                                 PIC X(08).
000740*
000750* REGISTRY STATE, TAKEN OVER EVERY IMAGE WHATEVER THE SELECTION:
000760* THE HIGHEST RUN ID AND ITS LAST STATUS, AND THE HIGHEST RUN ID
000770* WHOSE END IMAGE IS COMPLETED AND IN BALANCE.
000780*
000790 01  HIGH-RUN-ID                 PIC 9(07)        VALUE ZERO.
000800 01  HIGH-RUN-STATUS             PIC X       VALUE SPACE.
000810 01  LATEST-GOOD-RUN-ID          PIC 9(07)        VALUE ZERO.
000820*
000830* COUNTS FOR THE REPORT SUMMARY
000840*
000850 01  RCT-READ-COUNT              PIC 9(07)        VALUE ZERO.
000860 01  RCT-LIST-COUNT              PIC 9(07)        VALUE ZERO.
000870*
000880* REPORT LINE LAYOUTS
000890*
000900 01  RIQ-HEADING-1.
000910     05  FILLER                  PIC X(38)
000920         VALUE 'RUN-CONTROL REGISTRY HISTORY'.
000930     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
000940     05  RIQ-HD-DATE             PIC 9(08).
000950 01  RIQ-SELECT-LINE.
000960     05  FILLER                  PIC X(11)
000970         VALUE 'SELECTION: '.
000980     05  RIQ-SEL-TEXT            PIC X(40).
000990 01  RIQ-COLUMN-HEADS.
001000     05  FILLER                  PIC X(09)   VALUE 'RUN ID'.
001010     05  FILLER                  PIC X(10)   VALUE 'STATUS'.
001020     05  FILLER                  PIC X(09)   VALUE 'DATE'.
001030     05  FILLER                  PIC X(08)   VALUE 'TIME'.
001040     05  FILLER                  PIC X(04)   VALUE 'SRC'.
001050     05  FILLER                  PIC X(04)   VALUE 'MOD'.
001060     05  FILLER                  PIC X(04)   VALUE 'RST'.
001070     05  FILLER                  PIC X(12)   VALUE 'FROM CODE'.
001080     05  FILLER                  PIC X(06)   VALUE 'RATE'.
001090     05  FILLER                  PIC X(05)   VALUE 'YRS'.
001100     05  FILLER                  PIC X(03)   VALUE 'BAL'.
001110 01  RIQ-DETAIL.
001120     05  RIQ-DTL-RUN-ID          PIC 9(07).
001130     05  FILLER                  PIC X(02)   VALUE SPACES.
001140     05  RIQ-DTL-STATUS          PIC X(08).
001150     05  FILLER                  PIC X(02)   VALUE SPACES.
001160     05  RIQ-DTL-DATE            PIC 9(08).
001170     05  FILLER                  PIC X(01)   VALUE SPACES.
001180     05  RIQ-DTL-TIME            PIC 9(06).
001190     05  FILLER                  PIC X(02)   VALUE SPACES.
001200     05  RIQ-DTL-SOURCE          PIC X(01).
001210     05  FILLER                  PIC X(03)   VALUE SPACES.
001220     05  RIQ-DTL-MODE            PIC X(01).
001230     05  FILLER                  PIC X(03)   VALUE SPACES.
001240     05  RIQ-DTL-RESTART         PIC X(01).
001250     05  FILLER                  PIC X(03)   VALUE SPACES.
001260     05  RIQ-DTL-FROM            PIC X(10).
001270     05  FILLER                  PIC X(02)   VALUE SPACES.
001280     05  RIQ-DTL-RATE            PIC 9.99.
001290     05  FILLER                  PIC X(02)   VALUE SPACES.
001300     05  RIQ-DTL-YEARS           PIC Z9.
001310     05  FILLER                  PIC X(03)   VALUE SPACES.
001320     05  RIQ-DTL-BALANCE         PIC X(01).
001330 01  RIQ-COUNTS.
001340     05  FILLER                  PIC X(11)   VALUE SPACES.
001350     05  FILLER                  PIC X(05)   VALUE 'READ '.
001360     05  RIQ-CNT-READ            PIC ZZZZ9.
001370     05  FILLER                  PIC X(05)   VALUE ' ACC '.
001380     05  RIQ-CNT-ACCEPT          PIC ZZZZ9.
001390     05  FILLER                  PIC X(05)   VALUE ' REJ '.
001400     05  RIQ-CNT-REJECT          PIC ZZZZ9.
001410     05  FILLER                  PIC X(06)   VALUE ' SKIP '.
001420     05  RIQ-CNT-SKIP            PIC ZZZZ9.
001430     05  FILLER                  PIC X(07)   VALUE '   RPT '.
001440     05  RIQ-CNT-RPT             PIC ZZZZZZ9.
001450     05  FILLER                  PIC X(05)   VALUE ' LOG '.
001460     05  RIQ-CNT-LOG             PIC ZZZZ9.
001470     05  FILLER                  PIC X(05)   VALUE ' TRM '.
001480     05  RIQ-CNT-TERM            PIC ZZZZZZ9.
001490     05  FILLER                  PIC X(05)   VALUE ' EXT '.
001500     05  RIQ-CNT-EXT             PIC ZZZZZZ9.
001510 01  RIQ-HASHES.
001520     05  FILLER                  PIC X(11)   VALUE SPACES.
001530     05  FILLER                  PIC X(16)
001540         VALUE 'HASH TUITION IN '.
001550     05  RIQ-HSH-IN              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001560     05  FILLER                  PIC X(12)
001570         VALUE '  FINAL OUT '.
001580     05  RIQ-HSH-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001590 01  RIQ-SUMMARY.
001600     05  FILLER                  PIC X(20)
001610         VALUE 'REGISTRY IMAGES READ'.
001620     05  RIQ-SUM-READ            PIC ZZZZZZ9.
001630     05  FILLER                  PIC X(09)   VALUE '  LISTED '.
001640     05  RIQ-SUM-LISTED          PIC ZZZZZZ9.
001650 01  RIQ-LATEST-LINE.
001660     05  FILLER                  PIC X(36)
001670         VALUE 'LATEST COMPLETED IN-BALANCE RUN ID '.
001680     05  RIQ-LATEST-RUN-ID       PIC 9(07).
001690 01  RIQ-NO-GOOD-LINE.
001700     05  FILLER                  PIC X(45)
001710         VALUE 'NO COMPLETED IN-BALANCE RUN ON THE REGISTRY'.
001720 01  RIQ-OPEN-RUN-LINE.
001730     05  FILLER                  PIC X(04)   VALUE 'RUN '.
001740     05  RIQ-OPEN-RUN-ID         PIC 9(07).
001750     05  FILLER                  PIC X(50)
001760         VALUE ' STARTED BUT HAS NOT ENDED -- RUNNING OR CUT OFF'.
001770*
001780* DATE OF THE CURRENT RUN, FOR THE REPORT HEADING.
001790*
001800 01  RUN-DATE                    PIC 9(08).
001810*-----------------------
001820 PROCEDURE DIVISION.
001830*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001840 MAIN-PROCEDURE.
001850     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001860     MOVE 'N' TO ENTRY-VALID-SWITCH.
001870     PERFORM 2000-ACCEPT-SELECTION THRU 2000-EXIT
001880         UNTIL ENTRY-IS-VALID.
001890     OPEN INPUT RUNCTL.
001900     IF RUNCTL-NOT-FOUND
001910         DISPLAY 'NO RUNCTL REGISTRY -- NO RUNS TO LIST.'
001920         STOP RUN
001930     END-IF.
001940     OPEN OUTPUT RUNINQ.
001950     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
001960     PERFORM 3100-READ-RUNCTL THRU 3100-EXIT.
001970     PERFORM 3200-PROCESS-IMAGE THRU 3200-EXIT
001980         UNTIL END-OF-RUNCTL.
001990     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
002000     CLOSE RUNCTL.
002010     CLOSE RUNINQ.
002020     STOP RUN.
002030*
002040* ASKS WHETHER THE LISTING IS FOR ALL RUNS, ONE RUN ID OR A DATE
002050* RANGE, AND EDITS THE KEYED SELECTION.
002060*
002070 2000-ACCEPT-SELECTION.
002080     DISPLAY 'LIST (A)LL RUNS, ONE (R)UN ID OR A (D)ATE RANGE?: '.
002090     ACCEPT SELECT-ANSWER.
002100     MOVE 'N' TO ENTRY-VALID-SWITCH.
002110     IF SELECT-ANSWER = 'A' OR SELECT-ANSWER = 'a'
002120         MOVE 'A' TO SELECT-MODE
002130         MOVE 'Y' TO ENTRY-VALID-SWITCH
002140     ELSE
002150     IF SELECT-ANSWER = 'R' OR SELECT-ANSWER = 'r'
002160         MOVE 'R' TO SELECT-MODE
002170         MOVE 'N' TO ENTRY-VALID-SWITCH
002180         PERFORM 2100-ACCEPT-RUN-ID THRU 2100-EXIT
002190             UNTIL ENTRY-IS-VALID
002200     ELSE
002210     IF SELECT-ANSWER = 'D' OR SELECT-ANSWER = 'd'
002220         MOVE 'D' TO SELECT-MODE
002230         MOVE 'N' TO ENTRY-VALID-SWITCH
002240         PERFORM 2200-ACCEPT-FROM-DATE THRU 2200-EXIT
002250             UNTIL ENTRY-IS-VALID
002260         MOVE 'N' TO ENTRY-VALID-SWITCH
002270         PERFORM 2300-ACCEPT-THRU-DATE THRU 2300-EXIT
002280             UNTIL ENTRY-IS-VALID
002290     ELSE
002300         DISPLAY 'ENTER A, R OR D -- RE-ENTER.'
002310     END-IF
002320     END-IF
002330     END-IF.
002340 2000-EXIT.
002350     EXIT.
002360*
002370* PROMPTS FOR AND EDITS THE RUN ID. RE-PROMPTS UNTIL IT IS A
002380* SEVEN-DIGIT NUMBER.
002390*
002400 2100-ACCEPT-RUN-ID.
002410     DISPLAY 'ENTER RUN ID (7 DIGITS): '.
002420     ACCEPT SEL-RUN-ID-EDIT.
002430     MOVE 'N' TO ENTRY-VALID-SWITCH.
002440     IF SEL-RUN-ID-EDIT IS NUMERIC
002450         MOVE 'Y' TO ENTRY-VALID-SWITCH
002460     ELSE
002470         DISPLAY 'RUN ID MUST BE 7 DIGITS -- RE-ENTER.'
002480     END-IF.
002490 2100-EXIT.
002500     EXIT.
002510*
002520* PROMPTS FOR AND EDITS THE RANGE FROM-DATE.
002530*
002540 2200-ACCEPT-FROM-DATE.
002550     DISPLAY 'ENTER FROM DATE (YYYYMMDD): '.
002560     ACCEPT SEL-FROM-DATE-EDIT.
002570     MOVE 'N' TO ENTRY-VALID-SWITCH.
002580     IF SEL-FROM-DATE-EDIT IS NUMERIC
002590         MOVE 'Y' TO ENTRY-VALID-SWITCH
002600     ELSE
002610         DISPLAY 'FROM DATE MUST BE NUMERIC -- RE-ENTER.'
002620     END-IF.
002630 2200-EXIT.
002640     EXIT.
002650*
002660* PROMPTS FOR AND EDITS THE RANGE THRU-DATE. RE-PROMPTS UNTIL IT
002670* IS NUMERIC AND NOT BEFORE THE FROM-DATE.
002680*
002690 2300-ACCEPT-THRU-DATE.
002700     DISPLAY 'ENTER THRU DATE (YYYYMMDD): '.
002710     ACCEPT SEL-THRU-DATE-EDIT.
002720     MOVE 'N' TO ENTRY-VALID-SWITCH.
002730     IF SEL-THRU-DATE-EDIT IS NUMERIC
002740         IF SEL-THRU-DATE NOT < SEL-FROM-DATE
002750             MOVE 'Y' TO ENTRY-VALID-SWITCH
002760         ELSE
002770             DISPLAY 'THRU DATE MUST NOT BE BEFORE THE FROM DATE.'
002780         END-IF
002790     ELSE
002800         DISPLAY 'THRU DATE MUST BE NUMERIC -- RE-ENTER.'
002810     END-IF.
002820 2300-EXIT.
002830     EXIT.
002840 3100-READ-RUNCTL.
002850     READ RUNCTL
002860         AT END MOVE 'Y' TO RCT-EOF-SWITCH
002870     END-READ.
002880 3100-EXIT.
002890     EXIT.
002900*
002910* NOTES ONE REGISTRY IMAGE FOR THE SUMMARY AND LISTS IT WHEN IT
002920* FALLS INSIDE THE SELECTION. AN END IMAGE (COMPLETED OR FAILED)
002930* IS FOLLOWED BY ITS CONTROL TOTALS AND HASHES.
002940*
002950 3200-PROCESS-IMAGE.
002960     ADD 1 TO RCT-READ-COUNT.
002970     IF RC-RUN-ID-EDIT IS NOT NUMERIC
002980         GO TO 3200-NEXT
002990     END-IF.
003000     IF RC-RUN-ID NOT < HIGH-RUN-ID
003010         MOVE RC-RUN-ID TO HIGH-RUN-ID
003020         MOVE RC-STATUS TO HIGH-RUN-STATUS
003030     END-IF.
003040     IF RC-COMPLETED AND RC-IN-BALANCE
003050         AND RC-RUN-ID > LATEST-GOOD-RUN-ID
003060         MOVE RC-RUN-ID TO LATEST-GOOD-RUN-ID
003070     END-IF.
003080     IF SELECT-BY-RUN
003090         IF RC-RUN-ID NOT = SEL-RUN-ID
003100             GO TO 3200-NEXT
003110         END-IF
003120     END-IF.
003130     IF SELECT-BY-DATE
003140         IF RC-DATE IS NOT NUMERIC
003150             OR RC-DATE < SEL-FROM-DATE
003160             OR RC-DATE > SEL-THRU-DATE
003170             GO TO 3200-NEXT
003180         END-IF
003190     END-IF.
003200     ADD 1 TO RCT-LIST-COUNT.
003210     MOVE RC-RUN-ID TO RIQ-DTL-RUN-ID.
003220     IF RC-STARTED
003230         MOVE 'STARTED' TO RIQ-DTL-STATUS
003240     ELSE
003250     IF RC-COMPLETED
003260         MOVE 'COMPLETE' TO RIQ-DTL-STATUS
003270     ELSE
003280     IF RC-FAILED
003290         MOVE 'FAILED' TO RIQ-DTL-STATUS
003300     ELSE
003310         MOVE RC-STATUS TO RIQ-DTL-STATUS
003320     END-IF
003330     END-IF
003340     END-IF.
003350     MOVE RC-DATE TO RIQ-DTL-DATE.
003360     MOVE RC-TIME TO RIQ-DTL-TIME.
003370     MOVE RC-PARM-SOURCE TO RIQ-DTL-SOURCE.
003380     MOVE RC-MODE TO RIQ-DTL-MODE.
003390     MOVE RC-RESTART-FLAG TO RIQ-DTL-RESTART.
003400     MOVE RC-RESTART-FROM TO RIQ-DTL-FROM.
003410     MOVE RC-RATE TO RIQ-DTL-RATE.
003420     MOVE RC-YEARS TO RIQ-DTL-YEARS.
003430     MOVE RC-BALANCE-FLAG TO RIQ-DTL-BALANCE.
003440     WRITE RIQ-RECORD FROM RIQ-DETAIL.
003450     IF RC-STARTED
003460         GO TO 3200-NEXT
003470     END-IF.
003480     MOVE RC-READ-COUNT TO RIQ-CNT-READ.
003490     MOVE RC-ACCEPT-COUNT TO RIQ-CNT-ACCEPT.
003500     MOVE RC-REJECT-COUNT TO RIQ-CNT-REJECT.
003510     MOVE RC-SKIP-COUNT TO RIQ-CNT-SKIP.
003520     MOVE RC-RPT-LINE-COUNT TO RIQ-CNT-RPT.
003530     MOVE RC-LOG-LINE-COUNT TO RIQ-CNT-LOG.
003540     MOVE RC-TERM-LINE-COUNT TO RIQ-CNT-TERM.
003550     MOVE RC-EXT-DETAIL-COUNT TO RIQ-CNT-EXT.
003560     WRITE RIQ-RECORD FROM RIQ-COUNTS.
003570     MOVE RC-HASH-TUIT-IN TO RIQ-HSH-IN.
003580     MOVE RC-HASH-FINAL-OUT TO RIQ-HSH-OUT.
003590     WRITE RIQ-RECORD FROM RIQ-HASHES.
003600 3200-NEXT.
003610     PERFORM 3100-READ-RUNCTL THRU 3100-EXIT.
003620 3200-EXIT.
003630     EXIT.
003640*
003650* WRITES THE REPORT HEADINGS, INCLUDING THE SELECTION SO THE
003660* LISTING SAYS WHAT IT COVERS.
003670*
003680 8000-WRITE-HEADINGS.
003690     MOVE RUN-DATE TO RIQ-HD-DATE.
003700     WRITE RIQ-RECORD FROM RIQ-HEADING-1.
003710     MOVE SPACES TO RIQ-SEL-TEXT.
003720     IF SELECT-ALL
003730         MOVE 'ALL RUNS' TO RIQ-SEL-TEXT
003740     END-IF.
003750     IF SELECT-BY-RUN
003760         STRING 'RUN ID ' DELIMITED BY SIZE
003770                SEL-RUN-ID-EDIT DELIMITED BY SIZE
003780            INTO RIQ-SEL-TEXT
003790     END-IF.
003800     IF SELECT-BY-DATE
003810         STRING SEL-FROM-DATE-EDIT DELIMITED BY SIZE
003820                ' THRU ' DELIMITED BY SIZE
003830                SEL-THRU-DATE-EDIT DELIMITED BY SIZE
003840            INTO RIQ-SEL-TEXT
003850     END-IF.
003860     WRITE RIQ-RECORD FROM RIQ-SELECT-LINE.
003870     MOVE SPACES TO RIQ-RECORD.
003880     WRITE RIQ-RECORD.
003890     WRITE RIQ-RECORD FROM RIQ-COLUMN-HEADS.
003900 8000-EXIT.
003910     EXIT.
003920*
003930* WRITES THE END-OF-REPORT COUNTS AND THE REGISTRY STATE: THE
003940* LATEST COMPLETED IN-BALANCE RUN, AND A WARNING WHEN THE NEWEST
003950* RUN HAS A START IMAGE BUT NO END IMAGE.
003960*
003970 8100-WRITE-SUMMARY.
003980     MOVE SPACES TO RIQ-RECORD.
003990     WRITE RIQ-RECORD.
004000     MOVE RCT-READ-COUNT TO RIQ-SUM-READ.
004010     MOVE RCT-LIST-COUNT TO RIQ-SUM-LISTED.
004020     WRITE RIQ-RECORD FROM RIQ-SUMMARY.
004030     IF LATEST-GOOD-RUN-ID = ZERO
004040         WRITE RIQ-RECORD FROM RIQ-NO-GOOD-LINE
004050     ELSE
004060         MOVE LATEST-GOOD-RUN-ID TO RIQ-LATEST-RUN-ID
004070         WRITE RIQ-RECORD FROM RIQ-LATEST-LINE
004080     END-IF.
004090     IF HIGH-RUN-STATUS = 'S'
004100         MOVE HIGH-RUN-ID TO RIQ-OPEN-RUN-ID
004110         WRITE RIQ-RECORD FROM RIQ-OPEN-RUN-LINE
004120     END-IF.
004130     DISPLAY RCT-LIST-COUNT ' REGISTRY IMAGES LISTED TO RUNINQ.'.
004140 8100-EXIT.
004150     EXIT.
004160
004170 END PROGRAM runinq_Gordon.
