000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. mstpit_Gordon.
000030 AUTHOR. R GORDON.
000040 INSTALLATION. BURSAR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* 10/15/2026 RG   ORIGINAL PROGRAM - POINT-IN-TIME REBUILD AND
000100*                 AUDIT RECONCILIATION OF THE PROGMST MASTER. THE
000110*                 PROGAUD AFTER-IMAGES ARE SORTED BY PROGRAM CODE
000120*                 IN THE ORDER THEY WERE WRITTEN, SO THE LAST ONE
000130*                 FOR EACH CODE IS THAT PROGRAM'S STATE. A REBUILD
000140*                 TAKES ONLY THE IMAGES DATED ON OR BEFORE A KEYED
000150*                 DATE AND LISTS THE MASTER AS IT STOOD THAT DAY
000160*                 ON PITRPT, AND ON REQUEST ALSO WRITES IT TO
000170*                 PROGPIT IN THE PROGMST LAYOUT AND KEY SO IT CAN
000180*                 BE PUT BACK IN PLACE OF THE LIVE MASTER. A
000190*                 RECONCILIATION MATCHES THE LIVE MASTER IN KEY
000200*                 ORDER AGAINST THE LATEST AFTER-IMAGE FOR EACH
000210*                 CODE AND FLAGS EVERY RECORD THAT DIFFERS FROM
000220*                 ITS LAST AUDITED IMAGE (CHANGED OUTSIDE OF
000230*                 PROGMAINT AND THE ROLLOVER), EVERY RECORD WITH
000240*                 NO AUDIT HISTORY AT ALL, AND EVERY AUDITED CODE
000250*                 NO LONGER ON THE MASTER. ANY FLAG ENDS THE RUN
000260*                 WITH RETURN CODE 4.
000262* 10/15/2026 RG   A REBUILD ALSO RECOVERS A PROGRAM WHOSE FIRST
000264*                 AUDITED CHANGE CAME AFTER THE AS-OF DATE, FROM
000266*                 THE BEFORE-IMAGE OF THAT CHANGE. A PROGRAM FIRST
000268*                 ADDED AFTER THE AS-OF DATE IS LEFT OFF.
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
000390         RECORD KEY IS MST-PROG-CODE
000400         FILE STATUS IS PROGMST-STATUS.
000410     SELECT PROGAUD ASSIGN TO 'PROGAUD'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS PROGAUD-STATUS.
000440     SELECT SORTAUD-FILE ASSIGN TO 'SORTWK1'.
000450     SELECT SRTAUD ASSIGN TO 'SRTAUD'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SRTAUD-STATUS.
000480     SELECT PROGPIT ASSIGN TO 'PROGPIT'
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS PIT-PROG-CODE
000520         FILE STATUS IS PROGPIT-STATUS.
000530     SELECT PITRPT ASSIGN TO 'PITRPT'
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*-----------------------
000560 DATA DIVISION.
000570*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000580 FILE SECTION.
000590*-----------------------
000600*
000610* THE MASTER AND THE REBUILT MASTER ARE READ AND WRITTEN THROUGH
000620* THE PROGMST LAYOUT COPIED INTO WORKING-STORAGE BELOW, WHICH ALSO
000630* DECODES THE AUDIT IMAGES WHEN NEITHER FILE IS OPEN.
000640*
000650 FD  PROGMST.
000660 01  MST-FILE-RECORD.
000670     05  MST-PROG-CODE           PIC X(10).
000680     05  FILLER                  PIC X(78).
000690*
000700 FD  PROGAUD.
000710 01  PAU-FILE-RECORD             PIC X(121).
000720*
000730* SORT WORK FILE -- ONE RELEASED RECORD PER AFTER-IMAGE, KEYED BY
000740* PROGRAM CODE AND AUDIT-FILE SEQUENCE SO EACH CODE ENDS WITH ITS
000750* LATEST IMAGE. A REBUILD ALSO RELEASES THE BEFORE-IMAGES DATED
000753* AFTER THE AS-OF DATE; THE IMAGE TYPE SORTS THEM AFTER THE CODE'S
000756* AFTER-IMAGES, EARLIEST FIRST.
000760*
000770 SD  SORTAUD-FILE.
000780 01  SAU-RECORD.
000790     05  SAU-PROG-CODE           PIC X(10).
000795     05  SAU-IMAGE-TYPE          PIC X(01).
000800     05  SAU-SEQ                 PIC 9(07).
000810     05  SAU-AUD-DATA            PIC X(121).
000820*
000830 FD  SRTAUD.
000840 01  SRU-RECORD                  PIC X(139).
000850*
000860 FD  PROGPIT.
000870 01  PIT-FILE-RECORD.
000880     05  PIT-PROG-CODE           PIC X(10).
000890     05  FILLER                  PIC X(78).
000900*
000910 FD  PITRPT.
000920 01  PRP-RECORD                  PIC X(100).
000930*-----------------------
000940 WORKING-STORAGE SECTION.
000950*
000960* FILE STATUS FIELDS
000970*
000980 01  PROGMST-STATUS              PIC X(02).
000990     88  PROGMST-OK                          VALUE '00'.
001000     88  PROGMST-NOT-FOUND                   VALUE '35'.
001010 01  PROGAUD-STATUS              PIC X(02).
001020     88  PROGAUD-NOT-FOUND                   VALUE '35'.
001030 01  SRTAUD-STATUS               PIC X(02).
001040 01  PROGPIT-STATUS              PIC X(02).
001050     88  PROGPIT-OK                          VALUE '00'.
001060*
001070* END-OF-FILE SWITCHES
001080*
001090 01  AUD-EOF-SWITCH              PIC X       VALUE 'N'.
001100     88  END-OF-AUDIT                        VALUE 'Y'.
001110 01  MST-EOF-SWITCH              PIC X       VALUE 'N'.
001120     88  END-OF-PROGMST                      VALUE 'Y'.
001130*
001140* ENTRY VALIDATION SWITCH, SHARED BY THE ACCEPT-AND-EDIT PARAS
001150*
001160 01  ENTRY-VALID-SWITCH          PIC X       VALUE 'N'.
001170     88  ENTRY-IS-VALID                      VALUE 'Y'.
001180*
001190* RUN CONTROLS -- A REBUILD AS OF A KEYED DATE, WITH OR WITHOUT A
001200* RESTORABLE MASTER, OR A RECONCILIATION OF THE LIVE MASTER.
001210*
001220 01  FUNCTION-ANSWER             PIC X.
001230 01  FUNCTION-MODE               PIC X.
001240     88  REBUILD-RUN                         VALUE 'R'.
001250     88  RECONCILE-RUN                       VALUE 'C'.
001260 01  AS-OF-DATE                  PIC 9(08)        VALUE ZERO.
001270 01  AS-OF-DATE-EDIT REDEFINES AS-OF-DATE
001280                                 PIC X(08).
001290 01  PIT-ANSWER                  PIC X.
001300 01  PIT-MASTER-SWITCH           PIC X       VALUE 'N'.
001310     88  WRITE-PIT-MASTER                    VALUE 'Y'.
001320*
001330* AUDIT LINE DECODE, AND THE MASTER IMAGE CARRIED ON IT OR READ
001340* FROM THE LIVE MASTER.
001350*
001360 COPY PROGAUDR.
001370 COPY PROGMST.
001380*
001390* HOLD AREA FOR THE NEXT SORTED AFTER-IMAGE, AND THE LATEST IMAGE
001400* FOR THE CODE IN HAND. HIGH-VALUES MARKS THE SORTED FILE DRAINED.
001410*
001420 01  HOLD-AUD.
001430     05  HLA-PROG-CODE           PIC X(10).
001433     05  HLA-IMAGE-TYPE          PIC X(01).
001436         88  HLA-AFTER-IMAGE                 VALUE 'A'.
001440     05  HLA-SEQ                 PIC 9(07).
001450     05  HLA-AUD-DATA            PIC X(121).
001460 01  LATEST-AUD.
001470     05  LST-PROG-CODE           PIC X(10).
001473     05  LST-IMAGE-TYPE          PIC X(01).
001476         88  LST-BEFORE-IMAGE                VALUE 'B'.
001480     05  LST-SEQ                 PIC 9(07).
001490     05  LST-AUD-DATA            PIC X(121).
001500*
001510* LIVE MASTER KEY IN HAND FOR THE MATCH (HIGH-VALUES AT END), AND
001520* THE MASTER RECORD KEPT ASIDE WHILE AN AUDIT IMAGE IS LISTED.
001530*
001540 01  MST-HOLD-CODE               PIC X(10).
001550 01  SAVE-PM-RECORD              PIC X(88).
001560*
001570* COUNTS FOR THE REPORT SUMMARY
001580*
001590 01  AUD-READ-COUNT              PIC 9(07)        VALUE ZERO.
001600 01  AUD-AFTER-COUNT             PIC 9(07)        VALUE ZERO.
001610 01  AUD-LATER-COUNT             PIC 9(07)        VALUE ZERO.
001615 01  AUD-BEFORE-COUNT            PIC 9(07)        VALUE ZERO.
001620 01  AUD-BAD-COUNT               PIC 9(07)        VALUE ZERO.
001630 01  SUPERSEDED-COUNT            PIC 9(07)        VALUE ZERO.
001640 01  REBUILT-COUNT               PIC 9(07)        VALUE ZERO.
001643 01  FROM-BEFORE-COUNT           PIC 9(07)        VALUE ZERO.
001646 01  ADDED-LATER-COUNT           PIC 9(07)        VALUE ZERO.
001650 01  PIT-WRITE-COUNT             PIC 9(07)        VALUE ZERO.
001660 01  MST-READ-COUNT              PIC 9(07)        VALUE ZERO.
001670 01  MATCHED-COUNT               PIC 9(07)        VALUE ZERO.
001680 01  OUTSIDE-COUNT               PIC 9(07)        VALUE ZERO.
001690 01  NO-HISTORY-COUNT            PIC 9(07)        VALUE ZERO.
001700 01  NOT-ON-MASTER-COUNT         PIC 9(07)        VALUE ZERO.
001710*
001720* REPORT LINE LAYOUTS
001730*
001740 01  PRP-HEADING-1.
001750     05  PRP-HD-TITLE            PIC X(42).
001760     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
001770     05  PRP-HD-DATE             PIC 9(08).
001780 01  PRP-HEADING-2.
001790     05  FILLER                  PIC X(06)   VALUE 'AS OF '.
001800     05  PRP-HD-AS-OF            PIC 9(08).
001810     05  FILLER                  PIC X(40)
001820         VALUE ' -- AFTER-IMAGES DATED ON OR BEFORE'.
001830 01  PRP-PIT-LINE.
001840     05  FILLER                  PIC X(44)
001850         VALUE 'RESTORABLE MASTER WRITTEN TO PROGPIT'.
001860 01  PRP-REBUILD-HEADS.
001870     05  FILLER                  PIC X(12)   VALUE 'PROGRAM'.
001880     05  FILLER                  PIC X(32)   VALUE 'DESCRIPTION'.
001890     05  FILLER                  PIC X(03)   VALUE 'LEN'.
001900     05  FILLER                  PIC X(10)   VALUE '   TUITION'.
001910     05  FILLER                  PIC X(10)   VALUE '      FEES'.
001920     05  FILLER                  PIC X(10)   VALUE '   ROOM/BD'.
001930     05  FILLER                  PIC X(07)   VALUE '   HDCT'.
001940     05  FILLER                  PIC X(04)   VALUE ' ACT'.
001950     05  FILLER                  PIC X(12)   VALUE '  LAST CHG'.
001960 01  PRP-REBUILD-DETAIL.
001970     05  PRP-RBD-CODE            PIC X(10).
001980     05  FILLER                  PIC X(02)   VALUE SPACES.
001990     05  PRP-RBD-DESC            PIC X(30).
002000     05  FILLER                  PIC X(02)   VALUE SPACES.
002010     05  PRP-RBD-LENGTH          PIC X(01).
002020     05  FILLER                  PIC X(02)   VALUE SPACES.
002030     05  PRP-RBD-TUITION         PIC ZZZZ9.99.
002040     05  FILLER                  PIC X(02)   VALUE SPACES.
002050     05  PRP-RBD-FEES            PIC ZZZZ9.99.
002060     05  FILLER                  PIC X(02)   VALUE SPACES.
002070     05  PRP-RBD-ROOMBD          PIC ZZZZ9.99.
002080     05  FILLER                  PIC X(02)   VALUE SPACES.
002090     05  PRP-RBD-HDCT            PIC X(05).
002100     05  FILLER                  PIC X(03)   VALUE SPACES.
002110     05  PRP-RBD-FLAG            PIC X(01).
002120     05  FILLER                  PIC X(02)   VALUE SPACES.
002130     05  PRP-RBD-DATE-AREA       PIC X(08).
002133     05  PRP-RBD-DATE REDEFINES PRP-RBD-DATE-AREA
002136                                 PIC 9(08).
002140     05  FILLER                  PIC X(01)   VALUE SPACES.
002150     05  PRP-RBD-OPER            PIC X(03).
002160 01  PRP-RECON-HEADS.
002170     05  FILLER                  PIC X(16)   VALUE 'PROGRAM'.
002180     05  FILLER                  PIC X(13)   VALUE 'SOURCE'.
002190     05  FILLER                  PIC X(03)   VALUE 'LEN'.
002200     05  FILLER                  PIC X(10)   VALUE '   TUITION'.
002210     05  FILLER                  PIC X(10)   VALUE '      FEES'.
002220     05  FILLER                  PIC X(10)   VALUE '   ROOM/BD'.
002230     05  FILLER                  PIC X(07)   VALUE '   HDCT'.
002240     05  FILLER                  PIC X(04)   VALUE ' ACT'.
002250     05  FILLER                  PIC X(12)   VALUE '  AUDITED'.
002260 01  PRP-RECON-FLAG.
002270     05  PRP-RCF-CODE            PIC X(10).
002280     05  FILLER                  PIC X(02)   VALUE SPACES.
002290     05  PRP-RCF-CONDITION       PIC X(40).
002300 01  PRP-RECON-DETAIL.
002310     05  FILLER                  PIC X(16)   VALUE SPACES.
002320     05  PRP-RCD-SOURCE          PIC X(11).
002330     05  FILLER                  PIC X(02)   VALUE SPACES.
002340     05  PRP-RCD-LENGTH          PIC X(01).
002350     05  FILLER                  PIC X(02)   VALUE SPACES.
002360     05  PRP-RCD-TUITION         PIC ZZZZ9.99.
002370     05  FILLER                  PIC X(02)   VALUE SPACES.
002380     05  PRP-RCD-FEES            PIC ZZZZ9.99.
002390     05  FILLER                  PIC X(02)   VALUE SPACES.
002400     05  PRP-RCD-ROOMBD          PIC ZZZZ9.99.
002410     05  FILLER                  PIC X(02)   VALUE SPACES.
002420     05  PRP-RCD-HDCT            PIC X(05).
002430     05  FILLER                  PIC X(03)   VALUE SPACES.
002440     05  PRP-RCD-FLAG            PIC X(01).
002450     05  FILLER                  PIC X(02)   VALUE SPACES.
002460     05  PRP-RCD-DATE            PIC X(08).
002470     05  FILLER                  PIC X(01)   VALUE SPACES.
002480     05  PRP-RCD-OPER            PIC X(03).
002490 01  PRP-COUNT-LINE.
002500     05  PRP-CNT-LABEL           PIC X(36).
002510     05  PRP-CNT-VALUE           PIC ZZZZZZ9.
002520*
002530* DATE OF THE CURRENT RUN, FOR THE REPORT HEADINGS.
002540*
002550 01  RUN-DATE                    PIC 9(08).
002560*-----------------------
002570 PROCEDURE DIVISION.
002580*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002590 MAIN-PROCEDURE.
002600     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002610     MOVE 'N' TO ENTRY-VALID-SWITCH.
002620     PERFORM 2000-ACCEPT-FUNCTION THRU 2000-EXIT
002630         UNTIL ENTRY-IS-VALID.
002640     IF REBUILD-RUN
002650         MOVE 'N' TO ENTRY-VALID-SWITCH
002660         PERFORM 2100-ACCEPT-AS-OF-DATE THRU 2100-EXIT
002670             UNTIL ENTRY-IS-VALID
002680         MOVE 'N' TO ENTRY-VALID-SWITCH
002690         PERFORM 2200-ACCEPT-PIT-MASTER THRU 2200-EXIT
002700             UNTIL ENTRY-IS-VALID
002710     END-IF.
002720     OPEN INPUT PROGAUD.
002730     IF PROGAUD-NOT-FOUND
002740         DISPLAY 'NO PROGAUD AUDIT FILE -- NOTHING TO REPLAY.'
002750         MOVE 8 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     CLOSE PROGAUD.
002790     IF RECONCILE-RUN
002800         OPEN INPUT PROGMST
002810         IF NOT PROGMST-OK
002820             DISPLAY 'UNABLE TO OPEN PROGRAM MASTER -- STATUS '
002830                     PROGMST-STATUS ' -- RUN ENDED.'
002840             MOVE 8 TO RETURN-CODE
002850             STOP RUN
002860         END-IF
002870     END-IF.
002880     SORT SORTAUD-FILE
002890         ON ASCENDING KEY SAU-PROG-CODE SAU-IMAGE-TYPE SAU-SEQ
002900         INPUT PROCEDURE IS 3000-RELEASE-IMAGES THRU 3000-EXIT
002910         GIVING SRTAUD.
002920     OPEN INPUT SRTAUD.
002930     OPEN OUTPUT PITRPT.
002940     IF WRITE-PIT-MASTER
002950         OPEN OUTPUT PROGPIT
002960         IF NOT PROGPIT-OK
002970             DISPLAY 'UNABLE TO OPEN PROGPIT -- STATUS '
002980                     PROGPIT-STATUS ' -- REPORT ONLY.'
002990             MOVE 8 TO RETURN-CODE
003000             MOVE 'N' TO PIT-MASTER-SWITCH
003010         END-IF
003020     END-IF.
003030     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
003040     PERFORM 3500-READ-SORTED-AUDIT THRU 3500-EXIT.
003050     PERFORM 3600-NEXT-LATEST-IMAGE THRU 3600-EXIT.
003060     IF REBUILD-RUN
003070         PERFORM 4000-REBUILD-ONE-PROGRAM THRU 4000-EXIT
003080             UNTIL LST-PROG-CODE = HIGH-VALUES
003090         IF REBUILT-COUNT = ZERO
003100             MOVE '  NONE' TO PRP-RECORD
003110             WRITE PRP-RECORD
003120         END-IF
003130     ELSE
003140         MOVE LOW-VALUES TO MST-PROG-CODE
003150         START PROGMST KEY IS NOT LESS THAN MST-PROG-CODE
003160             INVALID KEY MOVE 'Y' TO MST-EOF-SWITCH
003170         END-START
003180         MOVE HIGH-VALUES TO MST-HOLD-CODE
003190         IF NOT END-OF-PROGMST
003200             PERFORM 5100-READ-MASTER THRU 5100-EXIT
003210         END-IF
003220         PERFORM 5000-RECONCILE-ONE-CODE THRU 5000-EXIT
003230             UNTIL MST-HOLD-CODE = HIGH-VALUES
003240               AND LST-PROG-CODE = HIGH-VALUES
003250         IF OUTSIDE-COUNT = ZERO AND NO-HISTORY-COUNT = ZERO
003260             AND NOT-ON-MASTER-COUNT = ZERO
003270             MOVE '  NONE -- MASTER AGREES WITH ITS AUDIT HISTORY'
003280                 TO PRP-RECORD
003290             WRITE PRP-RECORD
003300         END-IF
003310         CLOSE PROGMST
003320     END-IF.
003330     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
003340     CLOSE SRTAUD.
003350     CLOSE PITRPT.
003360     IF WRITE-PIT-MASTER
003370         CLOSE PROGPIT
003380     END-IF.
003390     IF OUTSIDE-COUNT > ZERO OR NO-HISTORY-COUNT > ZERO
003400         OR NOT-ON-MASTER-COUNT > ZERO
003410         DISPLAY '*** MASTER DOES NOT AGREE WITH ITS AUDIT '
003420                 'HISTORY -- SEE PITRPT. ***'
003430         IF RETURN-CODE < 4
003440             MOVE 4 TO RETURN-CODE
003450         END-IF
003460     END-IF.
003470     STOP RUN.
003480*
003490* ASKS WHETHER THIS IS A REBUILD AS OF A DATE OR A RECONCILIATION
003500* OF THE LIVE MASTER.
003510*
003520 2000-ACCEPT-FUNCTION.
003530     DISPLAY '(R)EBUILD MASTER AS OF A DATE OR (C)OMPARE MASTER '
003540             'WITH AUDIT?: '.
003550     ACCEPT FUNCTION-ANSWER.
003560     MOVE 'N' TO ENTRY-VALID-SWITCH.
003570     IF FUNCTION-ANSWER = 'R' OR FUNCTION-ANSWER = 'r'
003580         MOVE 'R' TO FUNCTION-MODE
003590         MOVE 'Y' TO ENTRY-VALID-SWITCH
003600     ELSE
003610     IF FUNCTION-ANSWER = 'C' OR FUNCTION-ANSWER = 'c'
003620         MOVE 'C' TO FUNCTION-MODE
003630         MOVE 'Y' TO ENTRY-VALID-SWITCH
003640     ELSE
003650         DISPLAY 'ENTER R OR C -- RE-ENTER.'
003660     END-IF
003670     END-IF.
003680 2000-EXIT.
003690     EXIT.
003700*
003710* PROMPTS FOR AND EDITS THE AS-OF DATE. A DATE AFTER TODAY IS
003720* REFUSED -- THE LIVE MASTER ALREADY ANSWERS THAT.
003730*
003740 2100-ACCEPT-AS-OF-DATE.
003750     DISPLAY 'ENTER AS-OF DATE (YYYYMMDD): '.
003760     ACCEPT AS-OF-DATE-EDIT.
003770     MOVE 'N' TO ENTRY-VALID-SWITCH.
003780     IF AS-OF-DATE-EDIT IS NUMERIC
003790         IF AS-OF-DATE NOT > RUN-DATE
003800             MOVE 'Y' TO ENTRY-VALID-SWITCH
003810         ELSE
003820             DISPLAY 'AS-OF DATE MUST NOT BE AFTER TODAY.'
003830         END-IF
003840     ELSE
003850         DISPLAY 'AS-OF DATE MUST BE NUMERIC -- RE-ENTER.'
003860     END-IF.
003870 2100-EXIT.
003880     EXIT.
003890*
003900* ASKS WHETHER THE REBUILT MASTER IS ALSO WANTED AS A FILE.
003910*
003920 2200-ACCEPT-PIT-MASTER.
003930     DISPLAY 'ALSO WRITE A RESTORABLE MASTER TO PROGPIT? (Y/N): '.
003940     ACCEPT PIT-ANSWER.
003950     MOVE 'N' TO ENTRY-VALID-SWITCH.
003960     IF PIT-ANSWER = 'Y' OR PIT-ANSWER = 'y'
003970         MOVE 'Y' TO PIT-MASTER-SWITCH
003980         MOVE 'Y' TO ENTRY-VALID-SWITCH
003990     ELSE
004000     IF PIT-ANSWER = 'N' OR PIT-ANSWER = 'n'
004010         MOVE 'N' TO PIT-MASTER-SWITCH
004020         MOVE 'Y' TO ENTRY-VALID-SWITCH
004030     ELSE
004040         DISPLAY 'ENTER Y OR N -- RE-ENTER.'
004050     END-IF
004060     END-IF.
004070 2200-EXIT.
004080     EXIT.
004090*
004100* RELEASES EVERY USABLE AFTER-IMAGE TO THE SORT, NUMBERED IN
004110* AUDIT-FILE ORDER SO THE LATEST IMAGE FOR A CODE SORTS LAST.
004120* A REBUILD PASSES OVER AFTER-IMAGES DATED AFTER THE AS-OF DATE;
004130* 3300 RELEASES THE BEFORE-IMAGES OF THOSE LATER CHANGES. A LINE
004140* WITH NO USABLE DATE OR CODE IS DROPPED WITH A NOTE.
004150*
004160 3000-RELEASE-IMAGES.
004170     OPEN INPUT PROGAUD.
004180     MOVE 'N' TO AUD-EOF-SWITCH.
004190     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
004200     PERFORM 3200-RELEASE-ONE-IMAGE THRU 3200-EXIT
004210         UNTIL END-OF-AUDIT.
004220     CLOSE PROGAUD.
004230 3000-EXIT.
004240     EXIT.
004250 3100-READ-AUDIT.
004260     READ PROGAUD INTO AUD-RECORD
004270         AT END MOVE 'Y' TO AUD-EOF-SWITCH
004280     END-READ.
004290 3100-EXIT.
004300     EXIT.
004310 3200-RELEASE-ONE-IMAGE.
004320     ADD 1 TO AUD-READ-COUNT.
004322     IF AUD-BEFORE-IMAGE
004324         PERFORM 3300-RELEASE-BEFORE-IMAGE THRU 3300-EXIT
004326         GO TO 3200-NEXT
004328     END-IF.
004330     IF NOT AUD-AFTER-IMAGE
004340         GO TO 3200-NEXT
004350     END-IF.
004360     IF AUD-DATE IS NOT NUMERIC OR AUD-PROG-CODE = SPACES
004370         OR AUD-IMAGE = SPACES
004380         ADD 1 TO AUD-BAD-COUNT
004390         DISPLAY 'BAD AUDIT LINE ' AUD-READ-COUNT ' DROPPED.'
004400         GO TO 3200-NEXT
004410     END-IF.
004420     IF REBUILD-RUN AND AUD-DATE > AS-OF-DATE
004430         ADD 1 TO AUD-LATER-COUNT
004440         GO TO 3200-NEXT
004450     END-IF.
004460     ADD 1 TO AUD-AFTER-COUNT.
004470     MOVE AUD-PROG-CODE TO SAU-PROG-CODE.
004475     MOVE AUD-IMAGE-TYPE TO SAU-IMAGE-TYPE.
004480     MOVE AUD-READ-COUNT TO SAU-SEQ.
004490     MOVE AUD-RECORD TO SAU-AUD-DATA.
004500     RELEASE SAU-RECORD.
004510 3200-NEXT.
004511     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
004512 3200-EXIT.
004513     EXIT.
004514*
004515* A PROGRAM WHOSE FIRST AUDITED CHANGE CAME AFTER THE AS-OF DATE
004516* STOOD THAT DAY EXACTLY AS THE BEFORE-IMAGE OF THAT CHANGE, SO A
004517* REBUILD RELEASES EVERY BEFORE-IMAGE DATED AFTER THE AS-OF DATE.
004518* A SPACES BEFORE-IMAGE IS AN ADD AND IS RELEASED TOO -- IT MARKS
004519* A PROGRAM NOT YET ON THE MASTER. A RECONCILIATION NEEDS NONE.
004520*
004521 3300-RELEASE-BEFORE-IMAGE.
004522     IF NOT REBUILD-RUN
004523         GO TO 3300-EXIT
004524     END-IF.
004525     IF AUD-DATE IS NOT NUMERIC OR AUD-PROG-CODE = SPACES
004526         ADD 1 TO AUD-BAD-COUNT
004527         DISPLAY 'BAD AUDIT LINE ' AUD-READ-COUNT ' DROPPED.'
004528         GO TO 3300-EXIT
004529     END-IF.
004530     IF AUD-DATE NOT > AS-OF-DATE
004531         GO TO 3300-EXIT
004532     END-IF.
004533     ADD 1 TO AUD-BEFORE-COUNT.
004534     MOVE AUD-PROG-CODE TO SAU-PROG-CODE.
004535     MOVE AUD-IMAGE-TYPE TO SAU-IMAGE-TYPE.
004536     MOVE AUD-READ-COUNT TO SAU-SEQ.
004537     MOVE AUD-RECORD TO SAU-AUD-DATA.
004538     RELEASE SAU-RECORD.
004539 3300-EXIT.
004540     EXIT.
004550*
004560* READS THE NEXT SORTED AFTER-IMAGE INTO ITS HOLD AREA.
004570*
004580 3500-READ-SORTED-AUDIT.
004590     READ SRTAUD INTO HOLD-AUD
004600         AT END MOVE HIGH-VALUES TO HLA-PROG-CODE
004610     END-READ.
004620 3500-EXIT.
004630     EXIT.
004640*
004650* MOVES ON TO THE NEXT PROGRAM CODE ON THE SORTED IMAGES, LEAVING
004660* ITS LATEST AFTER-IMAGE IN LATEST-AUD, DECODED INTO AUD-RECORD.
004670* EARLIER IMAGES FOR THE SAME CODE ARE COUNTED AS SUPERSEDED. A
004673* CODE WITH NO AFTER-IMAGE IN THE RUN KEEPS ITS EARLIEST LATER
004676* BEFORE-IMAGE INSTEAD; LATER BEFORE-IMAGES ARE PASSED OVER.
004680*
004690 3600-NEXT-LATEST-IMAGE.
004700     IF HLA-PROG-CODE = HIGH-VALUES
004710         MOVE HIGH-VALUES TO LST-PROG-CODE
004720         GO TO 3600-EXIT
004730     END-IF.
004740     MOVE HOLD-AUD TO LATEST-AUD.
004750     PERFORM 3500-READ-SORTED-AUDIT THRU 3500-EXIT.
004760     PERFORM 3610-SKIP-SUPERSEDED THRU 3610-EXIT
004770         UNTIL HLA-PROG-CODE NOT = LST-PROG-CODE.
004780     MOVE LST-AUD-DATA TO AUD-RECORD.
004790 3600-EXIT.
004800     EXIT.
004810 3610-SKIP-SUPERSEDED.
004816     IF HLA-AFTER-IMAGE
004822         ADD 1 TO SUPERSEDED-COUNT
004828         MOVE HOLD-AUD TO LATEST-AUD
004834     END-IF.
004840     PERFORM 3500-READ-SORTED-AUDIT THRU 3500-EXIT.
004850 3610-EXIT.
004860     EXIT.
004870*
004880* LISTS ONE PROGRAM AS IT STOOD ON THE AS-OF DATE -- ITS LATEST
004890* AFTER-IMAGE ON OR BEFORE THAT DATE, OR FAILING THAT THE
004895* BEFORE-IMAGE OF ITS FIRST LATER CHANGE -- AND WRITES IT TO THE
004900* RESTORABLE MASTER WHEN ONE WAS ASKED FOR. A SPACES BEFORE-IMAGE
004903* MEANS THE PROGRAM WAS ADDED AFTER THE AS-OF DATE, SO IT IS LEFT
004906* OFF. A BEFORE-IMAGE CARRIES NO DATE OF ITS OWN LAST CHANGE.
004910*
004920 4000-REBUILD-ONE-PROGRAM.
004921     IF LST-BEFORE-IMAGE AND AUD-IMAGE = SPACES
004923         ADD 1 TO ADDED-LATER-COUNT
004925         PERFORM 3600-NEXT-LATEST-IMAGE THRU 3600-EXIT
004926         GO TO 4000-EXIT
004928     END-IF.
004930     ADD 1 TO REBUILT-COUNT.
004940     MOVE AUD-IMAGE TO PM-RECORD.
004950     MOVE PM-PROG-CODE TO PRP-RBD-CODE.
004960     MOVE PM-DESCRIPTION TO PRP-RBD-DESC.
004970     MOVE PM-LENGTH-EDIT TO PRP-RBD-LENGTH.
004980     IF PM-TUITION-EDIT IS NUMERIC
004990         MOVE PM-TUITION TO PRP-RBD-TUITION
005000     ELSE
005010         MOVE ZERO TO PRP-RBD-TUITION
005020     END-IF.
005030     IF PM-FEES-EDIT IS NUMERIC
005040         MOVE PM-FEES TO PRP-RBD-FEES
005050     ELSE
005060         MOVE ZERO TO PRP-RBD-FEES
005070     END-IF.
005080     IF PM-ROOMBD-EDIT IS NUMERIC
005090         MOVE PM-ROOMBD TO PRP-RBD-ROOMBD
005100     ELSE
005110         MOVE ZERO TO PRP-RBD-ROOMBD
005120     END-IF.
005130     MOVE PM-HEADCOUNT-EDIT TO PRP-RBD-HDCT.
005140     MOVE PM-ACTIVE-FLAG TO PRP-RBD-FLAG.
005141     IF LST-BEFORE-IMAGE
005143         ADD 1 TO FROM-BEFORE-COUNT
005145         MOVE 'UNKNOWN' TO PRP-RBD-DATE-AREA
005146         MOVE SPACES TO PRP-RBD-OPER
005148     ELSE
005150         MOVE AUD-DATE TO PRP-RBD-DATE
005160         MOVE AUD-OPERATOR TO PRP-RBD-OPER
005165     END-IF.
005170     WRITE PRP-RECORD FROM PRP-REBUILD-DETAIL.
005180     IF WRITE-PIT-MASTER
005190         WRITE PIT-FILE-RECORD FROM PM-RECORD
005200         IF PROGPIT-OK
005210             ADD 1 TO PIT-WRITE-COUNT
005220         ELSE
005230             DISPLAY 'PROGPIT WRITE FAILED FOR PROGRAM '
005240                     PM-PROG-CODE ', STATUS ' PROGPIT-STATUS
005250             MOVE 8 TO RETURN-CODE
005260         END-IF
005270     END-IF.
005280     PERFORM 3600-NEXT-LATEST-IMAGE THRU 3600-EXIT.
005290 4000-EXIT.
005300     EXIT.
005310*
005320* MATCHES THE LIVE MASTER AGAINST THE LATEST AFTER-IMAGES IN KEY
005330* ORDER. A MASTER RECORD WITH NO IMAGE HAS NO AUDIT HISTORY; AN
005340* IMAGE WITH NO MASTER RECORD WAS REMOVED OUTSIDE MAINTENANCE,
005350* WHICH NEVER DELETES; A PAIR THAT DIFFERS WAS CHANGED WITHOUT AN
005360* AUDIT PAIR BEING WRITTEN.
005370*
005380 5000-RECONCILE-ONE-CODE.
005390     IF MST-HOLD-CODE < LST-PROG-CODE
005400         ADD 1 TO NO-HISTORY-COUNT
005410         MOVE MST-HOLD-CODE TO PRP-RCF-CODE
005420         MOVE 'NO AUDIT HISTORY' TO PRP-RCF-CONDITION
005430         WRITE PRP-RECORD FROM PRP-RECON-FLAG
005440         PERFORM 5200-WRITE-MASTER-LINE THRU 5200-EXIT
005450         PERFORM 5100-READ-MASTER THRU 5100-EXIT
005460         GO TO 5000-EXIT
005470     END-IF.
005480     IF MST-HOLD-CODE > LST-PROG-CODE
005490         ADD 1 TO NOT-ON-MASTER-COUNT
005500         MOVE LST-PROG-CODE TO PRP-RCF-CODE
005510         MOVE 'AUDITED BUT NO LONGER ON THE MASTER'
005520             TO PRP-RCF-CONDITION
005530         WRITE PRP-RECORD FROM PRP-RECON-FLAG
005540         PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
005550         PERFORM 3600-NEXT-LATEST-IMAGE THRU 3600-EXIT
005560         GO TO 5000-EXIT
005570     END-IF.
005580     IF PM-RECORD = AUD-IMAGE
005590         ADD 1 TO MATCHED-COUNT
005600     ELSE
005610         ADD 1 TO OUTSIDE-COUNT
005620         MOVE MST-HOLD-CODE TO PRP-RCF-CODE
005630         MOVE 'CHANGED OUTSIDE PROGMAINT -- NOT AUDITED'
005640             TO PRP-RCF-CONDITION
005650         WRITE PRP-RECORD FROM PRP-RECON-FLAG
005660         PERFORM 5200-WRITE-MASTER-LINE THRU 5200-EXIT
005670         PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
005680     END-IF.
005690     PERFORM 5100-READ-MASTER THRU 5100-EXIT.
005700     PERFORM 3600-NEXT-LATEST-IMAGE THRU 3600-EXIT.
005710 5000-EXIT.
005720     EXIT.
005730 5100-READ-MASTER.
005740     READ PROGMST NEXT RECORD INTO PM-RECORD
005750         AT END MOVE 'Y' TO MST-EOF-SWITCH
005760     END-READ.
005770     IF END-OF-PROGMST
005780         MOVE HIGH-VALUES TO MST-HOLD-CODE
005790         GO TO 5100-EXIT
005800     END-IF.
005810     IF NOT PROGMST-OK
005820         DISPLAY 'PROGRAM MASTER READ FAILED, STATUS '
005830                 PROGMST-STATUS
005840         MOVE 8 TO RETURN-CODE
005850         MOVE 'Y' TO MST-EOF-SWITCH
005860         MOVE HIGH-VALUES TO MST-HOLD-CODE
005870         GO TO 5100-EXIT
005880     END-IF.
005890     ADD 1 TO MST-READ-COUNT.
005900     MOVE PM-PROG-CODE TO MST-HOLD-CODE.
005910 5100-EXIT.
005920     EXIT.
005930*
005940* LISTS THE LIVE MASTER RECORD IN HAND.
005950*
005960 5200-WRITE-MASTER-LINE.
005970     MOVE 'LIVE MASTER' TO PRP-RCD-SOURCE.
005980     MOVE SPACES TO PRP-RCD-DATE.
005990     MOVE SPACES TO PRP-RCD-OPER.
006000     PERFORM 5400-FILL-RECON-FIGURES THRU 5400-EXIT.
006010     WRITE PRP-RECORD FROM PRP-RECON-DETAIL.
006020 5200-EXIT.
006030     EXIT.
006040*
006050* LISTS THE LATEST AFTER-IMAGE IN HAND, WITH WHEN AND BY WHOM IT
006060* WAS WRITTEN. THE MASTER RECORD IS KEPT ASIDE WHILE THE IMAGE IS
006070* DECODED.
006080*
006090 5300-WRITE-AUDIT-LINE.
006100     MOVE PM-RECORD TO SAVE-PM-RECORD.
006110     MOVE AUD-IMAGE TO PM-RECORD.
006120     MOVE 'LAST AUDIT' TO PRP-RCD-SOURCE.
006130     MOVE AUD-DATE TO PRP-RCD-DATE.
006140     MOVE AUD-OPERATOR TO PRP-RCD-OPER.
006150     PERFORM 5400-FILL-RECON-FIGURES THRU 5400-EXIT.
006160     MOVE SAVE-PM-RECORD TO PM-RECORD.
006170     WRITE PRP-RECORD FROM PRP-RECON-DETAIL.
006180 5300-EXIT.
006190     EXIT.
006200 5400-FILL-RECON-FIGURES.
006210     MOVE PM-LENGTH-EDIT TO PRP-RCD-LENGTH.
006220     IF PM-TUITION-EDIT IS NUMERIC
006230         MOVE PM-TUITION TO PRP-RCD-TUITION
006240     ELSE
006250         MOVE ZERO TO PRP-RCD-TUITION
006260     END-IF.
006270     IF PM-FEES-EDIT IS NUMERIC
006280         MOVE PM-FEES TO PRP-RCD-FEES
006290     ELSE
006300         MOVE ZERO TO PRP-RCD-FEES
006310     END-IF.
006320     IF PM-ROOMBD-EDIT IS NUMERIC
006330         MOVE PM-ROOMBD TO PRP-RCD-ROOMBD
006340     ELSE
006350         MOVE ZERO TO PRP-RCD-ROOMBD
006360     END-IF.
006370     MOVE PM-HEADCOUNT-EDIT TO PRP-RCD-HDCT.
006380     MOVE PM-ACTIVE-FLAG TO PRP-RCD-FLAG.
006390 5400-EXIT.
006400     EXIT.
006410*
006420* WRITES THE REPORT HEADINGS FOR THE FUNCTION CHOSEN.
006430*
006440 8000-WRITE-HEADINGS.
006450     MOVE RUN-DATE TO PRP-HD-DATE.
006460     IF REBUILD-RUN
006470         MOVE 'PROGRAM MASTER REBUILT FROM AUDIT HISTORY'
006480             TO PRP-HD-TITLE
006490         WRITE PRP-RECORD FROM PRP-HEADING-1
006500         MOVE AS-OF-DATE TO PRP-HD-AS-OF
006510         WRITE PRP-RECORD FROM PRP-HEADING-2
006520         IF WRITE-PIT-MASTER
006530             WRITE PRP-RECORD FROM PRP-PIT-LINE
006540         END-IF
006550         MOVE SPACES TO PRP-RECORD
006560         WRITE PRP-RECORD
006570         WRITE PRP-RECORD FROM PRP-REBUILD-HEADS
006580     ELSE
006590         MOVE 'PROGRAM MASTER / AUDIT RECONCILIATION'
006600             TO PRP-HD-TITLE
006610         WRITE PRP-RECORD FROM PRP-HEADING-1
006620         MOVE SPACES TO PRP-RECORD
006630         WRITE PRP-RECORD
006640         WRITE PRP-RECORD FROM PRP-RECON-HEADS
006650     END-IF.
006660 8000-EXIT.
006670     EXIT.
006680*
006690* WRITES THE END-OF-REPORT COUNTS. A REBUILD ALSO NOTES THAT A
006700* PROGRAM KEYED BEFORE THE AUDIT FILE EXISTED, AND NEVER CHANGED
006710* SINCE, CANNOT BE REBUILT; THE RECONCILIATION LISTS SUCH RECORDS.
006720*
006730 8100-WRITE-SUMMARY.
006740     MOVE SPACES TO PRP-RECORD.
006750     WRITE PRP-RECORD.
006760     MOVE 'AUDIT LINES READ' TO PRP-CNT-LABEL.
006770     MOVE AUD-READ-COUNT TO PRP-CNT-VALUE.
006780     WRITE PRP-RECORD FROM PRP-COUNT-LINE.
006790     MOVE 'AFTER-IMAGES REPLAYED' TO PRP-CNT-LABEL.
006800     MOVE AUD-AFTER-COUNT TO PRP-CNT-VALUE.
006810     WRITE PRP-RECORD FROM PRP-COUNT-LINE.
006820     MOVE 'SUPERSEDED BY A LATER IMAGE' TO PRP-CNT-LABEL.
006830     MOVE SUPERSEDED-COUNT TO PRP-CNT-VALUE.
006840     WRITE PRP-RECORD FROM PRP-COUNT-LINE.
006850     MOVE 'BAD AUDIT LINES DROPPED' TO PRP-CNT-LABEL.
006860     MOVE AUD-BAD-COUNT TO PRP-CNT-VALUE.
006870     WRITE PRP-RECORD FROM PRP-COUNT-LINE.
006880     IF REBUILD-RUN
006890         MOVE 'AFTER-IMAGES DATED AFTER AS-OF' TO PRP-CNT-LABEL
006900         MOVE AUD-LATER-COUNT TO PRP-CNT-VALUE
006910         WRITE PRP-RECORD FROM PRP-COUNT-LINE
006912         MOVE 'BEFORE-IMAGES DATED AFTER AS-OF' TO PRP-CNT-LABEL
006915         MOVE AUD-BEFORE-COUNT TO PRP-CNT-VALUE
006917         WRITE PRP-RECORD FROM PRP-COUNT-LINE
006920         MOVE 'PROGRAMS REBUILT' TO PRP-CNT-LABEL
006930         MOVE REBUILT-COUNT TO PRP-CNT-VALUE
006931         WRITE PRP-RECORD FROM PRP-COUNT-LINE
006932         MOVE '  FROM A LATER BEFORE-IMAGE' TO PRP-CNT-LABEL
006934         MOVE FROM-BEFORE-COUNT TO PRP-CNT-VALUE
006935         WRITE PRP-RECORD FROM PRP-COUNT-LINE
006937         MOVE 'ADDED AFTER AS-OF -- LEFT OFF' TO PRP-CNT-LABEL
006938         MOVE ADDED-LATER-COUNT TO PRP-CNT-VALUE
006940         WRITE PRP-RECORD FROM PRP-COUNT-LINE
006950         IF WRITE-PIT-MASTER
006960             MOVE 'RECORDS WRITTEN TO PROGPIT' TO PRP-CNT-LABEL
006970             MOVE PIT-WRITE-COUNT TO PRP-CNT-VALUE
006980             WRITE PRP-RECORD FROM PRP-COUNT-LINE
006990         END-IF
006991         IF FROM-BEFORE-COUNT > ZERO
006993             MOVE 'LAST CHG UNKNOWN = FROM A LATER BEFORE-IMAGE'
006995                 TO PRP-RECORD
006996             WRITE PRP-RECORD
006998         END-IF
007000         MOVE 'PROGRAMS WITH NO AUDIT LINES CANNOT BE REBUILT'
007010             TO PRP-RECORD
007020         WRITE PRP-RECORD
007030     ELSE
007040         MOVE 'LIVE MASTER RECORDS READ' TO PRP-CNT-LABEL
007050         MOVE MST-READ-COUNT TO PRP-CNT-VALUE
007060         WRITE PRP-RECORD FROM PRP-COUNT-LINE
007070         MOVE 'AGREE WITH LAST AUDIT IMAGE' TO PRP-CNT-LABEL
007080         MOVE MATCHED-COUNT TO PRP-CNT-VALUE
007090         WRITE PRP-RECORD FROM PRP-COUNT-LINE
007100         MOVE 'CHANGED OUTSIDE PROGMAINT' TO PRP-CNT-LABEL
007110         MOVE OUTSIDE-COUNT TO PRP-CNT-VALUE
007120         WRITE PRP-RECORD FROM PRP-COUNT-LINE
007130         MOVE 'NO AUDIT HISTORY' TO PRP-CNT-LABEL
007140         MOVE NO-HISTORY-COUNT TO PRP-CNT-VALUE
007150         WRITE PRP-RECORD FROM PRP-COUNT-LINE
007160         MOVE 'AUDITED BUT NOT ON THE MASTER' TO PRP-CNT-LABEL
007170         MOVE NOT-ON-MASTER-COUNT TO PRP-CNT-VALUE
007180         WRITE PRP-RECORD FROM PRP-COUNT-LINE
007190     END-IF.
007200     DISPLAY 'PITRPT WRITTEN.'.
007210 8100-EXIT.
007220     EXIT.
007230
007240 END PROGRAM mstpit_Gordon.
