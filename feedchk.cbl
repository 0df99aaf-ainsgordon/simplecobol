000250*                 WAS SENT, CLOSING THE LOOP THE TRAILER ONLY
000260*                 HALF-CLOSES. NO RECEIPT ON FILE SKIPS THE
000270*                 RECONCILIATION WITH A NOTE.
000271* 10/15/2026 RG   THE FEED MUST NOW COME FROM THE LATEST COMPLETED
000272*                 IN-BALANCE BATCH RUN. THE RUN ID ON THE H HEADER
000273*                 IS LOOKED UP ON THE RUNCTL RUN-CONTROL REGISTRY;
000274*                 A FEED FROM A RUN THAT IS NOT ON FILE, NEVER
000275*                 COMPLETED, WAS OUT OF BALANCE OR AN AD-HOC RUN,
000276*                 OR THAT HAS SINCE BEEN SUPERSEDED BY A LATER
000277*                 GOOD RUN, FAILS AND CANNOT BE RELEASED.
000280*----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000470         FILE STATUS IS RECEIPT-STATUS.
000480     SELECT FEEDRPT ASSIGN TO 'FEEDRPT'
000490         ORGANIZATION IS LINE SEQUENTIAL.
000492     SELECT RUNCTL ASSIGN TO 'RUNCTL'
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS RUNCTL-STATUS.
000500*-----------------------
000510 DATA DIVISION.
000520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000710*
000720 FD  FEEDRPT.
000730 01  FRP-RECORD                  PIC X(90).
000732*
000734 FD  RUNCTL.
000736 01  RCT-FILE-RECORD             PIC X(145).
000740*-----------------------
000750 WORKING-STORAGE SECTION.
000760*
000830     88  TUITEXT-NOT-FOUND                   VALUE '35'.
000840 01  RECEIPT-STATUS              PIC X(02).
000850     88  RECEIPT-NOT-FOUND                   VALUE '35'.
000853 01  RUNCTL-STATUS               PIC X(02).
000856     88  RUNCTL-NOT-FOUND                    VALUE '35'.
000860*
000870* END-OF-FILE SWITCHES
000880*
000890 01  EXT-EOF-SWITCH              PIC X       VALUE 'N'.
000900     88  END-OF-EXTRACT                      VALUE 'Y'.
000903 01  RCT-EOF-SWITCH              PIC X       VALUE 'N'.
000906     88  END-OF-RUNCTL                       VALUE 'Y'.
000910*
000920* RECORD-ORDER CONTROLS: THE HEADER MUST COME FIRST, THE
000930* TRAILER MUST COME LAST, AND EACH MUST APPEAR EXACTLY ONCE.
001456                                 PIC X(13).
001458 01  GAP-ROWS                    PIC S9(07).
001460 01  GAP-AMOUNT                  PIC S9(11)V99.
001461*
001462* RUN-CONTROL PROOF OF THE FEED. THE RUN ID COMES OFF THE H
001463* HEADER; THE LAST RUNCTL IMAGE FOR THAT ID GIVES ITS STATUS AND
001464* BALANCE VERDICT, AND THE HIGHEST COMPLETED IN-BALANCE RUN ID IS
001465* THE ONLY ONE WHOSE FEED MAY BE RELEASED.
001470*
001471 01  FEED-RUN-ID-X               PIC X(07)   VALUE SPACES.
001472 01  FEED-RUN-ID                 PIC 9(07)        VALUE ZERO.
001473 01  FEED-RUN-SWITCH             PIC X       VALUE 'N'.
001474     88  FEED-RUN-ON-FILE                    VALUE 'Y'.
001475 01  FEED-RUN-STATUS             PIC X       VALUE SPACE.
001476 01  FEED-RUN-BALANCE            PIC X       VALUE SPACE.
001477 01  LATEST-GOOD-RUN-ID          PIC 9(07)        VALUE ZERO.
001478 COPY RUNCTLR.
001479*
001480* REPORT LINE LAYOUTS
001490*
001500 01  FRP-HEADING.
002020     CLOSE TUITEXT.
002030     CLOSE PROGMST.
002040     PERFORM 5000-CHECK-STRUCTURE THRU 5000-EXIT.
002045     PERFORM 5500-CHECK-RUN-CONTROL THRU 5500-EXIT.
002050     PERFORM 8000-WRITE-FEED-COUNTS THRU 8000-EXIT.
002060     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
002070     PERFORM 6000-RECONCILE-RECEIPT THRU 6000-EXIT.
002610     EXIT.
002620*
002630* CHECKS THE H HEADER: IT MUST BE THE FIRST RECORD, APPEAR ONLY
002640* ONCE, AND CARRY A NUMERIC RUN DATE AND RUN ID. THE FIRST
002645* HEADER'S RUN ID IS HELD FOR THE RUN-CONTROL CHECK.
002650*
002660 3300-CHECK-HEADER.
002670     ADD 1 TO HDR-COUNT.
002730         MOVE 'HEADER DATE NOT NUMERIC' TO FRP-ERR-TEXT
002740         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
002750     END-IF.
002751     IF FLD-C (1:7) IS NOT NUMERIC
002752         MOVE 'HEADER RUN ID NOT NUMERIC' TO FRP-ERR-TEXT
002753         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
002754     ELSE
002755         IF HDR-COUNT = 1
002756             MOVE FLD-C (1:7) TO FEED-RUN-ID-X
002757         END-IF
002758     END-IF.
002760 3300-EXIT.
002770     EXIT.
002780*
003990     END-IF.
004000     IF TRL-COUNT = 1 AND TRAILER-SAYS NOT = DTL-COUNT
004010         MOVE ZERO TO FRP-ERR-ROW
004011         MOVE 'TRAILER COUNT DOES NOT MATCH D ROWS'
004012             TO FRP-ERR-TEXT
004013         WRITE FRP-RECORD FROM FRP-ERROR-LINE
004014         ADD 1 TO ERR-COUNT
004015         MOVE 'N' TO VERDICT-SWITCH
004016     END-IF.
004017 5000-EXIT.
004018     EXIT.
004019*
004020* PROVES THE FEED AGAINST THE RUNCTL REGISTRY: ITS RUN MUST BE ON
004021* FILE, COMPLETED AND IN BALANCE (AN AD-HOC RUN NEVER IS), AND
004022* NO LATER RUN MAY HAVE COMPLETED IN BALANCE SINCE. A FEED WITH
004023* NO USABLE RUN ID HAS ALREADY FAILED ON ITS HEADER.
004024*
004025 5500-CHECK-RUN-CONTROL.
004027     IF FEED-RUN-ID-X IS NOT NUMERIC
004028         GO TO 5500-EXIT
004029     END-IF.
004030     MOVE FEED-RUN-ID-X TO FEED-RUN-ID.
004031     OPEN INPUT RUNCTL.
004032     IF RUNCTL-NOT-FOUND
004033         MOVE 'NO RUNCTL ON FILE -- FEED RUN NOT PROVEN'
004034             TO FRP-ERR-TEXT
004035         PERFORM 5590-WRITE-RUN-ERROR THRU 5590-EXIT
004036         GO TO 5500-EXIT
004037     END-IF.
004038     PERFORM 5510-READ-RUNCTL THRU 5510-EXIT.
004039     PERFORM 5520-NOTE-RUN-ENTRY THRU 5520-EXIT
004040         UNTIL END-OF-RUNCTL.
004041     CLOSE RUNCTL.
004042     IF NOT FEED-RUN-ON-FILE
004044         MOVE 'FEED RUN ID IS NOT ON RUNCTL' TO FRP-ERR-TEXT
004045         PERFORM 5590-WRITE-RUN-ERROR THRU 5590-EXIT
004046         GO TO 5500-EXIT
004047     END-IF.
004048     IF FEED-RUN-STATUS NOT = 'C'
004049         MOVE 'FEED RUN DID NOT COMPLETE' TO FRP-ERR-TEXT
004050         PERFORM 5590-WRITE-RUN-ERROR THRU 5590-EXIT
004051         GO TO 5500-EXIT
004052     END-IF.
004053     IF FEED-RUN-BALANCE NOT = 'Y'
004054         MOVE 'FEED RUN IS NOT AN IN-BALANCE BATCH RUN'
004055             TO FRP-ERR-TEXT
004056         PERFORM 5590-WRITE-RUN-ERROR THRU 5590-EXIT
004057         GO TO 5500-EXIT
004058     END-IF.
004060     IF FEED-RUN-ID NOT = LATEST-GOOD-RUN-ID
004061         MOVE 'A LATER IN-BALANCE RUN SUPERSEDES FEED'
004062             TO FRP-ERR-TEXT
004063         PERFORM 5590-WRITE-RUN-ERROR THRU 5590-EXIT
004064     END-IF.
004065 5500-EXIT.
004066     EXIT.
004067 5510-READ-RUNCTL.
004068     READ RUNCTL INTO RC-RECORD
004069         AT END MOVE 'Y' TO RCT-EOF-SWITCH
004070     END-READ.
004071 5510-EXIT.
004072     EXIT.
004073*
004074* NOTES ONE REGISTRY IMAGE. THE LAST IMAGE FOR THE FEED'S RUN ID
004075* IS ITS CURRENT STATE; ANY COMPLETED IN-BALANCE IMAGE MAY RAISE
004077* THE LATEST GOOD RUN ID.
004078*
004079 5520-NOTE-RUN-ENTRY.
004080     IF RC-RUN-ID-EDIT IS NOT NUMERIC
004081         GO TO 5520-NEXT
004082     END-IF.
004083     IF RC-RUN-ID = FEED-RUN-ID
004084         MOVE 'Y' TO FEED-RUN-SWITCH
004085         MOVE RC-STATUS TO FEED-RUN-STATUS
004086         MOVE RC-BALANCE-FLAG TO FEED-RUN-BALANCE
004087     END-IF.
004088     IF RC-COMPLETED AND RC-IN-BALANCE
004089         AND RC-RUN-ID > LATEST-GOOD-RUN-ID
004090         MOVE RC-RUN-ID TO LATEST-GOOD-RUN-ID
004091     END-IF.
004092 5520-NEXT.
004094     PERFORM 5510-READ-RUNCTL THRU 5510-EXIT.
004095 5520-EXIT.
004096     EXIT.
004097*
004098* WRITES ONE RUN-CONTROL ERROR LINE AND FAILS THE FEED. THE ROW
004099* NUMBER IS ZERO, AS FOR THE OTHER END-OF-FEED CHECKS.
004100*
004101 5590-WRITE-RUN-ERROR.
004102     MOVE ZERO TO FRP-ERR-ROW.
004103     WRITE FRP-RECORD FROM FRP-ERROR-LINE.
004104     ADD 1 TO ERR-COUNT.
004105     MOVE 'N' TO VERDICT-SWITCH.
004106 5590-EXIT.
004107     EXIT.
004108*
004110* RECONCILES THE WAREHOUSE RECEIPT AGAINST WHAT WAS SENT: THEIR
004120* LOADED ROW COUNT AGAINST OUR D ROWS, THEIR AMOUNT TOTAL
004130* AGAINST OUR SENT TOTAL. ANY GAP PRINTS AND FAILS THE RUN. NO
004980     MOVE 'TRAILER SAYS D ROWS' TO FRP-CNT-LABEL.
004990     MOVE TRAILER-SAYS TO FRP-CNT-VALUE.
005000     WRITE FRP-RECORD FROM FRP-COUNT-LINE.
005001     MOVE 'FEED RUN ID' TO FRP-CNT-LABEL.
005002     MOVE FEED-RUN-ID TO FRP-CNT-VALUE.
005003     WRITE FRP-RECORD FROM FRP-COUNT-LINE.
005004     MOVE 'LATEST IN-BALANCE RUN ON RUNCTL' TO FRP-CNT-LABEL.
005005     MOVE LATEST-GOOD-RUN-ID TO FRP-CNT-VALUE.
005006     WRITE FRP-RECORD FROM FRP-COUNT-LINE.
005010     MOVE 'ERRORS FOUND' TO FRP-CNT-LABEL.
005020     MOVE ERR-COUNT TO FRP-CNT-VALUE.
005030     WRITE FRP-RECORD FROM FRP-COUNT-LINE.
