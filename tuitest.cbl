000240*                 NOT ON THE MASTER OR AN INACTIVE PROGRAM ARE
000250*                 LISTED ON AN EXCEPTION PAGE INSTEAD OF BEING
000260*                 SILENTLY DROPPED, AND A PER-RUN SUMMARY COUNT
000261*                 CLOSES THE REPORT.
000262* 10/15/2026 RG   EVERY LETTER NOW CARRIES A LETTER NUMBER, ONE
000263*                 PAST THE HIGHEST ALREADY ON THE ESTHIST HISTORY
000264*                 FILE, AND A HISTORY RECORD IS APPENDED TO
000265*                 ESTHIST FOR EACH LETTER ISSUED -- ISSUE DATE,
000266*                 STUDENT, PROGRAM, RATE SCHEDULE EFFECTIVE DATE,
000267*                 KEYED FALLBACK RATE AND THE TOTAL QUOTED FOR
000268*                 EACH YEAR -- SO THE RE-CHECK RUN CAN TELL WHICH
000269*                 FAMILIES HOLD A LETTER THE MASTER OR RATE
000270*                 SCHEDULE HAS SINCE MOVED. A PLAN LONGER THAN THE
000271*                 20 YEARS THE HISTORY RECORD HOLDS GOES TO THE
000272*                 EXCEPTION PAGE.
000273* 10/15/2026 RG   A REQUEST IS NOW REFUSED TO THE EXCEPTION PAGE
000274*                 WHEN ITS ENTRY YEAR IS BEFORE THE PROGRAM'S
000275*                 LAUNCH YEAR OR NOT BEFORE ITS CLOSE YEAR, OR
000276*                 WHEN THE PLAN'S LAST YEAR FALLS PAST THE END OF
000277*                 THE PROGRAM'S TEACH-OUT, SO NO FAMILY IS QUOTED
000278*                 FOR A PROGRAM IT CANNOT ENTER OR FINISH.
000280*----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000450     SELECT RATETBL ASSIGN TO 'RATETBL'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RATETBL-STATUS.
000472     SELECT ESTHIST ASSIGN TO 'ESTHIST'
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS ESTHIST-STATUS.
000480     SELECT ESTRPT ASSIGN TO 'ESTRPT'
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500*-----------------------
000850     05  RTB-RATE-EDIT REDEFINES RTB-RATE
000860                                 PIC X(04).
000870*
000872 FD  ESTHIST
000874     RECORD CONTAINS 295 CHARACTERS.
000876 COPY ESTHIST.
000878*
000880 FD  ESTRPT.
000890 01  LTR-RECORD                  PIC X(80).
000900*-----------------------
000990     88  ESTRQST-NOT-FOUND                   VALUE '35'.
001000 01  RATETBL-STATUS              PIC X(02).
001010     88  RATETBL-NOT-FOUND                   VALUE '35'.
001012 01  ESTHIST-STATUS              PIC X(02).
001014     88  ESTHIST-OK                          VALUE '00'.
001016     88  ESTHIST-NOT-FOUND                   VALUE '35'.
001020*
001030* END-OF-FILE SWITCHES
001040*
001060     88  END-OF-REQUESTS                     VALUE 'Y'.
001070 01  RTB-EOF-SWITCH              PIC X       VALUE 'N'.
001080     88  END-OF-RATETBL                      VALUE 'Y'.
001083 01  HST-EOF-SWITCH              PIC X       VALUE 'N'.
001086     88  END-OF-HISTORY                      VALUE 'Y'.
001090*
001100* ENTRY VALIDATION SWITCH, SHARED BY THE ACCEPT-AND-EDIT PARAS
001110*
001460 01  EXC-OVERFLOW-COUNT          PIC 9(05)        VALUE ZERO.
001470 01  EXC-REASON-WORK             PIC X(25).
001480 01  EXX                         PIC 9(03).
001481*
001482* LETTER NUMBERING. THE NEXT LETTER TAKES THE NUMBER AFTER THE
001483* HIGHEST ALREADY ON THE HISTORY FILE.
001484*
001485 01  LAST-LETTER-NO              PIC 9(07)        VALUE ZERO.
001490*
001500* HORIZON ARITHMETIC FOR ONE REQUEST: YEARS FROM THE RUN DATE TO
001510* ENTRY, AND THE TOTAL YEARS THE ENGINE MUST PROJECT SO THE
001590 01  LTR-ACAD-YEAR               PIC 9(04).
001600 01  LETTER-TOTAL                PIC 9(08)V99.
001602 01  LTR-BASE-TOTAL              PIC 9(06)V99.
001603*
001604* LAST ACADEMIC YEAR OF THE STUDENT'S PLAN, AND OF THE PROGRAM'S
001605* TEACH-OUT WHEN IT IS CLOSING, FOR THE LAUNCH AND CLOSURE EDITS.
001606*
001607 01  PLAN-LAST-YEAR              PIC 9(04).
001608 01  TEACHOUT-WORK               PIC 9(01).
001609 01  TEACHOUT-LAST-YEAR          PIC 9(04).
001610*
001620* COUNTS FOR THE PER-RUN SUMMARY
001630*
001640 01  RQS-READ-COUNT              PIC 9(05)        VALUE ZERO.
001650 01  LTR-PRINT-COUNT             PIC 9(05)        VALUE ZERO.
001655 01  HST-WRITE-COUNT             PIC 9(05)        VALUE ZERO.
001660*
001670* LETTER LINE LAYOUTS
001680*
001710         VALUE 'COST OF ATTENDANCE ESTIMATE'.
001720     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
001730     05  LTR-HD-DATE             PIC 9(08).
001732 01  LTR-LETTER-LINE.
001734     05  FILLER                  PIC X(11)   VALUE 'LETTER NO: '.
001736     05  LTR-LETTER-NO           PIC 9(07).
001740 01  LTR-PREPARED-LINE.
001750     05  FILLER                  PIC X(14)
001760         VALUE 'PREPARED FOR: '.
002720         MOVE 8 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002745     PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT.
002750     OPEN OUTPUT ESTRPT.
002760     MOVE RUN-DATE TO LTR-HD-DATE.
002770     WRITE LTR-RECORD FROM LTR-HEADING-1.
002850     CLOSE ESTRQST.
002860     CLOSE PROGMST.
002870     CLOSE ESTRPT.
002875     CLOSE ESTHIST.
002880     STOP RUN.
002890*
002900* LOADS THE YEAR-BANDED RATE SCHEDULE FROM RATETBL, THE SAME WAY
003750     MOVE RB-THRU-YEAR (RBX) TO TR-BAND-THRU (RBX).
003760     MOVE RB-RATE (RBX) TO TR-BAND-RATE (RBX).
003770     MOVE RBX TO TR-BAND-COUNT.
003771 1410-EXIT.
003772     EXIT.
003773*
003774* FINDS THE HIGHEST LETTER NUMBER ALREADY ON THE HISTORY FILE,
003775* THEN OPENS THE FILE FOR EXTEND SO THIS RUN'S LETTERS ARE
003776* APPENDED. THE FIRST RUN EVER CREATES THE FILE.
003777*
003778 1500-OPEN-HISTORY.
003779     OPEN INPUT ESTHIST.
003780     IF ESTHIST-OK
003781         PERFORM 1510-READ-HISTORY THRU 1510-EXIT
003782         PERFORM 1520-NOTE-LETTER-NO THRU 1520-EXIT
003783             UNTIL END-OF-HISTORY
003784         CLOSE ESTHIST
003785     END-IF.
003786     OPEN EXTEND ESTHIST.
003787     IF ESTHIST-NOT-FOUND
003788         OPEN OUTPUT ESTHIST
003790     END-IF.
003791 1500-EXIT.
003792     EXIT.
003793 1510-READ-HISTORY.
003794     READ ESTHIST
003795         AT END MOVE 'Y' TO HST-EOF-SWITCH
003796     END-READ.
003797 1510-EXIT.
003798     EXIT.
003799 1520-NOTE-LETTER-NO.
003800     IF EH-LETTER-NO IS NUMERIC
003801         IF EH-LETTER-NO > LAST-LETTER-NO
003802             MOVE EH-LETTER-NO TO LAST-LETTER-NO
003803         END-IF
003804     END-IF.
003805     PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
003806 1520-EXIT.
003807     EXIT.
003808*
003810* PROMPTS FOR AND EDITS THE FALLBACK ANNUAL INCREASE RATE.
003820* RE-PROMPTS UNTIL THE ENTRY IS NUMERIC AND GREATER THAN ZERO.
003830*
004070* THE PROGRAM'S BASE CHARGES FROM THE MASTER, RUNS THE TUITCALC
004080* ENGINE OVER THE YEARS FROM NOW THROUGH COMPLETION, AND PRINTS
004090* THE ESTIMATE LETTER. ANYTHING THAT CANNOT BE ESTIMATED GOES TO
004100* THE EXCEPTION PAGE WITH A REASON -- INCLUDING AN ENTRY YEAR THE
004105* PROGRAM WILL NOT ADMIT AND A PLAN THAT RUNS PAST ITS TEACH-OUT.
004110*
004120 3200-PROCESS-REQUEST.
004130     ADD 1 TO RQS-READ-COUNT.
004190         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
004200         GO TO 3200-NEXT
004210     END-IF.
004211     IF EST-YEARS > 20
004212         MOVE 'PLAN LONGER THAN 20 YEARS' TO EXC-REASON-WORK
004213         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
004214         GO TO 3200-NEXT
004215     END-IF.
004220     MOVE EST-PROG-CODE TO PM-PROG-CODE.
004230     READ PROGMST
004240         INVALID KEY
004420         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
004425         GO TO 3200-NEXT
004430     END-IF.
004431     COMPUTE YEARS-TO-ENTRY = EST-ENTRY-YEAR - RUN-YEAR.
004432     COMPUTE TOTAL-HORIZON = YEARS-TO-ENTRY + EST-YEARS - 1.
004434     IF PM-LAUNCH-YEAR-EDIT IS NUMERIC
004435         AND EST-ENTRY-YEAR < PM-LAUNCH-YEAR
004436         MOVE 'PROGRAM NOT OPEN AT ENTRY' TO EXC-REASON-WORK
004438         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
004439         GO TO 3200-NEXT
004441     END-IF.
004442     IF PM-CLOSE-YEAR-EDIT IS NUMERIC AND PM-CLOSE-YEAR > ZERO
004443         AND EST-ENTRY-YEAR NOT < PM-CLOSE-YEAR
004445         MOVE 'PROGRAM CLOSED TO ENTRY' TO EXC-REASON-WORK
004446         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
004447         GO TO 3200-NEXT
004449     END-IF.
004450     IF PM-CLOSE-YEAR-EDIT IS NUMERIC AND PM-CLOSE-YEAR > ZERO
004452         MOVE ZERO TO TEACHOUT-WORK
004453         IF PM-TEACHOUT-EDIT IS NUMERIC
004454             MOVE PM-TEACHOUT-YEARS TO TEACHOUT-WORK
004456         END-IF
004457         COMPUTE TEACHOUT-LAST-YEAR =
004458             PM-CLOSE-YEAR + TEACHOUT-WORK - 1
004460         COMPUTE PLAN-LAST-YEAR = EST-ENTRY-YEAR + EST-YEARS - 1
004461         IF PLAN-LAST-YEAR > TEACHOUT-LAST-YEAR
004463             MOVE 'COMPLETES AFTER TEACH-OUT' TO EXC-REASON-WORK
004464             PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
004465             GO TO 3200-NEXT
004467         END-IF
004468     END-IF.
004470     IF TOTAL-HORIZON > 99
004480         MOVE 'HORIZON PAST 99 YEARS' TO EXC-REASON-WORK
004490         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
004520     PERFORM 4000-RUN-ESTIMATE THRU 4000-EXIT.
004530     PERFORM 4100-PRINT-LETTER THRU 4100-EXIT.
004540     ADD 1 TO LTR-PRINT-COUNT.
004545     PERFORM 4400-WRITE-HISTORY THRU 4400-EXIT.
004550 3200-NEXT.
004560     PERFORM 3100-READ-REQUEST THRU 3100-EXIT.
004570 3200-EXIT.
004820 4100-PRINT-LETTER.
004830     MOVE SPACES TO LTR-RECORD.
004840     WRITE LTR-RECORD.
004842     ADD 1 TO LAST-LETTER-NO.
004844     MOVE LAST-LETTER-NO TO LTR-LETTER-NO.
004846     WRITE LTR-RECORD FROM LTR-LETTER-LINE.
004850     MOVE EST-STUDENT-NAME TO LTR-STUDENT-NAME.
004860     MOVE EST-STUDENT-ID TO LTR-STUDENT-ID.
004870     WRITE LTR-RECORD FROM LTR-PREPARED-LINE.
004960     WRITE LTR-RECORD FROM LTR-COLUMN-HEADS.
004970     MOVE ZERO TO LTR-YEAR-CTR.
004980     MOVE ZERO TO LETTER-TOTAL.
004983     MOVE SPACES TO EH-RECORD.
004986     INITIALIZE EH-RECORD.
004990     PERFORM 4200-PRINT-LETTER-YEAR THRU 4200-EXIT
005000         EST-YEARS TIMES.
005010     MOVE LETTER-TOTAL TO LTR-TOT-AMOUNT.
005170         MOVE PM-FEES TO LTR-DTL-FEES
005172         MOVE PM-ROOMBD TO LTR-DTL-ROOMBD
005174         MOVE LTR-BASE-TOTAL TO LTR-DTL-TOTAL
005175         MOVE LTR-BASE-TOTAL TO EH-YEAR-TOTAL (LTR-YEAR-CTR)
005176         ADD LTR-BASE-TOTAL TO LETTER-TOTAL
005178     ELSE
005180         MOVE TR-YEAR-TUITION (TBL-IDX) TO LTR-DTL-TUITION
005182         MOVE TR-YEAR-FEES (TBL-IDX) TO LTR-DTL-FEES
005184         MOVE TR-YEAR-ROOMBD (TBL-IDX) TO LTR-DTL-ROOMBD
005185         MOVE TR-YEAR-TOTAL (TBL-IDX) TO LTR-DTL-TOTAL
005186         MOVE TR-YEAR-TOTAL (TBL-IDX)
005187             TO EH-YEAR-TOTAL (LTR-YEAR-CTR)
005188         ADD TR-YEAR-TOTAL (TBL-IDX) TO LETTER-TOTAL
005190     END-IF.
005220     WRITE LTR-RECORD FROM LTR-DETAIL.
005360         MOVE EXC-REASON-WORK
005370             TO EXC-REASON (EXC-LIST-COUNT)
005380     ELSE
005381         ADD 1 TO EXC-OVERFLOW-COUNT
005382     END-IF.
005383 4300-EXIT.
005384     EXIT.
005385*
005387* APPENDS THE HISTORY RECORD FOR THE LETTER JUST PRINTED. THE
005388* PER-YEAR TOTALS WERE FILLED IN AS THE LETTER PRINTED. A FAILED
005389* WRITE LEAVES THAT LETTER OUTSIDE ANY LATER RE-CHECK, SO IT IS
005390* REPORTED AND THE RUN ENDS WITH A BAD RETURN CODE.
005391*
005392 4400-WRITE-HISTORY.
005394     MOVE LAST-LETTER-NO TO EH-LETTER-NO.
005395     MOVE LAST-LETTER-NO TO EH-ORIG-LETTER-NO.
005396     MOVE RUN-DATE TO EH-ISSUE-DATE.
005397     MOVE EST-STUDENT-ID TO EH-STUDENT-ID.
005398     MOVE EST-STUDENT-NAME TO EH-STUDENT-NAME.
005400     MOVE EST-PROG-CODE TO EH-PROG-CODE.
005401     MOVE EST-ENTRY-YEAR TO EH-ENTRY-YEAR.
005402     MOVE EST-YEARS TO EH-YEARS.
005403     MOVE RATE-BAND-EFF-DATE TO EH-RATE-EFF-DATE.
005404     MOVE PERCENTAGE TO EH-FALLBACK-RATE.
005405     MOVE ZERO TO EH-REPLACES-NO.
005407     MOVE ZERO TO EH-REPLACES-DATE.
005408     MOVE LETTER-TOTAL TO EH-LETTER-TOTAL.
005409     WRITE EH-RECORD.
005410     IF ESTHIST-OK
005411         ADD 1 TO HST-WRITE-COUNT
005412     ELSE
005414         DISPLAY 'HISTORY WRITE FAILED FOR LETTER ' LAST-LETTER-NO
005415                 ' -- STATUS ' ESTHIST-STATUS
005416         MOVE 8 TO RETURN-CODE
005417     END-IF.
005418 4400-EXIT.
005420     EXIT.
005430*
005440* WRITES THE EXCEPTION PAGE -- EVERY REQUEST THAT COULD NOT BE
005830     WRITE LTR-RECORD FROM LTR-SUMMARY.
005840     DISPLAY LTR-PRINT-COUNT ' ESTIMATE LETTERS WRITTEN TO '
005850             'ESTRPT.'.
005855     DISPLAY HST-WRITE-COUNT ' LETTERS RECORDED ON ESTHIST.'.
005860 5100-EXIT.
005870     EXIT.
005880
