000217*                 MAINTENANCE SESSION THAT KEYED IT. THE OPERATOR
000218*                 IS ASKED FOR INITIALS AT SIGN-ON. THE HISTORY
000219*                 IS LISTED BY AUDRPT_GORDON.
000220* 10/15/2026 RG   ADD AND CHANGE NOW ALSO PROMPT FOR THE PROGRAM'S
000221*                 LAUNCH YEAR, CLOSE YEAR AND TEACH-OUT YEARS, SO
000222*                 A PROGRAM APPROVED TO OPEN OR PHASING OUT IS
000223*                 PROJECTED ONLY OVER THE YEARS IT ENROLLS. THE
000224*                 CLOSE YEAR MUST FOLLOW THE LAUNCH YEAR AND THE
000225*                 TEACH-OUT IS ONLY ASKED WHEN A CLOSE YEAR IS
000226*                 KEYED. THE NEW FIELDS RIDE IN THE AUDIT IMAGES.
000227*----------------------------------------------------------------
000230*
000240 ENVIRONMENT DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000960                                 PIC X(03).
000970 01  MNT-ENR-RATE                PIC S9V99
000980                                 SIGN IS LEADING SEPARATE.
000981 01  MNT-LAUNCH-YEAR             PIC 9(04).
000982 01  MNT-LAUNCH-YEAR-EDIT REDEFINES MNT-LAUNCH-YEAR
000983                                 PIC X(04).
000984 01  MNT-CLOSE-YEAR              PIC 9(04).
000985 01  MNT-CLOSE-YEAR-EDIT REDEFINES MNT-CLOSE-YEAR
000986                                 PIC X(04).
000987 01  MNT-TEACHOUT                PIC 9(01).
000988 01  MNT-TEACHOUT-EDIT REDEFINES MNT-TEACHOUT
000989                                 PIC X(01).
000990*
001000* BROWSE DISPLAY FIELDS
001010*
002960     EXIT.
002970*
002980* PROMPTS FOR AND EDITS THE CURRENT HEADCOUNT. ZERO IS A VALID
002990* ENTRY. A PROGRAM NOT YET OPEN CARRIES THE HEADCOUNT PLANNED
002995* FOR ITS LAUNCH YEAR.
003000*
003010 2900-ACCEPT-HEADCOUNT.
003020     DISPLAY 'ENTER CURRENT HEADCOUNT (EG 00350): '.
003240         IF MNT-ENR-SIGN = '-'
003250             COMPUTE MNT-ENR-RATE = MNT-ENR-RATE * -1
003260         END-IF
003261         MOVE 'Y' TO ENTRY-VALID-SWITCH
003262     ELSE
003263         DISPLAY 'ENROLLMENT RATE MUST BE A SIGN AND THREE '
003264                 'DIGITS -- RE-ENTER.'
003265     END-IF.
003266 2950-EXIT.
003267     EXIT.
003268*
003269* PROMPTS FOR AND EDITS THE LAUNCH YEAR -- THE FALL THE FIRST
003270* COHORT ENTERS. ZERO IS A VALID ENTRY FOR A PROGRAM ALREADY
003271* RUNNING.
003272*
003274 2960-ACCEPT-LAUNCH-YEAR.
003275     DISPLAY 'ENTER LAUNCH YEAR (EG 2028, 0000 IF RUNNING): '.
003276     ACCEPT MNT-LAUNCH-YEAR-EDIT.
003277     MOVE 'N' TO ENTRY-VALID-SWITCH.
003278     IF MNT-LAUNCH-YEAR-EDIT IS NUMERIC
003279         MOVE 'Y' TO ENTRY-VALID-SWITCH
003280     ELSE
003281         DISPLAY 'LAUNCH YEAR MUST BE NUMERIC -- RE-ENTER.'
003282     END-IF.
003283 2960-EXIT.
003284     EXIT.
003285*
003286* PROMPTS FOR AND EDITS THE CLOSE YEAR -- THE FIRST FALL WITH NO
003288* NEW COHORT. ZERO IS A VALID ENTRY FOR A PROGRAM NOT CLOSING.
003289* A PROGRAM CANNOT CLOSE BEFORE OR IN THE YEAR IT LAUNCHES.
003290*
003291 2970-ACCEPT-CLOSE-YEAR.
003292     DISPLAY 'ENTER CLOSE YEAR (EG 2030, 0000 IF NOT CLOSING): '.
003293     ACCEPT MNT-CLOSE-YEAR-EDIT.
003294     MOVE 'N' TO ENTRY-VALID-SWITCH.
003295     IF MNT-CLOSE-YEAR-EDIT IS NUMERIC
003296         IF MNT-CLOSE-YEAR > ZERO
003297             AND MNT-CLOSE-YEAR NOT > MNT-LAUNCH-YEAR
003298             DISPLAY 'CLOSE YEAR MUST BE AFTER THE LAUNCH YEAR.'
003299         ELSE
003300             MOVE 'Y' TO ENTRY-VALID-SWITCH
003302         END-IF
003303     ELSE
003304         DISPLAY 'CLOSE YEAR MUST BE NUMERIC -- RE-ENTER.'
003305     END-IF.
003306 2970-EXIT.
003307     EXIT.
003308*
003309* PROMPTS FOR AND EDITS THE TEACH-OUT YEARS AFTER CLOSURE, ONLY
003310* ASKED WHEN A CLOSE YEAR WAS KEYED. A TEACH-OUT SHORTER THAN THE
003311* PROGRAM LENGTH LESS ONE LEAVES THE LAST COHORT UNABLE TO
003312* FINISH, WHICH IS ALLOWED BUT CALLED OUT TO THE OPERATOR.
003313*
003314 2980-ACCEPT-TEACHOUT.
003316     DISPLAY 'ENTER TEACH-OUT YEARS AFTER CLOSURE (0-9): '.
003317     ACCEPT MNT-TEACHOUT-EDIT.
003318     MOVE 'N' TO ENTRY-VALID-SWITCH.
003319     IF MNT-TEACHOUT-EDIT IS NUMERIC
003320         MOVE 'Y' TO ENTRY-VALID-SWITCH
003321         IF MNT-TEACHOUT + 1 < MNT-LENGTH
003322             DISPLAY 'NOTE -- LAST COHORT CANNOT FINISH IN '
003323                     'THIS TEACH-OUT.'
003324         END-IF
003325     ELSE
003326         DISPLAY 'TEACH-OUT YEARS MUST BE NUMERIC -- RE-ENTER.'
003327     END-IF.
003328 2980-EXIT.
003330     EXIT.
003340*
003350* ADDS A NEW PROGRAM TO THE MASTER. REJECTED IF THE CODE IS
003900         UNTIL ENTRY-IS-VALID.
003910     MOVE 'N' TO ENTRY-VALID-SWITCH.
003920     PERFORM 2950-ACCEPT-ENR-RATE THRU 2950-EXIT
003921         UNTIL ENTRY-IS-VALID.
003922     MOVE 'N' TO ENTRY-VALID-SWITCH.
003923     PERFORM 2960-ACCEPT-LAUNCH-YEAR THRU 2960-EXIT
003924         UNTIL ENTRY-IS-VALID.
003925     MOVE 'N' TO ENTRY-VALID-SWITCH.
003926     PERFORM 2970-ACCEPT-CLOSE-YEAR THRU 2970-EXIT
003927         UNTIL ENTRY-IS-VALID.
003928     MOVE ZERO TO MNT-TEACHOUT.
003929     IF MNT-CLOSE-YEAR > ZERO
003930         MOVE 'N' TO ENTRY-VALID-SWITCH
003931         PERFORM 2980-ACCEPT-TEACHOUT THRU 2980-EXIT
003932             UNTIL ENTRY-IS-VALID
003933     END-IF.
003940 3100-EXIT.
003950     EXIT.
003960*
004060     MOVE MNT-ROOMBD-RATE TO PM-ROOMBD-RATE.
004070     MOVE MNT-HEADCOUNT TO PM-HEADCOUNT.
004080     MOVE MNT-ENR-RATE TO PM-ENR-RATE.
004082     MOVE MNT-LAUNCH-YEAR TO PM-LAUNCH-YEAR.
004084     MOVE MNT-CLOSE-YEAR TO PM-CLOSE-YEAR.
004086     MOVE MNT-TEACHOUT TO PM-TEACHOUT-YEARS.
004090 3200-EXIT.
004100     EXIT.
004110*
005050             'FEES ' BRW-FEES ' AT ' PM-FEES-RATE ' '
005060             'R/B ' BRW-ROOMBD ' AT ' PM-ROOMBD-RATE ' '
005070             'HDCT ' PM-HEADCOUNT ' AT ' PM-ENR-RATE ' '
005080             PM-ACTIVE-FLAG ' OPEN ' PM-LAUNCH-YEAR-EDIT
005082             ' CLOSE ' PM-CLOSE-YEAR-EDIT '+' PM-TEACHOUT-EDIT.
005090 7000-EXIT.
005100     EXIT.
005110*
