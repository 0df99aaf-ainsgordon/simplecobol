000010*----------------------------------------------------------------
000020* RUNCTLR.CPY
000030*
000040* RUN-CONTROL REGISTRY RECORD LAYOUT, SHARED BY THE PROJECTION
000050* PROGRAM THAT WRITES IT, THE FEED CHECK THAT PROVES A TUITEXT
000060* FEED AGAINST IT, AND THE INQUIRY REPORT THAT LISTS IT. EVERY
000070* RUN OF TUITION_GORDON IS GIVEN A RUN ID AND APPENDS A START
000080* IMAGE (STATUS S) CARRYING THE START DATE AND TIME AND THE RUN
000090* PARAMETERS, THEN AN END IMAGE (STATUS C OR F) CARRYING THE
000100* SAME PARAMETERS, THE BALANCE VERDICT AND THE CONTROL TOTALS.
000110* A CHECKPOINT RESTART RESUMES THE INTERRUPTED RUN'S ID AND
000120* APPENDS A FRESH START IMAGE FLAGGED AS A RESTART, SO THE LAST
000130* IMAGE FOR A RUN ID IS ALWAYS ITS CURRENT STATE.
000140*
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170* 10/15/2026 RG   ORIGINAL COPYBOOK, CREATED WITH THE RUNCTL
000180*                 RUN-CONTROL REGISTRY AND ITS INQUIRY REPORT.
000190*----------------------------------------------------------------
000200*
000210 01  RC-RECORD.
000220     05  RC-RUN-ID               PIC 9(07).
000230     05  RC-RUN-ID-EDIT REDEFINES RC-RUN-ID
000240                                 PIC X(07).
000250     05  FILLER                  PIC X(02).
000260     05  RC-STATUS               PIC X(01).
000270         88  RC-STARTED                      VALUE 'S'.
000280         88  RC-COMPLETED                    VALUE 'C'.
000290         88  RC-FAILED                       VALUE 'F'.
000300     05  FILLER                  PIC X(02).
000310     05  RC-DATE                 PIC 9(08).
000320     05  FILLER                  PIC X(01).
000330     05  RC-TIME                 PIC 9(06).
000340     05  FILLER                  PIC X(02).
000350     05  RC-PARM-SOURCE          PIC X(01).
000360         88  RC-FROM-PARMFILE                VALUE 'P'.
000370         88  RC-FROM-CONSOLE                 VALUE 'C'.
000380     05  FILLER                  PIC X(02).
000390     05  RC-MODE                 PIC X(01).
000400         88  RC-BATCH-RUN                    VALUE 'B'.
000410         88  RC-ADHOC-RUN                    VALUE 'A'.
000420     05  FILLER                  PIC X(02).
000430     05  RC-RESTART-FLAG         PIC X(01).
000440         88  RC-RESTARTED                    VALUE 'Y'.
000450     05  FILLER                  PIC X(02).
000460     05  RC-RESTART-FROM         PIC X(10).
000470     05  FILLER                  PIC X(02).
000480     05  RC-RATE                 PIC 9V99.
000490     05  FILLER                  PIC X(02).
000500     05  RC-YEARS                PIC 9(02).
000510     05  FILLER                  PIC X(02).
000520     05  RC-BALANCE-FLAG         PIC X(01).
000530         88  RC-IN-BALANCE                   VALUE 'Y'.
000540         88  RC-OUT-OF-BALANCE               VALUE 'N'.
000550     05  FILLER                  PIC X(02).
000560     05  RC-READ-COUNT           PIC 9(05).
000570     05  FILLER                  PIC X(01).
000580     05  RC-ACCEPT-COUNT         PIC 9(05).
000590     05  FILLER                  PIC X(01).
000600     05  RC-REJECT-COUNT         PIC 9(05).
000610     05  FILLER                  PIC X(01).
000620     05  RC-SKIP-COUNT           PIC 9(05).
000630     05  FILLER                  PIC X(02).
000640     05  RC-RPT-LINE-COUNT       PIC 9(07).
000650     05  FILLER                  PIC X(01).
000660     05  RC-LOG-LINE-COUNT       PIC 9(05).
000670     05  FILLER                  PIC X(01).
000680     05  RC-TERM-LINE-COUNT      PIC 9(07).
000690     05  FILLER                  PIC X(01).
000700     05  RC-EXT-DETAIL-COUNT     PIC 9(07).
000710     05  FILLER                  PIC X(02).
000720     05  RC-HASH-TUIT-IN         PIC 9(11)V99.
000730     05  FILLER                  PIC X(01).
000740     05  RC-HASH-FINAL-OUT       PIC 9(11)V99.
