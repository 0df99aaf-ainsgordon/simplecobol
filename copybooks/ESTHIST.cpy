000010*----------------------------------------------------------------
000020* ESTHIST.CPY
000030*
000040* ESTIMATE LETTER HISTORY RECORD LAYOUT, SHARED BY THE ESTIMATE
000050* LETTER PROGRAM THAT WRITES ONE RECORD PER LETTER ISSUED AND THE
000060* RE-CHECK PROGRAM THAT READS THEM BACK AND APPENDS ITS REVISED
000070* LETTERS. EACH RECORD CARRIES THE LETTER NUMBER, THE ISSUE DATE,
000080* THE STUDENT AND PROGRAM, THE EFFECTIVE DATE OF THE RATE
000090* SCHEDULE AND THE KEYED FALLBACK RATE THE LETTER WAS PRICED
000100* UNDER, AND THE TOTAL QUOTED FOR EACH ACADEMIC YEAR OF THE PLAN.
000110* AN ORIGINAL LETTER CARRIES ITS OWN NUMBER AS THE ORIGINAL
000120* LETTER NUMBER AND ZEROS IN THE REPLACES FIELDS; A REVISED
000130* LETTER CARRIES THE NUMBER OF THE FIRST LETTER IN ITS CHAIN AND
000140* THE NUMBER AND DATE OF THE LETTER IT REPLACES. A RATE SCHEDULE
000150* EFFECTIVE DATE OF ZERO MEANS NO SCHEDULE WAS ON FILE AND THE
000160* KEYED RATE CARRIED EVERY YEAR.
000170*
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* 10/15/2026 RG   ORIGINAL COPYBOOK, CREATED WITH THE ESTHIST
000210*                 ESTIMATE LETTER HISTORY FILE AND ITS RE-CHECK
000220*                 PROGRAM.
000230*----------------------------------------------------------------
000240*
000250 01  EH-RECORD.
000260     05  EH-LETTER-NO            PIC 9(07).
000270     05  FILLER                  PIC X(02).
000280     05  EH-ORIG-LETTER-NO       PIC 9(07).
000290     05  FILLER                  PIC X(02).
000300     05  EH-ISSUE-DATE           PIC 9(08).
000310     05  FILLER                  PIC X(02).
000320     05  EH-STUDENT-ID           PIC X(10).
000330     05  FILLER                  PIC X(02).
000340     05  EH-STUDENT-NAME         PIC X(25).
000350     05  FILLER                  PIC X(02).
000360     05  EH-PROG-CODE            PIC X(10).
000370     05  FILLER                  PIC X(02).
000380     05  EH-ENTRY-YEAR           PIC 9(04).
000390     05  FILLER                  PIC X(02).
000400     05  EH-YEARS                PIC 9(02).
000410     05  FILLER                  PIC X(02).
000420     05  EH-RATE-EFF-DATE        PIC 9(08).
000430     05  FILLER                  PIC X(02).
000440     05  EH-FALLBACK-RATE        PIC 9V99.
000450     05  FILLER                  PIC X(02).
000460     05  EH-REPLACES-NO          PIC 9(07).
000470     05  FILLER                  PIC X(02).
000480     05  EH-REPLACES-DATE        PIC 9(08).
000490     05  FILLER                  PIC X(02).
000500     05  EH-LETTER-TOTAL         PIC 9(08)V99.
000510     05  FILLER                  PIC X(02).
000520     05  EH-YEAR-TOTAL           PIC 9(06)V99
000530                                 OCCURS 20 TIMES.
