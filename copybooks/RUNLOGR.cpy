000040* RUNLOG AUDIT-TRAIL RECORD LAYOUT, SHARED BY THE PROJECTION
000050* PROGRAM THAT WRITES IT AND THE REPORTING PROGRAMS THAT READ
000060* IT BACK. ONE LINE PER PROJECTION: RUN DATE, PROGRAM, STARTING
000070* TUITION, RATE USED, FINAL-YEAR FIGURE, THE NUMBER OF YEARS
000080* PROJECTED AND THE RUN ID OF THE RUN THAT WROTE THE LINE.
000090*
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000170*                 WRITTEN BEFORE THIS CHANGE ARE SHORT AND CARRY
000180*                 SPACES IN LOG-YEARS; READERS MUST TREAT A
000190*                 NON-NUMERIC LOG-YEARS AS AN OLD-FORMAT LINE.
000192* 10/15/2026 RG   ADDED LOG-RUN-ID, THE RUN-CONTROL REGISTRY ID OF
000194*                 THE RUN THAT WROTE THE LINE, SO EVERY LOG LINE
000196*                 TIES BACK TO ITS RUNCTL ENTRY. OLDER LINES ARE
000198*                 SHORT AND CARRY SPACES THERE, AS WITH LOG-YEARS.
000200*----------------------------------------------------------------
000210*
000220 01  LOG-RECORD.
000310     05  LOG-FINAL               PIC ZZZZZ9.99.
000320     05  FILLER                  PIC X(02).
000330     05  LOG-YEARS               PIC 9(02).
000333     05  FILLER                  PIC X(02).
000336     05  LOG-RUN-ID              PIC 9(07).
000340     05  FILLER                  PIC X(01).
