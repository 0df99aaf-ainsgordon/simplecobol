000010*----------------------------------------------------------------
000020* GLBUDR.CPY
000030*
000040* GL BUDGET LOAD RECORD LAYOUT, WRITTEN BY THE BATCH PROJECTION
000050* FOR THE LEDGER'S BUDGET LOAD. ONE HEADER (TYPE H), ONE DETAIL
000060* (TYPE D) PER PROGRAM, FISCAL YEAR AND ACCOUNT, AND ONE TRAILER
000070* (TYPE T). PROJECTED GROSS REVENUE POSTS AS A CREDIT TO THE
000080* PROGRAM'S REVENUE ACCOUNT AND PROJECTED INSTITUTIONAL AID AS A
000090* DEBIT TO ITS AID ACCOUNT, SO CREDITS LESS DEBITS IS THE NET.
000100* THE TRAILER CARRIES THE DETAIL RECORD COUNT AND THE DEBIT AND
000110* CREDIT HASH TOTALS THE LOAD MUST PROVE BEFORE IT POSTS.
000120*
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150* 10/15/2026 RG   ORIGINAL COPYBOOK, CREATED WITH THE GL BUDGET
000160*                 INTERFACE FROM THE REVENUE ROLL-UP.
000170*----------------------------------------------------------------
000180*
000190 01  GLB-RECORD.
000200     05  GLB-REC-TYPE            PIC X(01).
000210         88  GLB-HEADER                      VALUE 'H'.
000220         88  GLB-DETAIL                      VALUE 'D'.
000230         88  GLB-TRAILER                     VALUE 'T'.
000240     05  GLB-DETAIL-DATA.
000250         10  GLB-FUND            PIC X(06).
000260         10  GLB-ORG             PIC X(06).
000270         10  GLB-ACCOUNT         PIC X(06).
000280         10  GLB-FISCAL-YEAR     PIC 9(04).
000290         10  GLB-DR-CR           PIC X(01).
000300             88  GLB-DEBIT                   VALUE 'D'.
000310             88  GLB-CREDIT                  VALUE 'C'.
000320         10  GLB-AMOUNT          PIC 9(13)V99.
000330         10  GLB-PROG-CODE       PIC X(10).
000340         10  GLB-RUN-ID          PIC 9(07).
000350         10  FILLER              PIC X(24).
000360     05  GLB-HEADER-DATA REDEFINES GLB-DETAIL-DATA.
000370         10  GLB-HDR-RUN-DATE    PIC 9(08).
000380         10  GLB-HDR-RUN-ID      PIC 9(07).
000390         10  GLB-HDR-FIRST-FY    PIC 9(04).
000400         10  GLB-HDR-LAST-FY     PIC 9(04).
000410         10  FILLER              PIC X(56).
000420     05  GLB-TRAILER-DATA REDEFINES GLB-DETAIL-DATA.
000430         10  GLB-TRL-COUNT       PIC 9(07).
000440         10  GLB-TRL-DEBIT-HASH  PIC 9(15)V99.
000450         10  GLB-TRL-CREDIT-HASH PIC 9(15)V99.
000460         10  FILLER              PIC X(38).
