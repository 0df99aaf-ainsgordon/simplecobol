000244*                 SO NO LOG LINE IS EVER LOST. LINES WHOSE DATE
000246*                 IS NOT NUMERIC ARE NEVER PURGED. THE COUNTS
000248*                 AND THE VERDICT PRINT ON ARCRPT.
000250* 10/15/2026 RG   ARCHLOG, ARCWORK AND NEWLOG RECORDS WIDENED TO
000252*                 THE RUNLOG LINE, WHICH NOW CARRIES THE RUN ID
000254*                 OF THE RUN THAT WROTE IT, SO THE ARCHIVE AND
000256*                 THE REWRITTEN LOG KEEP IT.
000270*----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000560 COPY RUNLOGR.
000570*
000580 FD  ARCHLOG.
000590 01  ARC-RECORD                  PIC X(62).
000600*
000610 FD  ARCWORK.
000620 01  AWK-RECORD                  PIC X(62).
000630*
000640 FD  NEWLOG.
000650 01  NEW-RECORD                  PIC X(62).
000660*
000670 FD  ARCRPT.
000680 01  ARP-RECORD                  PIC X(80).
