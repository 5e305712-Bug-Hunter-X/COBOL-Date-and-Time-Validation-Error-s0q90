000220*    DATE       BY    DESCRIPTION
000230*    ---------- ----  ----------------------------------------
000240*    2026-08-22 JPK   ORIGINAL.
000242*    2026-10-15 JPK   ADDED THE DTSUM-CHAIN-RECORD VIEW - ONE
000244*                      PER DTAUDARC RUN, CARRYING THE DTAUDIT
000246*                      CHAIN ACROSS THE ARCHIVE CUT.
000250*****************************************************************
000260 01  DTSUM-RECORD.
000270     05  DTSUM-PERIOD                PIC 9(06).
000310     05  DTSUM-REASON-ENTRY OCCURS 15 TIMES.
000320         10  DTSUM-REASON-CODE       PIC 9(02).
000330         10  DTSUM-REASON-CNT        PIC 9(05).
000340*
000350*    ONE CHAIN RECORD IS WRITTEN BY EVERY DTAUDARC RUN, AFTER
000360*    THAT RUN'S PERIOD RECORDS.  'CHAIN ' IN THE FIRST SIX
000370*    BYTES (WHERE A PERIOD RECORD HAS ITS NUMERIC YYYYMM) TELLS
000380*    THE TWO APART.  FOR THE ARCHIVE GENERATION AND FOR THE
000390*    KEPT FILE IT GIVES THE SEQUENCE NUMBER THE FIRST CHAINED
000400*    ROW MUST CARRY AND THE CHECK VALUE IT IS CHAINED FROM
000410*    (SEE DTAUDREC), SO EACH FILE CAN BE PROVEN COMPLETE BY
000420*    DTAUDVER.  EACH RUN'S ARCHIVE START IS THE PREVIOUS RUN'S
000430*    KEPT START.  THE LATEST CHAIN RECORD IS WHERE THE LIVE
000440*    FILE STARTS.
000450 01  DTSUM-CHAIN-RECORD.
000460     05  DTSUM-CHN-ID                PIC X(06).
000470         88  DTSUM-IS-CHAIN              VALUE 'CHAIN '.
000480     05  DTSUM-CHN-RUN-DATE          PIC 9(08).
000490     05  DTSUM-CHN-CUTOFF-DATE       PIC 9(08).
000500     05  DTSUM-CHN-ARC-COUNT         PIC 9(07).
000510     05  DTSUM-CHN-ARC-FIRST-SEQ     PIC 9(09).
000520     05  DTSUM-CHN-ARC-PRIOR-CHECK   PIC 9(09).
000530     05  DTSUM-CHN-ARC-LAST-SEQ      PIC 9(09).
000540     05  DTSUM-CHN-ARC-LAST-CHECK    PIC 9(09).
000550     05  DTSUM-CHN-KEPT-COUNT        PIC 9(07).
000560     05  DTSUM-CHN-KEPT-FIRST-SEQ    PIC 9(09).
000570     05  DTSUM-CHN-KEPT-PRIOR-CHECK  PIC 9(09).
000580     05  DTSUM-CHN-KEPT-LAST-SEQ     PIC 9(09).
000590     05  DTSUM-CHN-KEPT-LAST-CHECK   PIC 9(09).
000600     05  DTSUM-CHN-UNCHAINED         PIC 9(07).
000610     05  FILLER                      PIC X(17).
