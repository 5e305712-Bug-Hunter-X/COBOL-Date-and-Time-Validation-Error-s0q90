000270*               OF THE MONTH/QUARTER.  PRIOR/NEXT ARE THE
000280*               NEAREST BUSINESS DATES EITHER SIDE OF THE
000290*               RECORD DATE, NEVER THE DATE ITSELF.
000291*
000292*               THE FISCAL FIELDS COME FROM THE DTFISCAL 4-4-5
000293*               CALENDAR, AS DTGETDTE RETURNS THEM: FISCAL YEAR,
000294*               PERIOD, WEEK OF THE FISCAL YEAR, AND FLAGS ON THE
000295*               LAST BUSINESS DAY OF THE FISCAL PERIOD AND OF THE
000296*               FISCAL YEAR.  ZERO/'N' WHERE DTFISCAL DOES NOT
000297*               COVER THE DATE.
000300*
000310*    MOD LOG :
000320*    DATE       BY    DESCRIPTION
000330*    ---------- ----  ----------------------------------------
000340*    2026-09-02 JPK   ORIGINAL.
000342*    2026-10-15 JPK   ADDED THE FISCAL YEAR/PERIOD/WEEK AND THE
000344*                      FISCAL PERIOD-END AND YEAR-END FLAGS.
000346*                      FILLER CUT FROM 50 TO 40.
000350*****************************************************************
000360 01  DTCAL-RECORD.
000370     05  DTCAL-DATE                  PIC 9(08).
000480         88  DTCAL-NOT-QTR-END           VALUE 'N'.
000490     05  DTCAL-PRIOR-BUS-DATE        PIC 9(08).
000500     05  DTCAL-NEXT-BUS-DATE         PIC 9(08).
000510     05  DTCAL-FISCAL-YEAR           PIC 9(04).
000520     05  DTCAL-FISCAL-PERIOD         PIC 9(02).
000530     05  DTCAL-FISCAL-WEEK           PIC 9(02).
000540     05  DTCAL-FISCAL-PER-END-SW     PIC X(01).
000550         88  DTCAL-FISCAL-PER-END        VALUE 'Y'.
000560         88  DTCAL-NOT-FISCAL-PER-END    VALUE 'N'.
000570     05  DTCAL-FISCAL-YR-END-SW      PIC X(01).
000580         88  DTCAL-FISCAL-YR-END         VALUE 'Y'.
000590         88  DTCAL-NOT-FISCAL-YR-END     VALUE 'N'.
000600     05  FILLER                      PIC X(40).
