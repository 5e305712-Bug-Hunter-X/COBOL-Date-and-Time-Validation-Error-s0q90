000100*****************************************************************
000110*    COPYBOOK:  DTCCHREC
000120*    PURPOSE :  RECORD LAYOUT FOR THE DTCALCHG CALENDAR-CHANGE
000130*               FILE WRITTEN BY DTCALCMP WHEN A REGENERATED
000140*               DTCALEND IS COMPARED WITH THE PRIOR GENERATION.
000150*               ONE RECORD PER DIFFERENCE, LOADED BY THE LEDGER
000160*               AND TREASURY TEAMS BEFORE THE NEW CALENDAR IS
000170*               TRANSMITTED.  DATE-LEVEL CHANGES CARRY THE
000180*               CALENDAR DATE; A MOVED MONTH-END OR QUARTER-END
000190*               CARRIES THE MONTH ONLY (CAL-DATE ZERO) AND THE
000200*               PRIOR AND NEW BUSINESS DAYS AS ITS VALUES - OR
000210*               'NONE' WHERE ONE GENERATION FLAGS NO DAY.
000220*               SWITCHES ARE LEFT-JUSTIFIED ('Y'/'N'), DAY
000230*               NUMBERS ARE TWO DIGITS, DATES ARE YYYYMMDD.
000231*               A MOVED FISCAL PERIOD-END OR FISCAL YEAR-END IS
000232*               CARRIED THE SAME WAY, WITH THE FISCAL YEAR AND
000233*               PERIOD (YYYYPP) IN DTCCH-MONTH.
000240*
000250*    MOD LOG :
000260*    DATE       BY    DESCRIPTION
000270*    ---------- ----  ----------------------------------------
000280*    2026-10-15 JPK   ORIGINAL.
000281*    2026-10-15 JPK   FPER AND FYR CHANGE TYPES FOR THE FISCAL
000282*                      PERIOD-END AND YEAR-END BUSINESS DAYS.
000290*****************************************************************
000300 01  DTCCH-RECORD.
000310     05  DTCCH-RUN-DATE              PIC 9(08).
000320     05  DTCCH-CHANGE-TYPE           PIC X(04).
000330         88  DTCCH-BUS-DAY-CHANGED       VALUE 'BDAY'.
000340         88  DTCCH-BUS-DAY-NO-CHANGED    VALUE 'BDNO'.
000350         88  DTCCH-PRIOR-CHANGED         VALUE 'PRIO'.
000360         88  DTCCH-NEXT-CHANGED          VALUE 'NEXT'.
000370         88  DTCCH-MONTH-END-MOVED       VALUE 'MEND'.
000380         88  DTCCH-QTR-END-MOVED         VALUE 'QEND'.
000381         88  DTCCH-FISCAL-PER-END-MOVED  VALUE 'FPER'.
000382         88  DTCCH-FISCAL-YR-END-MOVED   VALUE 'FYR '.
000390     05  DTCCH-CAL-DATE              PIC 9(08).
000400     05  DTCCH-MONTH                 PIC 9(06).
000410     05  DTCCH-OLD-VALUE             PIC X(08).
000420     05  DTCCH-NEW-VALUE             PIC X(08).
000430     05  FILLER                      PIC X(38).
