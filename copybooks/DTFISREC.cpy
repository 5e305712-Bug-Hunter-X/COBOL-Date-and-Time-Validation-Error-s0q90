000100*****************************************************************
000110*    COPYBOOK:  DTFISREC
000120*    PURPOSE :  RECORD LAYOUT FOR THE DTFISCAL FISCAL CALENDAR
000130*               FILE.  FINANCE CLOSES ON A 4-4-5 FISCAL CALENDAR,
000140*               NOT ON CALENDAR MONTHS, SO ONE RECORD PER FISCAL
000150*               PERIOD GIVES ITS FISCAL YEAR, PERIOD NUMBER
000160*               (01-12), FIRST AND LAST CALENDAR DATE, AND LENGTH
000170*               IN WEEKS (4, 4, 5 IN EACH QUARTER; A 53-WEEK YEAR
000180*               CARRIES 6 IN PERIOD 12).  MAINTAINED BY THE BATCH
000190*               CONTROL GROUP FROM THE FINANCE SCHEDULE, IN
000200*               ASCENDING YEAR/PERIOD ORDER, AND CERTIFIED BY
000210*               DTFISCHK AFTER EVERY UPDATE.  DTGETDTE AND
000220*               DTCALGEN DERIVE THE FISCAL FIELDS FROM IT SO NO
000230*               DOWNSTREAM JOB KEEPS ITS OWN TABLE OF PERIOD ENDS.
000240*
000250*               THE FISCAL YEAR IS FINANCE'S LABEL FOR THE YEAR
000260*               AND NEED NOT BE THE CALENDAR YEAR OF ANY DATE IN
000270*               IT.  PERIODS ARE CONTIGUOUS - EACH STARTS THE DAY
000280*               AFTER THE PREVIOUS ONE ENDS, ACROSS YEAR ENDS TOO.
000290*
000300*    MOD LOG :
000310*    DATE       BY    DESCRIPTION
000320*    ---------- ----  ----------------------------------------
000330*    2026-10-15 JPK   ORIGINAL.
000340*****************************************************************
000350 01  DTFIS-RECORD.
000360     05  DTFIS-FISCAL-YEAR           PIC 9(04).
000370     05  DTFIS-PERIOD                PIC 9(02).
000380     05  DTFIS-START-DATE            PIC 9(08).
000390     05  DTFIS-END-DATE              PIC 9(08).
000400     05  DTFIS-WEEKS                 PIC 9(01).
000410     05  DTFIS-DESCRIPTION           PIC X(20).
000420     05  FILLER                      PIC X(37).
