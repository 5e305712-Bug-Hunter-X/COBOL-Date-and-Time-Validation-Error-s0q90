000100*****************************************************************
000110*    COPYBOOK:  DTWCHREC
000120*    PURPOSE :  RECORD LAYOUT FOR THE DTWINCHG DTWINCTL CHANGE-
000130*               HISTORY FILE WRITTEN BY DTWINMNT.  EVERY ADD,
000140*               CHANGE OR DELETE APPLIED TO A REGION'S WINDOW
000150*               ENTRY APPENDS TWO RECORDS - A BEFORE-IMAGE ('B')
000160*               AND AN AFTER-IMAGE ('A') OF THE DTWINREC ENTRY -
000170*               STAMPED WITH THE OPERATOR, DATE, TIME AND THE
000180*               TRANSACTION CARD NUMBER, SO WHO MOVED A REGION'S
000190*               CUTOFF AND WHEN CAN BE ANSWERED FROM THE FILE.
000200*               THE BEFORE-IMAGE OF AN ADD AND THE AFTER-IMAGE
000210*               OF A DELETE CARRY THE REGION CODE ONLY.
000220*
000230*    MOD LOG :
000240*    DATE       BY    DESCRIPTION
000250*    ---------- ----  ----------------------------------------
000260*    2026-10-15 JPK   ORIGINAL.
000270*****************************************************************
000280 01  DTWCH-RECORD.
000290     05  DTWCH-CHANGE-DATE           PIC 9(08).
000300     05  DTWCH-CHANGE-TIME           PIC 9(06).
000310     05  DTWCH-OPERATOR-ID           PIC X(08).
000320     05  DTWCH-CARD-NO               PIC 9(04).
000330     05  DTWCH-ACTION                PIC X(01).
000340         88  DTWCH-ACTION-ADD            VALUE 'A'.
000350         88  DTWCH-ACTION-CHANGE         VALUE 'C'.
000360         88  DTWCH-ACTION-DELETE         VALUE 'D'.
000370     05  DTWCH-IMAGE-TYPE            PIC X(01).
000380         88  DTWCH-BEFORE-IMAGE          VALUE 'B'.
000390         88  DTWCH-AFTER-IMAGE           VALUE 'A'.
000400     05  DTWCH-WIN-IMAGE.
000410         10  DTWCH-REGION-CODE       PIC X(03).
000420         10  DTWCH-DAYS-BACK         PIC X(05).
000430         10  DTWCH-DAYS-FWD          PIC X(05).
000440         10  DTWCH-HOLIDAY-ACTION    PIC X(01).
000450         10  DTWCH-CUTOFF-TIME       PIC X(04).
000460     05  FILLER                      PIC X(34).
