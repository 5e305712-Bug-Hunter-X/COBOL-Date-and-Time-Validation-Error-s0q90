000250*    DATE       BY    DESCRIPTION
000260*    ---------- ----  ----------------------------------------
000270*    2026-09-02 JPK   ORIGINAL.
000272*    2026-10-15 JPK   ADDED DTOPA-WINMNT-PRIV - WHO MAY APPLY
000274*                      DTWINMNT ADD/CHANGE/DELETE CARDS TO
000276*                      THE DTWINCTL WINDOW CONTROL FILE.
000277*    2026-10-15 JPK   ADDED DTOPA-REVERSE-PRIV - WHO MAY RUN
000278*                      DTREVRS TO BACK OUT OR REOPEN A
000279*                      REGION'S BUSINESS DATE.
000281*    2026-10-15 JPK   ADDED DTOPA-CATCHUP-PRIV - WHO MAY
000282*                      APPROVE A DTCATCUP CATCH-UP PLAN.
000280*****************************************************************
000290 01  DTOPA-RECORD.
000300     05  DTOPA-OPERATOR-ID           PIC X(08).
000330         88  DTOPA-MAY-OVERRIDE          VALUE 'Y'.
000340     05  DTOPA-CLOSE-PRIV            PIC X(01).
000350         88  DTOPA-MAY-CLOSE             VALUE 'Y'.
000352     05  DTOPA-WINMNT-PRIV           PIC X(01).
000354         88  DTOPA-MAY-MAINT-WINDOW      VALUE 'Y'.
000356     05  DTOPA-REVERSE-PRIV          PIC X(01).
000358         88  DTOPA-MAY-REVERSE           VALUE 'Y'.
000359     05  DTOPA-CATCHUP-PRIV          PIC X(01).
000361         88  DTOPA-MAY-APPROVE-CATCHUP   VALUE 'Y'.
000362     05  FILLER                      PIC X(47).
