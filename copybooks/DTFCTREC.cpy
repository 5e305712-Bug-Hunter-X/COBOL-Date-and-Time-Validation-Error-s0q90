000100*****************************************************************
000110*    COPYBOOK:  DTFCTREC
000120*    PURPOSE :  RECORD LAYOUT FOR THE DTFEDCTL FEEDER CONTROL
000130*               FILE - ONE RECORD PER UPSTREAM FEED WHOSE HEADER
000140*               BUSINESS DATE IS VERIFIED BEFORE THE FEED IS
000150*               POSTED.  DTFCT-DATE-POS IS THE 1-BASED COLUMN
000160*               OF THE 8-BYTE HEADER DATE (USED BY THE DTFEDVER
000170*               DRIVER TO LIFT IT OUT OF THE HEADER RECORD);
000180*               DTFCT-DATE-FORMAT IS THE DTCHECK LAYOUT
000190*               SELECTOR THE FEEDER USES (Y = YYYYMMDD, M =
000200*               MMDDYYYY, D = DDMMYYYY); DTFCT-MISMATCH-ACTION
000210*               SAYS WHETHER A HEADER DATE THAT IS NOT THE
000220*               REGION'S BUSINESS DATE REJECTS THE FEED OR ONLY
000230*               WARNS.  DTFEDCHK APPLIES THE LAYOUT AND ACTION.
000240*
000250*    MOD LOG :
000260*    DATE       BY    DESCRIPTION
000270*    ---------- ----  ----------------------------------------
000280*    2026-10-15 JPK   ORIGINAL.
000290*****************************************************************
000300 01  DTFCT-RECORD.
000310     05  DTFCT-FEED-NAME             PIC X(08).
000320     05  DTFCT-DATE-POS              PIC 9(03).
000330     05  DTFCT-DATE-FORMAT           PIC X(01).
000340     05  DTFCT-MISMATCH-ACTION       PIC X(01).
000350         88  DTFCT-MISMATCH-REJECT       VALUE 'R'.
000360         88  DTFCT-MISMATCH-WARN         VALUE 'W'.
000370     05  DTFCT-DESCRIPTION           PIC X(30).
000380     05  FILLER                      PIC X(37).
