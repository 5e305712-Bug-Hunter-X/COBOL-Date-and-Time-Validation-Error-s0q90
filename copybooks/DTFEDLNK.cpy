000100*****************************************************************
000110*    COPYBOOK:  DTFEDLNK
000120*    PURPOSE :  LINKAGE LAYOUT FOR THE FEEDER HEADER-DATE CHECK
000130*               SUBPROGRAM (DTFEDCHK).  COPY THIS MEMBER INTO
000140*               WORKING-STORAGE IN THE CALLING PROGRAM AND INTO
000150*               LINKAGE SECTION IN DTFEDCHK ITSELF, AS WITH
000160*               DTGETLNK/DTGETDTE.  THE CALLER SUPPLIES THE FEED
000170*               NAME, THE REGION AND THE 8 BYTES OF DATE LIFTED
000180*               FROM THE FEED'S HEADER RECORD; DTFEDCHK LOOKS
000190*               THE FEED UP ON DTFEDCTL, NORMALIZES THE DATE
000200*               THROUGH DTCHECK AND COMPARES IT WITH THE
000210*               REGION'S BUSINESS DATE FROM DTGETDTE.
000220*
000230*               A CALLER SHOULD NOT POST THE FEED UNLESS
000240*               DTFED-ACCEPTED OR DTFED-WARNED IS SET.
000250*               DTFED-GET-REASON CARRIES THE DTGETDTE REASON
000260*               WHEN THE REGION'S BUSINESS DATE COULD NOT BE
000270*               HAD (REASON 01).
000280*
000290*    MOD LOG :
000300*    DATE       BY    DESCRIPTION
000310*    ---------- ----  ----------------------------------------
000320*    2026-10-15 JPK   ORIGINAL.
000330*****************************************************************
000340 01  DTFED-LINKAGE.
000350     05  DTFED-FEED-NAME             PIC X(08).
000360     05  DTFED-REGION-CODE           PIC X(03).
000370     05  DTFED-HEADER-DATE           PIC X(08).
000380     05  DTFED-DATE-FORMAT           PIC X(01).
000390     05  DTFED-MISMATCH-ACTION       PIC X(01).
000400     05  DTFED-HEADER-DATE-NORM      PIC 9(08).
000410     05  DTFED-BUSINESS-DATE         PIC 9(08).
000420     05  DTFED-DAY-DIFF              PIC S9(05).
000430     05  DTFED-RESULT-FLAG           PIC X(01).
000440         88  DTFED-ACCEPTED              VALUE 'A'.
000450         88  DTFED-WARNED                VALUE 'W'.
000460         88  DTFED-REJECTED              VALUE 'R'.
000470     05  DTFED-REASON-CODE           PIC 9(02).
000480         88  DTFED-REASON-NONE           VALUE 00.
000490         88  DTFED-REASON-NO-BUS-DATE    VALUE 01.
000500         88  DTFED-REASON-BAD-HDR-DATE   VALUE 02.
000510         88  DTFED-REASON-MISMATCH       VALUE 03.
000520         88  DTFED-REASON-NOT-DEFINED    VALUE 04.
000530     05  DTFED-GET-REASON            PIC 9(02).
