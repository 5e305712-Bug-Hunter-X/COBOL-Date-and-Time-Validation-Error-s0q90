000100*****************************************************************
000110*    COPYBOOK:  DTCUPREC
000120*    PURPOSE :  RECORD LAYOUT FOR THE DTCUPPLN CATCH-UP PLAN
000130*               FILE.  WHEN A REGION COMES BACK FROM AN OUTAGE
000140*               SEVERAL BUSINESS DAYS BEHIND, DTCATCUP LISTS
000150*               THE MISSED BUSINESS DATES OFF DTCALEND AND, ONCE
000160*               AN OPERATOR HOLDING THE CATCH-UP PRIVILEGE
000170*               APPROVES THE PLAN, APPENDS ONE RECORD PER
000180*               PLANNED DATE HERE.  THE DATES ARE THEN DRIVEN
000190*               THROUGH DTVALID AND DTCLOSE ONE AT A TIME FROM
000200*               THE GENERATED DTSYSIN DECK.
000210*
000220*               A PLAN IS IDENTIFIED BY ITS REGION AND THE
000230*               DATE/TIME IT WAS APPROVED.  DTCUP-FROM-DATE IS
000240*               THE REGION'S LAST DTBIZHST BUSINESS DATE WHEN
000250*               THE PLAN WAS MADE - THE PLANNED DATES ARE EVERY
000260*               BUSINESS DAY AFTER IT, IN ORDER.  DTVALID DOES
000270*               NOT RAISE ITS CONTINUITY GAP WARNING FOR A
000280*               PLANNED DATE WHOSE GAP LIES INSIDE THE PLAN, AND
000290*               DTRECON REPORTS THE DAY'S PLANNED DATES AS ONE
000300*               CATCH-UP EVENT.
000310*
000320*    MOD LOG :
000330*    DATE       BY    DESCRIPTION
000340*    ---------- ----  ----------------------------------------
000350*    2026-10-15 JPK   ORIGINAL.
000360*****************************************************************
000370 01  DTCUP-RECORD.
000380     05  DTCUP-REGION-CODE           PIC X(03).
000390     05  DTCUP-PLAN-DATE             PIC 9(08).
000400     05  DTCUP-PLAN-TIME             PIC 9(06).
000410     05  DTCUP-PLAN-SEQ              PIC 9(03).
000420     05  DTCUP-PLAN-COUNT            PIC 9(03).
000430     05  DTCUP-FROM-DATE             PIC 9(08).
000440     05  DTCUP-BUSINESS-DATE         PIC 9(08).
000450     05  DTCUP-MONTH-END-SW          PIC X(01).
000460         88  DTCUP-MONTH-END             VALUE 'Y'.
000470     05  DTCUP-QTR-END-SW            PIC X(01).
000480         88  DTCUP-QTR-END               VALUE 'Y'.
000490     05  DTCUP-PLAN-STATUS           PIC X(01).
000500         88  DTCUP-APPROVED              VALUE 'A'.
000510     05  DTCUP-APPROVED-BY           PIC X(08).
000520     05  FILLER                      PIC X(30).
