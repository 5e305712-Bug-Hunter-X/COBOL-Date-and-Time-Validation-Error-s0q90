000010*****************************************************************
000020*    PROGRAM-ID: DTCATCUP
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : MULTI-DAY CATCH-UP PLANNING AFTER AN OUTAGE.
000080*                DTVALID ADVANCES ONE BUSINESS DATE PER RUN, SO A
000090*                REGION THAT COMES BACK SEVERAL BUSINESS DAYS
000100*                BEHIND HAS TO BE DRIVEN THROUGH DTVALID AND
000110*                DTCLOSE ONCE PER MISSED DATE.  THIS RUN WORKS
000120*                OUT WHICH DATES THOSE ARE AND BUILDS THE DECK,
000130*                SO NOBODY HAND-BUILDS CARDS AT 3AM:
000140*                  1. THE REGION'S LAST DTBIZHST ENTRY GIVES THE
000150*                     LAST BUSINESS DATE IT PROCESSED;
000160*                  2. EVERY DTCALEND BUSINESS DAY AFTER THAT DATE,
000170*                     UP TO THE THROUGH DATE, IS A MISSED DATE -
000180*                     LISTED IN ORDER ON DTREPORT WITH MONTH-END
000190*                     AND QUARTER-END DAYS HIGHLIGHTED;
000200*                  3. THE DTCUPDCK DECK CARRIES TWO DTPARMRC
000210*                     CARDS PER MISSED DATE, IN ORDER - THE
000220*                     DTVALID CARD (JOB-ID DTVALID) AND THE
000230*                     DTCLOSE CARD (JOB-ID DTCLOSE) - ONE CARD PER
000240*                     STEP SUBMISSION;
000250*                  4. WITH THE APPROVE ACTION ON THE CARD, AND AN
000260*                     OPERATOR HOLDING THE CATCH-UP PRIVILEGE ON
000270*                     DTOPAUTH, THE PLAN IS APPENDED TO DTCUPPLN
000280*                     (DTCUPREC).  DTVALID THEN RAISES NO
000290*                     CONTINUITY GAP WARNING FOR A PLANNED DATE
000300*                     AND DTRECON REPORTS THE CATCH-UP AS ONE
000310*                     EVENT.  WITHOUT APPROVAL THE RUN IS A
000320*                     PROPOSAL - REPORT AND DECK ONLY.
000330*
000340*                CARD LAYOUT:
000350*                  COLS 1-3   REGION CODE (BLANK = DEFAULT STREAM)
000360*                  COLS 5-12  THROUGH DATE (YYYYMMDD) - BLANK IS
000370*                             THE LAST BUSINESS DAY BEFORE TODAY
000380*                  COLS 14-21 OPERATOR ID - GOES ON THE DECK
000390*                             CARDS AND IS THE PLAN'S APPROVER
000400*                  COL  23    ACTION - A APPROVE, BLANK PROPOSE
000410*                  COLS 25-30 BUSINESS TIME FOR THE DTVALID
000420*                             CARDS (HHMMSS) - BLANK IS 000000
000430*
000440*    MOD LOG   :
000450*    DATE       BY    DESCRIPTION
000460*    ---------- ----  ----------------------------------------
000470*    2026-10-15 JPK   ORIGINAL.
000471*    2026-10-15 JPK   A FULL DATE TABLE REJECTS THE PLAN ONLY
000472*                      WHEN THE FIRST DATE LEFT OFF IT FALLS ON
000473*                      OR BEFORE THE THROUGH DATE.
000480*
000490*    COND CODES:
000500*    00  PLAN APPROVED - DECK WRITTEN AND PLAN ON DTCUPPLN
000510*    04  PROPOSAL ONLY (NO APPROVE ACTION), OR THE REGION HAS
000520*         NO MISSED BUSINESS DATES
000530*    08  APPROVAL REFUSED - OPERATOR DOES NOT HOLD THE CATCH-UP
000540*         PRIVILEGE.  THE PROPOSAL AND DECK ARE STILL PRODUCED
000550*    12  CARD INVALID, NO DTBIZHST HISTORY FOR THE REGION,
000560*         DTCALEND DOES NOT COVER THE SPAN, OR MORE MISSED
000570*         DATES THAN ONE PLAN HOLDS - NOTHING PLANNED
000580*    16  DTREPORT, DTCUPDCK OR DTCUPPLN COULD NOT BE WRITTEN
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.    DTCATCUP.
000620 AUTHOR.        J. P. KOWALSKI.
000630 INSTALLATION.  BATCH CONTROL GROUP.
000640 DATE-WRITTEN.  2026-10-15.
000650 DATE-COMPILED.
000660
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.  IBM370.
000700 OBJECT-COMPUTER.  IBM370.
000710
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CU-SYSIN-STATUS.
000770
000780     SELECT DTBIZHST-FILE ASSIGN TO DTBIZHST
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CU-BIZHST-STATUS.
000810
000820     SELECT DTCALEND-FILE ASSIGN TO DTCALEND
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CU-CALEND-STATUS.
000850
000860     SELECT DTOPAUTH-FILE ASSIGN TO DTOPAUTH
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CU-OPAUTH-STATUS.
000890
000900     SELECT DTCUPDCK-FILE ASSIGN TO DTCUPDCK
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS CU-DECK-STATUS.
000930
000940     SELECT DTCUPPLN-FILE ASSIGN TO DTCUPPLN
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CU-PLAN-STATUS.
000970
000980     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS CU-REPORT-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  DTSYSIN-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  CU-CARD-RECORD.
001080     05  CU-CARD-REGION              PIC X(03).
001090     05  FILLER                      PIC X(01).
001100     05  CU-CARD-THRU-DATE           PIC X(08).
001110     05  CU-CARD-THRU-DATE-N REDEFINES CU-CARD-THRU-DATE
001120                                     PIC 9(08).
001130     05  FILLER                      PIC X(01).
001140     05  CU-CARD-OPERATOR-ID         PIC X(08).
001150     05  FILLER                      PIC X(01).
001160     05  CU-CARD-ACTION              PIC X(01).
001170     05  FILLER                      PIC X(01).
001180     05  CU-CARD-TIME                PIC X(06).
001190     05  CU-CARD-TIME-N REDEFINES CU-CARD-TIME
001200                                     PIC 9(06).
001210     05  FILLER                      PIC X(50).
001220
001230 FD  DTBIZHST-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 80 CHARACTERS.
001260 COPY DTHSTREC.
001270
001280 FD  DTCALEND-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310 COPY DTCALREC.
001320
001330 FD  DTOPAUTH-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 80 CHARACTERS.
001360 COPY DTOPAREC.
001370
001380 FD  DTCUPDCK-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 80 CHARACTERS.
001410 COPY DTPARMRC.
001420
001430 FD  DTCUPPLN-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 80 CHARACTERS.
001460 COPY DTCUPREC.
001470
001480 FD  DTREPORT-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 132 CHARACTERS.
001510 01  CU-PRINT-REC                    PIC X(132).
001520
001530 WORKING-STORAGE SECTION.
001540
001550 01  CU-FILE-STATUSES.
001560     05  CU-SYSIN-STATUS             PIC X(02) VALUE '99'.
001570         88  CU-SYSIN-OK                 VALUE '00'.
001580     05  CU-BIZHST-STATUS            PIC X(02) VALUE '99'.
001590         88  CU-BIZHST-OK                VALUE '00'.
001600     05  CU-CALEND-STATUS            PIC X(02) VALUE '99'.
001610         88  CU-CALEND-OK                VALUE '00'.
001620     05  CU-OPAUTH-STATUS            PIC X(02) VALUE '99'.
001630         88  CU-OPAUTH-OK                VALUE '00'.
001640     05  CU-DECK-STATUS              PIC X(02) VALUE '99'.
001650         88  CU-DECK-OK                  VALUE '00'.
001660     05  CU-PLAN-STATUS              PIC X(02) VALUE '99'.
001670         88  CU-PLAN-OK                  VALUE '00'.
001680     05  CU-REPORT-STATUS            PIC X(02) VALUE '99'.
001690         88  CU-REPORT-OK                VALUE '00'.
001700
001710 01  CU-SYSTEM-DATE-TIME             PIC X(21).
001720 01  CU-SYS-DT-R REDEFINES CU-SYSTEM-DATE-TIME.
001730     05  CU-SYS-YYYY                 PIC 9(04).
001740     05  CU-SYS-MM                   PIC 9(02).
001750     05  CU-SYS-DD                   PIC 9(02).
001760     05  CU-SYS-HH                   PIC 9(02).
001770     05  CU-SYS-MIN                  PIC 9(02).
001780     05  CU-SYS-SS                   PIC 9(02).
001790     05  FILLER                      PIC X(07).
001800 01  CU-SYSTEM-DATE                  PIC 9(08).
001810 01  CU-SYSTEM-TIME                  PIC 9(06).
001820
001830 01  CU-AREA.
001840     05  CU-REGION-CODE              PIC X(03) VALUE SPACES.
001850     05  CU-OPERATOR-ID              PIC X(08) VALUE SPACES.
001860     05  CU-ACTION                   PIC X(01) VALUE SPACE.
001870         88  CU-ACTION-APPROVE           VALUE 'A'.
001880         88  CU-ACTION-PROPOSE           VALUE SPACE.
001890     05  CU-BUSINESS-TIME            PIC 9(06) VALUE ZERO.
001900     05  CU-THRU-DATE                PIC 9(08) VALUE ZERO.
001910     05  CU-THRU-DEFAULT-SW          PIC X(01) VALUE 'N'.
001920         88  CU-THRU-DEFAULTED           VALUE 'Y'.
001930     05  CU-FROM-DATE                PIC 9(08) VALUE ZERO.
001940     05  CU-HIST-FOUND-SW            PIC X(01) VALUE 'N'.
001950         88  CU-HIST-FOUND               VALUE 'Y'.
001960     05  CU-AUTH-SW                  PIC X(01) VALUE 'N'.
001970         88  CU-OPER-MAY-APPROVE         VALUE 'Y'.
001980     05  CU-RESULT-CODE              PIC 9(02) VALUE ZERO.
001990     05  CU-DSP-COUNT                PIC ZZ9.
002000     05  CU-PLAN-STATE               PIC X(01) VALUE 'P'.
002010         88  CU-PLAN-PROPOSED            VALUE 'P'.
002020         88  CU-PLAN-APPROVED            VALUE 'A'.
002030         88  CU-PLAN-REFUSED             VALUE 'R'.
002040
002050*****************************************************************
002060*    DTCALEND COVERAGE - THE FIRST AND LAST DATES ON THE FILE,
002070*    AND THE LAST BUSINESS DAY BEFORE TODAY FOR A DEFAULTED
002080*    THROUGH DATE.
002090*****************************************************************
002100 01  CU-CALENDAR-AREA.
002110     05  CU-CAL-FIRST-DATE           PIC 9(08) VALUE ZERO.
002120     05  CU-CAL-LAST-DATE            PIC 9(08) VALUE ZERO.
002130     05  CU-CAL-PRIOR-DATE           PIC 9(08) VALUE ZERO.
002140     05  CU-CAL-LAST-BUS-DATE        PIC 9(08) VALUE ZERO.
002150     05  CU-CAL-SEQ-SW               PIC X(01) VALUE 'N'.
002160         88  CU-CAL-OUT-OF-SEQ           VALUE 'Y'.
002170     05  CU-NEEDED-FIRST-DATE        PIC 9(08) VALUE ZERO.
002180     05  CU-WORK-INTEGER             PIC S9(07).
002190
002200*****************************************************************
002210*    EVERY DTCALEND BUSINESS DAY AFTER THE FROM DATE.  THE
002220*    THROUGH DATE IS APPLIED AFTER THE PASS, BECAUSE A DEFAULTED
002230*    THROUGH DATE IS ONLY KNOWN ONCE THE CALENDAR HAS BEEN READ
002240*    UP TO TODAY.  A PLAN HOLDS 99 DATES - A LONGER OUTAGE IS
002250*    PLANNED IN PIECES WITH EXPLICIT THROUGH DATES.
002260*****************************************************************
002270 01  CU-DATE-TABLE-AREA.
002280     05  CU-DTE-COUNT                PIC 9(03) COMP VALUE ZERO.
002290     05  CU-DTE-MAX                  PIC 9(03) COMP VALUE 99.
002300     05  CU-DTE-SUB                  PIC 9(03) COMP.
002310     05  CU-DTE-OVERFLOW-SW          PIC X(01) VALUE 'N'.
002320         88  CU-DTE-OVERFLOW             VALUE 'Y'.
002325     05  CU-DTE-OVER-DATE            PIC 9(08) VALUE ZERO.
002330     05  CU-DTE-ENTRY OCCURS 99 TIMES.
002340         10  CU-DTE-DATE             PIC 9(08).
002350         10  CU-DTE-DOW              PIC 9(01).
002360         10  CU-DTE-BUS-DAY-NO       PIC 9(02).
002370         10  CU-DTE-MONTH-END-SW     PIC X(01).
002380         10  CU-DTE-QTR-END-SW       PIC X(01).
002390
002400 01  CU-DAY-NAMES-AREA.
002410     05  CU-DAY-NAMES                PIC X(21)
002420         VALUE 'MONTUEWEDTHUFRISATSUN'.
002430     05  CU-DAY-NAME-R REDEFINES CU-DAY-NAMES.
002440         10  CU-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
002450
002460 01  CU-PRINT-CONTROL.
002470     05  CU-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002480     05  CU-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002490     05  CU-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
002500
002510 01  CU-TOTALS-AREA.
002520     05  CU-TOT-PLANNED              PIC 9(05) COMP VALUE ZERO.
002530     05  CU-TOT-MONTH-END            PIC 9(05) COMP VALUE ZERO.
002540     05  CU-TOT-QTR-END              PIC 9(05) COMP VALUE ZERO.
002550     05  CU-TOT-CARDS                PIC 9(05) COMP VALUE ZERO.
002560     05  CU-TOT-PLAN-RECS            PIC 9(05) COMP VALUE ZERO.
002570
002580 01  CU-HEADING-1.
002590     05  FILLER                      PIC X(10) VALUE 'DTCATCUP'.
002600     05  FILLER                      PIC X(44)
002610         VALUE 'CATCH-UP PLAN - MISSED BUSINESS DATES'.
002620     05  FILLER                      PIC X(56) VALUE SPACES.
002630     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002640     05  CU-HDG-PAGE                 PIC ZZZZ9.
002650     05  FILLER                      PIC X(12) VALUE SPACES.
002660
002670 01  CU-HEADING-2.
002680     05  FILLER                      PIC X(09) VALUE 'RUN DATE '.
002690     05  CU-HDG-DATE                 PIC 9(08).
002700     05  FILLER                      PIC X(07) VALUE '  TIME '.
002710     05  CU-HDG-TIME                 PIC 9(06).
002720     05  FILLER                      PIC X(10)
002730         VALUE '  REGION '''.
002740     05  CU-HDG-REGION               PIC X(03).
002750     05  FILLER                      PIC X(01) VALUE ''''.
002760     05  FILLER                      PIC X(22)
002770         VALUE '  LAST PROCESSED DATE '.
002780     05  CU-HDG-FROM                 PIC 9(08).
002790     05  FILLER                      PIC X(15)
002800         VALUE '  THROUGH DATE '.
002810     05  CU-HDG-THRU                 PIC 9(08).
002820     05  FILLER                      PIC X(35) VALUE SPACES.
002830
002840 01  CU-COL-HDR.
002850     05  FILLER                      PIC X(36) VALUE
002860         '  SEQ  BUS DATE       DAY   DAY#   '.
002870     05  FILLER                      PIC X(26) VALUE
002880         '   PERIOD END      VAL/CLS'.
002890     05  FILLER                      PIC X(70) VALUE SPACES.
002900
002910 01  CU-DETAIL-LINE.
002920     05  FILLER                      PIC X(02) VALUE SPACES.
002930     05  CU-DTL-SEQ                  PIC ZZ9.
002940     05  FILLER                      PIC X(02) VALUE SPACES.
002950     05  CU-DTL-DATE                 PIC 9(08).
002960     05  FILLER                      PIC X(07) VALUE SPACES.
002970     05  CU-DTL-DAY                  PIC X(03).
002980     05  FILLER                      PIC X(05) VALUE SPACES.
002990     05  CU-DTL-BUS-DAY-NO           PIC Z9.
003000     05  FILLER                      PIC X(03) VALUE SPACES.
003010     05  CU-DTL-MARK                 PIC X(03).
003020     05  FILLER                      PIC X(01) VALUE SPACES.
003030     05  CU-DTL-FLAG                 PIC X(11).
003040     05  FILLER                      PIC X(05) VALUE SPACES.
003050     05  CU-DTL-CARD-VALID           PIC ZZ9.
003060     05  FILLER                      PIC X(01) VALUE '/'.
003070     05  CU-DTL-CARD-CLOSE           PIC ZZ9.
003080     05  FILLER                      PIC X(70) VALUE SPACES.
003090
003100 01  CU-MESSAGE-LINE.
003110     05  FILLER                      PIC X(02) VALUE SPACES.
003120     05  CU-MSG-TEXT                 PIC X(70).
003130     05  FILLER                      PIC X(60) VALUE SPACES.
003140
003150 01  CU-TOTAL-LINE.
003160     05  FILLER                      PIC X(02) VALUE SPACES.
003170     05  CU-TOT-LABEL                PIC X(34).
003180     05  CU-TOT-CNT                  PIC ZZZ,ZZ9.
003190     05  FILLER                      PIC X(89) VALUE SPACES.
003200
003210 01  CU-END-LINE.
003220     05  FILLER                      PIC X(21)
003230         VALUE '*** END OF REPORT ***'.
003240     05  FILLER                      PIC X(111) VALUE SPACES.
003250
003260 PROCEDURE DIVISION.
003270
003280 0000-MAINLINE.
003290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003300     IF CU-RESULT-CODE = ZERO
003310         PERFORM 2000-FIND-LAST-HISTORY THRU 2000-EXIT
003320     END-IF
003330     IF CU-RESULT-CODE = ZERO
003340         PERFORM 3000-LOAD-CALENDAR THRU 3000-EXIT
003350     END-IF
003360     IF CU-RESULT-CODE = ZERO
003370         PERFORM 3500-APPLY-THROUGH-DATE THRU 3500-EXIT
003380     END-IF
003390     IF CU-RESULT-CODE NOT = ZERO
003400         IF CU-REPORT-OK
003410             CLOSE DTREPORT-FILE
003420         END-IF
003430         MOVE CU-RESULT-CODE TO RETURN-CODE
003440         STOP RUN
003450     END-IF
003460     IF CU-ACTION-APPROVE
003470         PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT
003480         IF CU-OPER-MAY-APPROVE
003490             SET CU-PLAN-APPROVED TO TRUE
003500         ELSE
003510             SET CU-PLAN-REFUSED TO TRUE
003520             DISPLAY 'DTCATCUP: APPROVAL REFUSED - OPERATOR '''
003530                 CU-OPERATOR-ID ''' DOES NOT HOLD THE CATCH-UP '
003540                 'PRIVILEGE ON DTOPAUTH'
003550         END-IF
003560     END-IF
003570     PERFORM 4000-PRINT-PLAN THRU 4000-EXIT
003580     IF CU-DTE-COUNT > ZERO
003590         PERFORM 5000-WRITE-DECK THRU 5000-EXIT
003600     END-IF
003610     IF CU-PLAN-APPROVED
003620         AND CU-DTE-COUNT > ZERO
003630         AND CU-RESULT-CODE = ZERO
003640         PERFORM 6000-WRITE-PLAN THRU 6000-EXIT
003650     END-IF
003660     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
003670     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
003680     CLOSE DTREPORT-FILE
003690     MOVE CU-RESULT-CODE TO RETURN-CODE
003700     STOP RUN.
003710
003720*****************************************************************
003730*    1000-INITIALIZE - SYSTEM DATE/TIME, THE ONE DTSYSIN CARD
003740*    AND THE REPORT.  A PLAN IS NEVER DEFAULTED - NO CARD DOES
003750*    NOTHING.
003760*****************************************************************
003770 1000-INITIALIZE.
003780     MOVE FUNCTION CURRENT-DATE TO CU-SYSTEM-DATE-TIME
003790     COMPUTE CU-SYSTEM-DATE =
003800             (CU-SYS-YYYY * 10000) + (CU-SYS-MM * 100)
003810             + CU-SYS-DD
003820     COMPUTE CU-SYSTEM-TIME =
003830             (CU-SYS-HH * 10000) + (CU-SYS-MIN * 100)
003840             + CU-SYS-SS
003850
003860     OPEN INPUT DTSYSIN-FILE
003870     IF NOT CU-SYSIN-OK
003880         DISPLAY 'DTCATCUP: UNABLE TO OPEN DTSYSIN - STATUS '
003890             CU-SYSIN-STATUS ' - NOTHING PLANNED'
003900         MOVE 12 TO CU-RESULT-CODE
003910         GO TO 1000-EXIT
003920     END-IF
003930     READ DTSYSIN-FILE
003940         AT END
003950             DISPLAY 'DTCATCUP: NO DTSYSIN CARD - NOTHING PLANNED'
003960             MOVE 12 TO CU-RESULT-CODE
003970             CLOSE DTSYSIN-FILE
003980             GO TO 1000-EXIT
003990     END-READ
004000     CLOSE DTSYSIN-FILE
004010     MOVE CU-CARD-REGION TO CU-REGION-CODE
004020     MOVE CU-CARD-OPERATOR-ID TO CU-OPERATOR-ID
004030     MOVE CU-CARD-ACTION TO CU-ACTION
004040     IF CU-CARD-THRU-DATE = SPACES
004050         SET CU-THRU-DEFAULTED TO TRUE
004060     ELSE
004070         IF CU-CARD-THRU-DATE IS NOT NUMERIC
004080             DISPLAY 'DTCATCUP: CARD THROUGH DATE '''
004090                 CU-CARD-THRU-DATE ''' IS NOT NUMERIC'
004100             MOVE 12 TO CU-RESULT-CODE
004110         ELSE
004120             MOVE CU-CARD-THRU-DATE-N TO CU-THRU-DATE
004130         END-IF
004140     END-IF
004150     IF NOT CU-THRU-DEFAULTED
004160         AND CU-RESULT-CODE = ZERO
004170         AND CU-THRU-DATE > CU-SYSTEM-DATE
004180         DISPLAY 'DTCATCUP: THROUGH DATE ' CU-THRU-DATE
004190             ' IS AFTER TODAY - A CATCH-UP CANNOT RUN AHEAD'
004200         MOVE 12 TO CU-RESULT-CODE
004210     END-IF
004220     IF NOT CU-ACTION-APPROVE AND NOT CU-ACTION-PROPOSE
004230         DISPLAY 'DTCATCUP: CARD ACTION ''' CU-CARD-ACTION
004240             ''' IS NOT A OR BLANK'
004250         MOVE 12 TO CU-RESULT-CODE
004260     END-IF
004270     IF CU-CARD-TIME NOT = SPACES
004280         IF CU-CARD-TIME IS NOT NUMERIC
004290             DISPLAY 'DTCATCUP: CARD BUSINESS TIME '''
004300                 CU-CARD-TIME ''' IS NOT NUMERIC'
004310             MOVE 12 TO CU-RESULT-CODE
004320         ELSE
004330             MOVE CU-CARD-TIME-N TO CU-BUSINESS-TIME
004340         END-IF
004350     END-IF
004360     IF CU-RESULT-CODE NOT = ZERO
004370         GO TO 1000-EXIT
004380     END-IF
004390
004400     OPEN OUTPUT DTREPORT-FILE
004410     IF NOT CU-REPORT-OK
004420         DISPLAY 'DTCATCUP: UNABLE TO OPEN DTREPORT - STATUS '
004430             CU-REPORT-STATUS ' - NOTHING PLANNED'
004440         MOVE 16 TO CU-RESULT-CODE
004450     END-IF.
004460 1000-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*    1500-CHECK-AUTHORITY - SCAN DTOPAUTH FOR THE CARD'S
004510*    OPERATOR ID AND ITS CATCH-UP PRIVILEGE.  AS IN DTCLOSE, A
004520*    MISSING FILE, AN UNLISTED ID OR A BLANK ID HOLDS NOTHING.
004530*****************************************************************
004540 1500-CHECK-AUTHORITY.
004550     OPEN INPUT DTOPAUTH-FILE
004560     IF NOT CU-OPAUTH-OK
004570         DISPLAY 'DTCATCUP: DTOPAUTH NOT AVAILABLE - STATUS '
004580             CU-OPAUTH-STATUS
004590         GO TO 1500-EXIT
004600     END-IF
004610     PERFORM 1600-SCAN-ONE-OPERATOR THRU 1600-EXIT
004620         UNTIL NOT CU-OPAUTH-OK
004630     CLOSE DTOPAUTH-FILE.
004640 1500-EXIT.
004650     EXIT.
004660
004670 1600-SCAN-ONE-OPERATOR.
004680     READ DTOPAUTH-FILE
004690         AT END
004700             GO TO 1600-EXIT
004710     END-READ
004720     IF DTOPA-OPERATOR-ID = CU-OPERATOR-ID
004730         AND DTOPA-OPERATOR-ID NOT = SPACES
004740         AND DTOPA-MAY-APPROVE-CATCHUP
004750         SET CU-OPER-MAY-APPROVE TO TRUE
004760     END-IF.
004770 1600-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810*    2000-FIND-LAST-HISTORY - THE REGION'S LAST DTBIZHST ENTRY
004820*    IS THE LAST BUSINESS DATE IT PROCESSED (A DTREVRS BACK-OUT
004830*    ENTRY CARRIES THE REINSTATED DATE, SO LAST ENTRY WINS HERE
004840*    AS IT DOES IN DTVALID).  A REGION WITH NO HISTORY HAS NO
004850*    STARTING POINT TO CATCH UP FROM.
004860*****************************************************************
004870 2000-FIND-LAST-HISTORY.
004880     OPEN INPUT DTBIZHST-FILE
004890     IF NOT CU-BIZHST-OK
004900         DISPLAY 'DTCATCUP: UNABLE TO OPEN DTBIZHST - STATUS '
004910             CU-BIZHST-STATUS ' - NOTHING PLANNED'
004920         MOVE 12 TO CU-RESULT-CODE
004930         GO TO 2000-EXIT
004940     END-IF
004950     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
004960         UNTIL NOT CU-BIZHST-OK
004970     CLOSE DTBIZHST-FILE
004980     IF NOT CU-HIST-FOUND
004990         DISPLAY 'DTCATCUP: NO DTBIZHST HISTORY FOR REGION '''
005000             CU-REGION-CODE ''' - NOTHING TO CATCH UP FROM'
005010         MOVE 12 TO CU-RESULT-CODE
005020     END-IF.
005030 2000-EXIT.
005040     EXIT.
005050
005060 2100-READ-HISTORY.
005070     READ DTBIZHST-FILE
005080         AT END
005090             GO TO 2100-EXIT
005100     END-READ
005110     IF DTHST-REGION-CODE = CU-REGION-CODE
005120         SET CU-HIST-FOUND TO TRUE
005130         MOVE DTHST-BUSINESS-DATE TO CU-FROM-DATE
005140     END-IF.
005150 2100-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190*    3000-LOAD-CALENDAR - ONE PASS OF DTCALEND, WHICH DTCALGEN
005200*    WRITES IN ASCENDING DATE ORDER.  EVERY BUSINESS DAY AFTER
005210*    THE FROM DATE AND BEFORE TODAY IS TABLED, AND THE FILE'S
005220*    FIRST AND LAST DATES ARE KEPT TO PROVE IT COVERS THE SPAN.
005230*****************************************************************
005240 3000-LOAD-CALENDAR.
005250     OPEN INPUT DTCALEND-FILE
005260     IF NOT CU-CALEND-OK
005270         DISPLAY 'DTCATCUP: UNABLE TO OPEN DTCALEND - STATUS '
005280             CU-CALEND-STATUS ' - NOTHING PLANNED'
005290         MOVE 12 TO CU-RESULT-CODE
005300         GO TO 3000-EXIT
005310     END-IF
005320     PERFORM 3100-READ-CALENDAR THRU 3100-EXIT
005330         UNTIL NOT CU-CALEND-OK
005340     CLOSE DTCALEND-FILE
005350     IF CU-CAL-OUT-OF-SEQ
005360         DISPLAY 'DTCATCUP: DTCALEND IS OUT OF DATE SEQUENCE - '
005370             'NOTHING PLANNED'
005380         MOVE 12 TO CU-RESULT-CODE
005390         GO TO 3000-EXIT
005400     END-IF
005410     COMPUTE CU-WORK-INTEGER =
005420             FUNCTION INTEGER-OF-DATE (CU-FROM-DATE) + 1
005430     COMPUTE CU-NEEDED-FIRST-DATE =
005440             FUNCTION DATE-OF-INTEGER (CU-WORK-INTEGER)
005450     IF CU-CAL-FIRST-DATE = ZERO
005460         OR CU-CAL-FIRST-DATE > CU-NEEDED-FIRST-DATE
005470         DISPLAY 'DTCATCUP: DTCALEND STARTS ' CU-CAL-FIRST-DATE
005480             ' - IT DOES NOT COVER THE DAYS AFTER ' CU-FROM-DATE
005490         MOVE 12 TO CU-RESULT-CODE
005500     END-IF.
005510 3000-EXIT.
005520     EXIT.
005530
005540 3100-READ-CALENDAR.
005550     READ DTCALEND-FILE
005560         AT END
005570             GO TO 3100-EXIT
005580     END-READ
005590     IF DTCAL-DATE NOT > CU-CAL-PRIOR-DATE
005600         SET CU-CAL-OUT-OF-SEQ TO TRUE
005610     END-IF
005620     MOVE DTCAL-DATE TO CU-CAL-PRIOR-DATE
005630     IF CU-CAL-FIRST-DATE = ZERO
005640         MOVE DTCAL-DATE TO CU-CAL-FIRST-DATE
005650     END-IF
005660     MOVE DTCAL-DATE TO CU-CAL-LAST-DATE
005670     IF NOT DTCAL-BUS-DAY
005680         OR DTCAL-DATE NOT < CU-SYSTEM-DATE
005690         GO TO 3100-EXIT
005700     END-IF
005710     MOVE DTCAL-DATE TO CU-CAL-LAST-BUS-DATE
005720     IF DTCAL-DATE NOT > CU-FROM-DATE
005730         GO TO 3100-EXIT
005740     END-IF
005750     IF CU-DTE-COUNT NOT < CU-DTE-MAX
005751         IF NOT CU-DTE-OVERFLOW
005752             MOVE DTCAL-DATE TO CU-DTE-OVER-DATE
005753         END-IF
005760         SET CU-DTE-OVERFLOW TO TRUE
005770         GO TO 3100-EXIT
005780     END-IF
005790     ADD 1 TO CU-DTE-COUNT
005800     MOVE DTCAL-DATE TO CU-DTE-DATE (CU-DTE-COUNT)
005810     MOVE DTCAL-DAY-OF-WEEK TO CU-DTE-DOW (CU-DTE-COUNT)
005820     MOVE DTCAL-BUS-DAY-NO TO CU-DTE-BUS-DAY-NO (CU-DTE-COUNT)
005830     MOVE DTCAL-MONTH-END-SW TO CU-DTE-MONTH-END-SW (CU-DTE-COUNT)
005840     MOVE DTCAL-QTR-END-SW TO CU-DTE-QTR-END-SW (CU-DTE-COUNT).
005850 3100-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890*    3500-APPLY-THROUGH-DATE - A DEFAULTED THROUGH DATE IS THE
005900*    LAST BUSINESS DAY BEFORE TODAY.  AN EXPLICIT ONE MUST BE ON
005910*    THE CALENDAR.  TABLED DATES PAST IT ARE DROPPED; AN
005920*    OVERFLOW STILL INSIDE IT MEANS THE OUTAGE IS LONGER THAN
005930*    ONE PLAN.
005940*****************************************************************
005950 3500-APPLY-THROUGH-DATE.
005960     IF CU-THRU-DEFAULTED
005970         MOVE CU-CAL-LAST-BUS-DATE TO CU-THRU-DATE
005980     END-IF
005990     IF CU-THRU-DATE > CU-CAL-LAST-DATE
006000         DISPLAY 'DTCATCUP: DTCALEND ENDS ' CU-CAL-LAST-DATE
006010             ' - IT DOES NOT REACH THROUGH DATE ' CU-THRU-DATE
006020         MOVE 12 TO CU-RESULT-CODE
006030         GO TO 3500-EXIT
006040     END-IF
006050     PERFORM 3600-DROP-LATE-DATE THRU 3600-EXIT
006060         UNTIL CU-DTE-COUNT = ZERO
006070            OR CU-DTE-DATE (CU-DTE-COUNT) NOT > CU-THRU-DATE
006080     IF CU-DTE-OVERFLOW
006090         AND CU-DTE-OVER-DATE NOT > CU-THRU-DATE
006100         MOVE CU-DTE-MAX TO CU-DSP-COUNT
006110         DISPLAY 'DTCATCUP: MORE THAN ' CU-DSP-COUNT ' MISSED '
006120             'BUSINESS DATES - PLAN IN PIECES WITH AN EARLIER '
006130             'THROUGH DATE'
006140         MOVE 12 TO CU-RESULT-CODE
006150     END-IF.
006160 3500-EXIT.
006170     EXIT.
006180
006190 3600-DROP-LATE-DATE.
006200     SUBTRACT 1 FROM CU-DTE-COUNT.
006210 3600-EXIT.
006220     EXIT.
006230
006240*****************************************************************
006250*    4000-PRINT-PLAN - ONE LINE PER MISSED DATE, IN THE ORDER IT
006260*    MUST BE RUN.  A MONTH-END OR QUARTER-END DAY IS MARKED SO
006270*    THE SHIFT KNOWS WHICH DATES CARRY PERIOD-END PROCESSING.
006280*****************************************************************
006290 4000-PRINT-PLAN.
006300     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006310     IF CU-DTE-COUNT = ZERO
006320         MOVE 'NO MISSED BUSINESS DATES - REGION IS UP TO DATE'
006330             TO CU-MSG-TEXT
006340         MOVE CU-MESSAGE-LINE TO CU-PRINT-REC
006350         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006360         GO TO 4000-EXIT
006370     END-IF
006380     PERFORM 4100-PRINT-ONE-DATE THRU 4100-EXIT
006390         VARYING CU-DTE-SUB FROM 1 BY 1
006400         UNTIL CU-DTE-SUB > CU-DTE-COUNT.
006410 4000-EXIT.
006420     EXIT.
006430
006440 4100-PRINT-ONE-DATE.
006450     ADD 1 TO CU-TOT-PLANNED
006460     MOVE CU-DTE-SUB TO CU-DTL-SEQ
006470     MOVE CU-DTE-DATE (CU-DTE-SUB) TO CU-DTL-DATE
006480     IF CU-DTE-DOW (CU-DTE-SUB) > ZERO
006490         AND CU-DTE-DOW (CU-DTE-SUB) < 8
006500         MOVE CU-DAY-NAME (CU-DTE-DOW (CU-DTE-SUB)) TO CU-DTL-DAY
006510     ELSE
006520         MOVE SPACES TO CU-DTL-DAY
006530     END-IF
006540     MOVE CU-DTE-BUS-DAY-NO (CU-DTE-SUB) TO CU-DTL-BUS-DAY-NO
006550     MOVE SPACES TO CU-DTL-MARK
006560     MOVE SPACES TO CU-DTL-FLAG
006570     IF CU-DTE-QTR-END-SW (CU-DTE-SUB) = 'Y'
006580         ADD 1 TO CU-TOT-QTR-END
006590         MOVE '***' TO CU-DTL-MARK
006600         MOVE 'QUARTER-END' TO CU-DTL-FLAG
006610     ELSE
006620         IF CU-DTE-MONTH-END-SW (CU-DTE-SUB) = 'Y'
006630             ADD 1 TO CU-TOT-MONTH-END
006640             MOVE '***' TO CU-DTL-MARK
006650             MOVE 'MONTH-END' TO CU-DTL-FLAG
006660         END-IF
006670     END-IF
006680     COMPUTE CU-DTL-CARD-VALID = (CU-DTE-SUB * 2) - 1
006690     COMPUTE CU-DTL-CARD-CLOSE = CU-DTE-SUB * 2
006700     MOVE CU-DETAIL-LINE TO CU-PRINT-REC
006710     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
006720 4100-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760*    5000-WRITE-DECK - TWO DTPARMRC CARDS PER MISSED DATE, IN
006770*    RUN ORDER: THE DTVALID CARD WITH THE EXPLICIT YYYYMMDD DATE,
006780*    THEN THE DTCLOSE CARD (DTCLOSE READS ONLY THE JOB-ID, REGION
006790*    AND OPERATOR, BUT THE DATE IS CARRIED SO EACH CARD SAYS
006800*    WHICH DAY IT CLOSES).  THE DECK IS WRITTEN FOR A PROPOSAL
006810*    TOO, SO IT CAN BE REVIEWED BEFORE THE PLAN IS APPROVED.
006820*****************************************************************
006830 5000-WRITE-DECK.
006840     OPEN OUTPUT DTCUPDCK-FILE
006850     IF NOT CU-DECK-OK
006860         DISPLAY 'DTCATCUP: UNABLE TO OPEN DTCUPDCK - STATUS '
006870             CU-DECK-STATUS ' - NO DECK WRITTEN'
006880         MOVE 16 TO CU-RESULT-CODE
006890         GO TO 5000-EXIT
006900     END-IF
006910     PERFORM 5100-WRITE-DATE-CARDS THRU 5100-EXIT
006920         VARYING CU-DTE-SUB FROM 1 BY 1
006930         UNTIL CU-DTE-SUB > CU-DTE-COUNT
006940            OR NOT CU-DECK-OK
006950     IF NOT CU-DECK-OK
006960         DISPLAY 'DTCATCUP: WRITE TO DTCUPDCK FAILED - STATUS '
006970             CU-DECK-STATUS ' - DECK IS INCOMPLETE'
006980         MOVE 16 TO CU-RESULT-CODE
006990     END-IF
007000     CLOSE DTCUPDCK-FILE.
007010 5000-EXIT.
007020     EXIT.
007030
007040 5100-WRITE-DATE-CARDS.
007050     MOVE SPACES TO DTPARM-RECORD
007060     MOVE 'DTVALID' TO DTPARM-JOB-ID
007070     SET DTPARM-FMT-YMD TO TRUE
007080     MOVE CU-DTE-DATE (CU-DTE-SUB) TO DTPARM-DATE
007090     MOVE CU-BUSINESS-TIME TO DTPARM-TIME
007100     MOVE CU-REGION-CODE TO DTPARM-REGION-CODE
007110     MOVE CU-OPERATOR-ID TO DTPARM-OPERATOR-ID
007120     WRITE DTPARM-RECORD
007130     IF NOT CU-DECK-OK
007140         GO TO 5100-EXIT
007150     END-IF
007160     ADD 1 TO CU-TOT-CARDS
007170     MOVE 'DTCLOSE' TO DTPARM-JOB-ID
007180     WRITE DTPARM-RECORD
007190     IF CU-DECK-OK
007200         ADD 1 TO CU-TOT-CARDS
007210     END-IF.
007220 5100-EXIT.
007230     EXIT.
007240
007250*****************************************************************
007260*    6000-WRITE-PLAN - APPEND THE APPROVED PLAN TO DTCUPPLN, ONE
007270*    RECORD PER DATE.  AS WITH DTBIZHST IN DTVALID, ONLY A
007280*    FILE-NOT-FOUND (35) MAY CREATE THE FILE FRESH.
007290*****************************************************************
007300 6000-WRITE-PLAN.
007310     OPEN EXTEND DTCUPPLN-FILE
007320     IF CU-PLAN-STATUS = '35'
007330         OPEN OUTPUT DTCUPPLN-FILE
007340     END-IF
007350     IF NOT CU-PLAN-OK
007360         DISPLAY 'DTCATCUP: UNABLE TO OPEN DTCUPPLN - STATUS '
007370             CU-PLAN-STATUS ' - PLAN NOT RECORDED'
007380         MOVE 16 TO CU-RESULT-CODE
007390         GO TO 6000-EXIT
007400     END-IF
007410     PERFORM 6100-WRITE-PLAN-DATE THRU 6100-EXIT
007420         VARYING CU-DTE-SUB FROM 1 BY 1
007430         UNTIL CU-DTE-SUB > CU-DTE-COUNT
007440            OR NOT CU-PLAN-OK
007450     IF NOT CU-PLAN-OK
007460         DISPLAY 'DTCATCUP: WRITE TO DTCUPPLN FAILED - STATUS '
007470             CU-PLAN-STATUS ' - PLAN IS INCOMPLETE'
007480         MOVE 16 TO CU-RESULT-CODE
007490     END-IF
007500     CLOSE DTCUPPLN-FILE.
007510 6000-EXIT.
007520     EXIT.
007530
007540 6100-WRITE-PLAN-DATE.
007550     MOVE SPACES TO DTCUP-RECORD
007560     MOVE CU-REGION-CODE TO DTCUP-REGION-CODE
007570     MOVE CU-SYSTEM-DATE TO DTCUP-PLAN-DATE
007580     MOVE CU-SYSTEM-TIME TO DTCUP-PLAN-TIME
007590     MOVE CU-DTE-SUB TO DTCUP-PLAN-SEQ
007600     MOVE CU-DTE-COUNT TO DTCUP-PLAN-COUNT
007610     MOVE CU-FROM-DATE TO DTCUP-FROM-DATE
007620     MOVE CU-DTE-DATE (CU-DTE-SUB) TO DTCUP-BUSINESS-DATE
007630     MOVE CU-DTE-MONTH-END-SW (CU-DTE-SUB) TO DTCUP-MONTH-END-SW
007640     MOVE CU-DTE-QTR-END-SW (CU-DTE-SUB) TO DTCUP-QTR-END-SW
007650     SET DTCUP-APPROVED TO TRUE
007660     MOVE CU-OPERATOR-ID TO DTCUP-APPROVED-BY
007670     WRITE DTCUP-RECORD
007680     IF CU-PLAN-OK
007690         ADD 1 TO CU-TOT-PLAN-RECS
007700     END-IF.
007710 6100-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE, PLAN SPAN AND
007760*    COLUMN HEADINGS.
007770*****************************************************************
007780 7000-PRINT-HEADINGS.
007790     ADD 1 TO CU-PAGE-NO
007800     MOVE CU-PAGE-NO TO CU-HDG-PAGE
007810     MOVE CU-SYSTEM-DATE TO CU-HDG-DATE
007820     MOVE CU-SYSTEM-TIME TO CU-HDG-TIME
007830     MOVE CU-REGION-CODE TO CU-HDG-REGION
007840     MOVE CU-FROM-DATE TO CU-HDG-FROM
007850     MOVE CU-THRU-DATE TO CU-HDG-THRU
007860     WRITE CU-PRINT-REC FROM CU-HEADING-1
007870         AFTER ADVANCING PAGE
007880     WRITE CU-PRINT-REC FROM CU-HEADING-2
007890         AFTER ADVANCING 1 LINE
007900     MOVE SPACES TO CU-PRINT-REC
007910     WRITE CU-PRINT-REC
007920         AFTER ADVANCING 1 LINE
007930     WRITE CU-PRINT-REC FROM CU-COL-HDR
007940         AFTER ADVANCING 1 LINE
007950     MOVE SPACES TO CU-PRINT-REC
007960     WRITE CU-PRINT-REC
007970         AFTER ADVANCING 1 LINE
007980     MOVE 5 TO CU-LINE-COUNT.
007990 7000-EXIT.
008000     EXIT.
008010
008020*****************************************************************
008030*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
008040*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
008050*****************************************************************
008060 7100-WRITE-LINE.
008070     IF CU-LINE-COUNT > CU-LINES-PER-PAGE
008080         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
008090     END-IF
008100     WRITE CU-PRINT-REC
008110         AFTER ADVANCING 1 LINE
008120     ADD 1 TO CU-LINE-COUNT.
008130 7100-EXIT.
008140     EXIT.
008150
008160*****************************************************************
008170*    8000-PRINT-TOTALS - PLAN TOTALS AND THE PLAN'S STANDING.
008180*****************************************************************
008190 8000-PRINT-TOTALS.
008200     MOVE SPACES TO CU-PRINT-REC
008210     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
008220     MOVE 'MISSED BUSINESS DATES' TO CU-TOT-LABEL
008230     MOVE CU-TOT-PLANNED TO CU-TOT-CNT
008240     PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
008250     MOVE 'MONTH-END DATES' TO CU-TOT-LABEL
008260     MOVE CU-TOT-MONTH-END TO CU-TOT-CNT
008270     PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
008280     MOVE 'QUARTER-END DATES' TO CU-TOT-LABEL
008290     MOVE CU-TOT-QTR-END TO CU-TOT-CNT
008300     PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
008310     MOVE 'DTCUPDCK CARDS WRITTEN' TO CU-TOT-LABEL
008320     MOVE CU-TOT-CARDS TO CU-TOT-CNT
008330     PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
008340     MOVE 'DTCUPPLN PLAN RECORDS WRITTEN' TO CU-TOT-LABEL
008350     MOVE CU-TOT-PLAN-RECS TO CU-TOT-CNT
008360     PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
008370     MOVE SPACES TO CU-PRINT-REC
008380     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
008390     EVALUATE TRUE
008400         WHEN CU-DTE-COUNT = ZERO
008410             MOVE 'NOTHING TO CATCH UP - NO PLAN RECORDED'
008420                 TO CU-MSG-TEXT
008430         WHEN CU-PLAN-APPROVED AND CU-TOT-PLAN-RECS = CU-DTE-COUNT
008440             STRING 'PLAN APPROVED BY ' DELIMITED BY SIZE
008450                 CU-OPERATOR-ID DELIMITED BY SPACE
008460                 ' - RECORDED ON DTCUPPLN' DELIMITED BY SIZE
008470                 INTO CU-MSG-TEXT
008480             END-STRING
008490         WHEN CU-PLAN-REFUSED
008500             MOVE 'APPROVAL REFUSED - PROPOSAL ONLY, NOT RECORDED'
008510                 TO CU-MSG-TEXT
008520         WHEN CU-PLAN-PROPOSED
008530             MOVE 'PROPOSAL ONLY - RERUN WITH ACTION A TO APPROVE'
008540                 TO CU-MSG-TEXT
008550         WHEN OTHER
008560             MOVE 'PLAN NOT RECORDED - SEE THE CONSOLE'
008570                 TO CU-MSG-TEXT
008580     END-EVALUATE
008590     MOVE CU-MESSAGE-LINE TO CU-PRINT-REC
008600     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
008610     MOVE CU-END-LINE TO CU-PRINT-REC
008620     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
008630     MOVE CU-TOT-PLANNED TO CU-DSP-COUNT
008640     DISPLAY 'DTCATCUP: REGION ''' CU-REGION-CODE ''' - '
008650         CU-DSP-COUNT ' MISSED BUSINESS DATE(S) AFTER '
008660         CU-FROM-DATE ' THROUGH ' CU-THRU-DATE.
008670 8000-EXIT.
008680     EXIT.
008690
008700 8100-PRINT-TOTAL.
008710     MOVE CU-TOTAL-LINE TO CU-PRINT-REC
008720     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
008730 8100-EXIT.
008740     EXIT.
008750
008760*****************************************************************
008770*    9000-SET-RETURN-CODE - A FILE FAILURE (16) STANDS; OTHERWISE
008780*    THE PLAN'S STANDING DECIDES (SEE THE PROGRAM HEADER).
008790*****************************************************************
008800 9000-SET-RETURN-CODE.
008810     IF CU-RESULT-CODE NOT = ZERO
008820         GO TO 9000-EXIT
008830     END-IF
008840     EVALUATE TRUE
008850         WHEN CU-DTE-COUNT = ZERO
008860             MOVE 04 TO CU-RESULT-CODE
008870         WHEN CU-PLAN-REFUSED
008880             MOVE 08 TO CU-RESULT-CODE
008890         WHEN CU-PLAN-PROPOSED
008900             MOVE 04 TO CU-RESULT-CODE
008910         WHEN OTHER
008920             MOVE ZERO TO CU-RESULT-CODE
008930     END-EVALUATE.
008940 9000-EXIT.
008950     EXIT.
