000010*****************************************************************
000020*    PROGRAM-ID: DTAUDVER
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : DTAUDIT CHAIN VERIFICATION.  WALKS A DTAUDIT
000080*                FILE - THE LIVE TRAIL OR ANY DTAUDARC ARCHIVE
000090*                GENERATION, WHICHEVER THE DTAUDIT DD POINTS AT -
000100*                AND PROVES THE SEQUENCE NUMBERS AND CHAINED CHECK
000110*                VALUES EVERY WRITER STAMPS ON ITS ROWS (SEE
000120*                DTAUDREC).  EVERY BREAK IS LISTED ON DTREPORT:
000130*                  GAP           ONE OR MORE ROWS MISSING
000140*                  DUPLICATE     A ROW REPEATED
000150*                  OUT OF ORDER  A ROW EARLIER THAN ITS PLACE
000160*                  ALTERED       THE ROW'S CHECK VALUE DOES NOT
000170*                                MATCH ITS CONTENTS AND THE ROW
000180*                                BEFORE IT
000190*                  NOT CHAINED   AN UNSTAMPED ROW AFTER THE CHAIN
000200*                                STARTED
000210*                AFTER A GAP OR AN ALTERED ROW THE WALK PICKS UP
000220*                FROM THAT ROW; A DUPLICATE OR OUT-OF-ORDER ROW IS
000230*                SET ASIDE AND THE WALK GOES ON FROM WHERE IT WAS,
000240*                SO ONE BAD ROW IS ONE EXCEPTION.
000250*                A ROW WHOSE SEQUENCE NUMBER WAS RAISED LOOKS LIKE
000260*                A GAP UNTIL THE NEXT ROW: IF THAT ROW CONTINUES
000270*                THE EARLIER SEQUENCE, THE RAISED ROW IS LISTED AS
000280*                ALTERED AND THE WALK PICKS UP FROM IT IN ITS
000290*                PROPER PLACE.
000300*                ROWS WRITTEN BEFORE THE CHAIN EXISTED (NO
000310*                SEQUENCE NUMBER, AHEAD OF THE FIRST CHAINED ROW)
000320*                ARE COUNTED AS UNCHAINED, NOT AS BREAKS.
000330*
000340*                WHERE THE CHAIN MUST START COMES FROM THE
000350*                OPTIONAL DTSYSIN CARD, OR WITHOUT ONE FROM THE
000360*                LATEST DTARCSUM CHAIN RECORD (THE LIVE FILE'S
000370*                KEPT START), OR SEQUENCE 1 FROM CHECK VALUE ZERO
000380*                WHEN THE TRAIL HAS NEVER BEEN CUT.  TO VERIFY AN
000390*                ARCHIVE GENERATION, KEY ITS FIRST SEQUENCE, PRIOR
000400*                CHECK AND LAST SEQUENCE FROM THAT RUN'S DTARCRPT.
000410*
000420*                DTSYSIN CARD (OPTIONAL):
000430*                  COLS  1-9   FIRST SEQUENCE NUMBER EXPECTED
000440*                  COLS 11-19  CHECK VALUE IT IS CHAINED FROM
000450*                  COLS 21-29  LAST SEQUENCE NUMBER EXPECTED
000460*                              (BLANK = NOT CHECKED)
000470*
000480*    MOD LOG   :
000490*    DATE       BY    DESCRIPTION
000500*    ---------- ----  ----------------------------------------
000510*    2026-10-15 JPK   ORIGINAL.
000520*    2026-10-15 JPK   A ROW WITH A RAISED SEQUENCE NUMBER NO
000530*                      LONGER MOVES THE WALK - THE NEXT ROW
000540*                      DECIDES GAP OR ALTERED (2300), SO THE ROWS
000550*                      AFTER IT ARE STILL VERIFIED.
000560*
000570*    COND CODES:
000580*    00  CHAIN INTACT
000590*    04  CHAIN INTACT, BUT UNCHAINED ROWS PRECEDE IT
000600*    08  CHAIN BROKEN - EXCEPTIONS LISTED ON DTREPORT
000610*    12  DTSYSIN CARD INVALID - NOTHING VERIFIED
000620*    16  DTAUDIT, DTARCSUM OR DTREPORT COULD NOT BE USED
000630*****************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.    DTAUDVER.
000660 AUTHOR.        J. P. KOWALSKI.
000670 INSTALLATION.  BATCH CONTROL GROUP.
000680 DATE-WRITTEN.  2026-10-15.
000690 DATE-COMPILED.
000700
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER.  IBM370.
000740 OBJECT-COMPUTER.  IBM370.
000750
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS AV-SYSIN-STATUS.
000810
000820     SELECT DTAUDIT-FILE  ASSIGN TO DTAUDIT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS AV-AUDIT-STATUS.
000850
000860     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS AV-REPORT-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  DTSYSIN-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  AV-PARM-RECORD.
000960     05  AV-PARM-FIRST-SEQ           PIC X(09).
000970     05  FILLER                      PIC X(01).
000980     05  AV-PARM-PRIOR-CHECK         PIC X(09).
000990     05  FILLER                      PIC X(01).
001000     05  AV-PARM-LAST-SEQ            PIC X(09).
001010     05  FILLER                      PIC X(51).
001020
001030 FD  DTAUDIT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060 COPY DTAUDREC.
001070
001080 FD  DTREPORT-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 132 CHARACTERS.
001110 01  AV-PRINT-REC                    PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140
001150 01  AV-FILE-STATUSES.
001160     05  AV-SYSIN-STATUS             PIC X(02) VALUE '99'.
001170         88  AV-SYSIN-OK                 VALUE '00'.
001180     05  AV-AUDIT-STATUS             PIC X(02) VALUE '99'.
001190         88  AV-AUDIT-OK                 VALUE '00'.
001200     05  AV-REPORT-STATUS            PIC X(02) VALUE '99'.
001210         88  AV-REPORT-OK                VALUE '00'.
001220
001230 01  AV-SYSTEM-DATE-TIME             PIC X(21).
001240 01  AV-SYS-DT-R REDEFINES AV-SYSTEM-DATE-TIME.
001250     05  AV-SYS-YYYY                 PIC 9(04).
001260     05  AV-SYS-MM                   PIC 9(02).
001270     05  AV-SYS-DD                   PIC 9(02).
001280     05  AV-SYS-HH                   PIC 9(02).
001290     05  AV-SYS-MIN                  PIC 9(02).
001300     05  AV-SYS-SS                   PIC 9(02).
001310     05  FILLER                      PIC X(07).
001320 01  AV-SYSTEM-DATE                  PIC 9(08).
001330 01  AV-SYSTEM-TIME                  PIC 9(06).
001340
001350*****************************************************************
001360*    WHERE THE CHAIN STARTS AND WHERE THE WALK HAS GOT TO.
001370*****************************************************************
001380 01  AV-CHAIN-AREA.
001390     05  AV-START-SOURCE-SW          PIC X(01) VALUE 'N'.
001400         88  AV-START-FROM-CARD          VALUE 'C'.
001410         88  AV-START-FROM-ARCSUM        VALUE 'A'.
001420         88  AV-START-NEW-TRAIL          VALUE 'N'.
001430     05  AV-LAST-CHECKED-SW          PIC X(01) VALUE 'N'.
001440         88  AV-LAST-SEQ-GIVEN           VALUE 'Y'.
001450     05  AV-STARTED-SW               PIC X(01) VALUE 'N'.
001460         88  AV-CHAIN-STARTED            VALUE 'Y'.
001470     05  AV-START-SEQ                PIC 9(09) VALUE ZERO.
001480     05  AV-START-CHECK              PIC 9(09) VALUE ZERO.
001490     05  AV-EXPECTED-LAST-SEQ        PIC 9(09) VALUE ZERO.
001500     05  AV-EXPECTED-SEQ             PIC 9(09) VALUE ZERO.
001510     05  AV-PREV-SEQ                 PIC 9(09) VALUE ZERO.
001520     05  AV-PREV-CHECK               PIC 9(09) VALUE ZERO.
001530     05  AV-FIRST-SEQ-SEEN           PIC 9(09) VALUE ZERO.
001540     05  AV-MISSING                  PIC 9(09) VALUE ZERO.
001550     05  AV-GAP-SW                   PIC X(01) VALUE 'N'.
001560         88  AV-GAP-PENDING              VALUE 'Y'.
001570     05  AV-GAP-EXPECTED-SEQ         PIC 9(09) VALUE ZERO.
001580     05  AV-GAP-ROW                  PIC 9(07) COMP VALUE ZERO.
001590     05  AV-NEXT-SEQ                 PIC 9(09) VALUE ZERO.
001600     05  AV-HOLD-ROW                 PIC 9(07) COMP VALUE ZERO.
001610
001620*****************************************************************
001630*    THE ROW HELD AS A POSSIBLE GAP, AND THE CURRENT ROW WHILE
001640*    THE HELD ONE IS SETTLED.
001650*****************************************************************
001660 01  AV-GAP-RECORD                   PIC X(80).
001670 01  AV-HOLD-RECORD                  PIC X(80).
001680
001690 01  AV-RESULT-CODE                  PIC 9(02) VALUE ZERO.
001700
001710 01  AV-PRINT-CONTROL.
001720     05  AV-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001730     05  AV-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001740     05  AV-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
001750
001760 01  AV-TOTALS-AREA.
001770     05  AV-TOT-READ                 PIC 9(07) COMP VALUE ZERO.
001780     05  AV-TOT-LEGACY               PIC 9(07) COMP VALUE ZERO.
001790     05  AV-TOT-CHAINED              PIC 9(07) COMP VALUE ZERO.
001800     05  AV-TOT-VERIFIED             PIC 9(07) COMP VALUE ZERO.
001810     05  AV-TOT-GAPS                 PIC 9(07) COMP VALUE ZERO.
001820     05  AV-TOT-MISSING              PIC 9(07) COMP VALUE ZERO.
001830     05  AV-TOT-DUPLICATES           PIC 9(07) COMP VALUE ZERO.
001840     05  AV-TOT-OUT-OF-ORDER         PIC 9(07) COMP VALUE ZERO.
001850     05  AV-TOT-ALTERED              PIC 9(07) COMP VALUE ZERO.
001860     05  AV-TOT-UNSTAMPED            PIC 9(07) COMP VALUE ZERO.
001870     05  AV-TOT-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
001880
001890 01  AV-HEADING-1.
001900     05  FILLER                      PIC X(10) VALUE 'DTAUDVER'.
001910     05  FILLER                      PIC X(44)
001920         VALUE 'DTAUDIT CHAIN VERIFICATION'.
001930     05  FILLER                      PIC X(56) VALUE SPACES.
001940     05  FILLER                      PIC X(05) VALUE 'PAGE '.
001950     05  AV-HDG-PAGE                 PIC ZZZZ9.
001960     05  FILLER                      PIC X(12) VALUE SPACES.
001970
001980 01  AV-HEADING-2.
001990     05  FILLER                      PIC X(09) VALUE 'RUN DATE '.
002000     05  AV-HDG-DATE                 PIC 9(08).
002010     05  FILLER                      PIC X(07) VALUE '  TIME '.
002020     05  AV-HDG-TIME                 PIC 9(06).
002030     05  FILLER                      PIC X(102) VALUE SPACES.
002040
002050 01  AV-COL-HDR.
002060     05  FILLER                      PIC X(50) VALUE
002070         '   ROW NO  SEQ FOUND  EXPECTED   CONDITION        '.
002080     05  FILLER                      PIC X(49) VALUE
002090         '             SYS DATE TIME    RSLT  RGN  JOB ID'.
002100     05  FILLER                      PIC X(33) VALUE SPACES.
002110
002120 01  AV-DETAIL-LINE.
002130     05  FILLER                      PIC X(02) VALUE SPACES.
002140     05  AV-DTL-ROW                  PIC ZZZ,ZZ9.
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  AV-DTL-SEQ                  PIC X(09).
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  AV-DTL-EXPECTED             PIC 9(09).
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  AV-DTL-CONDITION            PIC X(28).
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  AV-DTL-DATE                 PIC X(08).
002230     05  FILLER                      PIC X(01) VALUE SPACES.
002240     05  AV-DTL-TIME                 PIC X(06).
002250     05  FILLER                      PIC X(02) VALUE SPACES.
002260     05  AV-DTL-RESULT               PIC X(04).
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  AV-DTL-REGION               PIC X(03).
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  AV-DTL-JOB                  PIC X(08).
002310     05  FILLER                      PIC X(33) VALUE SPACES.
002320
002330 01  AV-MESSAGE-LINE.
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  AV-MSG-TEXT                 PIC X(60).
002360     05  FILLER                      PIC X(70) VALUE SPACES.
002370
002380 01  AV-TOTAL-LINE.
002390     05  FILLER                      PIC X(02) VALUE SPACES.
002400     05  AV-TOT-LABEL                PIC X(34).
002410     05  AV-TOT-CNT                  PIC ZZZ,ZZ9.
002420     05  FILLER                      PIC X(89) VALUE SPACES.
002430
002440 01  AV-CHAIN-LINE.
002450     05  FILLER                      PIC X(02) VALUE SPACES.
002460     05  AV-CHN-LABEL                PIC X(34).
002470     05  AV-CHN-VALUE                PIC 9(09).
002480     05  FILLER                      PIC X(87) VALUE SPACES.
002490
002500 01  AV-END-LINE.
002510     05  FILLER                      PIC X(21)
002520         VALUE '*** END OF REPORT ***'.
002530     05  FILLER                      PIC X(111) VALUE SPACES.
002540
002550 COPY DTACHLNK.
002560
002570 PROCEDURE DIVISION.
002580
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002610     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002620     PERFORM 2000-VERIFY-ROW THRU 2000-EXIT
002630         UNTIL NOT AV-AUDIT-OK
002640     IF AV-GAP-PENDING
002650         MOVE ZERO TO AV-NEXT-SEQ
002660         IF AV-LAST-SEQ-GIVEN
002670             COMPUTE AV-NEXT-SEQ = AV-EXPECTED-LAST-SEQ + 1
002680         END-IF
002690         PERFORM 2300-SETTLE-GAP THRU 2300-EXIT
002700     END-IF
002710     PERFORM 3000-CHECK-FILE-END THRU 3000-EXIT
002720     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
002730     PERFORM 9999-TERMINATE THRU 9999-EXIT
002740     MOVE AV-RESULT-CODE TO RETURN-CODE
002750     STOP RUN.
002760
002770*****************************************************************
002780*    1000-INITIALIZE - SYSTEM DATE/TIME, THE REPORT, THE CHAIN
002790*    START (CARD, ELSE DTARCSUM), AND DTAUDIT ITSELF.  A TRAIL
002800*    THAT CANNOT BE READ IS NOT A TRAIL THAT VERIFIED, SO IT IS
002810*    RC 16, NEVER 00.
002820*****************************************************************
002830 1000-INITIALIZE.
002840     MOVE FUNCTION CURRENT-DATE TO AV-SYSTEM-DATE-TIME
002850     COMPUTE AV-SYSTEM-DATE =
002860             (AV-SYS-YYYY * 10000) + (AV-SYS-MM * 100)
002870             + AV-SYS-DD
002880     COMPUTE AV-SYSTEM-TIME =
002890             (AV-SYS-HH * 10000) + (AV-SYS-MIN * 100)
002900             + AV-SYS-SS
002910
002920     OPEN OUTPUT DTREPORT-FILE
002930     IF NOT AV-REPORT-OK
002940         DISPLAY 'DTAUDVER: UNABLE TO OPEN DTREPORT - STATUS '
002950             AV-REPORT-STATUS ' - NOTHING VERIFIED'
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF
002990
003000     PERFORM 1100-READ-CARD THRU 1100-EXIT
003010     IF AV-RESULT-CODE NOT = ZERO
003020         CLOSE DTREPORT-FILE
003030         MOVE AV-RESULT-CODE TO RETURN-CODE
003040         STOP RUN
003050     END-IF
003060     IF NOT AV-START-FROM-CARD
003070         SET DTACH-FUNC-KEPT-START TO TRUE
003080         CALL 'DTAUDCHN' USING DTACH-LINKAGE
003090         IF DTACH-FAILED
003100             DISPLAY 'DTAUDVER: UNABLE TO READ DTARCSUM - STATUS '
003110                 DTACH-AUDIT-STATUS ' - NOTHING VERIFIED'
003120             CLOSE DTREPORT-FILE
003130             MOVE 16 TO RETURN-CODE
003140             STOP RUN
003150         END-IF
003160         COMPUTE AV-START-SEQ = DTACH-LAST-SEQ-NO + 1
003170         MOVE DTACH-LAST-CHECK TO AV-START-CHECK
003180         IF DTACH-LAST-SEQ-NO > ZERO
003190             SET AV-START-FROM-ARCSUM TO TRUE
003200         END-IF
003210     END-IF
003220     MOVE AV-START-SEQ TO AV-EXPECTED-SEQ
003230     MOVE AV-START-CHECK TO AV-PREV-CHECK
003240     COMPUTE AV-PREV-SEQ = AV-START-SEQ - 1
003250
003260     OPEN INPUT DTAUDIT-FILE
003270     IF NOT AV-AUDIT-OK
003280         DISPLAY 'DTAUDVER: UNABLE TO OPEN DTAUDIT - STATUS '
003290             AV-AUDIT-STATUS ' - NOTHING VERIFIED'
003300         CLOSE DTREPORT-FILE
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340 1000-EXIT.
003350     EXIT.
003360
003370*****************************************************************
003380*    1100-READ-CARD - NO CARD, OR A BLANK ONE, LEAVES THE START
003390*    TO DTARCSUM.  A CARD THAT IS THERE MUST BE RIGHT: A FIRST
003400*    SEQUENCE OF 1 OR MORE AND A NUMERIC PRIOR CHECK VALUE.
003410*****************************************************************
003420 1100-READ-CARD.
003430     OPEN INPUT DTSYSIN-FILE
003440     IF NOT AV-SYSIN-OK
003450         GO TO 1100-EXIT
003460     END-IF
003470     READ DTSYSIN-FILE
003480         AT END
003490             CLOSE DTSYSIN-FILE
003500             GO TO 1100-EXIT
003510     END-READ
003520     CLOSE DTSYSIN-FILE
003530     IF AV-PARM-FIRST-SEQ = SPACES
003540         AND AV-PARM-PRIOR-CHECK = SPACES
003550         AND AV-PARM-LAST-SEQ = SPACES
003560         GO TO 1100-EXIT
003570     END-IF
003580     IF AV-PARM-FIRST-SEQ NOT NUMERIC
003590         OR AV-PARM-PRIOR-CHECK NOT NUMERIC
003600         DISPLAY 'DTAUDVER: DTSYSIN CARD INVALID - FIRST '
003610             'SEQUENCE AND PRIOR CHECK MUST BE 9 DIGITS EACH'
003620         MOVE 12 TO AV-RESULT-CODE
003630         GO TO 1100-EXIT
003640     END-IF
003650     MOVE AV-PARM-FIRST-SEQ TO AV-START-SEQ
003660     MOVE AV-PARM-PRIOR-CHECK TO AV-START-CHECK
003670     IF AV-START-SEQ = ZERO
003680         DISPLAY 'DTAUDVER: DTSYSIN CARD INVALID - FIRST '
003690             'SEQUENCE MUST BE 1 OR MORE'
003700         MOVE 12 TO AV-RESULT-CODE
003710         GO TO 1100-EXIT
003720     END-IF
003730     IF AV-PARM-LAST-SEQ NOT = SPACES
003740         IF AV-PARM-LAST-SEQ NOT NUMERIC
003750             DISPLAY 'DTAUDVER: DTSYSIN CARD INVALID - LAST '
003760                 'SEQUENCE MUST BE 9 DIGITS OR BLANK'
003770             MOVE 12 TO AV-RESULT-CODE
003780             GO TO 1100-EXIT
003790         END-IF
003800         MOVE AV-PARM-LAST-SEQ TO AV-EXPECTED-LAST-SEQ
003810         SET AV-LAST-SEQ-GIVEN TO TRUE
003820     END-IF
003830     SET AV-START-FROM-CARD TO TRUE.
003840 1100-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880*    2000-VERIFY-ROW - ONE DTAUDIT ROW AGAINST THE CHAIN.  THE
003890*    ROW THAT CARRIES THE EXPECTED SEQUENCE NUMBER MUST ALSO
003900*    CARRY THE CHECK VALUE CHAINED FROM THE ROW BEFORE IT.  A
003910*    HIGHER SEQUENCE NUMBER IS HELD (2250) AND THE WALK GOES ON
003920*    FROM THAT ROW UNTIL THE NEXT CHAINED ROW SETTLES IT AS A GAP
003930*    OR AN ALTERED ROW (2300).  A LOWER ONE IS A DUPLICATE OR OUT
003940*    OF ORDER AND DOES NOT MOVE THE WALK.
003950*****************************************************************
003960 2000-VERIFY-ROW.
003970     READ DTAUDIT-FILE
003980         AT END
003990             GO TO 2000-EXIT
004000     END-READ
004010     ADD 1 TO AV-TOT-READ
004020     IF DTAUD-SEQ-NO NOT NUMERIC
004030         OR DTAUD-SEQ-NO = ZERO
004040         OR DTAUD-CHECK-VALUE NOT NUMERIC
004050         IF AV-CHAIN-STARTED
004060             ADD 1 TO AV-TOT-UNSTAMPED
004070             MOVE 'NOT CHAINED' TO AV-DTL-CONDITION
004080             PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
004090         ELSE
004100             ADD 1 TO AV-TOT-LEGACY
004110         END-IF
004120         GO TO 2000-EXIT
004130     END-IF
004140
004150     ADD 1 TO AV-TOT-CHAINED
004160     IF NOT AV-CHAIN-STARTED
004170         SET AV-CHAIN-STARTED TO TRUE
004180         MOVE DTAUD-SEQ-NO TO AV-FIRST-SEQ-SEEN
004190     END-IF
004200     IF AV-GAP-PENDING
004210         MOVE DTAUD-SEQ-NO TO AV-NEXT-SEQ
004220         PERFORM 2300-SETTLE-GAP THRU 2300-EXIT
004230     END-IF
004240     EVALUATE TRUE
004250         WHEN DTAUD-SEQ-NO = AV-EXPECTED-SEQ
004260             PERFORM 2100-CHECK-CHAIN-VALUE THRU 2100-EXIT
004270             PERFORM 2200-ADVANCE-CHAIN THRU 2200-EXIT
004280         WHEN DTAUD-SEQ-NO > AV-EXPECTED-SEQ
004290             PERFORM 2250-HOLD-GAP THRU 2250-EXIT
004300             PERFORM 2200-ADVANCE-CHAIN THRU 2200-EXIT
004310         WHEN DTAUD-SEQ-NO = AV-PREV-SEQ
004320             ADD 1 TO AV-TOT-DUPLICATES
004330             MOVE 'DUPLICATE' TO AV-DTL-CONDITION
004340             PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
004350         WHEN OTHER
004360             ADD 1 TO AV-TOT-OUT-OF-ORDER
004370             MOVE 'OUT OF ORDER' TO AV-DTL-CONDITION
004380             PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
004390     END-EVALUATE.
004400 2000-EXIT.
004410     EXIT.
004420
004430 2100-CHECK-CHAIN-VALUE.
004440     MOVE DTAUD-RECORD TO DTACH-AUDIT-RECORD
004450     MOVE AV-PREV-CHECK TO DTACH-LAST-CHECK
004460     SET DTACH-FUNC-COMPUTE TO TRUE
004470     CALL 'DTAUDCHN' USING DTACH-LINKAGE
004480     IF DTACH-CHECK-VALUE = DTAUD-CHECK-VALUE
004490         ADD 1 TO AV-TOT-VERIFIED
004500     ELSE
004510         ADD 1 TO AV-TOT-ALTERED
004520         MOVE 'ALTERED - CHECK VALUE WRONG' TO AV-DTL-CONDITION
004530         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
004540     END-IF.
004550 2100-EXIT.
004560     EXIT.
004570
004580 2200-ADVANCE-CHAIN.
004590     MOVE DTAUD-SEQ-NO TO AV-PREV-SEQ
004600     MOVE DTAUD-CHECK-VALUE TO AV-PREV-CHECK
004610     COMPUTE AV-EXPECTED-SEQ = DTAUD-SEQ-NO + 1.
004620 2200-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660*    2250-HOLD-GAP - A SEQUENCE NUMBER AHEAD OF THE ONE EXPECTED.
004670*    EITHER ROWS ARE MISSING OR THIS ROW'S NUMBER WAS RAISED; ONLY
004680*    THE NEXT ROW CAN TELL, SO THE ROW AND WHERE IT WAS READ ARE
004690*    KEPT FOR 2300.
004700*****************************************************************
004710 2250-HOLD-GAP.
004720     SET AV-GAP-PENDING TO TRUE
004730     MOVE AV-EXPECTED-SEQ TO AV-GAP-EXPECTED-SEQ
004740     MOVE DTAUD-RECORD TO AV-GAP-RECORD
004750     MOVE AV-TOT-READ TO AV-GAP-ROW.
004760 2250-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800*    2300-SETTLE-GAP - AV-NEXT-SEQ IS THE NEXT CHAINED ROW'S
004810*    SEQUENCE NUMBER (AT END OF FILE, ONE PAST THE EXPECTED LAST
004820*    WHEN KEYED, ELSE ZERO).  IF IT CONTINUES THE SEQUENCE FROM
004830*    BEFORE THE HELD ROW, THE HELD ROW SITS IN ITS PROPER PLACE
004840*    WITH ITS NUMBER CHANGED: IT IS ALTERED, AND THE CHAIN GOES ON
004850*    FROM ITS CHECK VALUE AT THE NUMBER IT SHOULD CARRY.
004860*    OTHERWISE ROWS ARE MISSING AND THE WALK STAYS WHERE 2250 LEFT
004870*    IT.  THE HELD ROW IS PUT BACK IN THE RECORD AREA SO ITS LINE
004880*    SHOWS WHERE IT WAS READ.
004890*****************************************************************
004900 2300-SETTLE-GAP.
004910     MOVE DTAUD-RECORD TO AV-HOLD-RECORD
004920     MOVE AV-TOT-READ TO AV-HOLD-ROW
004930     MOVE AV-GAP-RECORD TO DTAUD-RECORD
004940     MOVE AV-GAP-ROW TO AV-TOT-READ
004950     MOVE AV-GAP-EXPECTED-SEQ TO AV-EXPECTED-SEQ
004960     IF AV-NEXT-SEQ = AV-GAP-EXPECTED-SEQ + 1
004970         ADD 1 TO AV-TOT-ALTERED
004980         MOVE 'ALTERED - SEQUENCE NUMBER' TO AV-DTL-CONDITION
004990         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
005000         IF AV-FIRST-SEQ-SEEN = DTAUD-SEQ-NO
005010             MOVE AV-GAP-EXPECTED-SEQ TO AV-FIRST-SEQ-SEEN
005020         END-IF
005030         MOVE AV-GAP-EXPECTED-SEQ TO AV-PREV-SEQ
005040         MOVE DTAUD-CHECK-VALUE TO AV-PREV-CHECK
005050         COMPUTE AV-EXPECTED-SEQ = AV-GAP-EXPECTED-SEQ + 1
005060     ELSE
005070         ADD 1 TO AV-TOT-GAPS
005080         COMPUTE AV-MISSING = DTAUD-SEQ-NO - AV-GAP-EXPECTED-SEQ
005090         ADD AV-MISSING TO AV-TOT-MISSING
005100         MOVE 'GAP - ROW(S) MISSING BEFORE' TO AV-DTL-CONDITION
005110         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
005120         PERFORM 2200-ADVANCE-CHAIN THRU 2200-EXIT
005130     END-IF
005140     MOVE AV-HOLD-RECORD TO DTAUD-RECORD
005150     MOVE AV-HOLD-ROW TO AV-TOT-READ
005160     MOVE 'N' TO AV-GAP-SW.
005170 2300-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*    3000-CHECK-FILE-END - WITH THE LAST SEQUENCE NUMBER KEYED
005220*    (AN ARCHIVE GENERATION), ROWS CUT OFF THE END OF THE FILE
005230*    ARE A GAP TOO.
005240*****************************************************************
005250 3000-CHECK-FILE-END.
005260     IF NOT AV-LAST-SEQ-GIVEN
005270         GO TO 3000-EXIT
005280     END-IF
005290     IF AV-PREV-SEQ = AV-EXPECTED-LAST-SEQ
005300         GO TO 3000-EXIT
005310     END-IF
005320     MOVE SPACES TO DTAUD-RECORD
005330     MOVE AV-EXPECTED-LAST-SEQ TO AV-EXPECTED-SEQ
005340     IF AV-PREV-SEQ < AV-EXPECTED-LAST-SEQ
005350         ADD 1 TO AV-TOT-GAPS
005360         COMPUTE AV-MISSING = AV-EXPECTED-LAST-SEQ - AV-PREV-SEQ
005370         ADD AV-MISSING TO AV-TOT-MISSING
005380         MOVE 'GAP - ROW(S) MISSING AT END' TO AV-DTL-CONDITION
005390     ELSE
005400         ADD 1 TO AV-TOT-OUT-OF-ORDER
005410         MOVE 'ROWS BEYOND EXPECTED LAST' TO AV-DTL-CONDITION
005420     END-IF
005430     MOVE AV-PREV-SEQ TO DTAUD-SEQ-NO
005440     PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT.
005450 3000-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*    4000-PRINT-EXCEPTION - ONE LINE PER BREAK, SHOWING THE ROW
005500*    AS IT STANDS SO THE AUDITOR CAN FIND IT.
005510*****************************************************************
005520 4000-PRINT-EXCEPTION.
005530     ADD 1 TO AV-TOT-EXCEPTIONS
005540     MOVE AV-TOT-READ TO AV-DTL-ROW
005550     MOVE DTAUD-SEQ-NO TO AV-DTL-SEQ
005560     MOVE AV-EXPECTED-SEQ TO AV-DTL-EXPECTED
005570     MOVE DTAUD-SYSTEM-DATE TO AV-DTL-DATE
005580     MOVE DTAUD-SYSTEM-TIME TO AV-DTL-TIME
005590     MOVE DTAUD-RESULT TO AV-DTL-RESULT
005600     MOVE DTAUD-REGION-CODE TO AV-DTL-REGION
005610     MOVE DTAUD-JOB-ID TO AV-DTL-JOB
005620     MOVE AV-DETAIL-LINE TO AV-PRINT-REC
005630     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
005640 4000-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680*    6000-PRINT-TOTALS - WHERE THE CHAIN WAS EXPECTED TO START,
005690*    WHERE IT ENDED, THE COUNTS, AND THE VERDICT.  THE LAST
005700*    SEQUENCE NUMBER AND CHECK VALUE ARE WHAT THE NEXT FILE IN
005710*    THE TRAIL MUST CHAIN FROM.
005720*****************************************************************
005730 6000-PRINT-TOTALS.
005740     EVALUATE TRUE
005750         WHEN AV-TOT-EXCEPTIONS > ZERO
005760             MOVE 'CHAIN BROKEN - SEE EXCEPTIONS ABOVE'
005770                 TO AV-MSG-TEXT
005780             MOVE 08 TO AV-RESULT-CODE
005790         WHEN AV-TOT-LEGACY > ZERO
005800             MOVE 'CHAIN INTACT - UNCHAINED ROWS PRECEDE IT'
005810                 TO AV-MSG-TEXT
005820             MOVE 04 TO AV-RESULT-CODE
005830         WHEN OTHER
005840             MOVE 'CHAIN INTACT - FILE IS COMPLETE AND UNALTERED'
005850                 TO AV-MSG-TEXT
005860     END-EVALUATE
005870     MOVE SPACES TO AV-PRINT-REC
005880     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005890     MOVE AV-MESSAGE-LINE TO AV-PRINT-REC
005900     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005910     DISPLAY 'DTAUDVER: ' AV-MSG-TEXT
005920     MOVE SPACES TO AV-PRINT-REC
005930     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005940
005950     EVALUATE TRUE
005960         WHEN AV-START-FROM-CARD
005970             MOVE 'CHAIN START TAKEN FROM THE DTSYSIN CARD'
005980                 TO AV-MSG-TEXT
005990         WHEN AV-START-FROM-ARCSUM
006000             MOVE 'CHAIN START TAKEN FROM LATEST DTARCSUM RECORD'
006010                 TO AV-MSG-TEXT
006020         WHEN OTHER
006030             MOVE 'TRAIL NEVER CUT - CHAIN STARTS AT SEQUENCE 1'
006040                 TO AV-MSG-TEXT
006050     END-EVALUATE
006060     MOVE AV-MESSAGE-LINE TO AV-PRINT-REC
006070     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006080     MOVE 'EXPECTED FIRST SEQUENCE NUMBER' TO AV-CHN-LABEL
006090     MOVE AV-START-SEQ TO AV-CHN-VALUE
006100     PERFORM 6200-PRINT-CHAIN-VALUE THRU 6200-EXIT
006110     MOVE 'CHAINED FROM CHECK VALUE' TO AV-CHN-LABEL
006120     MOVE AV-START-CHECK TO AV-CHN-VALUE
006130     PERFORM 6200-PRINT-CHAIN-VALUE THRU 6200-EXIT
006140     IF AV-LAST-SEQ-GIVEN
006150         MOVE 'EXPECTED LAST SEQUENCE NUMBER' TO AV-CHN-LABEL
006160         MOVE AV-EXPECTED-LAST-SEQ TO AV-CHN-VALUE
006170         PERFORM 6200-PRINT-CHAIN-VALUE THRU 6200-EXIT
006180     END-IF
006190     MOVE 'FIRST SEQUENCE NUMBER FOUND' TO AV-CHN-LABEL
006200     MOVE AV-FIRST-SEQ-SEEN TO AV-CHN-VALUE
006210     PERFORM 6200-PRINT-CHAIN-VALUE THRU 6200-EXIT
006220     MOVE 'LAST SEQUENCE NUMBER FOUND' TO AV-CHN-LABEL
006230     MOVE AV-PREV-SEQ TO AV-CHN-VALUE
006240     PERFORM 6200-PRINT-CHAIN-VALUE THRU 6200-EXIT
006250     MOVE 'LAST CHECK VALUE' TO AV-CHN-LABEL
006260     MOVE AV-PREV-CHECK TO AV-CHN-VALUE
006270     PERFORM 6200-PRINT-CHAIN-VALUE THRU 6200-EXIT
006280     MOVE SPACES TO AV-PRINT-REC
006290     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006300
006310     MOVE 'ROWS READ' TO AV-TOT-LABEL
006320     MOVE AV-TOT-READ TO AV-TOT-CNT
006330     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006340     MOVE 'UNCHAINED ROWS BEFORE THE CHAIN' TO AV-TOT-LABEL
006350     MOVE AV-TOT-LEGACY TO AV-TOT-CNT
006360     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006370     MOVE 'CHAINED ROWS' TO AV-TOT-LABEL
006380     MOVE AV-TOT-CHAINED TO AV-TOT-CNT
006390     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006400     MOVE 'CHAINED ROWS VERIFIED' TO AV-TOT-LABEL
006410     MOVE AV-TOT-VERIFIED TO AV-TOT-CNT
006420     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006430     MOVE 'SEQUENCE GAPS' TO AV-TOT-LABEL
006440     MOVE AV-TOT-GAPS TO AV-TOT-CNT
006450     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006460     MOVE 'ROWS MISSING IN GAPS' TO AV-TOT-LABEL
006470     MOVE AV-TOT-MISSING TO AV-TOT-CNT
006480     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006490     MOVE 'DUPLICATE ROWS' TO AV-TOT-LABEL
006500     MOVE AV-TOT-DUPLICATES TO AV-TOT-CNT
006510     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006520     MOVE 'OUT-OF-ORDER ROWS' TO AV-TOT-LABEL
006530     MOVE AV-TOT-OUT-OF-ORDER TO AV-TOT-CNT
006540     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006550     MOVE 'ALTERED ROWS' TO AV-TOT-LABEL
006560     MOVE AV-TOT-ALTERED TO AV-TOT-CNT
006570     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006580     MOVE 'UNCHAINED ROWS AFTER THE CHAIN' TO AV-TOT-LABEL
006590     MOVE AV-TOT-UNSTAMPED TO AV-TOT-CNT
006600     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006610     MOVE AV-END-LINE TO AV-PRINT-REC
006620     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
006630 6000-EXIT.
006640     EXIT.
006650
006660 6100-PRINT-TOTAL.
006670     MOVE AV-TOTAL-LINE TO AV-PRINT-REC
006680     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
006690 6100-EXIT.
006700     EXIT.
006710
006720 6200-PRINT-CHAIN-VALUE.
006730     MOVE AV-CHAIN-LINE TO AV-PRINT-REC
006740     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
006750 6200-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE AND COLUMN
006800*    HEADINGS.
006810*****************************************************************
006820 7000-PRINT-HEADINGS.
006830     ADD 1 TO AV-PAGE-NO
006840     MOVE AV-PAGE-NO TO AV-HDG-PAGE
006850     MOVE AV-SYSTEM-DATE TO AV-HDG-DATE
006860     MOVE AV-SYSTEM-TIME TO AV-HDG-TIME
006870     WRITE AV-PRINT-REC FROM AV-HEADING-1
006880         AFTER ADVANCING PAGE
006890     WRITE AV-PRINT-REC FROM AV-HEADING-2
006900         AFTER ADVANCING 1 LINE
006910     MOVE SPACES TO AV-PRINT-REC
006920     WRITE AV-PRINT-REC
006930         AFTER ADVANCING 1 LINE
006940     WRITE AV-PRINT-REC FROM AV-COL-HDR
006950         AFTER ADVANCING 1 LINE
006960     MOVE SPACES TO AV-PRINT-REC
006970     WRITE AV-PRINT-REC
006980         AFTER ADVANCING 1 LINE
006990     MOVE 5 TO AV-LINE-COUNT.
007000 7000-EXIT.
007010     EXIT.
007020
007030*****************************************************************
007040*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
007050*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
007060*****************************************************************
007070 7100-WRITE-LINE.
007080     IF AV-LINE-COUNT > AV-LINES-PER-PAGE
007090         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
007100     END-IF
007110     WRITE AV-PRINT-REC
007120         AFTER ADVANCING 1 LINE
007130     ADD 1 TO AV-LINE-COUNT.
007140 7100-EXIT.
007150     EXIT.
007160
007170*****************************************************************
007180*    9999-TERMINATE - CLOSE EVERYTHING THAT WAS OPENED.
007190*****************************************************************
007200 9999-TERMINATE.
007210     CLOSE DTAUDIT-FILE
007220     CLOSE DTREPORT-FILE.
007230 9999-EXIT.
007240     EXIT.
