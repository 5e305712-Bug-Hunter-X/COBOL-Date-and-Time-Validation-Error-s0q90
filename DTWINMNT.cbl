000010*****************************************************************
000020*    PROGRAM-ID: DTWINMNT
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : MAINTENANCE PROGRAM FOR THE DTWINCTL VALID-DATE
000080*                WINDOW CONTROL FILE.  DTWINCTL NOW DRIVES THE
000090*                VALID-DATE WINDOW, THE HOLIDAY WARN-OR-REJECT
000100*                ACTION AND THE AUTO-MODE CUTOFF FOR EVERY
000110*                REGIONAL STREAM, AND DTVALID TRUSTS WHATEVER IS
000120*                ON IT - SO IT IS NO LONGER KEYED BY HAND.  ONE
000130*                DTSYSIN TRANSACTION CARD PER ADD, CHANGE OR
000140*                DELETE IS EDITED FIELD BY FIELD AND APPLIED ONLY
000150*                WHEN THE CARD'S OPERATOR HOLDS THE WINDOW
000160*                MAINTENANCE PRIVILEGE ON DTOPAUTH.  THE UPDATED
000170*                FILE IS WRITTEN TO DTWINNEW (OPERATIONS SWAPS THE
000180*                DATASETS IN JCL), EVERY APPLIED CHANGE APPENDS A
000190*                BEFORE-IMAGE AND AN AFTER-IMAGE TO THE DTWINCHG
000200*                CHANGE-HISTORY FILE, AND THE LISTING ON DTREPORT
000210*                GOES IN THE CHANGE-CONTROL BINDER.  RUN WITH AN
000220*                EMPTY CARD DECK THE PROGRAM JUST COPIES THE FILE
000230*                AND LISTS (AND EDITS) WHAT IS ON IT.
000240*
000250*                CARD LAYOUT:
000260*                  COL  1     ACTION - A ADD, C CHANGE, D DELETE
000270*                  COLS 3-5   REGION CODE (BLANK = DEFAULT ENTRY)
000280*                  COLS 7-11  DAYS BACK  (00000-00366)
000290*                  COLS 13-17 DAYS FWD   (00000-00366)
000300*                  COL  19    HOLIDAY ACTION - R REJECT, W WARN
000310*                  COLS 21-24 CUTOFF TIME HHMM, OR 'DFLT' TO FALL
000320*                             BACK TO THE DTVALID DEFAULT OF 0300
000330*                  COLS 26-33 OPERATOR ID
000340*                AN ADD MUST CARRY DAYS BACK, DAYS FWD AND THE
000350*                HOLIDAY ACTION (A BLANK CUTOFF TAKES THE
000360*                DEFAULT).  ON A CHANGE A BLANK FIELD IS LEFT AS
000370*                IT IS ON THE FILE.  THE DEFAULT (SPACE-REGION)
000380*                ENTRY MAY BE CHANGED BUT NEVER DELETED.
000390*
000400*    MOD LOG   :
000410*    DATE       BY    DESCRIPTION
000420*    ---------- ----  ----------------------------------------
000430*    2026-10-15 JPK   ORIGINAL.
000431*    2026-10-15 JPK   A FAILED DTWINCHG OR DTWINNEW WRITE ENDS THE
000432*                      RUN RC 16 INSTEAD OF PASSING SILENTLY.
000440*
000450*    COND CODES:
000460*    00  EVERY CARD APPLIED (OR NO CARDS) AND EVERY ENTRY ON THE
000470*         NEW FILE PASSES THE EDIT
000480*    04  ONE OR MORE CARDS REJECTED, OR AN ENTRY CARRIED OVER
000490*         FROM THE OLD FILE FAILS THE EDIT - SEE THE LISTING
000500*    16  DTWINCTL, DTWINNEW, DTWINCHG OR DTREPORT COULD NOT BE
000505*         OPENED, OR A DTWINCHG IMAGE COULD NOT BE WRITTEN -
000510*         NOTHING APPLIED
000515*    16  DTWINNEW COULD NOT BE WRITTEN - DO NOT SWAP
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.    DTWINMNT.
000550 AUTHOR.        J. P. KOWALSKI.
000560 INSTALLATION.  BATCH CONTROL GROUP.
000570 DATE-WRITTEN.  2026-10-15.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.  IBM370.
000630 OBJECT-COMPUTER.  IBM370.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WM-SYSIN-STATUS.
000700
000710     SELECT DTWINCTL-FILE ASSIGN TO DTWINCTL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WM-WINCTL-STATUS.
000740
000750     SELECT DTWINNEW-FILE ASSIGN TO DTWINNEW
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WM-WINNEW-STATUS.
000780
000790     SELECT DTWINCHG-FILE ASSIGN TO DTWINCHG
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WM-WINCHG-STATUS.
000820
000830     SELECT DTOPAUTH-FILE ASSIGN TO DTOPAUTH
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WM-OPAUTH-STATUS.
000860
000870     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WM-REPORT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  DTSYSIN-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  WM-CARD-RECORD.
000970     05  WM-CARD-ACTION              PIC X(01).
000980         88  WM-CARD-ADD                 VALUE 'A'.
000990         88  WM-CARD-CHANGE              VALUE 'C'.
001000         88  WM-CARD-DELETE              VALUE 'D'.
001010     05  FILLER                      PIC X(01).
001020     05  WM-CARD-REGION              PIC X(03).
001030     05  FILLER                      PIC X(01).
001040     05  WM-CARD-DAYS-BACK           PIC X(05).
001050     05  FILLER                      PIC X(01).
001060     05  WM-CARD-DAYS-FWD            PIC X(05).
001070     05  FILLER                      PIC X(01).
001080     05  WM-CARD-HOL-ACTION          PIC X(01).
001090     05  FILLER                      PIC X(01).
001100     05  WM-CARD-CUTOFF              PIC X(04).
001110         88  WM-CARD-CUTOFF-DEFAULT      VALUE 'DFLT'.
001120     05  FILLER                      PIC X(01).
001130     05  WM-CARD-OPERATOR-ID         PIC X(08).
001140     05  FILLER                      PIC X(47).
001150
001160 FD  DTWINCTL-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 18 CHARACTERS.
001190 COPY DTWINREC.
001200
001210 FD  DTWINNEW-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 18 CHARACTERS.
001240 01  WM-NEW-RECORD                   PIC X(18).
001250
001260 FD  DTWINCHG-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290 COPY DTWCHREC.
001300
001310 FD  DTOPAUTH-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340 COPY DTOPAREC.
001350
001360 FD  DTREPORT-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 132 CHARACTERS.
001390 01  WM-PRINT-REC                    PIC X(132).
001400
001410 WORKING-STORAGE SECTION.
001420
001430 01  WM-FILE-STATUSES.
001440     05  WM-SYSIN-STATUS             PIC X(02) VALUE '99'.
001450         88  WM-SYSIN-OK                 VALUE '00'.
001460     05  WM-WINCTL-STATUS            PIC X(02) VALUE '99'.
001470         88  WM-WINCTL-OK                VALUE '00'.
001480     05  WM-WINNEW-STATUS            PIC X(02) VALUE '99'.
001490         88  WM-WINNEW-OK                VALUE '00'.
001500     05  WM-WINCHG-STATUS            PIC X(02) VALUE '99'.
001510         88  WM-WINCHG-OK                VALUE '00'.
001520     05  WM-OPAUTH-STATUS            PIC X(02) VALUE '99'.
001530         88  WM-OPAUTH-OK                VALUE '00'.
001540     05  WM-REPORT-STATUS            PIC X(02) VALUE '99'.
001550         88  WM-REPORT-OK                VALUE '00'.
001560
001570 01  WM-SYSTEM-DATE-TIME             PIC X(21).
001580 01  WM-SYS-DT-R REDEFINES WM-SYSTEM-DATE-TIME.
001590     05  WM-SYS-YYYY                 PIC 9(04).
001600     05  WM-SYS-MM                   PIC 9(02).
001610     05  WM-SYS-DD                   PIC 9(02).
001620     05  WM-SYS-HH                   PIC 9(02).
001630     05  WM-SYS-MIN                  PIC 9(02).
001640     05  WM-SYS-SS                   PIC 9(02).
001650     05  FILLER                      PIC X(07).
001660 01  WM-SYSTEM-DATE                  PIC 9(08).
001670 01  WM-SYSTEM-TIME                  PIC 9(06).
001680
001690 01  WM-SWITCHES.
001700     05  WM-WARNING-SW               PIC X(01) VALUE 'N'.
001710         88  WM-WARNINGS-SEEN            VALUE 'Y'.
001720     05  WM-AUTH-SW                  PIC X(01).
001730         88  WM-OPER-MAY-MAINTAIN        VALUE 'Y'.
001740
001750 01  WM-LIMITS.
001760     05  WM-MAX-DAYS                 PIC 9(05) VALUE 00366.
001770
001780 01  WM-CARD-AREA.
001790     05  WM-CARD-NO                  PIC 9(04) VALUE ZERO.
001800     05  WM-RESULT                   PIC X(08).
001810     05  WM-MESSAGE                  PIC X(40).
001820
001830*****************************************************************
001840*    BEFORE- AND AFTER-IMAGES OF THE ENTRY A CARD TOUCHES, IN
001850*    DTWINREC ORDER.  THE AFTER-IMAGE IS WHAT 3000-EDIT-IMAGE
001860*    EDITS, SO ITS NUMERIC FIELDS ARE REDEFINED FOR THE RANGE
001870*    TESTS ONCE THE NUMERIC CLASS TEST HAS PASSED.
001880*****************************************************************
001890 01  WM-BEFORE-IMAGE.
001900     05  WM-BEF-REGION               PIC X(03).
001910     05  WM-BEF-DAYS-BACK            PIC X(05).
001920     05  WM-BEF-DAYS-FWD             PIC X(05).
001930     05  WM-BEF-HOL-ACTION           PIC X(01).
001940     05  WM-BEF-CUTOFF               PIC X(04).
001950
001960 01  WM-AFTER-IMAGE.
001970     05  WM-AFT-REGION               PIC X(03).
001980     05  WM-AFT-DAYS-BACK            PIC X(05).
001990     05  WM-AFT-DAYS-BACK-N REDEFINES WM-AFT-DAYS-BACK
002000                                     PIC 9(05).
002010     05  WM-AFT-DAYS-FWD             PIC X(05).
002020     05  WM-AFT-DAYS-FWD-N REDEFINES WM-AFT-DAYS-FWD
002030                                     PIC 9(05).
002040     05  WM-AFT-HOL-ACTION           PIC X(01).
002050         88  WM-AFT-HOL-VALID            VALUE 'R' 'W'.
002060     05  WM-AFT-CUTOFF               PIC X(04).
002070     05  WM-AFT-CUTOFF-R REDEFINES WM-AFT-CUTOFF.
002080         10  WM-AFT-CUTOFF-HH        PIC 9(02).
002090         10  WM-AFT-CUTOFF-MM        PIC 9(02).
002100
002110*****************************************************************
002120*    THE WINDOW FILE HELD IN STORAGE WHILE THE CARDS ARE
002130*    APPLIED.  DTVALID LOADS AT MOST 20 ENTRIES, SO AN ADD THAT
002140*    WOULD TAKE THE FILE PAST 20 IS REFUSED HERE.
002150*****************************************************************
002160 01  WM-WINDOW-TABLE-AREA.
002170     05  WM-WIN-COUNT                PIC 9(03) COMP VALUE ZERO.
002180     05  WM-WIN-MAX                  PIC 9(03) COMP VALUE 20.
002190     05  WM-WIN-SUB                  PIC 9(03) COMP.
002200     05  WM-WIN-PICK                 PIC 9(03) COMP.
002210     05  WM-WIN-ENTRY OCCURS 20 TIMES.
002220         10  WM-WIN-IMAGE.
002230             15  WM-WIN-REGION       PIC X(03).
002240             15  FILLER              PIC X(15).
002250
002260*****************************************************************
002270*    OPERATORS HOLDING THE WINDOW MAINTENANCE PRIVILEGE OFF
002280*    DTOPAUTH.  AN ID NOT IN THE TABLE - OR A MISSING FILE -
002290*    HOLDS NO PRIVILEGE AND EVERY CARD IS REFUSED.
002300*****************************************************************
002310 01  WM-OPAUTH-TABLE-AREA.
002320     05  WM-OPA-COUNT                PIC 9(03) COMP VALUE ZERO.
002330     05  WM-OPA-MAX                  PIC 9(03) COMP VALUE 50.
002340     05  WM-OPA-SUB                  PIC 9(03) COMP.
002350     05  WM-OPA-ENTRY OCCURS 50 TIMES.
002360         10  WM-OPA-ID               PIC X(08).
002370
002380 01  WM-PRINT-CONTROL.
002390     05  WM-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002400     05  WM-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002410     05  WM-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
002420
002430 01  WM-TOTALS-AREA.
002440     05  WM-TOT-OLD-ENTRIES          PIC 9(05) COMP VALUE ZERO.
002450     05  WM-TOT-CARDS                PIC 9(05) COMP VALUE ZERO.
002460     05  WM-TOT-ADDED                PIC 9(05) COMP VALUE ZERO.
002470     05  WM-TOT-CHANGED              PIC 9(05) COMP VALUE ZERO.
002480     05  WM-TOT-DELETED              PIC 9(05) COMP VALUE ZERO.
002490     05  WM-TOT-REJECTED             PIC 9(05) COMP VALUE ZERO.
002500     05  WM-TOT-NEW-ENTRIES          PIC 9(05) COMP VALUE ZERO.
002510     05  WM-TOT-BAD-ENTRIES          PIC 9(05) COMP VALUE ZERO.
002520
002530 01  WM-HEADING-1.
002540     05  FILLER                      PIC X(10) VALUE 'DTWINMNT'.
002550     05  FILLER                      PIC X(44)
002560         VALUE 'DTWINCTL WINDOW CONTROL MAINTENANCE LISTING'.
002570     05  FILLER                      PIC X(56) VALUE SPACES.
002580     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002590     05  WM-HDG-PAGE                 PIC ZZZZ9.
002600     05  FILLER                      PIC X(12) VALUE SPACES.
002610
002620 01  WM-HEADING-2.
002630     05  FILLER                      PIC X(09)
002640         VALUE 'RUN DATE '.
002650     05  WM-HDG-RUN                  PIC 9(08).
002660     05  FILLER                      PIC X(06) VALUE '  TIME'.
002670     05  FILLER                      PIC X(01) VALUE SPACE.
002680     05  WM-HDG-TIME                 PIC 9(06).
002690     05  FILLER                      PIC X(102) VALUE SPACES.
002700
002710 01  WM-SECTION-LINE.
002720     05  FILLER                      PIC X(04) VALUE SPACES.
002730     05  WM-SECTION-TITLE            PIC X(60).
002740     05  FILLER                      PIC X(68) VALUE SPACES.
002750
002760 01  WM-COL-HDR-1.
002770     05  FILLER                      PIC X(26) VALUE
002780         '  CARD  A  REG  OPERATOR  '.
002790     05  FILLER                      PIC X(21) VALUE
002800         '---- BEFORE ------   '.
002810     05  FILLER                      PIC X(21) VALUE
002820         '---- AFTER -------   '.
002830     05  FILLER                      PIC X(17) VALUE
002840         'RESULT    MESSAGE'.
002850     05  FILLER                      PIC X(47) VALUE SPACES.
002860
002870 01  WM-COL-HDR-2.
002880     05  FILLER                      PIC X(26) VALUE SPACES.
002890     05  FILLER                      PIC X(21) VALUE
002900         'BACK   FWD  H CUT    '.
002910     05  FILLER                      PIC X(21) VALUE
002920         'BACK   FWD  H CUT    '.
002930     05  FILLER                      PIC X(64) VALUE SPACES.
002940
002950 01  WM-DETAIL-LINE.
002960     05  FILLER                      PIC X(02) VALUE SPACES.
002970     05  WM-DTL-CARD-NO              PIC ZZZ9.
002980     05  FILLER                      PIC X(02) VALUE SPACES.
002990     05  WM-DTL-ACTION               PIC X(01).
003000     05  FILLER                      PIC X(02) VALUE SPACES.
003010     05  WM-DTL-REGION               PIC X(03).
003020     05  FILLER                      PIC X(02) VALUE SPACES.
003030     05  WM-DTL-OPERATOR             PIC X(08).
003040     05  FILLER                      PIC X(02) VALUE SPACES.
003050     05  WM-DTL-BEF-BACK             PIC X(05).
003060     05  FILLER                      PIC X(01) VALUE SPACES.
003070     05  WM-DTL-BEF-FWD              PIC X(05).
003080     05  FILLER                      PIC X(01) VALUE SPACES.
003090     05  WM-DTL-BEF-HOL              PIC X(01).
003100     05  FILLER                      PIC X(01) VALUE SPACES.
003110     05  WM-DTL-BEF-CUTOFF           PIC X(04).
003120     05  FILLER                      PIC X(03) VALUE SPACES.
003130     05  WM-DTL-AFT-BACK             PIC X(05).
003140     05  FILLER                      PIC X(01) VALUE SPACES.
003150     05  WM-DTL-AFT-FWD              PIC X(05).
003160     05  FILLER                      PIC X(01) VALUE SPACES.
003170     05  WM-DTL-AFT-HOL              PIC X(01).
003180     05  FILLER                      PIC X(01) VALUE SPACES.
003190     05  WM-DTL-AFT-CUTOFF           PIC X(04).
003200     05  FILLER                      PIC X(03) VALUE SPACES.
003210     05  WM-DTL-RESULT               PIC X(08).
003220     05  FILLER                      PIC X(02) VALUE SPACES.
003230     05  WM-DTL-MESSAGE              PIC X(40).
003240     05  FILLER                      PIC X(14) VALUE SPACES.
003250
003260 01  WM-TOTAL-LINE.
003270     05  FILLER                      PIC X(02) VALUE SPACES.
003280     05  WM-TOT-LABEL                PIC X(34).
003290     05  WM-TOT-CNT                  PIC ZZZ,ZZ9.
003300     05  FILLER                      PIC X(89) VALUE SPACES.
003310
003320 01  WM-END-LINE.
003330     05  FILLER                      PIC X(21)
003340         VALUE '*** END OF REPORT ***'.
003350     05  FILLER                      PIC X(111) VALUE SPACES.
003360
003370 PROCEDURE DIVISION.
003380
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003410     MOVE 'TRANSACTION CARDS' TO WM-SECTION-TITLE
003420     PERFORM 7200-PRINT-SECTION-TITLE THRU 7200-EXIT
003430     IF WM-SYSIN-OK
003440         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
003450             UNTIL NOT WM-SYSIN-OK
003460         CLOSE DTSYSIN-FILE
003470     END-IF
003480     MOVE 'DTWINCTL ENTRIES AFTER MAINTENANCE' TO
003490         WM-SECTION-TITLE
003500     PERFORM 7200-PRINT-SECTION-TITLE THRU 7200-EXIT
003510     PERFORM 5000-WRITE-NEW-ENTRY THRU 5000-EXIT
003520         VARYING WM-WIN-SUB FROM 1 BY 1
003530         UNTIL WM-WIN-SUB > WM-WIN-COUNT
003540     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
003550     PERFORM 9999-TERMINATE THRU 9999-EXIT
003560     IF WM-WARNINGS-SEEN
003570         MOVE 04 TO RETURN-CODE
003580     ELSE
003590         MOVE ZERO TO RETURN-CODE
003600     END-IF
003610     STOP RUN.
003620
003630*****************************************************************
003640*    1000-INITIALIZE - SYSTEM STAMP, THE OPERATOR PRIVILEGE
003650*    TABLE, THE CURRENT WINDOW FILE, AND THE OUTPUT FILES.  A
003660*    MISSING DTWINCTL (STATUS 35) STARTS AN EMPTY FILE SO THE
003670*    FIRST ENTRIES CAN BE ADDED; ANY OTHER OPEN FAILURE
003680*    ABANDONS THE RUN BEFORE A PARTIAL DTWINNEW IS LEFT BEHIND.
003690*****************************************************************
003700 1000-INITIALIZE.
003710     MOVE FUNCTION CURRENT-DATE TO WM-SYSTEM-DATE-TIME
003720     COMPUTE WM-SYSTEM-DATE =
003730             (WM-SYS-YYYY * 10000) + (WM-SYS-MM * 100)
003740             + WM-SYS-DD
003750     COMPUTE WM-SYSTEM-TIME =
003760             (WM-SYS-HH * 10000) + (WM-SYS-MIN * 100)
003770             + WM-SYS-SS
003780
003790     OPEN OUTPUT DTREPORT-FILE
003800     IF NOT WM-REPORT-OK
003810         DISPLAY 'DTWINMNT: UNABLE TO OPEN DTREPORT - STATUS '
003820             WM-REPORT-STATUS ' - RUN ABANDONED'
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF
003860
003870     OPEN INPUT DTOPAUTH-FILE
003880     IF WM-OPAUTH-OK
003890         PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT
003900             UNTIL NOT WM-OPAUTH-OK
003910         CLOSE DTOPAUTH-FILE
003920     ELSE
003930         DISPLAY 'DTWINMNT: DTOPAUTH NOT AVAILABLE - STATUS '
003940             WM-OPAUTH-STATUS ' - NO OPERATOR MAY APPLY CHANGES'
003950     END-IF
003960
003970     OPEN INPUT DTWINCTL-FILE
003980     IF WM-WINCTL-OK
003990         PERFORM 1200-LOAD-WINDOWS THRU 1200-EXIT
004000             UNTIL NOT WM-WINCTL-OK
004010         CLOSE DTWINCTL-FILE
004020     ELSE
004030         IF WM-WINCTL-STATUS = '35'
004040             DISPLAY 'DTWINMNT: DTWINCTL NOT FOUND - STARTING '
004050                 'AN EMPTY FILE'
004060         ELSE
004070             DISPLAY 'DTWINMNT: UNABLE TO OPEN DTWINCTL - STATUS '
004080                 WM-WINCTL-STATUS ' - RUN ABANDONED'
004090             CLOSE DTREPORT-FILE
004100             MOVE 16 TO RETURN-CODE
004110             STOP RUN
004120         END-IF
004130     END-IF
004140
004150     OPEN OUTPUT DTWINNEW-FILE
004160     IF NOT WM-WINNEW-OK
004170         DISPLAY 'DTWINMNT: UNABLE TO OPEN DTWINNEW - STATUS '
004180             WM-WINNEW-STATUS ' - RUN ABANDONED'
004190         CLOSE DTREPORT-FILE
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF
004230
004240     OPEN EXTEND DTWINCHG-FILE
004250     IF NOT WM-WINCHG-OK
004260         OPEN OUTPUT DTWINCHG-FILE
004270     END-IF
004280     IF NOT WM-WINCHG-OK
004290         DISPLAY 'DTWINMNT: UNABLE TO OPEN DTWINCHG - STATUS '
004300             WM-WINCHG-STATUS ' - RUN ABANDONED'
004310         CLOSE DTWINNEW-FILE
004320         CLOSE DTREPORT-FILE
004330         MOVE 16 TO RETURN-CODE
004340         STOP RUN
004350     END-IF
004360
004370     OPEN INPUT DTSYSIN-FILE
004380     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
004390 1000-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430*    1100-LOAD-OPERATORS - HOLD EVERY OPERATOR ID THAT CARRIES
004440*    THE WINDOW MAINTENANCE PRIVILEGE.
004450*****************************************************************
004460 1100-LOAD-OPERATORS.
004470     READ DTOPAUTH-FILE
004480         AT END
004490             GO TO 1100-EXIT
004500     END-READ
004510     IF DTOPA-MAY-MAINT-WINDOW
004520         AND DTOPA-OPERATOR-ID NOT = SPACES
004530         AND WM-OPA-COUNT < WM-OPA-MAX
004540         ADD 1 TO WM-OPA-COUNT
004550         MOVE DTOPA-OPERATOR-ID TO WM-OPA-ID (WM-OPA-COUNT)
004560     END-IF.
004570 1100-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*    1200-LOAD-WINDOWS - PULL THE CURRENT DTWINCTL ENTRIES INTO
004620*    STORAGE IN FILE ORDER.  AN ENTRY PAST THE TABLE LIMIT
004630*    COULD NEVER HAVE BEEN SEEN BY DTVALID EITHER - IT IS
004640*    REPORTED AND DROPPED FROM THE NEW FILE.
004650*****************************************************************
004660 1200-LOAD-WINDOWS.
004670     READ DTWINCTL-FILE
004680         AT END
004690             GO TO 1200-EXIT
004700     END-READ
004710     ADD 1 TO WM-TOT-OLD-ENTRIES
004720     IF WM-WIN-COUNT < WM-WIN-MAX
004730         ADD 1 TO WM-WIN-COUNT
004740         MOVE DTWIN-RECORD TO WM-WIN-IMAGE (WM-WIN-COUNT)
004750     ELSE
004760         DISPLAY 'DTWINMNT: DTWINCTL ENTRY FOR REGION '''
004770             DTWIN-REGION-CODE ''' IS PAST THE ' WM-WIN-MAX
004780             ' ENTRY LIMIT - DROPPED'
004790         SET WM-WARNINGS-SEEN TO TRUE
004800     END-IF.
004810 1200-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850*    2000-PROCESS-CARD - READ ONE TRANSACTION CARD, CHECK THE
004860*    ACTION CODE AND THE OPERATOR'S PRIVILEGE, AND HAND IT TO
004870*    THE ADD/CHANGE/DELETE PARAGRAPH.  EACH OF THOSE EITHER
004880*    COMMITS THE CARD (2800) OR REJECTS IT (2900); EITHER WAY
004890*    THE CARD IS LISTED.
004900*****************************************************************
004910 2000-PROCESS-CARD.
004920     READ DTSYSIN-FILE
004930         AT END
004940             GO TO 2000-EXIT
004950     END-READ
004960     IF WM-CARD-RECORD = SPACES
004970         GO TO 2000-EXIT
004980     END-IF
004990     ADD 1 TO WM-CARD-NO
005000     ADD 1 TO WM-TOT-CARDS
005010     MOVE SPACES TO WM-BEFORE-IMAGE
005020     MOVE SPACES TO WM-AFTER-IMAGE
005030     MOVE WM-CARD-REGION TO WM-BEF-REGION
005040     MOVE WM-CARD-REGION TO WM-AFT-REGION
005050     IF NOT WM-CARD-ADD AND NOT WM-CARD-CHANGE
005060         AND NOT WM-CARD-DELETE
005070         MOVE 'ACTION CODE MUST BE A, C OR D' TO WM-MESSAGE
005080         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005090         GO TO 2000-EXIT
005100     END-IF
005110     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
005120     IF NOT WM-OPER-MAY-MAINTAIN
005130         MOVE 'OPERATOR NOT AUTHORIZED ON DTOPAUTH' TO WM-MESSAGE
005140         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005150         GO TO 2000-EXIT
005160     END-IF
005170     MOVE ZERO TO WM-WIN-PICK
005180     PERFORM 2150-MATCH-WINDOW THRU 2150-EXIT
005190         VARYING WM-WIN-SUB FROM 1 BY 1
005200         UNTIL WM-WIN-SUB > WM-WIN-COUNT
005210     EVALUATE TRUE
005220         WHEN WM-CARD-ADD
005230             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
005240         WHEN WM-CARD-CHANGE
005250             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
005260         WHEN WM-CARD-DELETE
005270             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
005280     END-EVALUATE.
005290 2000-EXIT.
005300     EXIT.
005310
005320 2100-CHECK-AUTHORITY.
005330     MOVE 'N' TO WM-AUTH-SW
005340     IF WM-CARD-OPERATOR-ID = SPACES
005350         GO TO 2100-EXIT
005360     END-IF
005370     PERFORM 2110-MATCH-OPERATOR THRU 2110-EXIT
005380         VARYING WM-OPA-SUB FROM 1 BY 1
005390         UNTIL WM-OPA-SUB > WM-OPA-COUNT.
005400 2100-EXIT.
005410     EXIT.
005420
005430 2110-MATCH-OPERATOR.
005440     IF WM-OPA-ID (WM-OPA-SUB) = WM-CARD-OPERATOR-ID
005450         SET WM-OPER-MAY-MAINTAIN TO TRUE
005460         MOVE WM-OPA-COUNT TO WM-OPA-SUB
005470     END-IF.
005480 2110-EXIT.
005490     EXIT.
005500
005510 2150-MATCH-WINDOW.
005520     IF WM-WIN-REGION (WM-WIN-SUB) = WM-CARD-REGION
005530         MOVE WM-WIN-SUB TO WM-WIN-PICK
005540         MOVE WM-WIN-COUNT TO WM-WIN-SUB
005550     END-IF.
005560 2150-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600*    2200-APPLY-ADD - A NEW REGION.  THE REGION MUST NOT BE ON
005610*    FILE ALREADY, THE FILE MUST HAVE ROOM, AND THE CARD MUST
005620*    CARRY EVERY FIELD BUT THE CUTOFF.  THE NEW ENTRY GOES ON
005630*    THE END OF THE FILE.
005640*****************************************************************
005650 2200-APPLY-ADD.
005660     IF WM-WIN-PICK > ZERO
005670         MOVE 'REGION ALREADY ON DTWINCTL - USE C' TO WM-MESSAGE
005680         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005690         GO TO 2200-EXIT
005700     END-IF
005710     IF WM-WIN-COUNT NOT < WM-WIN-MAX
005720         MOVE 'DTWINCTL FULL - 20 ENTRIES' TO WM-MESSAGE
005730         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005740         GO TO 2200-EXIT
005750     END-IF
005760     IF WM-CARD-DAYS-BACK = SPACES
005770         OR WM-CARD-DAYS-FWD = SPACES
005780         OR WM-CARD-HOL-ACTION = SPACE
005790         MOVE 'ADD NEEDS DAYS BACK, DAYS FWD, HOL ACTION'
005800             TO WM-MESSAGE
005810         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005820         GO TO 2200-EXIT
005830     END-IF
005840     MOVE WM-CARD-DAYS-BACK TO WM-AFT-DAYS-BACK
005850     MOVE WM-CARD-DAYS-FWD TO WM-AFT-DAYS-FWD
005860     MOVE WM-CARD-HOL-ACTION TO WM-AFT-HOL-ACTION
005870     IF NOT WM-CARD-CUTOFF-DEFAULT
005880         MOVE WM-CARD-CUTOFF TO WM-AFT-CUTOFF
005890     END-IF
005900     PERFORM 3000-EDIT-IMAGE THRU 3000-EXIT
005910     IF WM-MESSAGE NOT = SPACES
005920         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005930         GO TO 2200-EXIT
005940     END-IF
005950     ADD 1 TO WM-WIN-COUNT
005960     MOVE WM-AFTER-IMAGE TO WM-WIN-IMAGE (WM-WIN-COUNT)
005970     ADD 1 TO WM-TOT-ADDED
005980     PERFORM 2800-COMMIT-CARD THRU 2800-EXIT.
005990 2200-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030*    2300-APPLY-CHANGE - OVERLAY THE NON-BLANK CARD FIELDS ON
006040*    THE ENTRY ON FILE AND EDIT THE RESULT AS A WHOLE, SO A
006050*    CHANGE CANNOT LEAVE A BAD VALUE BEHIND IN A FIELD IT DID
006060*    NOT TOUCH.
006070*****************************************************************
006080 2300-APPLY-CHANGE.
006090     IF WM-WIN-PICK = ZERO
006100         MOVE 'REGION NOT ON DTWINCTL - USE A' TO WM-MESSAGE
006110         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006120         GO TO 2300-EXIT
006130     END-IF
006140     MOVE WM-WIN-IMAGE (WM-WIN-PICK) TO WM-BEFORE-IMAGE
006150     MOVE WM-WIN-IMAGE (WM-WIN-PICK) TO WM-AFTER-IMAGE
006160     IF WM-CARD-DAYS-BACK = SPACES
006170         AND WM-CARD-DAYS-FWD = SPACES
006180         AND WM-CARD-HOL-ACTION = SPACE
006190         AND WM-CARD-CUTOFF = SPACES
006200         MOVE 'CHANGE CARD CARRIES NO FIELDS' TO WM-MESSAGE
006210         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006220         GO TO 2300-EXIT
006230     END-IF
006240     IF WM-CARD-DAYS-BACK NOT = SPACES
006250         MOVE WM-CARD-DAYS-BACK TO WM-AFT-DAYS-BACK
006260     END-IF
006270     IF WM-CARD-DAYS-FWD NOT = SPACES
006280         MOVE WM-CARD-DAYS-FWD TO WM-AFT-DAYS-FWD
006290     END-IF
006300     IF WM-CARD-HOL-ACTION NOT = SPACE
006310         MOVE WM-CARD-HOL-ACTION TO WM-AFT-HOL-ACTION
006320     END-IF
006330     IF WM-CARD-CUTOFF-DEFAULT
006340         MOVE SPACES TO WM-AFT-CUTOFF
006350     ELSE
006360         IF WM-CARD-CUTOFF NOT = SPACES
006370             MOVE WM-CARD-CUTOFF TO WM-AFT-CUTOFF
006380         END-IF
006390     END-IF
006400     PERFORM 3000-EDIT-IMAGE THRU 3000-EXIT
006410     IF WM-MESSAGE NOT = SPACES
006420         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006430         GO TO 2300-EXIT
006440     END-IF
006450     MOVE WM-AFTER-IMAGE TO WM-WIN-IMAGE (WM-WIN-PICK)
006460     ADD 1 TO WM-TOT-CHANGED
006470     PERFORM 2800-COMMIT-CARD THRU 2800-EXIT.
006480 2300-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520*    2400-APPLY-DELETE - DROP A REGION'S ENTRY AND CLOSE UP THE
006530*    TABLE.  THE DEFAULT (SPACE-REGION) ENTRY IS WHAT EVERY
006540*    UNLISTED REGION FALLS BACK TO AND CAN NEVER BE DELETED.
006550*****************************************************************
006560 2400-APPLY-DELETE.
006570     IF WM-CARD-REGION = SPACES
006580         MOVE 'DEFAULT (SPACE) REGION CANNOT BE DELETED'
006590             TO WM-MESSAGE
006600         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006610         GO TO 2400-EXIT
006620     END-IF
006630     IF WM-WIN-PICK = ZERO
006640         MOVE 'REGION NOT ON DTWINCTL' TO WM-MESSAGE
006650         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
006660         GO TO 2400-EXIT
006670     END-IF
006680     MOVE WM-WIN-IMAGE (WM-WIN-PICK) TO WM-BEFORE-IMAGE
006690     PERFORM 2450-CLOSE-UP-ENTRY THRU 2450-EXIT
006700         VARYING WM-WIN-SUB FROM WM-WIN-PICK BY 1
006710         UNTIL WM-WIN-SUB NOT < WM-WIN-COUNT
006720     SUBTRACT 1 FROM WM-WIN-COUNT
006730     ADD 1 TO WM-TOT-DELETED
006740     PERFORM 2800-COMMIT-CARD THRU 2800-EXIT.
006750 2400-EXIT.
006760     EXIT.
006770
006780 2450-CLOSE-UP-ENTRY.
006790     MOVE WM-WIN-IMAGE (WM-WIN-SUB + 1) TO
006800         WM-WIN-IMAGE (WM-WIN-SUB).
006810 2450-EXIT.
006820     EXIT.
006830
006840*****************************************************************
006850*    2800-COMMIT-CARD - AN APPLIED CARD WRITES ITS BEFORE- AND
006860*    AFTER-IMAGE TO THE DTWINCHG CHANGE HISTORY AND IS LISTED.
006870*****************************************************************
006880 2800-COMMIT-CARD.
006890     MOVE SPACES TO DTWCH-RECORD
006900     MOVE WM-SYSTEM-DATE TO DTWCH-CHANGE-DATE
006910     MOVE WM-SYSTEM-TIME TO DTWCH-CHANGE-TIME
006920     MOVE WM-CARD-OPERATOR-ID TO DTWCH-OPERATOR-ID
006930     MOVE WM-CARD-NO TO DTWCH-CARD-NO
006940     MOVE WM-CARD-ACTION TO DTWCH-ACTION
006950     SET DTWCH-BEFORE-IMAGE TO TRUE
006960     MOVE WM-BEFORE-IMAGE TO DTWCH-WIN-IMAGE
006970     WRITE DTWCH-RECORD
006975     IF WM-WINCHG-OK
006980         SET DTWCH-AFTER-IMAGE TO TRUE
006990         MOVE WM-AFTER-IMAGE TO DTWCH-WIN-IMAGE
007000         WRITE DTWCH-RECORD
007001     END-IF
007002     IF NOT WM-WINCHG-OK
007003         DISPLAY 'DTWINMNT: WRITE FAILED ON DTWINCHG - STATUS '
007004             WM-WINCHG-STATUS ' - RUN ABANDONED, NOTHING APPLIED'
007005         PERFORM 9999-TERMINATE THRU 9999-EXIT
007006         MOVE 16 TO RETURN-CODE
007007         STOP RUN
007008     END-IF
007010     MOVE 'APPLIED' TO WM-RESULT
007020     MOVE SPACES TO WM-MESSAGE
007030     PERFORM 2950-PRINT-CARD-LINE THRU 2950-EXIT.
007040 2800-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080*    2900-REJECT-CARD - THE CARD IS LISTED WITH THE REASON AND
007090*    THE SAME REASON GOES TO THE CONSOLE; THE REST OF THE DECK
007100*    STILL APPLIES.
007110*****************************************************************
007120 2900-REJECT-CARD.
007130     ADD 1 TO WM-TOT-REJECTED
007140     SET WM-WARNINGS-SEEN TO TRUE
007150     DISPLAY 'DTWINMNT: CARD ' WM-CARD-NO ' REGION '''
007160         WM-CARD-REGION ''' REJECTED - ' WM-MESSAGE
007170     MOVE 'REJECTED' TO WM-RESULT
007180     PERFORM 2950-PRINT-CARD-LINE THRU 2950-EXIT.
007190 2900-EXIT.
007200     EXIT.
007210
007220 2950-PRINT-CARD-LINE.
007230     MOVE WM-CARD-NO TO WM-DTL-CARD-NO
007240     MOVE WM-CARD-ACTION TO WM-DTL-ACTION
007250     MOVE WM-CARD-REGION TO WM-DTL-REGION
007260     MOVE WM-CARD-OPERATOR-ID TO WM-DTL-OPERATOR
007270     MOVE WM-BEF-DAYS-BACK TO WM-DTL-BEF-BACK
007280     MOVE WM-BEF-DAYS-FWD TO WM-DTL-BEF-FWD
007290     MOVE WM-BEF-HOL-ACTION TO WM-DTL-BEF-HOL
007300     MOVE WM-BEF-CUTOFF TO WM-DTL-BEF-CUTOFF
007310     MOVE WM-AFT-DAYS-BACK TO WM-DTL-AFT-BACK
007320     MOVE WM-AFT-DAYS-FWD TO WM-DTL-AFT-FWD
007330     MOVE WM-AFT-HOL-ACTION TO WM-DTL-AFT-HOL
007340     MOVE WM-AFT-CUTOFF TO WM-DTL-AFT-CUTOFF
007350     MOVE WM-RESULT TO WM-DTL-RESULT
007360     MOVE WM-MESSAGE TO WM-DTL-MESSAGE
007370     MOVE WM-DETAIL-LINE TO WM-PRINT-REC
007380     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
007390 2950-EXIT.
007400     EXIT.
007410
007420*****************************************************************
007430*    3000-EDIT-IMAGE - EDIT EVERY FIELD OF WM-AFTER-IMAGE.  THE
007440*    FIRST FAILURE FOUND IS LEFT IN WM-MESSAGE; A BLANK MESSAGE
007450*    MEANS THE ENTRY IS GOOD.  THE DAY COUNTS MUST BE NUMERIC
007460*    AND NO MORE THAN A YEAR EITHER WAY, THE HOLIDAY ACTION
007470*    R OR W, AND A NON-BLANK CUTOFF A REAL HHMM.
007480*****************************************************************
007490 3000-EDIT-IMAGE.
007500     MOVE SPACES TO WM-MESSAGE
007510     IF WM-AFT-DAYS-BACK IS NOT NUMERIC
007520         MOVE 'DAYS BACK NOT NUMERIC' TO WM-MESSAGE
007530         GO TO 3000-EXIT
007540     END-IF
007550     IF WM-AFT-DAYS-BACK-N > WM-MAX-DAYS
007560         MOVE 'DAYS BACK OVER 366' TO WM-MESSAGE
007570         GO TO 3000-EXIT
007580     END-IF
007590     IF WM-AFT-DAYS-FWD IS NOT NUMERIC
007600         MOVE 'DAYS FWD NOT NUMERIC' TO WM-MESSAGE
007610         GO TO 3000-EXIT
007620     END-IF
007630     IF WM-AFT-DAYS-FWD-N > WM-MAX-DAYS
007640         MOVE 'DAYS FWD OVER 366' TO WM-MESSAGE
007650         GO TO 3000-EXIT
007660     END-IF
007670     IF NOT WM-AFT-HOL-VALID
007680         MOVE 'HOLIDAY ACTION MUST BE R OR W' TO WM-MESSAGE
007690         GO TO 3000-EXIT
007700     END-IF
007710     IF WM-AFT-CUTOFF = SPACES
007720         GO TO 3000-EXIT
007730     END-IF
007740     IF WM-AFT-CUTOFF IS NOT NUMERIC
007750         MOVE 'CUTOFF NOT NUMERIC HHMM' TO WM-MESSAGE
007760         GO TO 3000-EXIT
007770     END-IF
007780     IF WM-AFT-CUTOFF-HH > 23 OR WM-AFT-CUTOFF-MM > 59
007790         MOVE 'CUTOFF NOT A VALID HHMM' TO WM-MESSAGE
007800     END-IF.
007810 3000-EXIT.
007820     EXIT.
007830
007840*****************************************************************
007850*    5000-WRITE-NEW-ENTRY - WRITE ONE ENTRY TO DTWINNEW AND LIST
007860*    IT.  AN ENTRY CARRIED OVER UNCHANGED FROM THE OLD FILE IS
007870*    PUT THROUGH THE SAME EDIT AS A CARD, SO A BAD VALUE KEYED
007880*    BEFORE THIS PROGRAM EXISTED SHOWS UP HERE UNTIL A CHANGE
007890*    CARD CORRECTS IT.  A FAILED WRITE ENDS THE RUN - A SHORT
007895*    DTWINNEW MUST NOT BE SWAPPED IN FOR DTWINCTL.
007900*****************************************************************
007910 5000-WRITE-NEW-ENTRY.
007920     WRITE WM-NEW-RECORD FROM WM-WIN-IMAGE (WM-WIN-SUB)
007921     IF NOT WM-WINNEW-OK
007922         DISPLAY 'DTWINMNT: WRITE FAILED ON DTWINNEW - STATUS '
007923             WM-WINNEW-STATUS ' - DO NOT SWAP DTWINNEW IN'
007924         PERFORM 9999-TERMINATE THRU 9999-EXIT
007925         MOVE 16 TO RETURN-CODE
007926         STOP RUN
007927     END-IF
007930     ADD 1 TO WM-TOT-NEW-ENTRIES
007940     MOVE SPACES TO WM-BEFORE-IMAGE
007950     MOVE WM-WIN-IMAGE (WM-WIN-SUB) TO WM-AFTER-IMAGE
007960     PERFORM 3000-EDIT-IMAGE THRU 3000-EXIT
007970     IF WM-MESSAGE NOT = SPACES
007980         ADD 1 TO WM-TOT-BAD-ENTRIES
007990         SET WM-WARNINGS-SEEN TO TRUE
008000         MOVE 'EDIT ERR' TO WM-RESULT
008010         DISPLAY 'DTWINMNT: DTWINCTL ENTRY FOR REGION '''
008020             WM-AFT-REGION ''' FAILS EDIT - ' WM-MESSAGE
008030     ELSE
008040         MOVE 'ON FILE' TO WM-RESULT
008050         IF WM-AFT-CUTOFF = SPACES
008060             MOVE 'CUTOFF BLANK - DTVALID DEFAULT 0300'
008070                 TO WM-MESSAGE
008080         END-IF
008090     END-IF
008100     MOVE SPACES TO WM-DETAIL-LINE
008110     MOVE WM-AFT-REGION TO WM-DTL-REGION
008120     MOVE WM-AFT-DAYS-BACK TO WM-DTL-AFT-BACK
008130     MOVE WM-AFT-DAYS-FWD TO WM-DTL-AFT-FWD
008140     MOVE WM-AFT-HOL-ACTION TO WM-DTL-AFT-HOL
008150     MOVE WM-AFT-CUTOFF TO WM-DTL-AFT-CUTOFF
008160     MOVE WM-RESULT TO WM-DTL-RESULT
008170     MOVE WM-MESSAGE TO WM-DTL-MESSAGE
008180     MOVE WM-DETAIL-LINE TO WM-PRINT-REC
008190     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
008200 5000-EXIT.
008210     EXIT.
008220
008230*****************************************************************
008240*    6000-PRINT-TOTALS - END-OF-REPORT CONTROL TOTALS.  OLD
008250*    ENTRIES + ADDED - DELETED = NEW ENTRIES.
008260*****************************************************************
008270 6000-PRINT-TOTALS.
008280     MOVE SPACES TO WM-PRINT-REC
008290     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
008300     MOVE 'DTWINCTL ENTRIES READ' TO WM-TOT-LABEL
008310     MOVE WM-TOT-OLD-ENTRIES TO WM-TOT-CNT
008320     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT
008330     MOVE 'TRANSACTION CARDS READ' TO WM-TOT-LABEL
008340     MOVE WM-TOT-CARDS TO WM-TOT-CNT
008350     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT
008360     MOVE 'ENTRIES ADDED' TO WM-TOT-LABEL
008370     MOVE WM-TOT-ADDED TO WM-TOT-CNT
008380     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT
008390     MOVE 'ENTRIES CHANGED' TO WM-TOT-LABEL
008400     MOVE WM-TOT-CHANGED TO WM-TOT-CNT
008410     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT
008420     MOVE 'ENTRIES DELETED' TO WM-TOT-LABEL
008430     MOVE WM-TOT-DELETED TO WM-TOT-CNT
008440     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT
008450     MOVE 'CARDS REJECTED' TO WM-TOT-LABEL
008460     MOVE WM-TOT-REJECTED TO WM-TOT-CNT
008470     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT
008480     MOVE 'DTWINNEW ENTRIES WRITTEN' TO WM-TOT-LABEL
008490     MOVE WM-TOT-NEW-ENTRIES TO WM-TOT-CNT
008500     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT
008510     MOVE 'ENTRIES FAILING EDIT' TO WM-TOT-LABEL
008520     MOVE WM-TOT-BAD-ENTRIES TO WM-TOT-CNT
008530     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT
008540     MOVE WM-END-LINE TO WM-PRINT-REC
008550     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
008560 6000-EXIT.
008570     EXIT.
008580
008590 6100-PRINT-ONE-TOTAL.
008600     MOVE WM-TOTAL-LINE TO WM-PRINT-REC
008610     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
008620 6100-EXIT.
008630     EXIT.
008640
008650*****************************************************************
008660*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE AND COLUMN
008670*    HEADINGS.
008680*****************************************************************
008690 7000-PRINT-HEADINGS.
008700     ADD 1 TO WM-PAGE-NO
008710     MOVE WM-PAGE-NO TO WM-HDG-PAGE
008720     MOVE WM-SYSTEM-DATE TO WM-HDG-RUN
008730     MOVE WM-SYSTEM-TIME TO WM-HDG-TIME
008740     WRITE WM-PRINT-REC FROM WM-HEADING-1
008750         AFTER ADVANCING PAGE
008760     WRITE WM-PRINT-REC FROM WM-HEADING-2
008770         AFTER ADVANCING 1 LINE
008780     MOVE SPACES TO WM-PRINT-REC
008790     WRITE WM-PRINT-REC
008800         AFTER ADVANCING 1 LINE
008810     WRITE WM-PRINT-REC FROM WM-COL-HDR-1
008820         AFTER ADVANCING 1 LINE
008830     WRITE WM-PRINT-REC FROM WM-COL-HDR-2
008840         AFTER ADVANCING 1 LINE
008850     MOVE 5 TO WM-LINE-COUNT.
008860 7000-EXIT.
008870     EXIT.
008880
008890*****************************************************************
008900*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
008910*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
008920*****************************************************************
008930 7100-WRITE-LINE.
008940     IF WM-LINE-COUNT > WM-LINES-PER-PAGE
008950         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
008960     END-IF
008970     WRITE WM-PRINT-REC
008980         AFTER ADVANCING 1 LINE
008990     ADD 1 TO WM-LINE-COUNT.
009000 7100-EXIT.
009010     EXIT.
009020
009030 7200-PRINT-SECTION-TITLE.
009040     MOVE SPACES TO WM-PRINT-REC
009050     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
009060     MOVE WM-SECTION-LINE TO WM-PRINT-REC
009070     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
009080     MOVE SPACES TO WM-PRINT-REC
009090     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
009100 7200-EXIT.
009110     EXIT.
009120
009130*****************************************************************
009140*    9999-TERMINATE - CLOSE EVERYTHING THAT WAS OPENED.
009150*****************************************************************
009160 9999-TERMINATE.
009170     CLOSE DTWINNEW-FILE
009180     CLOSE DTWINCHG-FILE
009190     CLOSE DTREPORT-FILE.
009200 9999-EXIT.
009210     EXIT.
