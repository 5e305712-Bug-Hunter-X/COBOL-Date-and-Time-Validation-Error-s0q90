000010*****************************************************************
000020*    PROGRAM-ID: DTFISCHK
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : CERTIFICATION EDIT FOR THE HAND-MAINTAINED
000080*                DTFISCAL 4-4-5 FISCAL CALENDAR, AS DTHOLCHK IS
000090*                FOR DTHOLCAL.  DTGETDTE AND DTCALGEN TAKE THE
000100*                FISCAL YEAR, PERIOD, WEEK AND PERIOD-END/YEAR-END
000110*                FLAGS FROM THIS FILE, SO A MISKEYED PERIOD END
000120*                WOULD MOVE FINANCE'S CLOSE FOR EVERY DOWNSTREAM
000130*                JOB AT ONCE.  RUN AFTER EVERY UPDATE, THIS
000140*                PROGRAM PASSES BOTH DATES OF EACH PERIOD THROUGH
000150*                THE SHARED DTCHECK RULES AND PROVES THE PERIODS
000160*                ARE IN YEAR/PERIOD ORDER, NUMBERED 01-12 WITH
000170*                NONE MISSING OR DUPLICATED, CONTIGUOUS (EACH
000180*                STARTS THE DAY AFTER THE LAST ONE ENDED, ACROSS
000190*                YEAR ENDS TOO), AND EXACTLY AS MANY WEEKS LONG AS
000200*                THEY SAY.  EACH FISCAL YEAR MUST END AT PERIOD 12
000210*                AND TOTAL 52 OR 53 WEEKS.  A PERIOD OFF THE 4-4-5
000220*                PATTERN IS A WARNING (PERIOD 12 OF A 53-WEEK YEAR
000230*                MAY BE 6 WEEKS), AS IS FORWARD COVERAGE THAT RUNS
000240*                OUT WITHIN THE REQUESTED HORIZON.  THE LISTING
000250*                GOES TO DTREPORT AND THE CONDITION CODE LETS THE
000260*                SCHEDULER GATE THE NIGHTLY STREAM ON A CLEAN
000270*                CALENDAR.
000280*
000290*                THE DTSYSIN CARD MAY CARRY THE COVERAGE
000300*                HORIZON IN DAYS (COLS 1-5).  A MISSING OR
000310*                BLANK CARD USES THE DEFAULT OF 90 DAYS, SO THE
000320*                NEW FISCAL YEAR IS LOADED A QUARTER AHEAD.
000330*
000340*    MOD LOG   :
000350*    DATE       BY    DESCRIPTION
000360*    ---------- ----  ----------------------------------------
000370*    2026-10-15 JPK   ORIGINAL.
000380*
000390*    COND CODES:
000400*    00  FISCAL CALENDAR CERTIFIED CLEAN
000410*    04  WARNINGS ONLY - PERIODS OFF THE 4-4-5 PATTERN, OR
000420*         FORWARD COVERAGE INSIDE THE HORIZON
000430*    08  ERRORS - NON-NUMERIC FIELDS, NON-CALENDAR DATES, BAD
000440*         PERIOD NUMBERS OR LENGTHS, SEQUENCE GAPS, DUPLICATES,
000450*         OVERLAPS OR INCOMPLETE YEARS - DO NOT RELEASE
000460*    16  DTFISCAL OR DTREPORT COULD NOT BE OPENED
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.    DTFISCHK.
000500 AUTHOR.        J. P. KOWALSKI.
000510 INSTALLATION.  BATCH CONTROL GROUP.
000520 DATE-WRITTEN.  2026-10-15.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM370.
000580 OBJECT-COMPUTER.  IBM370.
000590
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FK-SYSIN-STATUS.
000650
000660     SELECT DTFISCAL-FILE ASSIGN TO DTFISCAL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FK-FISCAL-STATUS.
000690
000700     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FK-REPORT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  DTSYSIN-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  FK-PARM-RECORD.
000800     05  FK-PARM-HORIZON             PIC X(05).
000810     05  FILLER                      PIC X(75).
000820
000830 FD  DTFISCAL-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860 COPY DTFISREC.
000870
000880 FD  DTREPORT-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  FK-PRINT-REC                    PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940
000950 01  FK-FILE-STATUSES.
000960     05  FK-SYSIN-STATUS             PIC X(02) VALUE '99'.
000970         88  FK-SYSIN-OK                 VALUE '00'.
000980     05  FK-FISCAL-STATUS            PIC X(02) VALUE '99'.
000990         88  FK-FISCAL-OK                VALUE '00'.
001000     05  FK-REPORT-STATUS            PIC X(02) VALUE '99'.
001010         88  FK-REPORT-OK                VALUE '00'.
001020
001030 01  FK-SYSTEM-DATE-TIME             PIC X(21).
001040 01  FK-SYS-DT-R REDEFINES FK-SYSTEM-DATE-TIME.
001050     05  FK-SYS-YYYY                 PIC 9(04).
001060     05  FK-SYS-MM                   PIC 9(02).
001070     05  FK-SYS-DD                   PIC 9(02).
001080     05  FILLER                      PIC X(13).
001090 01  FK-RUN-DATE                     PIC 9(08).
001100
001110 01  FK-HORIZON-AREA.
001120     05  FK-HORIZON-DAYS             PIC 9(05) VALUE 00090.
001130     05  FK-RUN-INTEGER              PIC S9(07).
001140     05  FK-HORIZON-INTEGER          PIC S9(07).
001150     05  FK-HORIZON-DATE             PIC 9(08).
001160
001170*****************************************************************
001180*    FK-CUR-YEAR/-PERIOD AND FK-PRIOR-END-INTEGER DESCRIBE THE
001190*    LAST PERIOD ACCEPTED INTO SEQUENCE - A DUPLICATE OR
001200*    OUT-OF-SEQUENCE ENTRY IS REPORTED BUT DOES NOT MOVE THEM,
001210*    SO THE NEXT ENTRY IS STILL CHECKED AGAINST THE RIGHT ONE.
001220*****************************************************************
001230 01  FK-EDIT-AREA.
001240     05  FK-ENTRY-NO                 PIC 9(05) COMP VALUE ZERO.
001250     05  FK-CUR-YEAR                 PIC 9(04) VALUE ZERO.
001260     05  FK-CUR-PERIOD               PIC 9(02) VALUE ZERO.
001270     05  FK-CLOSED-YEAR              PIC 9(04) VALUE ZERO.
001280     05  FK-NEXT-YEAR                PIC 9(05).
001290     05  FK-NEXT-PERIOD              PIC 9(03).
001300     05  FK-YEAR-WEEKS               PIC 9(03) VALUE ZERO.
001310     05  FK-PRIOR-END-INTEGER        PIC S9(07) VALUE ZERO.
001320     05  FK-HIGH-DATE                PIC 9(08) VALUE ZERO.
001330     05  FK-START-INTEGER            PIC S9(07).
001340     05  FK-END-INTEGER              PIC S9(07).
001350     05  FK-SPAN-DAYS                PIC S9(07).
001360     05  FK-PATTERN-WEEKS            PIC 9(01).
001370     05  FK-PATTERN-QUOT             PIC 9(02).
001380     05  FK-PATTERN-REM              PIC 9(01).
001390     05  FK-EDIT-DATE                PIC 9(08).
001400     05  FK-ENTRY-CLEAN-SW           PIC X(01).
001410         88  FK-ENTRY-CLEAN              VALUE 'Y'.
001420     05  FK-ACCEPT-SW                PIC X(01).
001430         88  FK-ACCEPT-ENTRY             VALUE 'Y'.
001440         88  FK-REJECT-ENTRY             VALUE 'N'.
001450     05  FK-DATE-SW                  PIC X(01).
001460         88  FK-DATE-GOOD                VALUE 'Y'.
001470         88  FK-DATE-BAD                 VALUE 'N'.
001480     05  FK-YEAR-CLEAN-SW            PIC X(01).
001490         88  FK-YEAR-CLEAN               VALUE 'Y'.
001500
001510*****************************************************************
001520*    DISPOSITION FOR A START OR END DATE THAT FAILS DTCHECK.
001530*****************************************************************
001540 01  FK-DATE-MSG.
001550     05  FILLER                      PIC X(08) VALUE 'ERROR - '.
001560     05  FK-DATE-MSG-WHICH           PIC X(06).
001570     05  FK-DATE-MSG-TEXT            PIC X(30).
001580
001590 01  FK-TOTALS-AREA.
001600     05  FK-TOT-ENTRIES              PIC 9(05) COMP VALUE ZERO.
001610     05  FK-TOT-YEARS                PIC 9(05) COMP VALUE ZERO.
001620     05  FK-TOT-ERRORS               PIC 9(05) COMP VALUE ZERO.
001630     05  FK-TOT-WARNINGS             PIC 9(05) COMP VALUE ZERO.
001640
001650 01  FK-PRINT-CONTROL.
001660     05  FK-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001670     05  FK-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001680     05  FK-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
001690
001700 COPY DTCHKLNK.
001710
001720 01  FK-HEADING-1.
001730     05  FILLER                      PIC X(10) VALUE 'DTFISCHK'.
001740     05  FILLER                      PIC X(40)
001750         VALUE 'FISCAL CALENDAR CERTIFICATION LISTING'.
001760     05  FILLER                      PIC X(60) VALUE SPACES.
001770     05  FILLER                      PIC X(05) VALUE 'PAGE '.
001780     05  FK-HDG-PAGE                 PIC ZZZZ9.
001790     05  FILLER                      PIC X(12) VALUE SPACES.
001800
001810 01  FK-HEADING-2.
001820     05  FILLER                      PIC X(09)
001830         VALUE 'RUN DATE '.
001840     05  FK-HDG-RUN                  PIC 9(08).
001850     05  FILLER                      PIC X(19)
001860         VALUE '  COVERAGE HORIZON '.
001870     05  FK-HDG-HORIZON              PIC 9(05).
001880     05  FILLER                      PIC X(05) VALUE ' DAYS'.
001890     05  FILLER                      PIC X(86) VALUE SPACES.
001900
001910 01  FK-COL-HDR.
001920     05  FILLER                      PIC X(19) VALUE
001930         '  ENTRY  YEAR  PD  '.
001940     05  FILLER                      PIC X(20) VALUE
001950         'START     END       '.
001960     05  FILLER                      PIC X(24) VALUE
001970         'W  DESCRIPTION'.
001980     05  FILLER                      PIC X(11) VALUE
001990         'DISPOSITION'.
002000     05  FILLER                      PIC X(58) VALUE SPACES.
002010
002020 01  FK-DETAIL-LINE.
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  FK-DTL-ENTRY                PIC ZZZZ9.
002050     05  FILLER                      PIC X(02) VALUE SPACES.
002060     05  FK-DTL-YEAR                 PIC X(04).
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  FK-DTL-PERIOD               PIC X(02).
002090     05  FILLER                      PIC X(02) VALUE SPACES.
002100     05  FK-DTL-START                PIC X(08).
002110     05  FILLER                      PIC X(02) VALUE SPACES.
002120     05  FK-DTL-END                  PIC X(08).
002130     05  FILLER                      PIC X(02) VALUE SPACES.
002140     05  FK-DTL-WEEKS                PIC X(01).
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  FK-DTL-DESC                 PIC X(20).
002170     05  FILLER                      PIC X(01) VALUE SPACES.
002180     05  FK-DTL-DISPOSITION          PIC X(44).
002190     05  FILLER                      PIC X(25) VALUE SPACES.
002200
002210*****************************************************************
002220*    YEAR-END LINE - PRINTED WHEN EACH FISCAL YEAR IS CLOSED
002230*    OFF, WITH ITS TOTAL WEEKS UNDER THE WEEKS COLUMN.
002240*****************************************************************
002250 01  FK-YEAR-LINE.
002260     05  FILLER                      PIC X(09) VALUE SPACES.
002270     05  FK-YR-YEAR                  PIC 9(04).
002280     05  FILLER                      PIC X(06) VALUE SPACES.
002290     05  FILLER                      PIC X(18)
002300         VALUE 'FISCAL YEAR WEEKS '.
002310     05  FK-YR-WEEKS                 PIC ZZ9.
002320     05  FILLER                      PIC X(23) VALUE SPACES.
002330     05  FK-YR-DISPOSITION           PIC X(44).
002340     05  FILLER                      PIC X(25) VALUE SPACES.
002350
002360 01  FK-TOTAL-LINE.
002370     05  FILLER                      PIC X(02) VALUE SPACES.
002380     05  FK-TOT-LABEL                PIC X(34).
002390     05  FK-TOT-CNT                  PIC ZZZ,ZZ9.
002400     05  FILLER                      PIC X(89) VALUE SPACES.
002410
002420 01  FK-END-LINE.
002430     05  FILLER                      PIC X(21)
002440         VALUE '*** END OF REPORT ***'.
002450     05  FILLER                      PIC X(111) VALUE SPACES.
002460
002470 PROCEDURE DIVISION.
002480
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002510     PERFORM 2000-CERTIFY-ENTRY THRU 2000-EXIT
002520         UNTIL NOT FK-FISCAL-OK
002530     IF FK-CUR-YEAR > ZERO
002540         AND FK-CUR-YEAR NOT = FK-CLOSED-YEAR
002550         PERFORM 2700-CLOSE-YEAR THRU 2700-EXIT
002560     END-IF
002570     PERFORM 3000-CHECK-COVERAGE THRU 3000-EXIT
002580     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002590     PERFORM 9999-TERMINATE THRU 9999-EXIT
002600     EVALUATE TRUE
002610         WHEN FK-TOT-ERRORS > ZERO
002620             MOVE 08 TO RETURN-CODE
002630         WHEN FK-TOT-WARNINGS > ZERO
002640             MOVE 04 TO RETURN-CODE
002650         WHEN OTHER
002660             MOVE ZERO TO RETURN-CODE
002670     END-EVALUATE
002680     STOP RUN.
002690
002700*****************************************************************
002710*    1000-INITIALIZE - PICK UP THE HORIZON CARD, OPEN THE
002720*    FISCAL CALENDAR AND THE LISTING, AND WORK OUT THE COVERAGE
002730*    HORIZON DATE.
002740*****************************************************************
002750 1000-INITIALIZE.
002760     MOVE FUNCTION CURRENT-DATE TO FK-SYSTEM-DATE-TIME
002770     COMPUTE FK-RUN-DATE =
002780             (FK-SYS-YYYY * 10000) + (FK-SYS-MM * 100)
002790             + FK-SYS-DD
002800
002810     OPEN INPUT DTSYSIN-FILE
002820     IF FK-SYSIN-OK
002830         READ DTSYSIN-FILE
002840             AT END
002850                 CONTINUE
002860             NOT AT END
002870                 IF FK-PARM-HORIZON IS NUMERIC
002880                     MOVE FK-PARM-HORIZON TO FK-HORIZON-DAYS
002890                 END-IF
002900         END-READ
002910         CLOSE DTSYSIN-FILE
002920     END-IF
002930
002940     COMPUTE FK-RUN-INTEGER =
002950             FUNCTION INTEGER-OF-DATE (FK-RUN-DATE)
002960     COMPUTE FK-HORIZON-INTEGER =
002970             FK-RUN-INTEGER + FK-HORIZON-DAYS
002980     COMPUTE FK-HORIZON-DATE =
002990             FUNCTION DATE-OF-INTEGER (FK-HORIZON-INTEGER)
003000
003010     OPEN OUTPUT DTREPORT-FILE
003020     IF NOT FK-REPORT-OK
003030         DISPLAY 'DTFISCHK: UNABLE TO OPEN DTREPORT - STATUS '
003040             FK-REPORT-STATUS ' - RUN ABANDONED'
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF
003080
003090     OPEN INPUT DTFISCAL-FILE
003100     IF NOT FK-FISCAL-OK
003110         DISPLAY 'DTFISCHK: UNABLE TO OPEN DTFISCAL - STATUS '
003120             FK-FISCAL-STATUS ' - NOTHING TO CERTIFY'
003130         CLOSE DTREPORT-FILE
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF
003170
003180     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
003190 1000-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230*    2000-CERTIFY-ENTRY - ONE DTFISCAL PERIOD THROUGH THE FULL
003240*    EDIT: NUMERIC FIELDS, BOTH DATES THROUGH THE SHARED
003250*    DTCHECK RULES, PERIOD NUMBER, LENGTH IN DAYS AGAINST THE
003260*    WEEKS GIVEN, THE 4-4-5 PATTERN, AND THEN SEQUENCE AND
003270*    CONTIGUITY AGAINST THE LAST ACCEPTED PERIOD.  THE FIRST
003280*    PERIOD OF A NEW FISCAL YEAR CLOSES OFF THE YEAR BEFORE.
003290*    EVERY FINDING PRINTS ITS OWN LINE; A CLEAN ENTRY PRINTS
003300*    'OK'.
003310*****************************************************************
003320 2000-CERTIFY-ENTRY.
003330     READ DTFISCAL-FILE
003340         AT END
003350             GO TO 2000-EXIT
003360     END-READ
003370     ADD 1 TO FK-ENTRY-NO
003380     ADD 1 TO FK-TOT-ENTRIES
003390     SET FK-ENTRY-CLEAN TO TRUE
003400     SET FK-ACCEPT-ENTRY TO TRUE
003410
003420     IF DTFIS-FISCAL-YEAR IS NOT NUMERIC
003430         OR DTFIS-PERIOD IS NOT NUMERIC
003440         OR DTFIS-START-DATE IS NOT NUMERIC
003450         OR DTFIS-END-DATE IS NOT NUMERIC
003460         OR DTFIS-WEEKS IS NOT NUMERIC
003470         MOVE 'ERROR - FIELD NOT NUMERIC' TO FK-DTL-DISPOSITION
003480         PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
003490         GO TO 2000-EXIT
003500     END-IF
003510
003520     MOVE 'START ' TO FK-DATE-MSG-WHICH
003530     MOVE DTFIS-START-DATE TO FK-EDIT-DATE
003540     PERFORM 2400-EDIT-DATE THRU 2400-EXIT
003550     IF FK-DATE-BAD
003560         GO TO 2000-EXIT
003570     END-IF
003580     MOVE 'END   ' TO FK-DATE-MSG-WHICH
003590     MOVE DTFIS-END-DATE TO FK-EDIT-DATE
003600     PERFORM 2400-EDIT-DATE THRU 2400-EXIT
003610     IF FK-DATE-BAD
003620         GO TO 2000-EXIT
003630     END-IF
003640
003650     COMPUTE FK-START-INTEGER =
003660             FUNCTION INTEGER-OF-DATE (DTFIS-START-DATE)
003670     COMPUTE FK-END-INTEGER =
003680             FUNCTION INTEGER-OF-DATE (DTFIS-END-DATE)
003690     IF FK-END-INTEGER < FK-START-INTEGER
003700         MOVE 'ERROR - END DATE BEFORE START DATE' TO
003710             FK-DTL-DISPOSITION
003720         PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
003730         GO TO 2000-EXIT
003740     END-IF
003750
003760*    A NEW FISCAL YEAR CLOSES OFF THE ONE BEFORE IT FIRST, SO
003770*    THE YEAR-END LINE PRINTS AHEAD OF THIS ENTRY'S LINES.
003780     IF FK-CUR-YEAR > ZERO
003790         AND DTFIS-FISCAL-YEAR > FK-CUR-YEAR
003800         AND FK-CUR-YEAR NOT = FK-CLOSED-YEAR
003810         PERFORM 2700-CLOSE-YEAR THRU 2700-EXIT
003820     END-IF
003830
003840     IF DTFIS-PERIOD < 01 OR DTFIS-PERIOD > 12
003850         MOVE 'ERROR - PERIOD NOT 01-12' TO FK-DTL-DISPOSITION
003860         PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
003870         SET FK-REJECT-ENTRY TO TRUE
003880     END-IF
003890
003900     COMPUTE FK-SPAN-DAYS = FK-END-INTEGER - FK-START-INTEGER + 1
003910     IF DTFIS-WEEKS < 4 OR DTFIS-WEEKS > 6
003920         MOVE 'ERROR - WEEKS NOT 4, 5 OR 6' TO FK-DTL-DISPOSITION
003930         PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
003940     ELSE
003950         IF FK-SPAN-DAYS NOT = DTFIS-WEEKS * 7
003960             MOVE 'ERROR - DATES DO NOT SPAN THE WEEKS GIVEN' TO
003970                 FK-DTL-DISPOSITION
003980             PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
003990         END-IF
004000     END-IF
004010
004020*    4-4-5 - THE THIRD PERIOD OF EACH QUARTER IS 5 WEEKS, THE
004030*    OTHERS 4.  PERIOD 12 OF A 53-WEEK YEAR TAKES THE EXTRA WEEK.
004040     IF FK-ACCEPT-ENTRY
004050         DIVIDE DTFIS-PERIOD BY 3 GIVING FK-PATTERN-QUOT
004060             REMAINDER FK-PATTERN-REM
004070         IF FK-PATTERN-REM = ZERO
004080             MOVE 5 TO FK-PATTERN-WEEKS
004090         ELSE
004100             MOVE 4 TO FK-PATTERN-WEEKS
004110         END-IF
004120         IF DTFIS-WEEKS NOT = FK-PATTERN-WEEKS
004130             AND DTFIS-WEEKS NOT < 4 AND DTFIS-WEEKS NOT > 6
004140             AND NOT (DTFIS-PERIOD = 12 AND DTFIS-WEEKS = 6)
004150             MOVE 'WARNING - NOT ON THE 4-4-5 PATTERN' TO
004160                 FK-DTL-DISPOSITION
004170             PERFORM 2200-PRINT-WARNING THRU 2200-EXIT
004180         END-IF
004190         PERFORM 2600-CHECK-SEQUENCE THRU 2600-EXIT
004200     END-IF
004210
004220     IF FK-ACCEPT-ENTRY
004230         MOVE DTFIS-FISCAL-YEAR TO FK-CUR-YEAR
004240         MOVE DTFIS-PERIOD TO FK-CUR-PERIOD
004250         MOVE FK-END-INTEGER TO FK-PRIOR-END-INTEGER
004260         ADD DTFIS-WEEKS TO FK-YEAR-WEEKS
004270         IF DTFIS-END-DATE > FK-HIGH-DATE
004280             MOVE DTFIS-END-DATE TO FK-HIGH-DATE
004290         END-IF
004300     END-IF
004310
004320     IF FK-ENTRY-CLEAN
004330         MOVE 'OK' TO FK-DTL-DISPOSITION
004340         PERFORM 2500-PRINT-ENTRY-LINE THRU 2500-EXIT
004350     END-IF.
004360 2000-EXIT.
004370     EXIT.
004380
004390 2100-PRINT-ERROR.
004400     ADD 1 TO FK-TOT-ERRORS
004410     MOVE 'N' TO FK-ENTRY-CLEAN-SW
004420     PERFORM 2500-PRINT-ENTRY-LINE THRU 2500-EXIT.
004430 2100-EXIT.
004440     EXIT.
004450
004460 2200-PRINT-WARNING.
004470     ADD 1 TO FK-TOT-WARNINGS
004480     MOVE 'N' TO FK-ENTRY-CLEAN-SW
004490     PERFORM 2500-PRINT-ENTRY-LINE THRU 2500-EXIT.
004500 2200-EXIT.
004510     EXIT.
004520
004530*****************************************************************
004540*    2400-EDIT-DATE - FK-EDIT-DATE THROUGH DTCHECK.  A FAILURE
004550*    PRINTS AS AN ERROR NAMING THE START OR END DATE.
004560*****************************************************************
004570 2400-EDIT-DATE.
004580     SET FK-DATE-GOOD TO TRUE
004590     MOVE 'DTFISCHK' TO DTCHK-JOB-ID
004600     MOVE 'Y' TO DTCHK-DATE-FORMAT
004610     MOVE FK-EDIT-DATE TO DTCHK-DATE-IN
004620     MOVE ZERO TO DTCHK-TIME-IN
004630     MOVE ZERO TO DTCHK-WINDOW-LOW
004640     MOVE ZERO TO DTCHK-WINDOW-HIGH
004650     CALL 'DTCHECK' USING DTCHK-LINKAGE
004660     IF DTCHK-INVALID
004670         SET FK-DATE-BAD TO TRUE
004680         EVALUATE TRUE
004690             WHEN DTCHK-REASON-BAD-CENTURY
004700                 MOVE 'DATE YEAR OUT OF RANGE' TO FK-DATE-MSG-TEXT
004710             WHEN DTCHK-REASON-BAD-MONTH
004720                 MOVE 'DATE MONTH NOT 01-12' TO FK-DATE-MSG-TEXT
004730             WHEN DTCHK-REASON-BAD-DAY
004740                 MOVE 'DATE DAY BAD FOR MONTH/YEAR' TO
004750                     FK-DATE-MSG-TEXT
004760             WHEN OTHER
004770                 MOVE 'DATE FAILS CALENDAR RULES' TO
004780                     FK-DATE-MSG-TEXT
004790         END-EVALUATE
004800         MOVE FK-DATE-MSG TO FK-DTL-DISPOSITION
004810         PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
004820     END-IF.
004830 2400-EXIT.
004840     EXIT.
004850
004860 2500-PRINT-ENTRY-LINE.
004870     MOVE FK-ENTRY-NO TO FK-DTL-ENTRY
004880     MOVE DTFIS-FISCAL-YEAR TO FK-DTL-YEAR
004890     MOVE DTFIS-PERIOD TO FK-DTL-PERIOD
004900     MOVE DTFIS-START-DATE TO FK-DTL-START
004910     MOVE DTFIS-END-DATE TO FK-DTL-END
004920     MOVE DTFIS-WEEKS TO FK-DTL-WEEKS
004930     MOVE DTFIS-DESCRIPTION TO FK-DTL-DESC
004940     MOVE FK-DETAIL-LINE TO FK-PRINT-REC
004950     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
004960 2500-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*    2600-CHECK-SEQUENCE - THE ENTRY AGAINST THE LAST ACCEPTED
005010*    PERIOD.  THE FILE MUST OPEN ON A PERIOD 01, AND THEREAFTER
005020*    EACH ENTRY IS THE NEXT PERIOD OF THE SAME YEAR OR PERIOD
005030*    01 OF THE NEXT YEAR, STARTING THE DAY AFTER THE LAST
005040*    ACCEPTED PERIOD ENDED.  A DUPLICATE OR BACKWARD ENTRY IS
005050*    NOT ACCEPTED INTO SEQUENCE.
005060*****************************************************************
005070 2600-CHECK-SEQUENCE.
005080     IF FK-CUR-YEAR = ZERO
005090         IF DTFIS-PERIOD NOT = 01
005100             MOVE 'ERROR - FISCAL YEAR DOES NOT START AT 01' TO
005110                 FK-DTL-DISPOSITION
005120             PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
005130         END-IF
005140         GO TO 2600-EXIT
005150     END-IF
005160
005170     COMPUTE FK-NEXT-YEAR = FK-CUR-YEAR + 1
005180     COMPUTE FK-NEXT-PERIOD = FK-CUR-PERIOD + 1
005190     EVALUATE TRUE
005200         WHEN DTFIS-FISCAL-YEAR < FK-CUR-YEAR
005210           OR (DTFIS-FISCAL-YEAR = FK-CUR-YEAR
005220               AND DTFIS-PERIOD < FK-CUR-PERIOD)
005230             MOVE 'ERROR - OUT OF YEAR/PERIOD SEQUENCE' TO
005240                 FK-DTL-DISPOSITION
005250             PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
005260             SET FK-REJECT-ENTRY TO TRUE
005270             GO TO 2600-EXIT
005280         WHEN DTFIS-FISCAL-YEAR = FK-CUR-YEAR
005290           AND DTFIS-PERIOD = FK-CUR-PERIOD
005300             MOVE 'ERROR - DUPLICATE OF AN EARLIER PERIOD' TO
005310                 FK-DTL-DISPOSITION
005320             PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
005330             SET FK-REJECT-ENTRY TO TRUE
005340             GO TO 2600-EXIT
005350         WHEN DTFIS-FISCAL-YEAR = FK-CUR-YEAR
005360           AND DTFIS-PERIOD NOT = FK-NEXT-PERIOD
005370             MOVE 'ERROR - PERIOD(S) MISSING BEFORE THIS ONE' TO
005380                 FK-DTL-DISPOSITION
005390             PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
005400         WHEN DTFIS-FISCAL-YEAR > FK-NEXT-YEAR
005410             MOVE 'ERROR - FISCAL YEAR(S) MISSING BEFORE THIS' TO
005420                 FK-DTL-DISPOSITION
005430             PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
005440         WHEN DTFIS-FISCAL-YEAR > FK-CUR-YEAR
005450           AND DTFIS-PERIOD NOT = 01
005460             MOVE 'ERROR - FISCAL YEAR DOES NOT START AT 01' TO
005470                 FK-DTL-DISPOSITION
005480             PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
005490     END-EVALUATE
005500
005510     IF FK-START-INTEGER NOT = FK-PRIOR-END-INTEGER + 1
005520         MOVE 'ERROR - NOT CONTIGUOUS WITH THE PRIOR PERIOD' TO
005530             FK-DTL-DISPOSITION
005540         PERFORM 2100-PRINT-ERROR THRU 2100-EXIT
005550     END-IF.
005560 2600-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600*    2700-CLOSE-YEAR - THE LAST ACCEPTED FISCAL YEAR IS
005610*    COMPLETE: IT MUST HAVE ENDED AT PERIOD 12 AND ITS PERIODS
005620*    MUST TOTAL 52 OR 53 WEEKS.
005630*****************************************************************
005640 2700-CLOSE-YEAR.
005650     ADD 1 TO FK-TOT-YEARS
005660     SET FK-YEAR-CLEAN TO TRUE
005670     IF FK-CUR-PERIOD NOT = 12
005680         MOVE 'ERROR - YEAR ENDS BEFORE PERIOD 12' TO
005690             FK-YR-DISPOSITION
005700         PERFORM 2750-PRINT-YEAR-ERROR THRU 2750-EXIT
005710     END-IF
005720     IF FK-YEAR-WEEKS NOT = 52 AND FK-YEAR-WEEKS NOT = 53
005730         MOVE 'ERROR - YEAR IS NOT 52 OR 53 WEEKS' TO
005740             FK-YR-DISPOSITION
005750         PERFORM 2750-PRINT-YEAR-ERROR THRU 2750-EXIT
005760     END-IF
005770     IF FK-YEAR-CLEAN
005780         MOVE 'OK' TO FK-YR-DISPOSITION
005790         PERFORM 2800-PRINT-YEAR-LINE THRU 2800-EXIT
005800     END-IF
005810     MOVE FK-CUR-YEAR TO FK-CLOSED-YEAR
005820     MOVE ZERO TO FK-YEAR-WEEKS.
005830 2700-EXIT.
005840     EXIT.
005850
005860 2750-PRINT-YEAR-ERROR.
005870     ADD 1 TO FK-TOT-ERRORS
005880     MOVE 'N' TO FK-YEAR-CLEAN-SW
005890     PERFORM 2800-PRINT-YEAR-LINE THRU 2800-EXIT.
005900 2750-EXIT.
005910     EXIT.
005920
005930 2800-PRINT-YEAR-LINE.
005940     MOVE FK-CUR-YEAR TO FK-YR-YEAR
005950     MOVE FK-YEAR-WEEKS TO FK-YR-WEEKS
005960     MOVE FK-YEAR-LINE TO FK-PRINT-REC
005970     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
005980 2800-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020*    3000-CHECK-COVERAGE - WARN WHEN THE LAST ACCEPTED PERIOD
006030*    ENDS INSIDE THE REQUESTED HORIZON FROM TODAY, I.E. THE
006040*    FISCAL CALENDAR RUNS OUT BEFORE THE HORIZON AND NOBODY HAS
006050*    LOADED THE NEXT YEAR YET.  AN EMPTY OR ALL-REJECTED
006060*    CALENDAR GETS THE SAME WARNING.
006070*****************************************************************
006080 3000-CHECK-COVERAGE.
006090     IF FK-HIGH-DATE < FK-HORIZON-DATE
006100         ADD 1 TO FK-TOT-WARNINGS
006110         MOVE SPACES TO FK-DETAIL-LINE
006120         MOVE 'WARNING - FORWARD COVERAGE RUNS OUT' TO
006130             FK-DTL-DISPOSITION
006140         MOVE FK-DETAIL-LINE TO FK-PRINT-REC
006150         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006160         DISPLAY 'DTFISCHK: LAST FISCAL PERIOD ENDS ' FK-HIGH-DATE
006170             ' BEFORE THE HORIZON DATE ' FK-HORIZON-DATE
006180             ' - LOAD THE NEXT FISCAL YEAR'
006190     END-IF.
006200 3000-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*    4000-PRINT-TOTALS - END-OF-REPORT CONTROL TOTALS.
006250*****************************************************************
006260 4000-PRINT-TOTALS.
006270     MOVE SPACES TO FK-PRINT-REC
006280     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006290     MOVE 'FISCAL PERIODS READ' TO FK-TOT-LABEL
006300     MOVE FK-TOT-ENTRIES TO FK-TOT-CNT
006310     MOVE FK-TOTAL-LINE TO FK-PRINT-REC
006320     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006330     MOVE 'FISCAL YEARS CLOSED OFF' TO FK-TOT-LABEL
006340     MOVE FK-TOT-YEARS TO FK-TOT-CNT
006350     MOVE FK-TOTAL-LINE TO FK-PRINT-REC
006360     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006370     MOVE 'ERRORS' TO FK-TOT-LABEL
006380     MOVE FK-TOT-ERRORS TO FK-TOT-CNT
006390     MOVE FK-TOTAL-LINE TO FK-PRINT-REC
006400     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006410     MOVE 'WARNINGS' TO FK-TOT-LABEL
006420     MOVE FK-TOT-WARNINGS TO FK-TOT-CNT
006430     MOVE FK-TOTAL-LINE TO FK-PRINT-REC
006440     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006450     MOVE FK-END-LINE TO FK-PRINT-REC
006460     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006470     EVALUATE TRUE
006480         WHEN FK-TOT-ERRORS > ZERO
006490             DISPLAY 'DTFISCHK: FISCAL CALENDAR HAS '
006500                 FK-TOT-ERRORS
006510                 ' ERROR(S) - DO NOT RELEASE - SEE DTREPORT'
006520         WHEN FK-TOT-WARNINGS > ZERO
006530             DISPLAY 'DTFISCHK: FISCAL CALENDAR CERTIFIED WITH '
006540                 FK-TOT-WARNINGS ' WARNING(S) - SEE DTREPORT'
006550         WHEN OTHER
006560             DISPLAY 'DTFISCHK: FISCAL CALENDAR CERTIFIED CLEAN'
006570     END-EVALUATE.
006580 4000-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE, HORIZON AND
006630*    COLUMN HEADINGS.
006640*****************************************************************
006650 7000-PRINT-HEADINGS.
006660     ADD 1 TO FK-PAGE-NO
006670     MOVE FK-PAGE-NO TO FK-HDG-PAGE
006680     MOVE FK-RUN-DATE TO FK-HDG-RUN
006690     MOVE FK-HORIZON-DAYS TO FK-HDG-HORIZON
006700     WRITE FK-PRINT-REC FROM FK-HEADING-1
006710         AFTER ADVANCING PAGE
006720     WRITE FK-PRINT-REC FROM FK-HEADING-2
006730         AFTER ADVANCING 1 LINE
006740     MOVE SPACES TO FK-PRINT-REC
006750     WRITE FK-PRINT-REC
006760         AFTER ADVANCING 1 LINE
006770     WRITE FK-PRINT-REC FROM FK-COL-HDR
006780         AFTER ADVANCING 1 LINE
006790     MOVE SPACES TO FK-PRINT-REC
006800     WRITE FK-PRINT-REC
006810         AFTER ADVANCING 1 LINE
006820     MOVE 5 TO FK-LINE-COUNT.
006830 7000-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
006880*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
006890*****************************************************************
006900 7100-WRITE-LINE.
006910     IF FK-LINE-COUNT > FK-LINES-PER-PAGE
006920         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006930     END-IF
006940     WRITE FK-PRINT-REC
006950         AFTER ADVANCING 1 LINE
006960     ADD 1 TO FK-LINE-COUNT.
006970 7100-EXIT.
006980     EXIT.
006990
007000*****************************************************************
007010*    9999-TERMINATE - CLOSE EVERYTHING THAT WAS OPENED.
007020*****************************************************************
007030 9999-TERMINATE.
007040     CLOSE DTFISCAL-FILE
007050     CLOSE DTREPORT-FILE.
007060 9999-EXIT.
007070     EXIT.
