000010*****************************************************************
000020*    PROGRAM-ID: DTCALCMP
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : CALENDAR-CHANGE IMPACT COMPARISON.  WHEN
000080*                DTHOLCAL CHANGES MID-YEAR DTCALGEN REGENERATES
000090*                DTCALEND AND THE NEW GENERATION IS TRANSMITTED;
000100*                THIS RUN TELLS THE DOWNSTREAM OWNERS WHAT
000110*                ACTUALLY MOVED.  THE PRIOR GENERATION (DTCALOLD)
000120*                AND THE NEW ONE (DTCALNEW) ARE MATCHED DATE BY
000130*                DATE, AND FOR THE DATES ON BOTH THE RUN LISTS
000140*                EVERY DATE WHOSE BUSINESS-DAY SWITCH, BUSINESS-
000150*                DAY NUMBER, PRIOR BUSINESS DATE OR NEXT BUSINESS
000160*                DATE CHANGED, AND EVERY MONTH WHOSE MONTH-END OR
000170*                QUARTER-END BUSINESS DAY MOVED.  EACH DIFFERENCE
000180*                IS ALSO WRITTEN TO THE DTCALCHG CHANGE FILE
000190*                (DTCCHREC) FOR THE LEDGER AND TREASURY TEAMS.
000200*                FISCAL PERIOD-END AND FISCAL YEAR-END BUSINESS
000210*                DAYS ARE COMPARED THE SAME WAY, ONE FISCAL PERIOD
000220*                AT A TIME (THE NEW GENERATION'S FISCAL YEAR AND
000230*                PERIOD DECIDE WHICH PERIOD A DATE BELONGS TO).
000240*
000250*                DATES ON ONLY ONE GENERATION - THE HORIZON ROLLS
000260*                FORWARD WITH EVERY DTCALGEN RUN - ARE COUNTED BUT
000270*                ARE NOT DIFFERENCES.  BOTH FILES MUST BE IN
000280*                ASCENDING DATE ORDER, AS DTCALGEN WRITES THEM.
000290*
000300*    MOD LOG   :
000310*    DATE       BY    DESCRIPTION
000320*    ---------- ----  ----------------------------------------
000330*    2026-10-15 JPK   ORIGINAL.
000340*    2026-10-15 JPK   CC-NEW-CAL CARRIES THE DTCALREC FISCAL
000350*                      FIELDS.  FISCAL PERIOD-END AND YEAR-END
000360*                      BUSINESS DAYS COMPARED PER FISCAL PERIOD
000370*                      (FPER/FYR CHANGE RECORDS).
000380*
000390*    COND CODES:
000400*    00  NO DIFFERENCES - THE NOTIFICATION STEP MAY BE SKIPPED
000410*    04  DIFFERENCES LISTED AND WRITTEN TO DTCALCHG
000420*    08  THE GENERATIONS HAVE NO DATES IN COMMON - NOTHING
000430*         COMPARED
000440*    16  A CALENDAR, DTCALCHG OR DTREPORT COULD NOT BE USED, OR
000450*         A CALENDAR IS OUT OF DATE SEQUENCE
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    DTCALCMP.
000490 AUTHOR.        J. P. KOWALSKI.
000500 INSTALLATION.  BATCH CONTROL GROUP.
000510 DATE-WRITTEN.  2026-10-15.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.  IBM370.
000570 OBJECT-COMPUTER.  IBM370.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT DTCALOLD-FILE ASSIGN TO DTCALOLD
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CC-CALOLD-STATUS.
000640
000650     SELECT DTCALNEW-FILE ASSIGN TO DTCALNEW
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CC-CALNEW-STATUS.
000680
000690     SELECT DTCALCHG-FILE ASSIGN TO DTCALCHG
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CC-CALCHG-STATUS.
000720
000730     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CC-REPORT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DTCALOLD-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 COPY DTCALREC.
000830
000840 FD  DTCALNEW-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  CC-NEW-RECORD                   PIC X(80).
000880
000890 FD  DTCALCHG-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920 COPY DTCCHREC.
000930
000940 FD  DTREPORT-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  CC-PRINT-REC                    PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000
001010 01  CC-FILE-STATUSES.
001020     05  CC-CALOLD-STATUS            PIC X(02) VALUE '99'.
001030         88  CC-CALOLD-OK                VALUE '00'.
001040     05  CC-CALNEW-STATUS            PIC X(02) VALUE '99'.
001050         88  CC-CALNEW-OK                VALUE '00'.
001060     05  CC-CALCHG-STATUS            PIC X(02) VALUE '99'.
001070         88  CC-CALCHG-OK                VALUE '00'.
001080     05  CC-REPORT-STATUS            PIC X(02) VALUE '99'.
001090         88  CC-REPORT-OK                VALUE '00'.
001100
001110 01  CC-SYSTEM-DATE-TIME             PIC X(21).
001120 01  CC-SYS-DT-R REDEFINES CC-SYSTEM-DATE-TIME.
001130     05  CC-SYS-YYYY                 PIC 9(04).
001140     05  CC-SYS-MM                   PIC 9(02).
001150     05  CC-SYS-DD                   PIC 9(02).
001160     05  CC-SYS-HH                   PIC 9(02).
001170     05  CC-SYS-MIN                  PIC 9(02).
001180     05  CC-SYS-SS                   PIC 9(02).
001190     05  FILLER                      PIC X(07).
001200 01  CC-SYSTEM-DATE                  PIC 9(08).
001210 01  CC-SYSTEM-TIME                  PIC 9(06).
001220
001230*****************************************************************
001240*    THE NEW GENERATION'S RECORD, READ INTO THE SAME LAYOUT AS
001250*    DTCALREC SO BOTH SIDES CAN BE COMPARED FIELD BY FIELD.
001260*    KEEP IN STEP WITH DTCALREC.
001270*****************************************************************
001280 01  CC-NEW-CAL.
001290     05  CC-NEW-DATE                 PIC 9(08).
001300     05  CC-NEW-DAY-OF-WEEK          PIC 9(01).
001310     05  CC-NEW-BUS-DAY-SW           PIC X(01).
001320     05  CC-NEW-BUS-DAY-NO           PIC 9(02).
001330     05  CC-NEW-MONTH-END-SW         PIC X(01).
001340         88  CC-NEW-MONTH-END            VALUE 'Y'.
001350     05  CC-NEW-QTR-END-SW           PIC X(01).
001360         88  CC-NEW-QTR-END              VALUE 'Y'.
001370     05  CC-NEW-PRIOR-BUS-DATE       PIC 9(08).
001380     05  CC-NEW-NEXT-BUS-DATE        PIC 9(08).
001390     05  CC-NEW-FISCAL-YEAR          PIC 9(04).
001400     05  CC-NEW-FISCAL-PERIOD        PIC 9(02).
001410     05  CC-NEW-FISCAL-WEEK          PIC 9(02).
001420     05  CC-NEW-FISCAL-PER-END-SW    PIC X(01).
001430         88  CC-NEW-FISCAL-PER-END       VALUE 'Y'.
001440     05  CC-NEW-FISCAL-YR-END-SW     PIC X(01).
001450         88  CC-NEW-FISCAL-YR-END        VALUE 'Y'.
001460     05  FILLER                      PIC X(40).
001470
001480 01  CC-MATCH-KEYS.
001490     05  CC-OLD-KEY                  PIC 9(08) VALUE ZERO.
001500     05  CC-NEW-KEY                  PIC 9(08) VALUE ZERO.
001510     05  CC-HIGH-KEY                 PIC 9(08) VALUE 99999999.
001520     05  CC-PREV-OLD-KEY             PIC 9(08) VALUE ZERO.
001530     05  CC-PREV-NEW-KEY             PIC 9(08) VALUE ZERO.
001540
001550*****************************************************************
001560*    MONTH-END / QUARTER-END BUSINESS DAY OF THE MONTH BEING
001570*    MATCHED, ON EACH GENERATION.  COMPARED WHEN THE MONTH
001580*    CHANGES AND AT END OF FILE.
001590*****************************************************************
001600 01  CC-MONTH-AREA.
001610     05  CC-CUR-MONTH                PIC 9(06) VALUE ZERO.
001620     05  CC-DATE-MONTH               PIC 9(06).
001630     05  CC-OLD-ME-DATE              PIC 9(08) VALUE ZERO.
001640     05  CC-NEW-ME-DATE              PIC 9(08) VALUE ZERO.
001650     05  CC-OLD-QE-DATE              PIC 9(08) VALUE ZERO.
001660     05  CC-NEW-QE-DATE              PIC 9(08) VALUE ZERO.
001670
001680*****************************************************************
001690*    FISCAL PERIOD-END / YEAR-END BUSINESS DAY OF THE FISCAL
001700*    PERIOD (YYYYPP) BEING MATCHED, ON EACH GENERATION.  COMPARED
001710*    WHEN THE FISCAL PERIOD CHANGES AND AT END OF FILE.  A DATE
001720*    WITH NO FISCAL PERIOD ON EITHER GENERATION (DTFISCAL NOT
001730*    AVAILABLE TO DTCALGEN) TAKES NO PART.
001740*****************************************************************
001750 01  CC-FISCAL-AREA.
001760     05  CC-CUR-FISCAL               PIC 9(06) VALUE ZERO.
001770     05  CC-DATE-FISCAL              PIC 9(06).
001780     05  CC-OLD-FPE-DATE             PIC 9(08) VALUE ZERO.
001790     05  CC-NEW-FPE-DATE             PIC 9(08) VALUE ZERO.
001800     05  CC-OLD-FYE-DATE             PIC 9(08) VALUE ZERO.
001810     05  CC-NEW-FYE-DATE             PIC 9(08) VALUE ZERO.
001820
001830*****************************************************************
001840*    ONE DIFFERENCE, BUILT BY THE COMPARE PARAGRAPHS AND
001850*    PRINTED AND WRITTEN BY 4000.
001860*****************************************************************
001870 01  CC-CHANGE-AREA.
001880     05  CC-CHG-TYPE                 PIC X(04).
001890     05  CC-CHG-DESC                 PIC X(26).
001900     05  CC-CHG-DATE                 PIC 9(08).
001910     05  CC-CHG-MONTH                PIC 9(06).
001920     05  CC-CHG-OLD                  PIC X(08).
001930     05  CC-CHG-NEW                  PIC X(08).
001940     05  CC-CHG-VALUE-DATE           PIC 9(08).
001950     05  CC-CHG-VALUE-NO             PIC 9(02).
001960
001970 01  CC-RESULT-CODE                  PIC 9(02) VALUE ZERO.
001980
001990 01  CC-PRINT-CONTROL.
002000     05  CC-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002010     05  CC-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002020     05  CC-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
002030
002040 01  CC-TOTALS-AREA.
002050     05  CC-TOT-OLD                  PIC 9(05) COMP VALUE ZERO.
002060     05  CC-TOT-NEW                  PIC 9(05) COMP VALUE ZERO.
002070     05  CC-TOT-MATCHED              PIC 9(05) COMP VALUE ZERO.
002080     05  CC-TOT-OLD-ONLY             PIC 9(05) COMP VALUE ZERO.
002090     05  CC-TOT-NEW-ONLY             PIC 9(05) COMP VALUE ZERO.
002100     05  CC-TOT-BDAY                 PIC 9(05) COMP VALUE ZERO.
002110     05  CC-TOT-BDNO                 PIC 9(05) COMP VALUE ZERO.
002120     05  CC-TOT-PRIO                 PIC 9(05) COMP VALUE ZERO.
002130     05  CC-TOT-NEXT                 PIC 9(05) COMP VALUE ZERO.
002140     05  CC-TOT-MEND                 PIC 9(05) COMP VALUE ZERO.
002150     05  CC-TOT-QEND                 PIC 9(05) COMP VALUE ZERO.
002160     05  CC-TOT-FPER                 PIC 9(05) COMP VALUE ZERO.
002170     05  CC-TOT-FYR                  PIC 9(05) COMP VALUE ZERO.
002180     05  CC-TOT-CHANGES              PIC 9(05) COMP VALUE ZERO.
002190
002200 01  CC-HEADING-1.
002210     05  FILLER                      PIC X(10) VALUE 'DTCALCMP'.
002220     05  FILLER                      PIC X(44)
002230         VALUE 'DTCALEND GENERATION COMPARISON'.
002240     05  FILLER                      PIC X(56) VALUE SPACES.
002250     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002260     05  CC-HDG-PAGE                 PIC ZZZZ9.
002270     05  FILLER                      PIC X(12) VALUE SPACES.
002280
002290 01  CC-HEADING-2.
002300     05  FILLER                      PIC X(09) VALUE 'RUN DATE '.
002310     05  CC-HDG-DATE                 PIC 9(08).
002320     05  FILLER                      PIC X(07) VALUE '  TIME '.
002330     05  CC-HDG-TIME                 PIC 9(06).
002340     05  FILLER                      PIC X(102) VALUE SPACES.
002350
002360 01  CC-COL-HDR.
002370     05  FILLER                      PIC X(44) VALUE
002380         '  TYPE  CHANGE                      DATE    '.
002390     05  FILLER                      PIC X(30) VALUE
002400         '  MONTH   PRIOR GEN  NEW GEN  '.
002410     05  FILLER                      PIC X(58) VALUE SPACES.
002420
002430 01  CC-DETAIL-LINE.
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  CC-DTL-TYPE                 PIC X(04).
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  CC-DTL-DESC                 PIC X(26).
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  CC-DTL-DATE                 PIC 9(08) BLANK WHEN ZERO.
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  CC-DTL-MONTH                PIC 9(06).
002520     05  FILLER                      PIC X(03) VALUE SPACES.
002530     05  CC-DTL-OLD                  PIC X(08).
002540     05  FILLER                      PIC X(03) VALUE SPACES.
002550     05  CC-DTL-NEW                  PIC X(08).
002560     05  FILLER                      PIC X(58) VALUE SPACES.
002570
002580 01  CC-MESSAGE-LINE.
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  CC-MSG-TEXT                 PIC X(60).
002610     05  FILLER                      PIC X(70) VALUE SPACES.
002620
002630 01  CC-TOTAL-LINE.
002640     05  FILLER                      PIC X(02) VALUE SPACES.
002650     05  CC-TOT-LABEL                PIC X(34).
002660     05  CC-TOT-CNT                  PIC ZZZ,ZZ9.
002670     05  FILLER                      PIC X(89) VALUE SPACES.
002680
002690 01  CC-END-LINE.
002700     05  FILLER                      PIC X(21)
002710         VALUE '*** END OF REPORT ***'.
002720     05  FILLER                      PIC X(111) VALUE SPACES.
002730
002740 PROCEDURE DIVISION.
002750
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002780     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002790     PERFORM 2100-READ-OLD THRU 2100-EXIT
002800     PERFORM 2200-READ-NEW THRU 2200-EXIT
002810     PERFORM 3000-MATCH-DATES THRU 3000-EXIT
002820         UNTIL CC-OLD-KEY = CC-HIGH-KEY
002830           AND CC-NEW-KEY = CC-HIGH-KEY
002840     IF CC-CUR-MONTH NOT = ZERO
002850         PERFORM 3500-CLOSE-MONTH THRU 3500-EXIT
002860     END-IF
002870     IF CC-CUR-FISCAL NOT = ZERO
002880         PERFORM 3700-CLOSE-FISCAL-PERIOD THRU 3700-EXIT
002890     END-IF
002900     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
002910     PERFORM 9999-TERMINATE THRU 9999-EXIT
002920     MOVE CC-RESULT-CODE TO RETURN-CODE
002930     STOP RUN.
002940
002950*****************************************************************
002960*    1000-INITIALIZE - SYSTEM DATE/TIME AND THE FOUR FILES.
002970*    EITHER GENERATION MISSING MEANS THERE IS NOTHING TO
002980*    COMPARE, WHICH THE SCHEDULER MUST SEE (RC 16) RATHER THAN
002990*    MISTAKE FOR 'NO DIFFERENCES'.
003000*****************************************************************
003010 1000-INITIALIZE.
003020     MOVE FUNCTION CURRENT-DATE TO CC-SYSTEM-DATE-TIME
003030     COMPUTE CC-SYSTEM-DATE =
003040             (CC-SYS-YYYY * 10000) + (CC-SYS-MM * 100)
003050             + CC-SYS-DD
003060     COMPUTE CC-SYSTEM-TIME =
003070             (CC-SYS-HH * 10000) + (CC-SYS-MIN * 100)
003080             + CC-SYS-SS
003090
003100     OPEN OUTPUT DTREPORT-FILE
003110     IF NOT CC-REPORT-OK
003120         DISPLAY 'DTCALCMP: UNABLE TO OPEN DTREPORT - STATUS '
003130             CC-REPORT-STATUS ' - NOTHING COMPARED'
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF
003170
003180     OPEN INPUT DTCALOLD-FILE
003190     IF NOT CC-CALOLD-OK
003200         DISPLAY 'DTCALCMP: UNABLE TO OPEN DTCALOLD - STATUS '
003210             CC-CALOLD-STATUS ' - NOTHING COMPARED'
003220         CLOSE DTREPORT-FILE
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF
003260
003270     OPEN INPUT DTCALNEW-FILE
003280     IF NOT CC-CALNEW-OK
003290         DISPLAY 'DTCALCMP: UNABLE TO OPEN DTCALNEW - STATUS '
003300             CC-CALNEW-STATUS ' - NOTHING COMPARED'
003310         CLOSE DTCALOLD-FILE
003320         CLOSE DTREPORT-FILE
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003360
003370     OPEN OUTPUT DTCALCHG-FILE
003380     IF NOT CC-CALCHG-OK
003390         DISPLAY 'DTCALCMP: UNABLE TO OPEN DTCALCHG - STATUS '
003400             CC-CALCHG-STATUS ' - NOTHING COMPARED'
003410         CLOSE DTCALOLD-FILE
003420         CLOSE DTCALNEW-FILE
003430         CLOSE DTREPORT-FILE
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470 1000-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510*    2100/2200 - READ THE NEXT RECORD OF EACH GENERATION.  END
003520*    OF FILE SETS THE KEY HIGH SO THE MATCH DRAINS THE OTHER
003530*    SIDE.  A DATE NOT AFTER THE ONE BEFORE IT MEANS THE FILE
003540*    IS NOT A DTCALGEN CALENDAR AND NO COMPARISON CAN BE
003550*    TRUSTED.
003560*****************************************************************
003570 2100-READ-OLD.
003580     READ DTCALOLD-FILE
003590         AT END
003600             MOVE CC-HIGH-KEY TO CC-OLD-KEY
003610             GO TO 2100-EXIT
003620     END-READ
003630     ADD 1 TO CC-TOT-OLD
003640     MOVE DTCAL-DATE TO CC-OLD-KEY
003650     IF CC-OLD-KEY NOT > CC-PREV-OLD-KEY
003660         DISPLAY 'DTCALCMP: DTCALOLD OUT OF DATE SEQUENCE AT '
003670             DTCAL-DATE
003680         PERFORM 2900-SEQUENCE-ERROR THRU 2900-EXIT
003690     END-IF
003700     MOVE CC-OLD-KEY TO CC-PREV-OLD-KEY.
003710 2100-EXIT.
003720     EXIT.
003730
003740 2200-READ-NEW.
003750     READ DTCALNEW-FILE INTO CC-NEW-CAL
003760         AT END
003770             MOVE CC-HIGH-KEY TO CC-NEW-KEY
003780             GO TO 2200-EXIT
003790     END-READ
003800     ADD 1 TO CC-TOT-NEW
003810     MOVE CC-NEW-DATE TO CC-NEW-KEY
003820     IF CC-NEW-KEY NOT > CC-PREV-NEW-KEY
003830         DISPLAY 'DTCALCMP: DTCALNEW OUT OF DATE SEQUENCE AT '
003840             CC-NEW-DATE
003850         PERFORM 2900-SEQUENCE-ERROR THRU 2900-EXIT
003860     END-IF
003870     MOVE CC-NEW-KEY TO CC-PREV-NEW-KEY.
003880 2200-EXIT.
003890     EXIT.
003900
003910 2900-SEQUENCE-ERROR.
003920     MOVE 'CALENDAR OUT OF DATE SEQUENCE - COMPARISON ABANDONED'
003930         TO CC-MSG-TEXT
003940     MOVE CC-MESSAGE-LINE TO CC-PRINT-REC
003950     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
003960     PERFORM 9999-TERMINATE THRU 9999-EXIT
003970     MOVE 16 TO RETURN-CODE
003980     STOP RUN.
003990 2900-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030*    3000-MATCH-DATES - ONE STEP OF THE TWO-FILE MATCH.  THE
004040*    LOWER KEY IS A DATE ON ONE GENERATION ONLY; EQUAL KEYS ARE
004050*    COMPARED.
004060*****************************************************************
004070 3000-MATCH-DATES.
004080     IF CC-OLD-KEY < CC-NEW-KEY
004090         ADD 1 TO CC-TOT-OLD-ONLY
004100         PERFORM 2100-READ-OLD THRU 2100-EXIT
004110         GO TO 3000-EXIT
004120     END-IF
004130     IF CC-OLD-KEY > CC-NEW-KEY
004140         ADD 1 TO CC-TOT-NEW-ONLY
004150         PERFORM 2200-READ-NEW THRU 2200-EXIT
004160         GO TO 3000-EXIT
004170     END-IF
004180     ADD 1 TO CC-TOT-MATCHED
004190     PERFORM 3100-COMPARE-DATE THRU 3100-EXIT
004200     PERFORM 2100-READ-OLD THRU 2100-EXIT
004210     PERFORM 2200-READ-NEW THRU 2200-EXIT.
004220 3000-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260*    3100-COMPARE-DATE - ONE DATE ON BOTH GENERATIONS.  A NEW
004270*    MONTH FIRST CLOSES OFF THE MONTH BEFORE IT; THEN THE FOUR
004280*    DATE-LEVEL FIELDS ARE COMPARED AND THE MONTH-END AND
004290*    QUARTER-END FLAGS NOTED FOR 3500.  A NEW FISCAL PERIOD
004300*    LIKEWISE CLOSES OFF THE ONE BEFORE IT (3700), AND THE FISCAL
004310*    PERIOD-END AND YEAR-END FLAGS ARE NOTED FOR IT.  THE FISCAL
004320*    PERIOD IS THE NEW GENERATION'S, OR THE PRIOR GENERATION'S
004330*    WHERE THE NEW ONE HAS NONE.
004340*****************************************************************
004350 3100-COMPARE-DATE.
004360     COMPUTE CC-DATE-MONTH = DTCAL-DATE / 100
004370     IF CC-DATE-MONTH NOT = CC-CUR-MONTH
004380         IF CC-CUR-MONTH NOT = ZERO
004390             PERFORM 3500-CLOSE-MONTH THRU 3500-EXIT
004400         END-IF
004410         MOVE CC-DATE-MONTH TO CC-CUR-MONTH
004420     END-IF
004430
004440     PERFORM 3200-NOTE-FISCAL-PERIOD THRU 3200-EXIT
004450
004460     MOVE DTCAL-DATE TO CC-CHG-DATE
004470     MOVE CC-CUR-MONTH TO CC-CHG-MONTH
004480     IF DTCAL-BUS-DAY-SW NOT = CC-NEW-BUS-DAY-SW
004490         MOVE 'BDAY' TO CC-CHG-TYPE
004500         MOVE 'BUSINESS-DAY SWITCH' TO CC-CHG-DESC
004510         MOVE DTCAL-BUS-DAY-SW TO CC-CHG-OLD
004520         MOVE CC-NEW-BUS-DAY-SW TO CC-CHG-NEW
004530         ADD 1 TO CC-TOT-BDAY
004540         PERFORM 4000-RECORD-CHANGE THRU 4000-EXIT
004550     END-IF
004560     IF DTCAL-BUS-DAY-NO NOT = CC-NEW-BUS-DAY-NO
004570         MOVE 'BDNO' TO CC-CHG-TYPE
004580         MOVE 'BUSINESS-DAY NUMBER' TO CC-CHG-DESC
004590         MOVE DTCAL-BUS-DAY-NO TO CC-CHG-VALUE-NO
004600         MOVE CC-CHG-VALUE-NO TO CC-CHG-OLD
004610         MOVE CC-NEW-BUS-DAY-NO TO CC-CHG-VALUE-NO
004620         MOVE CC-CHG-VALUE-NO TO CC-CHG-NEW
004630         ADD 1 TO CC-TOT-BDNO
004640         PERFORM 4000-RECORD-CHANGE THRU 4000-EXIT
004650     END-IF
004660     IF DTCAL-PRIOR-BUS-DATE NOT = CC-NEW-PRIOR-BUS-DATE
004670         MOVE 'PRIO' TO CC-CHG-TYPE
004680         MOVE 'PRIOR BUSINESS DATE' TO CC-CHG-DESC
004690         MOVE DTCAL-PRIOR-BUS-DATE TO CC-CHG-VALUE-DATE
004700         MOVE CC-CHG-VALUE-DATE TO CC-CHG-OLD
004710         MOVE CC-NEW-PRIOR-BUS-DATE TO CC-CHG-VALUE-DATE
004720         MOVE CC-CHG-VALUE-DATE TO CC-CHG-NEW
004730         ADD 1 TO CC-TOT-PRIO
004740         PERFORM 4000-RECORD-CHANGE THRU 4000-EXIT
004750     END-IF
004760     IF DTCAL-NEXT-BUS-DATE NOT = CC-NEW-NEXT-BUS-DATE
004770         MOVE 'NEXT' TO CC-CHG-TYPE
004780         MOVE 'NEXT BUSINESS DATE' TO CC-CHG-DESC
004790         MOVE DTCAL-NEXT-BUS-DATE TO CC-CHG-VALUE-DATE
004800         MOVE CC-CHG-VALUE-DATE TO CC-CHG-OLD
004810         MOVE CC-NEW-NEXT-BUS-DATE TO CC-CHG-VALUE-DATE
004820         MOVE CC-CHG-VALUE-DATE TO CC-CHG-NEW
004830         ADD 1 TO CC-TOT-NEXT
004840         PERFORM 4000-RECORD-CHANGE THRU 4000-EXIT
004850     END-IF
004860
004870     IF DTCAL-MONTH-END
004880         MOVE DTCAL-DATE TO CC-OLD-ME-DATE
004890     END-IF
004900     IF CC-NEW-MONTH-END
004910         MOVE CC-NEW-DATE TO CC-NEW-ME-DATE
004920     END-IF
004930     IF DTCAL-QTR-END
004940         MOVE DTCAL-DATE TO CC-OLD-QE-DATE
004950     END-IF
004960     IF CC-NEW-QTR-END
004970         MOVE CC-NEW-DATE TO CC-NEW-QE-DATE
004980     END-IF.
004990 3100-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030*    3200-NOTE-FISCAL-PERIOD - THE FISCAL YEAR AND PERIOD OF THE
005040*    DATE BEING COMPARED (YYYYPP).  A NEW PERIOD CLOSES OFF THE
005050*    ONE BEFORE IT (3700); THE FISCAL PERIOD-END AND YEAR-END
005060*    FLAGS ARE THEN NOTED FOR THE PERIOD THE DATE IS IN.
005070*****************************************************************
005080 3200-NOTE-FISCAL-PERIOD.
005090     MOVE ZERO TO CC-DATE-FISCAL
005100     IF CC-NEW-FISCAL-YEAR IS NUMERIC
005110         AND CC-NEW-FISCAL-PERIOD IS NUMERIC
005120         COMPUTE CC-DATE-FISCAL =
005130                 (CC-NEW-FISCAL-YEAR * 100) + CC-NEW-FISCAL-PERIOD
005140     END-IF
005150     IF CC-DATE-FISCAL = ZERO
005160         AND DTCAL-FISCAL-YEAR IS NUMERIC
005170         AND DTCAL-FISCAL-PERIOD IS NUMERIC
005180         COMPUTE CC-DATE-FISCAL =
005190                 (DTCAL-FISCAL-YEAR * 100) + DTCAL-FISCAL-PERIOD
005200     END-IF
005210     IF CC-DATE-FISCAL = ZERO
005220         GO TO 3200-EXIT
005230     END-IF
005240     IF CC-DATE-FISCAL NOT = CC-CUR-FISCAL
005250         IF CC-CUR-FISCAL NOT = ZERO
005260             PERFORM 3700-CLOSE-FISCAL-PERIOD THRU 3700-EXIT
005270         END-IF
005280         MOVE CC-DATE-FISCAL TO CC-CUR-FISCAL
005290     END-IF
005300
005310     IF DTCAL-FISCAL-PER-END
005320         MOVE DTCAL-DATE TO CC-OLD-FPE-DATE
005330     END-IF
005340     IF CC-NEW-FISCAL-PER-END
005350         MOVE CC-NEW-DATE TO CC-NEW-FPE-DATE
005360     END-IF
005370     IF DTCAL-FISCAL-YR-END
005380         MOVE DTCAL-DATE TO CC-OLD-FYE-DATE
005390     END-IF
005400     IF CC-NEW-FISCAL-YR-END
005410         MOVE CC-NEW-DATE TO CC-NEW-FYE-DATE
005420     END-IF.
005430 3200-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470*    3500-CLOSE-MONTH - THE MONTH JUST MATCHED IS COMPLETE.  A
005480*    DIFFERENT MONTH-END OR QUARTER-END BUSINESS DAY ON THE TWO
005490*    GENERATIONS (OR A FLAGGED DAY ON ONE ONLY) HAS MOVED.
005500*****************************************************************
005510 3500-CLOSE-MONTH.
005520     MOVE ZERO TO CC-CHG-DATE
005530     MOVE CC-CUR-MONTH TO CC-CHG-MONTH
005540     IF CC-OLD-ME-DATE NOT = CC-NEW-ME-DATE
005550         MOVE 'MEND' TO CC-CHG-TYPE
005560         MOVE 'MONTH-END BUSINESS DAY' TO CC-CHG-DESC
005570         MOVE CC-OLD-ME-DATE TO CC-CHG-VALUE-DATE
005580         PERFORM 3600-EDIT-OLD-DATE THRU 3600-EXIT
005590         MOVE CC-NEW-ME-DATE TO CC-CHG-VALUE-DATE
005600         PERFORM 3650-EDIT-NEW-DATE THRU 3650-EXIT
005610         ADD 1 TO CC-TOT-MEND
005620         PERFORM 4000-RECORD-CHANGE THRU 4000-EXIT
005630     END-IF
005640     IF CC-OLD-QE-DATE NOT = CC-NEW-QE-DATE
005650         MOVE 'QEND' TO CC-CHG-TYPE
005660         MOVE 'QUARTER-END BUSINESS DAY' TO CC-CHG-DESC
005670         MOVE CC-OLD-QE-DATE TO CC-CHG-VALUE-DATE
005680         PERFORM 3600-EDIT-OLD-DATE THRU 3600-EXIT
005690         MOVE CC-NEW-QE-DATE TO CC-CHG-VALUE-DATE
005700         PERFORM 3650-EDIT-NEW-DATE THRU 3650-EXIT
005710         ADD 1 TO CC-TOT-QEND
005720         PERFORM 4000-RECORD-CHANGE THRU 4000-EXIT
005730     END-IF
005740     MOVE ZERO TO CC-OLD-ME-DATE
005750     MOVE ZERO TO CC-NEW-ME-DATE
005760     MOVE ZERO TO CC-OLD-QE-DATE
005770     MOVE ZERO TO CC-NEW-QE-DATE.
005780 3500-EXIT.
005790     EXIT.
005800
005810 3600-EDIT-OLD-DATE.
005820     IF CC-CHG-VALUE-DATE = ZERO
005830         MOVE 'NONE' TO CC-CHG-OLD
005840     ELSE
005850         MOVE CC-CHG-VALUE-DATE TO CC-CHG-OLD
005860     END-IF.
005870 3600-EXIT.
005880     EXIT.
005890
005900 3650-EDIT-NEW-DATE.
005910     IF CC-CHG-VALUE-DATE = ZERO
005920         MOVE 'NONE' TO CC-CHG-NEW
005930     ELSE
005940         MOVE CC-CHG-VALUE-DATE TO CC-CHG-NEW
005950     END-IF.
005960 3650-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000*    3700-CLOSE-FISCAL-PERIOD - AS 3500, FOR THE FISCAL PERIOD
006010*    JUST MATCHED.  THE MONTH COLUMN CARRIES THE FISCAL YEAR AND
006020*    PERIOD (YYYYPP).  ONLY THE LAST PERIOD OF A FISCAL YEAR HAS A
006030*    YEAR-END DAY TO COMPARE.
006040*****************************************************************
006050 3700-CLOSE-FISCAL-PERIOD.
006060     MOVE ZERO TO CC-CHG-DATE
006070     MOVE CC-CUR-FISCAL TO CC-CHG-MONTH
006080     IF CC-OLD-FPE-DATE NOT = CC-NEW-FPE-DATE
006090         MOVE 'FPER' TO CC-CHG-TYPE
006100         MOVE 'FISCAL PERIOD-END BUS DAY' TO CC-CHG-DESC
006110         MOVE CC-OLD-FPE-DATE TO CC-CHG-VALUE-DATE
006120         PERFORM 3600-EDIT-OLD-DATE THRU 3600-EXIT
006130         MOVE CC-NEW-FPE-DATE TO CC-CHG-VALUE-DATE
006140         PERFORM 3650-EDIT-NEW-DATE THRU 3650-EXIT
006150         ADD 1 TO CC-TOT-FPER
006160         PERFORM 4000-RECORD-CHANGE THRU 4000-EXIT
006170     END-IF
006180     IF CC-OLD-FYE-DATE NOT = CC-NEW-FYE-DATE
006190         MOVE 'FYR ' TO CC-CHG-TYPE
006200         MOVE 'FISCAL YEAR-END BUS DAY' TO CC-CHG-DESC
006210         MOVE CC-OLD-FYE-DATE TO CC-CHG-VALUE-DATE
006220         PERFORM 3600-EDIT-OLD-DATE THRU 3600-EXIT
006230         MOVE CC-NEW-FYE-DATE TO CC-CHG-VALUE-DATE
006240         PERFORM 3650-EDIT-NEW-DATE THRU 3650-EXIT
006250         ADD 1 TO CC-TOT-FYR
006260         PERFORM 4000-RECORD-CHANGE THRU 4000-EXIT
006270     END-IF
006280     MOVE ZERO TO CC-OLD-FPE-DATE
006290     MOVE ZERO TO CC-NEW-FPE-DATE
006300     MOVE ZERO TO CC-OLD-FYE-DATE
006310     MOVE ZERO TO CC-NEW-FYE-DATE.
006320 3700-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360*    4000-RECORD-CHANGE - PRINT ONE DIFFERENCE AND WRITE IT TO
006370*    THE CHANGE FILE.
006380*****************************************************************
006390 4000-RECORD-CHANGE.
006400     ADD 1 TO CC-TOT-CHANGES
006410     MOVE 04 TO CC-RESULT-CODE
006420     MOVE CC-CHG-TYPE TO CC-DTL-TYPE
006430     MOVE CC-CHG-DESC TO CC-DTL-DESC
006440     MOVE CC-CHG-DATE TO CC-DTL-DATE
006450     MOVE CC-CHG-MONTH TO CC-DTL-MONTH
006460     MOVE CC-CHG-OLD TO CC-DTL-OLD
006470     MOVE CC-CHG-NEW TO CC-DTL-NEW
006480     MOVE CC-DETAIL-LINE TO CC-PRINT-REC
006490     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006500
006510     MOVE SPACES TO DTCCH-RECORD
006520     MOVE CC-SYSTEM-DATE TO DTCCH-RUN-DATE
006530     MOVE CC-CHG-TYPE TO DTCCH-CHANGE-TYPE
006540     MOVE CC-CHG-DATE TO DTCCH-CAL-DATE
006550     MOVE CC-CHG-MONTH TO DTCCH-MONTH
006560     MOVE CC-CHG-OLD TO DTCCH-OLD-VALUE
006570     MOVE CC-CHG-NEW TO DTCCH-NEW-VALUE
006580     WRITE DTCCH-RECORD
006590     IF NOT CC-CALCHG-OK
006600         DISPLAY 'DTCALCMP: WRITE TO DTCALCHG FAILED - STATUS '
006610             CC-CALCHG-STATUS
006620         PERFORM 9999-TERMINATE THRU 9999-EXIT
006630         MOVE 16 TO RETURN-CODE
006640         STOP RUN
006650     END-IF.
006660 4000-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700*    6000-PRINT-TOTALS - END-OF-REPORT COUNTS AND THE VERDICT.
006710*****************************************************************
006720 6000-PRINT-TOTALS.
006730     IF CC-TOT-MATCHED = ZERO
006740         MOVE 'GENERATIONS HAVE NO DATES IN COMMON - NOT COMPARED'
006750             TO CC-MSG-TEXT
006760         MOVE 08 TO CC-RESULT-CODE
006770         DISPLAY 'DTCALCMP: ' CC-MSG-TEXT
006780     ELSE
006790         IF CC-TOT-CHANGES = ZERO
006800             MOVE 'NO DIFFERENCES - NOTIFICATION NOT REQUIRED'
006810                 TO CC-MSG-TEXT
006820         ELSE
006830             MOVE 'DIFFERENCES FOUND - SEE DTCALCHG'
006840                 TO CC-MSG-TEXT
006850         END-IF
006860     END-IF
006870     MOVE SPACES TO CC-PRINT-REC
006880     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006890     MOVE CC-MESSAGE-LINE TO CC-PRINT-REC
006900     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006910     MOVE SPACES TO CC-PRINT-REC
006920     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006930     MOVE 'DATES ON PRIOR GENERATION' TO CC-TOT-LABEL
006940     MOVE CC-TOT-OLD TO CC-TOT-CNT
006950     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006960     MOVE 'DATES ON NEW GENERATION' TO CC-TOT-LABEL
006970     MOVE CC-TOT-NEW TO CC-TOT-CNT
006980     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
006990     MOVE 'DATES COMPARED' TO CC-TOT-LABEL
007000     MOVE CC-TOT-MATCHED TO CC-TOT-CNT
007010     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007020     MOVE 'DATES ON PRIOR GENERATION ONLY' TO CC-TOT-LABEL
007030     MOVE CC-TOT-OLD-ONLY TO CC-TOT-CNT
007040     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007050     MOVE 'DATES ON NEW GENERATION ONLY' TO CC-TOT-LABEL
007060     MOVE CC-TOT-NEW-ONLY TO CC-TOT-CNT
007070     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007080     MOVE 'BUSINESS-DAY SWITCH CHANGES' TO CC-TOT-LABEL
007090     MOVE CC-TOT-BDAY TO CC-TOT-CNT
007100     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007110     MOVE 'BUSINESS-DAY NUMBER CHANGES' TO CC-TOT-LABEL
007120     MOVE CC-TOT-BDNO TO CC-TOT-CNT
007130     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007140     MOVE 'PRIOR BUSINESS DATE CHANGES' TO CC-TOT-LABEL
007150     MOVE CC-TOT-PRIO TO CC-TOT-CNT
007160     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007170     MOVE 'NEXT BUSINESS DATE CHANGES' TO CC-TOT-LABEL
007180     MOVE CC-TOT-NEXT TO CC-TOT-CNT
007190     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007200     MOVE 'MONTH-ENDS MOVED' TO CC-TOT-LABEL
007210     MOVE CC-TOT-MEND TO CC-TOT-CNT
007220     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007230     MOVE 'QUARTER-ENDS MOVED' TO CC-TOT-LABEL
007240     MOVE CC-TOT-QEND TO CC-TOT-CNT
007250     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007260     MOVE 'FISCAL PERIOD-ENDS MOVED' TO CC-TOT-LABEL
007270     MOVE CC-TOT-FPER TO CC-TOT-CNT
007280     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007290     MOVE 'FISCAL YEAR-ENDS MOVED' TO CC-TOT-LABEL
007300     MOVE CC-TOT-FYR TO CC-TOT-CNT
007310     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007320     MOVE 'CHANGE RECORDS WRITTEN' TO CC-TOT-LABEL
007330     MOVE CC-TOT-CHANGES TO CC-TOT-CNT
007340     PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT
007350     MOVE CC-END-LINE TO CC-PRINT-REC
007360     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
007370     DISPLAY 'DTCALCMP: ' CC-TOT-MATCHED ' DATE(S) COMPARED, '
007380         CC-TOT-CHANGES ' DIFFERENCE(S)'.
007390 6000-EXIT.
007400     EXIT.
007410
007420 6100-PRINT-TOTAL.
007430     MOVE CC-TOTAL-LINE TO CC-PRINT-REC
007440     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
007450 6100-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE AND COLUMN
007500*    HEADINGS.
007510*****************************************************************
007520 7000-PRINT-HEADINGS.
007530     ADD 1 TO CC-PAGE-NO
007540     MOVE CC-PAGE-NO TO CC-HDG-PAGE
007550     MOVE CC-SYSTEM-DATE TO CC-HDG-DATE
007560     MOVE CC-SYSTEM-TIME TO CC-HDG-TIME
007570     WRITE CC-PRINT-REC FROM CC-HEADING-1
007580         AFTER ADVANCING PAGE
007590     WRITE CC-PRINT-REC FROM CC-HEADING-2
007600         AFTER ADVANCING 1 LINE
007610     MOVE SPACES TO CC-PRINT-REC
007620     WRITE CC-PRINT-REC
007630         AFTER ADVANCING 1 LINE
007640     WRITE CC-PRINT-REC FROM CC-COL-HDR
007650         AFTER ADVANCING 1 LINE
007660     MOVE SPACES TO CC-PRINT-REC
007670     WRITE CC-PRINT-REC
007680         AFTER ADVANCING 1 LINE
007690     MOVE 5 TO CC-LINE-COUNT.
007700 7000-EXIT.
007710     EXIT.
007720
007730*****************************************************************
007740*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
007750*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
007760*****************************************************************
007770 7100-WRITE-LINE.
007780     IF CC-LINE-COUNT > CC-LINES-PER-PAGE
007790         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
007800     END-IF
007810     WRITE CC-PRINT-REC
007820         AFTER ADVANCING 1 LINE
007830     ADD 1 TO CC-LINE-COUNT.
007840 7100-EXIT.
007850     EXIT.
007860
007870*****************************************************************
007880*    9999-TERMINATE - CLOSE EVERYTHING THAT WAS OPENED.
007890*****************************************************************
007900 9999-TERMINATE.
007910     CLOSE DTCALOLD-FILE
007920     CLOSE DTCALNEW-FILE
007930     CLOSE DTCALCHG-FILE
007940     CLOSE DTREPORT-FILE.
007950 9999-EXIT.
007960     EXIT.
