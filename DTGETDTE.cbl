000390*                      GD-CTL-COPY BEFORE THE CLOSE - THE FD
000400*                      RECORD AREA IS UNDEFINED AFTER CLOSE AND
000410*                      THE OLD CODE WAS READING IT BY LUCK.
000412*    2026-10-15 JPK   RETURNS THE RUN STATUS AND COMPLETION
000414*                      STAMP.  FOR REGION 'ALL' (THE DTEODGAT
000416*                      ENTERPRISE RECORD) A STATUS OTHER THAN
000418*                      'C' MEANS THE GATE WAS WITHDRAWN AND
000419*                      FAILS WITH REASON 04.
000421*    2026-10-15 JPK   RETURNS THE FISCAL YEAR, PERIOD AND WEEK
000422*                      OF THE BUSINESS DATE FROM THE DTFISCAL
000423*                      4-4-5 CALENDAR, WITH LAST-BUSINESS-DAY-OF-
000424*                      PERIOD AND -OF-YEAR FLAGS.  NO DTFISCAL, OR
000425*                      A DATE IT DOES NOT COVER, ONLY LEAVES THE
000426*                      FISCAL FIELDS EMPTY.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    DTGETDTE.
000630     SELECT DTHOLCAL-FILE ASSIGN TO DTHOLCAL
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS GD-HOLCAL-STATUS.
000652
000654     SELECT DTFISCAL-FILE ASSIGN TO DTFISCAL
000656         ORGANIZATION IS LINE SEQUENTIAL
000658         FILE STATUS IS GD-FISCAL-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 COPY DTHOLREC.
000772
000774 FD  DTFISCAL-FILE
000776     LABEL RECORDS ARE STANDARD
000778     RECORD CONTAINS 80 CHARACTERS.
000779 COPY DTFISREC.
000780
000790 WORKING-STORAGE SECTION.
000800
000830         88  GD-BIZDTE-OK                VALUE '00'.
000840     05  GD-HOLCAL-STATUS            PIC X(02) VALUE '99'.
000850         88  GD-HOLCAL-OK                VALUE '00'.
000852     05  GD-FISCAL-STATUS            PIC X(02) VALUE '99'.
000854         88  GD-FISCAL-OK                VALUE '00'.
000860
000870 01  GD-SYSTEM-DATE-TIME             PIC X(21).
000880 01  GD-SYS-DT-R REDEFINES GD-SYSTEM-DATE-TIME.
000980     05  GD-HOL-SUB                  PIC 9(03) COMP.
000990     05  GD-HOLIDAY-TABLE.
001000         10  GD-HOLIDAY-DATE         PIC 9(08) OCCURS 366 TIMES.
001001
001002*****************************************************************
001003*    DTFISCAL PERIODS - ROOM FOR 20 FISCAL YEARS OF 12.
001004*****************************************************************
001005 01  GD-FISCAL-AREA.
001006     05  GD-FISCAL-COUNT             PIC 9(03) COMP VALUE ZERO.
001007     05  GD-FISCAL-MAX               PIC 9(03) COMP VALUE 240.
001008     05  GD-FIS-SUB                  PIC 9(03) COMP.
001009     05  GD-FIS-HIT                  PIC 9(03) COMP.
001011     05  GD-FIS-YEAR-START           PIC 9(08).
001012     05  GD-FIS-LAST-PERIOD          PIC 9(02).
001013     05  GD-FIS-DAYS-IN              PIC S9(07).
001014     05  GD-FIS-WEEK-QUOT            PIC 9(03).
001015     05  GD-FIS-WEEK-REM             PIC 9(01).
001016     05  GD-FISCAL-TABLE.
001017         10  GD-FIS-ENTRY            OCCURS 240 TIMES.
001018             15  GD-FIS-YEAR         PIC 9(04).
001019             15  GD-FIS-PERIOD       PIC 9(02).
001021             15  GD-FIS-START        PIC 9(08).
001022             15  GD-FIS-END          PIC 9(08).
001010
001020 01  GD-WORK-AREA.
001030     05  GD-BUS-INTEGER              PIC S9(07).
001590     MOVE ZERO TO DTGET-NEXT-BUS-DATE
001600     MOVE ZERO TO DTGET-CREATED-DATE
001610     MOVE SPACES TO DTGET-CREATED-BY
001612     MOVE SPACE TO DTGET-RUN-STATUS
001614     MOVE ZERO TO DTGET-COMPLETED-DATE
001616     MOVE ZERO TO DTGET-COMPLETED-TIME
001617     SET DTGET-FISCAL-NOT-FOUND TO TRUE
001618     MOVE ZERO TO DTGET-FISCAL-YEAR
001619     MOVE ZERO TO DTGET-FISCAL-PERIOD
001621     MOVE ZERO TO DTGET-FISCAL-WEEK
001622     SET DTGET-NOT-FISCAL-PER-END TO TRUE
001623     SET DTGET-NOT-FISCAL-YR-END TO TRUE
001620     MOVE FUNCTION CURRENT-DATE TO GD-SYSTEM-DATE-TIME
001630     COMPUTE GD-SYSTEM-DATE =
001640             (GD-SYS-YYYY * 10000) + (GD-SYS-MM * 100)
001670     IF DTGET-OK
001680         PERFORM 2000-LOAD-HOLIDAYS THRU 2000-EXIT
001690         PERFORM 3000-DERIVE-VALUES THRU 3000-EXIT
001692         PERFORM 4000-DERIVE-FISCAL THRU 4000-EXIT
001700     END-IF
001710     GOBACK.
001720
002190         MOVE GD-CTL-CREATED-BY TO DTGET-CREATED-BY
002200         GO TO 1000-EXIT
002210     END-IF
002212     IF DTGET-REGION-CODE = 'ALL'
002214         AND GD-CTL-RUN-STATUS NOT = 'C'
002216         SET DTGET-FAILED TO TRUE
002217         SET DTGET-REASON-GATE-HELD TO TRUE
002218         MOVE GD-CTL-CREATED-DATE TO DTGET-CREATED-DATE
002219         MOVE GD-CTL-CREATED-BY TO DTGET-CREATED-BY
002220         MOVE GD-CTL-RUN-STATUS TO DTGET-RUN-STATUS
002221         GO TO 1000-EXIT
002222     END-IF
002220     MOVE GD-CTL-BUSINESS-DATE TO DTGET-BUSINESS-DATE
002230     MOVE GD-CTL-BUSINESS-TIME TO DTGET-BUSINESS-TIME
002240     MOVE GD-CTL-CREATED-DATE TO DTGET-CREATED-DATE
002250     MOVE GD-CTL-CREATED-BY TO DTGET-CREATED-BY
002252     MOVE GD-CTL-RUN-STATUS TO DTGET-RUN-STATUS
002254     MOVE GD-CTL-COMPLETED-DATE TO DTGET-COMPLETED-DATE
002256     MOVE GD-CTL-COMPLETED-TIME TO DTGET-COMPLETED-TIME.
002260 1000-EXIT.
002270     EXIT.
002280
003440     END-IF.
003450 3400-EXIT.
003460     EXIT.
003470
003480*****************************************************************
003490*    4000-DERIVE-FISCAL - FISCAL YEAR, PERIOD AND WEEK FROM THE
003500*    DTFISCAL PERIOD THAT CONTAINS THE BUSINESS DATE.  THE WEEK
003510*    IS COUNTED FROM THE FIRST DAY OF THE FISCAL YEAR (THE
003520*    EARLIEST START AMONG THE YEAR'S PERIODS).  THE BUSINESS
003530*    DATE IS THE LAST BUSINESS DAY OF ITS PERIOD WHEN THE NEXT
003540*    BUSINESS DAY FALLS AFTER THE PERIOD ENDS, AND OF ITS YEAR
003550*    WHEN THAT PERIOD IS ALSO THE YEAR'S HIGHEST ON FILE.  A
003560*    MISSING FILE OR A DATE IN NO PERIOD LEAVES THE FIELDS AS
003570*    INITIALIZED - DTGET-FISCAL-NOT-FOUND, NOT A FAILED CALL.
003580*****************************************************************
003590 4000-DERIVE-FISCAL.
003600     OPEN INPUT DTFISCAL-FILE
003610     IF NOT GD-FISCAL-OK
003620         GO TO 4000-EXIT
003630     END-IF
003635*    DTGETDTE STAYS RESIDENT BETWEEN CALLS - START THE TABLE
003637*    EMPTY EACH TIME.
003639     MOVE ZERO TO GD-FISCAL-COUNT
003640     PERFORM 4100-LOAD-ONE-PERIOD THRU 4100-EXIT
003650         UNTIL NOT GD-FISCAL-OK
003660     CLOSE DTFISCAL-FILE
003670
003680     MOVE ZERO TO GD-FIS-HIT
003690     PERFORM 4200-FIND-PERIOD THRU 4200-EXIT
003700         VARYING GD-FIS-SUB FROM 1 BY 1
003710         UNTIL GD-FIS-SUB > GD-FISCAL-COUNT
003720         OR GD-FIS-HIT > ZERO
003730     IF GD-FIS-HIT = ZERO
003740         GO TO 4000-EXIT
003750     END-IF
003760
003770     SET DTGET-FISCAL-FOUND TO TRUE
003780     MOVE GD-FIS-YEAR (GD-FIS-HIT) TO DTGET-FISCAL-YEAR
003790     MOVE GD-FIS-PERIOD (GD-FIS-HIT) TO DTGET-FISCAL-PERIOD
003800     MOVE GD-FIS-START (GD-FIS-HIT) TO GD-FIS-YEAR-START
003810     MOVE GD-FIS-PERIOD (GD-FIS-HIT) TO GD-FIS-LAST-PERIOD
003820     PERFORM 4300-SCAN-FISCAL-YEAR THRU 4300-EXIT
003830         VARYING GD-FIS-SUB FROM 1 BY 1
003840         UNTIL GD-FIS-SUB > GD-FISCAL-COUNT
003850
003860     COMPUTE GD-FIS-DAYS-IN =
003870             GD-BUS-INTEGER
003880             - FUNCTION INTEGER-OF-DATE (GD-FIS-YEAR-START)
003890     DIVIDE GD-FIS-DAYS-IN BY 7 GIVING GD-FIS-WEEK-QUOT
003900         REMAINDER GD-FIS-WEEK-REM
003910     COMPUTE DTGET-FISCAL-WEEK = GD-FIS-WEEK-QUOT + 1
003920
003930     IF DTGET-NEXT-BUS-DATE > GD-FIS-END (GD-FIS-HIT)
003940         SET DTGET-FISCAL-PER-END TO TRUE
003950         IF DTGET-FISCAL-PERIOD = GD-FIS-LAST-PERIOD
003960             SET DTGET-FISCAL-YR-END TO TRUE
003970         END-IF
003980     END-IF.
003990 4000-EXIT.
004000     EXIT.
004010
004020 4100-LOAD-ONE-PERIOD.
004030     READ DTFISCAL-FILE
004040         AT END
004050             GO TO 4100-EXIT
004060     END-READ
004070     IF GD-FISCAL-COUNT < GD-FISCAL-MAX
004080         AND DTFIS-FISCAL-YEAR IS NUMERIC
004090         AND DTFIS-PERIOD IS NUMERIC
004100         AND DTFIS-START-DATE IS NUMERIC
004110         AND DTFIS-END-DATE IS NUMERIC
004120         ADD 1 TO GD-FISCAL-COUNT
004130         MOVE DTFIS-FISCAL-YEAR TO GD-FIS-YEAR (GD-FISCAL-COUNT)
004140         MOVE DTFIS-PERIOD TO GD-FIS-PERIOD (GD-FISCAL-COUNT)
004150         MOVE DTFIS-START-DATE TO GD-FIS-START (GD-FISCAL-COUNT)
004160         MOVE DTFIS-END-DATE TO GD-FIS-END (GD-FISCAL-COUNT)
004170     END-IF.
004180 4100-EXIT.
004190     EXIT.
004200
004210 4200-FIND-PERIOD.
004220     IF DTGET-BUSINESS-DATE NOT < GD-FIS-START (GD-FIS-SUB)
004230         AND DTGET-BUSINESS-DATE NOT > GD-FIS-END (GD-FIS-SUB)
004240         MOVE GD-FIS-SUB TO GD-FIS-HIT
004250     END-IF.
004260 4200-EXIT.
004270     EXIT.
004280
004290 4300-SCAN-FISCAL-YEAR.
004300     IF GD-FIS-YEAR (GD-FIS-SUB) = DTGET-FISCAL-YEAR
004310         IF GD-FIS-START (GD-FIS-SUB) < GD-FIS-YEAR-START
004320             MOVE GD-FIS-START (GD-FIS-SUB) TO GD-FIS-YEAR-START
004330         END-IF
004340         IF GD-FIS-PERIOD (GD-FIS-SUB) > GD-FIS-LAST-PERIOD
004350             MOVE GD-FIS-PERIOD (GD-FIS-SUB) TO GD-FIS-LAST-PERIOD
004360         END-IF
004370     END-IF.
004380 4300-EXIT.
004390     EXIT.
