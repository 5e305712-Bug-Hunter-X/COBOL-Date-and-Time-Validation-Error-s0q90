000180*                MONTH-END AND QUARTER-END BUSINESS-DAY FLAGS,
000190*                AND THE PRIOR/NEXT BUSINESS DATES.  TRANSMIT
000200*                THE FILE AFTER EVERY DTHOLCAL UPDATE.
000201*                EACH RECORD ALSO CARRIES THE FISCAL YEAR,
000202*                PERIOD AND WEEK AND THE FISCAL PERIOD-END AND
000203*                YEAR-END FLAGS FROM THE DTFISCAL 4-4-5
000204*                CALENDAR, DERIVED AS DTGETDTE DOES, SO THE
000205*                LEDGER NEED KEEP NO FISCAL TABLE OF ITS OWN.
000210*
000220*                THE DTSYSIN CARD MAY CARRY THE HORIZON IN
000230*                DAYS (COLS 1-5).  A MISSING OR BLANK CARD
000270*    DATE       BY    DESCRIPTION
000280*    ---------- ----  ----------------------------------------
000290*    2026-09-02 JPK   ORIGINAL.
000291*    2026-10-15 JPK   FISCAL YEAR/PERIOD/WEEK AND FISCAL
000292*                      PERIOD-END/YEAR-END FLAGS FROM DTFISCAL ON
000293*                      EVERY RECORD.
000300*
000310*    COND CODES:
000320*    00  CALENDAR FILE WRITTEN
000330*    04  WRITTEN, BUT DTHOLCAL WAS NOT AVAILABLE - WEEKENDS
000340*         ONLY, DO NOT TRANSMIT WITHOUT CHECKING
000342*    04  ALSO WHEN DTFISCAL WAS NOT AVAILABLE OR DOES NOT COVER
000344*         THE WHOLE HORIZON - FISCAL FIELDS LEFT EMPTY THERE
000350*    16  DTCALEND COULD NOT BE OPENED - NOTHING WRITTEN
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000550     SELECT DTHOLCAL-FILE ASSIGN TO DTHOLCAL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CG-HOLCAL-STATUS.
000572
000574     SELECT DTFISCAL-FILE ASSIGN TO DTFISCAL
000576         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS CG-FISCAL-STATUS.
000580
000590     SELECT DTCALEND-FILE ASSIGN TO DTCALEND
000600         ORGANIZATION IS LINE SEQUENTIAL
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 COPY DTHOLREC.
000752
000753 FD  DTFISCAL-FILE
000754     LABEL RECORDS ARE STANDARD
000755     RECORD CONTAINS 80 CHARACTERS.
000756 COPY DTFISREC.
000760
000770 FD  DTCALEND-FILE
000780     LABEL RECORDS ARE STANDARD
000860         88  CG-SYSIN-OK                 VALUE '00'.
000870     05  CG-HOLCAL-STATUS            PIC X(02) VALUE '99'.
000880         88  CG-HOLCAL-OK                VALUE '00'.
000882     05  CG-FISCAL-STATUS            PIC X(02) VALUE '99'.
000884         88  CG-FISCAL-OK                VALUE '00'.
000890     05  CG-CALEND-STATUS            PIC X(02) VALUE '99'.
000900         88  CG-CALEND-OK                VALUE '00'.
000910
001110     05  CG-HOL-SUB                  PIC 9(03) COMP.
001120     05  CG-HOLIDAY-TABLE.
001130         10  CG-HOLIDAY-DATE         PIC 9(08) OCCURS 366 TIMES.
001131
001132*****************************************************************
001133*    DTFISCAL PERIODS - ROOM FOR 20 FISCAL YEARS OF 12, AS IN
001134*    DTGETDTE.
001135*****************************************************************
001136 01  CG-FISCAL-AREA.
001137     05  CG-FISCAL-COUNT             PIC 9(03) COMP VALUE ZERO.
001138     05  CG-FISCAL-MAX               PIC 9(03) COMP VALUE 240.
001139     05  CG-FIS-SUB                  PIC 9(03) COMP.
001141     05  CG-FIS-HIT                  PIC 9(03) COMP.
001142     05  CG-FIS-YEAR-START           PIC 9(08).
001143     05  CG-FIS-LAST-PERIOD          PIC 9(02).
001144     05  CG-FIS-DAYS-IN              PIC S9(07).
001145     05  CG-FIS-WEEK-QUOT            PIC 9(03).
001146     05  CG-FIS-WEEK-REM             PIC 9(01).
001147     05  CG-FIS-UNCOVERED            PIC 9(07) COMP VALUE ZERO.
001148     05  CG-FISCAL-TABLE.
001149         10  CG-FIS-ENTRY            OCCURS 240 TIMES.
001151             15  CG-FIS-YEAR         PIC 9(04).
001152             15  CG-FIS-PERIOD       PIC 9(02).
001153             15  CG-FIS-START        PIC 9(08).
001154             15  CG-FIS-END          PIC 9(08).
001140
001150 01  CG-WORK-AREA.
001160     05  CG-CUR-INTEGER              PIC S9(07).
001530     DISPLAY 'DTCALGEN: ' CG-RECORDS-OUT ' CALENDAR RECORD(S) '
001540         'WRITTEN, ' CG-BUS-DAYS-OUT ' BUSINESS DAY(S), FROM '
001550         CG-RUN-DATE
001552     IF CG-FIS-UNCOVERED > ZERO
001553         DISPLAY 'DTCALGEN: ' CG-FIS-UNCOVERED ' DATE(S) NOT '
001554             'COVERED BY DTFISCAL - FISCAL FIELDS LEFT EMPTY'
001555         SET CG-WARNINGS-SEEN TO TRUE
001556     END-IF
001560     IF CG-WARNINGS-SEEN
001570         MOVE 04 TO RETURN-CODE
001580     ELSE
001610     STOP RUN.
001620
001630*****************************************************************
001640*    1000-INITIALIZE - HORIZON CARD, CALENDAR TABLES, THE OUTPUT
001650*    FILE, AND THE TWO RUNNING VALUES SEEDED FROM BEFORE THE
001660*    START DATE: THE PRIOR BUSINESS DATE (BACKWARD SCAN) AND
001662*    THE BUSINESS-DAY NUMBER WITHIN THE STARTING MONTH
001960             'TRANSMIT WITHOUT CHECKING'
001970         SET CG-WARNINGS-SEEN TO TRUE
001980     END-IF
001981
001982     OPEN INPUT DTFISCAL-FILE
001983     IF CG-FISCAL-OK
001984         PERFORM 1300-LOAD-ONE-PERIOD THRU 1300-EXIT
001985             UNTIL NOT CG-FISCAL-OK
001986         CLOSE DTFISCAL-FILE
001987     ELSE
001988         DISPLAY 'DTCALGEN: DTFISCAL NOT AVAILABLE - STATUS '
001989             CG-FISCAL-STATUS ' - FISCAL FIELDS LEFT EMPTY'
001991         SET CG-WARNINGS-SEEN TO TRUE
001992     END-IF
001990
002000     OPEN OUTPUT DTCALEND-FILE
002010     IF NOT CG-CALEND-OK
002319     END-IF.
002321 1200-EXIT.
002322     EXIT.
002324
002325 1300-LOAD-ONE-PERIOD.
002326     READ DTFISCAL-FILE
002327         AT END
002328             GO TO 1300-EXIT
002329     END-READ
002331     IF CG-FISCAL-COUNT < CG-FISCAL-MAX
002332         AND DTFIS-FISCAL-YEAR IS NUMERIC
002333         AND DTFIS-PERIOD IS NUMERIC
002334         AND DTFIS-START-DATE IS NUMERIC
002335         AND DTFIS-END-DATE IS NUMERIC
002336         ADD 1 TO CG-FISCAL-COUNT
002337         MOVE DTFIS-FISCAL-YEAR TO CG-FIS-YEAR (CG-FISCAL-COUNT)
002338         MOVE DTFIS-PERIOD TO CG-FIS-PERIOD (CG-FISCAL-COUNT)
002339         MOVE DTFIS-START-DATE TO CG-FIS-START (CG-FISCAL-COUNT)
002341         MOVE DTFIS-END-DATE TO CG-FIS-END (CG-FISCAL-COUNT)
002342     END-IF.
002343 1300-EXIT.
002344     EXIT.
002323
002330*****************************************************************
002340*    2000-GENERATE-ONE-DATE - BUILD AND WRITE THE DTCALEND
002370*    EACH MONTH CHANGE; THE MONTH-END FLAG IS SET ON A
002380*    BUSINESS DAY WHOSE NEXT BUSINESS DAY FALLS IN A LATER
002390*    MONTH, AND QUARTER-END WHEN THAT MONTH IS 03/06/09/12.
002392*    THE FISCAL FIELDS COME FROM THE DTFISCAL PERIOD HOLDING
002394*    THE DATE - SEE 2100.
002400*****************************************************************
002410 2000-GENERATE-ONE-DATE.
002420     COMPUTE CG-CUR-DATE =
002960             END-IF
002970         END-IF
002980     END-IF
002982
002984     PERFORM 2100-SET-FISCAL-FIELDS THRU 2100-EXIT
002990
003000     WRITE DTCAL-RECORD
003010     ADD 1 TO CG-RECORDS-OUT
003060     ADD 1 TO CG-CUR-INTEGER.
003070 2000-EXIT.
003080     EXIT.
003081
003082*****************************************************************
003083*    2100-SET-FISCAL-FIELDS - FISCAL YEAR, PERIOD AND WEEK FROM
003084*    THE DTFISCAL PERIOD THAT CONTAINS THE RECORD DATE, WITH THE
003085*    SAME RULES AS DTGETDTE 4000: THE WEEK COUNTS FROM THE
003086*    FIRST DAY OF THE FISCAL YEAR, AND A BUSINESS DAY WHOSE NEXT
003087*    BUSINESS DAY FALLS AFTER THE PERIOD ENDS IS THE FISCAL
003088*    PERIOD-END (AND YEAR-END IN THE YEAR'S HIGHEST PERIOD ON
003089*    FILE).  A DATE IN NO PERIOD IS COUNTED AND LEFT ZERO/'N'.
003091*****************************************************************
003092 2100-SET-FISCAL-FIELDS.
003093     MOVE ZERO TO DTCAL-FISCAL-YEAR
003094     MOVE ZERO TO DTCAL-FISCAL-PERIOD
003095     MOVE ZERO TO DTCAL-FISCAL-WEEK
003096     SET DTCAL-NOT-FISCAL-PER-END TO TRUE
003097     SET DTCAL-NOT-FISCAL-YR-END TO TRUE
003098
003099     MOVE ZERO TO CG-FIS-HIT
003101     PERFORM 2200-FIND-PERIOD THRU 2200-EXIT
003102         VARYING CG-FIS-SUB FROM 1 BY 1
003103         UNTIL CG-FIS-SUB > CG-FISCAL-COUNT
003104         OR CG-FIS-HIT > ZERO
003105     IF CG-FIS-HIT = ZERO
003106         ADD 1 TO CG-FIS-UNCOVERED
003107         GO TO 2100-EXIT
003108     END-IF
003109
003111     MOVE CG-FIS-YEAR (CG-FIS-HIT) TO DTCAL-FISCAL-YEAR
003112     MOVE CG-FIS-PERIOD (CG-FIS-HIT) TO DTCAL-FISCAL-PERIOD
003113     MOVE CG-FIS-START (CG-FIS-HIT) TO CG-FIS-YEAR-START
003114     MOVE CG-FIS-PERIOD (CG-FIS-HIT) TO CG-FIS-LAST-PERIOD
003115     PERFORM 2300-SCAN-FISCAL-YEAR THRU 2300-EXIT
003116         VARYING CG-FIS-SUB FROM 1 BY 1
003117         UNTIL CG-FIS-SUB > CG-FISCAL-COUNT
003118
003119     COMPUTE CG-FIS-DAYS-IN =
003121             CG-CUR-INTEGER
003122             - FUNCTION INTEGER-OF-DATE (CG-FIS-YEAR-START)
003123     DIVIDE CG-FIS-DAYS-IN BY 7 GIVING CG-FIS-WEEK-QUOT
003124         REMAINDER CG-FIS-WEEK-REM
003125     COMPUTE DTCAL-FISCAL-WEEK = CG-FIS-WEEK-QUOT + 1
003126
003127     IF DTCAL-BUS-DAY
003128         AND DTCAL-NEXT-BUS-DATE > CG-FIS-END (CG-FIS-HIT)
003129         SET DTCAL-FISCAL-PER-END TO TRUE
003131         IF DTCAL-FISCAL-PERIOD = CG-FIS-LAST-PERIOD
003132             SET DTCAL-FISCAL-YR-END TO TRUE
003133         END-IF
003134     END-IF.
003135 2100-EXIT.
003136     EXIT.
003137
003138 2200-FIND-PERIOD.
003139     IF CG-CUR-DATE NOT < CG-FIS-START (CG-FIS-SUB)
003141         AND CG-CUR-DATE NOT > CG-FIS-END (CG-FIS-SUB)
003142         MOVE CG-FIS-SUB TO CG-FIS-HIT
003143     END-IF.
003144 2200-EXIT.
003145     EXIT.
003146
003147 2300-SCAN-FISCAL-YEAR.
003148     IF CG-FIS-YEAR (CG-FIS-SUB) = DTCAL-FISCAL-YEAR
003149         IF CG-FIS-START (CG-FIS-SUB) < CG-FIS-YEAR-START
003151             MOVE CG-FIS-START (CG-FIS-SUB) TO CG-FIS-YEAR-START
003152         END-IF
003153         IF CG-FIS-PERIOD (CG-FIS-SUB) > CG-FIS-LAST-PERIOD
003154             MOVE CG-FIS-PERIOD (CG-FIS-SUB) TO CG-FIS-LAST-PERIOD
003155         END-IF
003156     END-IF.
003157 2300-EXIT.
003158     EXIT.
003090
003100*****************************************************************
003110*    8000-TEST-BUSINESS-DAY - SAME RULE AS DTVALID 3600: NOT A
