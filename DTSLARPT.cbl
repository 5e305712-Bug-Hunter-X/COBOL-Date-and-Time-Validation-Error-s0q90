000010*****************************************************************
000020*    PROGRAM-ID: DTSLARPT
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : BATCH-WINDOW ELAPSED-TIME AND SLA REPORT.
000080*                DTSTEP LOGS A STAMPED 'STRT' AND 'ENDS' FOR
000090*                EVERY MILESTONE OF EVERY REGIONAL STREAM; THIS
000100*                RUN PAIRS THEM BY REGION, BUSINESS DATE AND
000110*                STEP NAME AND, FOR EACH REGION'S REPORT DATE,
000120*                PRINTS EVERY STEP'S ELAPSED MINUTES BESIDE ITS
000130*                ROLLING AVERAGE OVER THE PRIOR BUSINESS DATES
000140*                THE STREAM RAN, THEN THE WHOLE STREAM'S ELAPSED
000150*                TIME FROM THE DTVALID CHECKPOINT (THE DTBIZHST
000160*                ENTRY'S CREATED STAMP) TO THE DTCLOSE COMPLETION
000170*                STAMP (THE DTAUDIT 'CLSE' ROW'S SYSTEM STAMP).
000180*
000190*                A STEP IS FLAGGED WHEN IT RAN OVER THE
000200*                OVER-AVERAGE PERCENTAGE OF ITS AVERAGE, ENDED
000210*                WITH A NONZERO DTSTP-RESULT-CODE, OR HAS NO END
000220*                MILESTONE; A STREAM IS FLAGGED WHEN IT COMPLETED
000230*                (OR HAS STILL NOT COMPLETED) PAST ITS REGION'S
000240*                SLA TIME.  A RERUN STEP IS TIMED ON ITS LAST
000250*                START.
000260*
000270*                DTSYSIN CARDS (ALL OPTIONAL):
000280*                  'PARM' COLS 1-4 - RUN PARAMETERS
000290*                     COLS  6-8   REGION (BLANK = ALL REGIONS)
000300*                     COLS 10-17  REPORT BUSINESS DATE YYYYMMDD
000310*                                 (BLANK = EACH REGION'S LATEST
000320*                                 DATE ON DTSTPLOG)
000330*                     COLS 19-20  PRIOR BUSINESS DATES TO AVERAGE
000340*                                 (BLANK = 05, MAXIMUM 30)
000350*                     COLS 22-24  OVER-AVERAGE PERCENTAGE
000360*                                 (BLANK = 150)
000370*                  'SLA ' COLS 1-4 - ONE PER REGION WITH AN SLA
000380*                     COLS  6-8   REGION
000390*                     COLS 10-13  SLA TIME HHMM
000400*                     COL  15     CALENDAR DAYS AFTER THE BUSINESS
000410*                                 DATE THE SLA TIME FALLS ON
000420*                                 (BLANK = 1, THE NEXT MORNING)
000430*
000440*    MOD LOG   :
000450*    DATE       BY    DESCRIPTION
000460*    ---------- ----  ----------------------------------------
000470*    2026-10-15 JPK   ORIGINAL.
000480*
000490*    COND CODES:
000500*    00  NOTHING FLAGGED
000510*    04  ONE OR MORE STEPS OR STREAMS FLAGGED, OR DTSTPLOG WAS
000520*         NOT PRESENT AND THERE WAS NOTHING TO REPORT
000530*    12  DTSYSIN CARD IN ERROR - NOTHING REPORTED
000540*    16  DTREPORT COULD NOT BE OPENED OR DTSTPLOG COULD NOT BE
000550*         READ
000560*****************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.    DTSLARPT.
000590 AUTHOR.        J. P. KOWALSKI.
000600 INSTALLATION.  BATCH CONTROL GROUP.
000610 DATE-WRITTEN.  2026-10-15.
000620 DATE-COMPILED.
000630
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM370.
000670 OBJECT-COMPUTER.  IBM370.
000680
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS SL-SYSIN-STATUS.
000740
000750     SELECT DTSTPLOG-FILE ASSIGN TO DTSTPLOG
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS SL-STPLOG-STATUS.
000780
000790     SELECT DTBIZHST-FILE ASSIGN TO DTBIZHST
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS SL-BIZHST-STATUS.
000820
000830     SELECT DTAUDIT-FILE  ASSIGN TO DTAUDIT
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS SL-AUDIT-STATUS.
000860
000870     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS SL-REPORT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  DTSYSIN-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  SL-CARD.
000970     05  SL-CARD-TYPE                PIC X(04).
000980         88  SL-CARD-PARM                VALUE 'PARM'.
000990         88  SL-CARD-SLA                 VALUE 'SLA '.
001000     05  FILLER                      PIC X(01).
001010     05  SL-CARD-REGION              PIC X(03).
001020     05  FILLER                      PIC X(01).
001030     05  SL-CARD-BODY                PIC X(71).
001040     05  SL-PARM-BODY REDEFINES SL-CARD-BODY.
001050         10  SL-PARM-DATE            PIC X(08).
001060         10  FILLER                  PIC X(01).
001070         10  SL-PARM-PRIOR-DAYS      PIC X(02).
001080         10  FILLER                  PIC X(01).
001090         10  SL-PARM-OVER-PCT        PIC X(03).
001100         10  FILLER                  PIC X(56).
001110     05  SL-SLA-BODY REDEFINES SL-CARD-BODY.
001120         10  SL-SLA-CARD-TIME        PIC X(04).
001130         10  FILLER                  PIC X(01).
001140         10  SL-SLA-CARD-DAYS        PIC X(01).
001150         10  FILLER                  PIC X(65).
001160
001170 FD  DTSTPLOG-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 COPY DTSTPREC.
001210
001220 FD  DTBIZHST-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS.
001250 COPY DTHSTREC.
001260
001270 FD  DTAUDIT-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 COPY DTAUDREC.
001310
001320 FD  DTREPORT-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 132 CHARACTERS.
001350 01  SL-PRINT-REC                    PIC X(132).
001360
001370 WORKING-STORAGE SECTION.
001380
001390 01  SL-FILE-STATUSES.
001400     05  SL-SYSIN-STATUS             PIC X(02) VALUE '99'.
001410         88  SL-SYSIN-OK                 VALUE '00'.
001420     05  SL-STPLOG-STATUS            PIC X(02) VALUE '99'.
001430         88  SL-STPLOG-OK                VALUE '00'.
001440     05  SL-BIZHST-STATUS            PIC X(02) VALUE '99'.
001450         88  SL-BIZHST-OK                VALUE '00'.
001460     05  SL-AUDIT-STATUS             PIC X(02) VALUE '99'.
001470         88  SL-AUDIT-OK                 VALUE '00'.
001480     05  SL-REPORT-STATUS            PIC X(02) VALUE '99'.
001490         88  SL-REPORT-OK                VALUE '00'.
001500
001510 01  SL-SYSTEM-DATE-TIME             PIC X(21).
001520 01  SL-SYS-DT-R REDEFINES SL-SYSTEM-DATE-TIME.
001530     05  SL-SYS-YYYY                 PIC 9(04).
001540     05  SL-SYS-MM                   PIC 9(02).
001550     05  SL-SYS-DD                   PIC 9(02).
001560     05  SL-SYS-HH                   PIC 9(02).
001570     05  SL-SYS-MIN                  PIC 9(02).
001580     05  SL-SYS-SS                   PIC 9(02).
001590     05  FILLER                      PIC X(07).
001600 01  SL-SYSTEM-DATE                  PIC 9(08).
001610 01  SL-SYSTEM-TIME                  PIC 9(06).
001620
001630*****************************************************************
001640*    RUN PARAMETERS - DEFAULTS HERE, OVERRIDDEN BY THE 'PARM'
001650*    CARD.
001660*****************************************************************
001670 01  SL-PARMS.
001680     05  SL-SEL-REGION               PIC X(03) VALUE SPACES.
001690     05  SL-SEL-DATE                 PIC 9(08) VALUE ZERO.
001700     05  SL-PRIOR-DAYS               PIC 9(02) VALUE 05.
001710     05  SL-PRIOR-DAYS-MAX           PIC 9(02) VALUE 30.
001720     05  SL-OVER-PCT                 PIC 9(03) VALUE 150.
001730     05  SL-RESULT-CODE              PIC 9(02) VALUE ZERO.
001740
001750 01  SL-SWITCHES.
001760     05  SL-REGION-ALL-SW            PIC X(01) VALUE 'Y'.
001770         88  SL-REGION-ALL               VALUE 'Y'.
001780     05  SL-PRIOR-DONE-SW            PIC X(01).
001790         88  SL-PRIOR-DONE               VALUE 'Y'.
001800     05  SL-STREAM-FLAG-SW           PIC X(01).
001810         88  SL-STREAM-FLAGGED           VALUE 'Y'.
001820
001830*****************************************************************
001840*    SLA TIMES OFF THE 'SLA ' CARDS.
001850*****************************************************************
001860 01  SL-SLA-TABLE-AREA.
001870     05  SL-SLA-COUNT                PIC 9(03) COMP VALUE ZERO.
001880     05  SL-SLA-MAX                  PIC 9(03) COMP VALUE 50.
001890     05  SL-SLA-SUB                  PIC 9(03) COMP.
001900     05  SL-SLA-PICK                 PIC 9(03) COMP.
001910     05  SL-SLA-ENTRY OCCURS 50 TIMES.
001920         10  SL-SLA-REGION           PIC X(03).
001930         10  SL-SLA-TIME             PIC 9(04).
001940         10  SL-SLA-DAYS             PIC 9(01).
001950
001960*****************************************************************
001970*    EVERY REGION / BUSINESS DATE SEEN ON DTSTPLOG.  THE CLASS
001980*    BYTE MARKS THE REGION'S REPORT DATE AND THE PRIOR DATES
001990*    CHOSEN FOR ITS AVERAGES; EVERYTHING ELSE IS IGNORED ON THE
002000*    PAIRING PASS.
002010*****************************************************************
002020 01  SL-RD-TABLE-AREA.
002030     05  SL-RD-COUNT                 PIC 9(03) COMP VALUE ZERO.
002040     05  SL-RD-MAX                   PIC 9(03) COMP VALUE 500.
002050     05  SL-RD-SUB                   PIC 9(03) COMP.
002060     05  SL-RD-PICK                  PIC 9(03) COMP.
002070     05  SL-RD-ENTRY OCCURS 500 TIMES.
002080         10  SL-RD-REGION            PIC X(03).
002090         10  SL-RD-DATE              PIC 9(08).
002100         10  SL-RD-CLASS             PIC X(01).
002110             88  SL-RD-REPORT-DATE       VALUE 'R'.
002120             88  SL-RD-PRIOR-DATE        VALUE 'P'.
002130             88  SL-RD-NOT-WANTED        VALUE SPACE.
002140
002150*****************************************************************
002160*    ONE SLOT PER REGION REPORTED, WITH ITS REPORT DATE AND THE
002170*    STREAM'S CHECKPOINT AND COMPLETION STAMPS FOR THAT DATE.
002180*****************************************************************
002190 01  SL-REGION-TABLE-AREA.
002200     05  SL-REG-COUNT                PIC 9(03) COMP VALUE ZERO.
002210     05  SL-REG-MAX                  PIC 9(03) COMP VALUE 50.
002220     05  SL-REG-SUB                  PIC 9(03) COMP.
002230     05  SL-REG-PICK                 PIC 9(03) COMP.
002240     05  SL-REG-ENTRY OCCURS 50 TIMES.
002250         10  SL-REG-CODE             PIC X(03).
002260         10  SL-REG-REPORT-DATE      PIC 9(08).
002270         10  SL-REG-PRIOR-CNT        PIC 9(03) COMP.
002280         10  SL-REG-CHK-DATE         PIC 9(08).
002290         10  SL-REG-CHK-TIME         PIC 9(06).
002300         10  SL-REG-CMP-DATE         PIC 9(08).
002310         10  SL-REG-CMP-TIME         PIC 9(06).
002320
002330*****************************************************************
002340*    ONE SLOT PER REGION / BUSINESS DATE / STEP PAIRED OFF
002350*    DTSTPLOG FOR THE REPORT AND PRIOR DATES.
002360*****************************************************************
002370 01  SL-RUN-TABLE-AREA.
002380     05  SL-RUN-COUNT                PIC 9(04) COMP VALUE ZERO.
002390     05  SL-RUN-MAX                  PIC 9(04) COMP VALUE 1000.
002400     05  SL-RUN-SUB                  PIC 9(04) COMP.
002410     05  SL-RUN-PICK                 PIC 9(04) COMP.
002420     05  SL-RUN-ENTRY OCCURS 1000 TIMES.
002430         10  SL-RUN-REGION           PIC X(03).
002440         10  SL-RUN-DATE             PIC 9(08).
002450         10  SL-RUN-CLASS            PIC X(01).
002460         10  SL-RUN-STEP             PIC X(08).
002470         10  SL-RUN-STRT-CNT         PIC 9(03) COMP.
002480         10  SL-RUN-OPEN-SW          PIC X(01).
002490             88  SL-RUN-OPEN             VALUE 'Y'.
002500         10  SL-RUN-ENDED-SW         PIC X(01).
002510             88  SL-RUN-ENDED            VALUE 'Y'.
002520         10  SL-RUN-START-DATE       PIC 9(08).
002530         10  SL-RUN-START-TIME       PIC 9(06).
002540         10  SL-RUN-END-DATE         PIC 9(08).
002550         10  SL-RUN-END-TIME         PIC 9(06).
002560         10  SL-RUN-RESULT           PIC 9(02).
002570         10  SL-RUN-MINUTES          PIC 9(05) COMP.
002580
002590*****************************************************************
002600*    ELAPSED-TIME WORK AREA FOR 8000 - FROM/TO STAMP IN, WHOLE
002610*    MINUTES OUT.
002620*****************************************************************
002630 01  SL-ELAPSED-AREA.
002640     05  SL-EL-FROM-DATE             PIC 9(08).
002650     05  SL-EL-FROM-TIME             PIC 9(06).
002660     05  SL-EL-FROM-TIME-R REDEFINES SL-EL-FROM-TIME.
002670         10  SL-EL-FROM-HH           PIC 9(02).
002680         10  SL-EL-FROM-MM           PIC 9(02).
002690         10  SL-EL-FROM-SS           PIC 9(02).
002700     05  SL-EL-TO-DATE               PIC 9(08).
002710     05  SL-EL-TO-TIME               PIC 9(06).
002720     05  SL-EL-TO-TIME-R REDEFINES SL-EL-TO-TIME.
002730         10  SL-EL-TO-HH             PIC 9(02).
002740         10  SL-EL-TO-MM             PIC 9(02).
002750         10  SL-EL-TO-SS             PIC 9(02).
002760     05  SL-EL-SECONDS               PIC S9(09) COMP.
002770     05  SL-EL-MINUTES               PIC 9(05) COMP.
002780
002790 01  SL-WORK-AREA.
002800     05  SL-CEILING-DATE             PIC 9(08).
002810     05  SL-BEST-DATE                PIC 9(08).
002820     05  SL-AVG-SUM                  PIC 9(07) COMP.
002830     05  SL-AVG-CNT                  PIC 9(03) COMP.
002840     05  SL-AVG-MINUTES              PIC 9(05) COMP.
002850     05  SL-FLAG-SUB                 PIC 9(01) COMP.
002860     05  SL-FLAG-TEXT                PIC X(14).
002870     05  SL-DEADLINE-DATE            PIC 9(08).
002880     05  SL-DEADLINE-TIME            PIC 9(06).
002890     05  SL-STEPS-ON-DATE            PIC 9(04) COMP.
002900
002910 01  SL-PRINT-CONTROL.
002920     05  SL-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002930     05  SL-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002940     05  SL-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
002950
002960 01  SL-TOTALS-AREA.
002970     05  SL-TOT-REGIONS              PIC 9(05) COMP VALUE ZERO.
002980     05  SL-TOT-STEPS                PIC 9(05) COMP VALUE ZERO.
002990     05  SL-TOT-OVER-AVG             PIC 9(05) COMP VALUE ZERO.
003000     05  SL-TOT-BAD-RC               PIC 9(05) COMP VALUE ZERO.
003010     05  SL-TOT-NO-END               PIC 9(05) COMP VALUE ZERO.
003020     05  SL-TOT-PAST-SLA             PIC 9(05) COMP VALUE ZERO.
003030     05  SL-TOT-NOT-DONE             PIC 9(05) COMP VALUE ZERO.
003040
003050 01  SL-HEADING-1.
003060     05  FILLER                      PIC X(10) VALUE 'DTSLARPT'.
003070     05  FILLER                      PIC X(44)
003080         VALUE 'BATCH-WINDOW ELAPSED TIME AND SLA REPORT'.
003090     05  FILLER                      PIC X(56) VALUE SPACES.
003100     05  FILLER                      PIC X(05) VALUE 'PAGE '.
003110     05  SL-HDG-PAGE                 PIC ZZZZ9.
003120     05  FILLER                      PIC X(12) VALUE SPACES.
003130
003140 01  SL-HEADING-2.
003150     05  FILLER                      PIC X(09) VALUE 'RUN DATE '.
003160     05  SL-HDG-DATE                 PIC 9(08).
003170     05  FILLER                      PIC X(07) VALUE '  TIME '.
003180     05  SL-HDG-TIME                 PIC 9(06).
003190     05  FILLER                      PIC X(14)
003200         VALUE '  AVERAGE OF  '.
003210     05  SL-HDG-PRIOR                PIC Z9.
003220     05  FILLER                      PIC X(34)
003230         VALUE ' PRIOR DATES  OVER-AVERAGE AT    '.
003240     05  SL-HDG-PCT                  PIC ZZ9.
003250     05  FILLER                      PIC X(01) VALUE '%'.
003260     05  FILLER                      PIC X(48) VALUE SPACES.
003270
003280 01  SL-COL-HDR.
003290     05  FILLER                      PIC X(44) VALUE
003300         '  STEP      STARTED          ENDED          '.
003310     05  FILLER                      PIC X(36) VALUE
003320         '  ELAPSED  AVERAGE  DAYS  RC  FLAGS'.
003330     05  FILLER                      PIC X(52) VALUE SPACES.
003340
003350 01  SL-SECTION-LINE.
003360     05  FILLER                      PIC X(02) VALUE SPACES.
003370     05  FILLER                      PIC X(07) VALUE 'REGION '.
003380     05  SL-SEC-REGION               PIC X(03).
003390     05  FILLER                      PIC X(16)
003400         VALUE '  BUSINESS DATE '.
003410     05  SL-SEC-DATE                 PIC 9(08).
003420     05  FILLER                      PIC X(96) VALUE SPACES.
003430
003440 01  SL-DETAIL-LINE.
003450     05  FILLER                      PIC X(02) VALUE SPACES.
003460     05  SL-DTL-STEP                 PIC X(08).
003470     05  FILLER                      PIC X(02) VALUE SPACES.
003480     05  SL-DTL-START.
003490         10  SL-DTL-START-DATE       PIC 9(08).
003500         10  FILLER                  PIC X(01).
003510         10  SL-DTL-START-TIME       PIC 9(06).
003520     05  SL-DTL-START-X REDEFINES SL-DTL-START PIC X(15).
003530     05  FILLER                      PIC X(02) VALUE SPACES.
003540     05  SL-DTL-END.
003550         10  SL-DTL-END-DATE         PIC 9(08).
003560         10  FILLER                  PIC X(01).
003570         10  SL-DTL-END-TIME         PIC 9(06).
003580     05  SL-DTL-END-X REDEFINES SL-DTL-END PIC X(15).
003590     05  FILLER                      PIC X(03) VALUE SPACES.
003600     05  SL-DTL-ELAPSED              PIC ZZ,ZZ9.
003610     05  SL-DTL-ELAPSED-X REDEFINES SL-DTL-ELAPSED PIC X(06).
003620     05  FILLER                      PIC X(03) VALUE SPACES.
003630     05  SL-DTL-AVERAGE              PIC ZZ,ZZ9.
003640     05  SL-DTL-AVERAGE-X REDEFINES SL-DTL-AVERAGE PIC X(06).
003650     05  FILLER                      PIC X(04) VALUE SPACES.
003660     05  SL-DTL-DAYS                 PIC Z9.
003670     05  FILLER                      PIC X(02) VALUE SPACES.
003680     05  SL-DTL-RC                   PIC 99.
003690     05  SL-DTL-RC-X REDEFINES SL-DTL-RC PIC X(02).
003700     05  FILLER                      PIC X(02) VALUE SPACES.
003710     05  SL-DTL-FLAG OCCURS 3 TIMES  PIC X(14).
003720     05  FILLER                      PIC X(16) VALUE SPACES.
003730
003740 01  SL-STREAM-LINE.
003750     05  FILLER                      PIC X(02) VALUE SPACES.
003760     05  FILLER                      PIC X(10) VALUE 'STREAM'.
003770     05  FILLER                      PIC X(11)
003780         VALUE 'CHECKPOINT '.
003790     05  SL-STR-CHK.
003800         10  SL-STR-CHK-DATE         PIC 9(08).
003810         10  FILLER                  PIC X(01).
003820         10  SL-STR-CHK-TIME         PIC 9(06).
003830     05  SL-STR-CHK-X REDEFINES SL-STR-CHK PIC X(15).
003840     05  FILLER                      PIC X(13)
003850         VALUE '  COMPLETED  '.
003860     05  SL-STR-CMP.
003870         10  SL-STR-CMP-DATE         PIC 9(08).
003880         10  FILLER                  PIC X(01).
003890         10  SL-STR-CMP-TIME         PIC 9(06).
003900     05  SL-STR-CMP-X REDEFINES SL-STR-CMP PIC X(15).
003910     05  FILLER                      PIC X(11)
003920         VALUE '  ELAPSED  '.
003930     05  SL-STR-ELAPSED              PIC ZZ,ZZ9.
003940     05  SL-STR-ELAPSED-X REDEFINES SL-STR-ELAPSED PIC X(06).
003950     05  FILLER                      PIC X(11)
003960         VALUE ' MIN  SLA  '.
003970     05  SL-STR-SLA.
003980         10  SL-STR-SLA-TIME         PIC 9(04).
003990         10  FILLER                  PIC X(02).
004000         10  SL-STR-SLA-DAYS         PIC 9(01).
004010     05  SL-STR-SLA-X REDEFINES SL-STR-SLA PIC X(07).
004020     05  FILLER                      PIC X(02) VALUE SPACES.
004030     05  SL-STR-FLAG                 PIC X(14).
004040     05  FILLER                      PIC X(15) VALUE SPACES.
004050
004060 01  SL-MESSAGE-LINE.
004070     05  FILLER                      PIC X(12) VALUE SPACES.
004080     05  SL-MSG-TEXT                 PIC X(60).
004090     05  FILLER                      PIC X(60) VALUE SPACES.
004100
004110 01  SL-TOTAL-LINE.
004120     05  FILLER                      PIC X(02) VALUE SPACES.
004130     05  SL-TOT-LABEL                PIC X(34).
004140     05  SL-TOT-CNT                  PIC ZZZ,ZZ9.
004150     05  FILLER                      PIC X(89) VALUE SPACES.
004160
004170 01  SL-END-LINE.
004180     05  FILLER                      PIC X(21)
004190         VALUE '*** END OF REPORT ***'.
004200     05  FILLER                      PIC X(111) VALUE SPACES.
004210
004220 PROCEDURE DIVISION.
004230
004240 0000-MAINLINE.
004250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004260     PERFORM 2000-SCAN-STEP-DATES THRU 2000-EXIT
004270     PERFORM 2500-BUILD-REGIONS THRU 2500-EXIT
004280         VARYING SL-RD-SUB FROM 1 BY 1
004290         UNTIL SL-RD-SUB > SL-RD-COUNT
004300     PERFORM 2600-SELECT-DATES THRU 2600-EXIT
004310         VARYING SL-REG-SUB FROM 1 BY 1
004320         UNTIL SL-REG-SUB > SL-REG-COUNT
004330     PERFORM 3000-PAIR-STEPS THRU 3000-EXIT
004340     PERFORM 3500-LOAD-CHECKPOINTS THRU 3500-EXIT
004350     PERFORM 3600-LOAD-COMPLETIONS THRU 3600-EXIT
004360     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
004370     IF SL-REG-COUNT = ZERO
004380         MOVE 'NO STEP MILESTONES ON DTSTPLOG FOR THE SELECTION'
004390             TO SL-MSG-TEXT
004400         MOVE SL-MESSAGE-LINE TO SL-PRINT-REC
004410         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
004420         MOVE 04 TO SL-RESULT-CODE
004430     END-IF
004440     PERFORM 4000-REPORT-REGION THRU 4000-EXIT
004450         VARYING SL-REG-SUB FROM 1 BY 1
004460         UNTIL SL-REG-SUB > SL-REG-COUNT
004470     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
004480     CLOSE DTREPORT-FILE
004490     MOVE SL-RESULT-CODE TO RETURN-CODE
004500     STOP RUN.
004510
004520*****************************************************************
004530*    1000-INITIALIZE - SYSTEM DATE/TIME, THE DTSYSIN CARDS AND
004540*    THE REPORT FILE.  A BAD CARD STOPS THE RUN RC 12 BEFORE
004550*    ANYTHING IS PRINTED.
004560*****************************************************************
004570 1000-INITIALIZE.
004580     MOVE FUNCTION CURRENT-DATE TO SL-SYSTEM-DATE-TIME
004590     COMPUTE SL-SYSTEM-DATE =
004600             (SL-SYS-YYYY * 10000) + (SL-SYS-MM * 100)
004610             + SL-SYS-DD
004620     COMPUTE SL-SYSTEM-TIME =
004630             (SL-SYS-HH * 10000) + (SL-SYS-MIN * 100)
004640             + SL-SYS-SS
004650
004660     OPEN INPUT DTSYSIN-FILE
004670     IF SL-SYSIN-OK
004680         PERFORM 1100-READ-CARD THRU 1100-EXIT
004690             UNTIL NOT SL-SYSIN-OK
004700         CLOSE DTSYSIN-FILE
004710     END-IF
004720
004730     OPEN OUTPUT DTREPORT-FILE
004740     IF NOT SL-REPORT-OK
004750         DISPLAY 'DTSLARPT: UNABLE TO OPEN DTREPORT - STATUS '
004760             SL-REPORT-STATUS ' - NO REPORT'
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800 1000-EXIT.
004810     EXIT.
004820
004830 1100-READ-CARD.
004840     READ DTSYSIN-FILE
004850         AT END
004860             GO TO 1100-EXIT
004870     END-READ
004880     IF SL-CARD = SPACES
004890         GO TO 1100-EXIT
004900     END-IF
004910     IF SL-CARD-PARM
004920         PERFORM 1200-EDIT-PARM-CARD THRU 1200-EXIT
004930         GO TO 1100-EXIT
004940     END-IF
004950     IF SL-CARD-SLA
004960         PERFORM 1300-EDIT-SLA-CARD THRU 1300-EXIT
004970         GO TO 1100-EXIT
004980     END-IF
004990     PERFORM 1900-CARD-ERROR THRU 1900-EXIT.
005000 1100-EXIT.
005010     EXIT.
005020
005030 1200-EDIT-PARM-CARD.
005040     IF SL-CARD-REGION NOT = SPACES
005050         MOVE SL-CARD-REGION TO SL-SEL-REGION
005060         MOVE 'N' TO SL-REGION-ALL-SW
005070     END-IF
005080     IF SL-PARM-DATE NOT = SPACES
005090         IF SL-PARM-DATE IS NUMERIC
005100             MOVE SL-PARM-DATE TO SL-SEL-DATE
005110         ELSE
005120             PERFORM 1900-CARD-ERROR THRU 1900-EXIT
005130         END-IF
005140     END-IF
005150     IF SL-PARM-PRIOR-DAYS NOT = SPACES
005160         IF SL-PARM-PRIOR-DAYS IS NUMERIC
005170             AND SL-PARM-PRIOR-DAYS NOT > SL-PRIOR-DAYS-MAX
005180             MOVE SL-PARM-PRIOR-DAYS TO SL-PRIOR-DAYS
005190         ELSE
005200             PERFORM 1900-CARD-ERROR THRU 1900-EXIT
005210         END-IF
005220     END-IF
005230     IF SL-PARM-OVER-PCT NOT = SPACES
005240         IF SL-PARM-OVER-PCT IS NUMERIC
005250             AND SL-PARM-OVER-PCT > '100'
005260             MOVE SL-PARM-OVER-PCT TO SL-OVER-PCT
005270         ELSE
005280             PERFORM 1900-CARD-ERROR THRU 1900-EXIT
005290         END-IF
005300     END-IF.
005310 1200-EXIT.
005320     EXIT.
005330
005340 1300-EDIT-SLA-CARD.
005350     IF SL-CARD-REGION = SPACES
005360         OR SL-SLA-CARD-TIME IS NOT NUMERIC
005370         OR SL-SLA-CARD-TIME (1:2) > '23'
005380         OR SL-SLA-CARD-TIME (3:2) > '59'
005390         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
005400     END-IF
005410     IF SL-SLA-CARD-DAYS NOT = SPACE
005420         AND SL-SLA-CARD-DAYS IS NOT NUMERIC
005430         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
005440     END-IF
005450     IF SL-SLA-COUNT NOT < SL-SLA-MAX
005460         DISPLAY 'DTSLARPT: SLA TABLE FULL - CARD FOR REGION '''
005470             SL-CARD-REGION ''' IGNORED'
005480         GO TO 1300-EXIT
005490     END-IF
005500     ADD 1 TO SL-SLA-COUNT
005510     MOVE SL-CARD-REGION TO SL-SLA-REGION (SL-SLA-COUNT)
005520     MOVE SL-SLA-CARD-TIME TO SL-SLA-TIME (SL-SLA-COUNT)
005530     IF SL-SLA-CARD-DAYS = SPACE
005540         MOVE 1 TO SL-SLA-DAYS (SL-SLA-COUNT)
005550     ELSE
005560         MOVE SL-SLA-CARD-DAYS TO SL-SLA-DAYS (SL-SLA-COUNT)
005570     END-IF.
005580 1300-EXIT.
005590     EXIT.
005600
005610 1900-CARD-ERROR.
005620     DISPLAY 'DTSLARPT: DTSYSIN CARD IN ERROR - ' SL-CARD
005630     DISPLAY 'DTSLARPT: NOTHING REPORTED'
005640     CLOSE DTSYSIN-FILE
005650     MOVE 12 TO RETURN-CODE
005660     STOP RUN.
005670 1900-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710*    2000-SCAN-STEP-DATES - FIRST PASS OF DTSTPLOG, COLLECTING
005720*    EVERY REGION / BUSINESS DATE IN THE SELECTION.  A MISSING
005730*    LOG LEAVES NOTHING TO REPORT; AN UNREADABLE ONE IS RC 16.
005740*****************************************************************
005750 2000-SCAN-STEP-DATES.
005760     OPEN INPUT DTSTPLOG-FILE
005770     IF NOT SL-STPLOG-OK
005780         IF SL-STPLOG-STATUS = '35'
005790             DISPLAY 'DTSLARPT: NO DTSTPLOG - NOTHING TO REPORT'
005800             GO TO 2000-EXIT
005810         END-IF
005820         DISPLAY 'DTSLARPT: UNABLE TO OPEN DTSTPLOG - STATUS '
005830             SL-STPLOG-STATUS ' - NO REPORT'
005840         CLOSE DTREPORT-FILE
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF
005880     PERFORM 2100-COLLECT-STEP-DATE THRU 2100-EXIT
005890         UNTIL NOT SL-STPLOG-OK
005900     CLOSE DTSTPLOG-FILE.
005910 2000-EXIT.
005920     EXIT.
005930
005940 2100-COLLECT-STEP-DATE.
005950     READ DTSTPLOG-FILE
005960         AT END
005970             GO TO 2100-EXIT
005980     END-READ
005990     IF NOT SL-REGION-ALL
006000         AND DTSTP-REGION-CODE NOT = SL-SEL-REGION
006010         GO TO 2100-EXIT
006020     END-IF
006030     PERFORM 2150-FIND-REGION-DATE THRU 2150-EXIT
006040     IF SL-RD-PICK NOT = ZERO
006050         GO TO 2100-EXIT
006060     END-IF
006070     IF SL-RD-COUNT NOT < SL-RD-MAX
006080         DISPLAY 'DTSLARPT: DATE TABLE FULL - REGION '''
006090             DTSTP-REGION-CODE ''' DATE ' DTSTP-BUSINESS-DATE
006100             ' NOT REPORTED'
006110         GO TO 2100-EXIT
006120     END-IF
006130     ADD 1 TO SL-RD-COUNT
006140     MOVE DTSTP-REGION-CODE TO SL-RD-REGION (SL-RD-COUNT)
006150     MOVE DTSTP-BUSINESS-DATE TO SL-RD-DATE (SL-RD-COUNT)
006160     MOVE SPACE TO SL-RD-CLASS (SL-RD-COUNT).
006170 2100-EXIT.
006180     EXIT.
006190
006200 2150-FIND-REGION-DATE.
006210     MOVE ZERO TO SL-RD-PICK
006220     PERFORM 2160-MATCH-REGION-DATE THRU 2160-EXIT
006230         VARYING SL-RD-SUB FROM 1 BY 1
006240         UNTIL SL-RD-SUB > SL-RD-COUNT.
006250 2150-EXIT.
006260     EXIT.
006270
006280 2160-MATCH-REGION-DATE.
006290     IF SL-RD-REGION (SL-RD-SUB) = DTSTP-REGION-CODE
006300         AND SL-RD-DATE (SL-RD-SUB) = DTSTP-BUSINESS-DATE
006310         MOVE SL-RD-SUB TO SL-RD-PICK
006320         MOVE SL-RD-COUNT TO SL-RD-SUB
006330     END-IF.
006340 2160-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380*    2500-BUILD-REGIONS - ONE REGION SLOT PER REGION ON THE
006390*    DATE TABLE.  THE REPORT DATE IS THE CARD DATE, OR ELSE THE
006400*    REGION'S LATEST BUSINESS DATE ON DTSTPLOG.
006410*****************************************************************
006420 2500-BUILD-REGIONS.
006430     MOVE ZERO TO SL-REG-PICK
006440     PERFORM 2550-MATCH-REGION THRU 2550-EXIT
006450         VARYING SL-REG-SUB FROM 1 BY 1
006460         UNTIL SL-REG-SUB > SL-REG-COUNT
006470     IF SL-REG-PICK = ZERO
006480         IF SL-REG-COUNT NOT < SL-REG-MAX
006490             DISPLAY 'DTSLARPT: REGION TABLE FULL - REGION '''
006500                 SL-RD-REGION (SL-RD-SUB) ''' NOT REPORTED'
006510             GO TO 2500-EXIT
006520         END-IF
006530         ADD 1 TO SL-REG-COUNT
006540         MOVE SL-REG-COUNT TO SL-REG-PICK
006550         MOVE SL-RD-REGION (SL-RD-SUB) TO
006560             SL-REG-CODE (SL-REG-PICK)
006570         MOVE SL-SEL-DATE TO SL-REG-REPORT-DATE (SL-REG-PICK)
006580         MOVE ZERO TO SL-REG-PRIOR-CNT (SL-REG-PICK)
006590         MOVE ZERO TO SL-REG-CHK-DATE (SL-REG-PICK)
006600         MOVE ZERO TO SL-REG-CHK-TIME (SL-REG-PICK)
006610         MOVE ZERO TO SL-REG-CMP-DATE (SL-REG-PICK)
006620         MOVE ZERO TO SL-REG-CMP-TIME (SL-REG-PICK)
006630     END-IF
006640     IF SL-SEL-DATE = ZERO
006650         AND SL-RD-DATE (SL-RD-SUB) >
006660             SL-REG-REPORT-DATE (SL-REG-PICK)
006670         MOVE SL-RD-DATE (SL-RD-SUB) TO
006680             SL-REG-REPORT-DATE (SL-REG-PICK)
006690     END-IF.
006700 2500-EXIT.
006710     EXIT.
006720
006730 2550-MATCH-REGION.
006740     IF SL-REG-CODE (SL-REG-SUB) = SL-RD-REGION (SL-RD-SUB)
006750         MOVE SL-REG-SUB TO SL-REG-PICK
006760         MOVE SL-REG-COUNT TO SL-REG-SUB
006770     END-IF.
006780 2550-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820*    2600-SELECT-DATES - MARK ONE REGION'S REPORT DATE, THEN
006830*    WALK BACK THROUGH ITS DATES ON THE TABLE PICKING THE NEXT
006840*    LATEST EACH TIME UNTIL THE PRIOR-DATE COUNT IS MET OR THE
006850*    REGION RUNS OUT OF HISTORY.
006860*****************************************************************
006870 2600-SELECT-DATES.
006880     PERFORM 2610-MARK-REPORT-DATE THRU 2610-EXIT
006890         VARYING SL-RD-SUB FROM 1 BY 1
006900         UNTIL SL-RD-SUB > SL-RD-COUNT
006910     MOVE SL-REG-REPORT-DATE (SL-REG-SUB) TO SL-CEILING-DATE
006920     MOVE 'N' TO SL-PRIOR-DONE-SW
006930     PERFORM 2620-PICK-PRIOR-DATE THRU 2620-EXIT
006940         UNTIL SL-PRIOR-DONE
006950            OR SL-REG-PRIOR-CNT (SL-REG-SUB) NOT < SL-PRIOR-DAYS.
006960 2600-EXIT.
006970     EXIT.
006980
006990 2610-MARK-REPORT-DATE.
007000     IF SL-RD-REGION (SL-RD-SUB) = SL-REG-CODE (SL-REG-SUB)
007010         AND SL-RD-DATE (SL-RD-SUB) =
007020             SL-REG-REPORT-DATE (SL-REG-SUB)
007030         SET SL-RD-REPORT-DATE (SL-RD-SUB) TO TRUE
007040     END-IF.
007050 2610-EXIT.
007060     EXIT.
007070
007080 2620-PICK-PRIOR-DATE.
007090     MOVE ZERO TO SL-BEST-DATE
007100     MOVE ZERO TO SL-RD-PICK
007110     PERFORM 2630-FIND-LATEST-BELOW THRU 2630-EXIT
007120         VARYING SL-RD-SUB FROM 1 BY 1
007130         UNTIL SL-RD-SUB > SL-RD-COUNT
007140     IF SL-RD-PICK = ZERO
007150         SET SL-PRIOR-DONE TO TRUE
007160         GO TO 2620-EXIT
007170     END-IF
007180     SET SL-RD-PRIOR-DATE (SL-RD-PICK) TO TRUE
007190     ADD 1 TO SL-REG-PRIOR-CNT (SL-REG-SUB)
007200     MOVE SL-BEST-DATE TO SL-CEILING-DATE.
007210 2620-EXIT.
007220     EXIT.
007230
007240 2630-FIND-LATEST-BELOW.
007250     IF SL-RD-REGION (SL-RD-SUB) = SL-REG-CODE (SL-REG-SUB)
007260         AND SL-RD-DATE (SL-RD-SUB) < SL-CEILING-DATE
007270         AND SL-RD-DATE (SL-RD-SUB) > SL-BEST-DATE
007280         MOVE SL-RD-DATE (SL-RD-SUB) TO SL-BEST-DATE
007290         MOVE SL-RD-SUB TO SL-RD-PICK
007300     END-IF.
007310 2630-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350*    3000-PAIR-STEPS - SECOND PASS OF DTSTPLOG.  EACH 'STRT' ON
007360*    A WANTED DATE OPENS (OR REOPENS, ON A RERUN) THE STEP'S
007370*    SLOT; EACH 'ENDS' CLOSES IT, TAKES THE RESULT CODE AND
007380*    TIMES THE STEP FROM ITS LAST START.
007390*****************************************************************
007400 3000-PAIR-STEPS.
007410     IF SL-RD-COUNT = ZERO
007420         GO TO 3000-EXIT
007430     END-IF
007440     OPEN INPUT DTSTPLOG-FILE
007450     IF NOT SL-STPLOG-OK
007460         DISPLAY 'DTSLARPT: UNABLE TO REOPEN DTSTPLOG - STATUS '
007470             SL-STPLOG-STATUS ' - NO REPORT'
007480         CLOSE DTREPORT-FILE
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF
007520     PERFORM 3100-PAIR-STEP-RECORD THRU 3100-EXIT
007530         UNTIL NOT SL-STPLOG-OK
007540     CLOSE DTSTPLOG-FILE.
007550 3000-EXIT.
007560     EXIT.
007570
007580 3100-PAIR-STEP-RECORD.
007590     READ DTSTPLOG-FILE
007600         AT END
007610             GO TO 3100-EXIT
007620     END-READ
007630     PERFORM 2150-FIND-REGION-DATE THRU 2150-EXIT
007640     IF SL-RD-PICK = ZERO
007650         GO TO 3100-EXIT
007660     END-IF
007670     IF SL-RD-NOT-WANTED (SL-RD-PICK)
007680         GO TO 3100-EXIT
007690     END-IF
007700     MOVE ZERO TO SL-RUN-PICK
007710     PERFORM 3150-MATCH-RUN THRU 3150-EXIT
007720         VARYING SL-RUN-SUB FROM 1 BY 1
007730         UNTIL SL-RUN-SUB > SL-RUN-COUNT
007740     IF SL-RUN-PICK = ZERO
007750         IF SL-RUN-COUNT NOT < SL-RUN-MAX
007760             DISPLAY 'DTSLARPT: STEP TABLE FULL - STEP '
007770                 DTSTP-STEP-NAME ' REGION ''' DTSTP-REGION-CODE
007780                 ''' DATE ' DTSTP-BUSINESS-DATE ' NOT TIMED'
007790             GO TO 3100-EXIT
007800         END-IF
007810         PERFORM 3200-ADD-RUN THRU 3200-EXIT
007820     END-IF
007830     IF DTSTP-ACTION-START
007840         ADD 1 TO SL-RUN-STRT-CNT (SL-RUN-PICK)
007850         MOVE 'Y' TO SL-RUN-OPEN-SW (SL-RUN-PICK)
007860         MOVE 'N' TO SL-RUN-ENDED-SW (SL-RUN-PICK)
007870         MOVE DTSTP-STAMP-DATE TO SL-RUN-START-DATE (SL-RUN-PICK)
007880         MOVE DTSTP-STAMP-TIME TO SL-RUN-START-TIME (SL-RUN-PICK)
007890         GO TO 3100-EXIT
007900     END-IF
007910     IF NOT DTSTP-ACTION-END
007920         GO TO 3100-EXIT
007930     END-IF
007940     MOVE 'Y' TO SL-RUN-ENDED-SW (SL-RUN-PICK)
007950     MOVE DTSTP-STAMP-DATE TO SL-RUN-END-DATE (SL-RUN-PICK)
007960     MOVE DTSTP-STAMP-TIME TO SL-RUN-END-TIME (SL-RUN-PICK)
007970     MOVE DTSTP-RESULT-CODE TO SL-RUN-RESULT (SL-RUN-PICK)
007980     IF SL-RUN-OPEN (SL-RUN-PICK)
007990         MOVE SL-RUN-START-DATE (SL-RUN-PICK) TO SL-EL-FROM-DATE
008000         MOVE SL-RUN-START-TIME (SL-RUN-PICK) TO SL-EL-FROM-TIME
008010         MOVE DTSTP-STAMP-DATE TO SL-EL-TO-DATE
008020         MOVE DTSTP-STAMP-TIME TO SL-EL-TO-TIME
008030         PERFORM 8000-COMPUTE-ELAPSED THRU 8000-EXIT
008040         MOVE SL-EL-MINUTES TO SL-RUN-MINUTES (SL-RUN-PICK)
008050     END-IF
008060     MOVE 'N' TO SL-RUN-OPEN-SW (SL-RUN-PICK).
008070 3100-EXIT.
008080     EXIT.
008090
008100 3150-MATCH-RUN.
008110     IF SL-RUN-REGION (SL-RUN-SUB) = DTSTP-REGION-CODE
008120         AND SL-RUN-DATE (SL-RUN-SUB) = DTSTP-BUSINESS-DATE
008130         AND SL-RUN-STEP (SL-RUN-SUB) = DTSTP-STEP-NAME
008140         MOVE SL-RUN-SUB TO SL-RUN-PICK
008150         MOVE SL-RUN-COUNT TO SL-RUN-SUB
008160     END-IF.
008170 3150-EXIT.
008180     EXIT.
008190
008200 3200-ADD-RUN.
008210     ADD 1 TO SL-RUN-COUNT
008220     MOVE SL-RUN-COUNT TO SL-RUN-PICK
008230     MOVE DTSTP-REGION-CODE TO SL-RUN-REGION (SL-RUN-PICK)
008240     MOVE DTSTP-BUSINESS-DATE TO SL-RUN-DATE (SL-RUN-PICK)
008250     MOVE SL-RD-CLASS (SL-RD-PICK) TO SL-RUN-CLASS (SL-RUN-PICK)
008260     MOVE DTSTP-STEP-NAME TO SL-RUN-STEP (SL-RUN-PICK)
008270     MOVE ZERO TO SL-RUN-STRT-CNT (SL-RUN-PICK)
008280     MOVE 'N' TO SL-RUN-OPEN-SW (SL-RUN-PICK)
008290     MOVE 'N' TO SL-RUN-ENDED-SW (SL-RUN-PICK)
008300     MOVE ZERO TO SL-RUN-START-DATE (SL-RUN-PICK)
008310     MOVE ZERO TO SL-RUN-START-TIME (SL-RUN-PICK)
008320     MOVE ZERO TO SL-RUN-END-DATE (SL-RUN-PICK)
008330     MOVE ZERO TO SL-RUN-END-TIME (SL-RUN-PICK)
008340     MOVE ZERO TO SL-RUN-RESULT (SL-RUN-PICK)
008350     MOVE ZERO TO SL-RUN-MINUTES (SL-RUN-PICK).
008360 3200-EXIT.
008370     EXIT.
008380
008390*****************************************************************
008400*    3500-LOAD-CHECKPOINTS - THE DTVALID CHECKPOINT STAMP FOR
008410*    EACH REGION'S REPORT DATE IS THE CREATED STAMP OF ITS LAST
008420*    CHECKPOINT ENTRY ON DTBIZHST (A RERUN AFTER A REVERSAL
008430*    REPLACES AN EARLIER ONE).  REVERSAL ENTRIES ARE NOT
008440*    CHECKPOINTS AND ARE PASSED OVER.
008450*****************************************************************
008460 3500-LOAD-CHECKPOINTS.
008470     IF SL-REG-COUNT = ZERO
008480         GO TO 3500-EXIT
008490     END-IF
008500     OPEN INPUT DTBIZHST-FILE
008510     IF NOT SL-BIZHST-OK
008520         DISPLAY 'DTSLARPT: DTBIZHST NOT AVAILABLE - STATUS '
008530             SL-BIZHST-STATUS ' - STREAM TIMES NOT SHOWN'
008540         GO TO 3500-EXIT
008550     END-IF
008560     PERFORM 3510-READ-HISTORY THRU 3510-EXIT
008570         UNTIL NOT SL-BIZHST-OK
008580     CLOSE DTBIZHST-FILE.
008590 3500-EXIT.
008600     EXIT.
008610
008620 3510-READ-HISTORY.
008630     READ DTBIZHST-FILE
008640         AT END
008650             GO TO 3510-EXIT
008660     END-READ
008670     IF NOT DTHST-ENTRY-CHECKPOINT
008680         GO TO 3510-EXIT
008690     END-IF
008700     MOVE ZERO TO SL-REG-PICK
008710     PERFORM 3520-MATCH-HISTORY THRU 3520-EXIT
008720         VARYING SL-REG-SUB FROM 1 BY 1
008730         UNTIL SL-REG-SUB > SL-REG-COUNT
008740     IF SL-REG-PICK = ZERO
008750         GO TO 3510-EXIT
008760     END-IF
008770     MOVE DTHST-CREATED-DATE TO SL-REG-CHK-DATE (SL-REG-PICK)
008780     MOVE DTHST-CREATED-TIME TO SL-REG-CHK-TIME (SL-REG-PICK).
008790 3510-EXIT.
008800     EXIT.
008810
008820 3520-MATCH-HISTORY.
008830     IF SL-REG-CODE (SL-REG-SUB) = DTHST-REGION-CODE
008840         AND SL-REG-REPORT-DATE (SL-REG-SUB) = DTHST-BUSINESS-DATE
008850         MOVE SL-REG-SUB TO SL-REG-PICK
008860         MOVE SL-REG-COUNT TO SL-REG-SUB
008870     END-IF.
008880 3520-EXIT.
008890     EXIT.
008900
008910*****************************************************************
008920*    3600-LOAD-COMPLETIONS - THE DTCLOSE COMPLETION STAMP FOR
008930*    EACH REGION'S REPORT DATE IS THE SYSTEM STAMP OF ITS LAST
008940*    'CLSE' ROW ON DTAUDIT.  A LATER 'RVSL' ROW FOR THE SAME
008950*    DATE MEANS THE STREAM WAS REOPENED OR BACKED OUT AND THE
008960*    EARLIER CLOSE NO LONGER COUNTS.
008970*****************************************************************
008980 3600-LOAD-COMPLETIONS.
008990     IF SL-REG-COUNT = ZERO
009000         GO TO 3600-EXIT
009010     END-IF
009020     OPEN INPUT DTAUDIT-FILE
009030     IF NOT SL-AUDIT-OK
009040         DISPLAY 'DTSLARPT: DTAUDIT NOT AVAILABLE - STATUS '
009050             SL-AUDIT-STATUS ' - COMPLETIONS NOT SHOWN'
009060         GO TO 3600-EXIT
009070     END-IF
009080     PERFORM 3610-READ-AUDIT THRU 3610-EXIT
009090         UNTIL NOT SL-AUDIT-OK
009100     CLOSE DTAUDIT-FILE.
009110 3600-EXIT.
009120     EXIT.
009130
009140 3610-READ-AUDIT.
009150     READ DTAUDIT-FILE
009160         AT END
009170             GO TO 3610-EXIT
009180     END-READ
009190     IF DTAUD-RESULT NOT = 'CLSE'
009200         AND DTAUD-RESULT NOT = 'RVSL'
009210         GO TO 3610-EXIT
009220     END-IF
009230     MOVE ZERO TO SL-REG-PICK
009240     PERFORM 3620-MATCH-AUDIT THRU 3620-EXIT
009250         VARYING SL-REG-SUB FROM 1 BY 1
009260         UNTIL SL-REG-SUB > SL-REG-COUNT
009270     IF SL-REG-PICK = ZERO
009280         GO TO 3610-EXIT
009290     END-IF
009300     IF DTAUD-RESULT = 'CLSE'
009310         MOVE DTAUD-SYSTEM-DATE TO SL-REG-CMP-DATE (SL-REG-PICK)
009320         MOVE DTAUD-SYSTEM-TIME TO SL-REG-CMP-TIME (SL-REG-PICK)
009330     ELSE
009340         MOVE ZERO TO SL-REG-CMP-DATE (SL-REG-PICK)
009350         MOVE ZERO TO SL-REG-CMP-TIME (SL-REG-PICK)
009360     END-IF.
009370 3610-EXIT.
009380     EXIT.
009390
009400 3620-MATCH-AUDIT.
009410     IF SL-REG-CODE (SL-REG-SUB) = DTAUD-REGION-CODE
009420         AND SL-REG-REPORT-DATE (SL-REG-SUB) = DTAUD-ENTERED-DATE
009430         MOVE SL-REG-SUB TO SL-REG-PICK
009440         MOVE SL-REG-COUNT TO SL-REG-SUB
009450     END-IF.
009460 3620-EXIT.
009470     EXIT.
009480
009490*****************************************************************
009500*    4000-REPORT-REGION - ONE REGION'S SECTION: A LINE PER STEP
009510*    ON THE REPORT DATE, IN THE ORDER THE STEPS FIRST APPEARED
009520*    ON DTSTPLOG, THEN THE STREAM LINE.
009530*****************************************************************
009540 4000-REPORT-REGION.
009550     ADD 1 TO SL-TOT-REGIONS
009560     MOVE SL-REG-CODE (SL-REG-SUB) TO SL-SEC-REGION
009570     MOVE SL-REG-REPORT-DATE (SL-REG-SUB) TO SL-SEC-DATE
009580     MOVE SPACES TO SL-PRINT-REC
009590     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
009600     MOVE SL-SECTION-LINE TO SL-PRINT-REC
009610     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
009620     MOVE ZERO TO SL-STEPS-ON-DATE
009630     PERFORM 4100-REPORT-STEP THRU 4100-EXIT
009640         VARYING SL-RUN-SUB FROM 1 BY 1
009650         UNTIL SL-RUN-SUB > SL-RUN-COUNT
009660     IF SL-STEPS-ON-DATE = ZERO
009670         MOVE 'NO STEP MILESTONES LOGGED FOR THIS BUSINESS DATE'
009680             TO SL-MSG-TEXT
009690         MOVE SL-MESSAGE-LINE TO SL-PRINT-REC
009700         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
009710     END-IF
009720     PERFORM 4500-REPORT-STREAM THRU 4500-EXIT.
009730 4000-EXIT.
009740     EXIT.
009750
009760 4100-REPORT-STEP.
009770     IF SL-RUN-REGION (SL-RUN-SUB) NOT = SL-REG-CODE (SL-REG-SUB)
009780         OR SL-RUN-CLASS (SL-RUN-SUB) NOT = 'R'
009790         GO TO 4100-EXIT
009800     END-IF
009810     ADD 1 TO SL-STEPS-ON-DATE
009820     ADD 1 TO SL-TOT-STEPS
009830     MOVE ZERO TO SL-AVG-SUM
009840     MOVE ZERO TO SL-AVG-CNT
009850     MOVE ZERO TO SL-AVG-MINUTES
009860     PERFORM 4200-ADD-TO-AVERAGE THRU 4200-EXIT
009870         VARYING SL-RUN-PICK FROM 1 BY 1
009880         UNTIL SL-RUN-PICK > SL-RUN-COUNT
009890     IF SL-AVG-CNT > ZERO
009900         COMPUTE SL-AVG-MINUTES ROUNDED = SL-AVG-SUM / SL-AVG-CNT
009910     END-IF
009920
009930     MOVE SPACES TO SL-DETAIL-LINE
009940     MOVE SL-RUN-STEP (SL-RUN-SUB) TO SL-DTL-STEP
009950     MOVE ZERO TO SL-FLAG-SUB
009960     IF SL-RUN-STRT-CNT (SL-RUN-SUB) = ZERO
009970         MOVE 'NO START' TO SL-DTL-START-X
009980     ELSE
009990         MOVE SL-RUN-START-DATE (SL-RUN-SUB) TO SL-DTL-START-DATE
010000         MOVE SL-RUN-START-TIME (SL-RUN-SUB) TO SL-DTL-START-TIME
010010     END-IF
010020     IF SL-RUN-ENDED (SL-RUN-SUB)
010030         MOVE SL-RUN-END-DATE (SL-RUN-SUB) TO SL-DTL-END-DATE
010040         MOVE SL-RUN-END-TIME (SL-RUN-SUB) TO SL-DTL-END-TIME
010050         MOVE SL-RUN-RESULT (SL-RUN-SUB) TO SL-DTL-RC
010060     ELSE
010070         MOVE 'STILL OPEN' TO SL-DTL-END-X
010080         ADD 1 TO SL-TOT-NO-END
010090         MOVE 'NO END' TO SL-FLAG-TEXT
010100         PERFORM 4300-ADD-FLAG THRU 4300-EXIT
010110     END-IF
010120     IF SL-RUN-ENDED (SL-RUN-SUB)
010130         AND SL-RUN-STRT-CNT (SL-RUN-SUB) > ZERO
010140         MOVE SL-RUN-MINUTES (SL-RUN-SUB) TO SL-DTL-ELAPSED
010150     END-IF
010160     IF SL-AVG-CNT > ZERO
010170         MOVE SL-AVG-MINUTES TO SL-DTL-AVERAGE
010180     END-IF
010190     MOVE SL-AVG-CNT TO SL-DTL-DAYS
010200     IF SL-RUN-ENDED (SL-RUN-SUB)
010210         AND SL-RUN-STRT-CNT (SL-RUN-SUB) > ZERO
010220         AND SL-AVG-MINUTES > ZERO
010230         AND SL-RUN-MINUTES (SL-RUN-SUB) * 100 >
010240             SL-AVG-MINUTES * SL-OVER-PCT
010250         ADD 1 TO SL-TOT-OVER-AVG
010260         MOVE 'OVER AVERAGE' TO SL-FLAG-TEXT
010270         PERFORM 4300-ADD-FLAG THRU 4300-EXIT
010280     END-IF
010290     IF SL-RUN-ENDED (SL-RUN-SUB)
010300         AND SL-RUN-RESULT (SL-RUN-SUB) NOT = ZERO
010310         ADD 1 TO SL-TOT-BAD-RC
010320         MOVE 'RESULT CODE' TO SL-FLAG-TEXT
010330         PERFORM 4300-ADD-FLAG THRU 4300-EXIT
010340     END-IF
010350     IF SL-RUN-STRT-CNT (SL-RUN-SUB) > 1
010360         MOVE 'RERUN' TO SL-FLAG-TEXT
010370         PERFORM 4300-ADD-FLAG THRU 4300-EXIT
010380     END-IF
010390     MOVE SL-DETAIL-LINE TO SL-PRINT-REC
010400     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
010410 4100-EXIT.
010420     EXIT.
010430
010440 4200-ADD-TO-AVERAGE.
010450     IF SL-RUN-REGION (SL-RUN-PICK) = SL-REG-CODE (SL-REG-SUB)
010460         AND SL-RUN-STEP (SL-RUN-PICK) = SL-RUN-STEP (SL-RUN-SUB)
010470         AND SL-RUN-CLASS (SL-RUN-PICK) = 'P'
010480         AND SL-RUN-ENDED (SL-RUN-PICK)
010490         AND SL-RUN-STRT-CNT (SL-RUN-PICK) > ZERO
010500         ADD SL-RUN-MINUTES (SL-RUN-PICK) TO SL-AVG-SUM
010510         ADD 1 TO SL-AVG-CNT
010520     END-IF.
010530 4200-EXIT.
010540     EXIT.
010550
010560*****************************************************************
010570*    4300-ADD-FLAG - PUT SL-FLAG-TEXT IN THE NEXT OF THE THREE
010580*    FLAG COLUMNS.  THE 'OVER AVERAGE', 'RESULT CODE' AND 'NO
010590*    END' FLAGS SET THE RUN'S CONDITION CODE; 'RERUN' IS
010600*    INFORMATION ONLY.
010610*****************************************************************
010620 4300-ADD-FLAG.
010630     IF SL-FLAG-SUB < 3
010640         ADD 1 TO SL-FLAG-SUB
010650         MOVE SL-FLAG-TEXT TO SL-DTL-FLAG (SL-FLAG-SUB)
010660     END-IF
010670     IF SL-FLAG-TEXT NOT = 'RERUN'
010680         MOVE 04 TO SL-RESULT-CODE
010690     END-IF.
010700 4300-EXIT.
010710     EXIT.
010720
010730*****************************************************************
010740*    4500-REPORT-STREAM - CHECKPOINT TO COMPLETION FOR THE
010750*    REPORT DATE, AGAINST THE REGION'S SLA WHEN IT HAS ONE.  A
010760*    STREAM NOT YET COMPLETED IS PAST ITS SLA ONCE THE DEADLINE
010770*    IS BEHIND THE RUN TIME.
010780*****************************************************************
010790 4500-REPORT-STREAM.
010800     MOVE SPACES TO SL-STR-FLAG
010810     MOVE 'N' TO SL-STREAM-FLAG-SW
010820     IF SL-REG-CHK-DATE (SL-REG-SUB) = ZERO
010830         MOVE 'NONE' TO SL-STR-CHK-X
010840     ELSE
010850         MOVE SPACES TO SL-STR-CHK-X
010860         MOVE SL-REG-CHK-DATE (SL-REG-SUB) TO SL-STR-CHK-DATE
010870         MOVE SL-REG-CHK-TIME (SL-REG-SUB) TO SL-STR-CHK-TIME
010880     END-IF
010890     IF SL-REG-CMP-DATE (SL-REG-SUB) = ZERO
010900         MOVE 'NOT COMPLETED' TO SL-STR-CMP-X
010910         ADD 1 TO SL-TOT-NOT-DONE
010920     ELSE
010930         MOVE SPACES TO SL-STR-CMP-X
010940         MOVE SL-REG-CMP-DATE (SL-REG-SUB) TO SL-STR-CMP-DATE
010950         MOVE SL-REG-CMP-TIME (SL-REG-SUB) TO SL-STR-CMP-TIME
010960     END-IF
010970     MOVE SPACES TO SL-STR-ELAPSED-X
010980     IF SL-REG-CHK-DATE (SL-REG-SUB) NOT = ZERO
010990         AND SL-REG-CMP-DATE (SL-REG-SUB) NOT = ZERO
011000         MOVE SL-REG-CHK-DATE (SL-REG-SUB) TO SL-EL-FROM-DATE
011010         MOVE SL-REG-CHK-TIME (SL-REG-SUB) TO SL-EL-FROM-TIME
011020         MOVE SL-REG-CMP-DATE (SL-REG-SUB) TO SL-EL-TO-DATE
011030         MOVE SL-REG-CMP-TIME (SL-REG-SUB) TO SL-EL-TO-TIME
011040         PERFORM 8000-COMPUTE-ELAPSED THRU 8000-EXIT
011050         MOVE SL-EL-MINUTES TO SL-STR-ELAPSED
011060     END-IF
011070
011080     MOVE ZERO TO SL-SLA-PICK
011090     PERFORM 4550-MATCH-SLA THRU 4550-EXIT
011100         VARYING SL-SLA-SUB FROM 1 BY 1
011110         UNTIL SL-SLA-SUB > SL-SLA-COUNT
011120     IF SL-SLA-PICK = ZERO
011130         MOVE 'NONE' TO SL-STR-SLA-X
011140         GO TO 4500-PRINT
011150     END-IF
011160     MOVE SPACES TO SL-STR-SLA-X
011170     MOVE SL-SLA-TIME (SL-SLA-PICK) TO SL-STR-SLA-TIME
011180     MOVE '+' TO SL-STR-SLA-X (6:1)
011190     MOVE SL-SLA-DAYS (SL-SLA-PICK) TO SL-STR-SLA-DAYS
011200     COMPUTE SL-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
011210             (FUNCTION INTEGER-OF-DATE
011220                 (SL-REG-REPORT-DATE (SL-REG-SUB))
011230              + SL-SLA-DAYS (SL-SLA-PICK))
011240     COMPUTE SL-DEADLINE-TIME = SL-SLA-TIME (SL-SLA-PICK) * 100
011250     IF SL-REG-CMP-DATE (SL-REG-SUB) = ZERO
011260         IF SL-SYSTEM-DATE > SL-DEADLINE-DATE
011270             OR (SL-SYSTEM-DATE = SL-DEADLINE-DATE
011280                 AND SL-SYSTEM-TIME > SL-DEADLINE-TIME)
011290             SET SL-STREAM-FLAGGED TO TRUE
011300         END-IF
011310     ELSE
011320         IF SL-REG-CMP-DATE (SL-REG-SUB) > SL-DEADLINE-DATE
011330             OR (SL-REG-CMP-DATE (SL-REG-SUB) = SL-DEADLINE-DATE
011340                 AND SL-REG-CMP-TIME (SL-REG-SUB) >
011350                     SL-DEADLINE-TIME)
011360             SET SL-STREAM-FLAGGED TO TRUE
011370         END-IF
011380     END-IF
011390     IF SL-STREAM-FLAGGED
011400         MOVE 'PAST SLA' TO SL-STR-FLAG
011410         ADD 1 TO SL-TOT-PAST-SLA
011420         MOVE 04 TO SL-RESULT-CODE
011430     END-IF.
011440 4500-PRINT.
011450     MOVE SL-STREAM-LINE TO SL-PRINT-REC
011460     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
011470 4500-EXIT.
011480     EXIT.
011490
011500 4550-MATCH-SLA.
011510     IF SL-SLA-REGION (SL-SLA-SUB) = SL-REG-CODE (SL-REG-SUB)
011520         MOVE SL-SLA-SUB TO SL-SLA-PICK
011530     END-IF.
011540 4550-EXIT.
011550     EXIT.
011560
011570*****************************************************************
011580*    6000-PRINT-TOTALS - END-OF-REPORT COUNTS.
011590*****************************************************************
011600 6000-PRINT-TOTALS.
011610     MOVE SPACES TO SL-PRINT-REC
011620     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
011630     MOVE 'REGIONS REPORTED' TO SL-TOT-LABEL
011640     MOVE SL-TOT-REGIONS TO SL-TOT-CNT
011650     MOVE SL-TOTAL-LINE TO SL-PRINT-REC
011660     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
011670     MOVE 'STEPS REPORTED' TO SL-TOT-LABEL
011680     MOVE SL-TOT-STEPS TO SL-TOT-CNT
011690     MOVE SL-TOTAL-LINE TO SL-PRINT-REC
011700     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
011710     MOVE 'STEPS OVER AVERAGE' TO SL-TOT-LABEL
011720     MOVE SL-TOT-OVER-AVG TO SL-TOT-CNT
011730     MOVE SL-TOTAL-LINE TO SL-PRINT-REC
011740     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
011750     MOVE 'STEPS WITH NONZERO RESULT CODE' TO SL-TOT-LABEL
011760     MOVE SL-TOT-BAD-RC TO SL-TOT-CNT
011770     MOVE SL-TOTAL-LINE TO SL-PRINT-REC
011780     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
011790     MOVE 'STEPS WITH NO END MILESTONE' TO SL-TOT-LABEL
011800     MOVE SL-TOT-NO-END TO SL-TOT-CNT
011810     MOVE SL-TOTAL-LINE TO SL-PRINT-REC
011820     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
011830     MOVE 'STREAMS NOT COMPLETED' TO SL-TOT-LABEL
011840     MOVE SL-TOT-NOT-DONE TO SL-TOT-CNT
011850     MOVE SL-TOTAL-LINE TO SL-PRINT-REC
011860     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
011870     MOVE 'STREAMS PAST SLA' TO SL-TOT-LABEL
011880     MOVE SL-TOT-PAST-SLA TO SL-TOT-CNT
011890     MOVE SL-TOTAL-LINE TO SL-PRINT-REC
011900     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
011910     MOVE SL-END-LINE TO SL-PRINT-REC
011920     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
011930 6000-EXIT.
011940     EXIT.
011950
011960*****************************************************************
011970*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE, RUN PARAMETERS AND
011980*    COLUMN HEADINGS.
011990*****************************************************************
012000 7000-PRINT-HEADINGS.
012010     ADD 1 TO SL-PAGE-NO
012020     MOVE SL-PAGE-NO TO SL-HDG-PAGE
012030     MOVE SL-SYSTEM-DATE TO SL-HDG-DATE
012040     MOVE SL-SYSTEM-TIME TO SL-HDG-TIME
012050     MOVE SL-PRIOR-DAYS TO SL-HDG-PRIOR
012060     MOVE SL-OVER-PCT TO SL-HDG-PCT
012070     WRITE SL-PRINT-REC FROM SL-HEADING-1
012080         AFTER ADVANCING PAGE
012090     WRITE SL-PRINT-REC FROM SL-HEADING-2
012100         AFTER ADVANCING 1 LINE
012110     MOVE SPACES TO SL-PRINT-REC
012120     WRITE SL-PRINT-REC
012130         AFTER ADVANCING 1 LINE
012140     WRITE SL-PRINT-REC FROM SL-COL-HDR
012150         AFTER ADVANCING 1 LINE
012160     MOVE 4 TO SL-LINE-COUNT.
012170 7000-EXIT.
012180     EXIT.
012190
012200*****************************************************************
012210*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
012220*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
012230*****************************************************************
012240 7100-WRITE-LINE.
012250     IF SL-LINE-COUNT > SL-LINES-PER-PAGE
012260         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
012270     END-IF
012280     WRITE SL-PRINT-REC
012290         AFTER ADVANCING 1 LINE
012300     ADD 1 TO SL-LINE-COUNT.
012310 7100-EXIT.
012320     EXIT.
012330
012340*****************************************************************
012350*    8000-COMPUTE-ELAPSED - WHOLE MINUTES (ROUNDED) FROM THE
012360*    SL-EL-FROM STAMP TO THE SL-EL-TO STAMP.  AN UNUSABLE STAMP
012370*    OR A TO-STAMP BEFORE THE FROM-STAMP GIVES ZERO.
012380*****************************************************************
012390 8000-COMPUTE-ELAPSED.
012400     MOVE ZERO TO SL-EL-MINUTES
012410     IF SL-EL-FROM-DATE < 16010101
012420         OR SL-EL-TO-DATE < 16010101
012430         GO TO 8000-EXIT
012440     END-IF
012450     COMPUTE SL-EL-SECONDS =
012460             (FUNCTION INTEGER-OF-DATE (SL-EL-TO-DATE)
012470              - FUNCTION INTEGER-OF-DATE (SL-EL-FROM-DATE))
012480             * 86400
012490             + (SL-EL-TO-HH * 3600) + (SL-EL-TO-MM * 60)
012500             + SL-EL-TO-SS
012510             - (SL-EL-FROM-HH * 3600) - (SL-EL-FROM-MM * 60)
012520             - SL-EL-FROM-SS
012530     IF SL-EL-SECONDS > ZERO
012540         COMPUTE SL-EL-MINUTES ROUNDED = SL-EL-SECONDS / 60
012550     END-IF.
012560 8000-EXIT.
012570     EXIT.
