000010*****************************************************************
000020*    PROGRAM-ID: DTEODGAT
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : ENTERPRISE END-OF-DAY GATE.  EACH REGIONAL
000080*                STREAM CLOSES ON ITS OWN THROUGH DTCLOSE, BUT
000090*                THE CONSOLIDATED GENERAL LEDGER AND TREASURY
000100*                JOBS MUST NOT START UNTIL EVERY REGION HAS
000110*                COMPLETED THE SAME BUSINESS DATE.  THIS RUN
000120*                READS EVERY REGION NAMED ON DTWINCTL AND ITS
000130*                DTBIZDTE CONTROL RECORD AND PROVES THAT ALL OF
000140*                THEM ARE STATUS 'C' ON ONE COMMON BUSINESS DATE
000150*                (THE GATE DATE) WITH NO DTSTPLOG STEP STILL
000160*                OPEN FOR THAT DATE.
000170*
000180*                WHEN THEY ARE, THE ENTERPRISE CONTROL RECORD -
000190*                REGION CODE 'ALL' ON DTBIZDTE - IS WRITTEN WITH
000200*                THE GATE DATE, STATUS 'C' AND THE LATEST
000210*                REGIONAL COMPLETION STAMP, AND THE CONSOLIDATED
000220*                JOBS PICK IT UP THROUGH DTGETDTE WITH REGION
000230*                'ALL' LIKE ANY OTHER STREAM.  WHEN THEY ARE NOT,
000240*                EVERY LAGGARD REGION IS LISTED WITH EACH REASON
000250*                IT FAILS, AN 'ALL' RECORD ALREADY ON FILE IS SET
000260*                BACK TO STATUS 'O' SO DTGETDTE REFUSES IT, AND
000270*                THE RUN ENDS RC 08 FOR THE SCHEDULER TO HOLD ON.
000280*
000290*                THE DTSYSIN CARD MAY CARRY THE GATE DATE
000300*                (YYYYMMDD, COLS 1-8).  WITHOUT IT THE GATE DATE
000310*                IS THE LATEST BUSINESS DATE ON ANY REGION'S
000320*                CONTROL RECORD - EVERY REGION BEHIND IT LAGS.
000330*                AS IN DTRECON, THE SPACE-REGION DTWINCTL ENTRY
000340*                IS THE FALLBACK WINDOW, NOT A STREAM, AND IS
000350*                NOT GATED.
000360*
000370*    MOD LOG   :
000380*    DATE       BY    DESCRIPTION
000390*    ---------- ----  ----------------------------------------
000400*    2026-10-15 JPK   ORIGINAL.
000410*
000420*    COND CODES:
000430*    00  GATE PASSED - 'ALL' RECORD WRITTEN FOR THE GATE DATE
000440*    08  GATE HELD - ONE OR MORE LAGGARD REGIONS (OR DTSTPLOG
000450*         COULD NOT BE READ), SEE DTREPORT
000460*    16  DTWINCTL, DTBIZDTE OR DTREPORT COULD NOT BE USED, NO
000470*         REGIONS TO GATE, OR THE 'ALL' RECORD COULD NOT BE
000480*         WRITTEN
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.    DTEODGAT.
000520 AUTHOR.        J. P. KOWALSKI.
000530 INSTALLATION.  BATCH CONTROL GROUP.
000540 DATE-WRITTEN.  2026-10-15.
000550 DATE-COMPILED.
000560
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.  IBM370.
000600 OBJECT-COMPUTER.  IBM370.
000610
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS EG-SYSIN-STATUS.
000670
000680     SELECT DTWINCTL-FILE ASSIGN TO DTWINCTL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS EG-WINCTL-STATUS.
000710
000720     SELECT DTBIZDTE-FILE ASSIGN TO DTBIZDTE
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS DTCTL-REGION-CODE
000760         FILE STATUS IS EG-BIZDTE-STATUS.
000770
000780     SELECT DTSTPLOG-FILE ASSIGN TO DTSTPLOG
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS EG-STPLOG-STATUS.
000810
000820     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS EG-REPORT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  DTSYSIN-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  EG-PARM-RECORD.
000920     05  EG-PARM-GATE-DATE           PIC X(08).
000930     05  FILLER                      PIC X(72).
000940
000950 FD  DTWINCTL-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 18 CHARACTERS.
000980 COPY DTWINREC.
000990
001000 FD  DTBIZDTE-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 COPY DTCTLREC.
001040
001050 FD  DTSTPLOG-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 COPY DTSTPREC.
001090
001100 FD  DTREPORT-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 132 CHARACTERS.
001130 01  EG-PRINT-REC                    PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160
001170 01  EG-FILE-STATUSES.
001180     05  EG-SYSIN-STATUS             PIC X(02) VALUE '99'.
001190         88  EG-SYSIN-OK                 VALUE '00'.
001200     05  EG-WINCTL-STATUS            PIC X(02) VALUE '99'.
001210         88  EG-WINCTL-OK                VALUE '00'.
001220     05  EG-BIZDTE-STATUS            PIC X(02) VALUE '99'.
001230         88  EG-BIZDTE-OK                VALUE '00'.
001240     05  EG-STPLOG-STATUS            PIC X(02) VALUE '99'.
001250         88  EG-STPLOG-OK                VALUE '00'.
001260     05  EG-REPORT-STATUS            PIC X(02) VALUE '99'.
001270         88  EG-REPORT-OK                VALUE '00'.
001280
001290 01  EG-SYSTEM-DATE-TIME             PIC X(21).
001300 01  EG-SYS-DT-R REDEFINES EG-SYSTEM-DATE-TIME.
001310     05  EG-SYS-YYYY                 PIC 9(04).
001320     05  EG-SYS-MM                   PIC 9(02).
001330     05  EG-SYS-DD                   PIC 9(02).
001340     05  EG-SYS-HH                   PIC 9(02).
001350     05  EG-SYS-MIN                  PIC 9(02).
001360     05  EG-SYS-SS                   PIC 9(02).
001370     05  FILLER                      PIC X(07).
001380 01  EG-SYSTEM-DATE                  PIC 9(08).
001390 01  EG-SYSTEM-TIME                  PIC 9(06).
001400
001410 01  EG-ENTERPRISE-REGION            PIC X(03) VALUE 'ALL'.
001420 01  EG-JOB-ID                       PIC X(08) VALUE 'DTEODGAT'.
001430
001440 01  EG-GATE-AREA.
001450     05  EG-GATE-DATE                PIC 9(08) VALUE ZERO.
001460     05  EG-GATE-FROM-CARD-SW        PIC X(01) VALUE 'N'.
001470         88  EG-GATE-FROM-CARD           VALUE 'Y'.
001480     05  EG-LATEST-BUS-TIME          PIC 9(06) VALUE ZERO.
001490     05  EG-LATEST-CMP-DATE          PIC 9(08) VALUE ZERO.
001500     05  EG-LATEST-CMP-TIME          PIC 9(06) VALUE ZERO.
001510     05  EG-RESULT-CODE              PIC 9(02) VALUE ZERO.
001520
001530 01  EG-SWITCHES.
001540     05  EG-STPLOG-FAILED-SW         PIC X(01) VALUE 'N'.
001550         88  EG-STPLOG-FAILED            VALUE 'Y'.
001560     05  EG-REGION-READY-SW          PIC X(01).
001570         88  EG-REGION-READY             VALUE 'Y'.
001580
001590*****************************************************************
001600*    ONE SLOT PER GATED REGION, SEEDED FROM DTWINCTL AND
001610*    FILLED FROM THE REGION'S DTBIZDTE CONTROL RECORD.
001620*****************************************************************
001630 01  EG-REGION-TABLE-AREA.
001640     05  EG-REG-COUNT                PIC 9(03) COMP VALUE ZERO.
001650     05  EG-REG-MAX                  PIC 9(03) COMP VALUE 50.
001660     05  EG-REG-SUB                  PIC 9(03) COMP.
001670     05  EG-REG-PICK                 PIC 9(03) COMP.
001680     05  EG-REG-ENTRY OCCURS 50 TIMES.
001690         10  EG-REG-CODE             PIC X(03).
001700         10  EG-REG-CTL-FOUND-SW     PIC X(01).
001710             88  EG-REG-CTL-FOUND        VALUE 'Y'.
001720         10  EG-REG-BUS-DATE         PIC 9(08).
001730         10  EG-REG-BUS-TIME         PIC 9(06).
001740         10  EG-REG-RUN-STATUS       PIC X(01).
001750         10  EG-REG-CMP-DATE         PIC 9(08).
001760         10  EG-REG-CMP-TIME         PIC 9(06).
001770         10  EG-REG-OPEN-STEPS       PIC 9(03) COMP.
001780
001790*****************************************************************
001800*    NET OPEN COUNT PER REGION AND STEP NAME OFF DTSTPLOG FOR
001810*    EACH REGION'S OWN BUSINESS DATE - THE SAME NETTING DTCLOSE
001820*    DOES FOR ONE REGION: 'STRT' ADDS ONE, 'ENDS' TAKES ONE.
001830*****************************************************************
001840 01  EG-STEP-TABLE-AREA.
001850     05  EG-STEP-COUNT               PIC 9(03) COMP VALUE ZERO.
001860     05  EG-STEP-MAX                 PIC 9(03) COMP VALUE 200.
001870     05  EG-STEP-SUB                 PIC 9(03) COMP.
001880     05  EG-STEP-PICK                PIC 9(03) COMP.
001890     05  EG-STEP-ENTRY OCCURS 200 TIMES.
001900         10  EG-STEP-REG-PICK        PIC 9(03) COMP.
001910         10  EG-STEP-NAME            PIC X(08).
001920         10  EG-STEP-OPEN-CNT        PIC S9(03) COMP.
001930
001940 01  EG-PRINT-CONTROL.
001950     05  EG-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001960     05  EG-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001970     05  EG-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
001980
001990 01  EG-TOTALS-AREA.
002000     05  EG-TOT-REGIONS              PIC 9(05) COMP VALUE ZERO.
002010     05  EG-TOT-READY                PIC 9(05) COMP VALUE ZERO.
002020     05  EG-TOT-LAGGING              PIC 9(05) COMP VALUE ZERO.
002030     05  EG-TOT-REASONS              PIC 9(05) COMP VALUE ZERO.
002040
002050 01  EG-HEADING-1.
002060     05  FILLER                      PIC X(10) VALUE 'DTEODGAT'.
002070     05  FILLER                      PIC X(44)
002080         VALUE 'ENTERPRISE END-OF-DAY GATE - ALL REGIONS'.
002090     05  FILLER                      PIC X(56) VALUE SPACES.
002100     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002110     05  EG-HDG-PAGE                 PIC ZZZZ9.
002120     05  FILLER                      PIC X(12) VALUE SPACES.
002130
002140 01  EG-HEADING-2.
002150     05  FILLER                      PIC X(10)
002160         VALUE 'GATE DATE '.
002170     05  EG-HDG-GATE                 PIC 9(08).
002180     05  FILLER                      PIC X(11)
002190         VALUE '  RUN DATE '.
002200     05  EG-HDG-RUN                  PIC 9(08).
002210     05  FILLER                      PIC X(06) VALUE '  TIME'.
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  EG-HDG-TIME                 PIC 9(06).
002240     05  FILLER                      PIC X(82) VALUE SPACES.
002250
002260 01  EG-COL-HDR.
002270     05  FILLER                      PIC X(46) VALUE
002280         '  REG  BUS-DATE  STATUS  COMPLETED-ON     OPEN'.
002290     05  FILLER                      PIC X(11) VALUE
002300         '  CONDITION'.
002310     05  FILLER                      PIC X(75) VALUE SPACES.
002320
002330 01  EG-DETAIL-LINE.
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  EG-DTL-REGION               PIC X(03).
002360     05  FILLER                      PIC X(02) VALUE SPACES.
002370     05  EG-DTL-BUS-DATE             PIC 9(08).
002380     05  FILLER                      PIC X(04) VALUE SPACES.
002390     05  EG-DTL-STATUS               PIC X(01).
002400     05  FILLER                      PIC X(05) VALUE SPACES.
002410     05  EG-DTL-CMP-DATE             PIC 9(08).
002420     05  FILLER                      PIC X(01) VALUE SPACES.
002430     05  EG-DTL-CMP-TIME             PIC 9(06).
002440     05  FILLER                      PIC X(03) VALUE SPACES.
002450     05  EG-DTL-OPEN                 PIC ZZZ9.
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  EG-DTL-CONDITION            PIC X(40).
002480     05  FILLER                      PIC X(43) VALUE SPACES.
002490
002500 01  EG-TOTAL-LINE.
002510     05  FILLER                      PIC X(02) VALUE SPACES.
002520     05  EG-TOT-LABEL                PIC X(34).
002530     05  EG-TOT-CNT                  PIC ZZZ,ZZ9.
002540     05  FILLER                      PIC X(89) VALUE SPACES.
002550
002560 01  EG-VERDICT-LINE.
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  EG-VERDICT-TEXT             PIC X(60).
002590     05  FILLER                      PIC X(70) VALUE SPACES.
002600
002610 01  EG-END-LINE.
002620     05  FILLER                      PIC X(21)
002630         VALUE '*** END OF REPORT ***'.
002640     05  FILLER                      PIC X(111) VALUE SPACES.
002650
002660 PROCEDURE DIVISION.
002670
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002700     PERFORM 2000-READ-CONTROL-RECORD THRU 2000-EXIT
002710         VARYING EG-REG-SUB FROM 1 BY 1
002720         UNTIL EG-REG-SUB > EG-REG-COUNT
002730     IF NOT EG-GATE-FROM-CARD
002740         PERFORM 2500-PICK-GATE-DATE THRU 2500-EXIT
002750             VARYING EG-REG-SUB FROM 1 BY 1
002760             UNTIL EG-REG-SUB > EG-REG-COUNT
002770     END-IF
002780     PERFORM 3000-TALLY-OPEN-STEPS THRU 3000-EXIT
002790     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002800     PERFORM 4000-JUDGE-REGION THRU 4000-EXIT
002810         VARYING EG-REG-SUB FROM 1 BY 1
002820         UNTIL EG-REG-SUB > EG-REG-COUNT
002830     IF EG-TOT-LAGGING = ZERO
002840         AND NOT EG-STPLOG-FAILED
002850         PERFORM 5000-WRITE-ENTERPRISE-RECORD THRU 5000-EXIT
002860     ELSE
002870         MOVE 08 TO EG-RESULT-CODE
002880         PERFORM 5500-WITHDRAW-ENTERPRISE-RECORD THRU 5500-EXIT
002890     END-IF
002900     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
002910     PERFORM 9999-TERMINATE THRU 9999-EXIT
002920     MOVE EG-RESULT-CODE TO RETURN-CODE
002930     STOP RUN.
002940
002950*****************************************************************
002960*    1000-INITIALIZE - SYSTEM DATE/TIME, THE OPTIONAL GATE-DATE
002970*    CARD, THE REPORT, THE REGION LIST OFF DTWINCTL AND THE
002980*    CONTROL FILE.  WITHOUT THE REGION LIST OR THE CONTROL
002990*    FILE THERE IS NOTHING TO GATE AND THE RUN STOPS RC 16.
003000*****************************************************************
003010 1000-INITIALIZE.
003020     MOVE FUNCTION CURRENT-DATE TO EG-SYSTEM-DATE-TIME
003030     COMPUTE EG-SYSTEM-DATE =
003040             (EG-SYS-YYYY * 10000) + (EG-SYS-MM * 100)
003050             + EG-SYS-DD
003060     COMPUTE EG-SYSTEM-TIME =
003070             (EG-SYS-HH * 10000) + (EG-SYS-MIN * 100)
003080             + EG-SYS-SS
003090
003100     OPEN INPUT DTSYSIN-FILE
003110     IF EG-SYSIN-OK
003120         READ DTSYSIN-FILE
003130             AT END
003140                 CONTINUE
003150             NOT AT END
003160                 IF EG-PARM-GATE-DATE IS NUMERIC
003170                     MOVE EG-PARM-GATE-DATE TO EG-GATE-DATE
003180                     SET EG-GATE-FROM-CARD TO TRUE
003190                 END-IF
003200         END-READ
003210         CLOSE DTSYSIN-FILE
003220     END-IF
003230
003240     OPEN OUTPUT DTREPORT-FILE
003250     IF NOT EG-REPORT-OK
003260         DISPLAY 'DTEODGAT: UNABLE TO OPEN DTREPORT - STATUS '
003270             EG-REPORT-STATUS ' - GATE NOT EVALUATED'
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310
003320     OPEN INPUT DTWINCTL-FILE
003330     IF NOT EG-WINCTL-OK
003340         DISPLAY 'DTEODGAT: UNABLE TO OPEN DTWINCTL - STATUS '
003350             EG-WINCTL-STATUS ' - GATE NOT EVALUATED'
003360         CLOSE DTREPORT-FILE
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF
003400     PERFORM 1100-LOAD-REGION THRU 1100-EXIT
003410         UNTIL NOT EG-WINCTL-OK
003420     CLOSE DTWINCTL-FILE
003430     IF EG-REG-COUNT = ZERO
003440         DISPLAY 'DTEODGAT: NO REGIONAL STREAMS ON DTWINCTL - '
003450             'GATE NOT EVALUATED'
003460         CLOSE DTREPORT-FILE
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF
003500
003510     OPEN I-O DTBIZDTE-FILE
003520     IF NOT EG-BIZDTE-OK
003530         DISPLAY 'DTEODGAT: UNABLE TO OPEN DTBIZDTE - STATUS '
003540             EG-BIZDTE-STATUS ' - GATE NOT EVALUATED'
003550         CLOSE DTREPORT-FILE
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590 1000-EXIT.
003600     EXIT.
003610
003620 1100-LOAD-REGION.
003630     READ DTWINCTL-FILE
003640         AT END
003650             GO TO 1100-EXIT
003660     END-READ
003670     IF DTWIN-REGION-CODE = SPACES
003680         OR DTWIN-REGION-CODE = EG-ENTERPRISE-REGION
003690         GO TO 1100-EXIT
003700     END-IF
003710     IF EG-REG-COUNT NOT < EG-REG-MAX
003720         DISPLAY 'DTEODGAT: REGION TABLE FULL - REGION '''
003730             DTWIN-REGION-CODE ''' NOT GATED'
003740         GO TO 1100-EXIT
003750     END-IF
003760     ADD 1 TO EG-REG-COUNT
003770     MOVE DTWIN-REGION-CODE TO EG-REG-CODE (EG-REG-COUNT)
003780     MOVE 'N' TO EG-REG-CTL-FOUND-SW (EG-REG-COUNT)
003790     MOVE ZERO TO EG-REG-BUS-DATE (EG-REG-COUNT)
003800     MOVE ZERO TO EG-REG-BUS-TIME (EG-REG-COUNT)
003810     MOVE SPACE TO EG-REG-RUN-STATUS (EG-REG-COUNT)
003820     MOVE ZERO TO EG-REG-CMP-DATE (EG-REG-COUNT)
003830     MOVE ZERO TO EG-REG-CMP-TIME (EG-REG-COUNT)
003840     MOVE ZERO TO EG-REG-OPEN-STEPS (EG-REG-COUNT).
003850 1100-EXIT.
003860     EXIT.
003870
003880*****************************************************************
003890*    2000-READ-CONTROL-RECORD - ONE REGION'S DTBIZDTE RECORD BY
003900*    KEY.  NO RECORD LEAVES THE SLOT NOT-FOUND FOR 4000.
003910*****************************************************************
003920 2000-READ-CONTROL-RECORD.
003930     MOVE EG-REG-CODE (EG-REG-SUB) TO DTCTL-REGION-CODE
003940     READ DTBIZDTE-FILE
003950         INVALID KEY
003960             GO TO 2000-EXIT
003970     END-READ
003980     MOVE 'Y' TO EG-REG-CTL-FOUND-SW (EG-REG-SUB)
003990     MOVE DTCTL-BUSINESS-DATE TO EG-REG-BUS-DATE (EG-REG-SUB)
004000     MOVE DTCTL-BUSINESS-TIME TO EG-REG-BUS-TIME (EG-REG-SUB)
004010     MOVE DTCTL-RUN-STATUS TO EG-REG-RUN-STATUS (EG-REG-SUB)
004020     MOVE DTCTL-COMPLETED-DATE TO EG-REG-CMP-DATE (EG-REG-SUB)
004030     MOVE DTCTL-COMPLETED-TIME TO EG-REG-CMP-TIME (EG-REG-SUB).
004040 2000-EXIT.
004050     EXIT.
004060
004070 2500-PICK-GATE-DATE.
004080     IF EG-REG-CTL-FOUND (EG-REG-SUB)
004090         AND EG-REG-BUS-DATE (EG-REG-SUB) > EG-GATE-DATE
004100         MOVE EG-REG-BUS-DATE (EG-REG-SUB) TO EG-GATE-DATE
004110     END-IF.
004120 2500-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160*    3000-TALLY-OPEN-STEPS - ONE PASS OF DTSTPLOG, NETTING EACH
004170*    GATED REGION'S STEPS FOR THE BUSINESS DATE ON ITS OWN
004180*    CONTROL RECORD, THEN ROLLING THE OPEN STEPS UP INTO THE
004190*    REGION SLOTS.  A MISSING LOG (STATUS 35) MEANS NO STREAM
004200*    RECORDS MILESTONES; AN UNREADABLE ONE HOLDS THE GATE, SINCE
004210*    NOTHING CAN THEN BE PROVED CLOSED.
004220*****************************************************************
004230 3000-TALLY-OPEN-STEPS.
004240     OPEN INPUT DTSTPLOG-FILE
004250     IF NOT EG-STPLOG-OK
004260         IF EG-STPLOG-STATUS NOT = '35'
004270             DISPLAY 'DTEODGAT: DTSTPLOG NOT READABLE - STATUS '
004280                 EG-STPLOG-STATUS ' - GATE HELD'
004290             SET EG-STPLOG-FAILED TO TRUE
004300         END-IF
004310         GO TO 3000-EXIT
004320     END-IF
004330     PERFORM 3100-TALLY-STEP-RECORD THRU 3100-EXIT
004340         UNTIL NOT EG-STPLOG-OK
004350     CLOSE DTSTPLOG-FILE
004360     PERFORM 3300-ROLL-UP-OPEN-STEP THRU 3300-EXIT
004370         VARYING EG-STEP-SUB FROM 1 BY 1
004380         UNTIL EG-STEP-SUB > EG-STEP-COUNT.
004390 3000-EXIT.
004400     EXIT.
004410
004420 3100-TALLY-STEP-RECORD.
004430     READ DTSTPLOG-FILE
004440         AT END
004450             GO TO 3100-EXIT
004460     END-READ
004470     MOVE ZERO TO EG-REG-PICK
004480     PERFORM 3150-MATCH-STEP-REGION THRU 3150-EXIT
004490         VARYING EG-REG-SUB FROM 1 BY 1
004500         UNTIL EG-REG-SUB > EG-REG-COUNT
004510     IF EG-REG-PICK = ZERO
004520         GO TO 3100-EXIT
004530     END-IF
004540     IF DTSTP-BUSINESS-DATE NOT = EG-REG-BUS-DATE (EG-REG-PICK)
004550         GO TO 3100-EXIT
004560     END-IF
004570     MOVE ZERO TO EG-STEP-PICK
004580     PERFORM 3200-MATCH-STEP-ENTRY THRU 3200-EXIT
004590         VARYING EG-STEP-SUB FROM 1 BY 1
004600         UNTIL EG-STEP-SUB > EG-STEP-COUNT
004610     IF EG-STEP-PICK = ZERO
004620         IF EG-STEP-COUNT < EG-STEP-MAX
004630             ADD 1 TO EG-STEP-COUNT
004640             MOVE EG-STEP-COUNT TO EG-STEP-PICK
004650             MOVE EG-REG-PICK TO EG-STEP-REG-PICK (EG-STEP-PICK)
004660             MOVE DTSTP-STEP-NAME TO EG-STEP-NAME (EG-STEP-PICK)
004670             MOVE ZERO TO EG-STEP-OPEN-CNT (EG-STEP-PICK)
004680         ELSE
004690             DISPLAY 'DTEODGAT: STEP TABLE FULL - DTSTPLOG NOT '
004700                 'FULLY CHECKED - GATE HELD'
004710             SET EG-STPLOG-FAILED TO TRUE
004720             GO TO 3100-EXIT
004730         END-IF
004740     END-IF
004750     IF DTSTP-ACTION-START
004760         ADD 1 TO EG-STEP-OPEN-CNT (EG-STEP-PICK)
004770     ELSE
004780         IF DTSTP-ACTION-END
004790             SUBTRACT 1 FROM EG-STEP-OPEN-CNT (EG-STEP-PICK)
004800         END-IF
004810     END-IF.
004820 3100-EXIT.
004830     EXIT.
004840
004850 3150-MATCH-STEP-REGION.
004860     IF EG-REG-CODE (EG-REG-SUB) = DTSTP-REGION-CODE
004870         AND EG-REG-CTL-FOUND (EG-REG-SUB)
004880         MOVE EG-REG-SUB TO EG-REG-PICK
004890         MOVE EG-REG-COUNT TO EG-REG-SUB
004900     END-IF.
004910 3150-EXIT.
004920     EXIT.
004930
004940 3200-MATCH-STEP-ENTRY.
004950     IF EG-STEP-REG-PICK (EG-STEP-SUB) = EG-REG-PICK
004960         AND EG-STEP-NAME (EG-STEP-SUB) = DTSTP-STEP-NAME
004970         MOVE EG-STEP-SUB TO EG-STEP-PICK
004980         MOVE EG-STEP-COUNT TO EG-STEP-SUB
004990     END-IF.
005000 3200-EXIT.
005010     EXIT.
005020
005030 3300-ROLL-UP-OPEN-STEP.
005040     IF EG-STEP-OPEN-CNT (EG-STEP-SUB) > ZERO
005050         MOVE EG-STEP-REG-PICK (EG-STEP-SUB) TO EG-REG-PICK
005060         ADD 1 TO EG-REG-OPEN-STEPS (EG-REG-PICK)
005070         DISPLAY 'DTEODGAT: REGION ''' EG-REG-CODE (EG-REG-PICK)
005080             ''' STEP ' EG-STEP-NAME (EG-STEP-SUB)
005090             ' HAS NO END MILESTONE'
005100     END-IF.
005110 3300-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150*    4000-JUDGE-REGION - APPLY THE GATE RULES TO ONE REGION AND
005160*    PRINT ONE LINE PER REASON IT LAGS, OR A SINGLE READY LINE.
005170*    THE REGION'S LATEST BUSINESS TIME AND COMPLETION STAMP ARE
005180*    KEPT FOR THE 'ALL' RECORD.
005190*****************************************************************
005200 4000-JUDGE-REGION.
005210     ADD 1 TO EG-TOT-REGIONS
005220     SET EG-REGION-READY TO TRUE
005230     IF NOT EG-REG-CTL-FOUND (EG-REG-SUB)
005240         MOVE 'NO CONTROL RECORD ON DTBIZDTE' TO EG-DTL-CONDITION
005250         PERFORM 4100-PRINT-REASON THRU 4100-EXIT
005260         ADD 1 TO EG-TOT-LAGGING
005270         GO TO 4000-EXIT
005280     END-IF
005290     IF EG-REG-BUS-DATE (EG-REG-SUB) < EG-GATE-DATE
005300         MOVE 'BEHIND THE GATE BUSINESS DATE' TO EG-DTL-CONDITION
005310         PERFORM 4100-PRINT-REASON THRU 4100-EXIT
005320     END-IF
005330     IF EG-REG-BUS-DATE (EG-REG-SUB) > EG-GATE-DATE
005340         MOVE 'AHEAD OF THE GATE BUSINESS DATE' TO
005350             EG-DTL-CONDITION
005360         PERFORM 4100-PRINT-REASON THRU 4100-EXIT
005370     END-IF
005380     IF EG-REG-RUN-STATUS (EG-REG-SUB) NOT = 'C'
005390         MOVE 'STREAM NOT COMPLETED BY DTCLOSE' TO
005400             EG-DTL-CONDITION
005410         PERFORM 4100-PRINT-REASON THRU 4100-EXIT
005420     END-IF
005430     IF EG-REG-OPEN-STEPS (EG-REG-SUB) > ZERO
005440         MOVE 'STEP(S) STILL OPEN ON DTSTPLOG' TO EG-DTL-CONDITION
005450         PERFORM 4100-PRINT-REASON THRU 4100-EXIT
005460     END-IF
005470     IF NOT EG-REGION-READY
005480         ADD 1 TO EG-TOT-LAGGING
005490         GO TO 4000-EXIT
005500     END-IF
005510     ADD 1 TO EG-TOT-READY
005520     MOVE 'READY' TO EG-DTL-CONDITION
005530     PERFORM 4200-PRINT-REGION-LINE THRU 4200-EXIT
005540     IF EG-REG-BUS-TIME (EG-REG-SUB) > EG-LATEST-BUS-TIME
005550         MOVE EG-REG-BUS-TIME (EG-REG-SUB) TO EG-LATEST-BUS-TIME
005560     END-IF
005570     IF EG-REG-CMP-DATE (EG-REG-SUB) > EG-LATEST-CMP-DATE
005580         OR (EG-REG-CMP-DATE (EG-REG-SUB) = EG-LATEST-CMP-DATE
005590             AND EG-REG-CMP-TIME (EG-REG-SUB) >
005600                 EG-LATEST-CMP-TIME)
005610         MOVE EG-REG-CMP-DATE (EG-REG-SUB) TO EG-LATEST-CMP-DATE
005620         MOVE EG-REG-CMP-TIME (EG-REG-SUB) TO EG-LATEST-CMP-TIME
005630     END-IF.
005640 4000-EXIT.
005650     EXIT.
005660
005670 4100-PRINT-REASON.
005680     MOVE 'N' TO EG-REGION-READY-SW
005690     ADD 1 TO EG-TOT-REASONS
005700     DISPLAY 'DTEODGAT: REGION ''' EG-REG-CODE (EG-REG-SUB)
005710         ''' LAGS - ' EG-DTL-CONDITION
005720     PERFORM 4200-PRINT-REGION-LINE THRU 4200-EXIT.
005730 4100-EXIT.
005740     EXIT.
005750
005760 4200-PRINT-REGION-LINE.
005770     MOVE EG-REG-CODE (EG-REG-SUB) TO EG-DTL-REGION
005780     MOVE EG-REG-BUS-DATE (EG-REG-SUB) TO EG-DTL-BUS-DATE
005790     IF EG-REG-CTL-FOUND (EG-REG-SUB)
005800         MOVE EG-REG-RUN-STATUS (EG-REG-SUB) TO EG-DTL-STATUS
005810     ELSE
005820         MOVE '-' TO EG-DTL-STATUS
005830     END-IF
005840     MOVE EG-REG-CMP-DATE (EG-REG-SUB) TO EG-DTL-CMP-DATE
005850     MOVE EG-REG-CMP-TIME (EG-REG-SUB) TO EG-DTL-CMP-TIME
005860     MOVE EG-REG-OPEN-STEPS (EG-REG-SUB) TO EG-DTL-OPEN
005870     MOVE EG-DETAIL-LINE TO EG-PRINT-REC
005880     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
005890 4200-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930*    5000-WRITE-ENTERPRISE-RECORD - EVERY REGION IS READY, SO
005940*    CHECKPOINT THE 'ALL' RECORD: THE GATE DATE, THE LATEST
005950*    REGIONAL BUSINESS TIME, THIS RUN'S CREATED STAMP (SO
005960*    DTGETDTE'S FRESHNESS RULE APPLIES AS FOR ANY STREAM), AND
005970*    STATUS 'C' WITH THE LATEST REGIONAL COMPLETION STAMP.
005980*****************************************************************
005990 5000-WRITE-ENTERPRISE-RECORD.
006000     MOVE SPACES TO DTCTL-RECORD
006010     MOVE EG-ENTERPRISE-REGION TO DTCTL-REGION-CODE
006020     MOVE EG-GATE-DATE TO DTCTL-BUSINESS-DATE
006030     MOVE EG-LATEST-BUS-TIME TO DTCTL-BUSINESS-TIME
006040     MOVE EG-SYSTEM-DATE TO DTCTL-CREATED-DATE
006050     MOVE EG-SYSTEM-TIME TO DTCTL-CREATED-TIME
006060     MOVE EG-JOB-ID TO DTCTL-CREATED-BY
006070     SET DTCTL-STATUS-COMPLETED TO TRUE
006080     MOVE EG-LATEST-CMP-DATE TO DTCTL-COMPLETED-DATE
006090     MOVE EG-LATEST-CMP-TIME TO DTCTL-COMPLETED-TIME
006100     WRITE DTCTL-RECORD
006110         INVALID KEY
006120             REWRITE DTCTL-RECORD
006130                 INVALID KEY
006140                     CONTINUE
006150             END-REWRITE
006160     END-WRITE
006170     IF NOT EG-BIZDTE-OK
006180         DISPLAY 'DTEODGAT: ''ALL'' RECORD NOT WRITTEN - STATUS '
006190             EG-BIZDTE-STATUS
006200         MOVE 16 TO EG-RESULT-CODE
006210         MOVE 'GATE PASSED BUT THE ''ALL'' RECORD WAS NOT WRITTEN'
006220             TO EG-VERDICT-TEXT
006230         GO TO 5000-EXIT
006240     END-IF
006250     MOVE 'GATE PASSED - ''ALL'' RECORD WRITTEN FOR THE GATE DATE'
006260         TO EG-VERDICT-TEXT
006270     DISPLAY 'DTEODGAT: GATE PASSED - ALL ' EG-TOT-REGIONS
006280         ' REGION(S) COMPLETED ' EG-GATE-DATE.
006290 5000-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330*    5500-WITHDRAW-ENTERPRISE-RECORD - THE GATE IS HELD.  AN
006340*    'ALL' RECORD LEFT COMPLETED FROM AN EARLIER PASS (A REGION
006350*    SINCE REVERSED, SAY) IS SET BACK TO STATUS 'O' SO THE
006360*    CONSOLIDATED JOBS CANNOT RUN AGAINST IT.
006370*****************************************************************
006380 5500-WITHDRAW-ENTERPRISE-RECORD.
006390     MOVE 'GATE HELD - SEE THE LAGGARD REGIONS ABOVE' TO
006400         EG-VERDICT-TEXT
006410     DISPLAY 'DTEODGAT: GATE HELD FOR ' EG-GATE-DATE ' - '
006420         EG-TOT-LAGGING ' REGION(S) LAGGING - SEE DTREPORT'
006430     MOVE EG-ENTERPRISE-REGION TO DTCTL-REGION-CODE
006440     READ DTBIZDTE-FILE
006450         INVALID KEY
006460             GO TO 5500-EXIT
006470     END-READ
006480     IF NOT DTCTL-STATUS-COMPLETED
006490         GO TO 5500-EXIT
006500     END-IF
006510     SET DTCTL-STATUS-OPEN TO TRUE
006520     MOVE ZERO TO DTCTL-COMPLETED-DATE
006530     MOVE ZERO TO DTCTL-COMPLETED-TIME
006540     REWRITE DTCTL-RECORD
006550         INVALID KEY
006560             DISPLAY 'DTEODGAT: ''ALL'' RECORD COULD NOT BE '
006570                 'WITHDRAWN - STATUS ' EG-BIZDTE-STATUS
006580             MOVE 16 TO EG-RESULT-CODE
006590             GO TO 5500-EXIT
006600     END-REWRITE
006610     DISPLAY 'DTEODGAT: ''ALL'' RECORD FOR ' DTCTL-BUSINESS-DATE
006620         ' WITHDRAWN (STATUS O)'.
006630 5500-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670*    6000-PRINT-TOTALS - END-OF-REPORT COUNTS AND THE VERDICT.
006680*****************************************************************
006690 6000-PRINT-TOTALS.
006700     MOVE SPACES TO EG-PRINT-REC
006710     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006720     MOVE 'REGIONS GATED' TO EG-TOT-LABEL
006730     MOVE EG-TOT-REGIONS TO EG-TOT-CNT
006740     MOVE EG-TOTAL-LINE TO EG-PRINT-REC
006750     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006760     MOVE 'REGIONS READY' TO EG-TOT-LABEL
006770     MOVE EG-TOT-READY TO EG-TOT-CNT
006780     MOVE EG-TOTAL-LINE TO EG-PRINT-REC
006790     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006800     MOVE 'REGIONS LAGGING' TO EG-TOT-LABEL
006810     MOVE EG-TOT-LAGGING TO EG-TOT-CNT
006820     MOVE EG-TOTAL-LINE TO EG-PRINT-REC
006830     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006840     MOVE 'LAGGARD REASONS LISTED' TO EG-TOT-LABEL
006850     MOVE EG-TOT-REASONS TO EG-TOT-CNT
006860     MOVE EG-TOTAL-LINE TO EG-PRINT-REC
006870     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006880     MOVE SPACES TO EG-PRINT-REC
006890     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006900     IF EG-STPLOG-FAILED
006910         MOVE 'GATE HELD - DTSTPLOG COULD NOT BE FULLY CHECKED'
006920             TO EG-VERDICT-TEXT
006930     END-IF
006940     MOVE EG-VERDICT-LINE TO EG-PRINT-REC
006950     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006960     MOVE EG-END-LINE TO EG-PRINT-REC
006970     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
006980 6000-EXIT.
006990     EXIT.
007000
007010*****************************************************************
007020*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE, GATE DATE AND
007030*    COLUMN HEADINGS.
007040*****************************************************************
007050 7000-PRINT-HEADINGS.
007060     ADD 1 TO EG-PAGE-NO
007070     MOVE EG-PAGE-NO TO EG-HDG-PAGE
007080     MOVE EG-GATE-DATE TO EG-HDG-GATE
007090     MOVE EG-SYSTEM-DATE TO EG-HDG-RUN
007100     MOVE EG-SYSTEM-TIME TO EG-HDG-TIME
007110     WRITE EG-PRINT-REC FROM EG-HEADING-1
007120         AFTER ADVANCING PAGE
007130     WRITE EG-PRINT-REC FROM EG-HEADING-2
007140         AFTER ADVANCING 1 LINE
007150     MOVE SPACES TO EG-PRINT-REC
007160     WRITE EG-PRINT-REC
007170         AFTER ADVANCING 1 LINE
007180     WRITE EG-PRINT-REC FROM EG-COL-HDR
007190         AFTER ADVANCING 1 LINE
007200     MOVE SPACES TO EG-PRINT-REC
007210     WRITE EG-PRINT-REC
007220         AFTER ADVANCING 1 LINE
007230     MOVE 5 TO EG-LINE-COUNT.
007240 7000-EXIT.
007250     EXIT.
007260
007270*****************************************************************
007280*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
007290*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
007300*****************************************************************
007310 7100-WRITE-LINE.
007320     IF EG-LINE-COUNT > EG-LINES-PER-PAGE
007330         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
007340     END-IF
007350     WRITE EG-PRINT-REC
007360         AFTER ADVANCING 1 LINE
007370     ADD 1 TO EG-LINE-COUNT.
007380 7100-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420*    9999-TERMINATE - CLOSE EVERYTHING THAT WAS OPENED.
007430*****************************************************************
007440 9999-TERMINATE.
007450     CLOSE DTBIZDTE-FILE
007460     CLOSE DTREPORT-FILE.
007470 9999-EXIT.
007480     EXIT.
