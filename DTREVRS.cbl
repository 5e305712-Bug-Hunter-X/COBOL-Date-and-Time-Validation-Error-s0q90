000010*****************************************************************
000020*    PROGRAM-ID: DTREVRS
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : CONTROLLED BUSINESS-DATE REVERSAL AND STREAM
000080*                REOPEN.  WHEN THE WRONG DATE IS CHECKPOINTED,
000090*                OR DTCLOSE MARKS A REGION COMPLETED TOO EARLY,
000100*                THIS IS THE DOCUMENTED WAY BACK - NOT THE 'O'
000110*                OVERRIDE IN DTVALID (WHICH ONLY RE-VALIDATES
000120*                FORWARD AND LEAVES THE BAD ENTRY IN PLACE) AND
000130*                NOT A HAND EDIT OF DTBIZDTE.
000140*
000150*                ACTION 'B' (BACK OUT) PUTS THE REGION'S DTBIZDTE
000160*                CONTROL RECORD BACK TO ITS PRIOR DTBIZHST ENTRY -
000170*                THE BUSINESS DATE/TIME OF THE LAST ENTRY STILL IN
000180*                EFFECT BEFORE THE DATE BEING BACKED OUT - WITH
000190*                THE COMPLETED STATUS THAT DATE HAD ON DTAUDIT
000200*                (ITS LATEST 'CLSE' ROW, UNLESS A LATER 'RVSL'
000210*                ROW REOPENED IT), EXACTLY AS DTBIZREB WOULD
000220*                RECONSTRUCT IT.  ACTION 'R' (REOPEN) SETS A
000230*                COMPLETED RECORD BACK TO STATUS 'O' AND CLEARS
000240*                THE COMPLETION STAMP SO THE DATE CAN BE RERUN.
000250*
000260*                EITHER ACTION APPENDS A REVERSAL ENTRY TO
000270*                DTBIZHST (DTHST-ENTRY-TYPE 'B' OR 'R') AND A
000280*                'RVSL' ROW TO DTAUDIT, SO THE TRAILS SHOW WHAT
000290*                WAS UNDONE, BY WHOM AND WHEN.  THE OPERATOR MUST
000300*                HOLD THE REVERSE PRIVILEGE ON DTOPAUTH, AND THE
000310*                RUN IS REFUSED WHILE DTSTPLOG SHOWS ANY STEP OF
000320*                THAT BUSINESS DATE ALREADY ENDED - WORK HAS
000330*                GONE DOWNSTREAM ON THE DATE - UNLESS EACH SUCH
000340*                STEP IS NAMED ON THE CARD, WHICH IS THE
000350*                OPERATOR'S STATEMENT THAT ITS OUTPUT HAS BEEN
000360*                DEALT WITH.
000370*
000380*                CARD LAYOUT:
000390*                  COLS 1-3   REGION CODE (BLANK = DEFAULT STREAM)
000400*                  COLS 5-12  BUSINESS DATE TO BACK OUT OR
000410*                             REOPEN (YYYYMMDD) - MUST BE THE
000420*                             DATE ON THE CONTROL RECORD NOW
000430*                  COL  14    ACTION - B BACK OUT, R REOPEN
000440*                  COLS 16-23 OPERATOR ID
000450*                  COLS 25-77 UP TO SIX ENDED STEP NAMES, EIGHT
000460*                             COLUMNS EACH, ONE BLANK BETWEEN
000470*
000480*                THE 'RVSL' ROW CARRIES THE REVERSED BUSINESS
000490*                DATE/TIME AS ITS ENTERED DATE/TIME AND REASON
000500*                50 (BACKED OUT) OR 51 (REOPENED).
000510*
000520*    MOD LOG   :
000530*    DATE       BY    DESCRIPTION
000540*    ---------- ----  ----------------------------------------
000550*    2026-10-15 JPK   ORIGINAL.
000551*    2026-10-15 JPK   THE RVSL ROW IS STAMPED WITH ITS DTAUDIT
000552*                      CHAIN SEQUENCE NUMBER AND CHECK VALUE
000553*                      THROUGH DTAUDCHN BEFORE IT IS WRITTEN.
000554*    2026-10-15 JPK   A FAILED RVSL ROW WRITE IS REPORTED ON THE
000555*                      CONSOLE AND ENDS THE RUN RC 04.
000560*
000570*    COND CODES:
000580*    00  REVERSAL APPLIED AND RECORDED
000590*    04  REVERSAL APPLIED, BUT DTAUDIT COULD NOT BE READ OR
000600*         WRITTEN (A BACKED-OUT DATE IS THEN RESTORED OPEN) -
000610*         OR A REOPEN CARD FOUND THE DATE NOT COMPLETED AND
000620*         NOTHING WAS DONE
000630*    08  REFUSED - OPERATOR NOT AUTHORIZED, CONTROL RECORD NOT
000640*         ON THE CARD DATE, UNNAMED ENDED STEPS, OR NO PRIOR
000650*         HISTORY ENTRY TO BACK OUT TO
000660*    12  DTSYSIN CARD MISSING OR INVALID - NOTHING DONE
000670*    16  DTBIZDTE, DTBIZHST OR DTSTPLOG COULD NOT BE USED -
000680*         NOTHING DONE (OR SEE THE CONSOLE FOR WHAT WAS)
000690*****************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID.    DTREVRS.
000720 AUTHOR.        J. P. KOWALSKI.
000730 INSTALLATION.  BATCH CONTROL GROUP.
000740 DATE-WRITTEN.  2026-10-15.
000750 DATE-COMPILED.
000760
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER.  IBM370.
000800 OBJECT-COMPUTER.  IBM370.
000810
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS RV-SYSIN-STATUS.
000870
000880     SELECT DTBIZDTE-FILE ASSIGN TO DTBIZDTE
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS DTCTL-REGION-CODE
000920         FILE STATUS IS RV-BIZDTE-STATUS.
000930
000940     SELECT DTBIZHST-FILE ASSIGN TO DTBIZHST
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS RV-BIZHST-STATUS.
000970
000980     SELECT DTOPAUTH-FILE ASSIGN TO DTOPAUTH
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS RV-OPAUTH-STATUS.
001010
001020     SELECT DTSTPLOG-FILE ASSIGN TO DTSTPLOG
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS RV-STPLOG-STATUS.
001050
001060     SELECT DTAUDIT-FILE  ASSIGN TO DTAUDIT
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS RV-AUDIT-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  DTSYSIN-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  RV-CARD-RECORD.
001160     05  RV-CARD-REGION              PIC X(03).
001170     05  FILLER                      PIC X(01).
001180     05  RV-CARD-BUS-DATE            PIC X(08).
001190     05  RV-CARD-BUS-DATE-N REDEFINES RV-CARD-BUS-DATE
001200                                     PIC 9(08).
001210     05  FILLER                      PIC X(01).
001220     05  RV-CARD-ACTION              PIC X(01).
001230     05  FILLER                      PIC X(01).
001240     05  RV-CARD-OPERATOR-ID         PIC X(08).
001250     05  FILLER                      PIC X(01).
001260     05  RV-CARD-STEP-AREA OCCURS 6 TIMES.
001270         10  RV-CARD-STEP-NAME       PIC X(08).
001280         10  FILLER                  PIC X(01).
001290     05  FILLER                      PIC X(02).
001300
001310 FD  DTBIZDTE-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340 COPY DTCTLREC.
001350
001360 FD  DTBIZHST-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390 COPY DTHSTREC.
001400
001410 FD  DTOPAUTH-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 80 CHARACTERS.
001440 COPY DTOPAREC.
001450
001460 FD  DTSTPLOG-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 80 CHARACTERS.
001490 COPY DTSTPREC.
001500
001510 FD  DTAUDIT-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 80 CHARACTERS.
001540 COPY DTAUDREC.
001550
001560 WORKING-STORAGE SECTION.
001570
001580 01  RV-FILE-STATUSES.
001590     05  RV-SYSIN-STATUS             PIC X(02) VALUE '99'.
001600         88  RV-SYSIN-OK                 VALUE '00'.
001610     05  RV-BIZDTE-STATUS            PIC X(02) VALUE '99'.
001620         88  RV-BIZDTE-OK                VALUE '00'.
001630     05  RV-BIZHST-STATUS            PIC X(02) VALUE '99'.
001640         88  RV-BIZHST-OK                VALUE '00'.
001650     05  RV-OPAUTH-STATUS            PIC X(02) VALUE '99'.
001660         88  RV-OPAUTH-OK                VALUE '00'.
001670     05  RV-STPLOG-STATUS            PIC X(02) VALUE '99'.
001680         88  RV-STPLOG-OK                VALUE '00'.
001690     05  RV-AUDIT-STATUS             PIC X(02) VALUE '99'.
001700         88  RV-AUDIT-OK                 VALUE '00'.
001710
001720 01  RV-AREA.
001730     05  RV-REGION-CODE              PIC X(03) VALUE SPACES.
001740     05  RV-TARGET-DATE              PIC 9(08) VALUE ZERO.
001750     05  RV-TARGET-TIME              PIC 9(06) VALUE ZERO.
001760     05  RV-ACTION                   PIC X(01) VALUE SPACE.
001770         88  RV-ACTION-BACKOUT           VALUE 'B'.
001780         88  RV-ACTION-REOPEN            VALUE 'R'.
001790     05  RV-OPERATOR-ID              PIC X(08) VALUE SPACES.
001800     05  RV-AUTH-SW                  PIC X(01) VALUE 'N'.
001810         88  RV-OPER-MAY-REVERSE         VALUE 'Y'.
001820     05  RV-WARNING-SW               PIC X(01) VALUE 'N'.
001830         88  RV-WARNINGS-SEEN            VALUE 'Y'.
001840     05  RV-RESULT-CODE              PIC 9(02) VALUE ZERO.
001850     05  RV-REASON-CODE              PIC 9(02) VALUE ZERO.
001860
001870*****************************************************************
001880*    WHAT THE CONTROL RECORD IS PUT BACK TO, AND THE HISTORY
001890*    SEQUENCE NUMBERS FOR THE REVERSAL ENTRY.  RV-LAST-RUN-SEQ
001900*    IS THE REGION'S LATEST RUN SEQUENCE (THE REVERSAL ENTRY
001910*    TAKES THE NEXT ONE, AS A DTVALID ENTRY WOULD);
001920*    RV-REVERSED-SEQ IS THE ENTRY BEING UNDONE.
001930*****************************************************************
001940 01  RV-RESTORE-AREA.
001950     05  RV-LAST-RUN-SEQ             PIC 9(06) VALUE ZERO.
001960     05  RV-REVERSED-SEQ             PIC 9(06) VALUE ZERO.
001970     05  RV-RESTORE-DATE             PIC 9(08) VALUE ZERO.
001980     05  RV-RESTORE-TIME             PIC 9(06) VALUE ZERO.
001990     05  RV-RESTORE-STATUS           PIC X(01) VALUE 'O'.
002000     05  RV-RESTORE-CMP-DATE         PIC 9(08) VALUE ZERO.
002010     05  RV-RESTORE-CMP-TIME         PIC 9(06) VALUE ZERO.
002020
002030*****************************************************************
002040*    THE REGION'S HISTORY ENTRIES STILL IN EFFECT, OLDEST FIRST.
002050*    A CHECKPOINT ENTRY IS PUSHED; A BACK-OUT ENTRY POPS EVERY
002060*    ENTRY ON TOP FOR THE DATE IT BACKED OUT; A REOPEN ENTRY
002070*    CHANGES NOTHING.  WHEN THE TABLE FILLS THE OLDEST ENTRY IS
002080*    DROPPED - ONLY THE TOP FEW ARE EVER NEEDED.
002090*****************************************************************
002100 01  RV-STACK-AREA.
002110     05  RV-STK-COUNT                PIC 9(03) COMP VALUE ZERO.
002120     05  RV-STK-MAX                  PIC 9(03) COMP VALUE 200.
002130     05  RV-STK-SUB                  PIC 9(03) COMP.
002140     05  RV-STK-ENTRY OCCURS 200 TIMES.
002150         10  RV-STK-RUN-SEQ          PIC 9(06).
002160         10  RV-STK-BUS-DATE         PIC 9(08).
002170         10  RV-STK-BUS-TIME         PIC 9(06).
002180
002190*****************************************************************
002200*    STEPS OF THE TARGET DATE THAT ALREADY ENDED ON DTSTPLOG
002210*    AND ARE NOT NAMED ON THE CARD - EACH IS NAMED ONCE ON THE
002220*    CONSOLE AND ANY ONE OF THEM REFUSES THE RUN.
002230*****************************************************************
002240 01  RV-STEP-TABLE-AREA.
002250     05  RV-STEP-COUNT               PIC 9(03) COMP VALUE ZERO.
002260     05  RV-STEP-MAX                 PIC 9(03) COMP VALUE 50.
002270     05  RV-STEP-SUB                 PIC 9(03) COMP.
002280     05  RV-STEP-PICK                PIC 9(03) COMP.
002290     05  RV-CARD-STEP-SUB            PIC 9(03) COMP.
002300     05  RV-STEP-NAMED-SW            PIC X(01).
002310         88  RV-STEP-NAMED               VALUE 'Y'.
002320     05  RV-ENDED-STEPS              PIC 9(03) COMP VALUE ZERO.
002330     05  RV-STEP-ENTRY OCCURS 50 TIMES.
002340         10  RV-STEP-NAME            PIC X(08).
002350
002360 01  RV-SYSTEM-DATE-TIME             PIC X(21).
002370 01  RV-SYS-DT-R REDEFINES RV-SYSTEM-DATE-TIME.
002380     05  RV-SYS-YYYY                 PIC 9(04).
002390     05  RV-SYS-MM                   PIC 9(02).
002400     05  RV-SYS-DD                   PIC 9(02).
002410     05  RV-SYS-HH                   PIC 9(02).
002420     05  RV-SYS-MIN                  PIC 9(02).
002430     05  RV-SYS-SS                   PIC 9(02).
002440     05  FILLER                      PIC X(07).
002450 01  RV-SYSTEM-DATE                  PIC 9(08).
002460 01  RV-SYSTEM-TIME                  PIC 9(06).
002461
002462 COPY DTACHLNK.
002470
002480 PROCEDURE DIVISION.
002490
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     IF RV-RESULT-CODE = ZERO
002530         PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT
002540         IF NOT RV-OPER-MAY-REVERSE
002550             DISPLAY 'DTREVRS: REVERSAL REFUSED - OPERATOR '''
002560                 RV-OPERATOR-ID ''' DOES NOT HOLD THE REVERSE '
002570                 'PRIVILEGE ON DTOPAUTH'
002580             MOVE 08 TO RV-RESULT-CODE
002590         ELSE
002600             PERFORM 2000-REVERSE-REGION THRU 2000-EXIT
002610         END-IF
002620     END-IF
002630     IF RV-RESULT-CODE = ZERO
002640         AND RV-WARNINGS-SEEN
002650         MOVE 04 TO RV-RESULT-CODE
002660     END-IF
002670     MOVE RV-RESULT-CODE TO RETURN-CODE
002680     STOP RUN.
002690
002700*****************************************************************
002710*    1000-INITIALIZE - SYSTEM DATE/TIME AND THE ONE DTSYSIN
002720*    CARD.  A REVERSAL IS NEVER DEFAULTED - NO CARD, OR A CARD
002730*    WITHOUT A NUMERIC DATE AND A B/R ACTION, DOES NOTHING.
002740*****************************************************************
002750 1000-INITIALIZE.
002760     MOVE FUNCTION CURRENT-DATE TO RV-SYSTEM-DATE-TIME
002770     COMPUTE RV-SYSTEM-DATE =
002780             (RV-SYS-YYYY * 10000) + (RV-SYS-MM * 100)
002790             + RV-SYS-DD
002800     COMPUTE RV-SYSTEM-TIME =
002810             (RV-SYS-HH * 10000) + (RV-SYS-MIN * 100)
002820             + RV-SYS-SS
002830
002840     OPEN INPUT DTSYSIN-FILE
002850     IF NOT RV-SYSIN-OK
002860         DISPLAY 'DTREVRS: UNABLE TO OPEN DTSYSIN - STATUS '
002870             RV-SYSIN-STATUS ' - NOTHING REVERSED'
002880         MOVE 12 TO RV-RESULT-CODE
002890         GO TO 1000-EXIT
002900     END-IF
002910     READ DTSYSIN-FILE
002920         AT END
002930             DISPLAY 'DTREVRS: NO DTSYSIN CARD - NOTHING REVERSED'
002940             MOVE 12 TO RV-RESULT-CODE
002950             CLOSE DTSYSIN-FILE
002960             GO TO 1000-EXIT
002970     END-READ
002980     CLOSE DTSYSIN-FILE
002990     MOVE RV-CARD-REGION TO RV-REGION-CODE
003000     MOVE RV-CARD-ACTION TO RV-ACTION
003010     MOVE RV-CARD-OPERATOR-ID TO RV-OPERATOR-ID
003020     IF RV-CARD-BUS-DATE IS NOT NUMERIC
003030         DISPLAY 'DTREVRS: CARD BUSINESS DATE ''' RV-CARD-BUS-DATE
003040             ''' IS NOT NUMERIC - NOTHING REVERSED'
003050         MOVE 12 TO RV-RESULT-CODE
003060         GO TO 1000-EXIT
003070     END-IF
003080     MOVE RV-CARD-BUS-DATE-N TO RV-TARGET-DATE
003090     IF NOT RV-ACTION-BACKOUT AND NOT RV-ACTION-REOPEN
003100         DISPLAY 'DTREVRS: CARD ACTION ''' RV-CARD-ACTION
003110             ''' IS NOT B OR R - NOTHING REVERSED'
003120         MOVE 12 TO RV-RESULT-CODE
003130     END-IF.
003140 1000-EXIT.
003150     EXIT.
003160
003170*****************************************************************
003180*    1500-CHECK-AUTHORITY - SCAN DTOPAUTH FOR THE CARD'S
003190*    OPERATOR ID AND ITS REVERSE PRIVILEGE.  AS IN DTCLOSE, A
003200*    MISSING FILE, AN UNLISTED ID OR A BLANK ID HOLDS NOTHING.
003210*****************************************************************
003220 1500-CHECK-AUTHORITY.
003230     OPEN INPUT DTOPAUTH-FILE
003240     IF NOT RV-OPAUTH-OK
003250         DISPLAY 'DTREVRS: DTOPAUTH NOT AVAILABLE - STATUS '
003260             RV-OPAUTH-STATUS
003270         GO TO 1500-EXIT
003280     END-IF
003290     PERFORM 1600-SCAN-ONE-OPERATOR THRU 1600-EXIT
003300         UNTIL NOT RV-OPAUTH-OK
003310     CLOSE DTOPAUTH-FILE.
003320 1500-EXIT.
003330     EXIT.
003340
003350 1600-SCAN-ONE-OPERATOR.
003360     READ DTOPAUTH-FILE
003370         AT END
003380             GO TO 1600-EXIT
003390     END-READ
003400     IF DTOPA-OPERATOR-ID = RV-OPERATOR-ID
003410         AND DTOPA-OPERATOR-ID NOT = SPACES
003420         AND DTOPA-MAY-REVERSE
003430         SET RV-OPER-MAY-REVERSE TO TRUE
003440     END-IF.
003450 1600-EXIT.
003460     EXIT.
003470
003480*****************************************************************
003490*    2000-REVERSE-REGION - READ THE REGION'S CONTROL RECORD AND
003500*    PROVE IT IS ON THE CARD DATE, CHECK DTSTPLOG FOR ENDED
003510*    STEPS, WORK OUT WHAT THE RECORD GOES BACK TO, AND ONLY
003520*    THEN REWRITE IT AND APPEND THE HISTORY AND AUDIT ENTRIES.
003530*    DTBIZHST IS OPENED FOR THE APPEND BEFORE THE REWRITE, SO A
003540*    HISTORY FILE THAT CANNOT TAKE THE ENTRY STOPS THE RUN WITH
003550*    THE CONTROL RECORD UNTOUCHED.
003560*****************************************************************
003570 2000-REVERSE-REGION.
003580     OPEN I-O DTBIZDTE-FILE
003590     IF NOT RV-BIZDTE-OK
003600         DISPLAY 'DTREVRS: UNABLE TO OPEN DTBIZDTE - STATUS '
003610             RV-BIZDTE-STATUS ' - NOTHING REVERSED'
003620         MOVE 16 TO RV-RESULT-CODE
003630         GO TO 2000-EXIT
003640     END-IF
003650     MOVE RV-REGION-CODE TO DTCTL-REGION-CODE
003660     READ DTBIZDTE-FILE
003670         INVALID KEY
003680             DISPLAY 'DTREVRS: NO CONTROL RECORD FOR REGION '''
003690                 RV-REGION-CODE ''' - NOTHING TO REVERSE'
003700             MOVE 16 TO RV-RESULT-CODE
003710             CLOSE DTBIZDTE-FILE
003720             GO TO 2000-EXIT
003730     END-READ
003740     IF DTCTL-BUSINESS-DATE NOT = RV-TARGET-DATE
003750         DISPLAY 'DTREVRS: REGION ''' RV-REGION-CODE ''' IS ON '
003760             'BUSINESS DATE ' DTCTL-BUSINESS-DATE ', NOT '
003770             RV-TARGET-DATE ' - NOTHING REVERSED'
003780         MOVE 08 TO RV-RESULT-CODE
003790         CLOSE DTBIZDTE-FILE
003800         GO TO 2000-EXIT
003810     END-IF
003820     IF RV-ACTION-REOPEN
003830         AND NOT DTCTL-STATUS-COMPLETED
003840         DISPLAY 'DTREVRS: BUSINESS DATE ' RV-TARGET-DATE
003850             ' FOR REGION ''' RV-REGION-CODE ''' IS NOT MARKED '
003860             'COMPLETED - NOTHING TO REOPEN'
003870         MOVE 04 TO RV-RESULT-CODE
003880         CLOSE DTBIZDTE-FILE
003890         GO TO 2000-EXIT
003900     END-IF
003910     MOVE DTCTL-BUSINESS-TIME TO RV-TARGET-TIME
003920
003930     PERFORM 2500-CHECK-ENDED-STEPS THRU 2500-EXIT
003940     IF RV-RESULT-CODE NOT = ZERO
003950         CLOSE DTBIZDTE-FILE
003960         GO TO 2000-EXIT
003970     END-IF
003980     IF RV-ENDED-STEPS > ZERO
003990         DISPLAY 'DTREVRS: REVERSAL REFUSED FOR REGION '''
004000             RV-REGION-CODE ''' - ' RV-ENDED-STEPS
004010             ' ENDED STEP(S) NOT NAMED ON THE CARD'
004020         MOVE 08 TO RV-RESULT-CODE
004030         CLOSE DTBIZDTE-FILE
004040         GO TO 2000-EXIT
004050     END-IF
004060
004070     PERFORM 2200-LOAD-HISTORY THRU 2200-EXIT
004080     IF RV-RESULT-CODE NOT = ZERO
004090         CLOSE DTBIZDTE-FILE
004100         GO TO 2000-EXIT
004110     END-IF
004120     IF RV-ACTION-BACKOUT
004130         PERFORM 2300-FIND-PRIOR-ENTRY THRU 2300-EXIT
004140         IF RV-RESULT-CODE NOT = ZERO
004150             CLOSE DTBIZDTE-FILE
004160             GO TO 2000-EXIT
004170         END-IF
004180         PERFORM 2400-DERIVE-PRIOR-STATUS THRU 2400-EXIT
004190     ELSE
004200         MOVE RV-TARGET-DATE TO RV-RESTORE-DATE
004210         MOVE RV-TARGET-TIME TO RV-RESTORE-TIME
004220         IF RV-STK-COUNT > ZERO
004230             AND RV-STK-BUS-DATE (RV-STK-COUNT) = RV-TARGET-DATE
004240             MOVE RV-STK-RUN-SEQ (RV-STK-COUNT) TO RV-REVERSED-SEQ
004250         END-IF
004260     END-IF
004270
004280     OPEN EXTEND DTBIZHST-FILE
004290*    ONLY FILE-NOT-FOUND MAY CREATE THE FILE FRESH, AS IN
004300*    DTVALID - ANY OTHER OPEN OUTPUT WOULD WIPE THE HISTORY.
004310     IF RV-BIZHST-STATUS = '35'
004320         OPEN OUTPUT DTBIZHST-FILE
004330     END-IF
004340     IF NOT RV-BIZHST-OK
004350         DISPLAY 'DTREVRS: UNABLE TO OPEN DTBIZHST FOR APPEND - '
004360             'STATUS ' RV-BIZHST-STATUS ' - NOTHING REVERSED'
004370         MOVE 16 TO RV-RESULT-CODE
004380         CLOSE DTBIZDTE-FILE
004390         GO TO 2000-EXIT
004400     END-IF
004410
004420     PERFORM 2700-APPLY-TO-CONTROL THRU 2700-EXIT
004430     REWRITE DTCTL-RECORD
004440         INVALID KEY
004450             DISPLAY 'DTREVRS: REWRITE FAILED - STATUS '
004460                 RV-BIZDTE-STATUS ' - NOTHING REVERSED'
004470             MOVE 16 TO RV-RESULT-CODE
004480             CLOSE DTBIZHST-FILE
004490             CLOSE DTBIZDTE-FILE
004500             GO TO 2000-EXIT
004510     END-REWRITE
004520     CLOSE DTBIZDTE-FILE
004530
004540     PERFORM 2800-WRITE-HISTORY-ENTRY THRU 2800-EXIT
004550     CLOSE DTBIZHST-FILE
004560     PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT
004570     IF RV-ACTION-BACKOUT
004580         DISPLAY 'DTREVRS: BUSINESS DATE ' RV-TARGET-DATE
004590             ' FOR REGION ''' RV-REGION-CODE ''' BACKED OUT - '
004600             'CONTROL RECORD RESTORED TO ' RV-RESTORE-DATE
004610             ' STATUS ' RV-RESTORE-STATUS
004620     ELSE
004630         DISPLAY 'DTREVRS: BUSINESS DATE ' RV-TARGET-DATE
004640             ' FOR REGION ''' RV-REGION-CODE ''' REOPENED'
004650     END-IF.
004660 2000-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700*    2200-LOAD-HISTORY - PASS DTBIZHST FOR THIS REGION, KEEPING
004710*    ITS LATEST RUN SEQUENCE AND THE STACK OF ENTRIES STILL IN
004720*    EFFECT.  A MISSING FILE (STATUS 35) IS AN EMPTY HISTORY;
004730*    ANY OTHER FAILURE STOPS THE RUN - A REVERSAL MUST NOT
004740*    GUESS AT WHAT CAME BEFORE.
004750*****************************************************************
004760 2200-LOAD-HISTORY.
004770     MOVE ZERO TO RV-STK-COUNT
004780     MOVE ZERO TO RV-LAST-RUN-SEQ
004790     OPEN INPUT DTBIZHST-FILE
004800     IF NOT RV-BIZHST-OK
004810         IF RV-BIZHST-STATUS NOT = '35'
004820             DISPLAY 'DTREVRS: DTBIZHST NOT READABLE - STATUS '
004830                 RV-BIZHST-STATUS ' - NOTHING REVERSED'
004840             MOVE 16 TO RV-RESULT-CODE
004850         END-IF
004860         GO TO 2200-EXIT
004870     END-IF
004880     PERFORM 2210-READ-HISTORY THRU 2210-EXIT
004890         UNTIL NOT RV-BIZHST-OK
004900     CLOSE DTBIZHST-FILE.
004910 2200-EXIT.
004920     EXIT.
004930
004940 2210-READ-HISTORY.
004950     READ DTBIZHST-FILE
004960         AT END
004970             GO TO 2210-EXIT
004980     END-READ
004990     IF DTHST-REGION-CODE NOT = RV-REGION-CODE
005000         GO TO 2210-EXIT
005010     END-IF
005020     MOVE DTHST-RUN-SEQ TO RV-LAST-RUN-SEQ
005030     EVALUATE TRUE
005040         WHEN DTHST-ENTRY-BACKOUT
005050             PERFORM 2230-POP-BACKED-OUT THRU 2230-EXIT
005060                 UNTIL RV-STK-COUNT = ZERO
005070                 OR RV-STK-BUS-DATE (RV-STK-COUNT) NOT =
005080                    DTHST-REVERSED-DATE
005090         WHEN DTHST-ENTRY-REOPEN
005100             CONTINUE
005110         WHEN OTHER
005120             PERFORM 2220-PUSH-ENTRY THRU 2220-EXIT
005130     END-EVALUATE.
005140 2210-EXIT.
005150     EXIT.
005160
005170 2220-PUSH-ENTRY.
005180     IF RV-STK-COUNT = RV-STK-MAX
005190         PERFORM 2225-DROP-OLDEST THRU 2225-EXIT
005200             VARYING RV-STK-SUB FROM 2 BY 1
005210             UNTIL RV-STK-SUB > RV-STK-MAX
005220         SUBTRACT 1 FROM RV-STK-COUNT
005230     END-IF
005240     ADD 1 TO RV-STK-COUNT
005250     MOVE DTHST-RUN-SEQ TO RV-STK-RUN-SEQ (RV-STK-COUNT)
005260     MOVE DTHST-BUSINESS-DATE TO RV-STK-BUS-DATE (RV-STK-COUNT)
005270     MOVE DTHST-BUSINESS-TIME TO RV-STK-BUS-TIME (RV-STK-COUNT).
005280 2220-EXIT.
005290     EXIT.
005300
005310 2225-DROP-OLDEST.
005320     MOVE RV-STK-ENTRY (RV-STK-SUB) TO
005330         RV-STK-ENTRY (RV-STK-SUB - 1).
005340 2225-EXIT.
005350     EXIT.
005360
005370 2230-POP-BACKED-OUT.
005380     SUBTRACT 1 FROM RV-STK-COUNT.
005390 2230-EXIT.
005400     EXIT.
005410
005420*****************************************************************
005430*    2300-FIND-PRIOR-ENTRY - THE TOP OF THE STACK MUST BE THE
005440*    DATE BEING BACKED OUT.  EVERY ENTRY ON TOP FOR THAT DATE
005450*    (A RERUN LEAVES MORE THAN ONE) COMES OFF, AND WHAT IS LEFT
005460*    ON TOP IS THE PRIOR ENTRY THE CONTROL RECORD GOES BACK TO.
005470*****************************************************************
005480 2300-FIND-PRIOR-ENTRY.
005490     IF RV-STK-COUNT = ZERO
005500         OR RV-STK-BUS-DATE (RV-STK-COUNT) NOT = RV-TARGET-DATE
005510         DISPLAY 'DTREVRS: LATEST DTBIZHST ENTRY FOR REGION '''
005520             RV-REGION-CODE ''' IS NOT FOR ' RV-TARGET-DATE
005530             ' - NOTHING REVERSED'
005540         MOVE 08 TO RV-RESULT-CODE
005550         GO TO 2300-EXIT
005560     END-IF
005570     MOVE RV-STK-RUN-SEQ (RV-STK-COUNT) TO RV-REVERSED-SEQ
005580     PERFORM 2230-POP-BACKED-OUT THRU 2230-EXIT
005590         UNTIL RV-STK-COUNT = ZERO
005600         OR RV-STK-BUS-DATE (RV-STK-COUNT) NOT = RV-TARGET-DATE
005610     IF RV-STK-COUNT = ZERO
005620         DISPLAY 'DTREVRS: NO EARLIER DTBIZHST ENTRY FOR REGION '
005630             '''' RV-REGION-CODE ''' TO BACK OUT TO - USE '
005640             'A REOPEN'
005650         MOVE 08 TO RV-RESULT-CODE
005660         GO TO 2300-EXIT
005670     END-IF
005680     MOVE RV-STK-BUS-DATE (RV-STK-COUNT) TO RV-RESTORE-DATE
005690     MOVE RV-STK-BUS-TIME (RV-STK-COUNT) TO RV-RESTORE-TIME.
005700 2300-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740*    2400-DERIVE-PRIOR-STATUS - THE RESTORED DATE GETS THE
005750*    STATUS DTAUDIT GIVES IT, BY THE SAME RULE DTBIZREB USES:
005760*    IN FILE ORDER A 'CLSE' ROW FOR THE REGION AND DATE MARKS
005770*    IT COMPLETED WITH THAT ROW'S SYSTEM STAMP, AND AN 'RVSL'
005780*    ROW FOR THE SAME REGION AND DATE OPENS IT AGAIN.  WITHOUT
005790*    DTAUDIT THE DATE IS RESTORED OPEN AND THE RUN WARNS.
005800*****************************************************************
005810 2400-DERIVE-PRIOR-STATUS.
005820     MOVE 'O' TO RV-RESTORE-STATUS
005830     MOVE ZERO TO RV-RESTORE-CMP-DATE
005840     MOVE ZERO TO RV-RESTORE-CMP-TIME
005850     OPEN INPUT DTAUDIT-FILE
005860     IF NOT RV-AUDIT-OK
005870         DISPLAY 'DTREVRS: DTAUDIT NOT READABLE - STATUS '
005880             RV-AUDIT-STATUS ' - ' RV-RESTORE-DATE
005890             ' IS RESTORED OPEN'
005900         SET RV-WARNINGS-SEEN TO TRUE
005910         GO TO 2400-EXIT
005920     END-IF
005930     PERFORM 2410-APPLY-AUDIT-ROW THRU 2410-EXIT
005940         UNTIL NOT RV-AUDIT-OK
005950     CLOSE DTAUDIT-FILE.
005960 2400-EXIT.
005970     EXIT.
005980
005990 2410-APPLY-AUDIT-ROW.
006000     READ DTAUDIT-FILE
006010         AT END
006020             GO TO 2410-EXIT
006030     END-READ
006040     IF DTAUD-REGION-CODE NOT = RV-REGION-CODE
006050         OR DTAUD-ENTERED-DATE NOT = RV-RESTORE-DATE
006060         GO TO 2410-EXIT
006070     END-IF
006080     IF DTAUD-RESULT = 'CLSE'
006090         MOVE 'C' TO RV-RESTORE-STATUS
006100         MOVE DTAUD-SYSTEM-DATE TO RV-RESTORE-CMP-DATE
006110         MOVE DTAUD-SYSTEM-TIME TO RV-RESTORE-CMP-TIME
006120     END-IF
006130     IF DTAUD-RESULT = 'RVSL'
006140         MOVE 'O' TO RV-RESTORE-STATUS
006150         MOVE ZERO TO RV-RESTORE-CMP-DATE
006160         MOVE ZERO TO RV-RESTORE-CMP-TIME
006170     END-IF.
006180 2410-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*    2500-CHECK-ENDED-STEPS - PASS DTSTPLOG FOR THIS REGION AND
006230*    THE TARGET DATE.  EVERY 'ENDS' RECORD FOR A STEP NOT NAMED
006240*    ON THE CARD IS WORK ALREADY GONE DOWNSTREAM ON THE DATE.
006250*    A MISSING LOG (STATUS 35) MEANS THE STREAM RECORDS NO
006260*    MILESTONES; AN UNREADABLE ONE REFUSES THE RUN, SINCE THE
006270*    CHECK CANNOT BE MADE.
006280*****************************************************************
006290 2500-CHECK-ENDED-STEPS.
006300     MOVE ZERO TO RV-STEP-COUNT
006310     MOVE ZERO TO RV-ENDED-STEPS
006320     OPEN INPUT DTSTPLOG-FILE
006330     IF NOT RV-STPLOG-OK
006340         IF RV-STPLOG-STATUS NOT = '35'
006350             DISPLAY 'DTREVRS: DTSTPLOG NOT READABLE - STATUS '
006360                 RV-STPLOG-STATUS ' - NOTHING REVERSED'
006370             MOVE 16 TO RV-RESULT-CODE
006380         END-IF
006390         GO TO 2500-EXIT
006400     END-IF
006410     PERFORM 2600-CHECK-STEP-RECORD THRU 2600-EXIT
006420         UNTIL NOT RV-STPLOG-OK
006430     CLOSE DTSTPLOG-FILE.
006440 2500-EXIT.
006450     EXIT.
006460
006470 2600-CHECK-STEP-RECORD.
006480     READ DTSTPLOG-FILE
006490         AT END
006500             GO TO 2600-EXIT
006510     END-READ
006520     IF DTSTP-REGION-CODE NOT = RV-REGION-CODE
006530         OR DTSTP-BUSINESS-DATE NOT = RV-TARGET-DATE
006540         OR NOT DTSTP-ACTION-END
006550         GO TO 2600-EXIT
006560     END-IF
006570     MOVE 'N' TO RV-STEP-NAMED-SW
006580     PERFORM 2650-MATCH-CARD-STEP THRU 2650-EXIT
006590         VARYING RV-CARD-STEP-SUB FROM 1 BY 1
006600         UNTIL RV-CARD-STEP-SUB > 6
006610     IF RV-STEP-NAMED
006620         GO TO 2600-EXIT
006630     END-IF
006640     MOVE ZERO TO RV-STEP-PICK
006650     PERFORM 2660-MATCH-STEP-ENTRY THRU 2660-EXIT
006660         VARYING RV-STEP-SUB FROM 1 BY 1
006670         UNTIL RV-STEP-SUB > RV-STEP-COUNT
006680     IF RV-STEP-PICK > ZERO
006690         GO TO 2600-EXIT
006700     END-IF
006710     ADD 1 TO RV-ENDED-STEPS
006720     DISPLAY 'DTREVRS: STEP ' DTSTP-STEP-NAME
006730         ' ENDED FOR BUSINESS DATE ' RV-TARGET-DATE
006740         ' AND IS NOT NAMED ON THE CARD'
006750     IF RV-STEP-COUNT < RV-STEP-MAX
006760         ADD 1 TO RV-STEP-COUNT
006770         MOVE DTSTP-STEP-NAME TO RV-STEP-NAME (RV-STEP-COUNT)
006780     END-IF.
006790 2600-EXIT.
006800     EXIT.
006810
006820 2650-MATCH-CARD-STEP.
006830     IF RV-CARD-STEP-NAME (RV-CARD-STEP-SUB) = DTSTP-STEP-NAME
006840         AND DTSTP-STEP-NAME NOT = SPACES
006850         SET RV-STEP-NAMED TO TRUE
006860         MOVE 6 TO RV-CARD-STEP-SUB
006870     END-IF.
006880 2650-EXIT.
006890     EXIT.
006900
006910 2660-MATCH-STEP-ENTRY.
006920     IF RV-STEP-NAME (RV-STEP-SUB) = DTSTP-STEP-NAME
006930         MOVE RV-STEP-SUB TO RV-STEP-PICK
006940         MOVE RV-STEP-COUNT TO RV-STEP-SUB
006950     END-IF.
006960 2660-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*    2700-APPLY-TO-CONTROL - BUILD THE REVERSED CONTROL IMAGE IN
007010*    THE RECORD AREA READ BY 2000.  A BACK-OUT IS A NEW
007020*    CHECKPOINT OF THE PRIOR DATE, STAMPED WITH THIS RUN AND
007030*    THE OPERATOR, AS ITS DTBIZHST ENTRY WILL SAY; A REOPEN
007040*    ONLY CLEARS THE COMPLETION.
007050*****************************************************************
007060 2700-APPLY-TO-CONTROL.
007070     IF RV-ACTION-BACKOUT
007080         MOVE RV-RESTORE-DATE TO DTCTL-BUSINESS-DATE
007090         MOVE RV-RESTORE-TIME TO DTCTL-BUSINESS-TIME
007100         MOVE RV-SYSTEM-DATE TO DTCTL-CREATED-DATE
007110         MOVE RV-SYSTEM-TIME TO DTCTL-CREATED-TIME
007120         MOVE RV-OPERATOR-ID TO DTCTL-CREATED-BY
007130         MOVE RV-RESTORE-STATUS TO DTCTL-RUN-STATUS
007140         MOVE RV-RESTORE-CMP-DATE TO DTCTL-COMPLETED-DATE
007150         MOVE RV-RESTORE-CMP-TIME TO DTCTL-COMPLETED-TIME
007160         MOVE 50 TO RV-REASON-CODE
007170     ELSE
007180         SET DTCTL-STATUS-OPEN TO TRUE
007190         MOVE ZERO TO DTCTL-COMPLETED-DATE
007200         MOVE ZERO TO DTCTL-COMPLETED-TIME
007210         MOVE 51 TO RV-REASON-CODE
007220     END-IF.
007230 2700-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270*    2800-WRITE-HISTORY-ENTRY - APPEND THE REVERSAL ENTRY WITH
007280*    THE REGION'S NEXT RUN SEQUENCE.  A BACK-OUT ENTRY CARRIES
007290*    THE RESTORED DATE/TIME SO THE REGION'S LAST ENTRY STILL
007300*    MATCHES ITS CONTROL RECORD FOR DTVALID, DTSTAT AND
007310*    DTBIZREB; A REOPEN ENTRY CARRIES THE SAME DATE.
007320*****************************************************************
007330 2800-WRITE-HISTORY-ENTRY.
007340     MOVE SPACES TO DTHST-RECORD
007350     MOVE RV-REGION-CODE TO DTHST-REGION-CODE
007360     COMPUTE DTHST-RUN-SEQ = RV-LAST-RUN-SEQ + 1
007370     MOVE RV-RESTORE-DATE TO DTHST-BUSINESS-DATE
007380     MOVE RV-RESTORE-TIME TO DTHST-BUSINESS-TIME
007390     MOVE RV-SYSTEM-DATE TO DTHST-CREATED-DATE
007400     MOVE RV-SYSTEM-TIME TO DTHST-CREATED-TIME
007410     MOVE RV-OPERATOR-ID TO DTHST-JOB-ID
007420     IF RV-ACTION-BACKOUT
007430         SET DTHST-ENTRY-BACKOUT TO TRUE
007440     ELSE
007450         SET DTHST-ENTRY-REOPEN TO TRUE
007460     END-IF
007470     MOVE RV-REVERSED-SEQ TO DTHST-REVERSED-SEQ
007480     MOVE RV-TARGET-DATE TO DTHST-REVERSED-DATE
007490     WRITE DTHST-RECORD
007500     IF NOT RV-BIZHST-OK
007510         DISPLAY 'DTREVRS: DTBIZHST WRITE FAILED - STATUS '
007520             RV-BIZHST-STATUS ' - CONTROL RECORD IS REVERSED BUT '
007530             'THE HISTORY ENTRY IS MISSING'
007540         MOVE 16 TO RV-RESULT-CODE
007550     END-IF.
007560 2800-EXIT.
007570     EXIT.
007580
007590*****************************************************************
007600*    3000-WRITE-AUDIT-RECORD - ONE 'RVSL' LINE ON DTAUDIT NAMING
007610*    THE OPERATOR, THE DATE THAT WAS REVERSED AND HOW.
007620*****************************************************************
007630 3000-WRITE-AUDIT-RECORD.
007631     SET DTACH-FUNC-LOAD TO TRUE
007632     CALL 'DTAUDCHN' USING DTACH-LINKAGE
007633     IF DTACH-FAILED
007634         DISPLAY 'DTREVRS: UNABLE TO READ DTAUDIT CHAIN - STATUS '
007635             DTACH-AUDIT-STATUS ' - SEQUENCE RESTARTS AT 1'
007636         SET RV-WARNINGS-SEEN TO TRUE
007637     END-IF
007640     OPEN EXTEND DTAUDIT-FILE
007650     IF NOT RV-AUDIT-OK
007660         OPEN OUTPUT DTAUDIT-FILE
007670     END-IF
007680     IF NOT RV-AUDIT-OK
007690         DISPLAY 'DTREVRS: UNABLE TO OPEN DTAUDIT - STATUS '
007700             RV-AUDIT-STATUS ' - REVERSAL WILL NOT BE AUDITED'
007710         SET RV-WARNINGS-SEEN TO TRUE
007720         GO TO 3000-EXIT
007730     END-IF
007740     MOVE SPACES TO DTAUD-RECORD
007750     MOVE RV-OPERATOR-ID TO DTAUD-JOB-ID
007760     MOVE 01 TO DTAUD-ATTEMPT-NO
007770     MOVE RV-TARGET-DATE TO DTAUD-ENTERED-DATE
007780     MOVE RV-TARGET-TIME TO DTAUD-ENTERED-TIME
007790     MOVE SPACE TO DTAUD-DATE-FORMAT
007800     MOVE 'RVSL' TO DTAUD-RESULT
007810     MOVE RV-REASON-CODE TO DTAUD-REASON-CODE
007820     MOVE RV-SYSTEM-DATE TO DTAUD-SYSTEM-DATE
007830     MOVE RV-SYSTEM-TIME TO DTAUD-SYSTEM-TIME
007840     MOVE RV-REGION-CODE TO DTAUD-REGION-CODE
007841     MOVE DTAUD-RECORD TO DTACH-AUDIT-RECORD
007842     SET DTACH-FUNC-STAMP TO TRUE
007843     CALL 'DTAUDCHN' USING DTACH-LINKAGE
007844     MOVE DTACH-AUDIT-RECORD TO DTAUD-RECORD
007850     WRITE DTAUD-RECORD
007851     IF NOT RV-AUDIT-OK
007852         DISPLAY 'DTREVRS: DTAUDIT WRITE FAILED - STATUS '
007853             RV-AUDIT-STATUS ' - REVERSAL NOT AUDITED'
007854         SET RV-WARNINGS-SEEN TO TRUE
007855     END-IF
007860     CLOSE DTAUDIT-FILE.
007870 3000-EXIT.
007880     EXIT.
