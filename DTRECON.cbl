000290*    DATE       BY    DESCRIPTION
000300*    ---------- ----  ----------------------------------------
000310*    2026-09-02 JPK   ORIGINAL.
000312*    2026-10-15 JPK   DTREVRS REVERSALS.  'RVSL' AUDIT ROWS AND
000313*                      REVERSAL HISTORY ENTRIES ARE COUNTED IN
000314*                      THEIR OWN RVSL COLUMN AND TIED TO EACH
000315*                      OTHER, NOT TO THE PASS/HISTORY LEG, AND
000316*                      A STREAM LEFT OPEN BY A REOPEN OR
000317*                      BACK-OUT AS THE DAY'S LAST EVENT IS NOT
000318*                      A CLOSE-OUT BREAK.
000319*    2026-10-15 JPK   DTCATCUP CATCH-UP PLANS.  A REGION'S RUNS
000321*                      FOR DATES ON AN APPROVED DTCUPPLN PLAN ARE
000322*                      REPORTED AS ONE CATCH-UP EVENT, AND EVERY
000323*                      PLANNED DATE RUN MUST ALSO BE CLOSED OUT.
000324*    2026-10-15 JPK   CATCH-UP CLOSE-OUT IS JUDGED PER PLAN DATE
000325*                      (RAN/CLOSED FLAGS), NOT BY COMPARING
000326*                      ENTRY COUNTS, SO A DTVALID RERUN OF A
000327*                      PLAN DATE IS NOT A CLOSE-OUT BREAK.
000320*
000330*    COND CODES:
000340*    00  EVERY REGION TIED - TRAILS ARE IN BALANCE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS RN-WINCTL-STATUS.
000750
000752     SELECT DTCUPPLN-FILE ASSIGN TO DTCUPPLN
000754         ORGANIZATION IS LINE SEQUENTIAL
000756         FILE STATUS IS RN-CUPPLN-STATUS.
000758
000760     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS RN-REPORT-STATUS.
001060     RECORD CONTAINS 18 CHARACTERS.
001070 COPY DTWINREC.
001080
001081 FD  DTCUPPLN-FILE
001082     LABEL RECORDS ARE STANDARD
001083     RECORD CONTAINS 80 CHARACTERS.
001084 COPY DTCUPREC.
001085
001090 FD  DTREPORT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 132 CHARACTERS.
001240         88  RN-BIZDTE-OK                VALUE '00'.
001250     05  RN-WINCTL-STATUS            PIC X(02) VALUE '99'.
001260         88  RN-WINCTL-OK                VALUE '00'.
001262     05  RN-CUPPLN-STATUS            PIC X(02) VALUE '99'.
001264         88  RN-CUPPLN-OK                VALUE '00'.
001270     05  RN-REPORT-STATUS            PIC X(02) VALUE '99'.
001280         88  RN-REPORT-OK                VALUE '00'.
001290
001530     05  RN-TOT-BALANCED             PIC 9(05) COMP VALUE ZERO.
001540     05  RN-TOT-OUT-OF-BAL           PIC 9(05) COMP VALUE ZERO.
001550     05  RN-TOT-EXCEPTIONS           PIC 9(05) COMP VALUE ZERO.
001552     05  RN-TOT-CATCHUPS             PIC 9(05) COMP VALUE ZERO.
001560
001570*****************************************************************
001580*    ONE SLOT PER REGION SEEN ON ANY OF THE TRAILS OR EXPECTED
001710         10  RN-REG-PASS-CNT         PIC 9(05) COMP.
001720         10  RN-REG-CLSE-CNT         PIC 9(05) COMP.
001730         10  RN-REG-HIST-CNT         PIC 9(05) COMP.
001732         10  RN-REG-RVSL-CNT         PIC 9(05) COMP.
001734         10  RN-REG-RHST-CNT         PIC 9(05) COMP.
001736         10  RN-REG-LAST-EVENT       PIC X(04).
001738             88  RN-REG-LAST-WAS-RVSL    VALUE 'RVSL'.
001740         10  RN-REG-HIST-BUS-DATE    PIC 9(08).
001750         10  RN-REG-EXPECTED-SW      PIC X(01).
001760             88  RN-REG-EXPECTED         VALUE 'Y'.
001780             88  RN-REG-CTL-FOUND        VALUE 'Y'.
001790         10  RN-REG-CTL-STATUS       PIC X(01).
001800         10  RN-REG-CTL-CRE-DATE     PIC 9(08).
001802         10  RN-REG-CUP-CNT          PIC 9(05) COMP.
001804         10  RN-REG-CUP-OPEN-SW      PIC X(01).
001805             88  RN-REG-CUP-LEFT-OPEN    VALUE 'Y'.
001806         10  RN-REG-CUP-FIRST        PIC 9(08).
001808         10  RN-REG-CUP-LAST         PIC 9(08).
001810
001811*****************************************************************
001812*    APPROVED DTCATCUP PLAN DATES (REGION + BUSINESS DATE) FROM
001813*    DTCUPPLN.  A HISTORY ENTRY OR CLSE ROW FOR ONE OF THESE IS
001814*    PART OF A CATCH-UP, NOT AN ORDINARY DAY'S RUN.
001815*****************************************************************
001816 01  RN-CATCHUP-TABLE-AREA.
001817     05  RN-CUP-COUNT                PIC 9(03) COMP VALUE ZERO.
001818     05  RN-CUP-MAX                  PIC 9(03) COMP VALUE 500.
001819     05  RN-CUP-SUB                  PIC 9(03) COMP.
001821     05  RN-CUP-PICK                 PIC 9(03) COMP.
001822     05  RN-CUP-FULL-SW              PIC X(01) VALUE 'N'.
001823         88  RN-CUP-FULL                 VALUE 'Y'.
001824     05  RN-WORK-DATE                PIC 9(08).
001825     05  RN-CUP-ENTRY OCCURS 500 TIMES.
001826         10  RN-CUP-REGION           PIC X(03).
001827         10  RN-CUP-DATE             PIC 9(08).
001829         10  RN-CUP-RAN-SW           PIC X(01).
001831             88  RN-CUP-RAN              VALUE 'Y'.
001832         10  RN-CUP-CLOSED-SW        PIC X(01).
001833             88  RN-CUP-CLOSED           VALUE 'Y'.
001828
001820 01  RN-HEADING-1.
001830     05  FILLER                      PIC X(10) VALUE 'DTRECON'.
001840     05  FILLER                      PIC X(43)
001980     05  FILLER                      PIC X(90) VALUE SPACES.
001990
002000 01  RN-COL-HDR.
002010     05  FILLER                      PIC X(49) VALUE
002020         '  REG   PASS   CLSE   HIST   RVSL  CTL  CONDITION'.
002030     05  FILLER                      PIC X(83) VALUE SPACES.
002040
002050 01  RN-DETAIL-LINE.
002060     05  FILLER                      PIC X(02) VALUE SPACES.
002110     05  RN-DTL-CLSE                 PIC ZZZZ9.
002120     05  FILLER                      PIC X(02) VALUE SPACES.
002130     05  RN-DTL-HIST                 PIC ZZZZ9.
002132     05  FILLER                      PIC X(02) VALUE SPACES.
002134     05  RN-DTL-RVSL                 PIC ZZZZ9.
002140     05  FILLER                      PIC X(03) VALUE SPACES.
002150     05  RN-DTL-CTL                  PIC X(01).
002160     05  FILLER                      PIC X(04) VALUE SPACES.
002170     05  RN-DTL-CONDITION            PIC X(40).
002180     05  FILLER                      PIC X(57) VALUE SPACES.
002190
002200 01  RN-TOTAL-LINE.
002210     05  FILLER                      PIC X(02) VALUE SPACES.
003230         SET RN-WARNINGS-SEEN TO TRUE
003240     END-IF
003250
003252     PERFORM 1200-LOAD-CATCHUP-PLANS THRU 1200-EXIT
003254
003260     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
003270 1000-EXIT.
003280     EXIT.
003390     END-IF.
003400 1100-EXIT.
003410     EXIT.
003411
003412*****************************************************************
003413*    1200-LOAD-CATCHUP-PLANS - TABLE EVERY APPROVED PLAN DATE
003414*    ON DTCUPPLN THAT WAS PLANNED BY THE RECONCILE DATE.  NO
003415*    FILE (35) SIMPLY MEANS NO CATCH-UP HAS EVER BEEN PLANNED.
003416*****************************************************************
003417 1200-LOAD-CATCHUP-PLANS.
003418     OPEN INPUT DTCUPPLN-FILE
003419     IF RN-CUPPLN-STATUS = '35'
003421         GO TO 1200-EXIT
003422     END-IF
003423     IF NOT RN-CUPPLN-OK
003424         DISPLAY 'DTRECON: DTCUPPLN NOT AVAILABLE - STATUS '
003425             RN-CUPPLN-STATUS ' - CATCH-UP DATES NOT RECOGNIZED'
003426         SET RN-WARNINGS-SEEN TO TRUE
003427         GO TO 1200-EXIT
003428     END-IF
003429     PERFORM 1300-LOAD-PLAN-DATE THRU 1300-EXIT
003431         UNTIL NOT RN-CUPPLN-OK
003432     CLOSE DTCUPPLN-FILE.
003433 1200-EXIT.
003434     EXIT.
003435
003436 1300-LOAD-PLAN-DATE.
003437     READ DTCUPPLN-FILE
003438         AT END
003439             GO TO 1300-EXIT
003441     END-READ
003442     IF NOT DTCUP-APPROVED
003443         OR DTCUP-PLAN-DATE > RN-RECON-DATE
003444         GO TO 1300-EXIT
003445     END-IF
003446     IF RN-CUP-COUNT NOT < RN-CUP-MAX
003447         IF NOT RN-CUP-FULL
003448             DISPLAY 'DTRECON: CATCH-UP PLAN TABLE FULL - LATER '
003449                 'PLAN DATES NOT RECOGNIZED'
003451             SET RN-CUP-FULL TO TRUE
003452             SET RN-WARNINGS-SEEN TO TRUE
003453         END-IF
003454         GO TO 1300-EXIT
003456     END-IF
003457     ADD 1 TO RN-CUP-COUNT
003458     MOVE DTCUP-REGION-CODE TO RN-CUP-REGION (RN-CUP-COUNT)
003459     MOVE DTCUP-BUSINESS-DATE TO RN-CUP-DATE (RN-CUP-COUNT)
003461     MOVE 'N' TO RN-CUP-RAN-SW (RN-CUP-COUNT)
003462                   RN-CUP-CLOSED-SW (RN-CUP-COUNT).
003463 1300-EXIT.
003464     EXIT.
003420
003430*****************************************************************
003440*    2000-TALLY-AUDIT - COUNT THE RECONCILE DAY'S 'PASS',
003450*    'CLSE' AND 'RVSL' DTAUDIT ROWS INTO EACH REGION'S SLOT,
003455*    REMEMBERING WHICH CAME LAST.  ROWS WITH ANY OTHER RESULT
003460*    DO NOT PARTICIPATE IN THE TIE-OUT.
003470*****************************************************************
003480 2000-TALLY-AUDIT.
003490     READ DTAUDIT-FILE
003540         GO TO 2000-EXIT
003550     END-IF
003560     IF DTAUD-RESULT NOT = 'PASS' AND DTAUD-RESULT NOT = 'CLSE'
003565         AND DTAUD-RESULT NOT = 'RVSL'
003570         GO TO 2000-EXIT
003580     END-IF
003590     MOVE DTAUD-REGION-CODE TO RN-WORK-REGION
003610     IF RN-REG-PICK = ZERO
003620         GO TO 2000-EXIT
003630     END-IF
003640     EVALUATE DTAUD-RESULT
003650         WHEN 'PASS'
003655             ADD 1 TO RN-REG-PASS-CNT (RN-REG-PICK)
003660         WHEN 'CLSE'
003670             ADD 1 TO RN-REG-CLSE-CNT (RN-REG-PICK)
003671             PERFORM 2100-TALLY-CATCHUP-CLSE THRU 2100-EXIT
003672         WHEN OTHER
003674             ADD 1 TO RN-REG-RVSL-CNT (RN-REG-PICK)
003676     END-EVALUATE
003678     MOVE DTAUD-RESULT TO RN-REG-LAST-EVENT (RN-REG-PICK).
003690 2000-EXIT.
003700     EXIT.
003710
003711 2100-TALLY-CATCHUP-CLSE.
003712     MOVE DTAUD-ENTERED-DATE TO RN-WORK-DATE
003713     PERFORM 8500-FIND-PLAN-DATE THRU 8500-EXIT
003714     IF RN-CUP-PICK > ZERO
003715         SET RN-CUP-CLOSED (RN-CUP-PICK) TO TRUE
003716     END-IF.
003717 2100-EXIT.
003718     EXIT.
003719
003720*****************************************************************
003730*    3000-TALLY-HISTORY - COUNT THE DTBIZHST ENTRIES APPENDED
003740*    ON THE RECONCILE DATE AND KEEP THE BUSINESS DATE OF THE
003750*    LAST ONE FOR THE REPORT.  A DTREVRS REVERSAL ENTRY IS
003752*    COUNTED APART - IT TIES TO AN 'RVSL' AUDIT ROW, NOT TO A
003754*    DTVALID 'PASS'.
003760*****************************************************************
003770 3000-TALLY-HISTORY.
003780     READ DTBIZHST-FILE
003870     IF RN-REG-PICK = ZERO
003880         GO TO 3000-EXIT
003890     END-IF
003900     IF DTHST-ENTRY-REVERSAL
003902         ADD 1 TO RN-REG-RHST-CNT (RN-REG-PICK)
003904     ELSE
003906         ADD 1 TO RN-REG-HIST-CNT (RN-REG-PICK)
003907         PERFORM 3100-TALLY-CATCHUP-HIST THRU 3100-EXIT
003908     END-IF
003910     MOVE DTHST-BUSINESS-DATE TO
003920         RN-REG-HIST-BUS-DATE (RN-REG-PICK).
003930 3000-EXIT.
003940     EXIT.
003950
003951 3100-TALLY-CATCHUP-HIST.
003952     MOVE DTHST-BUSINESS-DATE TO RN-WORK-DATE
003953     PERFORM 8500-FIND-PLAN-DATE THRU 8500-EXIT
003954     IF RN-CUP-PICK = ZERO
003955         GO TO 3100-EXIT
003956     END-IF
003957     SET RN-CUP-RAN (RN-CUP-PICK) TO TRUE
003958     ADD 1 TO RN-REG-CUP-CNT (RN-REG-PICK)
003959     IF RN-REG-CUP-CNT (RN-REG-PICK) = 1
003961         MOVE RN-WORK-DATE TO RN-REG-CUP-FIRST (RN-REG-PICK)
003962     END-IF
003963     MOVE RN-WORK-DATE TO RN-REG-CUP-LAST (RN-REG-PICK).
003964 3100-EXIT.
003965     EXIT.
003966
003960*****************************************************************
003970*    4000-CAPTURE-CONTROL - ONE DTBIZDTE CONTROL RECORD READ IN
003980*    KEY ORDER.  ONLY A RECORD CHECKPOINTED ON THE RECONCILE
004310     IF RN-REG-PASS-CNT (RN-REG-SUB) = ZERO
004320         AND RN-REG-HIST-CNT (RN-REG-SUB) = ZERO
004330         AND RN-REG-CLSE-CNT (RN-REG-SUB) = ZERO
004332         AND RN-REG-RVSL-CNT (RN-REG-SUB) = ZERO
004334         AND RN-REG-RHST-CNT (RN-REG-SUB) = ZERO
004340         IF RN-REG-EXPECTED (RN-REG-SUB)
004350             ADD 1 TO RN-TOT-REGIONS
004360             MOVE 'REGION NEVER RAN' TO RN-DTL-CONDITION
004520             RN-DTL-CONDITION
004530         PERFORM 5100-PRINT-EXCEPTION THRU 5100-EXIT
004540     END-IF
004542     IF RN-REG-RVSL-CNT (RN-REG-SUB) NOT =
004544             RN-REG-RHST-CNT (RN-REG-SUB)
004546         MOVE 'REVERSAL AUDIT AND HISTORY DO NOT TIE' TO
004547             RN-DTL-CONDITION
004548         PERFORM 5100-PRINT-EXCEPTION THRU 5100-EXIT
004549     END-IF
004550*    A REOPEN OR BACK-OUT AS THE DAY'S LAST EVENT LEAVES THE
004552*    STREAM OPEN ON PURPOSE UNTIL IT IS RERUN - NOT A BREAK.
004554     IF RN-REG-CLSE-CNT (RN-REG-SUB) = ZERO
004556         AND NOT RN-REG-LAST-WAS-RVSL (RN-REG-SUB)
004560         AND NOT (RN-REG-CTL-FOUND (RN-REG-SUB)
004570                  AND RN-REG-CTL-STATUS (RN-REG-SUB) = 'C')
004580         MOVE 'STREAM NEVER CLOSED OUT' TO RN-DTL-CONDITION
004610     IF RN-REG-CLSE-CNT (RN-REG-SUB) > ZERO
004620         AND RN-REG-CTL-FOUND (RN-REG-SUB)
004630         AND RN-REG-CTL-STATUS (RN-REG-SUB) NOT = 'C'
004635         AND NOT RN-REG-LAST-WAS-RVSL (RN-REG-SUB)
004640         MOVE 'CLSE AUDIT BUT CONTROL STILL OPEN' TO
004650             RN-DTL-CONDITION
004660         PERFORM 5100-PRINT-EXCEPTION THRU 5100-EXIT
004670     END-IF
004671     PERFORM 5050-CHECK-CATCHUP-CLOSE THRU 5050-EXIT
004676     IF RN-REG-CUP-CNT (RN-REG-SUB) > ZERO
004677         ADD 1 TO RN-TOT-CATCHUPS
004678     END-IF
004680     IF RN-REGION-CLEAN
004690         ADD 1 TO RN-TOT-BALANCED
004700         IF RN-REG-RVSL-CNT (RN-REG-SUB) > ZERO
004702             MOVE 'BALANCED - REVERSAL APPLIED' TO
004704                 RN-DTL-CONDITION
004706         ELSE
004708             MOVE 'BALANCED' TO RN-DTL-CONDITION
004709         END-IF
004711*        A CATCH-UP IS ONE EVENT - ONE LINE FOR THE SPAN.
004712         IF RN-REG-CUP-CNT (RN-REG-SUB) > ZERO
004713             MOVE SPACES TO RN-DTL-CONDITION
004714             STRING 'BALANCED - CATCH-UP '
004715                 RN-REG-CUP-FIRST (RN-REG-SUB) '-'
004716                 RN-REG-CUP-LAST (RN-REG-SUB)
004717                 DELIMITED BY SIZE INTO RN-DTL-CONDITION
004718             END-STRING
004719         END-IF
004710         PERFORM 5200-PRINT-REGION-LINE THRU 5200-EXIT
004720     ELSE
004730         ADD 1 TO RN-TOT-OUT-OF-BAL
004740     END-IF.
004750 5000-EXIT.
004760     EXIT.
004761
004762*****************************************************************
004763*    5050-CHECK-CATCHUP-CLOSE - A CATCH-UP IS CLOSED OUT WHEN
004764*    EVERY PLAN DATE THE REGION RAN ON THE RECONCILE DAY ALSO
004765*    HAS A CLSE ROW.  JUDGED PER PLAN DATE, NOT BY COUNTS, SO A
004766*    DTVALID RERUN OF A PLAN DATE IS NOT A BREAK.
004767*****************************************************************
004768 5050-CHECK-CATCHUP-CLOSE.
004769     MOVE 'N' TO RN-REG-CUP-OPEN-SW (RN-REG-SUB)
004771     PERFORM 5060-TEST-PLAN-DATE THRU 5060-EXIT
004772         VARYING RN-CUP-SUB FROM 1 BY 1
004773         UNTIL RN-CUP-SUB > RN-CUP-COUNT
004774     IF RN-REG-CUP-LEFT-OPEN (RN-REG-SUB)
004775         MOVE 'CATCH-UP DATE(S) NOT CLOSED OUT' TO
004776             RN-DTL-CONDITION
004777         PERFORM 5100-PRINT-EXCEPTION THRU 5100-EXIT
004778     END-IF.
004779 5050-EXIT.
004781     EXIT.
004782
004783 5060-TEST-PLAN-DATE.
004784     IF RN-CUP-REGION (RN-CUP-SUB) = RN-REG-CODE (RN-REG-SUB)
004785         AND RN-CUP-RAN (RN-CUP-SUB)
004786         AND NOT RN-CUP-CLOSED (RN-CUP-SUB)
004787         SET RN-REG-CUP-LEFT-OPEN (RN-REG-SUB) TO TRUE
004788     END-IF.
004789 5060-EXIT.
004791     EXIT.
004770
004780 5100-PRINT-EXCEPTION.
004790     MOVE 'N' TO RN-REGION-CLEAN-SW
004870     MOVE RN-REG-PASS-CNT (RN-REG-SUB) TO RN-DTL-PASS
004880     MOVE RN-REG-CLSE-CNT (RN-REG-SUB) TO RN-DTL-CLSE
004890     MOVE RN-REG-HIST-CNT (RN-REG-SUB) TO RN-DTL-HIST
004895     MOVE RN-REG-RVSL-CNT (RN-REG-SUB) TO RN-DTL-RVSL
004900     IF RN-REG-CTL-FOUND (RN-REG-SUB)
004910         MOVE RN-REG-CTL-STATUS (RN-REG-SUB) TO RN-DTL-CTL
004920     ELSE
005190     MOVE RN-TOT-EXCEPTIONS TO RN-TOT-CNT
005200     MOVE RN-TOTAL-LINE TO RN-PRINT-REC
005210     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005211     MOVE 'CATCH-UP EVENTS' TO RN-TOT-LABEL
005212     MOVE RN-TOT-CATCHUPS TO RN-TOT-CNT
005213     MOVE RN-TOTAL-LINE TO RN-PRINT-REC
005214     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005220     MOVE RN-END-LINE TO RN-PRINT-REC
005230     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005240     IF RN-TOT-OUT-OF-BAL > ZERO
005900             MOVE ZERO TO RN-REG-PASS-CNT (RN-REG-PICK)
005910             MOVE ZERO TO RN-REG-CLSE-CNT (RN-REG-PICK)
005920             MOVE ZERO TO RN-REG-HIST-CNT (RN-REG-PICK)
005922             MOVE ZERO TO RN-REG-RVSL-CNT (RN-REG-PICK)
005924             MOVE ZERO TO RN-REG-RHST-CNT (RN-REG-PICK)
005926             MOVE SPACES TO RN-REG-LAST-EVENT (RN-REG-PICK)
005930             MOVE ZERO TO RN-REG-HIST-BUS-DATE (RN-REG-PICK)
005940             MOVE 'N' TO RN-REG-EXPECTED-SW (RN-REG-PICK)
005950             MOVE 'N' TO RN-REG-CTL-FOUND-SW (RN-REG-PICK)
005960             MOVE SPACE TO RN-REG-CTL-STATUS (RN-REG-PICK)
005970             MOVE ZERO TO RN-REG-CTL-CRE-DATE (RN-REG-PICK)
005971             MOVE ZERO TO RN-REG-CUP-CNT (RN-REG-PICK)
005973             MOVE 'N' TO RN-REG-CUP-OPEN-SW (RN-REG-PICK)
005975             MOVE ZERO TO RN-REG-CUP-FIRST (RN-REG-PICK)
005977             MOVE ZERO TO RN-REG-CUP-LAST (RN-REG-PICK)
005972         ELSE
005974             DISPLAY 'DTRECON: REGION TABLE FULL - REGION '''
005976                 RN-WORK-REGION ''' NOT RECONCILED'
006060     END-IF.
006070 8100-EXIT.
006080     EXIT.
006081
006082*****************************************************************
006083*    8500-FIND-PLAN-DATE - IS RN-WORK-DATE AN APPROVED PLAN DATE
006084*    FOR RN-WORK-REGION?  RN-CUP-PICK IS ZERO WHEN IT IS NOT.
006085*****************************************************************
006086 8500-FIND-PLAN-DATE.
006087     MOVE ZERO TO RN-CUP-PICK
006088     PERFORM 8600-MATCH-PLAN-DATE THRU 8600-EXIT
006089         VARYING RN-CUP-SUB FROM 1 BY 1
006091         UNTIL RN-CUP-SUB > RN-CUP-COUNT.
006092 8500-EXIT.
006093     EXIT.
006094
006095 8600-MATCH-PLAN-DATE.
006096     IF RN-CUP-REGION (RN-CUP-SUB) = RN-WORK-REGION
006097         AND RN-CUP-DATE (RN-CUP-SUB) = RN-WORK-DATE
006098         MOVE RN-CUP-SUB TO RN-CUP-PICK
006099         MOVE RN-CUP-COUNT TO RN-CUP-SUB
006101     END-IF.
006102 8600-EXIT.
006103     EXIT.
006090
006100*****************************************************************
006110*    9999-TERMINATE - CLOSE EVERYTHING THAT WAS OPENED.
