000320*    DATE       BY    DESCRIPTION
000330*    ---------- ----  ----------------------------------------
000340*    2026-08-22 JPK   ORIGINAL.
000341*    2026-10-15 JPK   CARRIES THE DTAUDIT CHAIN (SEE DTAUDREC)
000342*                      ACROSS THE CUT: THE CUT IS NOW ALWAYS A
000343*                      PREFIX OF THE FILE (ONCE A RECORD IS KEPT,
000344*                      EVERYTHING AFTER IT IS KEPT), AND A CHAIN
000345*                      RECORD WITH THE STARTING SEQUENCE NUMBER
000346*                      AND CHECK VALUE OF THE ARCHIVE GENERATION
000347*                      AND OF THE KEPT FILE IS WRITTEN TO DTARCSUM
000348*                      AND PRINTED EVERY RUN.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    DTAUDARC.
001430     05  ARC-TOT-KEPT                PIC 9(07) COMP VALUE ZERO.
001440     05  ARC-TOT-SUMMARIES           PIC 9(07) COMP VALUE ZERO.
001450     05  ARC-TOT-NONATTEMPT          PIC 9(07) COMP VALUE ZERO.
001451     05  ARC-TOT-UNCHAINED           PIC 9(07) COMP VALUE ZERO.
001460
001470 01  ARC-WORK-AREA.
001480     05  ARC-REC-PERIOD              PIC 9(06).
001490     05  ARC-PERIOD-QUOT             PIC 9(06).
001500     05  ARC-PERIOD-REM              PIC 9(02).
001510     05  ARC-RESULT-CODE             PIC 9(02) VALUE ZERO.
001511     05  ARC-KEEPING-SW              PIC X(01) VALUE 'N'.
001512         88  ARC-KEEPING                 VALUE 'Y'.
001513     05  ARC-STAMPED-SW              PIC X(01).
001514         88  ARC-ROW-STAMPED             VALUE 'Y'.
001515
001516*****************************************************************
001517*    DTAUDIT CHAIN POSITIONS.  THE ARCHIVE STARTS WHERE THE LIVE
001518*    FILE STARTED (THE PREVIOUS RUN'S KEPT START); THE KEPT FILE
001519*    STARTS RIGHT AFTER THE LAST ARCHIVED ROW.
001521*****************************************************************
001522 01  ARC-CHAIN-AREA.
001523     05  ARC-ARC-FIRST-SEQ           PIC 9(09) VALUE ZERO.
001524     05  ARC-ARC-PRIOR-CHECK         PIC 9(09) VALUE ZERO.
001525     05  ARC-ARC-LAST-SEQ            PIC 9(09) VALUE ZERO.
001526     05  ARC-ARC-LAST-CHECK          PIC 9(09) VALUE ZERO.
001527     05  ARC-KEPT-FIRST-SEQ          PIC 9(09) VALUE ZERO.
001528     05  ARC-KEPT-PRIOR-CHECK        PIC 9(09) VALUE ZERO.
001529     05  ARC-KEPT-LAST-SEQ           PIC 9(09) VALUE ZERO.
001531     05  ARC-KEPT-LAST-CHECK         PIC 9(09) VALUE ZERO.
001520
001530 01  ARC-PERIOD-TABLE-AREA.
001540     05  ARC-PER-COUNT               PIC 9(03) COMP VALUE ZERO.
002070     05  ARC-TOT-CNT                 PIC ZZZ,ZZ9.
002080     05  FILLER                      PIC X(89) VALUE SPACES.
002090
002091 01  ARC-CHAIN-LINE.
002092     05  FILLER                      PIC X(02) VALUE SPACES.
002093     05  ARC-CHN-LABEL               PIC X(34).
002094     05  ARC-CHN-VALUE               PIC 9(09).
002095     05  FILLER                      PIC X(87) VALUE SPACES.
002096
002100 01  ARC-PERIOD-COL-HDR.
002110     05  FILLER                      PIC X(48) VALUE
002120         '  PERIOD   ATTEMPTS     PASSED     FAILED'.
002280         VALUE '*** END OF REPORT ***'.
002290     05  FILLER                      PIC X(111) VALUE SPACES.
002300
002301
002302 COPY DTACHLNK.
002310 PROCEDURE DIVISION.
002320
002330 0000-MAINLINE.
002350     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002360         UNTIL NOT ARC-AUDIT-OK
002370     PERFORM 3000-WRITE-SUMMARIES THRU 3000-EXIT
002371     PERFORM 3300-WRITE-CHAIN-RECORD THRU 3300-EXIT
002380     PERFORM 4000-PRINT-DISPOSITION THRU 4000-EXIT
002390     PERFORM 9999-TERMINATE THRU 9999-EXIT
002400     IF ARC-TOT-ARCHIVED = ZERO AND ARC-RESULT-CODE = ZERO
002880     END-IF
002890     OPEN OUTPUT DTAUDNEW-FILE
002900     OPEN OUTPUT DTARCHV-FILE
002901*    THE DTAUDIT CHAIN STARTS WHERE THE LAST CUT LEFT THE LIVE
002902*    FILE.  DTARCSUM MUST BE READABLE FOR THAT, AS IT MUST BE
002903*    WRITABLE BELOW.
002904     SET DTACH-FUNC-KEPT-START TO TRUE
002905     CALL 'DTAUDCHN' USING DTACH-LINKAGE
002906     IF DTACH-FAILED
002907         DISPLAY 'DTAUDARC: UNABLE TO READ DTARCSUM FOR THE '
002908             'DTAUDIT CHAIN - STATUS ' DTACH-AUDIT-STATUS
002909             ' - RUN ABANDONED'
002911         MOVE 16 TO RETURN-CODE
002912         STOP RUN
002913     END-IF
002914     COMPUTE ARC-ARC-FIRST-SEQ = DTACH-LAST-SEQ-NO + 1
002915     MOVE DTACH-LAST-CHECK TO ARC-ARC-PRIOR-CHECK
002916     MOVE DTACH-LAST-SEQ-NO TO ARC-ARC-LAST-SEQ
002917     MOVE DTACH-LAST-CHECK TO ARC-ARC-LAST-CHECK
002910     OPEN EXTEND DTARCSUM-FILE
002920     IF NOT ARC-ARCSUM-OK
002930         OPEN OUTPUT DTARCSUM-FILE
003100*    2000-PROCESS-RECORD - ROUTE ONE DTAUDIT RECORD.  OLDER
003110*    THAN THE CUTOFF GOES TO THE ARCHIVE GENERATION AND INTO
003120*    THE PERIOD TALLIES; EVERYTHING ELSE IS KEPT ON DTAUDNEW.
003122*    ONCE ONE RECORD IS KEPT, ALL THAT FOLLOW ARE KEPT, SO THE
003124*    ARCHIVE AND THE KEPT FILE ARE EACH AN UNBROKEN STRETCH OF
003126*    THE DTAUDIT CHAIN.
003130*****************************************************************
003140 2000-PROCESS-RECORD.
003150     READ DTAUDIT-FILE
003170             GO TO 2000-EXIT
003180     END-READ
003190     ADD 1 TO ARC-TOT-READ
003192     MOVE 'N' TO ARC-STAMPED-SW
003194     IF DTAUD-SEQ-NO IS NUMERIC
003196         AND DTAUD-SEQ-NO > ZERO
003198         AND DTAUD-CHECK-VALUE IS NUMERIC
003199         SET ARC-ROW-STAMPED TO TRUE
003201     ELSE
003202         ADD 1 TO ARC-TOT-UNCHAINED
003203     END-IF
003204     IF NOT ARC-KEEPING
003205         AND DTAUD-SYSTEM-DATE IS NUMERIC
003210         AND DTAUD-SYSTEM-DATE < ARC-CUTOFF-DATE
003220         WRITE ARC-ARCHV-RECORD FROM DTAUD-RECORD
003230         ADD 1 TO ARC-TOT-ARCHIVED
003232         IF ARC-ROW-STAMPED
003234             MOVE DTAUD-SEQ-NO TO ARC-ARC-LAST-SEQ
003236             MOVE DTAUD-CHECK-VALUE TO ARC-ARC-LAST-CHECK
003238         END-IF
003240         PERFORM 2100-TALLY-PERIOD THRU 2100-EXIT
003250     ELSE
003252         SET ARC-KEEPING TO TRUE
003260         WRITE ARC-AUDNEW-RECORD FROM DTAUD-RECORD
003270         ADD 1 TO ARC-TOT-KEPT
003272         IF ARC-ROW-STAMPED
003274             MOVE DTAUD-SEQ-NO TO ARC-KEPT-LAST-SEQ
003276             MOVE DTAUD-CHECK-VALUE TO ARC-KEPT-LAST-CHECK
003278         END-IF
003280     END-IF.
003290 2000-EXIT.
003300     EXIT.
004520 3200-EXIT.
004530     EXIT.
004540
004541*****************************************************************
004542*    3300-WRITE-CHAIN-RECORD - WHERE THE ARCHIVE GENERATION AND
004543*    THE KEPT FILE EACH START AND END IN THE DTAUDIT CHAIN.  THE
004544*    KEPT FILE STARTS FROM THE LAST ARCHIVED ROW; WITH NOTHING
004545*    CHAINED KEPT, ITS LAST ROW IS THAT SAME POINT.  WRITTEN
004546*    EVERY RUN - THE LATEST ONE IS WHERE THE LIVE FILE STARTS.
004547*****************************************************************
004548 3300-WRITE-CHAIN-RECORD.
004549     COMPUTE ARC-KEPT-FIRST-SEQ = ARC-ARC-LAST-SEQ + 1
004550     MOVE ARC-ARC-LAST-CHECK TO ARC-KEPT-PRIOR-CHECK
004551     IF ARC-KEPT-LAST-SEQ = ZERO
004552         MOVE ARC-ARC-LAST-SEQ TO ARC-KEPT-LAST-SEQ
004553         MOVE ARC-ARC-LAST-CHECK TO ARC-KEPT-LAST-CHECK
004554     END-IF
004555     MOVE SPACES TO DTSUM-CHAIN-RECORD
004556     SET DTSUM-IS-CHAIN TO TRUE
004557     MOVE ARC-SYSTEM-DATE TO DTSUM-CHN-RUN-DATE
004558     MOVE ARC-CUTOFF-DATE TO DTSUM-CHN-CUTOFF-DATE
004559     MOVE ARC-TOT-ARCHIVED TO DTSUM-CHN-ARC-COUNT
004560     MOVE ARC-ARC-FIRST-SEQ TO DTSUM-CHN-ARC-FIRST-SEQ
004561     MOVE ARC-ARC-PRIOR-CHECK TO DTSUM-CHN-ARC-PRIOR-CHECK
004562     MOVE ARC-ARC-LAST-SEQ TO DTSUM-CHN-ARC-LAST-SEQ
004563     MOVE ARC-ARC-LAST-CHECK TO DTSUM-CHN-ARC-LAST-CHECK
004564     MOVE ARC-TOT-KEPT TO DTSUM-CHN-KEPT-COUNT
004565     MOVE ARC-KEPT-FIRST-SEQ TO DTSUM-CHN-KEPT-FIRST-SEQ
004566     MOVE ARC-KEPT-PRIOR-CHECK TO DTSUM-CHN-KEPT-PRIOR-CHECK
004567     MOVE ARC-KEPT-LAST-SEQ TO DTSUM-CHN-KEPT-LAST-SEQ
004568     MOVE ARC-KEPT-LAST-CHECK TO DTSUM-CHN-KEPT-LAST-CHECK
004569     MOVE ARC-TOT-UNCHAINED TO DTSUM-CHN-UNCHAINED
004570     WRITE DTSUM-CHAIN-RECORD.
004571 3300-EXIT.
004572     EXIT.
004573
004550*****************************************************************
004560*    4000-PRINT-DISPOSITION - THE AUDIT-BINDER REPORT OF WHAT
004570*    WAS MOVED WHERE: PARAMETERS, COUNTS, AND THE PER-PERIOD
004980     MOVE ARC-TOTAL-LINE TO ARC-PRINT-REC
004990     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005000
005001     MOVE 'DTAUDIT CHAIN (WRITTEN TO DTARCSUM)' TO
005002         ARC-SECTION-TITLE
005003     PERFORM 7200-PRINT-SECTION-TITLE THRU 7200-EXIT
005004     MOVE 'ARCHIVE FIRST SEQUENCE NUMBER' TO ARC-CHN-LABEL
005005     MOVE ARC-ARC-FIRST-SEQ TO ARC-CHN-VALUE
005006     PERFORM 4200-PRINT-CHAIN-LINE THRU 4200-EXIT
005007     MOVE 'ARCHIVE CHAINED FROM CHECK VALUE' TO ARC-CHN-LABEL
005008     MOVE ARC-ARC-PRIOR-CHECK TO ARC-CHN-VALUE
005009     PERFORM 4200-PRINT-CHAIN-LINE THRU 4200-EXIT
005011     MOVE 'ARCHIVE LAST SEQUENCE NUMBER' TO ARC-CHN-LABEL
005012     MOVE ARC-ARC-LAST-SEQ TO ARC-CHN-VALUE
005013     PERFORM 4200-PRINT-CHAIN-LINE THRU 4200-EXIT
005014     MOVE 'ARCHIVE LAST CHECK VALUE' TO ARC-CHN-LABEL
005015     MOVE ARC-ARC-LAST-CHECK TO ARC-CHN-VALUE
005016     PERFORM 4200-PRINT-CHAIN-LINE THRU 4200-EXIT
005017     MOVE 'KEPT FILE FIRST SEQUENCE NUMBER' TO ARC-CHN-LABEL
005018     MOVE ARC-KEPT-FIRST-SEQ TO ARC-CHN-VALUE
005019     PERFORM 4200-PRINT-CHAIN-LINE THRU 4200-EXIT
005021     MOVE 'KEPT FILE CHAINED FROM CHECK' TO ARC-CHN-LABEL
005022     MOVE ARC-KEPT-PRIOR-CHECK TO ARC-CHN-VALUE
005023     PERFORM 4200-PRINT-CHAIN-LINE THRU 4200-EXIT
005024     MOVE 'KEPT FILE LAST SEQUENCE NUMBER' TO ARC-CHN-LABEL
005025     MOVE ARC-KEPT-LAST-SEQ TO ARC-CHN-VALUE
005026     PERFORM 4200-PRINT-CHAIN-LINE THRU 4200-EXIT
005027     MOVE 'KEPT FILE LAST CHECK VALUE' TO ARC-CHN-LABEL
005028     MOVE ARC-KEPT-LAST-CHECK TO ARC-CHN-VALUE
005029     PERFORM 4200-PRINT-CHAIN-LINE THRU 4200-EXIT
005031     MOVE 'UNCHAINED RECORDS READ' TO ARC-TOT-LABEL
005032     MOVE ARC-TOT-UNCHAINED TO ARC-TOT-CNT
005033     MOVE ARC-TOTAL-LINE TO ARC-PRINT-REC
005034     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005035
005010     IF ARC-PER-COUNT > ZERO
005020         MOVE 'ARCHIVED PERIOD TOTALS (WRITTEN TO DTARCSUM)' TO
005030             ARC-SECTION-TITLE
005250 4100-EXIT.
005260     EXIT.
005270
005271 4200-PRINT-CHAIN-LINE.
005272     MOVE ARC-CHAIN-LINE TO ARC-PRINT-REC
005273     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
005274 4200-EXIT.
005275     EXIT.
005276
005280*****************************************************************
005290*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLES.  EVERY WRITE
005300*    CARRIES AN EXPLICIT ADVANCING PHRASE.
