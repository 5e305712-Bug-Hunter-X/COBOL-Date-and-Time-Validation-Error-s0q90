000010*****************************************************************
000020*    PROGRAM-ID: DTFEDVER
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : FEEDER HEADER BUSINESS-DATE VERIFICATION STEP.
000080*                RUN AHEAD OF EACH FEED'S POSTING STEP IN THE
000090*                NIGHTLY STREAM.  READS THE FEED'S HEADER RECORD
000100*                (FEEDHDR), LIFTS THE 8-BYTE HEADER DATE FROM THE
000110*                COLUMN GIVEN ON THE FEED'S DTFEDCTL RECORD, AND
000120*                HANDS IT TO DTFEDCHK TO BE NORMALIZED AND
000130*                COMPARED WITH THE REGION'S BUSINESS DATE.
000140*
000150*                A MISMATCH (OR ANY OTHER REASON THE FEED CANNOT
000160*                BE ACCEPTED) IS WRITTEN TO DTEXCPT AS A NUMBERED
000170*                OPEN EXCEPTION, SO IT IS SIGNED OFF THROUGH
000180*                DTEXCACK LIKE ANY DTVALID WARNING: DTEXC-JOB-ID
000190*                IS THE FEED NAME, DTEXC-ENTERED-DATE THE
000200*                NORMALIZED HEADER DATE AND DTEXC-SYSTEM-DATE THE
000210*                REGION'S BUSINESS DATE.  EVERY FEED, ACCEPTED OR
000220*                NOT, IS LOGGED TO DTAUDIT WITH RESULT 'FEED' AND
000230*                THE FEED NAME IN DTAUD-JOB-ID:
000240*                  REASON 00  ACCEPTED - HEADER DATE MATCHES
000250*                  REASON 60  ACCEPTED WITH WARNING - MISMATCH ON
000260*                             A WARN-ONLY FEED
000270*                  REASON 61  REJECTED - HEADER DATE MISMATCH
000280*                  REASON 62  REJECTED - HEADER DATE MISSING OR
000290*                             NOT A VALID DATE IN THE FEED'S
000300*                             LAYOUT
000310*                  REASON 63  REJECTED - FEED NOT ON DTFEDCTL
000320*                  REASON 64  REJECTED - NO CURRENT BUSINESS DATE
000330*                             FOR THE REGION (SEE DTGETDTE)
000340*
000350*                THE DTSYSIN CARD CARRIES THE FEED NAME (COLS
000360*                1-8) AND THE REGION (COLS 10-12, BLANK FOR A
000370*                SINGLE-STREAM SHOP).
000380*
000390*    MOD LOG   :
000400*    DATE       BY    DESCRIPTION
000410*    ---------- ----  ----------------------------------------
000420*    2026-10-15 JPK   ORIGINAL.
000421*    2026-10-15 JPK   THE FEED ROW IS STAMPED WITH ITS DTAUDIT
000422*                      CHAIN SEQUENCE NUMBER AND CHECK VALUE
000423*                      THROUGH DTAUDCHN BEFORE IT IS WRITTEN.
000424*    2026-10-15 JPK   A FAILED DTAUDIT WRITE IS REPORTED ON THE
000425*                      CONSOLE INSTEAD OF PASSING SILENTLY.
000430*
000440*    COND CODES:
000450*    00  FEED ACCEPTED
000460*    04  FEED ACCEPTED WITH A WARNING - EXCEPTION RAISED
000470*    08  FEED REJECTED - EXCEPTION RAISED, DO NOT POST
000480*    12  DTSYSIN CARD MISSING OR HAS NO FEED NAME
000490*    16  THE EXCEPTION COULD NOT BE WRITTEN TO DTEXCPT
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.    DTFEDVER.
000530 AUTHOR.        J. P. KOWALSKI.
000540 INSTALLATION.  BATCH CONTROL GROUP.
000550 DATE-WRITTEN.  2026-10-15.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.  IBM370.
000610 OBJECT-COMPUTER.  IBM370.
000620
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FV-SYSIN-STATUS.
000680
000690     SELECT FEEDHDR-FILE  ASSIGN TO FEEDHDR
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FV-FEEDHDR-STATUS.
000720
000730     SELECT DTFEDCTL-FILE ASSIGN TO DTFEDCTL
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FV-FEDCTL-STATUS.
000760
000770     SELECT DTEXCPT-FILE  ASSIGN TO DTEXCPT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FV-EXCPT-STATUS.
000800
000810     SELECT DTAUDIT-FILE  ASSIGN TO DTAUDIT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FV-AUDIT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  DTSYSIN-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  FV-CARD.
000910     05  FV-CARD-FEED-NAME           PIC X(08).
000920     05  FILLER                      PIC X(01).
000930     05  FV-CARD-REGION              PIC X(03).
000940     05  FILLER                      PIC X(68).
000950
000960 FD  FEEDHDR-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 256 CHARACTERS.
000990 01  FV-HEADER-RECORD                PIC X(256).
001000
001010 FD  DTFEDCTL-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040 COPY DTFCTREC.
001050
001060 FD  DTEXCPT-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 132 CHARACTERS.
001090 COPY DTEXCREC.
001100
001110 FD  DTAUDIT-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 80 CHARACTERS.
001140 COPY DTAUDREC.
001150
001160 WORKING-STORAGE SECTION.
001170
001180 01  FV-FILE-STATUSES.
001190     05  FV-SYSIN-STATUS             PIC X(02) VALUE '99'.
001200         88  FV-SYSIN-OK                 VALUE '00'.
001210     05  FV-FEEDHDR-STATUS           PIC X(02) VALUE '99'.
001220         88  FV-FEEDHDR-OK               VALUE '00'.
001230     05  FV-FEDCTL-STATUS            PIC X(02) VALUE '99'.
001240         88  FV-FEDCTL-OK                VALUE '00'.
001250     05  FV-EXCPT-STATUS             PIC X(02) VALUE '99'.
001260         88  FV-EXCPT-OK                 VALUE '00'.
001270     05  FV-AUDIT-STATUS             PIC X(02) VALUE '99'.
001280         88  FV-AUDIT-OK                 VALUE '00'.
001290
001300 01  FV-SYSTEM-DATE-TIME             PIC X(21).
001310 01  FV-SYS-DT-R REDEFINES FV-SYSTEM-DATE-TIME.
001320     05  FV-SYS-YYYY                 PIC 9(04).
001330     05  FV-SYS-MM                   PIC 9(02).
001340     05  FV-SYS-DD                   PIC 9(02).
001350     05  FV-SYS-HH                   PIC 9(02).
001360     05  FV-SYS-MIN                  PIC 9(02).
001370     05  FV-SYS-SS                   PIC 9(02).
001380     05  FILLER                      PIC X(07).
001390 01  FV-SYSTEM-DATE                  PIC 9(08).
001400 01  FV-SYSTEM-TIME                  PIC 9(06).
001410
001420 01  FV-RUN-AREA.
001430     05  FV-FEED-NAME                PIC X(08).
001440     05  FV-REGION-CODE              PIC X(03).
001450     05  FV-DATE-POS                 PIC 9(03) VALUE ZERO.
001460     05  FV-DATE-POS-MAX             PIC 9(03) VALUE 249.
001470     05  FV-AUDIT-REASON             PIC 9(02) VALUE ZERO.
001480     05  FV-EXC-MESSAGE              PIC X(40).
001490     05  FV-RESULT-TEXT              PIC X(24).
001500     05  FV-RESULT-CODE              PIC 9(02) VALUE ZERO.
001510
001520 01  FV-SWITCHES.
001530     05  FV-FEED-FOUND-SW            PIC X(01) VALUE 'N'.
001540         88  FV-FEED-FOUND               VALUE 'Y'.
001550
001560 01  FV-EXCEPTION-AREA.
001570     05  FV-LAST-EXC-NO              PIC 9(06) VALUE ZERO.
001580
001590 COPY DTFEDLNK.
001600
001601 COPY DTACHLNK.
001602
001610 PROCEDURE DIVISION.
001620
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001650     PERFORM 2000-LIFT-HEADER-DATE THRU 2000-EXIT
001660     MOVE FV-FEED-NAME TO DTFED-FEED-NAME
001670     MOVE FV-REGION-CODE TO DTFED-REGION-CODE
001680     CALL 'DTFEDCHK' USING DTFED-LINKAGE
001690     PERFORM 3000-CLASSIFY-RESULT THRU 3000-EXIT
001700     IF NOT DTFED-ACCEPTED
001710         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
001720     END-IF
001730     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
001740     DISPLAY 'DTFEDVER: FEED ' FV-FEED-NAME ' REGION '''
001750         FV-REGION-CODE ''' HEADER ' DTFED-HEADER-DATE
001760         ' BUSINESS DATE ' DTFED-BUSINESS-DATE ' - '
001770         FV-RESULT-TEXT
001780     MOVE FV-RESULT-CODE TO RETURN-CODE
001790     STOP RUN.
001800
001810*****************************************************************
001820*    1000-INITIALIZE - SYSTEM DATE/TIME AND THE DTSYSIN CARD.
001830*    WITHOUT A FEED NAME THERE IS NOTHING TO VERIFY (RC 12).
001840*****************************************************************
001850 1000-INITIALIZE.
001860     MOVE FUNCTION CURRENT-DATE TO FV-SYSTEM-DATE-TIME
001870     COMPUTE FV-SYSTEM-DATE =
001880             (FV-SYS-YYYY * 10000) + (FV-SYS-MM * 100)
001890             + FV-SYS-DD
001900     COMPUTE FV-SYSTEM-TIME =
001910             (FV-SYS-HH * 10000) + (FV-SYS-MIN * 100)
001920             + FV-SYS-SS
001930
001940     MOVE SPACES TO FV-FEED-NAME
001950     MOVE SPACES TO FV-REGION-CODE
001960     OPEN INPUT DTSYSIN-FILE
001970     IF FV-SYSIN-OK
001980         READ DTSYSIN-FILE
001990             AT END
002000                 CONTINUE
002010             NOT AT END
002020                 MOVE FV-CARD-FEED-NAME TO FV-FEED-NAME
002030                 MOVE FV-CARD-REGION TO FV-REGION-CODE
002040         END-READ
002050         CLOSE DTSYSIN-FILE
002060     END-IF
002070     IF FV-FEED-NAME = SPACES
002080         DISPLAY 'DTFEDVER: NO FEED NAME ON DTSYSIN - NOTHING '
002090             'VERIFIED'
002100         MOVE 12 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150
002160*****************************************************************
002170*    2000-LIFT-HEADER-DATE - THE DATE COLUMN COMES FROM THE
002180*    FEED'S DTFEDCTL RECORD AND THE DATE FROM THE FIRST RECORD
002190*    OF FEEDHDR.  AN UNDEFINED FEED, A MISSING OR EMPTY FEED OR
002200*    A COLUMN OFF THE END OF THE RECORD LEAVES THE HEADER DATE
002210*    BLANK FOR DTFEDCHK TO REJECT.
002220*****************************************************************
002230 2000-LIFT-HEADER-DATE.
002240     MOVE SPACES TO DTFED-HEADER-DATE
002250     OPEN INPUT DTFEDCTL-FILE
002260     IF FV-FEDCTL-OK
002270         PERFORM 2100-READ-FEED-CONTROL THRU 2100-EXIT
002280             UNTIL NOT FV-FEDCTL-OK
002290                OR FV-FEED-FOUND
002300         CLOSE DTFEDCTL-FILE
002310     END-IF
002320     IF NOT FV-FEED-FOUND
002330         GO TO 2000-EXIT
002340     END-IF
002350     IF FV-DATE-POS = ZERO
002360         OR FV-DATE-POS > FV-DATE-POS-MAX
002370         DISPLAY 'DTFEDVER: DTFEDCTL DATE COLUMN ' FV-DATE-POS
002380             ' FOR FEED ' FV-FEED-NAME ' IS NOT USABLE'
002390         GO TO 2000-EXIT
002400     END-IF
002410     OPEN INPUT FEEDHDR-FILE
002420     IF NOT FV-FEEDHDR-OK
002430         DISPLAY 'DTFEDVER: UNABLE TO OPEN FEEDHDR - STATUS '
002440             FV-FEEDHDR-STATUS
002450         GO TO 2000-EXIT
002460     END-IF
002470     READ FEEDHDR-FILE
002480         AT END
002490             DISPLAY 'DTFEDVER: FEEDHDR IS EMPTY - NO HEADER '
002500                 'RECORD'
002510             CLOSE FEEDHDR-FILE
002520             GO TO 2000-EXIT
002530     END-READ
002540     MOVE FV-HEADER-RECORD (FV-DATE-POS:8) TO DTFED-HEADER-DATE
002550     CLOSE FEEDHDR-FILE.
002560 2000-EXIT.
002570     EXIT.
002580
002590 2100-READ-FEED-CONTROL.
002600     READ DTFEDCTL-FILE
002610         AT END
002620             GO TO 2100-EXIT
002630     END-READ
002640     IF DTFCT-FEED-NAME = FV-FEED-NAME
002650         SET FV-FEED-FOUND TO TRUE
002660         IF DTFCT-DATE-POS IS NUMERIC
002670             MOVE DTFCT-DATE-POS TO FV-DATE-POS
002680         END-IF
002690     END-IF.
002700 2100-EXIT.
002710     EXIT.
002720
002730*****************************************************************
002740*    3000-CLASSIFY-RESULT - DTFEDCHK'S ANSWER INTO THE AUDIT
002750*    REASON, THE EXCEPTION MESSAGE AND THE CONDITION CODE.
002760*****************************************************************
002770 3000-CLASSIFY-RESULT.
002780     EVALUATE TRUE
002790         WHEN DTFED-ACCEPTED
002800             MOVE 00 TO FV-AUDIT-REASON
002810             MOVE 'ACCEPTED' TO FV-RESULT-TEXT
002820             MOVE 00 TO FV-RESULT-CODE
002830         WHEN DTFED-WARNED
002840             MOVE 60 TO FV-AUDIT-REASON
002850             MOVE 'FEED HDR DATE MISMATCH - WARNING ONLY'
002860                 TO FV-EXC-MESSAGE
002870             MOVE 'ACCEPTED WITH WARNING' TO FV-RESULT-TEXT
002880             MOVE 04 TO FV-RESULT-CODE
002890         WHEN DTFED-REASON-MISMATCH
002900             MOVE 61 TO FV-AUDIT-REASON
002910             MOVE 'FEED HDR DATE MISMATCH - FEED REJECTED'
002920                 TO FV-EXC-MESSAGE
002930             MOVE 'REJECTED - DATE MISMATCH' TO FV-RESULT-TEXT
002940             MOVE 08 TO FV-RESULT-CODE
002950         WHEN DTFED-REASON-BAD-HDR-DATE
002960             MOVE 62 TO FV-AUDIT-REASON
002970             MOVE 'FEED HDR DATE INVALID - FEED REJECTED'
002980                 TO FV-EXC-MESSAGE
002990             MOVE 'REJECTED - BAD HEADER' TO FV-RESULT-TEXT
003000             MOVE 08 TO FV-RESULT-CODE
003010         WHEN DTFED-REASON-NOT-DEFINED
003020             MOVE 63 TO FV-AUDIT-REASON
003030             MOVE 'FEED NOT ON DTFEDCTL - FEED REJECTED'
003040                 TO FV-EXC-MESSAGE
003050             MOVE 'REJECTED - NOT DEFINED' TO FV-RESULT-TEXT
003060             MOVE 08 TO FV-RESULT-CODE
003070         WHEN OTHER
003080             MOVE 64 TO FV-AUDIT-REASON
003090             MOVE 'NO CURRENT BUS DATE - FEED REJECTED'
003100                 TO FV-EXC-MESSAGE
003110             MOVE 'REJECTED - NO BUS DATE' TO FV-RESULT-TEXT
003120             MOVE 08 TO FV-RESULT-CODE
003130             DISPLAY 'DTFEDVER: DTGETDTE REASON ' DTFED-GET-REASON
003140                 ' FOR REGION ''' FV-REGION-CODE ''''
003150     END-EVALUATE.
003160 3000-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*    4000-WRITE-EXCEPTION - NUMBER THE EXCEPTION ON FROM THE
003210*    HIGHEST NUMBER ALREADY ON DTEXCPT (AS DTVALID 1300/5700 DO)
003220*    AND APPEND IT OPEN FOR DTEXCACK.  AN EXCEPTION THAT CANNOT
003230*    BE RECORDED CANNOT BE SIGNED OFF, SO THAT IS RC 16.
003240*****************************************************************
003250 4000-WRITE-EXCEPTION.
003260     OPEN INPUT DTEXCPT-FILE
003270     IF FV-EXCPT-OK
003280         PERFORM 4100-READ-ONE-EXCEPTION THRU 4100-EXIT
003290             UNTIL NOT FV-EXCPT-OK
003300         CLOSE DTEXCPT-FILE
003310     END-IF
003320     OPEN EXTEND DTEXCPT-FILE
003330     IF NOT FV-EXCPT-OK
003340         OPEN OUTPUT DTEXCPT-FILE
003350     END-IF
003360     IF NOT FV-EXCPT-OK
003370         DISPLAY 'DTFEDVER: UNABLE TO OPEN DTEXCPT - STATUS '
003380             FV-EXCPT-STATUS ' - EXCEPTION NOT RECORDED'
003390         MOVE 16 TO FV-RESULT-CODE
003400         GO TO 4000-EXIT
003410     END-IF
003420     MOVE SPACES TO DTEXC-RECORD
003430     MOVE FV-FEED-NAME TO DTEXC-JOB-ID
003440     MOVE FV-REGION-CODE TO DTEXC-REGION-CODE
003450     MOVE DTFED-HEADER-DATE-NORM TO DTEXC-ENTERED-DATE
003460     MOVE DTFED-BUSINESS-DATE TO DTEXC-SYSTEM-DATE
003470     MOVE DTFED-DAY-DIFF TO DTEXC-DAY-DIFF
003480     MOVE FV-EXC-MESSAGE TO DTEXC-MESSAGE
003490     ADD 1 TO FV-LAST-EXC-NO
003500     MOVE FV-LAST-EXC-NO TO DTEXC-EXCEPTION-NO
003510     SET DTEXC-STATUS-OPEN TO TRUE
003520     MOVE SPACES TO DTEXC-ACK-BY
003530     MOVE ZERO TO DTEXC-ACK-DATE
003540     MOVE ZERO TO DTEXC-ACK-TIME
003550     MOVE SPACES TO DTEXC-DISPOSITION
003560     WRITE DTEXC-RECORD
003570     IF NOT FV-EXCPT-OK
003580         DISPLAY 'DTFEDVER: WRITE TO DTEXCPT FAILED - STATUS '
003590             FV-EXCPT-STATUS ' - EXCEPTION NOT RECORDED'
003600         MOVE 16 TO FV-RESULT-CODE
003610     ELSE
003620         DISPLAY 'DTFEDVER: EXCEPTION ' DTEXC-EXCEPTION-NO
003630             ' RAISED - ' DTEXC-MESSAGE
003640     END-IF
003650     CLOSE DTEXCPT-FILE.
003660 4000-EXIT.
003670     EXIT.
003680
003690 4100-READ-ONE-EXCEPTION.
003700     READ DTEXCPT-FILE
003710         AT END
003720             GO TO 4100-EXIT
003730     END-READ
003740     IF DTEXC-EXCEPTION-NO IS NUMERIC
003750         AND DTEXC-EXCEPTION-NO > FV-LAST-EXC-NO
003760         MOVE DTEXC-EXCEPTION-NO TO FV-LAST-EXC-NO
003770     END-IF.
003780 4100-EXIT.
003790     EXIT.
003800
003810*****************************************************************
003820*    5000-WRITE-AUDIT-RECORD - ONE 'FEED' ROW PER VERIFICATION,
003830*    ACCEPTED OR NOT.  AN UNAVAILABLE AUDIT TRAIL IS WARNED ON
003840*    THE CONSOLE, AS IN DTCLOSE.
003850*****************************************************************
003860 5000-WRITE-AUDIT-RECORD.
003861     SET DTACH-FUNC-LOAD TO TRUE
003862     CALL 'DTAUDCHN' USING DTACH-LINKAGE
003863     IF DTACH-FAILED
003864         DISPLAY 'DTFEDVER: UNABLE TO READ DTAUDIT CHAIN - '
003865             'STATUS ' DTACH-AUDIT-STATUS
003866             ' - SEQUENCE RESTARTS AT 1'
003867     END-IF
003870     OPEN EXTEND DTAUDIT-FILE
003880     IF NOT FV-AUDIT-OK
003890         OPEN OUTPUT DTAUDIT-FILE
003900     END-IF
003910     IF NOT FV-AUDIT-OK
003920         DISPLAY 'DTFEDVER: UNABLE TO OPEN DTAUDIT - STATUS '
003930             FV-AUDIT-STATUS ' - VERIFICATION WILL NOT BE AUDITED'
003940         GO TO 5000-EXIT
003950     END-IF
003960     MOVE SPACES TO DTAUD-RECORD
003970     MOVE FV-FEED-NAME TO DTAUD-JOB-ID
003980     MOVE 01 TO DTAUD-ATTEMPT-NO
003990     MOVE DTFED-HEADER-DATE-NORM TO DTAUD-ENTERED-DATE
004000     MOVE ZERO TO DTAUD-ENTERED-TIME
004010     MOVE DTFED-DATE-FORMAT TO DTAUD-DATE-FORMAT
004020     MOVE 'FEED' TO DTAUD-RESULT
004030     MOVE FV-AUDIT-REASON TO DTAUD-REASON-CODE
004040     MOVE FV-SYSTEM-DATE TO DTAUD-SYSTEM-DATE
004050     MOVE FV-SYSTEM-TIME TO DTAUD-SYSTEM-TIME
004060     MOVE FV-REGION-CODE TO DTAUD-REGION-CODE
004061     MOVE DTAUD-RECORD TO DTACH-AUDIT-RECORD
004062     SET DTACH-FUNC-STAMP TO TRUE
004063     CALL 'DTAUDCHN' USING DTACH-LINKAGE
004064     MOVE DTACH-AUDIT-RECORD TO DTAUD-RECORD
004070     WRITE DTAUD-RECORD
004071     IF NOT FV-AUDIT-OK
004072         DISPLAY 'DTFEDVER: DTAUDIT WRITE FAILED - STATUS '
004073             FV-AUDIT-STATUS ' - VERIFICATION NOT AUDITED'
004074     END-IF
004080     CLOSE DTAUDIT-FILE.
004090 5000-EXIT.
004100     EXIT.
