000010*****************************************************************
000020*    PROGRAM-ID: DTSNAP
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : POINT-IN-TIME SNAPSHOT OF THE DATE-CONTROL
000080*                FILES.  DTBIZDTE, DTBIZHST, DTWINCTL, DTOPAUTH,
000090*                DTHOLCAL AND THE OPEN DTEXCPT ENTRIES ARE COPIED
000100*                TOGETHER INTO ONE SEQUENTIAL DTSNAPSH FILE
000110*                (DTSNPREC) - A HEADER NAMING THE SNAPSHOT DATE
000120*                AND TIME, ONE RECORD TYPE PER SOURCE FILE, AND A
000130*                TRAILER WITH EACH FILE'S RECORD COUNT AND HASH
000140*                TOTAL - SO A BAD MAINTENANCE RUN OR A DAMAGED
000150*                FILE CAN BE PUT BACK TO ONE CONSISTENT POINT BY
000160*                DTRESTOR.  RUN IT WHILE NO DATE-CONTROL STEP IS
000170*                ACTIVE (BEFORE DTVALID OR AFTER THE END-OF-DAY
000180*                GATE) SO THE FILES AGREE WITH EACH OTHER.
000190*
000200*                THE OPTIONAL DTSYSIN CARD CARRIES A LABEL FOR THE
000210*                HEADER IN COLS 1-8 (E.G. 'PRE-YEND'); WITHOUT
000220*                ONE THE LABEL IS 'DTSNAP'.  A SOURCE FILE THAT
000230*                DOES NOT EXIST (STATUS 35) IS SNAPPED AS EMPTY
000240*                AND FLAGGED.  ANY OTHER OPEN OR READ FAILURE
000250*                STOPS THE RUN BEFORE THE TRAILER IS WRITTEN, AND
000260*                DTRESTOR REFUSES A SNAPSHOT WITHOUT ITS TRAILER.
000270*
000280*    MOD LOG   :
000290*    DATE       BY    DESCRIPTION
000300*    ---------- ----  ----------------------------------------
000310*    2026-10-15 JPK   ORIGINAL.
000320*
000330*    COND CODES:
000340*    00  SNAPSHOT WRITTEN WITH EVERY FILE PRESENT
000350*    04  SNAPSHOT WRITTEN, BUT AT LEAST ONE SOURCE FILE DID NOT
000360*         EXIST AND WAS SNAPPED AS EMPTY
000370*    16  A SOURCE FILE, DTSNAPSH OR DTREPORT COULD NOT BE USED -
000380*         NO USABLE SNAPSHOT
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    DTSNAP.
000420 AUTHOR.        J. P. KOWALSKI.
000430 INSTALLATION.  BATCH CONTROL GROUP.
000440 DATE-WRITTEN.  2026-10-15.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM370.
000500 OBJECT-COMPUTER.  IBM370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SN-SYSIN-STATUS.
000570
000580     SELECT DTBIZDTE-FILE ASSIGN TO DTBIZDTE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS DTCTL-REGION-CODE
000620         FILE STATUS IS SN-BIZDTE-STATUS.
000630
000640     SELECT DTBIZHST-FILE ASSIGN TO DTBIZHST
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SN-BIZHST-STATUS.
000670
000680     SELECT DTWINCTL-FILE ASSIGN TO DTWINCTL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS SN-WINCTL-STATUS.
000710
000720     SELECT DTOPAUTH-FILE ASSIGN TO DTOPAUTH
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS SN-OPAUTH-STATUS.
000750
000760     SELECT DTHOLCAL-FILE ASSIGN TO DTHOLCAL
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS SN-HOLCAL-STATUS.
000790
000800     SELECT DTEXCPT-FILE  ASSIGN TO DTEXCPT
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS SN-EXCPT-STATUS.
000830
000840     SELECT DTSNAPSH-FILE ASSIGN TO DTSNAPSH
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS SN-SNAPSH-STATUS.
000870
000880     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS SN-REPORT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  DTSYSIN-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  SN-PARM-RECORD.
000980     05  SN-PARM-LABEL               PIC X(08).
000990     05  FILLER                      PIC X(72).
001000
001010 FD  DTBIZDTE-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040 COPY DTCTLREC.
001050
001060 FD  DTBIZHST-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  SN-HST-RECORD                   PIC X(80).
001100
001110 FD  DTWINCTL-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 18 CHARACTERS.
001140 01  SN-WIN-RECORD                   PIC X(18).
001150
001160 FD  DTOPAUTH-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 80 CHARACTERS.
001190 01  SN-OPA-RECORD                   PIC X(80).
001200
001210 FD  DTHOLCAL-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  SN-HOL-RECORD                   PIC X(80).
001250
001260 FD  DTEXCPT-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 132 CHARACTERS.
001290 COPY DTEXCREC.
001300
001310 FD  DTSNAPSH-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 140 CHARACTERS.
001340 COPY DTSNPREC.
001350
001360 FD  DTREPORT-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 132 CHARACTERS.
001390 01  SN-PRINT-REC                    PIC X(132).
001400
001410 WORKING-STORAGE SECTION.
001420
001430 01  SN-FILE-STATUSES.
001440     05  SN-SYSIN-STATUS             PIC X(02) VALUE '99'.
001450         88  SN-SYSIN-OK                 VALUE '00'.
001460     05  SN-BIZDTE-STATUS            PIC X(02) VALUE '99'.
001470         88  SN-BIZDTE-OK                VALUE '00'.
001480     05  SN-BIZHST-STATUS            PIC X(02) VALUE '99'.
001490         88  SN-BIZHST-OK                VALUE '00'.
001500     05  SN-WINCTL-STATUS            PIC X(02) VALUE '99'.
001510         88  SN-WINCTL-OK                VALUE '00'.
001520     05  SN-OPAUTH-STATUS            PIC X(02) VALUE '99'.
001530         88  SN-OPAUTH-OK                VALUE '00'.
001540     05  SN-HOLCAL-STATUS            PIC X(02) VALUE '99'.
001550         88  SN-HOLCAL-OK                VALUE '00'.
001560     05  SN-EXCPT-STATUS             PIC X(02) VALUE '99'.
001570         88  SN-EXCPT-OK                 VALUE '00'.
001580     05  SN-SNAPSH-STATUS            PIC X(02) VALUE '99'.
001590         88  SN-SNAPSH-OK                VALUE '00'.
001600     05  SN-REPORT-STATUS            PIC X(02) VALUE '99'.
001610         88  SN-REPORT-OK                VALUE '00'.
001620*    STATUS OF THE SOURCE FILE BEING OPENED OR FINISHED, FOR
001630*    THE SHARED CHECKS IN 1500 AND 3900.
001640     05  SN-CHECK-STATUS             PIC X(02) VALUE '99'.
001650         88  SN-CHECK-OK                 VALUE '00'.
001660         88  SN-CHECK-AT-END             VALUE '10'.
001670         88  SN-CHECK-NOT-FOUND          VALUE '35'.
001680
001690 01  SN-SWITCHES.
001700     05  SN-WARNING-SW               PIC X(01) VALUE 'N'.
001710         88  SN-WARNINGS-SEEN            VALUE 'Y'.
001720
001730 01  SN-SYSTEM-DATE-TIME             PIC X(21).
001740 01  SN-SYS-DT-R REDEFINES SN-SYSTEM-DATE-TIME.
001750     05  SN-SYS-YYYY                 PIC 9(04).
001760     05  SN-SYS-MM                   PIC 9(02).
001770     05  SN-SYS-DD                   PIC 9(02).
001780     05  SN-SYS-HH                   PIC 9(02).
001790     05  SN-SYS-MIN                  PIC 9(02).
001800     05  SN-SYS-SS                   PIC 9(02).
001810     05  FILLER                      PIC X(07).
001820 01  SN-SYSTEM-DATE                  PIC 9(08).
001830 01  SN-SYSTEM-TIME                  PIC 9(06).
001840 01  SN-SNAP-LABEL                   PIC X(08) VALUE 'DTSNAP'.
001850
001860 01  SN-PRINT-CONTROL.
001870     05  SN-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001880     05  SN-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001890     05  SN-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
001900
001910*****************************************************************
001920*    THE SIX SOURCE FILES IN SNAPSHOT ORDER - DD NAME AND THE
001930*    DTSNPREC RECORD TYPE EACH IS CARRIED UNDER.  DTRESTOR
001940*    HOLDS THE SAME TABLE.
001950*****************************************************************
001960 01  SN-FILE-TABLE-VALUES.
001970     05  FILLER                      PIC X(12)
001980         VALUE 'DTBIZDTEBDTE'.
001990     05  FILLER                      PIC X(12)
002000         VALUE 'DTBIZHSTBHST'.
002010     05  FILLER                      PIC X(12)
002020         VALUE 'DTWINCTLWCTL'.
002030     05  FILLER                      PIC X(12)
002040         VALUE 'DTOPAUTHOPAU'.
002050     05  FILLER                      PIC X(12)
002060         VALUE 'DTHOLCALHCAL'.
002070     05  FILLER                      PIC X(12)
002080         VALUE 'DTEXCPT EXCP'.
002090 01  SN-FILE-TABLE-R REDEFINES SN-FILE-TABLE-VALUES.
002100     05  SN-FILE-ENTRY OCCURS 6 TIMES.
002110         10  SN-FILE-DDNAME          PIC X(08).
002120         10  SN-FILE-REC-TYPE        PIC X(04).
002130
002140 01  SN-FILE-TOTALS-AREA.
002150     05  SN-FILE-IX                  PIC 9(02) COMP.
002160     05  SN-FILE-MAX                 PIC 9(02) COMP VALUE 6.
002170     05  SN-TOT-ENTRY OCCURS 6 TIMES.
002180         10  SN-TOT-COUNT            PIC 9(06) COMP.
002190         10  SN-TOT-HASH             PIC 9(09).
002200         10  SN-TOT-ABSENT-SW        PIC X(01).
002210             88  SN-TOT-ABSENT           VALUE 'Y'.
002220     05  SN-TOT-EXC-ACKED            PIC 9(06) COMP VALUE ZERO.
002230     05  SN-TOT-WRITTEN              PIC 9(07) COMP VALUE ZERO.
002240
002250*****************************************************************
002260*    ONE SOURCE RECORD LEFT-JUSTIFIED IN THE 132-BYTE SNAPSHOT
002270*    DATA AREA, AND THE FIELDS FOR ITS HASH FOLD (SEE DTSNPREC).
002280*****************************************************************
002290 01  SN-IMAGE.
002300     05  SN-IMAGE-BYTE               PIC X(01) OCCURS 132 TIMES.
002310
002320 01  SN-BYTE-AREA.
002330     05  SN-BYTE-HALFWORD            PIC 9(04) COMP VALUE ZERO.
002340     05  SN-BYTE-R REDEFINES SN-BYTE-HALFWORD.
002350         10  FILLER                  PIC X(01).
002360         10  SN-BYTE-CHAR            PIC X(01).
002370
002380 01  SN-HASH-WORK.
002390     05  SN-POS                      PIC 9(03) COMP.
002400     05  SN-DATA-BYTES               PIC 9(03) COMP VALUE 132.
002410     05  SN-MULTIPLIER               PIC 9(03) VALUE 257.
002420     05  SN-MODULUS                  PIC 9(09) VALUE 999999937.
002430     05  SN-TOTAL-MODULUS            PIC 9(10) VALUE 1000000000.
002440     05  SN-REC-HASH                 PIC 9(09).
002450     05  SN-WORK-BIG                 PIC 9(12).
002460     05  SN-WORK-QUOT                PIC 9(12).
002470
002480 01  SN-HEADING-1.
002490     05  FILLER                      PIC X(10) VALUE 'DTSNAP'.
002500     05  FILLER                      PIC X(44)
002510         VALUE 'DATE-CONTROL FILES POINT-IN-TIME SNAPSHOT'.
002520     05  FILLER                      PIC X(56) VALUE SPACES.
002530     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002540     05  SN-HDG-PAGE                 PIC ZZZZ9.
002550     05  FILLER                      PIC X(12) VALUE SPACES.
002560
002570 01  SN-HEADING-2.
002580     05  FILLER                      PIC X(09) VALUE 'RUN DATE '.
002590     05  SN-HDG-DATE                 PIC 9(08).
002600     05  FILLER                      PIC X(07) VALUE '  TIME '.
002610     05  SN-HDG-TIME                 PIC 9(06).
002620     05  FILLER                      PIC X(08) VALUE '  LABEL '.
002630     05  SN-HDG-LABEL                PIC X(08).
002640     05  FILLER                      PIC X(86) VALUE SPACES.
002650
002660 01  SN-COL-HDR.
002670     05  FILLER                      PIC X(46) VALUE
002680         '  FILE      TYPE  RECORDS  HASH TOTAL  NOTE'.
002690     05  FILLER                      PIC X(86) VALUE SPACES.
002700
002710 01  SN-DETAIL-LINE.
002720     05  FILLER                      PIC X(02) VALUE SPACES.
002730     05  SN-DTL-DDNAME               PIC X(08).
002740     05  FILLER                      PIC X(02) VALUE SPACES.
002750     05  SN-DTL-TYPE                 PIC X(04).
002760     05  FILLER                      PIC X(02) VALUE SPACES.
002770     05  SN-DTL-COUNT                PIC ZZZ,ZZ9.
002780     05  FILLER                      PIC X(02) VALUE SPACES.
002790     05  SN-DTL-HASH                 PIC 9(09).
002800     05  FILLER                      PIC X(03) VALUE SPACES.
002810     05  SN-DTL-NOTE                 PIC X(40).
002820     05  FILLER                      PIC X(53) VALUE SPACES.
002830
002840 01  SN-TOTAL-LINE.
002850     05  FILLER                      PIC X(02) VALUE SPACES.
002860     05  SN-TOT-LABEL                PIC X(34).
002870     05  SN-TOT-CNT                  PIC ZZZ,ZZ9.
002880     05  FILLER                      PIC X(89) VALUE SPACES.
002890
002900 01  SN-END-LINE.
002910     05  FILLER                      PIC X(21)
002920         VALUE '*** END OF REPORT ***'.
002930     05  FILLER                      PIC X(111) VALUE SPACES.
002940
002950 PROCEDURE DIVISION.
002960
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002990     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT
003000     PERFORM 3000-COPY-FILES THRU 3000-EXIT
003010     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
003020     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
003030     PERFORM 9999-TERMINATE THRU 9999-EXIT
003040     IF SN-WARNINGS-SEEN
003050         MOVE 04 TO RETURN-CODE
003060     ELSE
003070         MOVE ZERO TO RETURN-CODE
003080     END-IF
003090     STOP RUN.
003100
003110*****************************************************************
003120*    1000-INITIALIZE - SNAPSHOT STAMP, LABEL CARD, AND EVERY
003130*    FILE OPENED BEFORE A BYTE OF DTSNAPSH IS WRITTEN.  A SOURCE
003140*    FILE THAT DOES NOT EXIST IS SNAPPED AS EMPTY; ANY OTHER
003150*    OPEN FAILURE ABANDONS THE RUN.
003160*****************************************************************
003170 1000-INITIALIZE.
003180     MOVE FUNCTION CURRENT-DATE TO SN-SYSTEM-DATE-TIME
003190     COMPUTE SN-SYSTEM-DATE =
003200             (SN-SYS-YYYY * 10000) + (SN-SYS-MM * 100)
003210             + SN-SYS-DD
003220     COMPUTE SN-SYSTEM-TIME =
003230             (SN-SYS-HH * 10000) + (SN-SYS-MIN * 100)
003240             + SN-SYS-SS
003250     PERFORM 1100-CLEAR-FILE-TOTALS THRU 1100-EXIT
003260         VARYING SN-FILE-IX FROM 1 BY 1
003270         UNTIL SN-FILE-IX > SN-FILE-MAX
003280
003290     OPEN INPUT DTSYSIN-FILE
003300     IF SN-SYSIN-OK
003310         READ DTSYSIN-FILE
003320             AT END
003330                 CONTINUE
003340             NOT AT END
003350                 IF SN-PARM-LABEL NOT = SPACES
003360                     MOVE SN-PARM-LABEL TO SN-SNAP-LABEL
003370                 END-IF
003380         END-READ
003390         CLOSE DTSYSIN-FILE
003400     END-IF
003410
003420     OPEN OUTPUT DTREPORT-FILE
003430     IF NOT SN-REPORT-OK
003440         DISPLAY 'DTSNAP: UNABLE TO OPEN DTREPORT - STATUS '
003450             SN-REPORT-STATUS ' - NO SNAPSHOT TAKEN'
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF
003490
003500     OPEN INPUT DTBIZDTE-FILE
003510     MOVE 1 TO SN-FILE-IX
003520     MOVE SN-BIZDTE-STATUS TO SN-CHECK-STATUS
003530     PERFORM 1500-CHECK-SOURCE-OPEN THRU 1500-EXIT
003540     OPEN INPUT DTBIZHST-FILE
003550     MOVE 2 TO SN-FILE-IX
003560     MOVE SN-BIZHST-STATUS TO SN-CHECK-STATUS
003570     PERFORM 1500-CHECK-SOURCE-OPEN THRU 1500-EXIT
003580     OPEN INPUT DTWINCTL-FILE
003590     MOVE 3 TO SN-FILE-IX
003600     MOVE SN-WINCTL-STATUS TO SN-CHECK-STATUS
003610     PERFORM 1500-CHECK-SOURCE-OPEN THRU 1500-EXIT
003620     OPEN INPUT DTOPAUTH-FILE
003630     MOVE 4 TO SN-FILE-IX
003640     MOVE SN-OPAUTH-STATUS TO SN-CHECK-STATUS
003650     PERFORM 1500-CHECK-SOURCE-OPEN THRU 1500-EXIT
003660     OPEN INPUT DTHOLCAL-FILE
003670     MOVE 5 TO SN-FILE-IX
003680     MOVE SN-HOLCAL-STATUS TO SN-CHECK-STATUS
003690     PERFORM 1500-CHECK-SOURCE-OPEN THRU 1500-EXIT
003700     OPEN INPUT DTEXCPT-FILE
003710     MOVE 6 TO SN-FILE-IX
003720     MOVE SN-EXCPT-STATUS TO SN-CHECK-STATUS
003730     PERFORM 1500-CHECK-SOURCE-OPEN THRU 1500-EXIT
003740
003750     OPEN OUTPUT DTSNAPSH-FILE
003760     IF NOT SN-SNAPSH-OK
003770         DISPLAY 'DTSNAP: UNABLE TO OPEN DTSNAPSH - STATUS '
003780             SN-SNAPSH-STATUS ' - NO SNAPSHOT TAKEN'
003790         PERFORM 9100-CLOSE-SOURCES THRU 9100-EXIT
003800         CLOSE DTREPORT-FILE
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF
003840
003850     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
003860 1000-EXIT.
003870     EXIT.
003880
003890 1100-CLEAR-FILE-TOTALS.
003900     MOVE ZERO TO SN-TOT-COUNT (SN-FILE-IX)
003910     MOVE ZERO TO SN-TOT-HASH (SN-FILE-IX)
003920     MOVE 'N' TO SN-TOT-ABSENT-SW (SN-FILE-IX).
003930 1100-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970*    1500-CHECK-SOURCE-OPEN - THE OPEN JUST ISSUED FOR SOURCE
003980*    FILE SN-FILE-IX.  NOT FOUND IS SNAPPED AS EMPTY AND WARNED;
003990*    ANYTHING ELSE BUT A GOOD OPEN STOPS THE RUN, SINCE A
004000*    SNAPSHOT MISSING A FILE THAT EXISTS IS NOT A SNAPSHOT.
004010*****************************************************************
004020 1500-CHECK-SOURCE-OPEN.
004030     IF SN-CHECK-OK
004040         GO TO 1500-EXIT
004050     END-IF
004060     IF SN-CHECK-NOT-FOUND
004070         DISPLAY 'DTSNAP: ' SN-FILE-DDNAME (SN-FILE-IX)
004080             ' DOES NOT EXIST - SNAPPED AS EMPTY'
004090         SET SN-TOT-ABSENT (SN-FILE-IX) TO TRUE
004100         SET SN-WARNINGS-SEEN TO TRUE
004110         GO TO 1500-EXIT
004120     END-IF
004130     DISPLAY 'DTSNAP: UNABLE TO OPEN ' SN-FILE-DDNAME (SN-FILE-IX)
004140         ' - STATUS ' SN-CHECK-STATUS ' - NO SNAPSHOT TAKEN'
004150     PERFORM 9100-CLOSE-SOURCES THRU 9100-EXIT
004160     CLOSE DTREPORT-FILE
004170     MOVE 16 TO RETURN-CODE
004180     STOP RUN.
004190 1500-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230*    2000-WRITE-HEADER - FIRST RECORD OF DTSNAPSH.
004240*****************************************************************
004250 2000-WRITE-HEADER.
004260     MOVE SPACES TO DTSNP-RECORD
004270     SET DTSNP-TYPE-HEADER TO TRUE
004280     MOVE SN-SYSTEM-DATE TO DTSNP-HDR-SNAP-DATE
004290     MOVE SN-SYSTEM-TIME TO DTSNP-HDR-SNAP-TIME
004300     MOVE SN-SNAP-LABEL TO DTSNP-HDR-LABEL
004310     MOVE SN-FILE-MAX TO DTSNP-HDR-FILE-COUNT
004320     PERFORM 8500-WRITE-SNAPSH THRU 8500-EXIT.
004330 2000-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*    3000-COPY-FILES - EACH SOURCE FILE IN TURN, IN THE ORDER
004380*    THE TRAILER LISTS THEM.  A FILE THAT WAS NOT FOUND FAILS
004390*    THE FIRST LOOP TEST AND CONTRIBUTES NO RECORDS.
004400*****************************************************************
004410 3000-COPY-FILES.
004420     MOVE 1 TO SN-FILE-IX
004430     PERFORM 3100-COPY-BIZDTE THRU 3100-EXIT
004440         UNTIL NOT SN-BIZDTE-OK
004450     MOVE SN-BIZDTE-STATUS TO SN-CHECK-STATUS
004460     PERFORM 3900-CHECK-SOURCE-END THRU 3900-EXIT
004470     MOVE 2 TO SN-FILE-IX
004480     PERFORM 3200-COPY-BIZHST THRU 3200-EXIT
004490         UNTIL NOT SN-BIZHST-OK
004500     MOVE SN-BIZHST-STATUS TO SN-CHECK-STATUS
004510     PERFORM 3900-CHECK-SOURCE-END THRU 3900-EXIT
004520     MOVE 3 TO SN-FILE-IX
004530     PERFORM 3300-COPY-WINCTL THRU 3300-EXIT
004540         UNTIL NOT SN-WINCTL-OK
004550     MOVE SN-WINCTL-STATUS TO SN-CHECK-STATUS
004560     PERFORM 3900-CHECK-SOURCE-END THRU 3900-EXIT
004570     MOVE 4 TO SN-FILE-IX
004580     PERFORM 3400-COPY-OPAUTH THRU 3400-EXIT
004590         UNTIL NOT SN-OPAUTH-OK
004600     MOVE SN-OPAUTH-STATUS TO SN-CHECK-STATUS
004610     PERFORM 3900-CHECK-SOURCE-END THRU 3900-EXIT
004620     MOVE 5 TO SN-FILE-IX
004630     PERFORM 3500-COPY-HOLCAL THRU 3500-EXIT
004640         UNTIL NOT SN-HOLCAL-OK
004650     MOVE SN-HOLCAL-STATUS TO SN-CHECK-STATUS
004660     PERFORM 3900-CHECK-SOURCE-END THRU 3900-EXIT
004670     MOVE 6 TO SN-FILE-IX
004680     PERFORM 3600-COPY-EXCPT THRU 3600-EXIT
004690         UNTIL NOT SN-EXCPT-OK
004700     MOVE SN-EXCPT-STATUS TO SN-CHECK-STATUS
004710     PERFORM 3900-CHECK-SOURCE-END THRU 3900-EXIT.
004720 3000-EXIT.
004730     EXIT.
004740
004750 3100-COPY-BIZDTE.
004760     READ DTBIZDTE-FILE
004770         AT END
004780             GO TO 3100-EXIT
004790     END-READ
004800     IF NOT SN-BIZDTE-OK
004810         GO TO 3100-EXIT
004820     END-IF
004830     MOVE SPACES TO SN-IMAGE
004840     MOVE DTCTL-RECORD TO SN-IMAGE
004850     PERFORM 8000-ADD-SNAP-RECORD THRU 8000-EXIT.
004860 3100-EXIT.
004870     EXIT.
004880
004890 3200-COPY-BIZHST.
004900     READ DTBIZHST-FILE
004910         AT END
004920             GO TO 3200-EXIT
004930     END-READ
004940     IF NOT SN-BIZHST-OK
004950         GO TO 3200-EXIT
004960     END-IF
004970     MOVE SPACES TO SN-IMAGE
004980     MOVE SN-HST-RECORD TO SN-IMAGE
004990     PERFORM 8000-ADD-SNAP-RECORD THRU 8000-EXIT.
005000 3200-EXIT.
005010     EXIT.
005020
005030 3300-COPY-WINCTL.
005040     READ DTWINCTL-FILE
005050         AT END
005060             GO TO 3300-EXIT
005070     END-READ
005080     IF NOT SN-WINCTL-OK
005090         GO TO 3300-EXIT
005100     END-IF
005110     MOVE SPACES TO SN-IMAGE
005120     MOVE SN-WIN-RECORD TO SN-IMAGE
005130     PERFORM 8000-ADD-SNAP-RECORD THRU 8000-EXIT.
005140 3300-EXIT.
005150     EXIT.
005160
005170 3400-COPY-OPAUTH.
005180     READ DTOPAUTH-FILE
005190         AT END
005200             GO TO 3400-EXIT
005210     END-READ
005220     IF NOT SN-OPAUTH-OK
005230         GO TO 3400-EXIT
005240     END-IF
005250     MOVE SPACES TO SN-IMAGE
005260     MOVE SN-OPA-RECORD TO SN-IMAGE
005270     PERFORM 8000-ADD-SNAP-RECORD THRU 8000-EXIT.
005280 3400-EXIT.
005290     EXIT.
005300
005310 3500-COPY-HOLCAL.
005320     READ DTHOLCAL-FILE
005330         AT END
005340             GO TO 3500-EXIT
005350     END-READ
005360     IF NOT SN-HOLCAL-OK
005370         GO TO 3500-EXIT
005380     END-IF
005390     MOVE SPACES TO SN-IMAGE
005400     MOVE SN-HOL-RECORD TO SN-IMAGE
005410     PERFORM 8000-ADD-SNAP-RECORD THRU 8000-EXIT.
005420 3500-EXIT.
005430     EXIT.
005440
005450*****************************************************************
005460*    3600-COPY-EXCPT - ONLY ENTRIES STILL AWAITING A SUPERVISOR
005470*    ARE CONTROL DATA; ACKNOWLEDGED ENTRIES ARE CLOSED HISTORY
005480*    AND ARE COUNTED BUT NOT TAKEN.
005490*****************************************************************
005500 3600-COPY-EXCPT.
005510     READ DTEXCPT-FILE
005520         AT END
005530             GO TO 3600-EXIT
005540     END-READ
005550     IF NOT SN-EXCPT-OK
005560         GO TO 3600-EXIT
005570     END-IF
005580     IF NOT DTEXC-STATUS-OPEN
005590         ADD 1 TO SN-TOT-EXC-ACKED
005600         GO TO 3600-EXIT
005610     END-IF
005620     MOVE SPACES TO SN-IMAGE
005630     MOVE DTEXC-RECORD TO SN-IMAGE
005640     PERFORM 8000-ADD-SNAP-RECORD THRU 8000-EXIT.
005650 3600-EXIT.
005660     EXIT.
005670
005680*****************************************************************
005690*    3900-CHECK-SOURCE-END - A COPY LOOP STOPS AT END OF FILE
005700*    (OR AT ONCE FOR A FILE NOT FOUND).  ANY OTHER STATUS IS A
005710*    READ FAILURE PART WAY THROUGH, AND THE RUN STOPS WITHOUT A
005720*    TRAILER SO THE PARTIAL SNAPSHOT CAN NEVER BE RESTORED.
005730*****************************************************************
005740 3900-CHECK-SOURCE-END.
005750     IF SN-CHECK-AT-END OR SN-CHECK-NOT-FOUND
005760         GO TO 3900-EXIT
005770     END-IF
005780     DISPLAY 'DTSNAP: READ FAILED ON ' SN-FILE-DDNAME (SN-FILE-IX)
005790         ' - STATUS ' SN-CHECK-STATUS ' - SNAPSHOT NOT COMPLETED'
005800     PERFORM 9999-TERMINATE THRU 9999-EXIT
005810     MOVE 16 TO RETURN-CODE
005820     STOP RUN.
005830 3900-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870*    4000-WRITE-TRAILER - COUNT AND HASH TOTAL PER FILE, IN
005880*    SNAPSHOT ORDER.  WRITTEN LAST; ITS PRESENCE IS WHAT MAKES
005890*    THE SNAPSHOT COMPLETE.
005900*****************************************************************
005910 4000-WRITE-TRAILER.
005920     MOVE SPACES TO DTSNP-RECORD
005930     SET DTSNP-TYPE-TRAILER TO TRUE
005940     MOVE SN-SYSTEM-DATE TO DTSNP-TRL-SNAP-DATE
005950     MOVE SN-SYSTEM-TIME TO DTSNP-TRL-SNAP-TIME
005960     PERFORM 4100-SET-TRAILER-ENTRY THRU 4100-EXIT
005970         VARYING SN-FILE-IX FROM 1 BY 1
005980         UNTIL SN-FILE-IX > SN-FILE-MAX
005990     PERFORM 8500-WRITE-SNAPSH THRU 8500-EXIT.
006000 4000-EXIT.
006010     EXIT.
006020
006030 4100-SET-TRAILER-ENTRY.
006040     MOVE SN-FILE-REC-TYPE (SN-FILE-IX) TO
006050         DTSNP-TRL-REC-TYPE (SN-FILE-IX)
006060     MOVE SN-TOT-COUNT (SN-FILE-IX) TO
006070         DTSNP-TRL-COUNT (SN-FILE-IX)
006080     MOVE SN-TOT-HASH (SN-FILE-IX) TO
006090         DTSNP-TRL-HASH (SN-FILE-IX).
006100 4100-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140*    6000-PRINT-SUMMARY - ONE LINE PER FILE WITH THE FIGURES
006150*    THE TRAILER CARRIES, THEN CONTROL TOTALS.
006160*****************************************************************
006170 6000-PRINT-SUMMARY.
006180     PERFORM 6100-PRINT-FILE-LINE THRU 6100-EXIT
006190         VARYING SN-FILE-IX FROM 1 BY 1
006200         UNTIL SN-FILE-IX > SN-FILE-MAX
006210     MOVE SPACES TO SN-PRINT-REC
006220     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006230     MOVE 'RECORDS WRITTEN TO DTSNAPSH' TO SN-TOT-LABEL
006240     MOVE SN-TOT-WRITTEN TO SN-TOT-CNT
006250     MOVE SN-TOTAL-LINE TO SN-PRINT-REC
006260     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006270     MOVE 'ACKNOWLEDGED DTEXCPT NOT TAKEN' TO SN-TOT-LABEL
006280     MOVE SN-TOT-EXC-ACKED TO SN-TOT-CNT
006290     MOVE SN-TOTAL-LINE TO SN-PRINT-REC
006300     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006310     MOVE SN-END-LINE TO SN-PRINT-REC
006320     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006330     DISPLAY 'DTSNAP: SNAPSHOT ' SN-SYSTEM-DATE ' ' SN-SYSTEM-TIME
006340         ' (' SN-SNAP-LABEL ') WRITTEN TO DTSNAPSH'.
006350 6000-EXIT.
006360     EXIT.
006370
006380 6100-PRINT-FILE-LINE.
006390     MOVE SN-FILE-DDNAME (SN-FILE-IX) TO SN-DTL-DDNAME
006400     MOVE SN-FILE-REC-TYPE (SN-FILE-IX) TO SN-DTL-TYPE
006410     MOVE SN-TOT-COUNT (SN-FILE-IX) TO SN-DTL-COUNT
006420     MOVE SN-TOT-HASH (SN-FILE-IX) TO SN-DTL-HASH
006430     EVALUATE TRUE
006440         WHEN SN-TOT-ABSENT (SN-FILE-IX)
006450             MOVE 'FILE DID NOT EXIST - SNAPPED AS EMPTY'
006460                 TO SN-DTL-NOTE
006470         WHEN SN-FILE-IX = SN-FILE-MAX
006480             MOVE 'OPEN ENTRIES ONLY' TO SN-DTL-NOTE
006490         WHEN OTHER
006500             MOVE SPACES TO SN-DTL-NOTE
006510     END-EVALUATE
006520     MOVE SN-DETAIL-LINE TO SN-PRINT-REC
006530     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
006540 6100-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE, SNAPSHOT STAMP AND
006590*    COLUMN HEADINGS.
006600*****************************************************************
006610 7000-PRINT-HEADINGS.
006620     ADD 1 TO SN-PAGE-NO
006630     MOVE SN-PAGE-NO TO SN-HDG-PAGE
006640     MOVE SN-SYSTEM-DATE TO SN-HDG-DATE
006650     MOVE SN-SYSTEM-TIME TO SN-HDG-TIME
006660     MOVE SN-SNAP-LABEL TO SN-HDG-LABEL
006670     WRITE SN-PRINT-REC FROM SN-HEADING-1
006680         AFTER ADVANCING PAGE
006690     WRITE SN-PRINT-REC FROM SN-HEADING-2
006700         AFTER ADVANCING 1 LINE
006710     MOVE SPACES TO SN-PRINT-REC
006720     WRITE SN-PRINT-REC
006730         AFTER ADVANCING 1 LINE
006740     WRITE SN-PRINT-REC FROM SN-COL-HDR
006750         AFTER ADVANCING 1 LINE
006760     MOVE SPACES TO SN-PRINT-REC
006770     WRITE SN-PRINT-REC
006780         AFTER ADVANCING 1 LINE
006790     MOVE 5 TO SN-LINE-COUNT.
006800 7000-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
006850*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
006860*****************************************************************
006870 7100-WRITE-LINE.
006880     IF SN-LINE-COUNT > SN-LINES-PER-PAGE
006890         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006900     END-IF
006910     WRITE SN-PRINT-REC
006920         AFTER ADVANCING 1 LINE
006930     ADD 1 TO SN-LINE-COUNT.
006940 7100-EXIT.
006950     EXIT.
006960
006970*****************************************************************
006980*    8000-ADD-SNAP-RECORD - FOLD SN-IMAGE INTO ITS RECORD HASH,
006990*    ADD IT TO THE FILE'S COUNT AND HASH TOTAL, AND WRITE IT
007000*    UNDER THE FILE'S RECORD TYPE.
007010*****************************************************************
007020 8000-ADD-SNAP-RECORD.
007030     MOVE ZERO TO SN-REC-HASH
007040     PERFORM 8100-FOLD-ONE-BYTE THRU 8100-EXIT
007050         VARYING SN-POS FROM 1 BY 1
007060         UNTIL SN-POS > SN-DATA-BYTES
007070     ADD 1 TO SN-TOT-COUNT (SN-FILE-IX)
007080     COMPUTE SN-WORK-BIG = SN-TOT-HASH (SN-FILE-IX) + SN-REC-HASH
007090     DIVIDE SN-WORK-BIG BY SN-TOTAL-MODULUS GIVING SN-WORK-QUOT
007100         REMAINDER SN-TOT-HASH (SN-FILE-IX)
007110     MOVE SPACES TO DTSNP-RECORD
007120     MOVE SN-FILE-REC-TYPE (SN-FILE-IX) TO DTSNP-REC-TYPE
007130     MOVE SN-IMAGE TO DTSNP-DATA
007140     PERFORM 8500-WRITE-SNAPSH THRU 8500-EXIT.
007150 8000-EXIT.
007160     EXIT.
007170
007180 8100-FOLD-ONE-BYTE.
007190     MOVE SN-IMAGE-BYTE (SN-POS) TO SN-BYTE-CHAR
007200     COMPUTE SN-WORK-BIG =
007210             (SN-REC-HASH * SN-MULTIPLIER) + SN-BYTE-HALFWORD
007220             + SN-POS
007230     DIVIDE SN-WORK-BIG BY SN-MODULUS GIVING SN-WORK-QUOT
007240         REMAINDER SN-REC-HASH.
007250 8100-EXIT.
007260     EXIT.
007270
007280 8500-WRITE-SNAPSH.
007290     WRITE DTSNP-RECORD
007300     IF NOT SN-SNAPSH-OK
007310         DISPLAY 'DTSNAP: WRITE FAILED ON DTSNAPSH - STATUS '
007320             SN-SNAPSH-STATUS ' - SNAPSHOT NOT COMPLETED'
007330         PERFORM 9999-TERMINATE THRU 9999-EXIT
007340         MOVE 16 TO RETURN-CODE
007350         STOP RUN
007360     END-IF
007370     ADD 1 TO SN-TOT-WRITTEN.
007380 8500-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420*    9100-CLOSE-SOURCES - CLOSE WHICHEVER SOURCE FILES OPENED.
007430*    A FILE NOT FOUND (OR NOT YET REACHED) WAS NEVER OPEN.
007440*****************************************************************
007450 9100-CLOSE-SOURCES.
007460     IF SN-BIZDTE-OK OR SN-BIZDTE-STATUS = '10'
007470         CLOSE DTBIZDTE-FILE
007480     END-IF
007490     IF SN-BIZHST-OK OR SN-BIZHST-STATUS = '10'
007500         CLOSE DTBIZHST-FILE
007510     END-IF
007520     IF SN-WINCTL-OK OR SN-WINCTL-STATUS = '10'
007530         CLOSE DTWINCTL-FILE
007540     END-IF
007550     IF SN-OPAUTH-OK OR SN-OPAUTH-STATUS = '10'
007560         CLOSE DTOPAUTH-FILE
007570     END-IF
007580     IF SN-HOLCAL-OK OR SN-HOLCAL-STATUS = '10'
007590         CLOSE DTHOLCAL-FILE
007600     END-IF
007610     IF SN-EXCPT-OK OR SN-EXCPT-STATUS = '10'
007620         CLOSE DTEXCPT-FILE
007630     END-IF.
007640 9100-EXIT.
007650     EXIT.
007660
007670*****************************************************************
007680*    9999-TERMINATE - CLOSE EVERYTHING THAT WAS OPENED.
007690*****************************************************************
007700 9999-TERMINATE.
007710     PERFORM 9100-CLOSE-SOURCES THRU 9100-EXIT
007720     CLOSE DTSNAPSH-FILE
007730     CLOSE DTREPORT-FILE.
007740 9999-EXIT.
007750     EXIT.
