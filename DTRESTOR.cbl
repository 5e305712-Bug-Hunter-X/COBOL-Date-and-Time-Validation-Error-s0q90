000010*****************************************************************
000020*    PROGRAM-ID: DTRESTOR
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : RESTORE THE DATE-CONTROL FILES FROM A DTSNAP
000080*                SNAPSHOT (DTSNAPSH, LAID OUT BY DTSNPREC).  THE
000090*                WHOLE SNAPSHOT IS READ AND PROVED AGAINST ITS
000100*                TRAILER FIRST - HEADER PRESENT, RECORD TYPES IN
000110*                ORDER, RECORD COUNT AND HASH TOTAL AGREEING FOR
000120*                EVERY FILE - AND A SNAPSHOT THAT FAILS IS NOT
000130*                USED AT ALL.  ONLY THEN IS ANYTHING WRITTEN.
000140*
000150*                THE DTSYSIN CARD NAMES THE TARGET IN COLS 1-8:
000160*                  VERIFY   (OR NO CARD - THE DEFAULT) PROVE
000170*                           THE SNAPSHOT AND LIST, FOR EVERY
000180*                           FILE, WHAT A RESTORE WOULD CHANGE.
000190*                           NOTHING IS WRITTEN.
000200*                  ALL      RESTORE ALL SIX FILES.
000210*                  DTBIZDTE, DTBIZHST, DTWINCTL, DTOPAUTH,
000220*                  DTHOLCAL OR DTEXCPT - RESTORE THAT FILE ONLY.
000230*                A RESTORED FILE IS WRITTEN TO ITS 'NEW' DD -
000240*                DTBIZNEW, DTHSTNEW, DTWINNEW, DTOPANEW, DTHOLNEW,
000250*                DTEXCNEW - AND THE LIVE FILE IS ONLY READ, AS
000260*                WITH DTBIZREB; OPERATIONS SWAPS THE DATASETS IN
000270*                JCL ONCE THE LISTING IS ACCEPTED.
000280*
000290*                THE LISTING MATCHES EACH SNAPSHOT RECORD TO THE
000300*                LIVE RECORD WITH THE SAME KEY: ADDED (NOT ON THE
000310*                LIVE FILE), RESTORED (FOLLOWED BY THE LIVE IMAGE
000320*                IT REPLACED), OR UNCHANGED (COUNTED, NOT LISTED).
000330*                LIVE RECORDS NOT IN THE SNAPSHOT ARE LISTED AS
000340*                REMOVED.  THE SNAPSHOT HOLDS ONLY THE OPEN
000350*                DTEXCPT ENTRIES, SO AN ACKNOWLEDGED LIVE ENTRY
000360*                IS ALWAYS KEPT AS IT STANDS - A SUPERVISOR'S
000370*                SIGN-OFF IS NEVER UNDONE BY A RESTORE - AND IS
000380*                LISTED AS KEPT; OPEN LIVE ENTRIES NOT IN THE
000390*                SNAPSHOT ARE REMOVED LIKE ANY OTHER RECORD.
000400*                DTBIZHST AND DTEXCPT ONLY EVER GROW, SO THEY ARE
000410*                NOT HELD IN STORAGE BUT READ ALONGSIDE THE
000420*                SNAPSHOT: DTBIZHST ROWS PAIR OFF IN FILE ORDER,
000430*                DTEXCPT ROWS BY EXCEPTION NUMBER IN FILE ORDER,
000440*                AND LIVE ROWS PAST THE LAST SNAPSHOT ROW ARE
000450*                REMOVED (OR KEPT, IF ACKNOWLEDGED).  THE OTHER
000460*                FILES ARE SMALL AND ARE MATCHED BY KEY.
000470*
000480*    MOD LOG   :
000490*    DATE       BY    DESCRIPTION
000500*    ---------- ----  ----------------------------------------
000510*    2026-10-15 JPK   ORIGINAL.
000520*    2026-10-15 JPK   DTBIZHST AND DTEXCPT MATCHED IN FILE ORDER
000530*                      (4600) INSTEAD OF THROUGH THE LIVE TABLE,
000540*                      WHICH NOW HOLDS ONLY THE SMALL FILES.
000550*
000560*    COND CODES:
000570*    00  RESTORE WRITTEN / VERIFY FOUND THE LIVE FILES EQUAL TO
000580*         THE SNAPSHOT
000590*    04  RESTORE WRITTEN, BUT A LIVE FILE DID NOT EXIST / VERIFY
000600*         LISTED DIFFERENCES FROM THE LIVE FILES
000610*    08  THE SNAPSHOT FAILED VERIFICATION - NOTHING RESTORED
000620*    12  DTSYSIN TARGET NOT RECOGNISED - NOTHING DONE
000630*    16  A FILE COULD NOT BE OPENED, READ OR WRITTEN - DO NOT
000640*         SWAP IN ANY 'NEW' DATASET FROM THIS RUN
000650*****************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID.    DTRESTOR.
000680 AUTHOR.        J. P. KOWALSKI.
000690 INSTALLATION.  BATCH CONTROL GROUP.
000700 DATE-WRITTEN.  2026-10-15.
000710 DATE-COMPILED.
000720
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER.  IBM370.
000760 OBJECT-COMPUTER.  IBM370.
000770
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT DTSYSIN-FILE  ASSIGN TO DTSYSIN
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS SR-SYSIN-STATUS.
000830
000840     SELECT DTSNAPSH-FILE ASSIGN TO DTSNAPSH
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS SR-SNAPSH-STATUS.
000870
000880     SELECT DTBIZDTE-FILE ASSIGN TO DTBIZDTE
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS DTCTL-REGION-CODE
000920         FILE STATUS IS SR-BIZDTE-STATUS.
000930
000940     SELECT DTBIZHST-FILE ASSIGN TO DTBIZHST
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS SR-BIZHST-STATUS.
000970
000980     SELECT DTWINCTL-FILE ASSIGN TO DTWINCTL
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS SR-WINCTL-STATUS.
001010
001020     SELECT DTOPAUTH-FILE ASSIGN TO DTOPAUTH
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS SR-OPAUTH-STATUS.
001050
001060     SELECT DTHOLCAL-FILE ASSIGN TO DTHOLCAL
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS SR-HOLCAL-STATUS.
001090
001100     SELECT DTEXCPT-FILE  ASSIGN TO DTEXCPT
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS SR-EXCPT-STATUS.
001130
001140     SELECT DTBIZNEW-FILE ASSIGN TO DTBIZNEW
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS SR-NEW-REGION-CODE
001180         FILE STATUS IS SR-BIZNEW-STATUS.
001190
001200     SELECT DTHSTNEW-FILE ASSIGN TO DTHSTNEW
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS SR-HSTNEW-STATUS.
001230
001240     SELECT DTWINNEW-FILE ASSIGN TO DTWINNEW
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS SR-WINNEW-STATUS.
001270
001280     SELECT DTOPANEW-FILE ASSIGN TO DTOPANEW
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS SR-OPANEW-STATUS.
001310
001320     SELECT DTHOLNEW-FILE ASSIGN TO DTHOLNEW
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS SR-HOLNEW-STATUS.
001350
001360     SELECT DTEXCNEW-FILE ASSIGN TO DTEXCNEW
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS SR-EXCNEW-STATUS.
001390
001400     SELECT DTREPORT-FILE ASSIGN TO DTREPORT
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS SR-REPORT-STATUS.
001430
001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  DTSYSIN-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 80 CHARACTERS.
001490 01  SR-PARM-RECORD.
001500     05  SR-PARM-TARGET              PIC X(08).
001510     05  FILLER                      PIC X(72).
001520
001530 FD  DTSNAPSH-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 140 CHARACTERS.
001560 COPY DTSNPREC.
001570
001580 FD  DTBIZDTE-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 80 CHARACTERS.
001610 COPY DTCTLREC.
001620
001630 FD  DTBIZHST-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 80 CHARACTERS.
001660 01  SR-HST-RECORD                   PIC X(80).
001670
001680 FD  DTWINCTL-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 18 CHARACTERS.
001710 01  SR-WIN-RECORD                   PIC X(18).
001720
001730 FD  DTOPAUTH-FILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORD CONTAINS 80 CHARACTERS.
001760 01  SR-OPA-RECORD                   PIC X(80).
001770
001780 FD  DTHOLCAL-FILE
001790     LABEL RECORDS ARE STANDARD
001800     RECORD CONTAINS 80 CHARACTERS.
001810 01  SR-HOL-RECORD                   PIC X(80).
001820
001830 FD  DTEXCPT-FILE
001840     LABEL RECORDS ARE STANDARD
001850     RECORD CONTAINS 132 CHARACTERS.
001860 COPY DTEXCREC.
001870
001880 FD  DTBIZNEW-FILE
001890     LABEL RECORDS ARE STANDARD
001900     RECORD CONTAINS 80 CHARACTERS.
001910 01  SR-NEW-BIZ-RECORD.
001920     05  SR-NEW-REGION-CODE          PIC X(03).
001930     05  SR-NEW-DATA                 PIC X(77).
001940
001950 FD  DTHSTNEW-FILE
001960     LABEL RECORDS ARE STANDARD
001970     RECORD CONTAINS 80 CHARACTERS.
001980 01  SR-NEW-HST-RECORD               PIC X(80).
001990
002000 FD  DTWINNEW-FILE
002010     LABEL RECORDS ARE STANDARD
002020     RECORD CONTAINS 18 CHARACTERS.
002030 01  SR-NEW-WIN-RECORD               PIC X(18).
002040
002050 FD  DTOPANEW-FILE
002060     LABEL RECORDS ARE STANDARD
002070     RECORD CONTAINS 80 CHARACTERS.
002080 01  SR-NEW-OPA-RECORD               PIC X(80).
002090
002100 FD  DTHOLNEW-FILE
002110     LABEL RECORDS ARE STANDARD
002120     RECORD CONTAINS 80 CHARACTERS.
002130 01  SR-NEW-HOL-RECORD               PIC X(80).
002140
002150 FD  DTEXCNEW-FILE
002160     LABEL RECORDS ARE STANDARD
002170     RECORD CONTAINS 132 CHARACTERS.
002180 01  SR-NEW-EXC-RECORD               PIC X(132).
002190
002200 FD  DTREPORT-FILE
002210     LABEL RECORDS ARE STANDARD
002220     RECORD CONTAINS 132 CHARACTERS.
002230 01  SR-PRINT-REC                    PIC X(132).
002240
002250 WORKING-STORAGE SECTION.
002260
002270 01  SR-FILE-STATUSES.
002280     05  SR-SYSIN-STATUS             PIC X(02) VALUE '99'.
002290         88  SR-SYSIN-OK                 VALUE '00'.
002300     05  SR-SNAPSH-STATUS            PIC X(02) VALUE '99'.
002310         88  SR-SNAPSH-OK                VALUE '00'.
002320     05  SR-BIZDTE-STATUS            PIC X(02) VALUE '99'.
002330         88  SR-BIZDTE-OK                VALUE '00'.
002340     05  SR-BIZHST-STATUS            PIC X(02) VALUE '99'.
002350         88  SR-BIZHST-OK                VALUE '00'.
002360     05  SR-WINCTL-STATUS            PIC X(02) VALUE '99'.
002370         88  SR-WINCTL-OK                VALUE '00'.
002380     05  SR-OPAUTH-STATUS            PIC X(02) VALUE '99'.
002390         88  SR-OPAUTH-OK                VALUE '00'.
002400     05  SR-HOLCAL-STATUS            PIC X(02) VALUE '99'.
002410         88  SR-HOLCAL-OK                VALUE '00'.
002420     05  SR-EXCPT-STATUS             PIC X(02) VALUE '99'.
002430         88  SR-EXCPT-OK                 VALUE '00'.
002440     05  SR-BIZNEW-STATUS            PIC X(02) VALUE '99'.
002450         88  SR-BIZNEW-OK                VALUE '00'.
002460     05  SR-HSTNEW-STATUS            PIC X(02) VALUE '99'.
002470         88  SR-HSTNEW-OK                VALUE '00'.
002480     05  SR-WINNEW-STATUS            PIC X(02) VALUE '99'.
002490         88  SR-WINNEW-OK                VALUE '00'.
002500     05  SR-OPANEW-STATUS            PIC X(02) VALUE '99'.
002510         88  SR-OPANEW-OK                VALUE '00'.
002520     05  SR-HOLNEW-STATUS            PIC X(02) VALUE '99'.
002530         88  SR-HOLNEW-OK                VALUE '00'.
002540     05  SR-EXCNEW-STATUS            PIC X(02) VALUE '99'.
002550         88  SR-EXCNEW-OK                VALUE '00'.
002560     05  SR-REPORT-STATUS            PIC X(02) VALUE '99'.
002570         88  SR-REPORT-OK                VALUE '00'.
002580*    STATUS OF THE LIVE OR NEW FILE JUST OPENED, READ OR
002590*    WRITTEN, FOR THE SHARED CHECKS.
002600     05  SR-CHECK-STATUS             PIC X(02) VALUE '99'.
002610         88  SR-CHECK-OK                 VALUE '00'.
002620         88  SR-CHECK-AT-END             VALUE '10'.
002630         88  SR-CHECK-NOT-FOUND          VALUE '35'.
002640
002650 01  SR-SWITCHES.
002660     05  SR-MODE-SW                  PIC X(01) VALUE 'V'.
002670         88  SR-MODE-VERIFY              VALUE 'V'.
002680         88  SR-MODE-RESTORE             VALUE 'R'.
002690     05  SR-WARNING-SW               PIC X(01) VALUE 'N'.
002700         88  SR-WARNINGS-SEEN            VALUE 'Y'.
002710     05  SR-REJECT-SW                PIC X(01) VALUE 'N'.
002720         88  SR-SNAPSHOT-REJECTED        VALUE 'Y'.
002730     05  SR-TRAILER-SW               PIC X(01) VALUE 'N'.
002740         88  SR-TRAILER-SEEN             VALUE 'Y'.
002750     05  SR-SNAP-OPEN-SW             PIC X(01) VALUE 'N'.
002760         88  SR-SNAPSH-OPEN              VALUE 'Y'.
002770     05  SR-SNAP-EOF-SW              PIC X(01) VALUE 'N'.
002780         88  SR-SNAP-EOF                 VALUE 'Y'.
002790     05  SR-LIVE-EOF-SW              PIC X(01) VALUE 'N'.
002800         88  SR-LIVE-EOF                 VALUE 'Y'.
002810
002820 01  SR-SYSTEM-DATE-TIME             PIC X(21).
002830 01  SR-SYS-DT-R REDEFINES SR-SYSTEM-DATE-TIME.
002840     05  SR-SYS-YYYY                 PIC 9(04).
002850     05  SR-SYS-MM                   PIC 9(02).
002860     05  SR-SYS-DD                   PIC 9(02).
002870     05  SR-SYS-HH                   PIC 9(02).
002880     05  SR-SYS-MIN                  PIC 9(02).
002890     05  SR-SYS-SS                   PIC 9(02).
002900     05  FILLER                      PIC X(07).
002910 01  SR-SYSTEM-DATE                  PIC 9(08).
002920 01  SR-SYSTEM-TIME                  PIC 9(06).
002930 01  SR-TARGET                       PIC X(08) VALUE 'VERIFY'.
002940 01  SR-REJECT-REASON                PIC X(60) VALUE SPACES.
002950
002960 01  SR-PRINT-CONTROL.
002970     05  SR-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002980     05  SR-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002990     05  SR-PAGE-NO                  PIC 9(05) COMP VALUE ZERO.
003000
003010*****************************************************************
003020*    THE SIX FILES IN SNAPSHOT ORDER (AS IN DTSNAP): LIVE DD
003030*    NAME, DTSNPREC RECORD TYPE, KEY POSITION AND LENGTH WITHIN
003040*    THE RECORD, RECORD LENGTH, AND HOW THE LIVE FILE IS
003050*    MATCHED: K BY KEY THROUGH THE LIVE TABLE, P ROW BY ROW IN
003060*    FILE ORDER, S BY KEY IN FILE ORDER.  DTEXCPT IS KEYED ON THE
003070*    EXCEPTION NUMBER, WHICH ONLY EVER ASCENDS.
003080*****************************************************************
003090 01  SR-FILE-TABLE-VALUES.
003100     05  FILLER                      PIC X(21)
003110         VALUE 'DTBIZDTEBDTE00103080K'.
003120     05  FILLER                      PIC X(21)
003130         VALUE 'DTBIZHSTBHST00109080P'.
003140     05  FILLER                      PIC X(21)
003150         VALUE 'DTWINCTLWCTL00103018K'.
003160     05  FILLER                      PIC X(21)
003170         VALUE 'DTOPAUTHOPAU00108080K'.
003180     05  FILLER                      PIC X(21)
003190         VALUE 'DTHOLCALHCAL00108080K'.
003200     05  FILLER                      PIC X(21)
003210         VALUE 'DTEXCPT EXCP07506132S'.
003220 01  SR-FILE-TABLE-R REDEFINES SR-FILE-TABLE-VALUES.
003230     05  SR-FILE-ENTRY OCCURS 6 TIMES.
003240         10  SR-FILE-DDNAME          PIC X(08).
003250         10  SR-FILE-REC-TYPE        PIC X(04).
003260         10  SR-FILE-KEY-POS         PIC 9(03).
003270         10  SR-FILE-KEY-LEN         PIC 9(02).
003280         10  SR-FILE-REC-LEN         PIC 9(03).
003290         10  SR-FILE-MATCH-SW        PIC X(01).
003300             88  SR-MATCH-BY-TABLE       VALUE 'K'.
003310             88  SR-MATCH-BY-POSITION    VALUE 'P'.
003320             88  SR-MATCH-BY-SEQ-KEY     VALUE 'S'.
003330
003340 01  SR-FILE-TOTALS-AREA.
003350     05  SR-FILE-IX                  PIC 9(02) COMP.
003360     05  SR-FILE-MAX                 PIC 9(02) COMP VALUE 6.
003370     05  SR-SNAP-IX                  PIC 9(02) COMP.
003380     05  SR-LAST-SNAP-IX             PIC 9(02) COMP.
003390     05  SR-END-OF-SNAP-IX           PIC 9(02) COMP VALUE 99.
003400     05  SR-TOT-ENTRY OCCURS 6 TIMES.
003410         10  SR-FILE-SELECTED-SW     PIC X(01).
003420             88  SR-FILE-SELECTED        VALUE 'Y'.
003430         10  SR-LIVE-ABSENT-SW       PIC X(01).
003440             88  SR-LIVE-ABSENT          VALUE 'Y'.
003450         10  SR-VER-COUNT            PIC 9(06) COMP.
003460         10  SR-VER-HASH             PIC 9(09).
003470         10  SR-TOT-SNAPSHOT         PIC 9(06) COMP.
003480         10  SR-TOT-UNCHANGED        PIC 9(06) COMP.
003490         10  SR-TOT-ADDED            PIC 9(06) COMP.
003500         10  SR-TOT-RESTORED         PIC 9(06) COMP.
003510         10  SR-TOT-REMOVED          PIC 9(06) COMP.
003520         10  SR-TOT-KEPT             PIC 9(06) COMP.
003530         10  SR-TOT-WRITTEN          PIC 9(06) COMP.
003540     05  SR-TOT-DIFFERENCES          PIC 9(07) COMP VALUE ZERO.
003550     05  SR-TOT-WRITE-FAILS          PIC 9(07) COMP VALUE ZERO.
003560
003570*****************************************************************
003580*    HEADER AND TRAILER OF THE SNAPSHOT, KEPT FROM THE FIRST
003590*    PASS FOR THE LISTING AND THE TRAILER COMPARISON.
003600*****************************************************************
003610 01  SR-SNAP-HEADER.
003620     05  SR-HDR-SNAP-DATE            PIC 9(08) VALUE ZERO.
003630     05  SR-HDR-SNAP-TIME            PIC 9(06) VALUE ZERO.
003640     05  SR-HDR-LABEL                PIC X(08) VALUE SPACES.
003650 01  SR-SNAP-TRAILER                 PIC X(132) VALUE SPACES.
003660 01  SR-SNAP-TRAILER-R REDEFINES SR-SNAP-TRAILER.
003670     05  SR-TRL-SNAP-DATE            PIC 9(08).
003680     05  SR-TRL-SNAP-TIME            PIC 9(06).
003690     05  SR-TRL-FILE-ENTRY OCCURS 6 TIMES.
003700         10  SR-TRL-REC-TYPE         PIC X(04).
003710         10  SR-TRL-COUNT            PIC 9(06).
003720         10  SR-TRL-HASH             PIC 9(09).
003730     05  FILLER                      PIC X(04).
003740
003750*****************************************************************
003760*    A SMALL LIVE FILE (MATCH K), LOADED WHOLE SO EACH SNAPSHOT
003770*    RECORD CAN BE MATCHED TO IT BY KEY.  AN ENTRY IS MARKED
003780*    WHEN A SNAPSHOT RECORD TAKES IT; WHAT IS LEFT UNMARKED IS
003790*    REMOVED (OR, FOR AN ACKNOWLEDGED DTEXCPT ENTRY, KEPT).  A
003800*    FILE MATCHED IN FILE ORDER PASSES EACH ROW THROUGH ENTRY 1.
003810*****************************************************************
003820 01  SR-LIVE-TABLE-AREA.
003830     05  SR-LIVE-COUNT               PIC 9(05) COMP VALUE ZERO.
003840     05  SR-LIVE-MAX                 PIC 9(05) COMP VALUE 5000.
003850     05  SR-LIVE-SUB                 PIC 9(05) COMP.
003860     05  SR-LIVE-PICK                PIC 9(05) COMP.
003870     05  SR-LIVE-ENTRY OCCURS 5000 TIMES.
003880         10  SR-LIVE-KEY             PIC X(12).
003890         10  SR-LIVE-IMAGE           PIC X(132).
003900         10  SR-LIVE-MATCHED-SW      PIC X(01).
003910             88  SR-LIVE-MATCHED         VALUE 'Y'.
003920         10  SR-LIVE-ACKED-SW        PIC X(01).
003930             88  SR-LIVE-ACKED           VALUE 'Y'.
003940
003950*****************************************************************
003960*    THE CURRENT LIVE ROW OF A FILE MATCHED IN FILE ORDER, AND
003970*    THE MATCH KEYS OF IT AND OF THE SNAPSHOT ROW: THE ROW
003980*    NUMBER (MATCH P) OR THE RECORD KEY (MATCH S).
003990*****************************************************************
004000 01  SR-ORDER-AREA.
004010     05  SR-LIVE-ROWS                PIC 9(09) COMP VALUE ZERO.
004020     05  SR-SNAP-ROWS                PIC 9(09) COMP VALUE ZERO.
004030     05  SR-ROW-NO                   PIC 9(12).
004040     05  SR-LIVE-ROW-KEY             PIC X(12).
004050     05  SR-SNAP-ROW-KEY             PIC X(12).
004060     05  SR-LIVE-ROW-IMAGE           PIC X(132).
004070     05  SR-LIVE-ROW-ACKED-SW        PIC X(01).
004080         88  SR-LIVE-ROW-ACKED           VALUE 'Y'.
004090
004100*****************************************************************
004110*    ONE RECORD IMAGE IN THE 132-BYTE SNAPSHOT DATA FORM, ITS
004120*    KEY, AND THE FIELDS FOR THE HASH FOLD - WHICH MUST MATCH
004130*    DTSNAP'S (SEE DTSNPREC).
004140*****************************************************************
004150 01  SR-IMAGE.
004160     05  SR-IMAGE-BYTE               PIC X(01) OCCURS 132 TIMES.
004170 01  SR-KEY                          PIC X(12).
004180
004190 01  SR-BYTE-AREA.
004200     05  SR-BYTE-HALFWORD            PIC 9(04) COMP VALUE ZERO.
004210     05  SR-BYTE-R REDEFINES SR-BYTE-HALFWORD.
004220         10  FILLER                  PIC X(01).
004230         10  SR-BYTE-CHAR            PIC X(01).
004240
004250 01  SR-HASH-WORK.
004260     05  SR-POS                      PIC 9(03) COMP.
004270     05  SR-DATA-BYTES               PIC 9(03) COMP VALUE 132.
004280     05  SR-MULTIPLIER               PIC 9(03) VALUE 257.
004290     05  SR-MODULUS                  PIC 9(09) VALUE 999999937.
004300     05  SR-TOTAL-MODULUS            PIC 9(10) VALUE 1000000000.
004310     05  SR-REC-HASH                 PIC 9(09).
004320     05  SR-WORK-BIG                 PIC 9(12).
004330     05  SR-WORK-QUOT                PIC 9(12).
004340
004350 01  SR-HEADING-1.
004360     05  FILLER                      PIC X(10) VALUE 'DTRESTOR'.
004370     05  FILLER                      PIC X(44)
004380         VALUE 'DATE-CONTROL FILES RESTORE FROM SNAPSHOT'.
004390     05  FILLER                      PIC X(56) VALUE SPACES.
004400     05  FILLER                      PIC X(05) VALUE 'PAGE '.
004410     05  SR-HDG-PAGE                 PIC ZZZZ9.
004420     05  FILLER                      PIC X(12) VALUE SPACES.
004430
004440 01  SR-HEADING-2.
004450     05  FILLER                      PIC X(05) VALUE 'MODE '.
004460     05  SR-HDG-MODE                 PIC X(08).
004470     05  FILLER                      PIC X(09) VALUE '  TARGET '.
004480     05  SR-HDG-TARGET               PIC X(08).
004490     05  FILLER                      PIC X(11)
004500         VALUE '  RUN DATE '.
004510     05  SR-HDG-DATE                 PIC 9(08).
004520     05  FILLER                      PIC X(07) VALUE '  TIME '.
004530     05  SR-HDG-TIME                 PIC 9(06).
004540     05  FILLER                      PIC X(70) VALUE SPACES.
004550
004560 01  SR-COL-HDR.
004570     05  FILLER                      PIC X(36) VALUE
004580         '  FILE      ACTION    RECORD IMAGE'.
004590     05  FILLER                      PIC X(96) VALUE SPACES.
004600
004610 01  SR-SNAP-LINE.
004620     05  FILLER                      PIC X(11) VALUE
004630         '  SNAPSHOT '.
004640     05  SR-SNP-DATE                 PIC 9(08).
004650     05  FILLER                      PIC X(01) VALUE SPACE.
004660     05  SR-SNP-TIME                 PIC 9(06).
004670     05  FILLER                      PIC X(08) VALUE '  LABEL '.
004680     05  SR-SNP-LABEL                PIC X(08).
004690     05  FILLER                      PIC X(90) VALUE SPACES.
004700
004710 01  SR-VER-HDR.
004720     05  FILLER                      PIC X(44) VALUE
004730         '  FILE      TYPE  TRAILER CNT  TRAILER HASH'.
004740     05  FILLER                      PIC X(40) VALUE
004750         '  COUNTED CNT  COUNTED HASH  RESULT'.
004760     05  FILLER                      PIC X(48) VALUE SPACES.
004770
004780 01  SR-VER-LINE.
004790     05  FILLER                      PIC X(02) VALUE SPACES.
004800     05  SR-VER-DDNAME               PIC X(08).
004810     05  FILLER                      PIC X(02) VALUE SPACES.
004820     05  SR-VER-TYPE                 PIC X(04).
004830     05  FILLER                      PIC X(06) VALUE SPACES.
004840     05  SR-VER-TRL-COUNT            PIC ZZZ,ZZ9.
004850     05  FILLER                      PIC X(05) VALUE SPACES.
004860     05  SR-VER-TRL-HASH             PIC 9(09).
004870     05  FILLER                      PIC X(07) VALUE SPACES.
004880     05  SR-VER-CNT-COUNT            PIC ZZZ,ZZ9.
004890     05  FILLER                      PIC X(05) VALUE SPACES.
004900     05  SR-VER-CNT-HASH             PIC 9(09).
004910     05  FILLER                      PIC X(02) VALUE SPACES.
004920     05  SR-VER-RESULT               PIC X(08).
004930     05  FILLER                      PIC X(51) VALUE SPACES.
004940
004950 01  SR-DETAIL-LINE.
004960     05  FILLER                      PIC X(02) VALUE SPACES.
004970     05  SR-DTL-DDNAME               PIC X(08).
004980     05  FILLER                      PIC X(02) VALUE SPACES.
004990     05  SR-DTL-ACTION               PIC X(08).
005000     05  FILLER                      PIC X(02) VALUE SPACES.
005010     05  SR-DTL-IMAGE                PIC X(100).
005020     05  FILLER                      PIC X(10) VALUE SPACES.
005030
005040 01  SR-SUM-HDR.
005050     05  FILLER                      PIC X(45) VALUE
005060         '  FILE    SNAPSHOT UNCHANGED   ADDED RESTORED'.
005070     05  FILLER                      PIC X(26) VALUE
005080         '  REMOVED    KEPT  WRITTEN'.
005090     05  FILLER                      PIC X(61) VALUE SPACES.
005100
005110 01  SR-SUM-LINE.
005120     05  FILLER                      PIC X(02) VALUE SPACES.
005130     05  SR-SUM-DDNAME               PIC X(08).
005140     05  FILLER                      PIC X(01) VALUE SPACES.
005150     05  SR-SUM-SNAPSHOT             PIC ZZZ,ZZ9.
005160     05  FILLER                      PIC X(03) VALUE SPACES.
005170     05  SR-SUM-UNCHANGED            PIC ZZZ,ZZ9.
005180     05  FILLER                      PIC X(01) VALUE SPACES.
005190     05  SR-SUM-ADDED                PIC ZZZ,ZZ9.
005200     05  FILLER                      PIC X(02) VALUE SPACES.
005210     05  SR-SUM-RESTORED             PIC ZZZ,ZZ9.
005220     05  FILLER                      PIC X(02) VALUE SPACES.
005230     05  SR-SUM-REMOVED              PIC ZZZ,ZZ9.
005240     05  FILLER                      PIC X(01) VALUE SPACES.
005250     05  SR-SUM-KEPT                 PIC ZZZ,ZZ9.
005260     05  FILLER                      PIC X(02) VALUE SPACES.
005270     05  SR-SUM-WRITTEN              PIC ZZZ,ZZ9.
005280     05  FILLER                      PIC X(02) VALUE SPACES.
005290     05  SR-SUM-NOTE                 PIC X(30).
005300     05  FILLER                      PIC X(29) VALUE SPACES.
005310
005320 01  SR-MESSAGE-LINE.
005330     05  FILLER                      PIC X(02) VALUE SPACES.
005340     05  SR-MSG-TEXT                 PIC X(60).
005350     05  FILLER                      PIC X(70) VALUE SPACES.
005360
005370 01  SR-END-LINE.
005380     05  FILLER                      PIC X(21)
005390         VALUE '*** END OF REPORT ***'.
005400     05  FILLER                      PIC X(111) VALUE SPACES.
005410
005420 PROCEDURE DIVISION.
005430
005440 0000-MAINLINE.
005450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005460     PERFORM 2000-VERIFY-SNAPSHOT THRU 2000-EXIT
005470     IF SR-SNAPSHOT-REJECTED
005480         PERFORM 2900-REJECT-SNAPSHOT THRU 2900-EXIT
005490     END-IF
005500     PERFORM 3000-OPEN-FILES THRU 3000-EXIT
005510     MOVE SR-COL-HDR TO SR-PRINT-REC
005520     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005530     MOVE SPACES TO SR-PRINT-REC
005540     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
005550     PERFORM 4000-RESTORE-FILE THRU 4000-EXIT
005560         VARYING SR-FILE-IX FROM 1 BY 1
005570         UNTIL SR-FILE-IX > SR-FILE-MAX
005580     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
005590     PERFORM 9999-TERMINATE THRU 9999-EXIT
005600     EVALUATE TRUE
005610         WHEN SR-TOT-WRITE-FAILS > ZERO
005620             MOVE 16 TO RETURN-CODE
005630         WHEN SR-MODE-VERIFY AND SR-TOT-DIFFERENCES > ZERO
005640             MOVE 04 TO RETURN-CODE
005650         WHEN SR-WARNINGS-SEEN
005660             MOVE 04 TO RETURN-CODE
005670         WHEN OTHER
005680             MOVE ZERO TO RETURN-CODE
005690     END-EVALUATE
005700     STOP RUN.
005710
005720*****************************************************************
005730*    1000-INITIALIZE - TARGET CARD, REPORT AND SNAPSHOT.  THE
005740*    LIVE AND 'NEW' FILES ARE NOT OPENED UNTIL THE SNAPSHOT HAS
005750*    PASSED VERIFICATION.
005760*****************************************************************
005770 1000-INITIALIZE.
005780     MOVE FUNCTION CURRENT-DATE TO SR-SYSTEM-DATE-TIME
005790     COMPUTE SR-SYSTEM-DATE =
005800             (SR-SYS-YYYY * 10000) + (SR-SYS-MM * 100)
005810             + SR-SYS-DD
005820     COMPUTE SR-SYSTEM-TIME =
005830             (SR-SYS-HH * 10000) + (SR-SYS-MIN * 100)
005840             + SR-SYS-SS
005850
005860     OPEN INPUT DTSYSIN-FILE
005870     IF SR-SYSIN-OK
005880         READ DTSYSIN-FILE
005890             AT END
005900                 CONTINUE
005910             NOT AT END
005920                 IF SR-PARM-TARGET NOT = SPACES
005930                     MOVE SR-PARM-TARGET TO SR-TARGET
005940                 END-IF
005950         END-READ
005960         CLOSE DTSYSIN-FILE
005970     END-IF
005980     PERFORM 1100-SELECT-FILE THRU 1100-EXIT
005990         VARYING SR-FILE-IX FROM 1 BY 1
006000         UNTIL SR-FILE-IX > SR-FILE-MAX
006010     IF SR-TARGET NOT = 'VERIFY'
006020         SET SR-MODE-RESTORE TO TRUE
006030     END-IF
006040     IF SR-TARGET NOT = 'VERIFY' AND SR-TARGET NOT = 'ALL'
006050         AND SR-FILE-SELECTED-SW (1) = 'N'
006060         AND SR-FILE-SELECTED-SW (2) = 'N'
006070         AND SR-FILE-SELECTED-SW (3) = 'N'
006080         AND SR-FILE-SELECTED-SW (4) = 'N'
006090         AND SR-FILE-SELECTED-SW (5) = 'N'
006100         AND SR-FILE-SELECTED-SW (6) = 'N'
006110         DISPLAY 'DTRESTOR: DTSYSIN TARGET ''' SR-TARGET
006120             ''' NOT RECOGNISED - USE VERIFY, ALL OR A FILE DD'
006130         MOVE 12 TO RETURN-CODE
006140         STOP RUN
006150     END-IF
006160
006170     OPEN OUTPUT DTREPORT-FILE
006180     IF NOT SR-REPORT-OK
006190         DISPLAY 'DTRESTOR: UNABLE TO OPEN DTREPORT - STATUS '
006200             SR-REPORT-STATUS ' - NOTHING RESTORED'
006210         MOVE 16 TO RETURN-CODE
006220         STOP RUN
006230     END-IF
006240
006250     OPEN INPUT DTSNAPSH-FILE
006260     IF NOT SR-SNAPSH-OK
006270         DISPLAY 'DTRESTOR: UNABLE TO OPEN DTSNAPSH - STATUS '
006280             SR-SNAPSH-STATUS ' - NOTHING RESTORED'
006290         CLOSE DTREPORT-FILE
006300         MOVE 16 TO RETURN-CODE
006310         STOP RUN
006320     END-IF
006330     SET SR-SNAPSH-OPEN TO TRUE
006340
006350     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
006360 1000-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400*    1100-SELECT-FILE - VERIFY AND ALL TAKE EVERY FILE; A DD
006410*    NAME TAKES ONLY ITS OWN.  THE COUNTERS START AT ZERO.
006420*****************************************************************
006430 1100-SELECT-FILE.
006440     MOVE 'N' TO SR-FILE-SELECTED-SW (SR-FILE-IX)
006450     IF SR-TARGET = 'VERIFY' OR SR-TARGET = 'ALL'
006460         OR SR-TARGET = SR-FILE-DDNAME (SR-FILE-IX)
006470         SET SR-FILE-SELECTED (SR-FILE-IX) TO TRUE
006480     END-IF
006490     MOVE 'N' TO SR-LIVE-ABSENT-SW (SR-FILE-IX)
006500     MOVE ZERO TO SR-VER-COUNT (SR-FILE-IX)
006510     MOVE ZERO TO SR-VER-HASH (SR-FILE-IX)
006520     MOVE ZERO TO SR-TOT-SNAPSHOT (SR-FILE-IX)
006530     MOVE ZERO TO SR-TOT-UNCHANGED (SR-FILE-IX)
006540     MOVE ZERO TO SR-TOT-ADDED (SR-FILE-IX)
006550     MOVE ZERO TO SR-TOT-RESTORED (SR-FILE-IX)
006560     MOVE ZERO TO SR-TOT-REMOVED (SR-FILE-IX)
006570     MOVE ZERO TO SR-TOT-KEPT (SR-FILE-IX)
006580     MOVE ZERO TO SR-TOT-WRITTEN (SR-FILE-IX).
006590 1100-EXIT.
006600     EXIT.
006610
006620*****************************************************************
006630*    2000-VERIFY-SNAPSHOT - FIRST PASS.  THE HEADER MUST COME
006640*    FIRST, THE DATA RECORDS IN FILE ORDER, THE TRAILER LAST
006650*    WITH NOTHING AFTER IT, AND EVERY FILE'S RECOUNTED RECORDS
006660*    AND HASH TOTAL MUST AGREE WITH THE TRAILER.  ANY FAILURE
006670*    SETS THE REJECT SWITCH WITH ITS REASON.
006680*****************************************************************
006690 2000-VERIFY-SNAPSHOT.
006700     PERFORM 2100-READ-SNAPSH THRU 2100-EXIT
006710     IF SR-SNAP-EOF OR NOT DTSNP-TYPE-HEADER
006720         MOVE 'FIRST RECORD IS NOT A SNAPSHOT HEADER'
006730             TO SR-REJECT-REASON
006740         SET SR-SNAPSHOT-REJECTED TO TRUE
006750         GO TO 2000-EXIT
006760     END-IF
006770     MOVE DTSNP-HDR-SNAP-DATE TO SR-HDR-SNAP-DATE
006780     MOVE DTSNP-HDR-SNAP-TIME TO SR-HDR-SNAP-TIME
006790     MOVE DTSNP-HDR-LABEL TO SR-HDR-LABEL
006800     MOVE SR-HDR-SNAP-DATE TO SR-SNP-DATE
006810     MOVE SR-HDR-SNAP-TIME TO SR-SNP-TIME
006820     MOVE SR-HDR-LABEL TO SR-SNP-LABEL
006830     MOVE SR-SNAP-LINE TO SR-PRINT-REC
006840     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006850     MOVE SPACES TO SR-PRINT-REC
006860     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
006870     MOVE 1 TO SR-LAST-SNAP-IX
006880     PERFORM 2200-TALLY-SNAP-RECORD THRU 2200-EXIT
006890         UNTIL SR-TRAILER-SEEN OR SR-SNAPSHOT-REJECTED
006900     IF SR-SNAPSHOT-REJECTED
006910         GO TO 2000-EXIT
006920     END-IF
006930     PERFORM 2100-READ-SNAPSH THRU 2100-EXIT
006940     IF NOT SR-SNAP-EOF
006950         MOVE 'RECORDS FOLLOW THE TRAILER' TO SR-REJECT-REASON
006960         SET SR-SNAPSHOT-REJECTED TO TRUE
006970     END-IF
006980     IF SR-TRL-SNAP-DATE NOT = SR-HDR-SNAP-DATE
006990         OR SR-TRL-SNAP-TIME NOT = SR-HDR-SNAP-TIME
007000         MOVE 'TRAILER STAMP DOES NOT MATCH THE HEADER'
007010             TO SR-REJECT-REASON
007020         SET SR-SNAPSHOT-REJECTED TO TRUE
007030     END-IF
007040     MOVE SR-VER-HDR TO SR-PRINT-REC
007050     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
007060     PERFORM 2500-CHECK-TRAILER-ENTRY THRU 2500-EXIT
007070         VARYING SR-FILE-IX FROM 1 BY 1
007080         UNTIL SR-FILE-IX > SR-FILE-MAX
007090     MOVE SPACES TO SR-PRINT-REC
007100     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
007110     CLOSE DTSNAPSH-FILE
007120     MOVE 'N' TO SR-SNAP-OPEN-SW.
007130 2000-EXIT.
007140     EXIT.
007150
007160 2100-READ-SNAPSH.
007170     READ DTSNAPSH-FILE
007180         AT END
007190             SET SR-SNAP-EOF TO TRUE
007200             MOVE SR-END-OF-SNAP-IX TO SR-SNAP-IX
007210             GO TO 2100-EXIT
007220     END-READ
007230     IF NOT SR-SNAPSH-OK
007240         DISPLAY 'DTRESTOR: READ FAILED ON DTSNAPSH - STATUS '
007250             SR-SNAPSH-STATUS ' - NOTHING RESTORED'
007260         PERFORM 9999-TERMINATE THRU 9999-EXIT
007270         MOVE 16 TO RETURN-CODE
007280         STOP RUN
007290     END-IF
007300     PERFORM 8100-FIND-SNAP-TYPE THRU 8100-EXIT.
007310 2100-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350*    2200-TALLY-SNAP-RECORD - ONE RECORD AFTER THE HEADER.  A
007360*    DATA RECORD IS FOLDED INTO ITS FILE'S COUNT AND HASH; THE
007370*    TRAILER IS KEPT FOR THE COMPARISON IN 2500.
007380*****************************************************************
007390 2200-TALLY-SNAP-RECORD.
007400     PERFORM 2100-READ-SNAPSH THRU 2100-EXIT
007410     IF SR-SNAP-EOF
007420         MOVE 'NO TRAILER - THE SNAPSHOT WAS NOT COMPLETED'
007430             TO SR-REJECT-REASON
007440         SET SR-SNAPSHOT-REJECTED TO TRUE
007450         GO TO 2200-EXIT
007460     END-IF
007470     IF DTSNP-TYPE-TRAILER
007480         MOVE DTSNP-DATA TO SR-SNAP-TRAILER
007490         SET SR-TRAILER-SEEN TO TRUE
007500         GO TO 2200-EXIT
007510     END-IF
007520     IF SR-SNAP-IX = ZERO
007530         MOVE 'UNKNOWN OR MISPLACED RECORD TYPE'
007540             TO SR-REJECT-REASON
007550         SET SR-SNAPSHOT-REJECTED TO TRUE
007560         GO TO 2200-EXIT
007570     END-IF
007580     IF SR-SNAP-IX < SR-LAST-SNAP-IX
007590         MOVE 'RECORD TYPES OUT OF FILE ORDER' TO SR-REJECT-REASON
007600         SET SR-SNAPSHOT-REJECTED TO TRUE
007610         GO TO 2200-EXIT
007620     END-IF
007630     MOVE SR-SNAP-IX TO SR-LAST-SNAP-IX
007640     MOVE DTSNP-DATA TO SR-IMAGE
007650     PERFORM 8000-HASH-IMAGE THRU 8000-EXIT
007660     ADD 1 TO SR-VER-COUNT (SR-SNAP-IX)
007670     COMPUTE SR-WORK-BIG = SR-VER-HASH (SR-SNAP-IX) + SR-REC-HASH
007680     DIVIDE SR-WORK-BIG BY SR-TOTAL-MODULUS GIVING SR-WORK-QUOT
007690         REMAINDER SR-VER-HASH (SR-SNAP-IX).
007700 2200-EXIT.
007710     EXIT.
007720
007730*****************************************************************
007740*    2500-CHECK-TRAILER-ENTRY - ONE FILE'S TRAILER FIGURES
007750*    AGAINST WHAT THE FIRST PASS COUNTED, LISTED EITHER WAY.
007760*****************************************************************
007770 2500-CHECK-TRAILER-ENTRY.
007780     MOVE SR-FILE-DDNAME (SR-FILE-IX) TO SR-VER-DDNAME
007790     MOVE SR-FILE-REC-TYPE (SR-FILE-IX) TO SR-VER-TYPE
007800     MOVE SR-TRL-COUNT (SR-FILE-IX) TO SR-VER-TRL-COUNT
007810     MOVE SR-TRL-HASH (SR-FILE-IX) TO SR-VER-TRL-HASH
007820     MOVE SR-VER-COUNT (SR-FILE-IX) TO SR-VER-CNT-COUNT
007830     MOVE SR-VER-HASH (SR-FILE-IX) TO SR-VER-CNT-HASH
007840     IF SR-TRL-REC-TYPE (SR-FILE-IX) =
007850             SR-FILE-REC-TYPE (SR-FILE-IX)
007860         AND SR-TRL-COUNT (SR-FILE-IX) = SR-VER-COUNT (SR-FILE-IX)
007870         AND SR-TRL-HASH (SR-FILE-IX) = SR-VER-HASH (SR-FILE-IX)
007880         MOVE 'AGREES' TO SR-VER-RESULT
007890     ELSE
007900         MOVE 'MISMATCH' TO SR-VER-RESULT
007910         MOVE 'TRAILER COUNT OR HASH TOTAL DOES NOT AGREE'
007920             TO SR-REJECT-REASON
007930         SET SR-SNAPSHOT-REJECTED TO TRUE
007940     END-IF
007950     MOVE SR-VER-LINE TO SR-PRINT-REC
007960     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
007970 2500-EXIT.
007980     EXIT.
007990
008000*****************************************************************
008010*    2900-REJECT-SNAPSHOT - THE SNAPSHOT CANNOT BE TRUSTED.
008020*    NOTHING HAS BEEN OPENED FOR OUTPUT, SO NOTHING IS WRITTEN.
008030*****************************************************************
008040 2900-REJECT-SNAPSHOT.
008050     MOVE 'SNAPSHOT FAILED VERIFICATION - NOTHING RESTORED'
008060         TO SR-MSG-TEXT
008070     MOVE SR-MESSAGE-LINE TO SR-PRINT-REC
008080     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
008090     MOVE SR-REJECT-REASON TO SR-MSG-TEXT
008100     MOVE SR-MESSAGE-LINE TO SR-PRINT-REC
008110     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
008120     MOVE SR-END-LINE TO SR-PRINT-REC
008130     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
008140     DISPLAY 'DTRESTOR: SNAPSHOT FAILED VERIFICATION - '
008150         SR-REJECT-REASON
008160     IF SR-SNAPSH-OPEN
008170         CLOSE DTSNAPSH-FILE
008180     END-IF
008190     CLOSE DTREPORT-FILE
008200     MOVE 08 TO RETURN-CODE
008210     STOP RUN.
008220 2900-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260*    3000-OPEN-FILES - THE SNAPSHOT IS SOUND.  OPEN EACH
008270*    SELECTED FILE'S LIVE COPY AND, FOR A RESTORE, ITS 'NEW'
008280*    DD, THEN REOPEN THE SNAPSHOT AND STEP PAST THE HEADER TO
008290*    THE FIRST DATA RECORD.
008300*****************************************************************
008310 3000-OPEN-FILES.
008320     PERFORM 3100-OPEN-FILE-PAIR THRU 3100-EXIT
008330         VARYING SR-FILE-IX FROM 1 BY 1
008340         UNTIL SR-FILE-IX > SR-FILE-MAX
008350     MOVE 'N' TO SR-SNAP-EOF-SW
008360     OPEN INPUT DTSNAPSH-FILE
008370     IF NOT SR-SNAPSH-OK
008380         DISPLAY 'DTRESTOR: UNABLE TO REOPEN DTSNAPSH - STATUS '
008390             SR-SNAPSH-STATUS ' - DO NOT SWAP ANY NEW DATASET'
008400         PERFORM 9999-TERMINATE THRU 9999-EXIT
008410         MOVE 16 TO RETURN-CODE
008420         STOP RUN
008430     END-IF
008440     SET SR-SNAPSH-OPEN TO TRUE
008450     PERFORM 2100-READ-SNAPSH THRU 2100-EXIT
008460     PERFORM 2100-READ-SNAPSH THRU 2100-EXIT.
008470 3000-EXIT.
008480     EXIT.
008490
008500 3100-OPEN-FILE-PAIR.
008510     IF NOT SR-FILE-SELECTED (SR-FILE-IX)
008520         GO TO 3100-EXIT
008530     END-IF
008540     EVALUATE SR-FILE-IX
008550         WHEN 1
008560             OPEN INPUT DTBIZDTE-FILE
008570             MOVE SR-BIZDTE-STATUS TO SR-CHECK-STATUS
008580         WHEN 2
008590             OPEN INPUT DTBIZHST-FILE
008600             MOVE SR-BIZHST-STATUS TO SR-CHECK-STATUS
008610         WHEN 3
008620             OPEN INPUT DTWINCTL-FILE
008630             MOVE SR-WINCTL-STATUS TO SR-CHECK-STATUS
008640         WHEN 4
008650             OPEN INPUT DTOPAUTH-FILE
008660             MOVE SR-OPAUTH-STATUS TO SR-CHECK-STATUS
008670         WHEN 5
008680             OPEN INPUT DTHOLCAL-FILE
008690             MOVE SR-HOLCAL-STATUS TO SR-CHECK-STATUS
008700         WHEN 6
008710             OPEN INPUT DTEXCPT-FILE
008720             MOVE SR-EXCPT-STATUS TO SR-CHECK-STATUS
008730     END-EVALUATE
008740     IF SR-CHECK-NOT-FOUND
008750         DISPLAY 'DTRESTOR: LIVE ' SR-FILE-DDNAME (SR-FILE-IX)
008760             ' DOES NOT EXIST - EVERY SNAPSHOT RECORD IS ADDED'
008770         SET SR-LIVE-ABSENT (SR-FILE-IX) TO TRUE
008780         SET SR-WARNINGS-SEEN TO TRUE
008790     ELSE
008800         IF NOT SR-CHECK-OK
008810             DISPLAY 'DTRESTOR: UNABLE TO OPEN LIVE '
008820                 SR-FILE-DDNAME (SR-FILE-IX) ' - STATUS '
008830                 SR-CHECK-STATUS ' - NOTHING RESTORED'
008840             PERFORM 9999-TERMINATE THRU 9999-EXIT
008850             MOVE 16 TO RETURN-CODE
008860             STOP RUN
008870         END-IF
008880     END-IF
008890     IF SR-MODE-VERIFY
008900         GO TO 3100-EXIT
008910     END-IF
008920     EVALUATE SR-FILE-IX
008930         WHEN 1
008940             OPEN OUTPUT DTBIZNEW-FILE
008950             MOVE SR-BIZNEW-STATUS TO SR-CHECK-STATUS
008960         WHEN 2
008970             OPEN OUTPUT DTHSTNEW-FILE
008980             MOVE SR-HSTNEW-STATUS TO SR-CHECK-STATUS
008990         WHEN 3
009000             OPEN OUTPUT DTWINNEW-FILE
009010             MOVE SR-WINNEW-STATUS TO SR-CHECK-STATUS
009020         WHEN 4
009030             OPEN OUTPUT DTOPANEW-FILE
009040             MOVE SR-OPANEW-STATUS TO SR-CHECK-STATUS
009050         WHEN 5
009060             OPEN OUTPUT DTHOLNEW-FILE
009070             MOVE SR-HOLNEW-STATUS TO SR-CHECK-STATUS
009080         WHEN 6
009090             OPEN OUTPUT DTEXCNEW-FILE
009100             MOVE SR-EXCNEW-STATUS TO SR-CHECK-STATUS
009110     END-EVALUATE
009120     IF NOT SR-CHECK-OK
009130         DISPLAY 'DTRESTOR: UNABLE TO OPEN THE NEW DD FOR '
009140             SR-FILE-DDNAME (SR-FILE-IX) ' - STATUS '
009150             SR-CHECK-STATUS ' - NOTHING RESTORED'
009160         PERFORM 9999-TERMINATE THRU 9999-EXIT
009170         MOVE 16 TO RETURN-CODE
009180         STOP RUN
009190     END-IF.
009200 3100-EXIT.
009210     EXIT.
009220
009230*****************************************************************
009240*    4000-RESTORE-FILE - SECOND PASS, ONE FILE'S GROUP OF
009250*    SNAPSHOT RECORDS.  A FILE NOT SELECTED IS STEPPED OVER.
009260*    OTHERWISE THE LIVE FILE IS LOADED, EACH SNAPSHOT RECORD IS
009270*    MATCHED AND WRITTEN, AND THE LIVE RECORDS LEFT OVER ARE
009280*    SETTLED.  DTBIZHST AND DTEXCPT ARE MATCHED IN FILE ORDER
009290*    BY 4600 INSTEAD.
009300*****************************************************************
009310 4000-RESTORE-FILE.
009320     IF NOT SR-FILE-SELECTED (SR-FILE-IX)
009330         PERFORM 2100-READ-SNAPSH THRU 2100-EXIT
009340             UNTIL SR-SNAP-IX NOT = SR-FILE-IX
009350         GO TO 4000-EXIT
009360     END-IF
009370     IF NOT SR-MATCH-BY-TABLE (SR-FILE-IX)
009380         PERFORM 4600-RESTORE-IN-ORDER THRU 4600-EXIT
009390         GO TO 4000-EXIT
009400     END-IF
009410     MOVE ZERO TO SR-LIVE-COUNT
009420     MOVE 'N' TO SR-LIVE-EOF-SW
009430     IF NOT SR-LIVE-ABSENT (SR-FILE-IX)
009440         PERFORM 4100-LOAD-LIVE-RECORD THRU 4100-EXIT
009450             UNTIL SR-LIVE-EOF
009460     END-IF
009470     PERFORM 4200-APPLY-SNAP-RECORD THRU 4200-EXIT
009480         UNTIL SR-SNAP-IX NOT = SR-FILE-IX
009490     PERFORM 4500-SETTLE-LIVE-ENTRY THRU 4500-EXIT
009500         VARYING SR-LIVE-SUB FROM 1 BY 1
009510         UNTIL SR-LIVE-SUB > SR-LIVE-COUNT.
009520 4000-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560*    4100-LOAD-LIVE-RECORD - ONE LIVE RECORD INTO THE TABLE.  A
009570*    TABLE TOO SMALL FOR THE FILE, OR A READ FAILURE, WOULD
009580*    LEAVE THE RESTORE UNPROVED, SO EITHER ONE STOPS THE RUN.
009590*****************************************************************
009600 4100-LOAD-LIVE-RECORD.
009610     MOVE SPACES TO SR-IMAGE
009620     EVALUATE SR-FILE-IX
009630         WHEN 1
009640             READ DTBIZDTE-FILE
009650             MOVE SR-BIZDTE-STATUS TO SR-CHECK-STATUS
009660             MOVE DTCTL-RECORD TO SR-IMAGE
009670         WHEN 2
009680             READ DTBIZHST-FILE
009690             MOVE SR-BIZHST-STATUS TO SR-CHECK-STATUS
009700             MOVE SR-HST-RECORD TO SR-IMAGE
009710         WHEN 3
009720             READ DTWINCTL-FILE
009730             MOVE SR-WINCTL-STATUS TO SR-CHECK-STATUS
009740             MOVE SR-WIN-RECORD TO SR-IMAGE
009750         WHEN 4
009760             READ DTOPAUTH-FILE
009770             MOVE SR-OPAUTH-STATUS TO SR-CHECK-STATUS
009780             MOVE SR-OPA-RECORD TO SR-IMAGE
009790         WHEN 5
009800             READ DTHOLCAL-FILE
009810             MOVE SR-HOLCAL-STATUS TO SR-CHECK-STATUS
009820             MOVE SR-HOL-RECORD TO SR-IMAGE
009830         WHEN 6
009840             READ DTEXCPT-FILE
009850             MOVE SR-EXCPT-STATUS TO SR-CHECK-STATUS
009860             MOVE DTEXC-RECORD TO SR-IMAGE
009870     END-EVALUATE
009880     IF SR-CHECK-AT-END
009890         SET SR-LIVE-EOF TO TRUE
009900         GO TO 4100-EXIT
009910     END-IF
009920     IF NOT SR-CHECK-OK
009930         DISPLAY 'DTRESTOR: READ FAILED ON LIVE '
009940             SR-FILE-DDNAME (SR-FILE-IX) ' - STATUS '
009950             SR-CHECK-STATUS ' - DO NOT SWAP ANY NEW DATASET'
009960         PERFORM 9999-TERMINATE THRU 9999-EXIT
009970         MOVE 16 TO RETURN-CODE
009980         STOP RUN
009990     END-IF
010000     IF SR-LIVE-COUNT NOT < SR-LIVE-MAX
010010         DISPLAY 'DTRESTOR: LIVE ' SR-FILE-DDNAME (SR-FILE-IX)
010020             ' HAS MORE THAN ' SR-LIVE-MAX ' RECORDS'
010030             ' - DO NOT SWAP ANY NEW DATASET'
010040         PERFORM 9999-TERMINATE THRU 9999-EXIT
010050         MOVE 16 TO RETURN-CODE
010060         STOP RUN
010070     END-IF
010080     ADD 1 TO SR-LIVE-COUNT
010090     PERFORM 8200-EXTRACT-KEY THRU 8200-EXIT
010100     MOVE SR-KEY TO SR-LIVE-KEY (SR-LIVE-COUNT)
010110     MOVE SR-IMAGE TO SR-LIVE-IMAGE (SR-LIVE-COUNT)
010120     MOVE 'N' TO SR-LIVE-MATCHED-SW (SR-LIVE-COUNT)
010130     MOVE 'N' TO SR-LIVE-ACKED-SW (SR-LIVE-COUNT)
010140     IF SR-FILE-IX = SR-FILE-MAX AND DTEXC-STATUS-ACKED
010150         SET SR-LIVE-ACKED (SR-LIVE-COUNT) TO TRUE
010160     END-IF.
010170 4100-EXIT.
010180     EXIT.
010190
010200*****************************************************************
010210*    4200-APPLY-SNAP-RECORD - SETTLE THE CURRENT SNAPSHOT
010220*    RECORD AND READ THE NEXT.
010230*****************************************************************
010240 4200-APPLY-SNAP-RECORD.
010250     PERFORM 4300-MATCH-SNAP-RECORD THRU 4300-EXIT
010260     PERFORM 2100-READ-SNAPSH THRU 2100-EXIT.
010270 4200-EXIT.
010280     EXIT.
010290
010300*****************************************************************
010310*    4300-MATCH-SNAP-RECORD - MATCH ONE SNAPSHOT RECORD TO THE
010320*    FIRST UNTAKEN LIVE RECORD WITH ITS KEY (SO REPEATED KEYS
010330*    PAIR OFF IN FILE ORDER), WRITE WHAT THE RESTORED FILE
010340*    SHOULD HOLD, AND LIST ANY CHANGE.
010350*****************************************************************
010360 4300-MATCH-SNAP-RECORD.
010370     ADD 1 TO SR-TOT-SNAPSHOT (SR-FILE-IX)
010380     MOVE DTSNP-DATA TO SR-IMAGE
010390     PERFORM 8200-EXTRACT-KEY THRU 8200-EXIT
010400     MOVE ZERO TO SR-LIVE-PICK
010410     PERFORM 8300-MATCH-LIVE-KEY THRU 8300-EXIT
010420         VARYING SR-LIVE-SUB FROM 1 BY 1
010430         UNTIL SR-LIVE-SUB > SR-LIVE-COUNT
010440     IF SR-LIVE-PICK = ZERO
010450         ADD 1 TO SR-TOT-ADDED (SR-FILE-IX)
010460         ADD 1 TO SR-TOT-DIFFERENCES
010470         MOVE 'ADDED' TO SR-DTL-ACTION
010480         PERFORM 4800-PRINT-IMAGE-LINE THRU 4800-EXIT
010490         PERFORM 8600-WRITE-NEW-RECORD THRU 8600-EXIT
010500         GO TO 4300-EXIT
010510     END-IF
010520     SET SR-LIVE-MATCHED (SR-LIVE-PICK) TO TRUE
010530     IF SR-LIVE-ACKED (SR-LIVE-PICK)
010540         MOVE SR-LIVE-IMAGE (SR-LIVE-PICK) TO SR-IMAGE
010550         ADD 1 TO SR-TOT-KEPT (SR-FILE-IX)
010560         MOVE 'KEPT' TO SR-DTL-ACTION
010570         PERFORM 4800-PRINT-IMAGE-LINE THRU 4800-EXIT
010580         PERFORM 8600-WRITE-NEW-RECORD THRU 8600-EXIT
010590         GO TO 4300-EXIT
010600     END-IF
010610     IF SR-IMAGE = SR-LIVE-IMAGE (SR-LIVE-PICK)
010620         ADD 1 TO SR-TOT-UNCHANGED (SR-FILE-IX)
010630         PERFORM 8600-WRITE-NEW-RECORD THRU 8600-EXIT
010640         GO TO 4300-EXIT
010650     END-IF
010660     ADD 1 TO SR-TOT-RESTORED (SR-FILE-IX)
010670     ADD 1 TO SR-TOT-DIFFERENCES
010680     MOVE 'RESTORED' TO SR-DTL-ACTION
010690     PERFORM 4800-PRINT-IMAGE-LINE THRU 4800-EXIT
010700     PERFORM 8600-WRITE-NEW-RECORD THRU 8600-EXIT
010710     MOVE SR-LIVE-IMAGE (SR-LIVE-PICK) TO SR-IMAGE
010720     MOVE 'REPLACED' TO SR-DTL-ACTION
010730     PERFORM 4800-PRINT-IMAGE-LINE THRU 4800-EXIT.
010740 4300-EXIT.
010750     EXIT.
010760
010770*****************************************************************
010780*    4500-SETTLE-LIVE-ENTRY - A LIVE RECORD NO SNAPSHOT RECORD
010790*    TOOK.  AN ACKNOWLEDGED DTEXCPT ENTRY IS KEPT; ANYTHING ELSE
010800*    DID NOT EXIST AT THE SNAPSHOT AND IS REMOVED.
010810*****************************************************************
010820 4500-SETTLE-LIVE-ENTRY.
010830     IF SR-LIVE-MATCHED (SR-LIVE-SUB)
010840         GO TO 4500-EXIT
010850     END-IF
010860     MOVE SR-LIVE-IMAGE (SR-LIVE-SUB) TO SR-IMAGE
010870     IF SR-LIVE-ACKED (SR-LIVE-SUB)
010880         ADD 1 TO SR-TOT-KEPT (SR-FILE-IX)
010890         MOVE 'KEPT' TO SR-DTL-ACTION
010900         PERFORM 4800-PRINT-IMAGE-LINE THRU 4800-EXIT
010910         PERFORM 8600-WRITE-NEW-RECORD THRU 8600-EXIT
010920         GO TO 4500-EXIT
010930     END-IF
010940     ADD 1 TO SR-TOT-REMOVED (SR-FILE-IX)
010950     ADD 1 TO SR-TOT-DIFFERENCES
010960     MOVE 'REMOVED' TO SR-DTL-ACTION
010970     PERFORM 4800-PRINT-IMAGE-LINE THRU 4800-EXIT.
010980 4500-EXIT.
010990     EXIT.
011000
011010*****************************************************************
011020*    4600-RESTORE-IN-ORDER - DTBIZHST OR DTEXCPT.  THE LIVE FILE
011030*    IS READ ALONGSIDE THE FILE'S SNAPSHOT GROUP A ROW AT A TIME,
011040*    SO ITS SIZE IS NO LIMIT.  EACH ROW IS SETTLED BY 4300 OR 4500
011050*    THROUGH ENTRY 1 OF THE LIVE TABLE, SO THE LISTING AND THE
011060*    KEPT AND REMOVED RULES ARE THOSE OF THE KEYED FILES.
011070*****************************************************************
011080 4600-RESTORE-IN-ORDER.
011090     MOVE ZERO TO SR-LIVE-ROWS
011100     MOVE ZERO TO SR-SNAP-ROWS
011110     MOVE 'N' TO SR-LIVE-EOF-SW
011120     IF SR-LIVE-ABSENT (SR-FILE-IX)
011130         SET SR-LIVE-EOF TO TRUE
011140     ELSE
011150         PERFORM 4610-READ-LIVE-ROW THRU 4610-EXIT
011160     END-IF
011170     PERFORM 4620-MATCH-IN-ORDER THRU 4620-EXIT
011180         UNTIL SR-LIVE-EOF
011190           AND SR-SNAP-IX NOT = SR-FILE-IX.
011200 4600-EXIT.
011210     EXIT.
011220
011230*****************************************************************
011240*    4610-READ-LIVE-ROW - THE NEXT LIVE ROW AND ITS MATCH KEY.  A
011250*    READ FAILURE STOPS THE RUN, AS IN 4100.
011260*****************************************************************
011270 4610-READ-LIVE-ROW.
011280     MOVE SPACES TO SR-IMAGE
011290     EVALUATE SR-FILE-IX
011300         WHEN 2
011310             READ DTBIZHST-FILE
011320             MOVE SR-BIZHST-STATUS TO SR-CHECK-STATUS
011330             MOVE SR-HST-RECORD TO SR-IMAGE
011340         WHEN 6
011350             READ DTEXCPT-FILE
011360             MOVE SR-EXCPT-STATUS TO SR-CHECK-STATUS
011370             MOVE DTEXC-RECORD TO SR-IMAGE
011380     END-EVALUATE
011390     IF SR-CHECK-AT-END
011400         SET SR-LIVE-EOF TO TRUE
011410         GO TO 4610-EXIT
011420     END-IF
011430     IF NOT SR-CHECK-OK
011440         DISPLAY 'DTRESTOR: READ FAILED ON LIVE '
011450             SR-FILE-DDNAME (SR-FILE-IX) ' - STATUS '
011460             SR-CHECK-STATUS ' - DO NOT SWAP ANY NEW DATASET'
011470         PERFORM 9999-TERMINATE THRU 9999-EXIT
011480         MOVE 16 TO RETURN-CODE
011490         STOP RUN
011500     END-IF
011510     ADD 1 TO SR-LIVE-ROWS
011520     MOVE SR-IMAGE TO SR-LIVE-ROW-IMAGE
011530     IF SR-MATCH-BY-POSITION (SR-FILE-IX)
011540         MOVE SR-LIVE-ROWS TO SR-ROW-NO
011550         MOVE SR-ROW-NO TO SR-LIVE-ROW-KEY
011560     ELSE
011570         PERFORM 8200-EXTRACT-KEY THRU 8200-EXIT
011580         MOVE SR-KEY TO SR-LIVE-ROW-KEY
011590     END-IF
011600     MOVE 'N' TO SR-LIVE-ROW-ACKED-SW
011610     IF SR-FILE-IX = SR-FILE-MAX AND DTEXC-STATUS-ACKED
011620         SET SR-LIVE-ROW-ACKED TO TRUE
011630     END-IF.
011640 4610-EXIT.
011650     EXIT.
011660
011670*****************************************************************
011680*    4620-MATCH-IN-ORDER - ONE STEP OF THE MATCH.  A LIVE ROW
011690*    AHEAD OF THE SNAPSHOT ROW, OR WITH NO SNAPSHOT ROW LEFT, WAS
011700*    NOT IN THE SNAPSHOT (4650).  EQUAL KEYS ARE A PAIR: THE LIVE
011710*    ROW GOES INTO ENTRY 1 FOR 4300 TO FIND.  A SNAPSHOT ROW WITH
011720*    NO LIVE ROW TO PAIR FINDS AN EMPTY TABLE AND IS ADDED.
011730*****************************************************************
011740 4620-MATCH-IN-ORDER.
011750     MOVE ZERO TO SR-LIVE-COUNT
011760     IF SR-SNAP-IX NOT = SR-FILE-IX
011770         PERFORM 4650-SETTLE-LIVE-ROW THRU 4650-EXIT
011780         GO TO 4620-EXIT
011790     END-IF
011800     MOVE DTSNP-DATA TO SR-IMAGE
011810     PERFORM 8200-EXTRACT-KEY THRU 8200-EXIT
011820     IF SR-MATCH-BY-POSITION (SR-FILE-IX)
011830         COMPUTE SR-ROW-NO = SR-SNAP-ROWS + 1
011840         MOVE SR-ROW-NO TO SR-SNAP-ROW-KEY
011850     ELSE
011860         MOVE SR-KEY TO SR-SNAP-ROW-KEY
011870     END-IF
011880     IF NOT SR-LIVE-EOF
011890         AND SR-LIVE-ROW-KEY < SR-SNAP-ROW-KEY
011900         PERFORM 4650-SETTLE-LIVE-ROW THRU 4650-EXIT
011910         GO TO 4620-EXIT
011920     END-IF
011930     IF NOT SR-LIVE-EOF
011940         AND SR-LIVE-ROW-KEY = SR-SNAP-ROW-KEY
011950         MOVE 1 TO SR-LIVE-COUNT
011960         MOVE SR-KEY TO SR-LIVE-KEY (1)
011970         MOVE SR-LIVE-ROW-IMAGE TO SR-LIVE-IMAGE (1)
011980         MOVE 'N' TO SR-LIVE-MATCHED-SW (1)
011990         MOVE SR-LIVE-ROW-ACKED-SW TO SR-LIVE-ACKED-SW (1)
012000         PERFORM 4610-READ-LIVE-ROW THRU 4610-EXIT
012010     END-IF
012020     ADD 1 TO SR-SNAP-ROWS
012030     PERFORM 4200-APPLY-SNAP-RECORD THRU 4200-EXIT.
012040 4620-EXIT.
012050     EXIT.
012060
012070 4650-SETTLE-LIVE-ROW.
012080     MOVE SR-LIVE-ROW-IMAGE TO SR-IMAGE
012090     PERFORM 8200-EXTRACT-KEY THRU 8200-EXIT
012100     MOVE SR-LIVE-ROW-IMAGE TO SR-LIVE-IMAGE (1)
012110     MOVE 'N' TO SR-LIVE-MATCHED-SW (1)
012120     MOVE SR-LIVE-ROW-ACKED-SW TO SR-LIVE-ACKED-SW (1)
012130     MOVE 1 TO SR-LIVE-SUB
012140     PERFORM 4500-SETTLE-LIVE-ENTRY THRU 4500-EXIT
012150     PERFORM 4610-READ-LIVE-ROW THRU 4610-EXIT.
012160 4650-EXIT.
012170     EXIT.
012180
012190 4800-PRINT-IMAGE-LINE.
012200     MOVE SR-FILE-DDNAME (SR-FILE-IX) TO SR-DTL-DDNAME
012210     MOVE SR-IMAGE TO SR-DTL-IMAGE
012220     MOVE SR-DETAIL-LINE TO SR-PRINT-REC
012230     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
012240 4800-EXIT.
012250     EXIT.
012260
012270*****************************************************************
012280*    6000-PRINT-TOTALS - PER-FILE CONTROL TOTALS AND THE CLOSING
012290*    INSTRUCTION TO OPERATIONS.
012300*****************************************************************
012310 6000-PRINT-TOTALS.
012320     MOVE SPACES TO SR-PRINT-REC
012330     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
012340     MOVE SR-SUM-HDR TO SR-PRINT-REC
012350     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
012360     PERFORM 6100-PRINT-FILE-TOTAL THRU 6100-EXIT
012370         VARYING SR-FILE-IX FROM 1 BY 1
012380         UNTIL SR-FILE-IX > SR-FILE-MAX
012390     MOVE SPACES TO SR-PRINT-REC
012400     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
012410     EVALUATE TRUE
012420         WHEN SR-TOT-WRITE-FAILS > ZERO
012430             MOVE 'WRITE FAILURES - DO NOT SWAP ANY NEW DATASET'
012440                 TO SR-MSG-TEXT
012450         WHEN SR-MODE-VERIFY AND SR-TOT-DIFFERENCES > ZERO
012460             MOVE 'VERIFY ONLY - THE LIVE FILES DIFFER AS LISTED'
012470                 TO SR-MSG-TEXT
012480         WHEN SR-MODE-VERIFY
012490             MOVE 'VERIFY ONLY - THE LIVE FILES MATCH'
012500                 TO SR-MSG-TEXT
012510         WHEN OTHER
012520             MOVE 'RESTORED FILES WRITTEN - SWAP THE NEW DATASETS'
012530                 TO SR-MSG-TEXT
012540     END-EVALUATE
012550     MOVE SR-MESSAGE-LINE TO SR-PRINT-REC
012560     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
012570     MOVE SR-END-LINE TO SR-PRINT-REC
012580     PERFORM 7100-WRITE-LINE THRU 7100-EXIT
012590     DISPLAY 'DTRESTOR: ' SR-MSG-TEXT.
012600 6000-EXIT.
012610     EXIT.
012620
012630 6100-PRINT-FILE-TOTAL.
012640     IF NOT SR-FILE-SELECTED (SR-FILE-IX)
012650         GO TO 6100-EXIT
012660     END-IF
012670     MOVE SR-FILE-DDNAME (SR-FILE-IX) TO SR-SUM-DDNAME
012680     MOVE SR-TOT-SNAPSHOT (SR-FILE-IX) TO SR-SUM-SNAPSHOT
012690     MOVE SR-TOT-UNCHANGED (SR-FILE-IX) TO SR-SUM-UNCHANGED
012700     MOVE SR-TOT-ADDED (SR-FILE-IX) TO SR-SUM-ADDED
012710     MOVE SR-TOT-RESTORED (SR-FILE-IX) TO SR-SUM-RESTORED
012720     MOVE SR-TOT-REMOVED (SR-FILE-IX) TO SR-SUM-REMOVED
012730     MOVE SR-TOT-KEPT (SR-FILE-IX) TO SR-SUM-KEPT
012740     MOVE SR-TOT-WRITTEN (SR-FILE-IX) TO SR-SUM-WRITTEN
012750     IF SR-LIVE-ABSENT (SR-FILE-IX)
012760         MOVE 'LIVE FILE DID NOT EXIST' TO SR-SUM-NOTE
012770     ELSE
012780         MOVE SPACES TO SR-SUM-NOTE
012790     END-IF
012800     MOVE SR-SUM-LINE TO SR-PRINT-REC
012810     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
012820 6100-EXIT.
012830     EXIT.
012840
012850*****************************************************************
012860*    7000-PRINT-HEADINGS - TOP-OF-PAGE TITLE, MODE AND TARGET.
012870*    THE LISTING'S OWN SECTION HEADINGS ARE BODY LINES.
012880*****************************************************************
012890 7000-PRINT-HEADINGS.
012900     ADD 1 TO SR-PAGE-NO
012910     MOVE SR-PAGE-NO TO SR-HDG-PAGE
012920     IF SR-MODE-RESTORE
012930         MOVE 'RESTORE' TO SR-HDG-MODE
012940     ELSE
012950         MOVE 'VERIFY' TO SR-HDG-MODE
012960     END-IF
012970     MOVE SR-TARGET TO SR-HDG-TARGET
012980     MOVE SR-SYSTEM-DATE TO SR-HDG-DATE
012990     MOVE SR-SYSTEM-TIME TO SR-HDG-TIME
013000     WRITE SR-PRINT-REC FROM SR-HEADING-1
013010         AFTER ADVANCING PAGE
013020     WRITE SR-PRINT-REC FROM SR-HEADING-2
013030         AFTER ADVANCING 1 LINE
013040     MOVE SPACES TO SR-PRINT-REC
013050     WRITE SR-PRINT-REC
013060         AFTER ADVANCING 1 LINE
013070     MOVE 3 TO SR-LINE-COUNT.
013080 7000-EXIT.
013090     EXIT.
013100
013110*****************************************************************
013120*    7100-WRITE-LINE - ALL BODY PRINTING FUNNELS THROUGH HERE
013130*    SO THE PAGE-OVERFLOW CHECK LIVES IN ONE PLACE.
013140*****************************************************************
013150 7100-WRITE-LINE.
013160     IF SR-LINE-COUNT > SR-LINES-PER-PAGE
013170         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
013180     END-IF
013190     WRITE SR-PRINT-REC
013200         AFTER ADVANCING 1 LINE
013210     ADD 1 TO SR-LINE-COUNT.
013220 7100-EXIT.
013230     EXIT.
013240
013250*****************************************************************
013260*    8000-HASH-IMAGE - FOLD THE 132 BYTES OF SR-IMAGE INTO
013270*    SR-REC-HASH EXACTLY AS DTSNAP DID.
013280*****************************************************************
013290 8000-HASH-IMAGE.
013300     MOVE ZERO TO SR-REC-HASH
013310     PERFORM 8050-FOLD-ONE-BYTE THRU 8050-EXIT
013320         VARYING SR-POS FROM 1 BY 1
013330         UNTIL SR-POS > SR-DATA-BYTES.
013340 8000-EXIT.
013350     EXIT.
013360
013370 8050-FOLD-ONE-BYTE.
013380     MOVE SR-IMAGE-BYTE (SR-POS) TO SR-BYTE-CHAR
013390     COMPUTE SR-WORK-BIG =
013400             (SR-REC-HASH * SR-MULTIPLIER) + SR-BYTE-HALFWORD
013410             + SR-POS
013420     DIVIDE SR-WORK-BIG BY SR-MODULUS GIVING SR-WORK-QUOT
013430         REMAINDER SR-REC-HASH.
013440 8050-EXIT.
013450     EXIT.
013460
013470*****************************************************************
013480*    8100-FIND-SNAP-TYPE - FILE NUMBER OF THE SNAPSHOT RECORD
013490*    JUST READ: 1-6 FOR A DATA RECORD, 99 FOR THE TRAILER (SO
013500*    IT ENDS THE LAST FILE'S GROUP), ZERO FOR ANYTHING ELSE.
013510*****************************************************************
013520 8100-FIND-SNAP-TYPE.
013530     MOVE ZERO TO SR-SNAP-IX
013540     IF DTSNP-TYPE-TRAILER
013550         MOVE SR-END-OF-SNAP-IX TO SR-SNAP-IX
013560         GO TO 8100-EXIT
013570     END-IF
013580     PERFORM 8150-MATCH-SNAP-TYPE THRU 8150-EXIT
013590         VARYING SR-POS FROM 1 BY 1
013600         UNTIL SR-POS > SR-FILE-MAX.
013610 8100-EXIT.
013620     EXIT.
013630
013640 8150-MATCH-SNAP-TYPE.
013650     IF DTSNP-REC-TYPE = SR-FILE-REC-TYPE (SR-POS)
013660         MOVE SR-POS TO SR-SNAP-IX
013670         MOVE SR-FILE-MAX TO SR-POS
013680     END-IF.
013690 8150-EXIT.
013700     EXIT.
013710
013720 8200-EXTRACT-KEY.
013730     MOVE SPACES TO SR-KEY
013740     MOVE SR-IMAGE (SR-FILE-KEY-POS (SR-FILE-IX) :
013750                    SR-FILE-KEY-LEN (SR-FILE-IX)) TO SR-KEY.
013760 8200-EXIT.
013770     EXIT.
013780
013790 8300-MATCH-LIVE-KEY.
013800     IF SR-LIVE-KEY (SR-LIVE-SUB) = SR-KEY
013810         AND NOT SR-LIVE-MATCHED (SR-LIVE-SUB)
013820         MOVE SR-LIVE-SUB TO SR-LIVE-PICK
013830         MOVE SR-LIVE-COUNT TO SR-LIVE-SUB
013840     END-IF.
013850 8300-EXIT.
013860     EXIT.
013870
013880*****************************************************************
013890*    8600-WRITE-NEW-RECORD - SR-IMAGE TO THE FILE'S 'NEW' DD ON
013900*    A RESTORE (VERIFY WRITES NOTHING).  A FAILED WRITE IS
013910*    COUNTED AND FORBIDS THE SWAP.
013920*****************************************************************
013930 8600-WRITE-NEW-RECORD.
013940     IF SR-MODE-VERIFY
013950         GO TO 8600-EXIT
013960     END-IF
013970     EVALUATE SR-FILE-IX
013980         WHEN 1
013990             MOVE SR-IMAGE TO SR-NEW-BIZ-RECORD
014000             WRITE SR-NEW-BIZ-RECORD
014010                 INVALID KEY
014020                     CONTINUE
014030             END-WRITE
014040             MOVE SR-BIZNEW-STATUS TO SR-CHECK-STATUS
014050         WHEN 2
014060             MOVE SR-IMAGE TO SR-NEW-HST-RECORD
014070             WRITE SR-NEW-HST-RECORD
014080             MOVE SR-HSTNEW-STATUS TO SR-CHECK-STATUS
014090         WHEN 3
014100             MOVE SR-IMAGE TO SR-NEW-WIN-RECORD
014110             WRITE SR-NEW-WIN-RECORD
014120             MOVE SR-WINNEW-STATUS TO SR-CHECK-STATUS
014130         WHEN 4
014140             MOVE SR-IMAGE TO SR-NEW-OPA-RECORD
014150             WRITE SR-NEW-OPA-RECORD
014160             MOVE SR-OPANEW-STATUS TO SR-CHECK-STATUS
014170         WHEN 5
014180             MOVE SR-IMAGE TO SR-NEW-HOL-RECORD
014190             WRITE SR-NEW-HOL-RECORD
014200             MOVE SR-HOLNEW-STATUS TO SR-CHECK-STATUS
014210         WHEN 6
014220             MOVE SR-IMAGE TO SR-NEW-EXC-RECORD
014230             WRITE SR-NEW-EXC-RECORD
014240             MOVE SR-EXCNEW-STATUS TO SR-CHECK-STATUS
014250     END-EVALUATE
014260     IF SR-CHECK-OK
014270         ADD 1 TO SR-TOT-WRITTEN (SR-FILE-IX)
014280     ELSE
014290         DISPLAY 'DTRESTOR: WRITE FAILED FOR '
014300             SR-FILE-DDNAME (SR-FILE-IX) ' KEY ''' SR-KEY
014310             ''' - STATUS ' SR-CHECK-STATUS
014320         ADD 1 TO SR-TOT-WRITE-FAILS
014330     END-IF.
014340 8600-EXIT.
014350     EXIT.
014360
014370*****************************************************************
014380*    9999-TERMINATE - CLOSE EVERYTHING THAT WAS OPENED.  ONLY
014390*    SELECTED FILES WERE OPENED, AND A LIVE FILE THAT DID NOT
014400*    EXIST NEVER WAS.
014410*****************************************************************
014420 9999-TERMINATE.
014430     IF SR-SNAPSH-OPEN
014440         CLOSE DTSNAPSH-FILE
014450     END-IF
014460     PERFORM 9100-CLOSE-FILE-PAIR THRU 9100-EXIT
014470         VARYING SR-FILE-IX FROM 1 BY 1
014480         UNTIL SR-FILE-IX > SR-FILE-MAX
014490     CLOSE DTREPORT-FILE.
014500 9999-EXIT.
014510     EXIT.
014520
014530 9100-CLOSE-FILE-PAIR.
014540     IF NOT SR-FILE-SELECTED (SR-FILE-IX)
014550         GO TO 9100-EXIT
014560     END-IF
014570     EVALUATE SR-FILE-IX
014580         WHEN 1
014590             IF SR-BIZDTE-OK OR SR-BIZDTE-STATUS = '10'
014600                 CLOSE DTBIZDTE-FILE
014610             END-IF
014620             IF SR-BIZNEW-OK OR SR-BIZNEW-STATUS = '22'
014630                 CLOSE DTBIZNEW-FILE
014640             END-IF
014650         WHEN 2
014660             IF SR-BIZHST-OK OR SR-BIZHST-STATUS = '10'
014670                 CLOSE DTBIZHST-FILE
014680             END-IF
014690             IF SR-HSTNEW-OK
014700                 CLOSE DTHSTNEW-FILE
014710             END-IF
014720         WHEN 3
014730             IF SR-WINCTL-OK OR SR-WINCTL-STATUS = '10'
014740                 CLOSE DTWINCTL-FILE
014750             END-IF
014760             IF SR-WINNEW-OK
014770                 CLOSE DTWINNEW-FILE
014780             END-IF
014790         WHEN 4
014800             IF SR-OPAUTH-OK OR SR-OPAUTH-STATUS = '10'
014810                 CLOSE DTOPAUTH-FILE
014820             END-IF
014830             IF SR-OPANEW-OK
014840                 CLOSE DTOPANEW-FILE
014850             END-IF
014860         WHEN 5
014870             IF SR-HOLCAL-OK OR SR-HOLCAL-STATUS = '10'
014880                 CLOSE DTHOLCAL-FILE
014890             END-IF
014900             IF SR-HOLNEW-OK
014910                 CLOSE DTHOLNEW-FILE
014920             END-IF
014930         WHEN 6
014940             IF SR-EXCPT-OK OR SR-EXCPT-STATUS = '10'
014950                 CLOSE DTEXCPT-FILE
014960             END-IF
014970             IF SR-EXCNEW-OK
014980                 CLOSE DTEXCNEW-FILE
014990             END-IF
015000     END-EVALUATE.
015010 9100-EXIT.
015020     EXIT.
