000010*****************************************************************
000020*    PROGRAM-ID: DTAUDCHN
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : SHARED CALLABLE DTAUDIT CHAIN ROUTINE, IN THE
000080*                SAME SPIRIT AS DTGETDTE AND DTSTEP.  DTAUDIT IS
000090*                THE EVIDENCE HANDED TO THE AUDITORS, SO EVERY
000100*                WRITER STAMPS EACH ROW WITH AN UNBROKEN SEQUENCE
000110*                NUMBER AND A CHECK VALUE CHAINED FROM THE ROW
000120*                BEFORE IT (SEE DTAUDREC).  KEEPING THE STAMPING
000130*                RULE IN ONE ROUTINE MEANS DTVALID, DTCLOSE,
000140*                DTREVRS, DTFEDVER, THE DTAUDVER VERIFICATION RUN
000150*                AND DTAUDARC ALL AGREE ON IT.  THE FUNCTIONS ARE
000160*                DESCRIBED IN DTACHLNK.  WHERE THE LIVE FILE HOLDS
000170*                NO CHAINED ROW, THE CHAIN IS PICKED UP FROM THE
000180*                LATEST DTARCSUM CHAIN RECORD LEFT BY DTAUDARC.
000190*
000200*                THE CHECK VALUE: STARTING FROM THE PRIOR ROW'S
000210*                CHECK VALUE (ZERO FOR THE FIRST ROW), EACH OF
000220*                BYTES 1-58 OF THE ROW IS FOLDED IN AS
000230*                  CHECK = (CHECK * 257 + BYTE + POSITION)
000240*                          MODULO 999999937
000250*                SO ANY CHANGE TO THE ROW'S DATA OR SEQUENCE
000260*                NUMBER, OR TO ANY EARLIER ROW, SHOWS UP.
000270*
000280*    MOD LOG   :
000290*    DATE       BY    DESCRIPTION
000300*    ---------- ----  ----------------------------------------
000310*    2026-10-15 JPK   ORIGINAL.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    DTAUDCHN.
000350 AUTHOR.        J. P. KOWALSKI.
000360 INSTALLATION.  BATCH CONTROL GROUP.
000370 DATE-WRITTEN.  2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM370.
000430 OBJECT-COMPUTER.  IBM370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT DTAUDIT-FILE  ASSIGN TO DTAUDIT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS AC-AUDIT-STATUS.
000500
000510     SELECT DTARCSUM-FILE ASSIGN TO DTARCSUM
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS AC-ARCSUM-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DTAUDIT-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 80 CHARACTERS.
000600 COPY DTAUDREC.
000610
000620 FD  DTARCSUM-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 132 CHARACTERS.
000650 COPY DTSUMREC.
000660
000670 WORKING-STORAGE SECTION.
000680
000690 01  AC-FILE-STATUSES.
000700     05  AC-AUDIT-STATUS             PIC X(02) VALUE '99'.
000710         88  AC-AUDIT-OK                 VALUE '00'.
000720     05  AC-ARCSUM-STATUS            PIC X(02) VALUE '99'.
000730         88  AC-ARCSUM-OK                VALUE '00'.
000740
000750 01  AC-LOAD-AREA.
000760     05  AC-STAMPED-SW               PIC X(01).
000770         88  AC-STAMPED-ROW-FOUND        VALUE 'Y'.
000780
000790*****************************************************************
000800*    THE ROW BEING STAMPED OR CHECKED, AS BYTES AND AS THE
000810*    DTAUDREC CHAIN FIELDS (POSITIONS 50-58 AND 59-67).
000820*****************************************************************
000830 01  AC-RECORD.
000840     05  AC-REC-BYTE                 PIC X(01) OCCURS 80 TIMES.
000850 01  AC-RECORD-R REDEFINES AC-RECORD.
000860     05  FILLER                      PIC X(49).
000870     05  AC-REC-SEQ-NO               PIC 9(09).
000880     05  AC-REC-CHECK-VALUE          PIC 9(09).
000890     05  FILLER                      PIC X(13).
000900
000910*****************************************************************
000920*    ONE BYTE'S VALUE: THE BYTE IS MOVED INTO THE LOW HALF OF A
000930*    HALFWORD WHOSE HIGH HALF STAYS LOW-VALUES.
000940*****************************************************************
000950 01  AC-BYTE-AREA.
000960     05  AC-BYTE-HALFWORD            PIC 9(04) COMP VALUE ZERO.
000970     05  AC-BYTE-R REDEFINES AC-BYTE-HALFWORD.
000980         10  FILLER                  PIC X(01).
000990         10  AC-BYTE-CHAR            PIC X(01).
001000
001010 01  AC-CHECK-AREA.
001020     05  AC-CHAINED-BYTES            PIC 9(03) COMP VALUE 58.
001030     05  AC-POS                      PIC 9(03) COMP.
001040     05  AC-MODULUS                  PIC 9(09) VALUE 999999937.
001050     05  AC-MULTIPLIER               PIC 9(03) VALUE 257.
001060     05  AC-WORK-CHECK               PIC 9(09).
001070     05  AC-WORK-BIG                 PIC 9(12).
001080     05  AC-WORK-QUOT                PIC 9(12).
001090
001100 LINKAGE SECTION.
001110 COPY DTACHLNK.
001120
001130 PROCEDURE DIVISION USING DTACH-LINKAGE.
001140
001150 0000-MAINLINE.
001160     SET DTACH-OK TO TRUE
001170     SET DTACH-REASON-NONE TO TRUE
001180     MOVE SPACES TO DTACH-AUDIT-STATUS
001190     EVALUATE TRUE
001200         WHEN DTACH-FUNC-LOAD
001210             PERFORM 1000-LOAD-CHAIN THRU 1000-EXIT
001220         WHEN DTACH-FUNC-STAMP
001230             PERFORM 3000-STAMP-RECORD THRU 3000-EXIT
001240         WHEN DTACH-FUNC-COMPUTE
001250             MOVE DTACH-AUDIT-RECORD TO AC-RECORD
001260             PERFORM 2000-COMPUTE-CHECK THRU 2000-EXIT
001270             MOVE AC-WORK-CHECK TO DTACH-CHECK-VALUE
001280         WHEN DTACH-FUNC-KEPT-START
001290             PERFORM 1500-KEPT-START THRU 1500-EXIT
001300         WHEN OTHER
001310             SET DTACH-FAILED TO TRUE
001320             SET DTACH-REASON-BAD-FUNC TO TRUE
001330     END-EVALUATE
001340     GOBACK.
001350
001360*****************************************************************
001370*    1000-LOAD-CHAIN - THE CHAIN CONTINUES FROM THE LAST ROW ON
001380*    THE FILE THAT CARRIES A SEQUENCE NUMBER.  AN UNSTAMPED ROW
001390*    DOES NOT RESET IT - DTAUDVER REPORTS THAT ROW INSTEAD.  NO
001400*    FILE (35) IS AN EMPTY TRAIL.  ANY OTHER OPEN FAILURE IS
001410*    RETURNED WITH THE STATE AT ZERO; THE CALLER DECIDES.  NO
001420*    CHAINED ROW AT ALL FALLS BACK TO THE KEPT START.
001430*****************************************************************
001440 1000-LOAD-CHAIN.
001450     MOVE ZERO TO DTACH-LAST-SEQ-NO
001460     MOVE ZERO TO DTACH-LAST-CHECK
001470     MOVE 'N' TO AC-STAMPED-SW
001480     OPEN INPUT DTAUDIT-FILE
001490     IF AC-AUDIT-STATUS = '35'
001500         PERFORM 1500-KEPT-START THRU 1500-EXIT
001510         GO TO 1000-EXIT
001520     END-IF
001530     IF NOT AC-AUDIT-OK
001540         SET DTACH-FAILED TO TRUE
001550         SET DTACH-REASON-NO-AUDIT TO TRUE
001560         MOVE AC-AUDIT-STATUS TO DTACH-AUDIT-STATUS
001570         GO TO 1000-EXIT
001580     END-IF
001590     PERFORM 1100-READ-AUDIT THRU 1100-EXIT
001600         UNTIL NOT AC-AUDIT-OK
001610     CLOSE DTAUDIT-FILE
001620     IF NOT AC-STAMPED-ROW-FOUND
001630         PERFORM 1500-KEPT-START THRU 1500-EXIT
001640     END-IF.
001650 1000-EXIT.
001660     EXIT.
001670
001680 1100-READ-AUDIT.
001690     READ DTAUDIT-FILE
001700         AT END
001710             GO TO 1100-EXIT
001720     END-READ
001730     IF DTAUD-SEQ-NO IS NUMERIC
001740         AND DTAUD-SEQ-NO > ZERO
001750         AND DTAUD-CHECK-VALUE IS NUMERIC
001760         MOVE DTAUD-SEQ-NO TO DTACH-LAST-SEQ-NO
001770         MOVE DTAUD-CHECK-VALUE TO DTACH-LAST-CHECK
001780         SET AC-STAMPED-ROW-FOUND TO TRUE
001790     END-IF.
001800 1100-EXIT.
001810     EXIT.
001820
001830*****************************************************************
001840*    1500-KEPT-START - THE LATEST DTARCSUM CHAIN RECORD GIVES THE
001850*    SEQUENCE NUMBER AND PRIOR CHECK VALUE THE LIVE FILE STARTS
001860*    FROM.  NO DTARCSUM (35) OR NO CHAIN RECORD ON IT MEANS THE
001870*    TRAIL HAS NEVER BEEN CUT - THE CHAIN STARTS AT ZERO.
001880*****************************************************************
001890 1500-KEPT-START.
001900     MOVE ZERO TO DTACH-LAST-SEQ-NO
001910     MOVE ZERO TO DTACH-LAST-CHECK
001920     OPEN INPUT DTARCSUM-FILE
001930     IF AC-ARCSUM-STATUS = '35'
001940         GO TO 1500-EXIT
001950     END-IF
001960     IF NOT AC-ARCSUM-OK
001970         SET DTACH-FAILED TO TRUE
001980         SET DTACH-REASON-NO-ARCSUM TO TRUE
001990         MOVE AC-ARCSUM-STATUS TO DTACH-AUDIT-STATUS
002000         GO TO 1500-EXIT
002010     END-IF
002020     PERFORM 1600-READ-ARCSUM THRU 1600-EXIT
002030         UNTIL NOT AC-ARCSUM-OK
002040     CLOSE DTARCSUM-FILE.
002050 1500-EXIT.
002060     EXIT.
002070
002080 1600-READ-ARCSUM.
002090     READ DTARCSUM-FILE
002100         AT END
002110             GO TO 1600-EXIT
002120     END-READ
002130     IF DTSUM-IS-CHAIN
002140         AND DTSUM-CHN-KEPT-FIRST-SEQ IS NUMERIC
002150         AND DTSUM-CHN-KEPT-FIRST-SEQ > ZERO
002160         AND DTSUM-CHN-KEPT-PRIOR-CHECK IS NUMERIC
002170         COMPUTE DTACH-LAST-SEQ-NO =
002180                 DTSUM-CHN-KEPT-FIRST-SEQ - 1
002190         MOVE DTSUM-CHN-KEPT-PRIOR-CHECK TO DTACH-LAST-CHECK
002200     END-IF.
002210 1600-EXIT.
002220     EXIT.
002230
002240*****************************************************************
002250*    2000-COMPUTE-CHECK - FOLD BYTES 1-58 OF AC-RECORD INTO THE
002260*    PRIOR CHECK VALUE.  RESULT IN AC-WORK-CHECK.
002270*****************************************************************
002280 2000-COMPUTE-CHECK.
002290     MOVE DTACH-LAST-CHECK TO AC-WORK-CHECK
002300     PERFORM 2100-FOLD-ONE-BYTE THRU 2100-EXIT
002310         VARYING AC-POS FROM 1 BY 1
002320         UNTIL AC-POS > AC-CHAINED-BYTES.
002330 2000-EXIT.
002340     EXIT.
002350
002360 2100-FOLD-ONE-BYTE.
002370     MOVE AC-REC-BYTE (AC-POS) TO AC-BYTE-CHAR
002380     COMPUTE AC-WORK-BIG =
002390             (AC-WORK-CHECK * AC-MULTIPLIER) + AC-BYTE-HALFWORD
002400             + AC-POS
002410     DIVIDE AC-WORK-BIG BY AC-MODULUS GIVING AC-WORK-QUOT
002420         REMAINDER AC-WORK-CHECK.
002430 2100-EXIT.
002440     EXIT.
002450
002460*****************************************************************
002470*    3000-STAMP-RECORD - NEXT SEQUENCE NUMBER, THEN THE CHECK
002480*    VALUE OVER THE ROW INCLUDING THAT NUMBER.  THE CHAIN STATE
002490*    MOVES ON TO THIS ROW.
002500*****************************************************************
002510 3000-STAMP-RECORD.
002520     MOVE DTACH-AUDIT-RECORD TO AC-RECORD
002530     ADD 1 TO DTACH-LAST-SEQ-NO
002540     MOVE DTACH-LAST-SEQ-NO TO AC-REC-SEQ-NO
002550     PERFORM 2000-COMPUTE-CHECK THRU 2000-EXIT
002560     MOVE AC-WORK-CHECK TO AC-REC-CHECK-VALUE
002570     MOVE AC-WORK-CHECK TO DTACH-LAST-CHECK
002580     MOVE AC-WORK-CHECK TO DTACH-CHECK-VALUE
002590     MOVE AC-RECORD TO DTACH-AUDIT-RECORD.
002600 3000-EXIT.
002610     EXIT.
