000010*****************************************************************
000020*    PROGRAM-ID: DTFEDCHK
000030*    AUTHOR    : J. P. KOWALSKI
000040*    INSTALL.  : BATCH CONTROL GROUP
000050*    DATE-WRIT.: 2026-10-15
000060*
000070*    PURPOSE   : FEEDER HEADER BUSINESS-DATE CHECK.  CALLED WITH
000080*                A FEED NAME, A REGION AND THE DATE FROM THE
000090*                FEED'S HEADER RECORD (DTFEDLNK), IT ANSWERS
000100*                WHETHER THE FEED BELONGS TO THE REGION'S CURRENT
000110*                BUSINESS DATE, SO A FILE STAMPED WITH YESTERDAY'S
000120*                DATE IS NOT POSTED INTO TODAY:
000130*                  1. THE FEED IS LOOKED UP ON DTFEDCTL FOR ITS
000140*                     DATE LAYOUT AND MISMATCH ACTION, WHICH ARE
000150*                     RETURNED IN DTFED-DATE-FORMAT AND
000160*                     DTFED-MISMATCH-ACTION;
000170*                  2. THE HEADER DATE IS NORMALIZED TO YYYYMMDD
000180*                     THROUGH DTCHECK, THE SAME RULES DTVALID
000190*                     USES;
000200*                  3. THE REGION'S BUSINESS DATE IS TAKEN FROM
000210*                     DTGETDTE, SO A MISSING OR STALE CHECKPOINT
000220*                     IS CAUGHT EXACTLY AS IT IS FOR ANY OTHER
000230*                     DOWNSTREAM STEP;
000240*                  4. A DIFFERENT DATE REJECTS OR WARNS AS THE
000250*                     FEED'S CONTROL RECORD SAYS.
000260*                ANY FAILURE BEFORE THE COMPARISON (FEED NOT
000270*                DEFINED, BAD HEADER DATE, NO BUSINESS DATE)
000280*                ALWAYS REJECTS.  THE ROUTINE WRITES NOTHING -
000290*                THE CALLER OWNS DTEXCPT AND DTAUDIT.
000300*
000310*    MOD LOG   :
000320*    DATE       BY    DESCRIPTION
000330*    ---------- ----  ----------------------------------------
000340*    2026-10-15 JPK   ORIGINAL.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    DTFEDCHK.
000380 AUTHOR.        J. P. KOWALSKI.
000390 INSTALLATION.  BATCH CONTROL GROUP.
000400 DATE-WRITTEN.  2026-10-15.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM370.
000460 OBJECT-COMPUTER.  IBM370.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT DTFEDCTL-FILE ASSIGN TO DTFEDCTL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FC-FEDCTL-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DTFEDCTL-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 80 CHARACTERS.
000590 COPY DTFCTREC.
000600
000610 WORKING-STORAGE SECTION.
000620
000630 01  FC-FILE-STATUSES.
000640     05  FC-FEDCTL-STATUS            PIC X(02) VALUE '99'.
000650         88  FC-FEDCTL-OK                VALUE '00'.
000660
000670 01  FC-SWITCHES.
000680     05  FC-FEED-FOUND-SW            PIC X(01).
000690         88  FC-FEED-FOUND               VALUE 'Y'.
000700
000710 01  FC-WORK-AREA.
000720     05  FC-HDR-INTEGER              PIC S9(07).
000730     05  FC-BUS-INTEGER              PIC S9(07).
000740
000750 COPY DTCHKLNK.
000760
000770 COPY DTGETLNK.
000780
000790 LINKAGE SECTION.
000800 COPY DTFEDLNK.
000810
000820 PROCEDURE DIVISION USING DTFED-LINKAGE.
000830
000840 0000-MAINLINE.
000850     SET DTFED-REJECTED TO TRUE
000860     SET DTFED-REASON-NONE TO TRUE
000870     MOVE SPACE TO DTFED-DATE-FORMAT
000880     MOVE SPACE TO DTFED-MISMATCH-ACTION
000890     MOVE ZERO TO DTFED-HEADER-DATE-NORM
000900     MOVE ZERO TO DTFED-BUSINESS-DATE
000910     MOVE ZERO TO DTFED-DAY-DIFF
000920     MOVE ZERO TO DTFED-GET-REASON
000930     PERFORM 1000-FIND-FEED THRU 1000-EXIT
000940     IF DTFED-REASON-NONE
000950         PERFORM 2000-NORMALIZE-HEADER-DATE THRU 2000-EXIT
000960     END-IF
000970     IF DTFED-REASON-NONE
000980         PERFORM 3000-GET-BUSINESS-DATE THRU 3000-EXIT
000990     END-IF
001000     IF DTFED-REASON-NONE
001010         PERFORM 4000-COMPARE-DATES THRU 4000-EXIT
001020     END-IF
001030     GOBACK.
001040
001050*****************************************************************
001060*    1000-FIND-FEED - THE FEED'S DTFEDCTL RECORD.  A FEED NOT ON
001070*    THE FILE (OR NO FILE) HAS NO KNOWN LAYOUT AND IS REJECTED.
001080*****************************************************************
001090 1000-FIND-FEED.
001100     MOVE 'N' TO FC-FEED-FOUND-SW
001110     OPEN INPUT DTFEDCTL-FILE
001120     IF NOT FC-FEDCTL-OK
001130         SET DTFED-REASON-NOT-DEFINED TO TRUE
001140         GO TO 1000-EXIT
001150     END-IF
001160     PERFORM 1100-READ-FEED-CONTROL THRU 1100-EXIT
001170         UNTIL NOT FC-FEDCTL-OK
001180            OR FC-FEED-FOUND
001190     CLOSE DTFEDCTL-FILE
001200     IF NOT FC-FEED-FOUND
001210         SET DTFED-REASON-NOT-DEFINED TO TRUE
001220     END-IF.
001230 1000-EXIT.
001240     EXIT.
001250
001260 1100-READ-FEED-CONTROL.
001270     READ DTFEDCTL-FILE
001280         AT END
001290             GO TO 1100-EXIT
001300     END-READ
001310     IF DTFCT-FEED-NAME = DTFED-FEED-NAME
001320         SET FC-FEED-FOUND TO TRUE
001330         MOVE DTFCT-DATE-FORMAT TO DTFED-DATE-FORMAT
001340         MOVE DTFCT-MISMATCH-ACTION TO DTFED-MISMATCH-ACTION
001350     END-IF.
001360 1100-EXIT.
001370     EXIT.
001380
001390*****************************************************************
001400*    2000-NORMALIZE-HEADER-DATE - DTCHECK WITH NO WINDOW: ONLY
001410*    THE LAYOUT AND CALENDAR VALIDITY OF THE HEADER DATE ARE
001420*    TESTED HERE.
001430*****************************************************************
001440 2000-NORMALIZE-HEADER-DATE.
001450     IF DTFED-HEADER-DATE IS NOT NUMERIC
001460         SET DTFED-REASON-BAD-HDR-DATE TO TRUE
001470         GO TO 2000-EXIT
001480     END-IF
001490     MOVE 'DTFEDCHK' TO DTCHK-JOB-ID
001500     MOVE DTFED-DATE-FORMAT TO DTCHK-DATE-FORMAT
001510     MOVE DTFED-HEADER-DATE TO DTCHK-DATE-IN
001520     MOVE ZERO TO DTCHK-TIME-IN
001530     MOVE ZERO TO DTCHK-WINDOW-LOW
001540     MOVE ZERO TO DTCHK-WINDOW-HIGH
001550     CALL 'DTCHECK' USING DTCHK-LINKAGE
001560     IF DTCHK-INVALID
001570         SET DTFED-REASON-BAD-HDR-DATE TO TRUE
001580         GO TO 2000-EXIT
001590     END-IF
001600     MOVE DTCHK-DATE-NORMALIZED TO DTFED-HEADER-DATE-NORM.
001610 2000-EXIT.
001620     EXIT.
001630
001640*****************************************************************
001650*    3000-GET-BUSINESS-DATE - THE REGION'S CURRENT BUSINESS DATE
001660*    THROUGH DTGETDTE.  ANY DTGETDTE FAILURE REJECTS THE FEED -
001670*    THERE IS NO TRUSTWORTHY DATE TO POST IT AGAINST.
001680*****************************************************************
001690 3000-GET-BUSINESS-DATE.
001700     MOVE DTFED-REGION-CODE TO DTGET-REGION-CODE
001710     CALL 'DTGETDTE' USING DTGET-LINKAGE
001720     IF DTGET-FAILED
001730         SET DTFED-REASON-NO-BUS-DATE TO TRUE
001740         MOVE DTGET-REASON-CODE TO DTFED-GET-REASON
001750         GO TO 3000-EXIT
001760     END-IF
001770     MOVE DTGET-BUSINESS-DATE TO DTFED-BUSINESS-DATE.
001780 3000-EXIT.
001790     EXIT.
001800
001810*****************************************************************
001820*    4000-COMPARE-DATES - SAME DATE ACCEPTS.  OTHERWISE THE DAY
001830*    DIFFERENCE (HEADER LESS BUSINESS DATE, SO A FEED CARRYING
001840*    YESTERDAY IS -1) IS RETURNED AND THE FEED'S MISMATCH ACTION
001850*    DECIDES.  AN ACTION OTHER THAN 'W' REJECTS.
001860*****************************************************************
001870 4000-COMPARE-DATES.
001880     IF DTFED-HEADER-DATE-NORM = DTFED-BUSINESS-DATE
001890         SET DTFED-ACCEPTED TO TRUE
001900         GO TO 4000-EXIT
001910     END-IF
001920     COMPUTE FC-HDR-INTEGER =
001930             FUNCTION INTEGER-OF-DATE (DTFED-HEADER-DATE-NORM)
001940     COMPUTE FC-BUS-INTEGER =
001950             FUNCTION INTEGER-OF-DATE (DTFED-BUSINESS-DATE)
001960     COMPUTE DTFED-DAY-DIFF = FC-HDR-INTEGER - FC-BUS-INTEGER
001970     SET DTFED-REASON-MISMATCH TO TRUE
001980     IF DTFED-MISMATCH-ACTION = 'W'
001990         SET DTFED-WARNED TO TRUE
002000     ELSE
002010         SET DTFED-REJECTED TO TRUE
002020     END-IF.
002030 4000-EXIT.
002040     EXIT.
