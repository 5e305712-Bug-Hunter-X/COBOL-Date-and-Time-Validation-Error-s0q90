000100*****************************************************************
000110*    COPYBOOK:  DTACHLNK
000120*    PURPOSE :  LINKAGE LAYOUT FOR THE DTAUDIT CHAIN ROUTINE
000130*               (DTAUDCHN).  COPY THIS MEMBER INTO
000140*               WORKING-STORAGE IN THE CALLING PROGRAM AND INTO
000150*               LINKAGE SECTION IN DTAUDCHN ITSELF, AS WITH
000160*               DTGETLNK/DTGETDTE.  THE CHAIN STATE (LAST
000170*               SEQUENCE NUMBER AND CHECK VALUE) LIVES HERE IN
000180*               THE CALLER'S STORAGE, NOT IN DTAUDCHN.
000190*
000200*               FUNCTIONS:
000210*                 L  LOAD - READ DTAUDIT TO THE END AND RETURN
000220*                    THE LAST STAMPED ROW'S SEQUENCE NUMBER AND
000230*                    CHECK VALUE.  WHEN THE FILE HAS NO STAMPED
000240*                    ROW (A NEW FILE, OR EVERYTHING WAS JUST
000250*                    ARCHIVED) THE CHAIN CONTINUES FROM THE
000260*                    LATEST DTARCSUM CHAIN RECORD, AS FOR 'K'.
000270*                    CALL IT BEFORE THE WRITER OPENS DTAUDIT
000280*                    EXTEND.  THE STEP NEEDS DTAUDIT AND
000290*                    DTARCSUM DD STATEMENTS (DTARCSUM MAY BE
000300*                    DUMMY BEFORE THE FIRST ARCHIVE RUN).
000310*                 S  STAMP - GIVE DTACH-AUDIT-RECORD THE NEXT
000320*                    SEQUENCE NUMBER AND ITS CHECK VALUE, AND
000330*                    ADVANCE THE CHAIN STATE.  MOVE THE RECORD
000340*                    BACK TO DTAUD-RECORD AND WRITE IT.
000350*                 C  COMPUTE - RETURN IN DTACH-CHECK-VALUE THE
000360*                    CHECK VALUE DTACH-AUDIT-RECORD SHOULD
000370*                    CARRY WHEN CHAINED FROM DTACH-LAST-CHECK.
000380*                    THE CHAIN STATE IS NOT CHANGED.
000390*                 K  KEPT START - RETURN THE STATE JUST BEFORE
000400*                    THE FIRST ROW OF THE LIVE FILE, FROM THE
000410*                    LATEST DTARCSUM CHAIN RECORD (LAST SEQUENCE
000420*                    NUMBER = KEPT START MINUS ONE).  NO CHAIN
000430*                    RECORD YET RETURNS ZERO FOR BOTH.
000440*
000450*    MOD LOG :
000460*    DATE       BY    DESCRIPTION
000470*    ---------- ----  ----------------------------------------
000480*    2026-10-15 JPK   ORIGINAL.
000490*****************************************************************
000500 01  DTACH-LINKAGE.
000510     05  DTACH-FUNCTION              PIC X(01).
000520         88  DTACH-FUNC-LOAD             VALUE 'L'.
000530         88  DTACH-FUNC-STAMP            VALUE 'S'.
000540         88  DTACH-FUNC-COMPUTE          VALUE 'C'.
000550         88  DTACH-FUNC-KEPT-START       VALUE 'K'.
000560     05  DTACH-LAST-SEQ-NO           PIC 9(09).
000570     05  DTACH-LAST-CHECK            PIC 9(09).
000580     05  DTACH-CHECK-VALUE           PIC 9(09).
000590     05  DTACH-AUDIT-RECORD          PIC X(80).
000600     05  DTACH-RETURN-FLAG           PIC X(01).
000610         88  DTACH-OK                    VALUE 'Y'.
000620         88  DTACH-FAILED                VALUE 'N'.
000630     05  DTACH-REASON-CODE           PIC 9(02).
000640         88  DTACH-REASON-NONE           VALUE 00.
000650         88  DTACH-REASON-NO-AUDIT       VALUE 01.
000660         88  DTACH-REASON-BAD-FUNC       VALUE 02.
000670         88  DTACH-REASON-NO-ARCSUM      VALUE 03.
000680*        FILE STATUS OF DTAUDIT (01) OR DTARCSUM (03).
000690     05  DTACH-AUDIT-STATUS          PIC X(02).
