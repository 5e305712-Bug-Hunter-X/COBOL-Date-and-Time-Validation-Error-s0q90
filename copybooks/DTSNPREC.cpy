000100*****************************************************************
000110*    COPYBOOK:  DTSNPREC
000120*    PURPOSE :  RECORD LAYOUT FOR THE DTSNAPSH POINT-IN-TIME
000130*               SNAPSHOT OF THE DATE-CONTROL FILES, WRITTEN BY
000140*               DTSNAP AND READ BACK BY DTRESTOR.  ONE SEQUENTIAL
000150*               FILE HOLDS, IN THIS ORDER:
000160*                 HDR   ONE HEADER - SNAPSHOT DATE/TIME AND LABEL
000170*                 BDTE  DTBIZDTE CONTROL RECORDS (KEY ORDER)
000180*                 BHST  DTBIZHST HISTORY ENTRIES
000190*                 WCTL  DTWINCTL WINDOW RECORDS
000200*                 OPAU  DTOPAUTH OPERATOR AUTHORITY RECORDS
000210*                 HCAL  DTHOLCAL HOLIDAY RECORDS
000220*                 EXCP  DTEXCPT ENTRIES STILL OPEN (NOT YET
000230*                       ACKNOWLEDGED) WHEN THE SNAPSHOT WAS TAKEN
000240*                 TRL   ONE TRAILER - RECORD COUNT AND HASH TOTAL
000250*                       PER FILE, IN THE SAME ORDER
000260*               EACH DATA RECORD CARRIES THE SOURCE RECORD
000270*               LEFT-JUSTIFIED IN DTSNP-DATA, PADDED WITH SPACES.
000280*
000290*               HASH TOTAL: EACH DATA RECORD'S 132 DATA BYTES ARE
000300*               FOLDED AS  H = (H * 257 + BYTE + POSITION)
000310*               MODULO 999999937, STARTING FROM ZERO (THE DTAUDIT
000320*               CHAIN FOLD - SEE DTAUDCHN), AND THE RECORD VALUES
000330*               ARE ADDED MODULO 1000000000 INTO THE FILE'S TOTAL.
000340*               DTSNAP AND DTRESTOR MUST FOLD ALIKE.  A SNAPSHOT
000350*               WITHOUT ITS TRAILER WAS NOT FINISHED AND IS
000360*               REFUSED BY DTRESTOR.
000370*
000380*    MOD LOG :
000390*    DATE       BY    DESCRIPTION
000400*    ---------- ----  ----------------------------------------
000410*    2026-10-15 JPK   ORIGINAL.
000420*****************************************************************
000430 01  DTSNP-RECORD.
000440     05  DTSNP-REC-TYPE              PIC X(04).
000450         88  DTSNP-TYPE-HEADER           VALUE 'HDR '.
000460         88  DTSNP-TYPE-BIZDTE           VALUE 'BDTE'.
000470         88  DTSNP-TYPE-BIZHST           VALUE 'BHST'.
000480         88  DTSNP-TYPE-WINCTL           VALUE 'WCTL'.
000490         88  DTSNP-TYPE-OPAUTH           VALUE 'OPAU'.
000500         88  DTSNP-TYPE-HOLCAL           VALUE 'HCAL'.
000510         88  DTSNP-TYPE-EXCPT            VALUE 'EXCP'.
000520         88  DTSNP-TYPE-TRAILER          VALUE 'TRL '.
000530     05  DTSNP-DATA                  PIC X(132).
000540     05  DTSNP-HEADER-DATA REDEFINES DTSNP-DATA.
000550         10  DTSNP-HDR-SNAP-DATE     PIC 9(08).
000560         10  DTSNP-HDR-SNAP-TIME     PIC 9(06).
000570         10  DTSNP-HDR-LABEL         PIC X(08).
000580         10  DTSNP-HDR-FILE-COUNT    PIC 9(02).
000590         10  FILLER                  PIC X(108).
000600     05  DTSNP-TRAILER-DATA REDEFINES DTSNP-DATA.
000610         10  DTSNP-TRL-SNAP-DATE     PIC 9(08).
000620         10  DTSNP-TRL-SNAP-TIME     PIC 9(06).
000630         10  DTSNP-TRL-FILE-ENTRY OCCURS 6 TIMES.
000640             15  DTSNP-TRL-REC-TYPE  PIC X(04).
000650             15  DTSNP-TRL-COUNT     PIC 9(06).
000660             15  DTSNP-TRL-HASH      PIC 9(09).
000670         10  FILLER                  PIC X(04).
000680     05  FILLER                      PIC X(04).
