000207*    2026-08-22 JPK   ADDED DTAUD-OVERRIDE-IND - 'O' WHEN A
000208*                      COMPLETED BUSINESS DATE WAS RE-VALIDATED
000209*                      UNDER THE DTSYSIN OVERRIDE INDICATOR.
000211*    2026-10-15 JPK   RESULT 'FEED' - ONE ROW PER DTFEDVER
000212*                      FEEDER HEADER-DATE CHECK, FEED NAME IN
000213*                      DTAUD-JOB-ID, NORMALIZED HEADER DATE IN
000214*                      DTAUD-ENTERED-DATE.  REASON 00 ACCEPTED,
000215*                      60 ACCEPTED WITH WARNING, 61-64 REJECTED
000216*                      (MISMATCH / BAD HEADER DATE / FEED NOT
000217*                      ON DTFEDCTL / NO BUSINESS DATE).
000218*    2026-10-15 JPK   ADDED DTAUD-SEQ-NO AND DTAUD-CHECK-VALUE -
000219*                      SEE THE NOTE AT THE END OF THE LAYOUT.
000210*****************************************************************
000220 01  DTAUD-RECORD.
000230     05  DTAUD-JOB-ID                PIC X(08).
000310     05  DTAUD-SYSTEM-TIME           PIC 9(06).
000315     05  DTAUD-REGION-CODE           PIC X(03).
000317     05  DTAUD-OVERRIDE-IND          PIC X(01).
000318     05  DTAUD-SEQ-NO                PIC 9(09).
000319     05  DTAUD-CHECK-VALUE           PIC 9(09).
000320     05  FILLER                      PIC X(13).
000330*
000340*    TAMPER EVIDENCE: EVERY WRITER STAMPS EACH ROW THROUGH
000350*    DTAUDCHN (DTACHLNK) JUST BEFORE THE WRITE.  DTAUD-SEQ-NO
000360*    RUNS 1, 2, 3 ... WITHOUT A BREAK FOR THE LIFE OF THE
000370*    TRAIL, ACROSS DTAUDARC CUTS.  DTAUD-CHECK-VALUE IS COMPUTED
000380*    FROM THE PREVIOUS ROW'S CHECK VALUE AND BYTES 1-58 OF THIS
000390*    ROW (EVERYTHING UP TO AND INCLUDING THE SEQUENCE NUMBER),
000400*    SO A DELETED, INSERTED OR EDITED ROW BREAKS THE CHAIN.
000410*    DTAUDVER WALKS THE CHAIN.  ROWS WRITTEN BEFORE THE FIELDS
000420*    EXISTED CARRY SPACES HERE AND ARE REPORTED AS UNCHAINED.
