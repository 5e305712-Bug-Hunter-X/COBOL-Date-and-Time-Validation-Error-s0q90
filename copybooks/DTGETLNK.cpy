000304*                      NOW THAT DTBIZDTE IS KEYED BY REGIONAL
000305*                      STREAM.  A SINGLE-STREAM CALLER PASSES
000306*                      SPACES.
000307*    2026-10-15 JPK   ADDED RUN STATUS, COMPLETION STAMP AND
000308*                      REASON 04.  REGION 'ALL' IS THE DTEODGAT
000309*                      ENTERPRISE END-OF-DAY RECORD.
000311*    2026-10-15 JPK   ADDED THE FISCAL YEAR, PERIOD AND WEEK OF
000312*                      THE BUSINESS DATE FROM THE DTFISCAL 4-4-5
000313*                      CALENDAR, AND FLAGS FOR THE LAST BUSINESS
000314*                      DAY OF THE FISCAL PERIOD AND YEAR.  THESE
000315*                      ARE ZERO/'N' WITH DTGET-FISCAL-NOT-FOUND
000316*                      WHEN DTFISCAL DOES NOT COVER THE DATE - THE
000317*                      CALL ITSELF STILL SUCCEEDS.
000310*****************************************************************
000320 01  DTGET-LINKAGE.
000325     05  DTGET-REGION-CODE           PIC X(03).
000590         88  DTGET-REASON-NO-CHKPT       VALUE 01.
000600         88  DTGET-REASON-STALE          VALUE 02.
000610         88  DTGET-REASON-BAD-RECORD     VALUE 03.
000612         88  DTGET-REASON-GATE-HELD      VALUE 04.
000614     05  DTGET-RUN-STATUS            PIC X(01).
000616         88  DTGET-STATUS-OPEN           VALUE 'O'.
000618         88  DTGET-STATUS-COMPLETED      VALUE 'C'.
000620     05  DTGET-COMPLETED-DATE        PIC 9(08).
000622     05  DTGET-COMPLETED-TIME        PIC 9(06).
000624*    FISCAL VALUES FROM DTFISCAL (SEE DTFISREC).  THE WEEK IS
000626*    THE WEEK OF THE FISCAL YEAR, 01-53, COUNTED FROM THE FIRST
000628*    DAY OF PERIOD 01.  PERIOD-END MEANS THE NEXT BUSINESS DAY
000630*    FALLS AFTER THE PERIOD'S LAST DATE; YEAR-END IS PERIOD-END
000632*    IN THE YEAR'S LAST PERIOD.
000634     05  DTGET-FISCAL-SW             PIC X(01).
000636         88  DTGET-FISCAL-FOUND          VALUE 'Y'.
000638         88  DTGET-FISCAL-NOT-FOUND      VALUE 'N'.
000640     05  DTGET-FISCAL-YEAR           PIC 9(04).
000642     05  DTGET-FISCAL-PERIOD         PIC 9(02).
000644     05  DTGET-FISCAL-WEEK           PIC 9(02).
000646     05  DTGET-FISCAL-PER-END-SW     PIC X(01).
000648         88  DTGET-FISCAL-PER-END        VALUE 'Y'.
000650         88  DTGET-NOT-FISCAL-PER-END    VALUE 'N'.
000652     05  DTGET-FISCAL-YR-END-SW      PIC X(01).
000654         88  DTGET-FISCAL-YR-END         VALUE 'Y'.
000656         88  DTGET-NOT-FISCAL-YR-END     VALUE 'N'.
