000242*    2026-08-22 JPK   ADDED DTHST-REGION-CODE - CONTINUITY IS
000244*                      JUDGED PER REGIONAL STREAM, SO EACH
000246*                      HISTORY ENTRY CARRIES ITS REGION.
000247*    2026-10-15 JPK   ADDED DTHST-ENTRY-TYPE AND THE REVERSED
000248*                      SEQ/DATE FOR DTREVRS.  A BACK-OUT ENTRY
000249*                      ('B') CARRIES THE REINSTATED PRIOR
000251*                      BUSINESS DATE/TIME, SO THE LAST ENTRY
000252*                      FOR A REGION IS STILL THE ONE ITS
000253*                      CONTROL RECORD HOLDS; A REOPEN ENTRY
000254*                      ('R') CARRIES THE SAME DATE AND ONLY
000255*                      RECORDS THAT THE COMPLETION WAS UNDONE.
000256*                      DTVALID ENTRIES LEAVE THE TYPE SPACE.
000250*****************************************************************
000260 01  DTHST-RECORD.
000265     05  DTHST-REGION-CODE           PIC X(03).
000300     05  DTHST-CREATED-DATE          PIC 9(08).
000310     05  DTHST-CREATED-TIME          PIC 9(06).
000320     05  DTHST-JOB-ID                PIC X(08).
000322     05  DTHST-ENTRY-TYPE            PIC X(01).
000324         88  DTHST-ENTRY-CHECKPOINT      VALUE SPACE.
000325         88  DTHST-ENTRY-BACKOUT         VALUE 'B'.
000326         88  DTHST-ENTRY-REOPEN          VALUE 'R'.
000327         88  DTHST-ENTRY-REVERSAL        VALUE 'B' 'R'.
000328     05  DTHST-REVERSED-SEQ          PIC 9(06).
000329     05  DTHST-REVERSED-DATE         PIC 9(08).
000330     05  FILLER                      PIC X(20).
