000243*                      AND DISPOSITION NOTE, FILLED IN BY
000244*                      DTEXCACK.  A WARNING CAN NO LONGER SIT
000245*                      UNREAD WITH NOBODY ON RECORD.
000246*    2026-10-15 JPK   DTFEDVER FEED EXCEPTIONS: JOB-ID IS THE
000247*                      FEED NAME, ENTERED-DATE THE HEADER DATE,
000248*                      SYSTEM-DATE THE REGION'S BUSINESS DATE.
000249*****************************************************************
000250 01  DTEXC-RECORD.
000260     05  DTEXC-JOB-ID                PIC X(08).
000270     05  DTEXC-ENTERED-DATE          PIC 9(08).
