000360*                  new-flag P and the queue's accumulated
000370*                  history, so the warehouse keeps the counts
000380*                  while the word awaits approval.
000383*   10/15/2026 AW  Read the 70-byte audit record, which adds the
000386*                  alias folded count after the final status.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. WORD-EXPORT.
000810* blank = the old 6-digit layout).
000820*----------------------------------------------------------------
000830 FD  AUDIT-FILE
000840     RECORD CONTAINS 70 CHARACTERS.
000850 01  AUDIT-REC.
000860     05  AR-DATE                 PIC X(08).
000870     05  FILLER                  PIC X(01).
000890     05  FILLER                  PIC X(01).
000900     05  AR-NAME                 PIC X(20).
000910     05  AR-COUNT-AREA           PIC X(22).
000915     05  FILLER                  PIC X(10).
000920
000930 FD  CURR-FREQ-FILE
000940     RECORD CONTAINS 70 CHARACTERS.
