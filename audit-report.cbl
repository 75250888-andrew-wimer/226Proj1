000320*                  external-sort rework lifted the million-word
000330*                  ceiling.  A record is old-layout when the
000340*                  columns past 54 are blank.
000341*   10/15/2026 AW  Read the 70-byte audit record, which adds the
000342*                  count of records folded onto a preferred word
000343*                  by the alias table; the period totals show the
000344*                  folded total.  Older records have no folded
000345*                  count and add nothing to it.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. AUDIT-REPORT.
000560*----------------------------------------------------------------
000570* AUDIT-REC holds either audit layout 8000-WRITE-AUDIT has ever
000580* laid down - the original 54-byte record with 6-digit counts,
000590* the 60-byte record with 9-digit counts, or the 70-byte
000595* record that adds the alias folded count.  The date, time
000600* and source name sit at the same offsets in all; the counts
000610* and status are picked out by 2100-LOAD-ONE-RUN once the
000620* layout is known (columns past 54 blank = old layout).  The
000630* counts were edited with leading blanks, so they are read
000640* back as characters and re-justified before use.
000650*----------------------------------------------------------------
000660 FD  AUDIT-FILE
000670     RECORD CONTAINS 70 CHARACTERS.
000680 01  AUDIT-REC.
000690     05  AR-DATE                 PIC X(08).
000700     05  FILLER                  PIC X(01).
000720     05  FILLER                  PIC X(01).
000730     05  AR-NAME                 PIC X(20).
000740     05  AR-COUNT-AREA           PIC X(22).
000745     05  AR-FOLDED-AREA          PIC X(10).
000750
000760 FD  REPORT-FILE
000770     RECORD CONTAINS 80 CHARACTERS.
001060     05  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE 0.
001070     05  WS-TOTAL-RECORDS        PIC 9(09) COMP VALUE 0.
001080     05  WS-TOTAL-UNIQUE         PIC 9(09) COMP VALUE 0.
001085     05  WS-TOTAL-FOLDED         PIC 9(09) COMP VALUE 0.
001090     05  WS-AVG-RECORDS          PIC 9(09) COMP VALUE 0.
001100     05  WS-AVG-UNIQUE           PIC 9(09) COMP VALUE 0.
001110     05  WS-LOW-LIMIT            PIC 9(09) COMP VALUE 0.
001930     05  WS-TL-RECORDS           PIC ZZZZZZZZ9.
001940     05  FILLER                  PIC X(10) VALUE "  UNIQUE: ".
001950     05  WS-TL-UNIQUE            PIC ZZZZZZZZ9.
001960     05  FILLER                  PIC X(07) VALUE " FOLD: ".
001965     05  WS-TL-FOLDED            PIC ZZZZZZZZ9.
001970
001980 01  WS-AVERAGE-LINE.
001990     05  FILLER                  PIC X(14) VALUE
003130                 TO WS-TOTAL-RECORDS
003140             ADD WS-RUN-UNIQUE(WS-RUN-COUNT)
003150                 TO WS-TOTAL-UNIQUE
003151             IF AR-FOLDED-AREA NOT = SPACES
003152                 MOVE AR-FOLDED-AREA(2:9) TO WS-NUMBER-WORK
003153                 PERFORM 2200-JUSTIFY-NUMBER
003154                 ADD WS-NUMBER-VALUE TO WS-TOTAL-FOLDED
003155             END-IF
003160         END-IF
003170     END-IF
003180     READ AUDIT-FILE.
003630     MOVE WS-RUN-COUNT TO WS-TL-RUNS
003640     MOVE WS-TOTAL-RECORDS TO WS-TL-RECORDS
003650     MOVE WS-TOTAL-UNIQUE TO WS-TL-UNIQUE
003655     MOVE WS-TOTAL-FOLDED TO WS-TL-FOLDED
003660     MOVE WS-TOTAL-LINE TO REPORT-REC
003670     PERFORM 8100-WRITE-LINE
003680     MOVE WS-AVG-RECORDS TO WS-AL-RECORDS
