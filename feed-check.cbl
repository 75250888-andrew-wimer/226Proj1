000180*              source's history in audit.dat (at least half the
000190*              historical average, the same low-count rule the
000200*              audit report flags runs by).
000201*              Each file is also held to its own history in
000202*              SRCHIST.DAT (see SRCHREC): a file that has fed
000203*              earlier loads in the same counting mode must hold
000204*              at least half its own average, so one supplier's
000205*              short file cannot hide inside a healthy total.
000210*
000220*              A manifest of everything checked is written to
000230*              FEEDCHK.DAT.  Any failed check ends the step
000430*                  for a tokenizing load, and comparing lines
000440*                  against it failed every healthy free-form
000450*                  feed.
000453*   10/15/2026 AW  Read the 70-byte audit record, which adds the
000456*                  alias folded count after the final status.
000457*   10/15/2026 AW  Judge every file of the feed against its own
000458*                  volume history in SRCHIST.DAT, not just the
000459*                  feed total against audit.dat.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. FEED-CHECK.
000690     SELECT AUDIT-FILE ASSIGN TO "audit.dat"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AUDIT-FILE-STATUS.
000712
000714     SELECT SRCH-FILE ASSIGN TO "srchist.dat"
000716         ORGANIZATION IS LINE SEQUENTIAL
000718         FILE STATUS IS SRCH-FILE-STATUS.
000720
000730     SELECT MANIFEST-FILE ASSIGN TO "feedchk.dat"
000740         ORGANIZATION IS LINE SEQUENTIAL
000940* layout is known (columns past 54 blank = old 6-digit layout).
000950*----------------------------------------------------------------
000960 FD  AUDIT-FILE
000970     RECORD CONTAINS 70 CHARACTERS.
000980 01  AUDIT-REC.
000990     05  AR-DATE                 PIC X(08).
001000     05  FILLER                  PIC X(01).
001020     05  FILLER                  PIC X(01).
001030     05  AR-NAME                 PIC X(20).
001040     05  AR-COUNT-AREA           PIC X(22).
001045     05  FILLER                  PIC X(10).
001050
001052 FD  SRCH-FILE.
001054     COPY SRCHREC.
001056
001060 FD  MANIFEST-FILE
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  MANIFEST-REC                PIC X(80).
001260 01  AUDIT-FILE-STATUS           PIC 9(02).
001270     88  AUDIT-FILE-OK           VALUE 0.
001280     88  AUDIT-FILE-END          VALUE 10.
001282
001284 01  SRCH-FILE-STATUS            PIC 9(02).
001286     88  SRCH-FILE-OK            VALUE 0.
001288     88  SRCH-FILE-END           VALUE 10.
001290
001300 01  MANIFEST-STATUS             PIC 9(02).
001310     88  MANIFEST-OK             VALUE 0.
002010     05  WS-HIST-TOTAL           PIC 9(12) COMP VALUE 0.
002020     05  WS-HIST-AVERAGE         PIC 9(09) COMP VALUE 0.
002030     05  WS-LOW-LIMIT            PIC 9(09) COMP VALUE 0.

002031*----------------------------------------------------------------
002032* PER-FILE HISTORY - srchist.dat runs of each feed file, by its
002033* place in WS-FILE-NAMES.  Only runs in the same counting mode
002034* count; a restarted run (part-file reject counts) is left out.
002035*----------------------------------------------------------------
002036 01  WS-FILE-HISTORY.
002037     05  WS-FH-ENTRY             OCCURS 100 TIMES.
002038         10  WS-FH-RUNS          PIC 9(06) COMP.
002039         10  WS-FH-TOTAL         PIC 9(12) COMP.
002040
002041 01  WS-FH-FIELDS.
002042     05  WS-FH-SUB               PIC 9(04) COMP VALUE 0.
002043     05  WS-FH-AVERAGE           PIC 9(09) COMP VALUE 0.
002044     05  WS-FH-LIMIT             PIC 9(09) COMP VALUE 0.
002045     05  WS-FH-MODE              PIC X(01) VALUE "N".
002046     05  WS-FH-LOW-COUNT         PIC 9(04) COMP VALUE 0.

002050 01  WS-NUMBER-WORK              PIC X(09).
002060 01  WS-NUMBER-VALUE             REDEFINES WS-NUMBER-WORK
002070                                 PIC 9(09).
002260     05  WS-FL-COUNT             PIC ZZZZZZZZ9.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-FL-STATUS            PIC X(08).
002285     05  WS-FL-AVG-LABEL         PIC X(11).
002290     05  WS-FL-AVERAGE           PIC ZZZZZZZZ9.
002295     05  FILLER                  PIC X(19) VALUE SPACES.
002300
002310 01  WS-HISTORY-LINE.
002320     05  FILLER                  PIC X(15) VALUE
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002540     PERFORM 1100-BUILD-FILE-LIST THRU 1100-EXIT
002545     PERFORM 1200-LOAD-FILE-HISTORY THRU 1200-EXIT
002550     PERFORM 2000-CHECK-FILES THRU 2000-EXIT
002560     PERFORM 2500-CHECK-STOP-LIST THRU 2500-EXIT
002570     PERFORM 3000-CHECK-HISTORY THRU 3000-EXIT
003860         ELSE
003870             MOVE "OK" TO WS-FL-STATUS
003880             ADD WS-RECORD-COUNT TO WS-FEED-TOTAL
003885             PERFORM 2150-CHECK-FILE-HISTORY THRU 2150-EXIT
003890         END-IF
003900     END-IF
003910     MOVE WS-RECORD-COUNT TO WS-FL-COUNT
005580 4000-WRITE-VERDICT.
005590     MOVE SPACES TO MANIFEST-REC
005600     WRITE MANIFEST-REC
005601     IF WS-FH-LOW-COUNT > 0
005602         MOVE "LOW = UNDER HALF ITS OWN HISTORICAL AVERAGE"
005603             TO MANIFEST-REC
005604         WRITE MANIFEST-REC
005605         MOVE SPACES TO MANIFEST-REC
005606         WRITE MANIFEST-REC
005607     END-IF
005610     MOVE WS-FEED-TOTAL TO WS-TOL-COUNT
005620     MOVE WS-TOTAL-LINE TO MANIFEST-REC
005630     WRITE MANIFEST-REC
005770     END-IF.
005780 4000-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 1200-LOAD-FILE-HISTORY - one pass of srchist.dat, adding each
005830* usable run of a file in this feed to that file's history.  No
005840* history file means no file has any history yet, and every
005850* file passes this part of the check.
005860*----------------------------------------------------------------
005870 1200-LOAD-FILE-HISTORY.
005880     INITIALIZE WS-FILE-HISTORY
005890     IF TOKENIZE-MODE
005900         MOVE "Y" TO WS-FH-MODE
005910     END-IF
005920     OPEN INPUT SRCH-FILE
005930     IF NOT SRCH-FILE-OK
005940         GO TO 1200-EXIT
005950     END-IF
005960     READ SRCH-FILE
005970     PERFORM 1250-TALLY-ONE-FILE-RUN UNTIL SRCH-FILE-END
005980     CLOSE SRCH-FILE.
005990 1200-EXIT.
006000     EXIT.
006010
006020 1250-TALLY-ONE-FILE-RUN.
006030     IF SRCH-RUN-DATE NUMERIC
006040         AND SRCH-ACCEPTED NUMERIC
006050         AND SRCH-REJECTED NUMERIC
006060         AND SRCH-SUPPRESSED NUMERIC
006070         AND SRCH-TOKENIZED = WS-FH-MODE
006080         AND SRCH-RESTARTED NOT = "Y"
006090         SET M TO 1
006100         SEARCH WS-FILE-NAME-ENTRY
006110             AT END
006120                 CONTINUE
006130             WHEN WS-FILE-NAME-ENTRY(M) = SRCH-SOURCE
006140                 SET WS-FH-SUB TO M
006150                 ADD 1 TO WS-FH-RUNS(WS-FH-SUB)
006160                 ADD SRCH-ACCEPTED SRCH-REJECTED SRCH-SUPPRESSED
006170                     TO WS-FH-TOTAL(WS-FH-SUB)
006180         END-SEARCH
006190     END-IF
006200     READ SRCH-FILE.
006210
006220*----------------------------------------------------------------
006230* 2150-CHECK-FILE-HISTORY - the audit report's low-count rule
006240* applied to one file: under half its own average is LOW and
006250* fails the feed.  The average is shown on the manifest line
006260* whenever the file has history.
006270*----------------------------------------------------------------
006280 2150-CHECK-FILE-HISTORY.
006290     SET WS-FH-SUB TO M
006300     IF WS-FH-RUNS(WS-FH-SUB) = 0
006310         GO TO 2150-EXIT
006320     END-IF
006330     COMPUTE WS-FH-AVERAGE ROUNDED
006340         = WS-FH-TOTAL(WS-FH-SUB) / WS-FH-RUNS(WS-FH-SUB)
006350     COMPUTE WS-FH-LIMIT = WS-FH-AVERAGE / 2
006360     MOVE "  HIST AVG " TO WS-FL-AVG-LABEL
006370     MOVE WS-FH-AVERAGE TO WS-FL-AVERAGE
006380     IF WS-RECORD-COUNT < WS-FH-LIMIT
006390         MOVE "LOW" TO WS-FL-STATUS
006400         MOVE "N" TO WS-VERDICT-SWITCH
006410         ADD 1 TO WS-FAILED-COUNT
006420         ADD 1 TO WS-FH-LOW-COUNT
006430     END-IF.
006440 2150-EXIT.
006450     EXIT.
006460 END PROGRAM FEED-CHECK.
