000160*                - any line of today's trend report naming it,
000170*                  flag and all
000180*                - any reject.dat record containing it
000183*                - the latest context lines captured for it
000186*                  by the concordance (concord.dat)
000190*              MASTER-MAINT's LIST shows only the master row;
000200*              this is the cross-file view for morning review.
000210*
000330*                  (pending.dat) as its own dossier section, so
000340*                  a word awaiting approval is not mistaken for
000350*                  one the suite has never seen.
000352*   10/15/2026 AW  Show the most recent keyword-in-context lines
000354*                  STORING-WORDS captured for the word
000356*                  (CONCORD.DAT, see CONCREC) as a dossier
000358*                  section of its own.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. WORD-INQUIRY.
000770     SELECT REJECT-FILE ASSIGN TO "reject.dat"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS REJECT-FILE-STATUS.
000791
000792     SELECT CONC-FILE ASSIGN TO "concord.dat"
000794         ORGANIZATION IS LINE SEQUENTIAL
000796         FILE STATUS IS CONC-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
001190     05  FILLER                  PIC X(02).
001200     05  REJECT-STATUS           PIC 99.
001210     05  FILLER                  PIC X(06).
001211
001213 FD  CONC-FILE.
001216     COPY CONCREC.
001220
001230 WORKING-STORAGE SECTION.
001240*----------------------------------------------------------------
001480 01  REJECT-FILE-STATUS          PIC 9(02).
001490     88  REJECT-FILE-OK          VALUE 0.
001500     88  REJECT-FILE-END         VALUE 10.
001501
001502 01  CONC-FILE-STATUS            PIC 9(02).
001504     88  CONC-FILE-OK            VALUE 0.
001506     88  CONC-FILE-END           VALUE 10.
001510
001520 01  WS-MATCH-SWITCH             PIC X(01) VALUE "N".
001530     88  PATTERN-MATCHES         VALUE "Y".
001850     05  WS-REJECT-COUNT         PIC 9(06) COMP VALUE 0.
001860     05  WS-REJECT-SEQ           PIC 9(06) COMP VALUE 0.
001870     05  WS-HIT-TALLY            PIC 9(06) COMP VALUE 0.
001875     05  WS-CONTEXT-COUNT        PIC 9(06) COMP VALUE 0.
001880
001890 01  SUBSCRIPTS.
001900     05  P                       PIC 9(03) COMP VALUE 0.
001901     05  R                       PIC 9(03) COMP VALUE 0.

001902*----------------------------------------------------------------
001903* RECENT CONTEXTS - concord.dat runs oldest first, so the last
001904* ten matching contexts read are the most recent; WS-RECENT-TABLE
001905* keeps them in rotation, WS-RECENT-NEXT naming the slot due next.
001906*----------------------------------------------------------------
001907 01  WS-RECENT-FIELDS.
001908     05  WS-RECENT-HELD          PIC 9(03) COMP VALUE 0.
001909     05  WS-RECENT-NEXT          PIC 9(03) COMP VALUE 1.
001910
001911 01  WS-RECENT-TABLE.
001912     05  WS-RECENT-ENTRY         OCCURS 10 TIMES.
001913         10  WS-RC-RUN-DATE      PIC 9(08).
001914         10  WS-RC-SOURCE        PIC X(20).
001915         10  WS-RC-LINE-NUMBER   PIC 9(09).
001916         10  WS-RC-BEFORE        PIC X(40).
001917         10  WS-RC-WORD          PIC X(30).
001918         10  WS-RC-AFTER         PIC X(40).

001919 01  WS-CONTEXT-TEXT             PIC X(112).

001920*----------------------------------------------------------------
001930* PROCEDURE DIVISION
001940*----------------------------------------------------------------
002020     PERFORM 3000-SHOW-SNAPSHOTS THRU 3000-EXIT
002030     PERFORM 4000-SHOW-TREND THRU 4000-EXIT
002040     PERFORM 5000-SHOW-REJECTS THRU 5000-EXIT
002045     PERFORM 6000-SHOW-CONTEXT THRU 6000-EXIT
002050     PERFORM 9000-WRAP-UP THRU 9000-EXIT
002060     GOBACK.
002070
005600         " current " WS-CURR-COUNT
005610         " prior " WS-PREV-COUNT
005620         " trend " WS-TREND-COUNT
005630         " rejects " WS-REJECT-COUNT
005635         " context " WS-CONTEXT-COUNT.
005640 9000-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------
005680* 6000-SHOW-CONTEXT - the most recent keyword-in-context lines
005690* the concordance captured for the word, newest first: run date,
005700* source file and record number, then the line around the word.
005710* Only words named in STORING-WORDS' CONCORD_LIST are captured,
005720* so "none captured" is the usual answer for any other word.
005730*----------------------------------------------------------------
005740 6000-SHOW-CONTEXT.
005750     DISPLAY " "
005760     DISPLAY "RECENT CONTEXT:"
005770     OPEN INPUT CONC-FILE
005780     IF NOT CONC-FILE-OK
005790         DISPLAY "  (no concord.dat on file)"
005800         GO TO 6000-EXIT
005810     END-IF
005820     READ CONC-FILE
005830     PERFORM 6100-KEEP-ONE-CONTEXT UNTIL CONC-FILE-END
005840     CLOSE CONC-FILE
005850     IF WS-CONTEXT-COUNT = 0
005860         DISPLAY "  none captured"
005870         GO TO 6000-EXIT
005880     END-IF
005890     IF WS-CONTEXT-COUNT > WS-RECENT-HELD
005900         DISPLAY "  latest " WS-RECENT-HELD
005910             " of " WS-CONTEXT-COUNT
005920     END-IF
005930     MOVE WS-RECENT-NEXT TO R
005940     PERFORM 6200-SHOW-ONE-CONTEXT WS-RECENT-HELD TIMES.
005950 6000-EXIT.
005960     EXIT.
005970
005980 6100-KEEP-ONE-CONTEXT.
005990     MOVE CONC-KEY TO WS-MATCH-WORD
006000     PERFORM 1500-MATCH-PATTERN THRU 1500-EXIT
006010     IF PATTERN-MATCHES
006020         MOVE CONC-RUN-DATE TO WS-RC-RUN-DATE(WS-RECENT-NEXT)
006030         MOVE CONC-SOURCE TO WS-RC-SOURCE(WS-RECENT-NEXT)
006040         MOVE CONC-LINE-NUMBER
006050             TO WS-RC-LINE-NUMBER(WS-RECENT-NEXT)
006060         MOVE CONC-BEFORE TO WS-RC-BEFORE(WS-RECENT-NEXT)
006070         MOVE CONC-WORD TO WS-RC-WORD(WS-RECENT-NEXT)
006080         MOVE CONC-AFTER TO WS-RC-AFTER(WS-RECENT-NEXT)
006090         ADD 1 TO WS-CONTEXT-COUNT
006100         IF WS-RECENT-HELD < 10
006110             ADD 1 TO WS-RECENT-HELD
006120         END-IF
006130         ADD 1 TO WS-RECENT-NEXT
006140         IF WS-RECENT-NEXT > 10
006150             MOVE 1 TO WS-RECENT-NEXT
006160         END-IF
006170     END-IF
006180     READ CONC-FILE.
006190
006200*    R steps back from the slot the next context would have taken,
006210*    which is the newest, around the rotation
006220 6200-SHOW-ONE-CONTEXT.
006230     IF R = 1
006240         MOVE 10 TO R
006250     ELSE
006260         SUBTRACT 1 FROM R
006270     END-IF
006280     MOVE SPACES TO WS-CONTEXT-TEXT
006290     STRING WS-RC-BEFORE(R) DELIMITED BY SIZE
006300         " " DELIMITED BY SIZE
006310         WS-RC-WORD(R) DELIMITED BY SPACE
006320         " " DELIMITED BY SIZE
006330         WS-RC-AFTER(R) DELIMITED BY SIZE
006340         INTO WS-CONTEXT-TEXT
006350     END-STRING
006360     DISPLAY "  run " WS-RC-RUN-DATE(R)
006370         " " WS-RC-SOURCE(R)
006380         " record " WS-RC-LINE-NUMBER(R)
006390     DISPLAY "    " WS-CONTEXT-TEXT.
006400 END PROGRAM WORD-INQUIRY.
