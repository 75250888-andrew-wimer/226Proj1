002540*                  of generations on demand, so month-end
002550*                  questions no longer die with yesterday's
002560*                  prevfreq.dat.
002561*   10/15/2026 AW  Journal master, pending and archive changes to
002562*                  journal.dat for RUN-BACKOUT (see JRNLREC).
002563*   10/15/2026 AW  Fold alias variants onto the preferred word
002564*                  (alias.dat, see ALIASREC); folded count added
002565*                  to the checkpoint, run summary and AUDIT.DAT.
002566*   10/15/2026 AW  Keyword-in-context capture for CONCORD_LIST
002567*                  words to CONCORD.DAT (see CONCREC).
002568*   10/15/2026 AW  Per-source history to SRCHIST.DAT
002569*                  (see SRCHREC).
002570******************************************************************
002580 IDENTIFICATION DIVISION.
002590 PROGRAM-ID. STORING-WORDS.
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS CHECKPOINT-FILE-STATUS.

003461     SELECT CONC-LIST-FILE ASSIGN TO "CONCLIST"
003462         ORGANIZATION IS LINE SEQUENTIAL
003463         FILE STATUS IS CONC-LIST-STATUS.

003464     SELECT CONC-WORK-FILE ASSIGN TO "concwork.dat"
003465         ORGANIZATION IS LINE SEQUENTIAL
003466         FILE STATUS IS CONC-WORK-STATUS.

003467     SELECT CONC-TRIM-FILE ASSIGN TO "conctrim.tmp"
003468         ORGANIZATION IS LINE SEQUENTIAL
003469         FILE STATUS IS CONC-TRIM-STATUS.

003470     SELECT WORK-FILE ASSIGN TO "ckptwork.dat"
003480         ORGANIZATION IS LINE SEQUENTIAL
003490         FILE STATUS IS WORK-FILE-STATUS.

003491     SELECT CONC-FILE ASSIGN TO "concord.dat"
003492         ORGANIZATION IS LINE SEQUENTIAL
003493         FILE STATUS IS CONC-FILE-STATUS.

003494     SELECT SRCH-FILE ASSIGN TO "srchist.dat"
003495         ORGANIZATION IS LINE SEQUENTIAL
003496         FILE STATUS IS SRCH-FILE-STATUS.

003500     SELECT LOCK-FILE ASSIGN TO "runlock.dat"
003510         ORGANIZATION IS LINE SEQUENTIAL
003520         FILE STATUS IS LOCK-FILE-STATUS.

003521     SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
003522         ORGANIZATION IS LINE SEQUENTIAL
003523         FILE STATUS IS JOURNAL-FILE-STATUS.

003524     SELECT ALIAS-FILE ASSIGN TO "alias.dat"
003525         ORGANIZATION IS INDEXED
003526         ACCESS MODE IS DYNAMIC
003527         RECORD KEY IS ALIAS-VARIANT
003528         FILE STATUS IS ALIAS-FILE-STATUS.

003530 DATA DIVISION.
003540 FILE SECTION.
003550*----------------------------------------------------------------
003750     RECORD CONTAINS 30 CHARACTERS.
003760 01  STOP-REC                    PIC X(30).

003761*----------------------------------------------------------------
003762* ALIAS-REC - the variant-to-preferred-word table (see ALIASREC)
003763* every accepted word is looked up in before release.
003764*----------------------------------------------------------------
003765 FD  ALIAS-FILE.
003766     COPY ALIASREC.

003770 FD  FILE-OUT
003780     RECORD CONTAINS 50 CHARACTERS.
003790 01  OUT-REC.
004040     COPY PENDREC.
004050
004060 FD  AUDIT-FILE
004070     RECORD CONTAINS 70 CHARACTERS.
004080 01  AUDIT-REC.
004090     05  AUDIT-RUN-DATE          PIC 9(08).
004100     05  FILLER                  PIC X(01) VALUE SPACES.
004160     05  AUDIT-UNIQUE-COUNT      PIC ZZZZZZZZ9.
004170     05  FILLER                  PIC X(01) VALUE SPACES.
004180     05  AUDIT-FINAL-STATUS      PIC 99.
004183     05  FILLER                  PIC X(01) VALUE SPACES.
004184     05  AUDIT-FOLDED-COUNT      PIC ZZZZZZZZ9.

004185 FD  SRCH-FILE.
004186     COPY SRCHREC.

004190 FD  TREND-FILE
004200     RECORD CONTAINS 65 CHARACTERS.
005550     05  PR-COUNT                PIC 9(06).

005560*----------------------------------------------------------------
005561* CONCORDANCE FILES - CONC-LIST-REC is one CONCORD_LIST word; the
005562* captured contexts (CONCREC) are mirrored to CONC-WORK-FILE, cut
005563* back on restart through CONC-TRIM-FILE, and go to CONCORD.DAT.
005564*----------------------------------------------------------------
005565 FD  CONC-LIST-FILE
005566     RECORD CONTAINS 30 CHARACTERS.
005567 01  CONC-LIST-REC               PIC X(30).

005568*----------------------------------------------------------------
005570* CHECKPOINT-REC is rewritten periodically while the sort's
005580* input procedure is running, recording how far the load has
005590* gotten - which file in the merge list, how many records into
005630* record 1.
005640*----------------------------------------------------------------
005650 FD  CHECKPOINT-FILE
005660     RECORD CONTAINS 97 CHARACTERS.
005670 01  CHECKPOINT-REC.
005680     05  CKPT-FILE-INDEX         PIC 9(04).
005690     05  FILLER                  PIC X(01) VALUE SPACES.
005840     05  CKPT-SPLIT-PENDING      PIC X(01).
005850     05  FILLER                  PIC X(01) VALUE SPACES.
005860     05  CKPT-PAIR-COUNT         PIC 9(09).
005863     05  FILLER                  PIC X(01) VALUE SPACES.
005866     05  CKPT-FOLDED-COUNT       PIC 9(09).
005867     05  FILLER                  PIC X(01) VALUE SPACES.
005868     05  CKPT-CONC-COUNT         PIC 9(09).

005870*----------------------------------------------------------------
005880* WORK-REC mirrors every word accepted while the sort's input
005990     05  WORK-WORD              PIC X(30).
006000     05  WORK-SRC               PIC 9(04).

006001 FD  CONC-WORK-FILE.
006002     COPY CONCREC REPLACING LEADING ==CONC== BY ==CW==.

006003 FD  CONC-TRIM-FILE
006004     RECORD CONTAINS 189 CHARACTERS.
006005 01  CONC-TRIM-REC               PIC X(189).

006006 FD  CONC-FILE.
006007     COPY CONCREC.

006010*----------------------------------------------------------------
006020* LOCK-REC - the run-control lock shared by every program that
006030* updates master.dat (STORING-WORDS, REJECT-RECYCLE,
006160     05  FILLER                  PIC X(01) VALUE SPACES.
006170     05  LOCK-TIME               PIC 9(08).

006171*----------------------------------------------------------------
006172* JOURNAL-REC - one before/after image per change this run makes
006173* to master.dat, pending.dat or mastarch.dat (see JRNLREC).
006174*----------------------------------------------------------------
006175 FD  JOURNAL-FILE.
006176     COPY JRNLREC.

006180 WORKING-STORAGE SECTION.
006190*----------------------------------------------------------------
006200* FILE STATUS AND SWITCHES
006310 01  MASTER-FILE-STATUS          PIC 9(02).
006320     88  MASTER-FILE-OK          VALUE 0.
006330     88  MASTER-FILE-NOT-FOUND   VALUE 35.

006331*----------------------------------------------------------------
006332* ALIAS FOLDING - alias.dat maps variant spellings to the word
006333* they count as; none on file just means nothing is aliased yet.
006334*----------------------------------------------------------------
006335 01  ALIAS-FILE-STATUS           PIC 9(02).
006336     88  ALIAS-FILE-OK           VALUE 0.
006337     88  ALIAS-FILE-NOT-FOUND    VALUE 35.

006338 01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
006339     88  ALIASES-ON-FILE         VALUE "Y".
006340
006350*----------------------------------------------------------------
006360* ARCHIVE REINSTATEMENT - mastarch.dat is the archive index
006640     88  AUDIT-FILE-OK           VALUE 0.
006650     88  AUDIT-FILE-NOT-FOUND    VALUE 35.

006651 01  SRCH-FILE-STATUS            PIC 9(02).
006652     88  SRCH-FILE-OK            VALUE 0.
006653     88  SRCH-FILE-NOT-FOUND     VALUE 35.

006660 01  AUDIT-DATE-TIME.
006670     05  AUDIT-TODAY             PIC 9(08).
006680     05  AUDIT-NOW               PIC 9(08).
007460     05  WS-DTL-MOVED            PIC ZZZZZ9.
007470     05  FILLER                  PIC X(28) VALUE SPACES.

007471*----------------------------------------------------------------
007472* CONCORDANCE CAPTURE - CONCORD_LIST (tokenizing mode only) names
007473* words to be followed in context, held folded in WS-CONC-WORDS.
007474* A token matching one, as written or as counted, is captured
007475* with up to 40 characters either side.  WS-CONC-COUNT rides in
007476* the checkpoint so a restart trims CONC-WORK-FILE back to it.
007477*----------------------------------------------------------------
007478 01  WS-CONC-LIST-NAME           PIC X(20).

007480 01  WS-PREV-DONE-SWITCH         PIC X(01) VALUE "N".
007490     88  PREV-DONE               VALUE "Y".

007491 01  CONC-LIST-STATUS            PIC 9(02).
007492     88  CONC-LIST-OK            VALUE 0.
007493     88  CONC-LIST-END           VALUE 10.

007494 01  CONC-WORK-STATUS            PIC 9(02).
007495     88  CONC-WORK-OK            VALUE 0.
007496     88  CONC-WORK-END           VALUE 10.
007497     88  CONC-WORK-NOT-FOUND     VALUE 35.

007498 01  WS-CONC-HIT-SWITCH          PIC X(01) VALUE "N".
007499     88  CONC-WORD-HIT           VALUE "Y".

007500 01  WS-PREV-OPEN-SWITCH         PIC X(01) VALUE "N".
007510     88  PREV-FILE-OPEN          VALUE "Y".

007511 01  CONC-TRIM-STATUS            PIC 9(02).
007512     88  CONC-TRIM-OK            VALUE 0.
007513     88  CONC-TRIM-END           VALUE 10.

007514 01  CONC-FILE-STATUS            PIC 9(02).
007515     88  CONC-FILE-OK            VALUE 0.
007516     88  CONC-FILE-NOT-FOUND     VALUE 35.

007517 01  WS-CONC-SWITCH              PIC X(01) VALUE "N".
007518     88  CONCORDANCE-MODE        VALUE "Y".

007520 01  CHECKPOINT-FILE-STATUS      PIC 9(02).
007530     88  CHECKPOINT-FILE-OK      VALUE 0.
007540     88  CHECKPOINT-FILE-NOT-FOUND
007550                                 VALUE 35.

007551 01  WS-CONC-FIELDS.
007552     05  WS-CONC-WORD-COUNT      PIC 9(04) COMP VALUE 0.
007553     05  WS-CONC-COUNT           PIC 9(09) COMP VALUE 0.
007554     05  WS-CONC-TRIMMED-COUNT   PIC 9(09) COMP VALUE 0.
007555     05  WS-CONC-APPENDED-COUNT  PIC 9(09) COMP VALUE 0.
007556     05  WS-CONC-MATCH           PIC X(30).
007557     05  WS-CONC-LENGTH          PIC 9(04) COMP VALUE 0.
007558     05  WS-CONC-START           PIC 9(04) COMP VALUE 0.

007560 01  LOCK-FILE-STATUS            PIC 9(02).
007570     88  LOCK-FILE-OK            VALUE 0.
007580     88  LOCK-FILE-NOT-FOUND     VALUE 35.

007581*----------------------------------------------------------------
007582* CHANGE JOURNAL - every master, queue and archive-index change
007583* is journaled under the stamp of the run lock; a restart keeps
007584* the crashed attempt's stamp so the whole run backs out as one.
007585*----------------------------------------------------------------
007586 01  JOURNAL-FILE-STATUS         PIC 9(02).
007587     88  JOURNAL-FILE-OK         VALUE 0.
007588     88  JOURNAL-FILE-NOT-FOUND  VALUE 35.

007590 01  WORK-FILE-STATUS            PIC 9(02).
007600     88  WORK-FILE-OK            VALUE 0.
007610     88  WORK-FILE-END           VALUE 10.

007611 01  WS-JOURNAL-FIELDS.
007612     05  WS-JOURNAL-DATE         PIC 9(08) VALUE 0.
007613     05  WS-JOURNAL-TIME         PIC 9(08) VALUE 0.
007614     05  WS-JOURNAL-SEQ          PIC 9(09) COMP VALUE 0.

007615 01  WS-BEFORE-IMAGE             PIC X(65).

007620*----------------------------------------------------------------
007630* COUNTERS AND SUBSCRIPTS
007640*----------------------------------------------------------------
007670     05  ACCEPTED-COUNT          PIC 9(09) COMP VALUE 0.
007680     05  REJECTED-COUNT          PIC 9(09) COMP VALUE 0.
007690     05  SUPPRESSED-COUNT        PIC 9(09) COMP VALUE 0.
007695     05  FOLDED-COUNT            PIC 9(09) COMP VALUE 0.
007700     05  WS-FIRST-PASS-COUNT     PIC 9(09) COMP VALUE 0.
007710     05  WS-PROCESSED-COUNT      PIC 9(10) COMP VALUE 0.
007720     05  WS-CONDITION-CODE       PIC 9(02) COMP VALUE 0.
007740 01  SUBSCRIPTS.
007750     05  T                       PIC 9(04) COMP VALUE 0.
007760     05  S                       PIC 9(04) COMP VALUE 0.
007761     05  K                       PIC 9(04) COMP VALUE 0.

007762 01  WS-CONC-WORDS.
007763     05  WS-CONC-ENTRY           PIC X(30)
007764             OCCURS 1 TO 200 TIMES
007765             DEPENDING ON WS-CONC-WORD-COUNT.

007770*----------------------------------------------------------------
007780* RESTART/CHECKPOINT CONTROLS - WS-RESTART-SWITCH is turned on in
008280     05  WS-CKPT-MASTER-PHASE    PIC X(01) VALUE "N".
008290     05  WS-CKPT-SPLIT-PENDING   PIC X(01) VALUE "N".
008300     05  WS-CKPT-PAIR-COUNT      PIC 9(09) COMP VALUE 0.
008305     05  WS-CKPT-FOLDED-COUNT    PIC 9(09) COMP VALUE 0.
008307     05  WS-CKPT-CONC-COUNT      PIC 9(09) COMP VALUE 0.
008310     05  WS-FILE-LINE-NUMBER     PIC 9(09) COMP VALUE 0.
008320     05  WS-REPLAYED-COUNT       PIC 9(09) COMP VALUE 0.
008330     05  WS-CHECKPOINT-TALLY     PIC 9(09) COMP VALUE 0.
009000     05  WS-RAW-LENGTH           PIC 9(04) COMP VALUE 0.
009010     05  WS-TOKEN-START          PIC 9(04) COMP VALUE 0.
009020     05  WS-TOKEN-END            PIC 9(04) COMP VALUE 0.
009025     05  WS-RAW-START            PIC 9(04) COMP VALUE 0.

009030 01  WS-RAW-TOKEN                PIC X(1024).

009080     05  WS-TOKEN-ENTRY          OCCURS 512 TIMES.
009090         10  WS-TOKEN-TEXT       PIC X(1024).
009100         10  WS-TOKEN-LENGTH     PIC 9(04) COMP.
009105         10  WS-TOKEN-COLUMN     PIC 9(04) COMP.

009110 01  WS-INPUT-FILE-NAME          PIC X(20).

009590     05  WS-BREAK-COUNT          PIC 9(06) COMP VALUE 0.
009600     05  WS-BREAK-NEW            PIC X(01) VALUE "N".
009610     05  WS-BREAK-CAT            PIC X(04) VALUE SPACES.
009615     05  WS-BREAK-FIRST-TIME     PIC X(01) VALUE "N".

009620 01  WS-SORT-END-SWITCH          PIC X(01) VALUE "N".
009630     88  SORT-STREAM-END         VALUE "Y".
010150* summary.  The cross-tab report gives the first eight sources
010160* a column each and folds any further sources into a ninth
010170* OTH column; the legend at the top maps columns to files.
010172* WS-GROUP-SOURCES marks which sources the word being counted
010174* came from, so each is credited once per distinct word (and
010176* once per first-time word) for the source-history file.
010180*----------------------------------------------------------------
010190 01  XTAB-FILE-STATUS            PIC 9(02).
010200     88  XTAB-FILE-OK            VALUE 0.
010240         10  WS-SRC-ACCEPTED     PIC 9(09) COMP.
010250         10  WS-SRC-REJECTED     PIC 9(09) COMP.
010260         10  WS-SRC-SUPPRESSED   PIC 9(09) COMP.
010262         10  WS-SRC-UNIQUE       PIC 9(09) COMP.
010264         10  WS-SRC-FIRST-TIME   PIC 9(09) COMP.

010266 01  WS-GROUP-SOURCES.
010268     05  WS-GS-FLAG              PIC X(01) OCCURS 100 TIMES.

010270 01  WS-XTAB-FIELDS.
010280     05  WS-XTAB-COLUMNS         PIC 9(02) COMP VALUE 0.
011350     END-IF
011360     PERFORM 6000-DISPLAY-RESULTS THRU 6000-EXIT
011370     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
011371     PERFORM 8100-WRITE-SOURCE-HISTORY THRU 8100-EXIT
011372     IF CONCORDANCE-MODE
011374         PERFORM 8200-APPEND-CONCORDANCE THRU 8200-EXIT
011376     END-IF
011380     PERFORM 8500-RECONCILE-COUNTS THRU 8500-EXIT
011390     PERFORM 1770-CLEAR-CHECKPOINT THRU 1770-EXIT
011400     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
011690                 " counting ignored"
011700         END-IF
011710     END-IF
011711     ACCEPT WS-CONC-LIST-NAME FROM ENVIRONMENT "CONCORD_LIST"
011712     IF WS-CONC-LIST-NAME NOT = SPACES
011713         IF TOKENIZE-MODE
011714             SET CONCORDANCE-MODE TO TRUE
011715         ELSE
011716             DISPLAY "CONCORD_LIST needs TOKENIZE_MODE - context"
011717                 " capture ignored"
011718         END-IF
011719     END-IF
011720     ACCEPT WS-FILE-LIST-NAME FROM ENVIRONMENT "INPUT_FILE_LIST"
011730     PERFORM 1100-BUILD-FILE-LIST THRU 1100-EXIT
011740     INITIALIZE WS-SOURCE-TOTALS
011810     END-IF
011820     ACCEPT WS-STOP-LIST-NAME FROM ENVIRONMENT "STOP_WORD_LIST"
011830     PERFORM 1200-LOAD-STOP-LIST THRU 1200-EXIT
011835     PERFORM 1500-LOAD-CONC-LIST THRU 1500-EXIT
011840     PERFORM 1300-SET-THRESHOLD THRU 1300-EXIT
011850     PERFORM 1400-SET-GENERATIONS THRU 1400-EXIT
011860     MOVE WS-FILE-NAME-ENTRY(1) TO WS-INPUT-FILE-NAME
014370                 DISPLAY "Reclaiming run lock left by the"
014380                     " checkpointed run of " LOCK-DATE
014390                     " " LOCK-TIME
014393                 MOVE LOCK-DATE TO WS-JOURNAL-DATE
014396                 MOVE LOCK-TIME TO WS-JOURNAL-TIME
014400             ELSE
014410                 DISPLAY "master.dat is locked by "
014420                     LOCK-PROGRAM " since " LOCK-DATE
014620     ACCEPT LOCK-DATE FROM DATE YYYYMMDD
014630     ACCEPT LOCK-TIME FROM TIME
014640     WRITE LOCK-REC
014650     CLOSE LOCK-FILE
014652     IF WS-JOURNAL-DATE = 0
014654         MOVE LOCK-DATE TO WS-JOURNAL-DATE
014656         MOVE LOCK-TIME TO WS-JOURNAL-TIME
014658     END-IF.
014660 1600-EXIT.
014670     EXIT.

015030                 OR (CKPT-SPLIT-PENDING NOT = "Y"
015040                     AND CKPT-SPLIT-PENDING NOT = "N")
015050                 OR CKPT-PAIR-COUNT NOT NUMERIC
015055                 OR CKPT-FOLDED-COUNT NOT NUMERIC
015057                 OR CKPT-CONC-COUNT NOT NUMERIC
015060                 DISPLAY "Checkpoint record is not in the"
015070                     " current layout - not resuming from it."
015080                 DISPLAY "Empty checkpt.dat and ckptwork.dat"
015240             MOVE CKPT-SPLIT-PENDING
015250                 TO WS-CKPT-SPLIT-PENDING
015260             MOVE CKPT-PAIR-COUNT TO WS-CKPT-PAIR-COUNT
015265             MOVE CKPT-FOLDED-COUNT TO WS-CKPT-FOLDED-COUNT
015267             MOVE CKPT-CONC-COUNT TO WS-CKPT-CONC-COUNT
015270             SET RESTART-REQUESTED TO TRUE
015280             SET RESTARTED-RUN TO TRUE
015290             DISPLAY "Resuming from checkpoint: file "
016470     MOVE WS-MASTER-PHASE-SWITCH TO CKPT-MASTER-PHASE
016480     MOVE WS-SPLIT-TAIL-SWITCH TO CKPT-SPLIT-PENDING
016490     MOVE WS-PAIR-COUNT TO CKPT-PAIR-COUNT
016495     MOVE FOLDED-COUNT TO CKPT-FOLDED-COUNT
016497     MOVE WS-CONC-COUNT TO CKPT-CONC-COUNT
016500     OPEN OUTPUT CHECKPOINT-FILE
016510     WRITE CHECKPOINT-REC
016520     CLOSE CHECKPOINT-FILE.
016690     IF PAIR-MODE
016700         OPEN OUTPUT PAIR-WORK-FILE
016710         CLOSE PAIR-WORK-FILE
016711     END-IF
016712     IF CONCORDANCE-MODE
016713         OPEN OUTPUT CONC-WORK-FILE
016714         CLOSE CONC-WORK-FILE
016720     END-IF.
016730 1770-EXIT.
016740     EXIT.
017060* file and line instead of file 1, record 1.
017070*----------------------------------------------------------------
017080 3000-LOAD-INPUT.
017081     OPEN INPUT ALIAS-FILE
017082     IF NOT ALIAS-FILE-OK AND NOT ALIAS-FILE-NOT-FOUND
017083         DISPLAY "Could not open alias table, status "
017084             ALIAS-FILE-STATUS
017085         MOVE 16 TO RETURN-CODE
017086         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
017087         GOBACK
017088     END-IF
017090     OPEN EXTEND REJECT-FILE
017091     MOVE "N" TO WS-ALIAS-SWITCH
017093     IF ALIAS-FILE-OK
017094         SET ALIASES-ON-FILE TO TRUE
017095     END-IF
017100     IF RESTART-REQUESTED
017110         MOVE WS-CKPT-FILE-INDEX TO M
017120         MOVE WS-CKPT-ACCEPTED-COUNT TO ACCEPTED-COUNT
017130         MOVE WS-CKPT-REJECTED-COUNT TO REJECTED-COUNT
017140         MOVE WS-CKPT-SUPPRESSED-COUNT TO SUPPRESSED-COUNT
017145         MOVE WS-CKPT-FOLDED-COUNT TO FOLDED-COUNT
017150         MOVE WS-CKPT-SPLIT-PENDING TO WS-SPLIT-TAIL-SWITCH
017160         COMPUTE WS-FIRST-PASS-COUNT = ACCEPTED-COUNT
017170             + REJECTED-COUNT + SUPPRESSED-COUNT
017300             PERFORM 1740-TRIM-PAIR-FILE THRU 1740-EXIT
017310             OPEN EXTEND PAIR-WORK-FILE
017320         END-IF
017321         IF CONCORDANCE-MODE
017322             MOVE WS-CKPT-CONC-COUNT TO WS-CONC-COUNT
017323             PERFORM 1750-TRIM-CONC-FILE THRU 1750-EXIT
017324             OPEN EXTEND CONC-WORK-FILE
017325         END-IF
017330     ELSE
017340         MOVE 1 TO M
017350         OPEN OUTPUT WORK-FILE
017360         IF PAIR-MODE
017370             OPEN OUTPUT PAIR-WORK-FILE
017380         END-IF
017382         IF CONCORDANCE-MODE
017384             OPEN OUTPUT CONC-WORK-FILE
017386         END-IF
017390     END-IF
017400     PERFORM 3050-LOAD-ONE-FILE UNTIL M > WS-FILE-COUNT
017410     CLOSE REJECT-FILE
017412     IF ALIASES-ON-FILE
017414         CLOSE ALIAS-FILE
017416     END-IF
017420     IF PAIR-MODE
017430         CLOSE PAIR-WORK-FILE
017431     END-IF
017432     IF CONCORDANCE-MODE
017433         CLOSE CONC-WORK-FILE
017440     END-IF
017450     CLOSE WORK-FILE.
017460 3000-EXIT.
018200           ELSE
018210               MOVE FILE-ELEMENT TO SW-WORD
018220               MOVE WS-UPPER-WORD TO SW-KEY
018225               PERFORM 3500-APPLY-ALIAS THRU 3500-EXIT
018230               MOVE WS-SOURCE-NUMBER TO SW-SRC
018240               RELEASE SW-REC
018250               MOVE SW-WORD TO WORK-WORD
018260               MOVE WS-SOURCE-NUMBER TO WORK-SRC
018270               WRITE WORK-REC
018280               ADD 1 TO ACCEPTED-COUNT
018680 3250-SCAN-ONE-TOKEN.
018690     MOVE SPACES TO WS-RAW-TOKEN
018700     MOVE 0 TO WS-RAW-LENGTH
018705     MOVE WS-SCAN-POINTER TO WS-RAW-START
018710     UNSTRING IN-FILE-REC DELIMITED BY ALL SPACES
018720         INTO WS-RAW-TOKEN COUNT IN WS-RAW-LENGTH
018730         WITH POINTER WS-SCAN-POINTER
019020         MOVE WS-RAW-TOKEN(WS-TOKEN-START:
019030             WS-TOKEN-LENGTH(WS-TOKEN-COUNT))
019040             TO WS-TOKEN-TEXT(WS-TOKEN-COUNT)
019043         COMPUTE WS-TOKEN-COLUMN(WS-TOKEN-COUNT)
019046             = WS-RAW-START + WS-TOKEN-START - 1
019050     END-IF.
019060 3260-EXIT.
019070     EXIT.
019470         ELSE
019480             MOVE WS-TOKEN-TEXT(T) TO SW-WORD
019490             MOVE WS-UPPER-WORD TO SW-KEY
019495             PERFORM 3500-APPLY-ALIAS THRU 3500-EXIT
019500             MOVE WS-SOURCE-NUMBER TO SW-SRC
019510             RELEASE SW-REC
019520             MOVE SW-WORD TO WORK-WORD
019540             WRITE WORK-REC
019550             ADD 1 TO ACCEPTED-COUNT
019560             ADD 1 TO WS-SRC-ACCEPTED(WS-SOURCE-NUMBER)
019562             IF CONCORDANCE-MODE
019564                 PERFORM 3600-CAPTURE-CONTEXT THRU 3600-EXIT
019566             END-IF
019570             IF PAIR-MODE
019580                 IF WS-PAIR-PREV NOT = SPACES
019590                     MOVE WS-PAIR-PREV TO PW-WORD-1
020040     MOVE 0 TO UNIQUE-COUNT
020050     MOVE 0 TO WS-TREND-COUNT
020060     INITIALIZE WS-XTAB-GROUP-COUNTS
020065     MOVE SPACES TO WS-GROUP-SOURCES
020070     MOVE LOW-VALUES TO WS-BREAK-KEY
020080     IF ACCEPTED-COUNT > 0
020090*        record on disk that master updates are beginning - a
020350             MOVE 16 TO RETURN-CODE
020360             GOBACK
020370         END-IF
020371         PERFORM 5010-OPEN-JOURNAL THRU 5010-EXIT
020380         OPEN OUTPUT TREND-FILE
020390         IF NOT TREND-FILE-OK
020400             DISPLAY "Could not open trend report file."
020740     IF ACCEPTED-COUNT > 0
020750         CLOSE MASTER-FILE
020760         CLOSE PENDING-FILE
020765         CLOSE JOURNAL-FILE
020770         IF ARCHIVE-ON-FILE
020780             CLOSE ARCH-FILE
020790         END-IF
022020             PERFORM 5200-END-UNIQUE-GROUP THRU 5200-EXIT
022030         END-IF
022040         INITIALIZE WS-XTAB-GROUP-COUNTS
022045         MOVE SPACES TO WS-GROUP-SOURCES
022050         MOVE SW-KEY TO WS-BREAK-KEY
022060         MOVE SW-WORD TO WS-BREAK-WORD
022070         MOVE 1 TO WS-BREAK-COUNT
022160* the sort to its source's cross-tab column: sources 1-8 own a
022170* column, anything past that shares the OTH column when more
022180* than nine files were merged.
022183* The first occurrence from each source also counts as one
022186* distinct word for that source.
022190*----------------------------------------------------------------
022200 5150-TALLY-SOURCE.
022210     IF WS-FILE-COUNT > 9 AND SW-SRC > 8
022240         MOVE SW-SRC TO WS-XT-COL
022250     END-IF
022260     ADD 1 TO WS-XT-COUNT(WS-XT-COL)
022270     ADD 1 TO WS-XT-TOTAL(WS-XT-COL)
022272     IF WS-GS-FLAG(SW-SRC) NOT = "Y"
022274         MOVE "Y" TO WS-GS-FLAG(SW-SRC)
022276         ADD 1 TO WS-SRC-UNIQUE(SW-SRC)
022278     END-IF.

022280*----------------------------------------------------------------
022290* 5200-END-UNIQUE-GROUP - one unique word is complete.  Look it
022430* word, count and NEW flag go to UNIQUE-WORK-FILE for the
022440* count sort, and the word goes into this run's CURRFREQ.DAT
022450* snapshot.
022452* A word the suite has never seen before (newly queued, or
022454* closed out as new by the attempt a restart resumed) is
022456* credited as a first-time word to every source it came from.
022460*----------------------------------------------------------------
022470 5200-END-UNIQUE-GROUP.
022475     MOVE "N" TO WS-BREAK-FIRST-TIME
022480     MOVE WS-BREAK-KEY TO MASTER-WORD
022490     READ MASTER-FILE
022500         INVALID KEY
022610                 IF MASTER-FIRST-SEEN = WS-CKPT-RUN-DATE
022620                     AND MASTER-RUN-COUNT = 1
022630                     MOVE "Y" TO WS-BREAK-NEW
022635                     MOVE "Y" TO WS-BREAK-FIRST-TIME
022640                 ELSE
022650                     MOVE "N" TO WS-BREAK-NEW
022660                 END-IF
022670                 MOVE MASTER-CATEGORY TO WS-BREAK-CAT
022680             ELSE
022690                 PERFORM 5700-CHECK-ONE-TREND THRU 5700-EXIT
022695                 MOVE MASTER-REC TO WS-BEFORE-IMAGE
022700                 MOVE AUDIT-TODAY TO MASTER-LAST-SEEN
022710                 ADD 1 TO MASTER-RUN-COUNT
022720                 ADD WS-BREAK-COUNT TO MASTER-TOTAL-COUNT
022730                 REWRITE MASTER-REC
022731                 SET JRNL-MASTER TO TRUE
022732                 SET JRNL-REWRITE TO TRUE
022733                 MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
022734                 MOVE MASTER-REC TO JRNL-AFTER
022735                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
022740                 MOVE "N" TO WS-BREAK-NEW
022750                 MOVE MASTER-CATEGORY TO WS-BREAK-CAT
022760             END-IF
022940         VARYING WS-XT-SUB FROM 1 BY 1
022950         UNTIL WS-XT-SUB > WS-XTAB-COLUMNS
022960     MOVE WS-XTAB-LINE TO XTAB-REC
022970     WRITE XTAB-REC
022971     IF WS-BREAK-FIRST-TIME = "Y"
022972         PERFORM 5260-CREDIT-FIRST-TIME
022973             VARYING WS-XT-SUB FROM 1 BY 1
022974             UNTIL WS-XT-SUB > WS-FILE-COUNT
022975     END-IF.
022980 5200-EXIT.
022990     EXIT.

023000 5250-SET-ONE-XTAB-COL.
023010     MOVE WS-XT-COUNT(WS-XT-SUB) TO WS-XL-COUNT(WS-XT-SUB).

023012 5260-CREDIT-FIRST-TIME.
023014     IF WS-GS-FLAG(WS-XT-SUB) = "Y"
023016         ADD 1 TO WS-SRC-FIRST-TIME(WS-XT-SUB)
023018     END-IF.

023020*----------------------------------------------------------------
023030* 5300-FIND-CATEGORY - look WS-CAT-WORK up in the category
023040* table, filing it as a new entry the first time it is met.
023540                 ADD 1 TO MASTER-RUN-COUNT
023550                 ADD WS-BREAK-COUNT TO MASTER-TOTAL-COUNT
023560                 WRITE MASTER-REC
023561                 SET JRNL-MASTER TO TRUE
023562                 SET JRNL-WRITE TO TRUE
023563                 MOVE SPACES TO JRNL-BEFORE
023564                 MOVE MASTER-REC TO JRNL-AFTER
023565                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
023570                 DELETE ARCH-FILE
023571                 SET JRNL-ARCHIVE TO TRUE
023572                 SET JRNL-DELETE TO TRUE
023573                 MOVE ARCH-REC TO JRNL-BEFORE
023574                 MOVE SPACES TO JRNL-AFTER
023575                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
023580                 MOVE "N" TO WS-BREAK-NEW
023590                 MOVE MASTER-CATEGORY TO WS-BREAK-CAT
023600                 ADD 1 TO WS-REINSTATED-COUNT
023860             MOVE 1 TO PENDING-RUN-COUNT
023870             MOVE WS-BREAK-COUNT TO PENDING-TOTAL-COUNT
023880             WRITE PENDING-REC
023881             MOVE "Y" TO WS-BREAK-FIRST-TIME
023882             SET JRNL-PENDING TO TRUE
023883             SET JRNL-WRITE TO TRUE
023884             MOVE SPACES TO JRNL-BEFORE
023885             MOVE PENDING-REC TO JRNL-AFTER
023886             PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
023890         NOT INVALID KEY
023900             IF RESTARTED-RUN
023910                 AND WS-CKPT-MASTER-PHASE = "Y"
023920                 AND PENDING-LAST-SEEN = WS-CKPT-RUN-DATE
023930*                the crashed attempt already folded today's
023940*                counts into this queue entry - leave it alone,
023942*                but a word it queued new is still first-time
023944                 IF PENDING-FIRST-SEEN = WS-CKPT-RUN-DATE
023948                     AND PENDING-RUN-COUNT = 1
023952                     MOVE "Y" TO WS-BREAK-FIRST-TIME
023956                 END-IF
023960             ELSE
023965                 MOVE PENDING-REC TO WS-BEFORE-IMAGE
023970                 MOVE AUDIT-TODAY TO PENDING-LAST-SEEN
023980                 ADD 1 TO PENDING-RUN-COUNT
023990                 ADD WS-BREAK-COUNT TO PENDING-TOTAL-COUNT
024000                 REWRITE PENDING-REC
024001                 SET JRNL-PENDING TO TRUE
024002                 SET JRNL-REWRITE TO TRUE
024003                 MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
024004                 MOVE PENDING-REC TO JRNL-AFTER
024005                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
024010             END-IF
024020     END-READ
024030     MOVE "P" TO WS-BREAK-NEW
027810     DISPLAY "Records accepted: " ACCEPTED-COUNT
027820     DISPLAY "Records rejected: " REJECTED-COUNT
027830     DISPLAY "Records suppressed: " SUPPRESSED-COUNT
027835     DISPLAY "Records folded by alias: " FOLDED-COUNT
027840     IF WS-FILE-COUNT > 1
027850         DISPLAY "By source:"
027860         PERFORM 6100-DISPLAY-ONE-SOURCE
027970     DISPLAY "  " WS-FILE-NAME-ENTRY(WS-XT-SUB)
027980         " accepted " WS-SRC-ACCEPTED(WS-XT-SUB)
027990         " rejected " WS-SRC-REJECTED(WS-XT-SUB)
028000         " suppressed " WS-SRC-SUPPRESSED(WS-XT-SUB)
028003         " unique " WS-SRC-UNIQUE(WS-XT-SUB)
028006         " first-time " WS-SRC-FIRST-TIME(WS-XT-SUB).

028010*----------------------------------------------------------------
028020* 6500-PAIR-REPORT - the adjacent-pair report for the optional
029980             + REJECTED-COUNT + SUPPRESSED-COUNT
029990         MOVE UNIQUE-COUNT TO AUDIT-UNIQUE-COUNT
030000         MOVE INPUT-FILE-STATUS TO AUDIT-FINAL-STATUS
030005         MOVE FOLDED-COUNT TO AUDIT-FOLDED-COUNT
030010         WRITE AUDIT-REC
030020         CLOSE AUDIT-FILE
030030     END-IF.
030570     CLOSE LOCK-FILE.
030580 8900-EXIT.
030590     EXIT.

030600*----------------------------------------------------------------
030610* 1500-LOAD-CONC-LIST - load the CONCORD_LIST request file into
030620* WS-CONC-WORDS, upper-casing each word the way the stop list is
030630* loaded.  Only called for in the tokenizing mode; a list that
030640* will not open or holds more than 200 words stops the run before
030650* anything is read.
030660*----------------------------------------------------------------
030670 1500-LOAD-CONC-LIST.
030680     IF NOT CONCORDANCE-MODE
030690         GO TO 1500-EXIT
030700     END-IF
030710     DISPLAY "CONCLIST" UPON ENVIRONMENT-NAME
030720     DISPLAY WS-CONC-LIST-NAME UPON ENVIRONMENT-VALUE
030730     OPEN INPUT CONC-LIST-FILE
030740     IF NOT CONC-LIST-OK
030750         DISPLAY "Could not open concordance request list: "
030760             WS-CONC-LIST-NAME
030770         MOVE 16 TO RETURN-CODE
030780         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
030790         GOBACK
030800     END-IF
030810     READ CONC-LIST-FILE
030820     PERFORM 1550-ADD-ONE-CONC-WORD UNTIL CONC-LIST-END
030830     CLOSE CONC-LIST-FILE.
030840 1500-EXIT.
030850     EXIT.

030860 1550-ADD-ONE-CONC-WORD.
030870     IF WS-CONC-WORD-COUNT = 200
030880         DISPLAY "Too many words in CONCORD_LIST ("
030890             WS-CONC-LIST-NAME "), maximum is 200"
030900         MOVE 16 TO RETURN-CODE
030910         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
030920         GOBACK
030930     END-IF
030940     IF CONC-LIST-REC NOT = SPACES
030950         ADD 1 TO WS-CONC-WORD-COUNT
030960         MOVE CONC-LIST-REC TO WS-CONC-ENTRY(WS-CONC-WORD-COUNT)
030970         INSPECT WS-CONC-ENTRY(WS-CONC-WORD-COUNT) CONVERTING
030980             "abcdefghijklmnopqrstuvwxyz" TO
030990             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
031000     END-IF
031010     READ CONC-LIST-FILE.

031020*----------------------------------------------------------------
031030* 1750-TRIM-CONC-FILE - cut CONC-WORK-FILE back to the
031040* WS-CONC-COUNT contexts the checkpoint describes, exactly as
031050* 1740-TRIM-PAIR-FILE does for the pairs.
031060*----------------------------------------------------------------
031070 1750-TRIM-CONC-FILE.
031080     MOVE 0 TO WS-CONC-TRIMMED-COUNT
031090     OPEN INPUT CONC-WORK-FILE
031100     IF CONC-WORK-NOT-FOUND
031110         OPEN OUTPUT CONC-WORK-FILE
031120         CLOSE CONC-WORK-FILE
031130         GO TO 1750-EXIT
031140     END-IF
031150     IF NOT CONC-WORK-OK
031160         DISPLAY "Could not open concordance work file to resume,"
031170             " status " CONC-WORK-STATUS
031180         MOVE 16 TO RETURN-CODE
031190         GOBACK
031200     END-IF
031210     OPEN OUTPUT CONC-TRIM-FILE
031220     READ CONC-WORK-FILE
031230     PERFORM 1755-TRIM-ONE-CONTEXT
031240         UNTIL CONC-WORK-END
031250         OR WS-CONC-TRIMMED-COUNT NOT LESS THAN WS-CONC-COUNT
031260     CLOSE CONC-WORK-FILE
031270     CLOSE CONC-TRIM-FILE
031280     OPEN INPUT CONC-TRIM-FILE
031290     OPEN OUTPUT CONC-WORK-FILE
031300     READ CONC-TRIM-FILE
031310     PERFORM 1756-RESTORE-ONE-CONTEXT UNTIL CONC-TRIM-END
031320     CLOSE CONC-TRIM-FILE
031330     CLOSE CONC-WORK-FILE.
031340 1750-EXIT.
031350     EXIT.

031360 1755-TRIM-ONE-CONTEXT.
031370     MOVE CW-REC TO CONC-TRIM-REC
031380     WRITE CONC-TRIM-REC
031390     ADD 1 TO WS-CONC-TRIMMED-COUNT
031400     READ CONC-WORK-FILE.

031410 1756-RESTORE-ONE-CONTEXT.
031420     MOVE CONC-TRIM-REC TO CW-REC
031430     WRITE CW-REC
031440     READ CONC-TRIM-FILE.

031450*----------------------------------------------------------------
031460* 3500-APPLY-ALIAS - look the word about to be released up in
031470* the alias table by its folded key (WS-UPPER-WORD).  A variant
031480* goes to the sort as its preferred word instead - display form,
031490* folded key and, since 3100/3300 mirror SW-WORD, the checkpoint
031500* work file too, so a restart replays the preferred spelling.
031510* WS-UPPER-WORD is left folded to the preferred word as well so
031520* a pair is counted under the spelling the word is counted as.
031530*----------------------------------------------------------------
031540 3500-APPLY-ALIAS.
031550     IF NOT ALIASES-ON-FILE
031560         GO TO 3500-EXIT
031570     END-IF
031580     MOVE WS-UPPER-WORD TO ALIAS-VARIANT
031590     READ ALIAS-FILE
031600         INVALID KEY
031610             CONTINUE
031620         NOT INVALID KEY
031630             MOVE ALIAS-PREFERRED TO SW-WORD
031640             MOVE ALIAS-PREFERRED TO WS-UPPER-WORD
031650             INSPECT WS-UPPER-WORD CONVERTING
031660                 "abcdefghijklmnopqrstuvwxyz" TO
031670                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
031680             MOVE WS-UPPER-WORD TO SW-KEY
031690             ADD 1 TO FOLDED-COUNT
031700     END-READ.
031710 3500-EXIT.
031720     EXIT.

031730*----------------------------------------------------------------
031740* 3600-CAPTURE-CONTEXT - the token just accepted is captured when
031750* it is a CONCORD_LIST word, either as written or as counted
031760* (WS-UPPER-WORD, after alias folding), with the record number
031770* it came from and up to 40 characters of IN-FILE-REC each side
031780* - the text ahead right-justified so the word lines up down the
031790* report.  The context goes to CONC-WORK-FILE with the run stamp.
031800*----------------------------------------------------------------
031810 3600-CAPTURE-CONTEXT.
031820     MOVE WS-TOKEN-TEXT(T) TO WS-CONC-MATCH
031830     INSPECT WS-CONC-MATCH CONVERTING
031840         "abcdefghijklmnopqrstuvwxyz" TO
031850         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
031860     PERFORM 3650-CHECK-CONC-WORD THRU 3650-EXIT
031870     IF NOT CONC-WORD-HIT AND WS-UPPER-WORD NOT = WS-CONC-MATCH
031880         MOVE WS-UPPER-WORD TO WS-CONC-MATCH
031890         PERFORM 3650-CHECK-CONC-WORD THRU 3650-EXIT
031900     END-IF
031910     IF NOT CONC-WORD-HIT
031920         GO TO 3600-EXIT
031930     END-IF
031940     MOVE SPACES TO CW-REC
031950     MOVE WS-CONC-MATCH TO CW-KEY
031960     MOVE WS-JOURNAL-DATE TO CW-RUN-DATE
031970     MOVE WS-JOURNAL-TIME TO CW-RUN-TIME
031980     MOVE WS-INPUT-FILE-NAME TO CW-SOURCE
031990     COMPUTE CW-LINE-NUMBER = WS-FILE-LINE-NUMBER + 1
032000     MOVE WS-TOKEN-COLUMN(T) TO CW-COLUMN
032010     MOVE WS-TOKEN-TEXT(T) TO CW-WORD
032020     COMPUTE WS-CONC-LENGTH = WS-TOKEN-COLUMN(T) - 1
032030     IF WS-CONC-LENGTH > 40
032040         MOVE 40 TO WS-CONC-LENGTH
032050     END-IF
032060     IF WS-CONC-LENGTH > 0
032070         COMPUTE WS-CONC-START
032080             = WS-TOKEN-COLUMN(T) - WS-CONC-LENGTH
032090         MOVE IN-FILE-REC(WS-CONC-START:WS-CONC-LENGTH)
032100             TO CW-BEFORE(41 - WS-CONC-LENGTH:WS-CONC-LENGTH)
032110     END-IF
032120     COMPUTE WS-CONC-START
032130         = WS-TOKEN-COLUMN(T) + WS-TOKEN-LENGTH(T)
032140     IF WS-CONC-START NOT > 1024
032150         COMPUTE WS-CONC-LENGTH = 1025 - WS-CONC-START
032160         IF WS-CONC-LENGTH > 40
032170             MOVE 40 TO WS-CONC-LENGTH
032180         END-IF
032190         MOVE IN-FILE-REC(WS-CONC-START:WS-CONC-LENGTH)
032200             TO CW-AFTER
032210     END-IF
032220     WRITE CW-REC
032230     ADD 1 TO WS-CONC-COUNT.
032240 3600-EXIT.
032250     EXIT.

032260 3650-CHECK-CONC-WORD.
032270     MOVE "N" TO WS-CONC-HIT-SWITCH
032280     MOVE 1 TO K
032290     PERFORM 3660-MATCH-ONE-CONC-WORD
032300         UNTIL K > WS-CONC-WORD-COUNT OR CONC-WORD-HIT.
032310 3650-EXIT.
032320     EXIT.

032330 3660-MATCH-ONE-CONC-WORD.
032340     IF WS-CONC-ENTRY(K) = WS-CONC-MATCH
032350         SET CONC-WORD-HIT TO TRUE
032360     END-IF
032370     ADD 1 TO K.

032380*----------------------------------------------------------------
032390* 5010-OPEN-JOURNAL - the change journal is opened for append with
032400* the master files it covers, and created on the very first run.
032410*----------------------------------------------------------------
032420 5010-OPEN-JOURNAL.
032430     OPEN EXTEND JOURNAL-FILE
032440     IF JOURNAL-FILE-NOT-FOUND
032450         OPEN OUTPUT JOURNAL-FILE
032460         CLOSE JOURNAL-FILE
032470         OPEN EXTEND JOURNAL-FILE
032480     END-IF
032490     IF NOT JOURNAL-FILE-OK
032500         DISPLAY "Could not open change journal, status "
032510             JOURNAL-FILE-STATUS
032520         MOVE 16 TO RETURN-CODE
032530         GOBACK
032540     END-IF.
032550 5010-EXIT.
032560     EXIT.

032570*----------------------------------------------------------------
032580* 8100-WRITE-SOURCE-HISTORY - append one SRCHIST.DAT record per
032590* file read this run, stamped like the audit record, so each
032600* supplier's volume and quality can be followed from run to run.
032610* A restarted run is marked: its rejected and suppressed counts
032620* cover only the resumed portion.
032630*----------------------------------------------------------------
032640 8100-WRITE-SOURCE-HISTORY.
032650     OPEN EXTEND SRCH-FILE
032660     IF SRCH-FILE-NOT-FOUND
032670         OPEN OUTPUT SRCH-FILE
032680         CLOSE SRCH-FILE
032690         OPEN EXTEND SRCH-FILE
032700     END-IF
032710     IF NOT SRCH-FILE-OK
032720         DISPLAY "Could not open source history file srchist.dat."
032730         MOVE 16 TO RETURN-CODE
032740         GO TO 8100-EXIT
032750     END-IF
032760     PERFORM 8150-WRITE-ONE-SOURCE
032770         VARYING WS-XT-SUB FROM 1 BY 1
032780         UNTIL WS-XT-SUB > WS-FILE-COUNT
032790     CLOSE SRCH-FILE.
032800 8100-EXIT.
032810     EXIT.

032820 8150-WRITE-ONE-SOURCE.
032830     MOVE AUDIT-TODAY TO SRCH-RUN-DATE
032840     MOVE AUDIT-NOW TO SRCH-RUN-TIME
032850     MOVE WS-FILE-NAME-ENTRY(WS-XT-SUB) TO SRCH-SOURCE
032860     MOVE WS-SRC-ACCEPTED(WS-XT-SUB) TO SRCH-ACCEPTED
032870     MOVE WS-SRC-REJECTED(WS-XT-SUB) TO SRCH-REJECTED
032880     MOVE WS-SRC-SUPPRESSED(WS-XT-SUB) TO SRCH-SUPPRESSED
032890     MOVE WS-SRC-UNIQUE(WS-XT-SUB) TO SRCH-UNIQUE
032900     MOVE WS-SRC-FIRST-TIME(WS-XT-SUB) TO SRCH-FIRST-TIME
032910     IF TOKENIZE-MODE
032920         MOVE "Y" TO SRCH-TOKENIZED
032930     ELSE
032940         MOVE "N" TO SRCH-TOKENIZED
032950     END-IF
032960     IF RESTARTED-RUN
032970         MOVE "Y" TO SRCH-RESTARTED
032980     ELSE
032990         MOVE "N" TO SRCH-RESTARTED
033000     END-IF
033010     WRITE SRCH-REC.

033020*----------------------------------------------------------------
033030* 8200-APPEND-CONCORDANCE - add the run's captured contexts to
033040* the concordance history.  Like the audit record this happens
033050* only once the run has completed; until then they live in
033060* CONC-WORK-FILE, under the checkpoint.
033070*----------------------------------------------------------------
033080 8200-APPEND-CONCORDANCE.
033090     MOVE 0 TO WS-CONC-APPENDED-COUNT
033100     OPEN INPUT CONC-WORK-FILE
033110     IF NOT CONC-WORK-OK
033120         DISPLAY "Could not reopen concordance work file, status "
033130             CONC-WORK-STATUS
033140         MOVE 16 TO RETURN-CODE
033150         GO TO 8200-EXIT
033160     END-IF
033170     OPEN EXTEND CONC-FILE
033180     IF CONC-FILE-NOT-FOUND
033190         OPEN OUTPUT CONC-FILE
033200         CLOSE CONC-FILE
033210         OPEN EXTEND CONC-FILE
033220     END-IF
033230     IF NOT CONC-FILE-OK
033240         DISPLAY "Could not open concordance file concord.dat."
033250         CLOSE CONC-WORK-FILE
033260         MOVE 16 TO RETURN-CODE
033270         GO TO 8200-EXIT
033280     END-IF
033290     READ CONC-WORK-FILE
033300     PERFORM 8250-APPEND-ONE-CONTEXT UNTIL CONC-WORK-END
033310     CLOSE CONC-WORK-FILE
033320     CLOSE CONC-FILE
033330     DISPLAY "Context lines captured: " WS-CONC-APPENDED-COUNT.
033340 8200-EXIT.
033350     EXIT.

033360 8250-APPEND-ONE-CONTEXT.
033370     MOVE CW-REC TO CONC-REC
033380     WRITE CONC-REC
033390     ADD 1 TO WS-CONC-APPENDED-COUNT
033400     READ CONC-WORK-FILE.

033410*----------------------------------------------------------------
033420* 8800-WRITE-JOURNAL - stamp and append the journal record the
033430* caller has filled in (file, action, before and after images)
033440* for the master, queue or archive-index change just made.
033450*----------------------------------------------------------------
033460 8800-WRITE-JOURNAL.
033470     ADD 1 TO WS-JOURNAL-SEQ
033480     MOVE "STORING-WORDS" TO JRNL-PROGRAM
033490     MOVE WS-JOURNAL-DATE TO JRNL-RUN-DATE
033500     MOVE WS-JOURNAL-TIME TO JRNL-RUN-TIME
033510     MOVE WS-JOURNAL-SEQ TO JRNL-SEQUENCE
033520     WRITE JOURNAL-REC.
033530 8800-EXIT.
033540     EXIT.
033550 END PROGRAM STORING-WORDS.
