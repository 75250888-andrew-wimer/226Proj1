000410*                                            words; STOP also
000420*                                            adds them to the
000430*                                            stop list
000431*                ALIAS   variant preferred [MERGE]
000432*                                            count the variant as
000433*                                            the preferred word;
000434*                                            MERGE also folds in
000435*                                            its master history
000436*                ALIASES [word-or-prefix*]   browse the aliases
000437*                UNALIAS word-or-prefix*     remove aliases
000440*              A line starting with * is a comment.  Words are
000450*              case-folded to match the master's upper-case
000460*              keys.
000750*                  master with their accumulated history, DENY
000760*                  discards them, optionally adding the word to
000770*                  the STOP_WORD_LIST stop list.
000771*   10/15/2026 AW  Journal master.dat and pending.dat changes to
000772*                  journal.dat (see JRNLREC) for RUN-BACKOUT.
000773*   10/15/2026 AW  ALIAS, ALIASES and UNALIAS maintain the alias
000774*                  table (alias.dat, see ALIASREC); chains are
000775*                  refused and MERGE folds a variant's history in.
000776*   10/15/2026 AW  ALIAS ... MERGE no longer re-keys a variant
000777*                  under a preferred word waiting in pending.dat
000778*                  or archived to mastarch.dat.
000780******************************************************************
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID. MASTER-MAINT.
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS COMMAND-FILE-STATUS.
000920
000921     SELECT ALIAS-FILE ASSIGN TO "alias.dat"
000922         ORGANIZATION IS INDEXED
000923         ACCESS MODE IS DYNAMIC
000924         RECORD KEY IS ALIAS-VARIANT
000925         FILE STATUS IS ALIAS-FILE-STATUS.
000926
000930     SELECT MASTER-FILE ASSIGN TO "master.dat"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS MASTER-WORD
000970         FILE STATUS IS MASTER-FILE-STATUS.
000971
000972     SELECT ARCH-FILE ASSIGN TO "mastarch.dat"
000973         ORGANIZATION IS INDEXED
000974         ACCESS MODE IS DYNAMIC
000975         RECORD KEY IS ARCH-WORD
000976         FILE STATUS IS ARCH-FILE-STATUS.
000980
000990     SELECT EXTRACT-FILE ASSIGN TO "MAINTEXT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS STOP-OUT-STATUS.
001200
001201     SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
001202         ORGANIZATION IS LINE SEQUENTIAL
001203         FILE STATUS IS JOURNAL-FILE-STATUS.
001204
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  COMMAND-FILE
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  COMMAND-REC                 PIC X(80).
001260
001261*----------------------------------------------------------------
001262* ALIAS-REC - variant-to-preferred-word table (see ALIASREC).  Not
001263* journaled: it holds no counts, and UNALIAS undoes an alias.
001264*----------------------------------------------------------------
001265 FD  ALIAS-FILE.
001266     COPY ALIASREC.
001267
001270 FD  MASTER-FILE.
001280     COPY MASTERREC.
001281
001282 FD  ARCH-FILE.
001283     COPY MASTERREC REPLACING LEADING ==MASTER== BY
001284         ==ARCH==.
001290
001300 FD  EXTRACT-FILE
001310     RECORD CONTAINS 65 CHARACTERS.
001640     RECORD CONTAINS 30 CHARACTERS.
001650 01  STOP-OUT-REC                PIC X(30).
001660
001661*----------------------------------------------------------------
001662* JOURNAL-REC - one before/after image per change to master.dat
001663* or pending.dat (see JRNLREC), so RUN-BACKOUT can reverse it.
001664*----------------------------------------------------------------
001665 FD  JOURNAL-FILE.
001666     COPY JRNLREC.
001667
001670 WORKING-STORAGE SECTION.
001680*----------------------------------------------------------------
001690* FILE STATUS AND SWITCHES
001770     88  MASTER-FILE-END         VALUE 10.
001780     88  MASTER-FILE-NOT-FOUND   VALUE 35.
001790
001791 01  ARCH-FILE-STATUS            PIC 9(02).
001792     88  ARCH-FILE-OK            VALUE 0.
001793     88  ARCH-FILE-NOT-FOUND     VALUE 35.
001794
001800 01  EXTRACT-FILE-STATUS         PIC 9(02).
001810     88  EXTRACT-FILE-OK         VALUE 0.
001820
001840     88  LOAD-FILE-OK            VALUE 0.
001850     88  LOAD-FILE-END           VALUE 10.
001860
001861 01  ALIAS-FILE-STATUS           PIC 9(02).
001862     88  ALIAS-FILE-OK           VALUE 0.
001863     88  ALIAS-FILE-NOT-FOUND    VALUE 35.
001864
001870 01  LOCK-FILE-STATUS            PIC 9(02).
001880     88  LOCK-FILE-OK            VALUE 0.
001890     88  LOCK-FILE-NOT-FOUND     VALUE 35.
001891
001892 01  JOURNAL-FILE-STATUS         PIC 9(02).
001893     88  JOURNAL-FILE-OK         VALUE 0.
001894     88  JOURNAL-FILE-NOT-FOUND  VALUE 35.
001900
001910 01  PENDING-FILE-STATUS         PIC 9(02).
001920     88  PENDING-FILE-OK         VALUE 0.
002120     88  SWEEP-DONE              VALUE "Y".
002130
002140*----------------------------------------------------------------
002141* CHANGE JOURNAL - every master and queue change is journaled
002142* under the run's stamp, the date and time it took the run lock.
002143*----------------------------------------------------------------
002144 01  WS-JOURNAL-FIELDS.
002145     05  WS-JOURNAL-DATE         PIC 9(08) VALUE 0.
002146     05  WS-JOURNAL-TIME         PIC 9(08) VALUE 0.
002147     05  WS-JOURNAL-SEQ          PIC 9(09) COMP VALUE 0.
002148
002149*----------------------------------------------------------------
002150* COMMAND PARSING - each command line is split into a verb and
002160* up to three operands.  WS-PATTERN-LENGTH is the length of a
002170* wildcard prefix (the part ahead of the *), 0 when the pattern
002180* is an exact word.
002190*----------------------------------------------------------------
002230     05  WS-CMD-VERB             PIC X(10).
002240     05  WS-CMD-OPERAND-1        PIC X(30).
002250     05  WS-CMD-OPERAND-2        PIC X(30).
002255     05  WS-CMD-OPERAND-3        PIC X(30).
002260
002270 01  WS-PATTERN-FIELDS.
002280     05  WS-PATTERN              PIC X(30).
002290     05  WS-PATTERN-LENGTH       PIC 9(03) COMP VALUE 0.
002291
002292*----------------------------------------------------------------
002293* ALIAS TABLE - ALIAS refuses a chain (a preferred word that is
002294* itself a variant, or a variant another alias points at), so one
002295* lookup in the loads reaches the final spelling.  MERGE folds
002296* the variant's master (WS-VARIANT-REC) into the preferred word.
002297*----------------------------------------------------------------
002298 01  WS-CHAIN-SWITCH             PIC X(01) VALUE "N".
002299     88  ALIAS-CHAIN-FOUND       VALUE "Y".
002300
002310*----------------------------------------------------------------
002320* COUNTERS AND SUBSCRIPTS
002400     05  WS-PENDING-COUNT        PIC 9(06) COMP VALUE 0.
002410     05  WS-APPROVED-COUNT       PIC 9(06) COMP VALUE 0.
002420     05  WS-DENIED-COUNT         PIC 9(06) COMP VALUE 0.
002422     05  WS-ALIASED-COUNT        PIC 9(06) COMP VALUE 0.
002424     05  WS-MERGED-COUNT         PIC 9(06) COMP VALUE 0.
002426     05  WS-UNALIASED-COUNT      PIC 9(06) COMP VALUE 0.
002430     05  WS-STOPPED-COUNT        PIC 9(06) COMP VALUE 0.
002440     05  WS-EXTRACTED-COUNT      PIC 9(06) COMP VALUE 0.
002450     05  WS-LOADED-COUNT         PIC 9(06) COMP VALUE 0.
002510
002520 01  WS-UPPER-WORD               PIC X(30).
002530
002531 01  WS-CHAIN-WORD               PIC X(30).
002532
002540 01  WS-HOLD-WORD                PIC X(30).

002550 01  WS-SAVED-REC                PIC X(65).

002551 01  WS-BEFORE-IMAGE             PIC X(65).

002560 01  WS-CATEGORY-CODE            PIC X(04).

002561 COPY MASTERREC REPLACING LEADING ==MASTER== BY
002562     ==WS-VARIANT==.

002570 01  WS-TARGET-SWITCH            PIC X(01) VALUE "N".
002580     88  TARGET-EXISTS           VALUE "Y".

002581* MERGE will not re-key a variant under a preferred word that is
002582* waiting in pending.dat or that MASTER-ARCHIVE has moved to its
002583* archive index, mastarch.dat; WS-MERGE-REFUSAL says which.
002584 01  WS-MERGE-REFUSAL            PIC X(40).

002585 01  WS-MERGE-SWITCH             PIC X(01) VALUE "N".
002586     88  MERGE-HISTORY           VALUE "Y".
002590
002600*----------------------------------------------------------------
002610* PROCEDURE DIVISION
003080         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
003090         GOBACK
003100     END-IF
003101     PERFORM 1700-OPEN-ALIAS-TABLE THRU 1700-EXIT
003102     PERFORM 1750-OPEN-JOURNAL THRU 1750-EXIT
003110     ACCEPT WS-STOP-LIST-NAME FROM ENVIRONMENT "STOP_WORD_LIST"
003120     IF WS-STOP-LIST-NAME = SPACES
003130         MOVE "stoplist.dat" TO WS-STOP-LIST-NAME
003520     ACCEPT LOCK-DATE FROM DATE YYYYMMDD
003530     ACCEPT LOCK-TIME FROM TIME
003540     WRITE LOCK-REC
003550     CLOSE LOCK-FILE
003553     MOVE LOCK-DATE TO WS-JOURNAL-DATE
003556     MOVE LOCK-TIME TO WS-JOURNAL-TIME.
003560 1600-EXIT.
003570     EXIT.
003580
003760         MOVE SPACES TO WS-COMMAND-FIELDS
003770         UNSTRING COMMAND-REC DELIMITED BY ALL SPACES
003780             INTO WS-CMD-VERB WS-CMD-OPERAND-1 WS-CMD-OPERAND-2
003785                 WS-CMD-OPERAND-3
003790         INSPECT WS-CMD-VERB CONVERTING
003800             "abcdefghijklmnopqrstuvwxyz" TO
003810             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004010                 PERFORM 7000-APPROVE-WORDS THRU 7000-EXIT
004020             WHEN "DENY"
004030                 PERFORM 7500-DENY-WORDS THRU 7500-EXIT
004031             WHEN "ALIAS"
004032                 PERFORM 8000-ADD-ALIAS THRU 8000-EXIT
004033             WHEN "ALIASES"
004034                 PERFORM 8300-LIST-ALIASES THRU 8300-EXIT
004035             WHEN "UNALIAS"
004036                 PERFORM 8400-REMOVE-ALIASES THRU 8400-EXIT
004040             WHEN OTHER
004050                 DISPLAY "Unknown command: " WS-CMD-VERB
004060                 ADD 1 TO WS-ERROR-COUNT
005410     IF PATTERN-MATCHES
005420         DISPLAY "  deleted " MASTER-WORD
005430         DELETE MASTER-FILE
005431         SET JRNL-MASTER TO TRUE
005432         SET JRNL-DELETE TO TRUE
005433         MOVE MASTER-REC TO JRNL-BEFORE
005434         MOVE SPACES TO JRNL-AFTER
005435         PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
005440         ADD 1 TO WS-DELETED-COUNT
005450     END-IF
005460     PERFORM 2750-READ-NEXT-MASTER.
005930     READ MASTER-FILE
005940     MOVE MASTER-REC TO WS-SAVED-REC
005950     DELETE MASTER-FILE
005951     SET JRNL-MASTER TO TRUE
005952     SET JRNL-DELETE TO TRUE
005953     MOVE WS-SAVED-REC TO JRNL-BEFORE
005954     MOVE SPACES TO JRNL-AFTER
005955     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
005960     IF TARGET-EXISTS
005970         ADD 1 TO WS-DELETED-COUNT
005980     ELSE
006110                 ADD 1 TO WS-ERROR-COUNT
006120             NOT INVALID KEY
006130                 ADD 1 TO WS-RENAMED-COUNT
006131                 SET JRNL-MASTER TO TRUE
006132                 SET JRNL-WRITE TO TRUE
006133                 MOVE SPACES TO JRNL-BEFORE
006134                 MOVE MASTER-REC TO JRNL-AFTER
006135                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
006140                 DISPLAY "  renamed " WS-HOLD-WORD " to "
006150                     WS-UPPER-WORD
006160         END-WRITE
007090                 ADD 1 TO WS-DUPLICATE-COUNT
007100             NOT INVALID KEY
007110                 ADD 1 TO WS-LOADED-COUNT
007111                 SET JRNL-MASTER TO TRUE
007112                 SET JRNL-WRITE TO TRUE
007113                 MOVE SPACES TO JRNL-BEFORE
007114                 MOVE MASTER-REC TO JRNL-AFTER
007115                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
007120         END-WRITE
007130     END-IF
007140     READ LOAD-FILE.
007520 6100-CATEGORIZE-ONE-WORD.
007530     PERFORM 2600-MATCH-PATTERN THRU 2600-EXIT
007540     IF PATTERN-MATCHES
007545         MOVE MASTER-REC TO WS-BEFORE-IMAGE
007550         MOVE WS-CATEGORY-CODE TO MASTER-CATEGORY
007560         REWRITE MASTER-REC
007561         SET JRNL-MASTER TO TRUE
007562         SET JRNL-REWRITE TO TRUE
007563         MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
007564         MOVE MASTER-REC TO JRNL-AFTER
007565         PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
007570         ADD 1 TO WS-CATEGORIZED-COUNT
007580     END-IF
007590     PERFORM 2750-READ-NEXT-MASTER.
008480             NOT INVALID KEY
008490                 DISPLAY "  approved " PENDING-WORD
008500                 ADD 1 TO WS-APPROVED-COUNT
008501                 SET JRNL-MASTER TO TRUE
008502                 SET JRNL-WRITE TO TRUE
008503                 MOVE SPACES TO JRNL-BEFORE
008504                 MOVE MASTER-REC TO JRNL-AFTER
008505                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
008510         END-WRITE
008520         DELETE PENDING-FILE
008521         SET JRNL-PENDING TO TRUE
008522         SET JRNL-DELETE TO TRUE
008523         MOVE PENDING-REC TO JRNL-BEFORE
008524         MOVE SPACES TO JRNL-AFTER
008525         PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
008530     END-IF
008540     PERFORM 2850-READ-NEXT-PENDING.

009200         END-IF
009210         DISPLAY "  denied " PENDING-WORD
009220         DELETE PENDING-FILE
009221         SET JRNL-PENDING TO TRUE
009222         SET JRNL-DELETE TO TRUE
009223         MOVE PENDING-REC TO JRNL-BEFORE
009224         MOVE SPACES TO JRNL-AFTER
009225         PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
009230         ADD 1 TO WS-DENIED-COUNT
009240     END-IF
009250     PERFORM 2850-READ-NEXT-PENDING.
009300     CLOSE COMMAND-FILE
009310     CLOSE MASTER-FILE
009320     CLOSE PENDING-FILE
009321     CLOSE ALIAS-FILE
009322     CLOSE JOURNAL-FILE
009330     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
009340     DISPLAY " "
009350     DISPLAY "Commands processed: " WS-COMMAND-COUNT
009450     CLOSE LOCK-FILE.
009460 8900-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------------
009500* 1700-OPEN-ALIAS-TABLE - open alias.dat for update, creating it
009510* empty on the first run.  A table that cannot be opened stops
009520* the run before any command is read.
009530*----------------------------------------------------------------
009540 1700-OPEN-ALIAS-TABLE.
009550     OPEN I-O ALIAS-FILE
009560     IF ALIAS-FILE-NOT-FOUND
009570         OPEN OUTPUT ALIAS-FILE
009580         CLOSE ALIAS-FILE
009590         OPEN I-O ALIAS-FILE
009600     END-IF
009610     IF NOT ALIAS-FILE-OK
009620         DISPLAY "Could not open alias table, status "
009630             ALIAS-FILE-STATUS
009640         CLOSE MASTER-FILE
009650         CLOSE PENDING-FILE
009660         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
009670         GOBACK
009680     END-IF.
009690 1700-EXIT.
009700     EXIT.
009710
009720*----------------------------------------------------------------
009730* 1750-OPEN-JOURNAL - open journal.dat for appending, creating it
009740* on the first run.  A journal that cannot be opened stops the
009750* run the same way.
009760*----------------------------------------------------------------
009770 1750-OPEN-JOURNAL.
009780     OPEN EXTEND JOURNAL-FILE
009790     IF JOURNAL-FILE-NOT-FOUND
009800         OPEN OUTPUT JOURNAL-FILE
009810         CLOSE JOURNAL-FILE
009820         OPEN EXTEND JOURNAL-FILE
009830     END-IF
009840     IF NOT JOURNAL-FILE-OK
009850         DISPLAY "Could not open change journal, status "
009860             JOURNAL-FILE-STATUS
009870         CLOSE MASTER-FILE
009880         CLOSE PENDING-FILE
009890         CLOSE ALIAS-FILE
009900         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
009910         GOBACK
009920     END-IF.
009930 1750-EXIT.
009940     EXIT.
009950
009960*----------------------------------------------------------------
009970* 2900-START-ALIAS-SWEEP - position the alias table at its first
009980* record for a front-to-back sweep, same shape as the master
009990* sweep.  SWEEP-DONE comes back set when the table is empty.
010000*----------------------------------------------------------------
010010 2900-START-ALIAS-SWEEP.
010020     MOVE "N" TO WS-SWEEP-DONE-SWITCH
010030     MOVE LOW-VALUES TO ALIAS-VARIANT
010040     START ALIAS-FILE KEY NOT LESS THAN ALIAS-VARIANT
010050         INVALID KEY
010060             SET SWEEP-DONE TO TRUE
010070     END-START
010080     IF NOT SWEEP-DONE
010090         PERFORM 2950-READ-NEXT-ALIAS
010100     END-IF.
010110 2900-EXIT.
010120     EXIT.
010130
010140 2950-READ-NEXT-ALIAS.
010150     READ ALIAS-FILE NEXT RECORD
010160         AT END
010170             SET SWEEP-DONE TO TRUE
010180     END-READ.
010190
010200*----------------------------------------------------------------
010210* 8000-ADD-ALIAS - file a variant spelling in the alias table so
010220* every later load counts it under the preferred word.  Both
010230* words are case-folded for the checks; the preferred word is
010240* stored as given, which is how the loads will show it.  A chain
010250* is refused either way round: the preferred word may not itself
010260* be a variant, and the variant may not already be some other
010270* alias's preferred word.  The optional third operand MERGE
010280* also folds the variant's master history into the preferred
010290* word (8100-MERGE-VARIANT).
010300*----------------------------------------------------------------
010310 8000-ADD-ALIAS.
010320     IF WS-CMD-OPERAND-1 = SPACES OR WS-CMD-OPERAND-2 = SPACES
010330         DISPLAY "ALIAS needs the variant and the preferred word"
010340         ADD 1 TO WS-ERROR-COUNT
010350         GO TO 8000-EXIT
010360     END-IF
010370     MOVE "N" TO WS-MERGE-SWITCH
010380     IF WS-CMD-OPERAND-3 NOT = SPACES
010390         INSPECT WS-CMD-OPERAND-3 CONVERTING
010400             "abcdefghijklmnopqrstuvwxyz" TO
010410             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010420         IF WS-CMD-OPERAND-3 = "MERGE"
010430             SET MERGE-HISTORY TO TRUE
010440         ELSE
010450             DISPLAY "ALIAS only understands MERGE as a third"
010460                 " operand: " WS-CMD-OPERAND-3
010470             ADD 1 TO WS-ERROR-COUNT
010480             GO TO 8000-EXIT
010490         END-IF
010500     END-IF
010510     MOVE WS-CMD-OPERAND-1 TO WS-HOLD-WORD
010520     INSPECT WS-HOLD-WORD CONVERTING
010530         "abcdefghijklmnopqrstuvwxyz" TO
010540         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010550     MOVE WS-CMD-OPERAND-2 TO WS-UPPER-WORD
010560     INSPECT WS-UPPER-WORD CONVERTING
010570         "abcdefghijklmnopqrstuvwxyz" TO
010580         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010590     IF WS-HOLD-WORD = WS-UPPER-WORD
010600         DISPLAY "Variant and preferred are the same word: "
010610             WS-HOLD-WORD
010620         ADD 1 TO WS-ERROR-COUNT
010630         GO TO 8000-EXIT
010640     END-IF
010650     MOVE WS-UPPER-WORD TO ALIAS-VARIANT
010660     READ ALIAS-FILE
010670         INVALID KEY
010680             CONTINUE
010690         NOT INVALID KEY
010700             DISPLAY "Preferred word " WS-UPPER-WORD
010710                 " is itself a variant of " ALIAS-PREFERRED
010720             ADD 1 TO WS-ERROR-COUNT
010730             GO TO 8000-EXIT
010740     END-READ
010750     MOVE "N" TO WS-CHAIN-SWITCH
010760     PERFORM 2900-START-ALIAS-SWEEP THRU 2900-EXIT
010770     PERFORM 8200-CHECK-ONE-PREFERRED
010780         UNTIL SWEEP-DONE OR ALIAS-CHAIN-FOUND
010790     IF ALIAS-CHAIN-FOUND
010800         DISPLAY "Variant " WS-HOLD-WORD " is already the"
010810             " preferred word for " WS-CHAIN-WORD
010820         ADD 1 TO WS-ERROR-COUNT
010830         GO TO 8000-EXIT
010840     END-IF
010850     MOVE WS-HOLD-WORD TO ALIAS-VARIANT
010860     MOVE WS-CMD-OPERAND-2 TO ALIAS-PREFERRED
010870     ACCEPT ALIAS-ADDED FROM DATE YYYYMMDD
010880     WRITE ALIAS-REC
010890         INVALID KEY
010900             READ ALIAS-FILE
010910             DISPLAY "Already an alias: " WS-HOLD-WORD
010920                 " -> " ALIAS-PREFERRED
010930             ADD 1 TO WS-ERROR-COUNT
010940             GO TO 8000-EXIT
010950     END-WRITE
010960     ADD 1 TO WS-ALIASED-COUNT
010970     DISPLAY "  aliased " WS-HOLD-WORD " -> " ALIAS-PREFERRED
010980     IF MERGE-HISTORY
010990         PERFORM 8100-MERGE-VARIANT THRU 8100-EXIT
011000     END-IF
011005     DISPLAY "Aliases added: " WS-ALIASED-COUNT.
011010 8000-EXIT.
011020     EXIT.
011030
011040*----------------------------------------------------------------
011050* 8100-MERGE-VARIANT - fold the variant's master record into the
011060* preferred word's.  When the preferred word is on file the two
011070* histories combine: earliest first-seen, latest last-seen, run
011080* and total counts added (a run that carried both spellings is
011090* counted twice in the run count), and the preferred word's
011100* category kept unless it has none.  When it is not on file the
011110* variant's record is simply re-keyed under the preferred word -
011120* unless that word is waiting in the approval queue or has been
011130* archived to mastarch.dat.  Re-keying would then leave it on two
011140* files, so the merge is refused and counted as an error: the
011150* alias stays and the variant's master record is left alone.
011160* Otherwise the variant's record goes, every change journaled.
011170* A variant waiting in the approval queue is left there for
011180* APPROVE or DENY.
011190*----------------------------------------------------------------
011200 8100-MERGE-VARIANT.
011210     MOVE WS-HOLD-WORD TO MASTER-WORD
011220     READ MASTER-FILE
011230         INVALID KEY
011240             DISPLAY "  no master history for " WS-HOLD-WORD
011250                 " - nothing to merge"
011260             GO TO 8100-EXIT
011270     END-READ
011280     MOVE MASTER-REC TO WS-VARIANT-REC
011290     MOVE "N" TO WS-TARGET-SWITCH
011300     MOVE SPACES TO WS-MERGE-REFUSAL
011310     MOVE WS-UPPER-WORD TO PENDING-WORD
011320     READ PENDING-FILE
011330         INVALID KEY
011340             CONTINUE
011350         NOT INVALID KEY
011360             MOVE "is waiting in pending.dat" TO WS-MERGE-REFUSAL
011370     END-READ
011380     MOVE WS-UPPER-WORD TO MASTER-WORD
011390     READ MASTER-FILE
011400         INVALID KEY
011410             CONTINUE
011420         NOT INVALID KEY
011430             SET TARGET-EXISTS TO TRUE
011440     END-READ
011450     IF TARGET-EXISTS
011460         MOVE MASTER-REC TO WS-BEFORE-IMAGE
011470         IF WS-VARIANT-FIRST-SEEN NOT = 0
011480             AND (MASTER-FIRST-SEEN = 0
011490             OR WS-VARIANT-FIRST-SEEN < MASTER-FIRST-SEEN)
011500             MOVE WS-VARIANT-FIRST-SEEN TO MASTER-FIRST-SEEN
011510         END-IF
011520         IF WS-VARIANT-LAST-SEEN > MASTER-LAST-SEEN
011530             MOVE WS-VARIANT-LAST-SEEN TO MASTER-LAST-SEEN
011540         END-IF
011550         ADD WS-VARIANT-RUN-COUNT TO MASTER-RUN-COUNT
011560         ADD WS-VARIANT-TOTAL-COUNT TO MASTER-TOTAL-COUNT
011570         IF MASTER-CATEGORY = SPACES
011580             MOVE WS-VARIANT-CATEGORY TO MASTER-CATEGORY
011590         END-IF
011600         REWRITE MASTER-REC
011610         SET JRNL-MASTER TO TRUE
011620         SET JRNL-REWRITE TO TRUE
011630         MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
011640         MOVE MASTER-REC TO JRNL-AFTER
011650         PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
011660     ELSE
011670         OPEN INPUT ARCH-FILE
011680         IF ARCH-FILE-OK
011690             MOVE WS-UPPER-WORD TO ARCH-WORD
011700             READ ARCH-FILE
011710                 INVALID KEY
011720                     CONTINUE
011730                 NOT INVALID KEY
011740                     MOVE "is archived in mastarch.dat"
011750                         TO WS-MERGE-REFUSAL
011760             END-READ
011770             CLOSE ARCH-FILE
011780         ELSE
011790             IF NOT ARCH-FILE-NOT-FOUND
011800                 DISPLAY "  could not open archive index, status "
011810                     ARCH-FILE-STATUS
011820                 MOVE "could not be checked in mastarch.dat"
011830                     TO WS-MERGE-REFUSAL
011840             END-IF
011850         END-IF
011860         IF WS-MERGE-REFUSAL NOT = SPACES
011870             DISPLAY "  " WS-UPPER-WORD " " WS-MERGE-REFUSAL
011880                 " - " WS-HOLD-WORD " history not merged"
011890             ADD 1 TO WS-ERROR-COUNT
011900             GO TO 8100-EXIT
011910         END-IF
011920         MOVE WS-VARIANT-REC TO MASTER-REC
011930         MOVE WS-UPPER-WORD TO MASTER-WORD
011940         WRITE MASTER-REC
011950             INVALID KEY
011960                 DISPLAY "  MERGE WRITE FAILED, status "
011970                     MASTER-FILE-STATUS " - " WS-UPPER-WORD
011980                     " - " WS-HOLD-WORD " kept as it was"
011990                 ADD 1 TO WS-ERROR-COUNT
012000                 GO TO 8100-EXIT
012010         END-WRITE
012020         SET JRNL-MASTER TO TRUE
012030         SET JRNL-WRITE TO TRUE
012040         MOVE SPACES TO JRNL-BEFORE
012050         MOVE MASTER-REC TO JRNL-AFTER
012060         PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
012070     END-IF
012080     MOVE WS-HOLD-WORD TO MASTER-WORD
012090     READ MASTER-FILE
012100     DELETE MASTER-FILE
012110     SET JRNL-MASTER TO TRUE
012120     SET JRNL-DELETE TO TRUE
012130     MOVE WS-VARIANT-REC TO JRNL-BEFORE
012140     MOVE SPACES TO JRNL-AFTER
012150     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
012160     ADD 1 TO WS-MERGED-COUNT
012170     DISPLAY "  merged " WS-HOLD-WORD " history into "
012180         WS-UPPER-WORD
012185     DISPLAY "Words merged: " WS-MERGED-COUNT.
012190 8100-EXIT.
012200     EXIT.
012210
012220 8200-CHECK-ONE-PREFERRED.
012230     MOVE ALIAS-PREFERRED TO WS-CHAIN-WORD
012240     INSPECT WS-CHAIN-WORD CONVERTING
012250         "abcdefghijklmnopqrstuvwxyz" TO
012260         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012270     IF WS-CHAIN-WORD = WS-HOLD-WORD
012280         SET ALIAS-CHAIN-FOUND TO TRUE
012290         MOVE ALIAS-VARIANT TO WS-CHAIN-WORD
012300     ELSE
012310         PERFORM 2950-READ-NEXT-ALIAS
012320     END-IF.
012330
012340*----------------------------------------------------------------
012350* 8300-LIST-ALIASES - browse the alias table, showing every
012360* variant matching the operand pattern (all of them when no
012370* operand is given) with its preferred word and the date added.
012380*----------------------------------------------------------------
012390 8300-LIST-ALIASES.
012400     PERFORM 2500-SET-PATTERN THRU 2500-EXIT
012410     MOVE 0 TO WS-LISTED-COUNT
012420     PERFORM 2900-START-ALIAS-SWEEP THRU 2900-EXIT
012430     PERFORM 8350-LIST-ONE-ALIAS UNTIL SWEEP-DONE
012440     DISPLAY "Aliases listed: " WS-LISTED-COUNT.
012450 8300-EXIT.
012460     EXIT.
012470
012480 8350-LIST-ONE-ALIAS.
012490     MOVE ALIAS-VARIANT TO MASTER-WORD
012500     PERFORM 2600-MATCH-PATTERN THRU 2600-EXIT
012510     IF PATTERN-MATCHES
012520         DISPLAY "  " ALIAS-VARIANT " -> " ALIAS-PREFERRED
012530             " added " ALIAS-ADDED
012540         ADD 1 TO WS-LISTED-COUNT
012550     END-IF
012560     PERFORM 2950-READ-NEXT-ALIAS.
012570
012580*----------------------------------------------------------------
012590* 8400-REMOVE-ALIASES - drop every alias whose variant matches
012600* the operand, by exact word or prefix like DELETE.  Later loads
012610* count the variant as a word in its own right again; history
012620* already merged by ALIAS ... MERGE stays with the preferred word.
012630*----------------------------------------------------------------
012640 8400-REMOVE-ALIASES.
012650     IF WS-CMD-OPERAND-1 = SPACES
012660         DISPLAY "UNALIAS needs a word or pattern"
012670         ADD 1 TO WS-ERROR-COUNT
012680         GO TO 8400-EXIT
012690     END-IF
012700     PERFORM 2500-SET-PATTERN THRU 2500-EXIT
012710     MOVE 0 TO WS-UNALIASED-COUNT
012720     PERFORM 2900-START-ALIAS-SWEEP THRU 2900-EXIT
012730     PERFORM 8450-REMOVE-ONE-ALIAS UNTIL SWEEP-DONE
012740     IF WS-UNALIASED-COUNT = 0
012750         DISPLAY "No alias matches "
012760             WS-CMD-OPERAND-1
012770     END-IF
012780     DISPLAY "Aliases removed: " WS-UNALIASED-COUNT.
012790 8400-EXIT.
012800     EXIT.
012810
012820 8450-REMOVE-ONE-ALIAS.
012830     MOVE ALIAS-VARIANT TO MASTER-WORD
012840     PERFORM 2600-MATCH-PATTERN THRU 2600-EXIT
012850     IF PATTERN-MATCHES
012860         DISPLAY "  removed " ALIAS-VARIANT " -> "
012870             ALIAS-PREFERRED
012880         DELETE ALIAS-FILE
012890         ADD 1 TO WS-UNALIASED-COUNT
012900     END-IF
012910     PERFORM 2950-READ-NEXT-ALIAS.
012920
012930*----------------------------------------------------------------
012940* 8800-WRITE-JOURNAL - stamp and append the journal record the
012950* caller has filled in (file, action, before and after images)
012960* for the master or queue change just made.
012970*----------------------------------------------------------------
012980 8800-WRITE-JOURNAL.
012990     ADD 1 TO WS-JOURNAL-SEQ
013000     MOVE "MASTER-MAINT" TO JRNL-PROGRAM
013010     MOVE WS-JOURNAL-DATE TO JRNL-RUN-DATE
013020     MOVE WS-JOURNAL-TIME TO JRNL-RUN-TIME
013030     MOVE WS-JOURNAL-SEQ TO JRNL-SEQUENCE
013040     WRITE JOURNAL-REC.
013050 8800-EXIT.
013060     EXIT.
013070 END PROGRAM MASTER-MAINT.
