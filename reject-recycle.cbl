000300*                                tokens, as in the main load
000310*                STOP_WORD_LIST  optional stop-word file, same
000320*                                as the main load
000322*              A corrected word listed as a variant in the alias
000324*              table (alias.dat) is counted under its preferred
000326*              word.
000330* TECTONICS:   cobc
000340******************************************************************
000350* MODIFICATION HISTORY
000510*                  approval queue (pending.dat), flagged PND on
000520*                  the report, the same way the main load now
000530*                  does.
000531*   10/15/2026 AW  Journal every master.dat, pending.dat and
000532*                  mastarch.dat change to journal.dat (see
000533*                  JRNLREC) with its before and after images, so
000534*                  RUN-BACKOUT can reverse a recycle.
000535*   10/15/2026 AW  Count a corrected word that is a variant in the
000536*                  alias table (alias.dat) under its preferred
000537*                  word, the same way the main load does.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. REJECT-RECYCLE.
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS LOCK-FILE-STATUS.
001060
001061     SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
001062         ORGANIZATION IS LINE SEQUENTIAL
001063         FILE STATUS IS JOURNAL-FILE-STATUS.

001064     SELECT ALIAS-FILE ASSIGN TO "alias.dat"
001065         ORGANIZATION IS INDEXED
001066         ACCESS MODE IS DYNAMIC
001067         RECORD KEY IS ALIAS-VARIANT
001068         FILE STATUS IS ALIAS-FILE-STATUS.

001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  RECYCLE-IN-FILE
001430 FD  PENDING-FILE.
001440     COPY PENDREC.
001450
001451*----------------------------------------------------------------
001452* ALIAS-REC - variant-to-preferred-word table (see ALIASREC), read
001453* only: a corrected word found here counts under its preferred
001454* word.
001455*----------------------------------------------------------------
001456 FD  ALIAS-FILE.
001457     COPY ALIASREC.

001460 FD  REPORT-FILE
001470     RECORD CONTAINS 50 CHARACTERS.
001480 01  REPORT-REC.
001670     05  LOCK-DATE               PIC 9(08).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  LOCK-TIME               PIC 9(08).
001691
001692*----------------------------------------------------------------
001693* JOURNAL-REC - one before/after image per change to master.dat,
001694* pending.dat or mastarch.dat (see JRNLREC), for RUN-BACKOUT.
001695*----------------------------------------------------------------
001696 FD  JOURNAL-FILE.
001697     COPY JRNLREC.
001700
001710 WORKING-STORAGE SECTION.
001720*----------------------------------------------------------------
002260     88  LOCK-FILE-OK            VALUE 0.
002270     88  LOCK-FILE-NOT-FOUND     VALUE 35.
002280
002281*----------------------------------------------------------------
002282* CHANGE JOURNAL - every master, queue and archive-index change
002283* is journaled under the run's stamp, the date and time it took
002284* the run lock.
002285*----------------------------------------------------------------
002286 01  JOURNAL-FILE-STATUS         PIC 9(02).
002287     88  JOURNAL-FILE-OK         VALUE 0.
002288     88  JOURNAL-FILE-NOT-FOUND  VALUE 35.
002289
002290 01  WS-TOKENIZE-REQUEST         PIC X(08) VALUE SPACES.
002291
002292 01  WS-JOURNAL-FIELDS.
002293     05  WS-JOURNAL-DATE         PIC 9(08) VALUE 0.
002294     05  WS-JOURNAL-TIME         PIC 9(08) VALUE 0.
002295     05  WS-JOURNAL-SEQ          PIC 9(09) COMP VALUE 0.

002296 01  WS-BEFORE-IMAGE             PIC X(65).
002300
002310 01  WS-TOKENIZE-SWITCH          PIC X(01) VALUE "N".
002320     88  TOKENIZE-MODE           VALUE "Y".
002321
002322 01  ALIAS-FILE-STATUS           PIC 9(02).
002323     88  ALIAS-FILE-OK           VALUE 0.
002324     88  ALIAS-FILE-NOT-FOUND    VALUE 35.

002325 01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
002326     88  ALIASES-ON-FILE         VALUE "Y".
002330
002340 01  WS-STOP-HIT-SWITCH          PIC X(01) VALUE "N".
002350     88  STOP-WORD-HIT           VALUE "Y".
002600     05  WS-CARRIED-COUNT        PIC 9(06) COMP VALUE 0.
002610     05  WS-STILL-BAD-COUNT      PIC 9(06) COMP VALUE 0.
002620     05  WS-UNUSED-CORR-COUNT    PIC 9(06) COMP VALUE 0.
002625     05  WS-FOLDED-COUNT         PIC 9(06) COMP VALUE 0.
002630     05  WS-STOP-COUNT           PIC 9(04) COMP VALUE 0.
002640
002650 01  SUBSCRIPTS.
003910     END-IF
003920     ACCEPT WS-STOP-LIST-NAME FROM ENVIRONMENT "STOP_WORD_LIST"
003930     PERFORM 1200-LOAD-STOP-LIST THRU 1200-EXIT
003931     OPEN INPUT ALIAS-FILE
003932     IF ALIAS-FILE-OK
003933         SET ALIASES-ON-FILE TO TRUE
003934     END-IF
003935     IF NOT ALIAS-FILE-OK AND NOT ALIAS-FILE-NOT-FOUND
003936         DISPLAY "Alias table unusable, status " ALIAS-FILE-STATUS
003937         MOVE 16 TO RETURN-CODE
003938         GOBACK
003939     END-IF
003940     DISPLAY "RECYCLEIN" UPON ENVIRONMENT-NAME
003950     DISPLAY WS-RECYCLE-IN-NAME UPON ENVIRONMENT-VALUE
003960     DISPLAY "RECYCLEOUT" UPON ENVIRONMENT-NAME
004680     ACCEPT LOCK-DATE FROM DATE YYYYMMDD
004690     ACCEPT LOCK-TIME FROM TIME
004700     WRITE LOCK-REC
004710     CLOSE LOCK-FILE
004713     MOVE LOCK-DATE TO WS-JOURNAL-DATE
004716     MOVE LOCK-TIME TO WS-JOURNAL-TIME.
004720 1600-EXIT.
004730     EXIT.
004740
007020*----------------------------------------------------------------
007030* 3500-ACCEPT-ONE-WORD - WS-UPPER-WORD arrives carrying the word
007040* in its original case.  Fold a copy for the key, run the stop-
007050* word check, and either tally a suppression or fold an alias
007060* variant onto its preferred word and add it to WS-RECYCLE-TABLE.
007070*----------------------------------------------------------------
007080 3500-ACCEPT-ONE-WORD.
007090     MOVE WS-UPPER-WORD TO WS-ORIGINAL-WORD
007190             GOBACK
007200         END-IF
007210         ADD 1 TO WS-WORD-COUNT
007215         PERFORM 3550-APPLY-ALIAS THRU 3550-EXIT
007220         MOVE WS-ORIGINAL-WORD
007230             TO WS-RT-ELEMENT(WS-WORD-COUNT)
007240         MOVE WS-UPPER-WORD TO WS-RT-KEY(WS-WORD-COUNT)
008030             PENDING-FILE-STATUS
008040         GOBACK
008050     END-IF
008051     PERFORM 5550-OPEN-JOURNAL THRU 5550-EXIT
008060     MOVE 1 TO K
008070     PERFORM 5600-CHECK-ONE-WORD
008080         UNTIL K > WS-UNIQUE-COUNT
008100         CLOSE ARCH-FILE
008110     END-IF
008120     CLOSE PENDING-FILE
008125     CLOSE JOURNAL-FILE
008130     CLOSE MASTER-FILE.
008140 5500-EXIT.
008150     EXIT.
008240         INVALID KEY
008250             PERFORM 5650-CHECK-ARCHIVE THRU 5650-EXIT
008260         NOT INVALID KEY
008265             MOVE MASTER-REC TO WS-BEFORE-IMAGE
008270             MOVE WS-RUN-DATE TO MASTER-LAST-SEEN
008280             ADD 1 TO MASTER-RUN-COUNT
008290             ADD WS-RU-COUNT(K) TO MASTER-TOTAL-COUNT
008300             REWRITE MASTER-REC
008301             SET JRNL-MASTER TO TRUE
008302             SET JRNL-REWRITE TO TRUE
008303             MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
008304             MOVE MASTER-REC TO JRNL-AFTER
008305             PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
008310     END-READ
008320     SET K UP BY 1.

008510                 ADD 1 TO MASTER-RUN-COUNT
008520                 ADD WS-RU-COUNT(K) TO MASTER-TOTAL-COUNT
008530                 WRITE MASTER-REC
008531                 SET JRNL-MASTER TO TRUE
008532                 SET JRNL-WRITE TO TRUE
008533                 MOVE SPACES TO JRNL-BEFORE
008534                 MOVE MASTER-REC TO JRNL-AFTER
008535                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
008540                 DELETE ARCH-FILE
008541                 SET JRNL-ARCHIVE TO TRUE
008542                 SET JRNL-DELETE TO TRUE
008543                 MOVE ARCH-REC TO JRNL-BEFORE
008544                 MOVE SPACES TO JRNL-AFTER
008545                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
008550                 ADD 1 TO WS-REINSTATED-COUNT
008560                 SET WORD-REINSTATED TO TRUE
008570         END-READ
008680                 MOVE 1 TO PENDING-RUN-COUNT
008690                 MOVE WS-RU-COUNT(K) TO PENDING-TOTAL-COUNT
008700                 WRITE PENDING-REC
008701                 SET JRNL-PENDING TO TRUE
008702                 SET JRNL-WRITE TO TRUE
008703                 MOVE SPACES TO JRNL-BEFORE
008704                 MOVE PENDING-REC TO JRNL-AFTER
008705                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
008710             NOT INVALID KEY
008715                 MOVE PENDING-REC TO WS-BEFORE-IMAGE
008720                 MOVE WS-RUN-DATE TO PENDING-LAST-SEEN
008730                 ADD 1 TO PENDING-RUN-COUNT
008740                 ADD WS-RU-COUNT(K) TO PENDING-TOTAL-COUNT
008750                 REWRITE PENDING-REC
008751                 SET JRNL-PENDING TO TRUE
008752                 SET JRNL-REWRITE TO TRUE
008753                 MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
008754                 MOVE PENDING-REC TO JRNL-AFTER
008755                 PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
008760         END-READ
008770         SET RU-WORD-PENDING(K) TO TRUE
008780         ADD 1 TO WS-QUEUED-COUNT
009160 9000-WRAP-UP.
009170     CLOSE RECYCLE-IN-FILE
009180     CLOSE RECYCLE-OUT-FILE
009182     IF ALIASES-ON-FILE
009184         CLOSE ALIAS-FILE
009186     END-IF
009190     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
009200     MOVE 1 TO C
009210     PERFORM 9100-COUNT-ONE-UNUSED
009340     IF WS-REINSTATED-COUNT > 0
009350         DISPLAY "Reinstated from archive: "
009360             WS-REINSTATED-COUNT
009362     END-IF
009364     IF WS-FOLDED-COUNT > 0
009366         DISPLAY "Words folded by alias:  " WS-FOLDED-COUNT
009370     END-IF
009380     IF WS-UNUSED-CORR-COUNT > 0
009390         DISPLAY "Corrections matching no reject: "
009560     CLOSE LOCK-FILE.
009570 8900-EXIT.
009580     EXIT.
009590
009600*----------------------------------------------------------------
009610* 3550-APPLY-ALIAS - look the folded word up in the alias table;
009620* a variant is replaced by its preferred word, both the form the
009630* report shows and the folded key, and tallied as folded.
009640*----------------------------------------------------------------
009650 3550-APPLY-ALIAS.
009660     IF NOT ALIASES-ON-FILE
009670         GO TO 3550-EXIT
009680     END-IF
009690     MOVE WS-UPPER-WORD TO ALIAS-VARIANT
009700     READ ALIAS-FILE
009710         INVALID KEY
009720             GO TO 3550-EXIT
009730     END-READ
009740     MOVE ALIAS-PREFERRED TO WS-ORIGINAL-WORD
009750     MOVE ALIAS-PREFERRED TO WS-UPPER-WORD
009760     INSPECT WS-UPPER-WORD CONVERTING
009770         "abcdefghijklmnopqrstuvwxyz" TO
009780         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009790     ADD 1 TO WS-FOLDED-COUNT.
009800 3550-EXIT.
009810     EXIT.
009820
009830*----------------------------------------------------------------
009840* 5550-OPEN-JOURNAL - open journal.dat for appending, creating it
009850* on the first run.  A journal that cannot be opened stops the run
009860* before the master is touched, like the pending queue above.
009870*----------------------------------------------------------------
009880 5550-OPEN-JOURNAL.
009890     OPEN EXTEND JOURNAL-FILE
009900     IF JOURNAL-FILE-NOT-FOUND
009910         OPEN OUTPUT JOURNAL-FILE
009920         CLOSE JOURNAL-FILE
009930         OPEN EXTEND JOURNAL-FILE
009940     END-IF
009950     IF NOT JOURNAL-FILE-OK
009960         DISPLAY "Could not open change journal, status "
009970             JOURNAL-FILE-STATUS
009980         GOBACK
009990     END-IF.
010000 5550-EXIT.
010010     EXIT.
010020
010030*----------------------------------------------------------------
010040* 8800-WRITE-JOURNAL - stamp and append the journal record the
010050* caller has filled in (file, action, before and after images)
010060* for the master, queue or archive-index change just made.
010070*----------------------------------------------------------------
010080 8800-WRITE-JOURNAL.
010090     ADD 1 TO WS-JOURNAL-SEQ
010100     MOVE "REJECT-RECYCLE" TO JRNL-PROGRAM
010110     MOVE WS-JOURNAL-DATE TO JRNL-RUN-DATE
010120     MOVE WS-JOURNAL-TIME TO JRNL-RUN-TIME
010130     MOVE WS-JOURNAL-SEQ TO JRNL-SEQUENCE
010140     WRITE JOURNAL-REC.
010150 8800-EXIT.
010160     EXIT.
010170 END PROGRAM REJECT-RECYCLE.
