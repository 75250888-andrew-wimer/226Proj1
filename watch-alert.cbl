000010******************************************************************
000020* PROGRAM:     WATCH-ALERT
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Same-day alerting on a short list of words the
000080*              business watches - competitor names, recall and
000090*              complaint words, key product names.  The trend
000100*              check in STORING-WORDS only flags a word that
000110*              doubles or halves its own average, and only after
000120*              three runs; this program runs after the load and
000130*              checks every word on the watch list against the
000140*              run's snapshot (currfreq.dat), the master, the
000150*              approval queue and the snapshot generations.
000160*
000170*              The watch list (watchlist.dat, or the file named by
000180*              WATCH_LIST) is maintained by hand, one rule per
000190*              line - the word, the rule and, where the rule takes
000200*              one, a threshold, separated by spaces:
000210*                word APPEARS       the word is in the run at all
000220*                word OVER n        the run counted it more than
000230*                                   n times
000240*                word RETURNS n     the word is back after at
000250*                                   least n days with no run
000260*                                   counting it
000270*              A word may carry more than one rule.  A line
000280*              starting with * is a comment.
000290*
000300*              Each rule that fires writes one record to
000310*              ALERTS.DAT: the run date, the word, the rule and
000320*              threshold, the run's count, the word's cumulative
000330*              count and where it is held (master or queue), and
000340*              for RETURNS the days it was absent.
000350*
000360*              Condition codes: 0 nothing fired, 4 nothing fired
000370*              but a watch-list line was unusable or a RETURNS
000380*              rule could not be decided from the generations
000390*              kept, 8 one or more alerts (the code to page on),
000400*              16 the watch list, master, snapshot or alert file
000410*              could not be opened.  Read-only; no run lock.
000420* TECTONICS:   cobc
000430******************************************************************
000440* MODIFICATION HISTORY
000450*   10/15/2026 AW  Original version.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. WATCH-ALERT.
000490 AUTHOR. A. WIMER.
000500 INSTALLATION. DATA SERVICES.
000510 DATE-WRITTEN. 10/15/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT WATCH-FILE ASSIGN TO "WATCHLIST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WATCH-FILE-STATUS.
000600
000610     SELECT CURR-FREQ-FILE ASSIGN TO "currfreq.dat"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CURR-FREQ-STATUS.
000640
000650     SELECT MASTER-FILE ASSIGN TO "master.dat"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS MASTER-WORD
000690         FILE STATUS IS MASTER-FILE-STATUS.
000700
000710     SELECT PENDING-FILE ASSIGN TO "pending.dat"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS PENDING-WORD
000750         FILE STATUS IS PENDING-FILE-STATUS.
000760
000770     SELECT GEN-LIST-FILE ASSIGN TO "freqgens.dat"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GEN-LIST-STATUS.
000800
000810     SELECT GEN-FILE ASSIGN TO "GENIN"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS GEN-FILE-STATUS.
000840
000850     SELECT ALERT-FILE ASSIGN TO "alerts.dat"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS ALERT-FILE-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  WATCH-FILE
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  WATCH-REC                   PIC X(80).
000940
000950*----------------------------------------------------------------
000960* CURR-FREQ-REC and GEN-REC - the run's snapshot and one dated
000970* generation of it, both in the layout STORING-WORDS writes:
000980* folded key, display word, count, category, in DESCENDING key
000990* order.
001000*----------------------------------------------------------------
001010 FD  CURR-FREQ-FILE
001020     RECORD CONTAINS 70 CHARACTERS.
001030 01  CURR-FREQ-REC.
001040     05  CURR-KEY                PIC X(30).
001050     05  CURR-WORD               PIC X(30).
001060     05  CURR-COUNT              PIC 9(06).
001070     05  CURR-CAT                PIC X(04).
001080
001090 FD  GEN-FILE
001100     RECORD CONTAINS 70 CHARACTERS.
001110 01  GEN-REC.
001120     05  GEN-KEY                 PIC X(30).
001130     05  GEN-WORD                PIC X(30).
001140     05  GEN-COUNT               PIC 9(06).
001150     05  GEN-CAT                 PIC X(04).
001160
001170 FD  MASTER-FILE.
001180     COPY MASTERREC.
001190
001200 FD  PENDING-FILE.
001210     COPY PENDREC.
001220
001230 FD  GEN-LIST-FILE
001240     RECORD CONTAINS 23 CHARACTERS.
001250 01  GEN-LIST-REC.
001260     05  GL-DATE                 PIC 9(08).
001270     05  FILLER                  PIC X(01).
001280     05  GL-NAME                 PIC X(14).
001290
001300*----------------------------------------------------------------
001310* ALERT-REC - one fired rule.  AL-HELD-IN is MAST or PEND for a
001320* word on the master or the approval queue, blank for neither;
001330* AL-DAYS-ABSENT is filled for RETURNS only, with a + in
001340* AL-DAYS-FLAG when the word predates the oldest generation kept
001350* and the true figure is at least that.
001360*----------------------------------------------------------------
001370 FD  ALERT-FILE
001380     RECORD CONTAINS 86 CHARACTERS.
001390 01  ALERT-REC.
001400     05  AL-RUN-DATE             PIC 9(08).
001410     05  FILLER                  PIC X(01).
001420     05  AL-WORD                 PIC X(30).
001430     05  FILLER                  PIC X(01).
001440     05  AL-RULE                 PIC X(08).
001450     05  FILLER                  PIC X(01).
001460     05  AL-THRESHOLD            PIC ZZZZZ9.
001470     05  FILLER                  PIC X(01).
001480     05  AL-RUN-COUNT            PIC ZZZZZ9.
001490     05  FILLER                  PIC X(01).
001500     05  AL-TOTAL-COUNT          PIC ZZZZZZZZ9.
001510     05  FILLER                  PIC X(01).
001520     05  AL-HELD-IN              PIC X(04).
001530     05  FILLER                  PIC X(01).
001540     05  AL-DAYS-ABSENT          PIC ZZZZZ9.
001550     05  AL-DAYS-FLAG            PIC X(01).
001560     05  FILLER                  PIC X(01).
001570
001580 WORKING-STORAGE SECTION.
001590*----------------------------------------------------------------
001600* FILE STATUS AND SWITCHES
001610*----------------------------------------------------------------
001620 01  WATCH-FILE-STATUS           PIC 9(02).
001630     88  WATCH-FILE-OK           VALUE 0.
001640     88  WATCH-FILE-END          VALUE 10.
001650
001660 01  CURR-FREQ-STATUS            PIC 9(02).
001670     88  CURR-FREQ-OK            VALUE 0.
001680
001690 01  MASTER-FILE-STATUS          PIC 9(02).
001700     88  MASTER-FILE-OK          VALUE 0.
001710
001720 01  PENDING-FILE-STATUS         PIC 9(02).
001730     88  PENDING-FILE-OK         VALUE 0.
001740
001750 01  GEN-LIST-STATUS             PIC 9(02).
001760     88  GEN-LIST-OK             VALUE 0.
001770     88  GEN-LIST-END            VALUE 10.
001780
001790 01  GEN-FILE-STATUS             PIC 9(02).
001800     88  GEN-FILE-OK             VALUE 0.
001810
001820 01  ALERT-FILE-STATUS           PIC 9(02).
001830     88  ALERT-FILE-OK           VALUE 0.
001840
001850 01  WS-PENDING-SWITCH           PIC X(01) VALUE "N".
001860     88  PENDING-ON-DISK         VALUE "Y".
001870
001880 01  WS-SEQ-DONE-SWITCH          PIC X(01) VALUE "N".
001890     88  SEQ-DONE                VALUE "Y".
001900
001910 01  WS-WATCH-LIST-NAME          PIC X(20).
001920
001930 01  WS-TODAY                    PIC 9(08).
001940
001950*----------------------------------------------------------------
001960* RUN DATE - the date of the run the snapshot belongs to: the
001970* newest generation in freqgens.dat, which the load registers
001980* as it finishes, or today when no generation is registered.
001990*----------------------------------------------------------------
002000 01  WS-RUN-DATE                 PIC 9(08).
002010
002020 01  WS-RUN-DAYS                 PIC S9(09) COMP VALUE 0.
002030
002040*----------------------------------------------------------------
002050* WATCH-LIST PARSING - each line is split into the word, the rule
002060* and the threshold text, which is scanned digit by digit the
002070* same way the load scans SNAP_GENERATIONS.
002080*----------------------------------------------------------------
002090 01  WS-WATCH-FIELDS.
002100     05  WS-WL-WORD              PIC X(30).
002110     05  WS-WL-RULE              PIC X(10).
002120     05  WS-WL-THRESHOLD-REQ     PIC X(10).
002130     05  WS-WL-EXTRA             PIC X(10).
002140
002150 01  WS-WL-THRESHOLD             PIC 9(06) COMP VALUE 0.
002160
002170 01  WS-SCAN-FIELDS.
002180     05  WS-SCAN-X               PIC 9(02) COMP VALUE 0.
002190     05  WS-SCAN-DIGIT           PIC X(01).
002200     05  WS-SCAN-DIGIT-N REDEFINES WS-SCAN-DIGIT
002210                                 PIC 9(01).
002220     05  WS-SCAN-DONE-SWITCH     PIC X(01).
002230         88  THRESHOLD-SCANNED   VALUE "Y".
002240     05  WS-SCAN-BAD-SWITCH      PIC X(01).
002250         88  THRESHOLD-BAD       VALUE "Y".
002260
002270*----------------------------------------------------------------
002280* WATCH TABLE - one entry per usable rule, sorted into the
002290* descending key order of the snapshot files so each file is
002300* matched against the whole list in one pass.
002310*   WS-WE-TODAY      the run's count (0 = not in the run)
002320*   WS-WE-HELD-IN    MAST, PEND or blank
002330*   WS-WE-PRIOR-DATE the newest generation before the run that
002340*                    has the word (RETURNS only; 0 = none kept)
002350*----------------------------------------------------------------
002360 01  WS-WATCH-COUNT              PIC 9(04) COMP VALUE 0.
002370
002380 01  WS-WATCH-TABLE.
002390     05  WS-WATCH-ENTRY          OCCURS 1 TO 500 TIMES
002400             DEPENDING ON WS-WATCH-COUNT
002410             DESCENDING KEY IS WS-WE-KEY
002420             INDEXED BY W.
002430         10  WS-WE-KEY           PIC X(30).
002440         10  WS-WE-RULE          PIC X(08).
002450             88  RULE-APPEARS    VALUE "APPEARS".
002460             88  RULE-OVER       VALUE "OVER".
002470             88  RULE-RETURNS    VALUE "RETURNS".
002480         10  WS-WE-THRESHOLD     PIC 9(06) COMP.
002490         10  WS-WE-TODAY         PIC 9(06) COMP.
002500         10  WS-WE-HELD-IN       PIC X(04).
002510         10  WS-WE-TOTAL         PIC 9(09) COMP.
002520         10  WS-WE-FIRST-SEEN    PIC 9(08).
002530         10  WS-WE-PRIOR-DATE    PIC 9(08).
002540
002550*----------------------------------------------------------------
002560* SNAPSHOT GENERATIONS - the registry, oldest first.
002570*----------------------------------------------------------------
002580 01  WS-GEN-FIELDS.
002590     05  WS-GEN-COUNT            PIC 9(04) COMP VALUE 0.
002600     05  WS-GEN-X                PIC 9(04) COMP VALUE 0.
002610     05  WS-UNRESOLVED-COUNT     PIC 9(04) COMP VALUE 0.
002620
002630 01  WS-GEN-TABLE.
002640     05  WS-GEN-ENTRY            OCCURS 400 TIMES.
002650         10  WS-GE-DATE          PIC 9(08).
002660         10  WS-GE-NAME          PIC X(14).
002670
002680*----------------------------------------------------------------
002690* DAY-NUMBER WORK FIELDS - 1500-DATE-TO-DAYS turns a YYYYMMDD
002700* date into a day count, as MASTER-ARCHIVE does for its cutoff,
002710* so days absent is a plain subtraction.
002720*----------------------------------------------------------------
002730 01  WS-DATE-WORK.
002740     05  WS-DW-YEAR              PIC 9(04).
002750     05  WS-DW-MONTH             PIC 9(02).
002760     05  WS-DW-DAY               PIC 9(02).
002770
002780 01  WS-DAY-FIELDS.
002790     05  WS-DAY-NUMBER           PIC S9(09) COMP VALUE 0.
002800     05  WS-DN-TEMP1             PIC S9(09) COMP VALUE 0.
002810     05  WS-DN-TEMP2             PIC S9(09) COMP VALUE 0.
002820     05  WS-DN-TEMP3             PIC S9(09) COMP VALUE 0.
002830
002840 01  WS-DAYS-ABSENT              PIC S9(09) COMP VALUE 0.
002850
002860 01  WS-DAYS-FLAG                PIC X(01).
002870
002880*----------------------------------------------------------------
002890* COUNTERS
002900*----------------------------------------------------------------
002910 01  WS-COUNTERS.
002920     05  WS-LINE-COUNT           PIC 9(06) COMP VALUE 0.
002930     05  WS-BAD-LINE-COUNT       PIC 9(06) COMP VALUE 0.
002940     05  WS-PRESENT-COUNT        PIC 9(06) COMP VALUE 0.
002950     05  WS-ALERT-COUNT          PIC 9(06) COMP VALUE 0.
002960     05  WS-UNDECIDED-COUNT      PIC 9(06) COMP VALUE 0.
002970     05  WS-GENS-READ-COUNT      PIC 9(06) COMP VALUE 0.
002980
002990*----------------------------------------------------------------
003000* PROCEDURE DIVISION
003010*----------------------------------------------------------------
003020 PROCEDURE DIVISION.
003030
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003060     IF WS-WATCH-COUNT > 0
003070         PERFORM 2000-MATCH-SNAPSHOT THRU 2000-EXIT
003080         PERFORM 3000-LOOK-UP-HISTORY THRU 3000-EXIT
003090         PERFORM 4000-FIND-PRIOR-RUNS THRU 4000-EXIT
003100         PERFORM 5000-APPLY-RULES THRU 5000-EXIT
003110     END-IF
003120     PERFORM 9000-WRAP-UP THRU 9000-EXIT
003130     GOBACK.
003140
003150*----------------------------------------------------------------
003160* 1000-INITIALIZE - open the files, load the generation registry
003170* to settle the run date, and load and sort the watch list.  The
003180* master, the watch list and the alert file are required; an
003190* absent queue simply holds nothing.
003200*----------------------------------------------------------------
003210 1000-INITIALIZE.
003220     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003230     ACCEPT WS-WATCH-LIST-NAME FROM ENVIRONMENT "WATCH_LIST"
003240     IF WS-WATCH-LIST-NAME = SPACES
003250         MOVE "watchlist.dat" TO WS-WATCH-LIST-NAME
003260     END-IF
003270     DISPLAY "WATCHLIST" UPON ENVIRONMENT-NAME
003280     DISPLAY WS-WATCH-LIST-NAME UPON ENVIRONMENT-VALUE
003290     OPEN INPUT WATCH-FILE
003300     IF NOT WATCH-FILE-OK
003310         DISPLAY "Could not open watch list: " WS-WATCH-LIST-NAME
003320         MOVE 16 TO RETURN-CODE
003330         GOBACK
003340     END-IF
003350     OPEN INPUT MASTER-FILE
003360     IF NOT MASTER-FILE-OK
003370         DISPLAY "Could not open master dictionary file, status "
003380             MASTER-FILE-STATUS
003390         CLOSE WATCH-FILE
003400         MOVE 16 TO RETURN-CODE
003410         GOBACK
003420     END-IF
003430     OPEN INPUT PENDING-FILE
003440     IF PENDING-FILE-OK
003450         SET PENDING-ON-DISK TO TRUE
003460     END-IF
003470     OPEN OUTPUT ALERT-FILE
003480     IF NOT ALERT-FILE-OK
003490         DISPLAY "Could not open alert file alerts.dat."
003500         MOVE 16 TO RETURN-CODE
003510         GOBACK
003520     END-IF
003530     MOVE 0 TO WS-GEN-COUNT
003540     OPEN INPUT GEN-LIST-FILE
003550     IF GEN-LIST-OK
003560         READ GEN-LIST-FILE
003570         PERFORM 1100-LOAD-ONE-GEN UNTIL GEN-LIST-END
003580         CLOSE GEN-LIST-FILE
003590     END-IF
003600     IF WS-GEN-COUNT > 0
003610         MOVE WS-GE-DATE(WS-GEN-COUNT) TO WS-RUN-DATE
003620     ELSE
003630         MOVE WS-TODAY TO WS-RUN-DATE
003640     END-IF
003650     IF WS-RUN-DATE NOT = WS-TODAY
003660         DISPLAY "Checking the snapshot of the " WS-RUN-DATE
003670             " run"
003680     END-IF
003690     MOVE WS-RUN-DATE TO WS-DATE-WORK
003700     PERFORM 1500-DATE-TO-DAYS THRU 1500-EXIT
003710     MOVE WS-DAY-NUMBER TO WS-RUN-DAYS
003720     READ WATCH-FILE
003730     PERFORM 1200-LOAD-ONE-RULE UNTIL WATCH-FILE-END
003740     CLOSE WATCH-FILE
003750     IF WS-WATCH-COUNT > 0
003760         SORT WS-WATCH-ENTRY
003770     ELSE
003780         DISPLAY "No usable rules on the watch list"
003790     END-IF.
003800 1000-EXIT.
003810     EXIT.
003820
003830 1100-LOAD-ONE-GEN.
003840     IF GL-DATE NUMERIC AND WS-GEN-COUNT < 400
003850         ADD 1 TO WS-GEN-COUNT
003860         MOVE GL-DATE TO WS-GE-DATE(WS-GEN-COUNT)
003870         MOVE GL-NAME TO WS-GE-NAME(WS-GEN-COUNT)
003880     END-IF
003890     READ GEN-LIST-FILE.
003900
003910*----------------------------------------------------------------
003920* 1200-LOAD-ONE-RULE - parse one watch-list line into the table.
003930* A line that names no word, an unknown rule, a threshold where
003940* none belongs or a missing or non-numeric one is shown on the
003950* log and skipped; the rest of the list still runs.
003960*----------------------------------------------------------------
003970 1200-LOAD-ONE-RULE.
003980     IF WATCH-REC = SPACES OR WATCH-REC(1:1) = "*"
003990         GO TO 1200-NEXT
004000     END-IF
004010     ADD 1 TO WS-LINE-COUNT
004020     MOVE SPACES TO WS-WATCH-FIELDS
004030     UNSTRING WATCH-REC DELIMITED BY ALL SPACES
004040         INTO WS-WL-WORD WS-WL-RULE WS-WL-THRESHOLD-REQ
004050             WS-WL-EXTRA
004060     INSPECT WS-WL-WORD CONVERTING
004070         "abcdefghijklmnopqrstuvwxyz" TO
004080         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004090     INSPECT WS-WL-RULE CONVERTING
004100         "abcdefghijklmnopqrstuvwxyz" TO
004110         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004120     PERFORM 1300-SCAN-THRESHOLD THRU 1300-EXIT
004130     EVALUATE TRUE
004140         WHEN WS-WL-WORD = SPACES
004150             DISPLAY "Watch list: no word - " WATCH-REC
004160             ADD 1 TO WS-BAD-LINE-COUNT
004170         WHEN WS-WL-EXTRA NOT = SPACES
004180             DISPLAY "Watch list: too many fields - " WATCH-REC
004190             ADD 1 TO WS-BAD-LINE-COUNT
004200         WHEN WS-WL-RULE = "APPEARS"
004210             AND WS-WL-THRESHOLD-REQ NOT = SPACES
004220             DISPLAY "Watch list: APPEARS takes no threshold - "
004230                 WATCH-REC
004240             ADD 1 TO WS-BAD-LINE-COUNT
004250         WHEN (WS-WL-RULE = "OVER" OR WS-WL-RULE = "RETURNS")
004260             AND (WS-WL-THRESHOLD-REQ = SPACES OR THRESHOLD-BAD)
004270             DISPLAY "Watch list: " WS-WL-RULE
004280                 " needs a numeric threshold - " WATCH-REC
004290             ADD 1 TO WS-BAD-LINE-COUNT
004300         WHEN WS-WL-RULE = "RETURNS" AND WS-WL-THRESHOLD = 0
004310             DISPLAY "Watch list: RETURNS needs at least 1 day - "
004320                 WATCH-REC
004330             ADD 1 TO WS-BAD-LINE-COUNT
004340         WHEN WS-WL-RULE NOT = "APPEARS" AND NOT = "OVER"
004350             AND NOT = "RETURNS"
004360             DISPLAY "Watch list: unknown rule " WS-WL-RULE
004370                 " - " WATCH-REC
004380             ADD 1 TO WS-BAD-LINE-COUNT
004390         WHEN WS-WATCH-COUNT = 500
004400             DISPLAY "Watch list: more than 500 rules, skipped - "
004410                 WATCH-REC
004420             ADD 1 TO WS-BAD-LINE-COUNT
004430         WHEN OTHER
004440             ADD 1 TO WS-WATCH-COUNT
004450             MOVE WS-WL-WORD TO WS-WE-KEY(WS-WATCH-COUNT)
004460             MOVE WS-WL-RULE TO WS-WE-RULE(WS-WATCH-COUNT)
004470             MOVE WS-WL-THRESHOLD
004480                 TO WS-WE-THRESHOLD(WS-WATCH-COUNT)
004490             MOVE 0 TO WS-WE-TODAY(WS-WATCH-COUNT)
004500             MOVE SPACES TO WS-WE-HELD-IN(WS-WATCH-COUNT)
004510             MOVE 0 TO WS-WE-TOTAL(WS-WATCH-COUNT)
004520             MOVE 0 TO WS-WE-FIRST-SEEN(WS-WATCH-COUNT)
004530             MOVE 0 TO WS-WE-PRIOR-DATE(WS-WATCH-COUNT)
004540     END-EVALUATE.
004550 1200-NEXT.
004560     READ WATCH-FILE.
004570
004580*----------------------------------------------------------------
004590* 1300-SCAN-THRESHOLD - turn the threshold text into a number.
004600* THRESHOLD-BAD comes back set for anything but digits or a
004610* value too big for six digits.
004620*----------------------------------------------------------------
004630 1300-SCAN-THRESHOLD.
004640     MOVE 0 TO WS-WL-THRESHOLD
004650     MOVE "N" TO WS-SCAN-DONE-SWITCH
004660     MOVE "N" TO WS-SCAN-BAD-SWITCH
004670     IF WS-WL-THRESHOLD-REQ(7:4) NOT = SPACES
004680         SET THRESHOLD-BAD TO TRUE
004690         GO TO 1300-EXIT
004700     END-IF
004710     MOVE 1 TO WS-SCAN-X
004720     PERFORM 1350-SCAN-ONE-DIGIT
004730         UNTIL WS-SCAN-X > 6 OR THRESHOLD-SCANNED.
004740 1300-EXIT.
004750     EXIT.
004760
004770 1350-SCAN-ONE-DIGIT.
004780     MOVE WS-WL-THRESHOLD-REQ(WS-SCAN-X:1) TO WS-SCAN-DIGIT
004790     IF WS-SCAN-DIGIT = SPACE
004800         SET THRESHOLD-SCANNED TO TRUE
004810     ELSE
004820         IF WS-SCAN-DIGIT NUMERIC
004830             COMPUTE WS-WL-THRESHOLD
004840                 = WS-WL-THRESHOLD * 10 + WS-SCAN-DIGIT-N
004850         ELSE
004860             SET THRESHOLD-BAD TO TRUE
004870             SET THRESHOLD-SCANNED TO TRUE
004880         END-IF
004890     END-IF
004900     ADD 1 TO WS-SCAN-X.
004910
004920*----------------------------------------------------------------
004930* 1500-DATE-TO-DAYS - turn WS-DATE-WORK (YYYYMMDD) into a
004940* monotonic day number in WS-DAY-NUMBER, the same arithmetic
004950* MASTER-ARCHIVE uses: 367y - 7(y + (m+9)/12)/4 + 275m/9 + d,
004960* with every division truncated.
004970*----------------------------------------------------------------
004980 1500-DATE-TO-DAYS.
004990     COMPUTE WS-DN-TEMP1 = WS-DW-MONTH + 9
005000     DIVIDE WS-DN-TEMP1 BY 12 GIVING WS-DN-TEMP1
005010     ADD WS-DW-YEAR TO WS-DN-TEMP1
005020     COMPUTE WS-DN-TEMP2 = 7 * WS-DN-TEMP1
005030     DIVIDE WS-DN-TEMP2 BY 4 GIVING WS-DN-TEMP2
005040     COMPUTE WS-DN-TEMP3 = 275 * WS-DW-MONTH
005050     DIVIDE WS-DN-TEMP3 BY 9 GIVING WS-DN-TEMP3
005060     COMPUTE WS-DAY-NUMBER = 367 * WS-DW-YEAR - WS-DN-TEMP2
005070         + WS-DN-TEMP3 + WS-DW-DAY.
005080 1500-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120* 2000-MATCH-SNAPSHOT - one match-merge pass of the run's
005130* snapshot against the sorted watch table, picking up the run's
005140* count for every watched word the run saw.  Both run in
005150* DESCENDING key order; a watch key that collates high has been
005160* passed, so the run did not have it.  A word with several rules
005170* has several adjacent entries, each matched in turn.
005180*----------------------------------------------------------------
005190 2000-MATCH-SNAPSHOT.
005200     OPEN INPUT CURR-FREQ-FILE
005210     IF NOT CURR-FREQ-OK
005220         DISPLAY "Could not open run snapshot currfreq.dat, "
005230             "status " CURR-FREQ-STATUS
005240         MOVE 16 TO RETURN-CODE
005250         GOBACK
005260     END-IF
005270     MOVE "N" TO WS-SEQ-DONE-SWITCH
005280     PERFORM 2050-READ-CURR
005290     SET W TO 1
005300     PERFORM 2100-MERGE-CURR-STEP
005310         UNTIL W > WS-WATCH-COUNT OR SEQ-DONE
005320     CLOSE CURR-FREQ-FILE.
005330 2000-EXIT.
005340     EXIT.
005350
005360 2050-READ-CURR.
005370     READ CURR-FREQ-FILE
005380     IF NOT CURR-FREQ-OK
005390         SET SEQ-DONE TO TRUE
005400     END-IF.
005410
005420 2100-MERGE-CURR-STEP.
005430     EVALUATE TRUE
005440         WHEN WS-WE-KEY(W) > CURR-KEY
005450             SET W UP BY 1
005460         WHEN WS-WE-KEY(W) < CURR-KEY
005470             PERFORM 2050-READ-CURR
005480         WHEN OTHER
005490             MOVE CURR-COUNT TO WS-WE-TODAY(W)
005500             ADD 1 TO WS-PRESENT-COUNT
005510             SET W UP BY 1
005520     END-EVALUATE.
005530
005540*----------------------------------------------------------------
005550* 3000-LOOK-UP-HISTORY - fetch every watched word's standing:
005560* on the master or waiting in the approval queue, its cumulative
005570* count, and the date it was first seen.
005580*----------------------------------------------------------------
005590 3000-LOOK-UP-HISTORY.
005600     PERFORM 3100-LOOK-UP-ONE-WORD
005610         VARYING W FROM 1 BY 1
005620         UNTIL W > WS-WATCH-COUNT.
005630 3000-EXIT.
005640     EXIT.
005650
005660 3100-LOOK-UP-ONE-WORD.
005670     MOVE WS-WE-KEY(W) TO MASTER-WORD
005680     READ MASTER-FILE
005690         INVALID KEY
005700             CONTINUE
005710         NOT INVALID KEY
005720             MOVE "MAST" TO WS-WE-HELD-IN(W)
005730             MOVE MASTER-TOTAL-COUNT TO WS-WE-TOTAL(W)
005740             MOVE MASTER-FIRST-SEEN TO WS-WE-FIRST-SEEN(W)
005750     END-READ
005760     IF WS-WE-HELD-IN(W) = SPACES AND PENDING-ON-DISK
005770         MOVE WS-WE-KEY(W) TO PENDING-WORD
005780         READ PENDING-FILE
005790             INVALID KEY
005800                 CONTINUE
005810             NOT INVALID KEY
005820                 MOVE "PEND" TO WS-WE-HELD-IN(W)
005830                 MOVE PENDING-TOTAL-COUNT TO WS-WE-TOTAL(W)
005840                 MOVE PENDING-FIRST-SEEN TO WS-WE-FIRST-SEEN(W)
005850         END-READ
005860     END-IF.
005870
005880*----------------------------------------------------------------
005890* 4000-FIND-PRIOR-RUNS - for every RETURNS rule on a word the run
005900* counted, find the newest earlier generation that has the word.
005910* The generations are read newest first, skipping the run's own,
005920* and the walk stops as soon as every such rule has its date.
005930*----------------------------------------------------------------
005940 4000-FIND-PRIOR-RUNS.
005950     PERFORM 4050-COUNT-UNRESOLVED THRU 4050-EXIT
005960     MOVE WS-GEN-COUNT TO WS-GEN-X
005970     PERFORM 4100-SEARCH-ONE-GEN THRU 4100-EXIT
005980         UNTIL WS-GEN-X = 0 OR WS-UNRESOLVED-COUNT = 0.
005990 4000-EXIT.
006000     EXIT.
006010
006020 4050-COUNT-UNRESOLVED.
006030     MOVE 0 TO WS-UNRESOLVED-COUNT
006040     PERFORM 4060-COUNT-ONE-UNRESOLVED
006050         VARYING W FROM 1 BY 1
006060         UNTIL W > WS-WATCH-COUNT.
006070 4050-EXIT.
006080     EXIT.
006090
006100 4060-COUNT-ONE-UNRESOLVED.
006110     IF RULE-RETURNS(W) AND WS-WE-TODAY(W) > 0
006120         AND WS-WE-PRIOR-DATE(W) = 0
006130         ADD 1 TO WS-UNRESOLVED-COUNT
006140     END-IF.
006150
006160*----------------------------------------------------------------
006170* 4100-SEARCH-ONE-GEN - match-merge one generation against the
006180* watch table the same way as the run's snapshot.  A generation
006190* registered but gone from disk is passed over.
006200*----------------------------------------------------------------
006210 4100-SEARCH-ONE-GEN.
006220     IF WS-GE-DATE(WS-GEN-X) NOT < WS-RUN-DATE
006230         GO TO 4100-NEXT
006240     END-IF
006250     DISPLAY "GENIN" UPON ENVIRONMENT-NAME
006260     DISPLAY WS-GE-NAME(WS-GEN-X) UPON ENVIRONMENT-VALUE
006270     OPEN INPUT GEN-FILE
006280     IF NOT GEN-FILE-OK
006290         GO TO 4100-NEXT
006300     END-IF
006310     ADD 1 TO WS-GENS-READ-COUNT
006320     MOVE "N" TO WS-SEQ-DONE-SWITCH
006330     PERFORM 4150-READ-GEN
006340     SET W TO 1
006350     PERFORM 4200-MERGE-GEN-STEP
006360         UNTIL W > WS-WATCH-COUNT OR SEQ-DONE
006370     CLOSE GEN-FILE
006380     PERFORM 4050-COUNT-UNRESOLVED THRU 4050-EXIT.
006390 4100-NEXT.
006400     SUBTRACT 1 FROM WS-GEN-X.
006410 4100-EXIT.
006420     EXIT.
006430
006440 4150-READ-GEN.
006450     READ GEN-FILE
006460     IF NOT GEN-FILE-OK
006470         SET SEQ-DONE TO TRUE
006480     END-IF.
006490
006500 4200-MERGE-GEN-STEP.
006510     EVALUATE TRUE
006520         WHEN WS-WE-KEY(W) > GEN-KEY
006530             SET W UP BY 1
006540         WHEN WS-WE-KEY(W) < GEN-KEY
006550             PERFORM 4150-READ-GEN
006560         WHEN OTHER
006570             IF RULE-RETURNS(W) AND WS-WE-TODAY(W) > 0
006580                 AND WS-WE-PRIOR-DATE(W) = 0
006590                 MOVE WS-GE-DATE(WS-GEN-X) TO WS-WE-PRIOR-DATE(W)
006600             END-IF
006610             SET W UP BY 1
006620     END-EVALUATE.
006630
006640*----------------------------------------------------------------
006650* 5000-APPLY-RULES - judge every rule and write an alert for each
006660* one that fires.
006670*----------------------------------------------------------------
006680 5000-APPLY-RULES.
006690     PERFORM 5100-APPLY-ONE-RULE THRU 5100-EXIT
006700         VARYING W FROM 1 BY 1
006710         UNTIL W > WS-WATCH-COUNT.
006720 5000-EXIT.
006730     EXIT.
006740
006750 5100-APPLY-ONE-RULE.
006760     IF WS-WE-TODAY(W) = 0
006770         GO TO 5100-EXIT
006780     END-IF
006790     MOVE 0 TO WS-DAYS-ABSENT
006800     MOVE SPACE TO WS-DAYS-FLAG
006810     EVALUATE TRUE
006820         WHEN RULE-APPEARS(W)
006830             PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
006840         WHEN RULE-OVER(W)
006850             IF WS-WE-TODAY(W) > WS-WE-THRESHOLD(W)
006860                 PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
006870             END-IF
006880         WHEN OTHER
006890             PERFORM 5200-JUDGE-RETURN THRU 5200-EXIT
006900     END-EVALUATE.
006910 5100-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* 5200-JUDGE-RETURN - days absent is the count of days strictly
006960* between the prior appearance and the run.  With no generation
006970* holding the word, a word first seen before the run has been
006980* absent at least since before the oldest generation kept: that
006990* floor fires the rule, flagged +, once it reaches the
007000* threshold; below it the rule cannot be decided and is counted.
007010* A word first seen in this very run is new, not returning -
007020* APPEARS is the rule for that.
007030*----------------------------------------------------------------
007040 5200-JUDGE-RETURN.
007050     IF WS-WE-PRIOR-DATE(W) > 0
007060         MOVE WS-WE-PRIOR-DATE(W) TO WS-DATE-WORK
007070         PERFORM 1500-DATE-TO-DAYS THRU 1500-EXIT
007080         COMPUTE WS-DAYS-ABSENT = WS-RUN-DAYS - WS-DAY-NUMBER - 1
007090         IF WS-DAYS-ABSENT NOT < WS-WE-THRESHOLD(W)
007100             PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
007110         END-IF
007120         GO TO 5200-EXIT
007130     END-IF
007140     IF WS-WE-HELD-IN(W) = SPACES
007150         OR WS-WE-FIRST-SEEN(W) NOT < WS-RUN-DATE
007160         GO TO 5200-EXIT
007170     END-IF
007180     IF WS-GEN-COUNT = 0 OR WS-GE-DATE(1) NOT < WS-RUN-DATE
007190         MOVE 0 TO WS-DAYS-ABSENT
007200     ELSE
007210         MOVE WS-GE-DATE(1) TO WS-DATE-WORK
007220         PERFORM 1500-DATE-TO-DAYS THRU 1500-EXIT
007230         COMPUTE WS-DAYS-ABSENT = WS-RUN-DAYS - WS-DAY-NUMBER
007240     END-IF
007250     IF WS-DAYS-ABSENT NOT < WS-WE-THRESHOLD(W)
007260         MOVE "+" TO WS-DAYS-FLAG
007270         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
007280     ELSE
007290         DISPLAY "RETURNS " WS-WE-THRESHOLD(W) " for "
007300             WS-WE-KEY(W) " undecided - absent at least "
007310             WS-DAYS-ABSENT " days, no older generation kept"
007320         ADD 1 TO WS-UNDECIDED-COUNT
007330     END-IF.
007340 5200-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380* 8000-WRITE-ALERT - one alert record for the rule at W.
007390*----------------------------------------------------------------
007400 8000-WRITE-ALERT.
007410     MOVE SPACES TO ALERT-REC
007420     MOVE WS-RUN-DATE TO AL-RUN-DATE
007430     MOVE WS-WE-KEY(W) TO AL-WORD
007440     MOVE WS-WE-RULE(W) TO AL-RULE
007450     MOVE WS-WE-THRESHOLD(W) TO AL-THRESHOLD
007460     MOVE WS-WE-TODAY(W) TO AL-RUN-COUNT
007470     MOVE WS-WE-TOTAL(W) TO AL-TOTAL-COUNT
007480     MOVE WS-WE-HELD-IN(W) TO AL-HELD-IN
007490     MOVE WS-DAYS-ABSENT TO AL-DAYS-ABSENT
007500     MOVE WS-DAYS-FLAG TO AL-DAYS-FLAG
007510     WRITE ALERT-REC
007520     ADD 1 TO WS-ALERT-COUNT
007530     DISPLAY "ALERT " WS-WE-RULE(W) " " WS-WE-KEY(W)
007540         " count " WS-WE-TODAY(W).
007550 8000-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------
007590* 9000-WRAP-UP - close the files, report the counts and set the
007600* condition code: 8 when anything fired, 4 when nothing fired
007610* but the list or a RETURNS rule needs a look, 0 otherwise.
007620*----------------------------------------------------------------
007630 9000-WRAP-UP.
007640     CLOSE MASTER-FILE
007650     IF PENDING-ON-DISK
007660         CLOSE PENDING-FILE
007670     END-IF
007680     CLOSE ALERT-FILE
007690     DISPLAY "Watch-list rules read:     " WS-LINE-COUNT
007700     DISPLAY "Rules unusable:            " WS-BAD-LINE-COUNT
007710     DISPLAY "Rules on words in the run: " WS-PRESENT-COUNT
007720     DISPLAY "Generations searched:      " WS-GENS-READ-COUNT
007730     DISPLAY "RETURNS rules undecided:   " WS-UNDECIDED-COUNT
007740     DISPLAY "Alerts written:            " WS-ALERT-COUNT
007750     EVALUATE TRUE
007760         WHEN WS-ALERT-COUNT > 0
007770             MOVE 8 TO RETURN-CODE
007780         WHEN WS-BAD-LINE-COUNT > 0 OR WS-UNDECIDED-COUNT > 0
007790             MOVE 4 TO RETURN-CODE
007800         WHEN OTHER
007810             MOVE 0 TO RETURN-CODE
007820     END-EVALUATE.
007830 9000-EXIT.
007840     EXIT.
007850 END PROGRAM WATCH-ALERT.
