000010******************************************************************
000020* PROGRAM:     RUN-BACKOUT
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Reverse one run's changes to the word master.
000080*              Every program that updates master.dat, the
000090*              approval queue pending.dat or the archive index
000100*              mastarch.dat journals each change to journal.dat
000110*              (see JRNLREC) with the record as it stood before
000120*              and after.  When a bad feed or a wrong MASTER-MAINT
000130*              command gets through, this utility takes the
000140*              named run's journal entries newest first and puts
000150*              each record back the way it was:
000160*                - a record the run wrote is deleted,
000170*                - a record the run rewrote gets its before
000180*                  image back,
000190*                - a record the run deleted is written back.
000200*              An entry whose record has been changed again
000210*              since the run (a later load touched the word) is
000220*              not overlaid - it is reported as a conflict for
000230*              the operator to settle by hand, and the run ends
000240*              with condition code 4.  An entry whose record is
000250*              already back as it was is reported and skipped,
000260*              so a backout can be rerun safely.
000270*
000280*              The backout is itself an update: it takes the run
000290*              lock and journals its own changes under program
000300*              RUN-BACKOUT, so it can in turn be backed out.
000310*              A report (backrpt.dat) lists every entry and what
000320*              was done with it, and closes with control totals.
000330*
000340*              CONTROL (environment variables):
000350*                BACKOUT_PROGRAM  program whose run is reversed
000360*                                 (required)
000370*                BACKOUT_DATE     run date, YYYYMMDD (required)
000380*                BACKOUT_TIME     run time, HHMMSSHH as journaled
000390*                                 (the time the run took the
000400*                                 lock); may be left off when
000410*                                 the program ran only once that
000420*                                 day - if it ran more than once
000430*                                 the runs are listed and the
000440*                                 backout refuses to guess
000450*              Condition codes: 0 clean, 4 conflicts skipped,
000460*              16 no such run or a file failure, 20 master
000470*              locked by another run.
000480* TECTONICS:   cobc
000490******************************************************************
000500* MODIFICATION HISTORY
000510*   10/15/2026 AW  Original version.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. RUN-BACKOUT.
000550 AUTHOR. A. WIMER.
000560 INSTALLATION. DATA SERVICES.
000570 DATE-WRITTEN. 10/15/2026.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS JOURNAL-FILE-STATUS.
000660
000670     SELECT MASTER-FILE ASSIGN TO "master.dat"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS MASTER-WORD
000710         FILE STATUS IS MASTER-FILE-STATUS.
000720
000730     SELECT PENDING-FILE ASSIGN TO "pending.dat"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PENDING-WORD
000770         FILE STATUS IS PENDING-FILE-STATUS.
000780
000790     SELECT ARCH-INDEX-FILE ASSIGN TO "mastarch.dat"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS ARCH-WORD
000830         FILE STATUS IS ARCH-INDEX-STATUS.
000840
000850     SELECT BACKOUT-REPORT-FILE ASSIGN TO "backrpt.dat"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS BACKOUT-REPORT-STATUS.
000880
000890     SELECT LOCK-FILE ASSIGN TO "runlock.dat"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS LOCK-FILE-STATUS.
000920
000930     SELECT BACKOUT-SORT-FILE ASSIGN TO "backsort.tmp".
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  JOURNAL-FILE.
000980     COPY JRNLREC.
000990
001000 FD  MASTER-FILE.
001010     COPY MASTERREC.
001020
001030 FD  PENDING-FILE.
001040     COPY PENDREC.
001050
001060 FD  ARCH-INDEX-FILE.
001070     COPY MASTERREC REPLACING LEADING ==MASTER== BY
001080         ==ARCH==.
001090
001100 FD  BACKOUT-REPORT-FILE
001110     RECORD CONTAINS 80 CHARACTERS.
001120 01  BACKOUT-REPORT-REC          PIC X(80).
001130
001140*----------------------------------------------------------------
001150* LOCK-REC - the run-control lock shared by every program that
001160* updates master.dat.  An empty runlock.dat means the master is
001170* free; a record means the named program registered itself and
001180* has not finished.
001190*----------------------------------------------------------------
001200 FD  LOCK-FILE
001210     RECORD CONTAINS 38 CHARACTERS.
001220 01  LOCK-REC.
001230     05  LOCK-PROGRAM            PIC X(20).
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  LOCK-DATE               PIC 9(08).
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  LOCK-TIME               PIC 9(08).
001280
001290*----------------------------------------------------------------
001300* SORT WORK FILE - BS-REC is one journal entry of the run being
001310* reversed, tagged with its position in journal.dat.  The
001320* journal is append-only, so sorting descending on the position
001330* hands the entries back newest first.  JRNL-SEQUENCE is not
001340* used for the order: a checkpointed STORING-WORDS restart
001350* journals under the crashed attempt's stamp and starts its
001360* sequence over.
001370*----------------------------------------------------------------
001380 SD  BACKOUT-SORT-FILE.
001390 01  BS-REC.
001400     05  BS-POSITION             PIC 9(09).
001410     05  BS-JOURNAL-REC          PIC X(180).
001420
001430 WORKING-STORAGE SECTION.
001440*----------------------------------------------------------------
001450* FILE STATUS AND SWITCHES
001460*----------------------------------------------------------------
001470 01  JOURNAL-FILE-STATUS         PIC 9(02).
001480     88  JOURNAL-FILE-OK         VALUE 0.
001490     88  JOURNAL-FILE-END        VALUE 10.
001500     88  JOURNAL-FILE-NOT-FOUND  VALUE 35.
001510
001520 01  MASTER-FILE-STATUS          PIC 9(02).
001530     88  MASTER-FILE-OK          VALUE 0.
001540
001550 01  PENDING-FILE-STATUS         PIC 9(02).
001560     88  PENDING-FILE-OK         VALUE 0.
001570     88  PENDING-FILE-NOT-FOUND  VALUE 35.
001580
001590 01  ARCH-INDEX-STATUS           PIC 9(02).
001600     88  ARCH-INDEX-OK           VALUE 0.
001610     88  ARCH-INDEX-NOT-FOUND    VALUE 35.
001620
001630 01  BACKOUT-REPORT-STATUS       PIC 9(02).
001640     88  BACKOUT-REPORT-OK       VALUE 0.
001650
001660 01  LOCK-FILE-STATUS            PIC 9(02).
001670     88  LOCK-FILE-OK            VALUE 0.
001680     88  LOCK-FILE-NOT-FOUND     VALUE 35.
001690
001700 01  WS-SORT-END-SWITCH          PIC X(01) VALUE "N".
001710     88  SORT-STREAM-END         VALUE "Y".
001720
001730 01  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
001740     88  RECORD-ON-FILE          VALUE "Y".
001750
001760 01  WS-TIME-FOUND-SWITCH        PIC X(01) VALUE "N".
001770     88  RUN-TIME-FOUND          VALUE "Y".
001780
001790*----------------------------------------------------------------
001800* BACKOUT CONTROLS - the run to reverse is named by program,
001810* date and (optionally) time.  The date and time arrive as
001820* display fields and must be all digits.
001830*----------------------------------------------------------------
001840 01  WS-BACKOUT-FIELDS.
001850     05  WS-BACKOUT-PROGRAM      PIC X(20) VALUE SPACES.
001860     05  WS-BACKOUT-DATE-REQ     PIC X(08) VALUE SPACES.
001870     05  WS-BACKOUT-DATE         REDEFINES WS-BACKOUT-DATE-REQ
001880                                 PIC 9(08).
001890     05  WS-BACKOUT-TIME-REQ     PIC X(08) VALUE SPACES.
001900     05  WS-BACKOUT-TIME         REDEFINES WS-BACKOUT-TIME-REQ
001910                                 PIC 9(08).
001920
001930*----------------------------------------------------------------
001940* RUN TABLE - the distinct run times journaled by the named
001950* program on the named date, gathered by 1200-FIND-RUN so a
001960* missing BACKOUT_TIME can be filled in (one run) or the
001970* choices listed (several).
001980*----------------------------------------------------------------
001990 01  WS-RUN-TABLE.
002000     05  WS-RUN-ENTRY            OCCURS 50 TIMES.
002010         10  WS-RT-TIME          PIC 9(08).
002020         10  WS-RT-CHANGES       PIC 9(09) COMP.
002030
002040 01  WS-RUN-COUNT                PIC 9(03) COMP VALUE 0.
002050
002060*----------------------------------------------------------------
002070* CHANGE JOURNAL - the backout's own changes are journaled under
002080* its stamp, the date and time it took the run lock.
002090*----------------------------------------------------------------
002100 01  WS-JOURNAL-FIELDS.
002110     05  WS-JOURNAL-DATE         PIC 9(08) VALUE 0.
002120     05  WS-JOURNAL-TIME         PIC 9(08) VALUE 0.
002130     05  WS-JOURNAL-SEQ          PIC 9(09) COMP VALUE 0.
002140
002150*----------------------------------------------------------------
002160* THE ENTRY BEING REVERSED - held apart from JOURNAL-REC, which
002170* is reused to journal the reversal itself.
002180*----------------------------------------------------------------
002190 01  WS-ENTRY.
002200     05  WS-EN-PROGRAM           PIC X(20).
002210     05  WS-EN-RUN-DATE          PIC 9(08).
002220     05  WS-EN-RUN-TIME          PIC 9(08).
002230     05  WS-EN-SEQUENCE          PIC 9(09).
002240     05  WS-EN-FILE              PIC X(04).
002250         88  EN-MASTER           VALUE "MAST".
002260         88  EN-PENDING          VALUE "PEND".
002270         88  EN-ARCHIVE          VALUE "ARCH".
002280     05  WS-EN-ACTION            PIC X(01).
002290         88  EN-WRITE            VALUE "W".
002300         88  EN-REWRITE          VALUE "R".
002310         88  EN-DELETE           VALUE "D".
002320     05  WS-EN-BEFORE            PIC X(65).
002330     05  WS-EN-AFTER             PIC X(65).
002340
002350 01  WS-EN-WORD                  PIC X(30).
002360
002370*----------------------------------------------------------------
002380* WS-CURRENT-IMAGE is the record as it stands on file now, read
002390* by 3200-READ-CURRENT (spaces when the key is not on file).
002400*----------------------------------------------------------------
002410 01  WS-CURRENT-IMAGE            PIC X(65).
002420
002430*----------------------------------------------------------------
002440* COUNTERS AND SUBSCRIPTS
002450*----------------------------------------------------------------
002460 01  WS-COUNTERS.
002470     05  WS-JOURNAL-READ-COUNT   PIC 9(09) COMP VALUE 0.
002480     05  WS-SELECTED-COUNT       PIC 9(09) COMP VALUE 0.
002490     05  WS-ENTRY-COUNT          PIC 9(09) COMP VALUE 0.
002500     05  WS-RESTORED-COUNT       PIC 9(09) COMP VALUE 0.
002510     05  WS-UNCHANGED-COUNT      PIC 9(09) COMP VALUE 0.
002520     05  WS-CONFLICT-COUNT       PIC 9(09) COMP VALUE 0.
002530
002540 01  SUBSCRIPTS.
002550     05  R                       PIC 9(03) COMP VALUE 0.
002560
002570*----------------------------------------------------------------
002580* REPORT LINES
002590*----------------------------------------------------------------
002600 01  WS-REPORT-HEADER.
002610     05  FILLER                  PIC X(21) VALUE
002620         "RUN BACKOUT REPORT   ".
002630     05  FILLER                  PIC X(04) VALUE "RUN ".
002640     05  WS-RH-PROGRAM           PIC X(20).
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  WS-RH-DATE              PIC 9(08).
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  WS-RH-TIME              PIC 9(08).
002690     05  FILLER                  PIC X(17) VALUE SPACES.
002700
002710 01  WS-COLUMN-HEADER.
002720     05  FILLER                  PIC X(32) VALUE "WORD".
002730     05  FILLER                  PIC X(06) VALUE "FILE".
002740     05  FILLER                  PIC X(09) VALUE "CHANGE".
002750     05  FILLER                  PIC X(11) VALUE "      SEQ".
002760     05  FILLER                  PIC X(22) VALUE "BACKOUT".
002770
002780 01  WS-DETAIL-LINE.
002790     05  WS-DL-WORD              PIC X(30).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  WS-DL-FILE              PIC X(04).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  WS-DL-ACTION            PIC X(07).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  WS-DL-SEQUENCE          PIC ZZZZZZZZ9.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  WS-DL-OUTCOME           PIC X(22).
002880
002890 01  WS-TOTALS-LINE.
002900     05  FILLER                  PIC X(08) VALUE "ENTRIES:".
002910     05  WS-TL-ENTRIES           PIC ZZZZZZZZ9.
002920     05  FILLER                  PIC X(12) VALUE "  RESTORED: ".
002930     05  WS-TL-RESTORED          PIC ZZZZZZZZ9.
002940     05  FILLER                  PIC X(12) VALUE
002950         "  UNCHANGED:".
002960     05  WS-TL-UNCHANGED         PIC ZZZZZZZZ9.
002970     05  FILLER                  PIC X(11) VALUE "  CONFLICT:".
002980     05  WS-TL-CONFLICT          PIC ZZZZZZZZ9.
002990
003000*----------------------------------------------------------------
003010* PROCEDURE DIVISION
003020*----------------------------------------------------------------
003030 PROCEDURE DIVISION.
003040
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003070     PERFORM 1200-FIND-RUN THRU 1200-EXIT
003080     PERFORM 1600-ACQUIRE-RUN-LOCK THRU 1600-EXIT
003090     PERFORM 1800-OPEN-FILES THRU 1800-EXIT
003100     SORT BACKOUT-SORT-FILE
003110         ON DESCENDING KEY BS-POSITION
003120         INPUT PROCEDURE IS 2000-SELECT-ENTRIES THRU 2000-EXIT
003130         OUTPUT PROCEDURE IS 3000-REVERSE-ENTRIES THRU 3000-EXIT
003140     PERFORM 9000-WRAP-UP THRU 9000-EXIT
003150     GOBACK.
003160
003170*----------------------------------------------------------------
003180* 1000-INITIALIZE - read the controls naming the run.  The
003190* program name is folded to upper case, the way the programs
003200* journal it; a missing program or a date or time that is not
003210* all digits is a hard stop.
003220*----------------------------------------------------------------
003230 1000-INITIALIZE.
003240     ACCEPT WS-BACKOUT-PROGRAM FROM ENVIRONMENT "BACKOUT_PROGRAM"
003250     INSPECT WS-BACKOUT-PROGRAM CONVERTING
003260         "abcdefghijklmnopqrstuvwxyz" TO
003270         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003280     ACCEPT WS-BACKOUT-DATE-REQ FROM ENVIRONMENT "BACKOUT_DATE"
003290     ACCEPT WS-BACKOUT-TIME-REQ FROM ENVIRONMENT "BACKOUT_TIME"
003300     IF WS-BACKOUT-PROGRAM = SPACES
003310         DISPLAY "BACKOUT_PROGRAM must name the program whose"
003320             " run is to be reversed"
003330         MOVE 16 TO RETURN-CODE
003340         GOBACK
003350     END-IF
003360     IF WS-BACKOUT-DATE-REQ NOT NUMERIC
003370         DISPLAY "BACKOUT_DATE must be the run date, YYYYMMDD: "
003380             WS-BACKOUT-DATE-REQ
003390         MOVE 16 TO RETURN-CODE
003400         GOBACK
003410     END-IF
003420     IF WS-BACKOUT-TIME-REQ NOT = SPACES
003430         AND WS-BACKOUT-TIME-REQ NOT NUMERIC
003440         DISPLAY "BACKOUT_TIME must be the run time, HHMMSSHH: "
003450             WS-BACKOUT-TIME-REQ
003460         MOVE 16 TO RETURN-CODE
003470         GOBACK
003480     END-IF.
003490 1000-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------
003530* 1200-FIND-RUN - one pass over the journal gathering the runs
003540* the named program made on the named date.  With BACKOUT_TIME
003550* given it must be one of them; without it there must be
003560* exactly one.  Anything else lists what is on the journal and
003570* stops with condition code 16 before the lock is taken.
003580*----------------------------------------------------------------
003590 1200-FIND-RUN.
003600     OPEN INPUT JOURNAL-FILE
003610     IF NOT JOURNAL-FILE-OK
003620         DISPLAY "Could not open change journal, status "
003630             JOURNAL-FILE-STATUS
003640         MOVE 16 TO RETURN-CODE
003650         GOBACK
003660     END-IF
003670     MOVE 0 TO WS-RUN-COUNT
003680     READ JOURNAL-FILE
003690     PERFORM 1300-NOTE-ONE-ENTRY UNTIL NOT JOURNAL-FILE-OK
003700     CLOSE JOURNAL-FILE
003710     IF WS-RUN-COUNT = 0
003720         DISPLAY "No journal entries for " WS-BACKOUT-PROGRAM
003730             " on " WS-BACKOUT-DATE
003740         MOVE 16 TO RETURN-CODE
003750         GOBACK
003760     END-IF
003770     IF WS-BACKOUT-TIME-REQ = SPACES
003780         IF WS-RUN-COUNT = 1
003790             MOVE WS-RT-TIME(1) TO WS-BACKOUT-TIME
003800         ELSE
003810             DISPLAY WS-BACKOUT-PROGRAM " ran " WS-RUN-COUNT
003820                 " times on " WS-BACKOUT-DATE
003830                 " - set BACKOUT_TIME to one of:"
003840             PERFORM 1400-LIST-ONE-RUN
003850                 VARYING R FROM 1 BY 1 UNTIL R > WS-RUN-COUNT
003860             MOVE 16 TO RETURN-CODE
003870             GOBACK
003880         END-IF
003890     ELSE
003900         MOVE "N" TO WS-TIME-FOUND-SWITCH
003910         PERFORM 1350-CHECK-ONE-RUN
003920             VARYING R FROM 1 BY 1 UNTIL R > WS-RUN-COUNT
003930         IF NOT RUN-TIME-FOUND
003940             DISPLAY "No journal entries for " WS-BACKOUT-PROGRAM
003950                 " on " WS-BACKOUT-DATE " at " WS-BACKOUT-TIME
003960                 " - runs that day:"
003970             PERFORM 1400-LIST-ONE-RUN
003980                 VARYING R FROM 1 BY 1 UNTIL R > WS-RUN-COUNT
003990             MOVE 16 TO RETURN-CODE
004000             GOBACK
004010         END-IF
004020     END-IF
004030     DISPLAY "Backing out " WS-BACKOUT-PROGRAM " run "
004040         WS-BACKOUT-DATE " " WS-BACKOUT-TIME.
004050 1200-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090* 1300-NOTE-ONE-ENTRY - count the entry against its run time in
004100* the run table, adding the time the first time it is seen.
004110* More than 50 runs of one program in a day is not a real
004120* schedule; any beyond that are left out of the list.
004130*----------------------------------------------------------------
004140 1300-NOTE-ONE-ENTRY.
004150     IF JRNL-PROGRAM = WS-BACKOUT-PROGRAM
004160         AND JRNL-RUN-DATE = WS-BACKOUT-DATE
004170         MOVE 1 TO R
004180         PERFORM 1320-SKIP-OTHER-RUN
004190             UNTIL R > WS-RUN-COUNT
004200             OR WS-RT-TIME(R) = JRNL-RUN-TIME
004210         IF R > WS-RUN-COUNT AND WS-RUN-COUNT < 50
004220             ADD 1 TO WS-RUN-COUNT
004230             MOVE JRNL-RUN-TIME TO WS-RT-TIME(R)
004240             MOVE 0 TO WS-RT-CHANGES(R)
004250         END-IF
004260         IF R NOT > WS-RUN-COUNT
004270             ADD 1 TO WS-RT-CHANGES(R)
004280         END-IF
004290     END-IF
004300     READ JOURNAL-FILE.
004310
004320 1320-SKIP-OTHER-RUN.
004330     ADD 1 TO R.
004340
004350 1350-CHECK-ONE-RUN.
004360     IF WS-RT-TIME(R) = WS-BACKOUT-TIME
004370         SET RUN-TIME-FOUND TO TRUE
004380     END-IF.
004390
004400 1400-LIST-ONE-RUN.
004410     DISPLAY "  BACKOUT_TIME=" WS-RT-TIME(R)
004420         "  changes " WS-RT-CHANGES(R).
004430
004440*----------------------------------------------------------------
004450* 1600-ACQUIRE-RUN-LOCK - register this run in runlock.dat
004460* before the master is touched.  A record already there means
004470* another updater holds the master: refuse to start with
004480* condition code 20 so a backout can never run under a live
004490* load.  A lock left by an abended run is cleared by operations
004500* (empty runlock.dat), and the refusal message says so.
004510*----------------------------------------------------------------
004520 1600-ACQUIRE-RUN-LOCK.
004530     OPEN INPUT LOCK-FILE
004540     IF LOCK-FILE-OK
004550         READ LOCK-FILE
004560         IF LOCK-FILE-OK AND LOCK-REC NOT = SPACES
004570             DISPLAY "master.dat is locked by " LOCK-PROGRAM
004580                 " since " LOCK-DATE " " LOCK-TIME
004590             DISPLAY "If that run abended, empty runlock.dat"
004600                 " and rerun."
004610             MOVE 20 TO RETURN-CODE
004620             CLOSE LOCK-FILE
004630             GOBACK
004640         END-IF
004650         CLOSE LOCK-FILE
004660     END-IF
004670     OPEN OUTPUT LOCK-FILE
004680     IF NOT LOCK-FILE-OK
004690         DISPLAY "Could not write run lock, status "
004700             LOCK-FILE-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         GOBACK
004730     END-IF
004740     MOVE SPACES TO LOCK-REC
004750     MOVE "RUN-BACKOUT" TO LOCK-PROGRAM
004760     ACCEPT LOCK-DATE FROM DATE YYYYMMDD
004770     ACCEPT LOCK-TIME FROM TIME
004780     WRITE LOCK-REC
004790     CLOSE LOCK-FILE
004800     MOVE LOCK-DATE TO WS-JOURNAL-DATE
004810     MOVE LOCK-TIME TO WS-JOURNAL-TIME.
004820 1600-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860* 1800-OPEN-FILES - open the three files the journal covers and
004870* the report.  An absent master is a hard stop, the same as
004880* MASTER-MAINT; an absent queue or archive index is created,
004890* since a run that wrote the first record into one of them is
004900* exactly the kind of run that gets backed out.  The journal is
004910* not opened here - the sort's input procedure reads it first,
004920* and the output procedure then opens it to append.
004930*----------------------------------------------------------------
004940 1800-OPEN-FILES.
004950     OPEN I-O MASTER-FILE
004960     IF NOT MASTER-FILE-OK
004970         DISPLAY "Could not open master dictionary file, status "
004980             MASTER-FILE-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005010         GOBACK
005020     END-IF
005030     OPEN I-O PENDING-FILE
005040     IF PENDING-FILE-NOT-FOUND
005050         OPEN OUTPUT PENDING-FILE
005060         CLOSE PENDING-FILE
005070         OPEN I-O PENDING-FILE
005080     END-IF
005090     IF NOT PENDING-FILE-OK
005100         DISPLAY "Could not open pending queue, status "
005110             PENDING-FILE-STATUS
005120         MOVE 16 TO RETURN-CODE
005130         CLOSE MASTER-FILE
005140         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005150         GOBACK
005160     END-IF
005170     OPEN I-O ARCH-INDEX-FILE
005180     IF ARCH-INDEX-NOT-FOUND
005190         OPEN OUTPUT ARCH-INDEX-FILE
005200         CLOSE ARCH-INDEX-FILE
005210         OPEN I-O ARCH-INDEX-FILE
005220     END-IF
005230     IF NOT ARCH-INDEX-OK
005240         DISPLAY "Could not open archive index, status "
005250             ARCH-INDEX-STATUS
005260         MOVE 16 TO RETURN-CODE
005270         CLOSE MASTER-FILE
005280         CLOSE PENDING-FILE
005290         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005300         GOBACK
005310     END-IF
005320     OPEN OUTPUT BACKOUT-REPORT-FILE
005330     IF NOT BACKOUT-REPORT-OK
005340         DISPLAY "Could not open backout report file."
005350         MOVE 16 TO RETURN-CODE
005360         CLOSE MASTER-FILE
005370         CLOSE PENDING-FILE
005380         CLOSE ARCH-INDEX-FILE
005390         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005400         GOBACK
005410     END-IF
005420     MOVE WS-BACKOUT-PROGRAM TO WS-RH-PROGRAM
005430     MOVE WS-BACKOUT-DATE TO WS-RH-DATE
005440     MOVE WS-BACKOUT-TIME TO WS-RH-TIME
005450     MOVE WS-REPORT-HEADER TO BACKOUT-REPORT-REC
005460     WRITE BACKOUT-REPORT-REC
005470     MOVE SPACES TO BACKOUT-REPORT-REC
005480     WRITE BACKOUT-REPORT-REC
005490     MOVE WS-COLUMN-HEADER TO BACKOUT-REPORT-REC
005500     WRITE BACKOUT-REPORT-REC.
005510 1800-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550* 2000-SELECT-ENTRIES - sort input procedure: release every
005560* journal entry of the named run, tagged with its position in
005570* the file.
005580*----------------------------------------------------------------
005590 2000-SELECT-ENTRIES.
005600     OPEN INPUT JOURNAL-FILE
005610     IF NOT JOURNAL-FILE-OK
005620         DISPLAY "Could not open change journal, status "
005630             JOURNAL-FILE-STATUS
005640         MOVE 16 TO RETURN-CODE
005650         GO TO 2000-EXIT
005660     END-IF
005670     READ JOURNAL-FILE
005680     PERFORM 2100-SELECT-ONE-ENTRY UNTIL NOT JOURNAL-FILE-OK
005690     CLOSE JOURNAL-FILE.
005700 2000-EXIT.
005710     EXIT.
005720
005730 2100-SELECT-ONE-ENTRY.
005740     ADD 1 TO WS-JOURNAL-READ-COUNT
005750     IF JRNL-PROGRAM = WS-BACKOUT-PROGRAM
005760         AND JRNL-RUN-DATE = WS-BACKOUT-DATE
005770         AND JRNL-RUN-TIME = WS-BACKOUT-TIME
005780         MOVE WS-JOURNAL-READ-COUNT TO BS-POSITION
005790         MOVE JOURNAL-REC TO BS-JOURNAL-REC
005800         RELEASE BS-REC
005810         ADD 1 TO WS-SELECTED-COUNT
005820     END-IF
005830     READ JOURNAL-FILE.
005840
005850*----------------------------------------------------------------
005860* 3000-REVERSE-ENTRIES - sort output procedure: the run's
005870* entries come back newest first and each is reversed in turn,
005880* so a word the run touched several times ends up as it was
005890* before the run's first change.
005900*----------------------------------------------------------------
005910 3000-REVERSE-ENTRIES.
005920     OPEN EXTEND JOURNAL-FILE
005930     IF NOT JOURNAL-FILE-OK
005940         DISPLAY "Could not open change journal, status "
005950             JOURNAL-FILE-STATUS
005960         MOVE 16 TO RETURN-CODE
005970         GO TO 3000-EXIT
005980     END-IF
005990     MOVE "N" TO WS-SORT-END-SWITCH
006000     RETURN BACKOUT-SORT-FILE
006010         AT END SET SORT-STREAM-END TO TRUE
006020     END-RETURN
006030     PERFORM 3100-REVERSE-ONE-ENTRY UNTIL SORT-STREAM-END
006040     CLOSE JOURNAL-FILE.
006050 3000-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090* 3100-REVERSE-ONE-ENTRY - compare the record on file now with
006100* the entry's images.  On file as the run left it: reverse the
006110* change.  Already as it was before the run: nothing to do.
006120* Anything else: something changed it since, so it is left
006130* alone and reported as a conflict.
006140*----------------------------------------------------------------
006150 3100-REVERSE-ONE-ENTRY.
006160     MOVE BS-JOURNAL-REC TO WS-ENTRY
006170     MOVE WS-EN-BEFORE(1:30) TO WS-EN-WORD
006180     IF WS-EN-WORD = SPACES
006190         MOVE WS-EN-AFTER(1:30) TO WS-EN-WORD
006200     END-IF
006210     ADD 1 TO WS-ENTRY-COUNT
006220     MOVE SPACES TO WS-DETAIL-LINE
006230     MOVE WS-EN-WORD TO WS-DL-WORD
006240     MOVE WS-EN-FILE TO WS-DL-FILE
006250     MOVE WS-EN-SEQUENCE TO WS-DL-SEQUENCE
006260     EVALUATE TRUE
006270         WHEN EN-WRITE
006280             MOVE "WRITE" TO WS-DL-ACTION
006290         WHEN EN-REWRITE
006300             MOVE "REWRITE" TO WS-DL-ACTION
006310         WHEN OTHER
006320             MOVE "DELETE" TO WS-DL-ACTION
006330     END-EVALUATE
006340     PERFORM 3200-READ-CURRENT THRU 3200-EXIT
006350     EVALUATE TRUE
006360         WHEN EN-WRITE AND NOT RECORD-ON-FILE
006370         WHEN EN-REWRITE AND RECORD-ON-FILE
006380             AND WS-CURRENT-IMAGE = WS-EN-BEFORE
006390         WHEN EN-DELETE AND RECORD-ON-FILE
006400             AND WS-CURRENT-IMAGE = WS-EN-BEFORE
006410             MOVE "ALREADY AS BEFORE" TO WS-DL-OUTCOME
006420             ADD 1 TO WS-UNCHANGED-COUNT
006430         WHEN EN-WRITE AND WS-CURRENT-IMAGE = WS-EN-AFTER
006440             PERFORM 3300-UNDO-WRITE THRU 3300-EXIT
006450             MOVE "REMOVED" TO WS-DL-OUTCOME
006460             ADD 1 TO WS-RESTORED-COUNT
006470         WHEN EN-REWRITE AND WS-CURRENT-IMAGE = WS-EN-AFTER
006480             PERFORM 3400-UNDO-REWRITE THRU 3400-EXIT
006490             MOVE "PRIOR IMAGE RESTORED" TO WS-DL-OUTCOME
006500             ADD 1 TO WS-RESTORED-COUNT
006510         WHEN EN-DELETE AND NOT RECORD-ON-FILE
006520             PERFORM 3500-UNDO-DELETE THRU 3500-EXIT
006530             MOVE "WRITTEN BACK" TO WS-DL-OUTCOME
006540             ADD 1 TO WS-RESTORED-COUNT
006550         WHEN OTHER
006560             MOVE "CONFLICT - NOT CHANGED" TO WS-DL-OUTCOME
006570             ADD 1 TO WS-CONFLICT-COUNT
006580     END-EVALUATE
006590     MOVE WS-DETAIL-LINE TO BACKOUT-REPORT-REC
006600     WRITE BACKOUT-REPORT-REC
006610     RETURN BACKOUT-SORT-FILE
006620         AT END SET SORT-STREAM-END TO TRUE
006630     END-RETURN.
006640
006650*----------------------------------------------------------------
006660* 3200-READ-CURRENT - read the entry's word from the file the
006670* entry names, leaving the record (spaces when there is none)
006680* in WS-CURRENT-IMAGE and the file's record area positioned for
006690* a REWRITE or DELETE.
006700*----------------------------------------------------------------
006710 3200-READ-CURRENT.
006720     MOVE "N" TO WS-ON-FILE-SWITCH
006730     MOVE SPACES TO WS-CURRENT-IMAGE
006740     EVALUATE TRUE
006750         WHEN EN-MASTER
006760             MOVE WS-EN-WORD TO MASTER-WORD
006770             READ MASTER-FILE
006780                 INVALID KEY
006790                     CONTINUE
006800                 NOT INVALID KEY
006810                     SET RECORD-ON-FILE TO TRUE
006820                     MOVE MASTER-REC TO WS-CURRENT-IMAGE
006830             END-READ
006840         WHEN EN-PENDING
006850             MOVE WS-EN-WORD TO PENDING-WORD
006860             READ PENDING-FILE
006870                 INVALID KEY
006880                     CONTINUE
006890                 NOT INVALID KEY
006900                     SET RECORD-ON-FILE TO TRUE
006910                     MOVE PENDING-REC TO WS-CURRENT-IMAGE
006920             END-READ
006930         WHEN OTHER
006940             MOVE WS-EN-WORD TO ARCH-WORD
006950             READ ARCH-INDEX-FILE
006960                 INVALID KEY
006970                     CONTINUE
006980                 NOT INVALID KEY
006990                     SET RECORD-ON-FILE TO TRUE
007000                     MOVE ARCH-REC TO WS-CURRENT-IMAGE
007010             END-READ
007020     END-EVALUATE.
007030 3200-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------
007070* 3300-UNDO-WRITE - the run added the record: delete it.
007080*----------------------------------------------------------------
007090 3300-UNDO-WRITE.
007100     EVALUATE TRUE
007110         WHEN EN-MASTER
007120             DELETE MASTER-FILE
007130         WHEN EN-PENDING
007140             DELETE PENDING-FILE
007150         WHEN OTHER
007160             DELETE ARCH-INDEX-FILE
007170     END-EVALUATE
007180     MOVE WS-EN-FILE TO JRNL-FILE
007190     SET JRNL-DELETE TO TRUE
007200     MOVE WS-CURRENT-IMAGE TO JRNL-BEFORE
007210     MOVE SPACES TO JRNL-AFTER
007220     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
007230 3300-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270* 3400-UNDO-REWRITE - the run updated the record: put the
007280* before image back.
007290*----------------------------------------------------------------
007300 3400-UNDO-REWRITE.
007310     EVALUATE TRUE
007320         WHEN EN-MASTER
007330             MOVE WS-EN-BEFORE TO MASTER-REC
007340             REWRITE MASTER-REC
007350         WHEN EN-PENDING
007360             MOVE WS-EN-BEFORE TO PENDING-REC
007370             REWRITE PENDING-REC
007380         WHEN OTHER
007390             MOVE WS-EN-BEFORE TO ARCH-REC
007400             REWRITE ARCH-REC
007410     END-EVALUATE
007420     MOVE WS-EN-FILE TO JRNL-FILE
007430     SET JRNL-REWRITE TO TRUE
007440     MOVE WS-CURRENT-IMAGE TO JRNL-BEFORE
007450     MOVE WS-EN-BEFORE TO JRNL-AFTER
007460     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
007470 3400-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510* 3500-UNDO-DELETE - the run removed the record: write the
007520* before image back.
007530*----------------------------------------------------------------
007540 3500-UNDO-DELETE.
007550     EVALUATE TRUE
007560         WHEN EN-MASTER
007570             MOVE WS-EN-BEFORE TO MASTER-REC
007580             WRITE MASTER-REC
007590         WHEN EN-PENDING
007600             MOVE WS-EN-BEFORE TO PENDING-REC
007610             WRITE PENDING-REC
007620         WHEN OTHER
007630             MOVE WS-EN-BEFORE TO ARCH-REC
007640             WRITE ARCH-REC
007650     END-EVALUATE
007660     MOVE WS-EN-FILE TO JRNL-FILE
007670     SET JRNL-WRITE TO TRUE
007680     MOVE SPACES TO JRNL-BEFORE
007690     MOVE WS-EN-BEFORE TO JRNL-AFTER
007700     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
007710 3500-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750* 8800-WRITE-JOURNAL - stamp and append the journal record for
007760* the reversal just made, so the backout can itself be backed
007770* out.
007780*----------------------------------------------------------------
007790 8800-WRITE-JOURNAL.
007800     ADD 1 TO WS-JOURNAL-SEQ
007810     MOVE "RUN-BACKOUT" TO JRNL-PROGRAM
007820     MOVE WS-JOURNAL-DATE TO JRNL-RUN-DATE
007830     MOVE WS-JOURNAL-TIME TO JRNL-RUN-TIME
007840     MOVE WS-JOURNAL-SEQ TO JRNL-SEQUENCE
007850     WRITE JOURNAL-REC.
007860 8800-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900* 9000-WRAP-UP - close the files and put the control totals on
007910* the report and the log.  Entries must equal restored plus
007920* unchanged plus conflicts; any conflict ends the run with
007930* condition code 4 so the operator looks at the report.
007940*----------------------------------------------------------------
007950 9000-WRAP-UP.
007960     MOVE SPACES TO BACKOUT-REPORT-REC
007970     WRITE BACKOUT-REPORT-REC
007980     MOVE WS-ENTRY-COUNT TO WS-TL-ENTRIES
007990     MOVE WS-RESTORED-COUNT TO WS-TL-RESTORED
008000     MOVE WS-UNCHANGED-COUNT TO WS-TL-UNCHANGED
008010     MOVE WS-CONFLICT-COUNT TO WS-TL-CONFLICT
008020     MOVE WS-TOTALS-LINE TO BACKOUT-REPORT-REC
008030     WRITE BACKOUT-REPORT-REC
008040     CLOSE MASTER-FILE
008050     CLOSE PENDING-FILE
008060     CLOSE ARCH-INDEX-FILE
008070     CLOSE BACKOUT-REPORT-FILE
008080     DISPLAY "Journal entries selected: " WS-SELECTED-COUNT
008090     DISPLAY "Changes restored:         " WS-RESTORED-COUNT
008100     DISPLAY "Already as before:        " WS-UNCHANGED-COUNT
008110     DISPLAY "Conflicts (not changed):  " WS-CONFLICT-COUNT
008120     IF RETURN-CODE = 0 AND WS-CONFLICT-COUNT > 0
008130         MOVE 4 TO RETURN-CODE
008140     END-IF
008150     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT.
008160 9000-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------------
008200* 8900-RELEASE-RUN-LOCK - emptying runlock.dat tells the next
008210* updater the master is free.
008220*----------------------------------------------------------------
008230 8900-RELEASE-RUN-LOCK.
008240     OPEN OUTPUT LOCK-FILE
008250     CLOSE LOCK-FILE.
008260 8900-EXIT.
008270     EXIT.
008280 END PROGRAM RUN-BACKOUT.
