000010******************************************************************
000020* PROGRAM:     CATEGORY-IMPORT
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Inbound category assignments from the BI warehouse.
000080*              The warehouse classifies the words WORD-EXPORT
000090*              sends it; this program takes its classifications
000100*              back onto MASTER-CATEGORY instead of someone keying
000110*              MASTER-MAINT CATEGORY commands a word at a time.
000120*              The feed is pipe-delimited in the same shape as the
000130*              export:
000140*                HDR|feed-date|layout-version
000150*                DET|word|category-code|effective-date
000160*                TRL|record-count|date-hash
000170*              The trailer carries the number of DET records and
000180*              the sum of their effective dates (YYYYMMDD read as
000190*              a number), both zero-padded (9 and 15 digits).
000200*
000210*              The whole feed is proved before anything is
000220*              touched: a header first with an eight-digit feed
000230*              date and layout 01, one trailer last, nothing but
000240*              DET records between, and the trailer's count and
000250*              hash agreeing with the details.  A feed that fails
000260*              any of that is refused whole (condition code 8) and
000270*              nothing is applied.
000280*
000290*              A proven feed is applied to master.dat under the
000300*              run lock, each change journaled (see JRNLREC) so
000310*              RUN-BACKOUT can reverse the run.  Every DET row
000320*              comes out as one of:
000330*                APPLIED    the word's category was changed
000340*                UNCHANGED  the word already had that category
000350*                HELD       the word is still in the approval
000360*                           queue (pending.dat), or the effective
000370*                           date is still to come
000380*                REJECTED   unknown word, bad code, bad date or
000390*                           word, a malformed row, or a second row
000400*                           for a word already in the feed
000410*              A category code is 1-4 upper-case letters or
000420*              digits, the form INTEGRITY-CHECK holds
000430*              MASTER-CATEGORY to; NONE clears the category.
000440*
000450*              Held rows are kept in cathold.dat and tried again
000460*              on every later run, applying once the word is
000470*              approved (or the date arrives); a word denied off
000480*              the queue meanwhile is then rejected as unknown.  A
000490*              row for the same word in a newer feed replaces the
000500*              held one - unless that row is itself rejected, in
000510*              which case the hold is tried as before.
000520*
000530*              Each row's outcome goes back to the warehouse in
000540*              the results file, pipe-delimited again:
000550*                HDR|run-date|feed-date|layout-version
000560*                RES|feed-date|row|word|code|effective-date|
000570*                    status|reason
000580*                ERR|reason            (refused feed only)
000590*                TRL|results|applied|unchanged|held|rejected
000600*              Held rows carried from an earlier feed are listed
000610*              with that feed's date and row number.
000620*
000630*              CONTROL (environment variables):
000640*                CATEGORY_FEED     inbound feed (default
000650*                                  catfeed.dat)
000660*                CATEGORY_RESULTS  results file (default
000670*                                  catresult.dat)
000680*              Condition codes: 0 all rows applied or unchanged,
000690*              4 rows held or rejected, 8 feed refused, 16 a file
000700*              could not be used, 20 master locked by another run.
000710* TECTONICS:   cobc
000720******************************************************************
000730* MODIFICATION HISTORY
000740*   10/15/2026 AW  Original version.
000750******************************************************************
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID. CATEGORY-IMPORT.
000780 AUTHOR. A. WIMER.
000790 INSTALLATION. DATA SERVICES.
000800 DATE-WRITTEN. 10/15/2026.
000810 DATE-COMPILED.
000820
000830 ENVIRONMENT DIVISION.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT FEED-FILE ASSIGN TO "CATFEEDIN"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FEED-FILE-STATUS.
000890
000900     SELECT RESULT-FILE ASSIGN TO "CATRESULTOUT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS RESULT-FILE-STATUS.
000930
000940     SELECT MASTER-FILE ASSIGN TO "master.dat"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS MASTER-WORD
000980         FILE STATUS IS MASTER-FILE-STATUS.
000990
001000     SELECT PENDING-FILE ASSIGN TO "pending.dat"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS PENDING-WORD
001040         FILE STATUS IS PENDING-FILE-STATUS.
001050
001060     SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS JOURNAL-FILE-STATUS.
001090
001100     SELECT HOLD-FILE ASSIGN TO "cathold.dat"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS HOLD-FILE-STATUS.
001130
001140     SELECT HOLD-WORK-FILE ASSIGN TO "cathold.tmp"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS HOLD-WORK-STATUS.
001170
001180     SELECT LOCK-FILE ASSIGN TO "runlock.dat"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS LOCK-FILE-STATUS.
001210
001220     SELECT CAT-SORT-FILE ASSIGN TO "catsort.tmp".
001230
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  FEED-FILE
001270     RECORD CONTAINS 120 CHARACTERS.
001280 01  FEED-REC                    PIC X(120).
001290
001300 FD  RESULT-FILE
001310     RECORD CONTAINS 120 CHARACTERS.
001320 01  RESULT-REC                  PIC X(120).
001330
001340 FD  MASTER-FILE.
001350     COPY MASTERREC.
001360
001370 FD  PENDING-FILE.
001380     COPY PENDREC.
001390
001400*----------------------------------------------------------------
001410* JOURNAL-REC - one before/after image per master change this
001420* run makes (see JRNLREC), so RUN-BACKOUT can reverse the run.
001430*----------------------------------------------------------------
001440 FD  JOURNAL-FILE.
001450     COPY JRNLREC.
001460
001470*----------------------------------------------------------------
001480* HOLD-REC - an assignment waiting for its word to be approved
001490* or its effective date to come, with the feed and row it came
001500* in on and the run date it was first held.  The whole file is
001510* read back each run and rewritten with what is still held.
001520*----------------------------------------------------------------
001530 FD  HOLD-FILE
001540     RECORD CONTAINS 72 CHARACTERS.
001550 01  HOLD-REC.
001560     05  HOLD-WORD               PIC X(30).
001570     05  FILLER                  PIC X(01).
001580     05  HOLD-CATEGORY           PIC X(04).
001590     05  FILLER                  PIC X(01).
001600     05  HOLD-EFFECTIVE          PIC X(08).
001610     05  FILLER                  PIC X(01).
001620     05  HOLD-FEED-DATE          PIC 9(08).
001630     05  FILLER                  PIC X(01).
001640     05  HOLD-ROW                PIC 9(09).
001650     05  FILLER                  PIC X(01).
001660     05  HOLD-SINCE              PIC 9(08).
001670
001680 FD  HOLD-WORK-FILE
001690     RECORD CONTAINS 72 CHARACTERS.
001700 01  HOLD-WORK-REC               PIC X(72).
001710
001720*----------------------------------------------------------------
001730* LOCK-REC - the run-control lock shared by every program that
001740* updates master.dat.  An empty runlock.dat means the master is
001750* free; a record means the named program registered itself and
001760* has not finished.
001770*----------------------------------------------------------------
001780 FD  LOCK-FILE
001790     RECORD CONTAINS 38 CHARACTERS.
001800 01  LOCK-REC.
001810     05  LOCK-PROGRAM            PIC X(20).
001820     05  FILLER                  PIC X(01).
001830     05  LOCK-DATE               PIC 9(08).
001840     05  FILLER                  PIC X(01).
001850     05  LOCK-TIME               PIC 9(08).
001860
001870*----------------------------------------------------------------
001880* SORT WORK FILE - CS-REC is one feed row (origin F) or one held
001890* row carried from an earlier feed (origin H), keyed by the
001900* folded word.  Sorting on word, origin and row puts a word's
001910* feed rows first, in feed order, ahead of anything held for it:
001920* the first feed row is the one acted on and any later feed row
001930* is a duplicate.  A held row is replaced when that first feed
001940* row is usable; when the first feed row was rejected, or there
001950* is none, the held row is settled in its own right.
001960* CS-REJECT-REASON is filled when the row itself is unusable.
001970*----------------------------------------------------------------
001980 SD  CAT-SORT-FILE.
001990 01  CS-REC.
002000     05  CS-WORD                 PIC X(30).
002010     05  CS-ORIGIN               PIC X(01).
002020         88  CS-FROM-FEED        VALUE "F".
002030         88  CS-FROM-HOLD        VALUE "H".
002040     05  CS-ROW                  PIC 9(09).
002050     05  CS-WORD-SENT            PIC X(40).
002060     05  CS-CODE-SENT            PIC X(10).
002070     05  CS-CATEGORY             PIC X(04).
002080     05  CS-EFFECTIVE            PIC X(08).
002090     05  CS-FEED-DATE            PIC 9(08).
002100     05  CS-HELD-SINCE           PIC 9(08).
002110     05  CS-REJECT-REASON        PIC X(20).
002120
002130 WORKING-STORAGE SECTION.
002140*----------------------------------------------------------------
002150* FILE STATUS AND SWITCHES
002160*----------------------------------------------------------------
002170 01  FEED-FILE-STATUS            PIC 9(02).
002180     88  FEED-FILE-OK            VALUE 0.
002190     88  FEED-FILE-END           VALUE 10.
002200
002210 01  RESULT-FILE-STATUS          PIC 9(02).
002220     88  RESULT-FILE-OK          VALUE 0.
002230
002240 01  MASTER-FILE-STATUS          PIC 9(02).
002250     88  MASTER-FILE-OK          VALUE 0.
002260
002270 01  PENDING-FILE-STATUS         PIC 9(02).
002280     88  PENDING-FILE-OK         VALUE 0.
002290     88  PENDING-FILE-NOT-FOUND  VALUE 35.
002300
002310 01  JOURNAL-FILE-STATUS         PIC 9(02).
002320     88  JOURNAL-FILE-OK         VALUE 0.
002330     88  JOURNAL-FILE-NOT-FOUND  VALUE 35.
002340
002350 01  HOLD-FILE-STATUS            PIC 9(02).
002360     88  HOLD-FILE-OK            VALUE 0.
002370     88  HOLD-FILE-END           VALUE 10.
002380
002390 01  HOLD-WORK-STATUS            PIC 9(02).
002400     88  HOLD-WORK-OK            VALUE 0.
002410     88  HOLD-WORK-END           VALUE 10.
002420
002430 01  LOCK-FILE-STATUS            PIC 9(02).
002440     88  LOCK-FILE-OK            VALUE 0.
002450     88  LOCK-FILE-NOT-FOUND     VALUE 35.
002460
002470 01  WS-SORT-END-SWITCH          PIC X(01) VALUE "N".
002480     88  SORT-STREAM-END         VALUE "Y".
002490
002500 01  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
002510     88  HEADER-SEEN             VALUE "Y".
002520
002530 01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
002540     88  TRAILER-SEEN            VALUE "Y".
002550
002560 01  WS-PENDING-OPEN-SWITCH      PIC X(01) VALUE "N".
002570     88  PENDING-ON-FILE         VALUE "Y".
002580
002590 01  WS-PENDING-SWITCH           PIC X(01) VALUE "N".
002600     88  WORD-PENDING            VALUE "Y".
002610
002620*----------------------------------------------------------------
002630* RUN CONTROLS
002640*----------------------------------------------------------------
002650 01  WS-FEED-NAME                PIC X(20) VALUE SPACES.
002660 01  WS-RESULT-NAME              PIC X(20) VALUE SPACES.
002670
002680 01  WS-RUN-DATE                 PIC 9(08).
002690 01  WS-LAYOUT-VERSION           PIC X(02) VALUE "01".
002700
002710*----------------------------------------------------------------
002720* FEED PROOF - what the verifying pass found.  WS-REFUSE-REASON is
002730* the first problem met; any at all refuses the feed.
002740*----------------------------------------------------------------
002750 01  WS-FEED-DATE                PIC 9(08) VALUE 0.
002760
002770 01  WS-REFUSE-REASON            PIC X(60) VALUE SPACES.
002780
002790 01  WS-PROOF-FIELDS.
002800     05  WS-PF-DETAIL-COUNT      PIC 9(09) COMP VALUE 0.
002810     05  WS-PF-DATE-HASH         PIC 9(15) COMP VALUE 0.
002820     05  WS-PF-TRAILER-COUNT     PIC 9(09) VALUE 0.
002830     05  WS-PF-TRAILER-HASH      PIC 9(15) VALUE 0.
002840     05  WS-PF-DETAIL-NUMBER     PIC 9(09).
002850
002860*----------------------------------------------------------------
002870* FEED-LINE FIELDS - one line split at the pipes.  Each field is
002880* wider than any good value so an overlong one can be seen.
002890*----------------------------------------------------------------
002900 01  WS-FEED-FIELDS.
002910     05  WS-FF-TYPE              PIC X(10).
002920     05  WS-FF-FIELD-1           PIC X(40).
002930     05  WS-FF-FIELD-2           PIC X(20).
002940     05  WS-FF-FIELD-3           PIC X(20).
002950     05  WS-FF-EXTRA             PIC X(20).
002960     05  WS-FF-FIELD-COUNT       PIC 9(02) COMP VALUE 0.
002970
002980 01  WS-DATE-CHECK               PIC X(08).
002990 01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
003000     05  WS-DC-YEAR              PIC 9(04).
003010     05  WS-DC-MONTH             PIC 9(02).
003020     05  WS-DC-DAY               PIC 9(02).
003030 01  WS-DATE-NUMBER REDEFINES WS-DATE-CHECK
003040                                 PIC 9(08).
003050
003060 01  WS-DATE-BAD-SWITCH          PIC X(01) VALUE "N".
003070     88  DATE-BAD                VALUE "Y".
003080
003090*----------------------------------------------------------------
003100* CATEGORY CHECK - a code is 1-4 upper-case letters or digits
003110* starting in the first byte with nothing after the first blank,
003120* the same test INTEGRITY-CHECK applies to MASTER-CATEGORY.
003130*----------------------------------------------------------------
003140 01  WS-CK-CATEGORY              PIC X(04).
003150
003160 01  WS-CATEGORY-FIELDS.
003170     05  WS-CAT-X                PIC 9(01) COMP VALUE 0.
003180     05  WS-CAT-CHAR             PIC X(01).
003190     05  WS-CAT-BLANK-SWITCH     PIC X(01).
003200         88  CAT-BLANK-SEEN      VALUE "Y".
003210     05  WS-CAT-BAD-SWITCH       PIC X(01).
003220         88  CAT-BAD             VALUE "Y".
003230
003240*----------------------------------------------------------------
003250* CHANGE JOURNAL - every master change is journaled under the
003260* run's stamp, the date and time it took the run lock.
003270*----------------------------------------------------------------
003280 01  WS-JOURNAL-FIELDS.
003290     05  WS-JOURNAL-DATE         PIC 9(08) VALUE 0.
003300     05  WS-JOURNAL-TIME         PIC 9(08) VALUE 0.
003310     05  WS-JOURNAL-SEQ          PIC 9(09) COMP VALUE 0.
003320
003330 01  WS-BEFORE-IMAGE             PIC X(65).
003340
003350*----------------------------------------------------------------
003360* ROW OUTCOME - filled for each row and written as its RES line.
003370*----------------------------------------------------------------
003380 01  WS-PREV-WORD                PIC X(30) VALUE SPACES.
003390
003400 01  WS-FIRST-ROW-SWITCH         PIC X(01) VALUE "N".
003410     88  FIRST-ROW-USABLE        VALUE "Y".
003420
003430 01  WS-OUTCOME.
003440     05  WS-OC-STATUS            PIC X(10).
003450     05  WS-OC-REASON            PIC X(20).
003460     05  WS-OC-CODE              PIC X(10).
003470
003480 01  WS-RESULT-LINE              PIC X(120).
003490
003500 01  WS-RESULT-NUMBERS.
003510     05  WS-RN-ROW               PIC 9(09).
003520     05  WS-RN-RESULTS           PIC 9(09).
003530     05  WS-RN-APPLIED           PIC 9(09).
003540     05  WS-RN-UNCHANGED         PIC 9(09).
003550     05  WS-RN-HELD              PIC 9(09).
003560     05  WS-RN-REJECTED          PIC 9(09).
003570
003580*----------------------------------------------------------------
003590* COUNTERS
003600*----------------------------------------------------------------
003610 01  WS-COUNTERS.
003620     05  WS-ROW-COUNT            PIC 9(09) COMP VALUE 0.
003630     05  WS-CARRIED-COUNT        PIC 9(09) COMP VALUE 0.
003640     05  WS-REPLACED-COUNT       PIC 9(09) COMP VALUE 0.
003650     05  WS-RESULT-COUNT         PIC 9(09) COMP VALUE 0.
003660     05  WS-APPLIED-COUNT        PIC 9(09) COMP VALUE 0.
003670     05  WS-UNCHANGED-COUNT      PIC 9(09) COMP VALUE 0.
003680     05  WS-HELD-COUNT           PIC 9(09) COMP VALUE 0.
003690     05  WS-REJECTED-COUNT       PIC 9(09) COMP VALUE 0.
003700
003710*----------------------------------------------------------------
003720* PROCEDURE DIVISION
003730*----------------------------------------------------------------
003740 PROCEDURE DIVISION.
003750
003760 0000-MAINLINE.
003770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003780     PERFORM 2000-VERIFY-FEED THRU 2000-EXIT
003790     PERFORM 1600-ACQUIRE-RUN-LOCK THRU 1600-EXIT
003800     PERFORM 1800-OPEN-FILES THRU 1800-EXIT
003810     SORT CAT-SORT-FILE
003820         ON ASCENDING KEY CS-WORD CS-ORIGIN CS-ROW
003830         INPUT PROCEDURE IS 3000-SELECT-ROWS THRU 3000-EXIT
003840         OUTPUT PROCEDURE IS 5000-APPLY-ROWS THRU 5000-EXIT
003850     PERFORM 7000-REPLACE-HOLD-FILE THRU 7000-EXIT
003860     PERFORM 9000-WRAP-UP THRU 9000-EXIT
003870     GOBACK.
003880
003890*----------------------------------------------------------------
003900* 1000-INITIALIZE - resolve the feed and results names and make
003910* sure the feed is there.  The results file is not opened until
003920* the feed has been refused or the master is locked for it, so a
003930* run turned away by the lock leaves the last results in place.
003940*----------------------------------------------------------------
003950 1000-INITIALIZE.
003960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003970     ACCEPT WS-FEED-NAME FROM ENVIRONMENT "CATEGORY_FEED"
003980     IF WS-FEED-NAME = SPACES
003990         MOVE "catfeed.dat" TO WS-FEED-NAME
004000     END-IF
004010     ACCEPT WS-RESULT-NAME FROM ENVIRONMENT "CATEGORY_RESULTS"
004020     IF WS-RESULT-NAME = SPACES
004030         MOVE "catresult.dat" TO WS-RESULT-NAME
004040     END-IF
004050     DISPLAY "CATFEEDIN" UPON ENVIRONMENT-NAME
004060     DISPLAY WS-FEED-NAME UPON ENVIRONMENT-VALUE
004070     DISPLAY "CATRESULTOUT" UPON ENVIRONMENT-NAME
004080     DISPLAY WS-RESULT-NAME UPON ENVIRONMENT-VALUE
004090     OPEN INPUT FEED-FILE
004100     IF NOT FEED-FILE-OK
004110         DISPLAY "Could not open category feed: " WS-FEED-NAME
004120         MOVE 16 TO RETURN-CODE
004130         GOBACK
004140     END-IF
004150     CLOSE FEED-FILE.
004160 1000-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------
004200* 1600-ACQUIRE-RUN-LOCK - register this run in runlock.dat
004210* before the master is touched.  A record already there means
004220* another updater holds the master: refuse to start with
004230* condition code 20.  The feed is left as it is, to be rerun
004240* once the master is free.  A lock left by an abended run is
004250* cleared by operations (empty runlock.dat), and the refusal
004260* message says so.
004270*----------------------------------------------------------------
004280 1600-ACQUIRE-RUN-LOCK.
004290     OPEN INPUT LOCK-FILE
004300     IF LOCK-FILE-OK
004310         READ LOCK-FILE
004320         IF LOCK-FILE-OK AND LOCK-REC NOT = SPACES
004330             DISPLAY "master.dat is locked by " LOCK-PROGRAM
004340                 " since " LOCK-DATE " " LOCK-TIME
004350             DISPLAY "If that run abended, empty runlock.dat"
004360                 " and rerun."
004370             MOVE 20 TO RETURN-CODE
004380             CLOSE LOCK-FILE
004390             GOBACK
004400         END-IF
004410         CLOSE LOCK-FILE
004420     END-IF
004430     OPEN OUTPUT LOCK-FILE
004440     IF NOT LOCK-FILE-OK
004450         DISPLAY "Could not write run lock, status "
004460             LOCK-FILE-STATUS
004470         MOVE 16 TO RETURN-CODE
004480         GOBACK
004490     END-IF
004500     MOVE SPACES TO LOCK-REC
004510     MOVE "CATEGORY-IMPORT" TO LOCK-PROGRAM
004520     ACCEPT LOCK-DATE FROM DATE YYYYMMDD
004530     ACCEPT LOCK-TIME FROM TIME
004540     WRITE LOCK-REC
004550     CLOSE LOCK-FILE
004560     MOVE LOCK-DATE TO WS-JOURNAL-DATE
004570     MOVE LOCK-TIME TO WS-JOURNAL-TIME.
004580 1600-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------
004620* 1800-OPEN-FILES - open the master, the approval queue, the
004630* journal, the hold work file and the results file.  An absent
004640* master is a hard stop, the same as MASTER-MAINT; an absent
004650* queue just means no word is waiting.  The hold file itself is
004660* read by the sort's input procedure and only replaced once
004670* every row is through.
004680*----------------------------------------------------------------
004690 1800-OPEN-FILES.
004700     OPEN I-O MASTER-FILE
004710     IF NOT MASTER-FILE-OK
004720         DISPLAY "Could not open master dictionary file, status "
004730             MASTER-FILE-STATUS
004740         MOVE 16 TO RETURN-CODE
004750         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
004760         GOBACK
004770     END-IF
004780     OPEN INPUT PENDING-FILE
004790     IF NOT PENDING-FILE-OK AND NOT PENDING-FILE-NOT-FOUND
004800         DISPLAY "Could not open pending queue, status "
004810             PENDING-FILE-STATUS
004820         MOVE 16 TO RETURN-CODE
004830         CLOSE MASTER-FILE
004840         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
004850         GOBACK
004860     END-IF
004870     IF PENDING-FILE-OK
004880         SET PENDING-ON-FILE TO TRUE
004890     END-IF
004900     OPEN EXTEND JOURNAL-FILE
004910     IF JOURNAL-FILE-NOT-FOUND
004920         OPEN OUTPUT JOURNAL-FILE
004930         CLOSE JOURNAL-FILE
004940         OPEN EXTEND JOURNAL-FILE
004950     END-IF
004960     IF NOT JOURNAL-FILE-OK
004970         DISPLAY "Could not open change journal, status "
004980             JOURNAL-FILE-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         CLOSE MASTER-FILE
005010         PERFORM 8950-CLOSE-PENDING THRU 8950-EXIT
005020         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005030         GOBACK
005040     END-IF
005050     OPEN OUTPUT HOLD-WORK-FILE
005060     IF NOT HOLD-WORK-OK
005070         DISPLAY "Could not open hold work file cathold.tmp,"
005080             " status " HOLD-WORK-STATUS
005090         MOVE 16 TO RETURN-CODE
005100         CLOSE MASTER-FILE
005110         PERFORM 8950-CLOSE-PENDING THRU 8950-EXIT
005120         CLOSE JOURNAL-FILE
005130         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005140         GOBACK
005150     END-IF
005160     PERFORM 8400-OPEN-RESULTS THRU 8400-EXIT
005170     IF NOT RESULT-FILE-OK
005180         CLOSE MASTER-FILE
005190         PERFORM 8950-CLOSE-PENDING THRU 8950-EXIT
005200         CLOSE JOURNAL-FILE
005210         CLOSE HOLD-WORK-FILE
005220         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005230         GOBACK
005240     END-IF.
005250 1800-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290* 2000-VERIFY-FEED - one pass proving the feed arrived whole
005300* before the lock is taken or a record changed.  A refused feed
005310* gets a results file carrying only the reason, and the run
005320* ends with condition code 8.
005330*----------------------------------------------------------------
005340 2000-VERIFY-FEED.
005350     OPEN INPUT FEED-FILE
005360     READ FEED-FILE
005370     PERFORM 2100-VERIFY-ONE-LINE UNTIL FEED-FILE-END
005380     CLOSE FEED-FILE
005390     EVALUATE TRUE
005400         WHEN WS-REFUSE-REASON NOT = SPACES
005410             CONTINUE
005420         WHEN NOT HEADER-SEEN
005430             MOVE "NO HDR RECORD" TO WS-REFUSE-REASON
005440         WHEN NOT TRAILER-SEEN
005450             MOVE "NO TRL RECORD" TO WS-REFUSE-REASON
005460         WHEN WS-PF-TRAILER-COUNT NOT = WS-PF-DETAIL-COUNT
005470             MOVE WS-PF-DETAIL-COUNT TO WS-PF-DETAIL-NUMBER
005480             STRING "TRL RECORD COUNT " DELIMITED BY SIZE
005490                 WS-PF-TRAILER-COUNT DELIMITED BY SIZE
005500                 " BUT FEED HAS " DELIMITED BY SIZE
005510                 WS-PF-DETAIL-NUMBER DELIMITED BY SIZE
005520                 INTO WS-REFUSE-REASON
005530         WHEN WS-PF-TRAILER-HASH NOT = WS-PF-DATE-HASH
005540             MOVE "TRL DATE HASH DOES NOT MATCH THE DET RECORDS"
005550                 TO WS-REFUSE-REASON
005560     END-EVALUATE
005570     IF WS-REFUSE-REASON = SPACES
005580         GO TO 2000-EXIT
005590     END-IF
005600     DISPLAY "Category feed " WS-FEED-NAME " refused - "
005610         WS-REFUSE-REASON
005620     DISPLAY "Nothing applied; have the warehouse resend the"
005630         " feed."
005640     PERFORM 8400-OPEN-RESULTS THRU 8400-EXIT
005650     IF NOT RESULT-FILE-OK
005660         GOBACK
005670     END-IF
005680     MOVE SPACES TO WS-RESULT-LINE
005690     STRING "ERR|" DELIMITED BY SIZE
005700         WS-REFUSE-REASON DELIMITED BY SIZE
005710         INTO WS-RESULT-LINE
005720     MOVE WS-RESULT-LINE TO RESULT-REC
005730     WRITE RESULT-REC
005740     PERFORM 8600-WRITE-RESULT-TRAILER THRU 8600-EXIT
005750     CLOSE RESULT-FILE
005760     MOVE 8 TO RETURN-CODE
005770     GOBACK.
005780 2000-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 2100-VERIFY-ONE-LINE - check one line's place in the feed and
005830* add a detail to the running count and hash.  Blank lines are
005840* passed over.
005850*----------------------------------------------------------------
005860 2100-VERIFY-ONE-LINE.
005870     IF FEED-REC NOT = SPACES AND WS-REFUSE-REASON = SPACES
005880         PERFORM 2150-CHECK-ONE-LINE THRU 2150-EXIT
005890     END-IF
005900     READ FEED-FILE.
005910
005920 2150-CHECK-ONE-LINE.
005930     PERFORM 2500-SPLIT-FEED-LINE
005940     EVALUATE TRUE
005950         WHEN WS-FF-TYPE = "HDR"
005960             PERFORM 2200-CHECK-HEADER THRU 2200-EXIT
005970         WHEN WS-FF-TYPE = "DET" AND NOT HEADER-SEEN
005980             MOVE "DET RECORD BEFORE THE HDR RECORD"
005990                 TO WS-REFUSE-REASON
006000         WHEN WS-FF-TYPE = "DET" AND TRAILER-SEEN
006010             MOVE "DET RECORD AFTER THE TRL RECORD"
006020                 TO WS-REFUSE-REASON
006030         WHEN WS-FF-TYPE = "DET"
006040             ADD 1 TO WS-PF-DETAIL-COUNT
006050             MOVE WS-FF-FIELD-3 TO WS-DATE-CHECK
006060             IF WS-DATE-CHECK NUMERIC
006070                 AND WS-FF-FIELD-3(9:12) = SPACES
006080                 ADD WS-DATE-NUMBER TO WS-PF-DATE-HASH
006090             END-IF
006100         WHEN WS-FF-TYPE = "TRL"
006110             PERFORM 2300-CHECK-TRAILER THRU 2300-EXIT
006120         WHEN OTHER
006130             MOVE "UNKNOWN RECORD TYPE " TO WS-REFUSE-REASON
006140             MOVE WS-FF-TYPE TO WS-REFUSE-REASON(21:10)
006150     END-EVALUATE.
006160 2150-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200* 2200-CHECK-HEADER - the header comes first and once, with three
006210* fields: an eight-digit feed date and the layout this program
006220* reads.
006230*----------------------------------------------------------------
006240 2200-CHECK-HEADER.
006250     IF HEADER-SEEN OR WS-PF-DETAIL-COUNT > 0 OR TRAILER-SEEN
006260         MOVE "HDR RECORD NOT FIRST IN THE FEED"
006270             TO WS-REFUSE-REASON
006280         GO TO 2200-EXIT
006290     END-IF
006300     SET HEADER-SEEN TO TRUE
006310     IF WS-FF-FIELD-COUNT NOT = 3
006320         MOVE "HDR RECORD DOES NOT HAVE 3 FIELDS"
006330             TO WS-REFUSE-REASON
006340         GO TO 2200-EXIT
006350     END-IF
006360     MOVE WS-FF-FIELD-1 TO WS-DATE-CHECK
006370     PERFORM 2600-CHECK-DATE THRU 2600-EXIT
006380     IF DATE-BAD OR WS-FF-FIELD-1(9:32) NOT = SPACES
006390         MOVE "HDR FEED DATE IS NOT A YYYYMMDD DATE"
006400             TO WS-REFUSE-REASON
006410         GO TO 2200-EXIT
006420     END-IF
006430     MOVE WS-DATE-NUMBER TO WS-FEED-DATE
006440     IF WS-FF-FIELD-2 NOT = WS-LAYOUT-VERSION
006450         MOVE "HDR LAYOUT VERSION IS NOT 01"
006460             TO WS-REFUSE-REASON
006470     END-IF.
006480 2200-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 2300-CHECK-TRAILER - one trailer, after the header, with a
006530* nine-digit count and a fifteen-digit hash.
006540*----------------------------------------------------------------
006550 2300-CHECK-TRAILER.
006560     IF TRAILER-SEEN OR NOT HEADER-SEEN
006570         MOVE "TRL RECORD OUT OF PLACE" TO WS-REFUSE-REASON
006580         GO TO 2300-EXIT
006590     END-IF
006600     SET TRAILER-SEEN TO TRUE
006610     IF WS-FF-FIELD-COUNT NOT = 3
006620         OR WS-FF-FIELD-1(1:9) NOT NUMERIC
006630         OR WS-FF-FIELD-1(10:31) NOT = SPACES
006640         OR WS-FF-FIELD-2(1:15) NOT NUMERIC
006650         OR WS-FF-FIELD-2(16:5) NOT = SPACES
006660         MOVE "TRL RECORD COUNT OR HASH IS NOT NUMERIC"
006670             TO WS-REFUSE-REASON
006680         GO TO 2300-EXIT
006690     END-IF
006700     MOVE WS-FF-FIELD-1(1:9) TO WS-PF-TRAILER-COUNT
006710     MOVE WS-FF-FIELD-2(1:15) TO WS-PF-TRAILER-HASH.
006720 2300-EXIT.
006730     EXIT.
006740
006750 2500-SPLIT-FEED-LINE.
006760     MOVE SPACES TO WS-FF-TYPE WS-FF-FIELD-1 WS-FF-FIELD-2
006770         WS-FF-FIELD-3 WS-FF-EXTRA
006780     MOVE 0 TO WS-FF-FIELD-COUNT
006790     UNSTRING FEED-REC DELIMITED BY "|"
006800         INTO WS-FF-TYPE WS-FF-FIELD-1 WS-FF-FIELD-2
006810             WS-FF-FIELD-3 WS-FF-EXTRA
006820         TALLYING IN WS-FF-FIELD-COUNT.
006830
006840*----------------------------------------------------------------
006850* 2600-CHECK-DATE - DATE-BAD comes back set unless WS-DATE-CHECK
006860* holds eight digits with a month of 01-12 and a day of 01-31.
006870*----------------------------------------------------------------
006880 2600-CHECK-DATE.
006890     MOVE "N" TO WS-DATE-BAD-SWITCH
006900     IF WS-DATE-CHECK NOT NUMERIC
006910         SET DATE-BAD TO TRUE
006920         GO TO 2600-EXIT
006930     END-IF
006940     IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
006950         OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
006960         SET DATE-BAD TO TRUE
006970     END-IF.
006980 2600-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020* 3000-SELECT-ROWS - sort input procedure: release every DET row
007030* of the proven feed, numbered in feed order and checked on its
007040* own, then every row still held from earlier feeds.  No hold
007050* file yet means nothing is held.
007060*----------------------------------------------------------------
007070 3000-SELECT-ROWS.
007080     OPEN INPUT FEED-FILE
007090     READ FEED-FILE
007100     PERFORM 3100-SELECT-ONE-ROW UNTIL FEED-FILE-END
007110     CLOSE FEED-FILE
007120     OPEN INPUT HOLD-FILE
007130     IF NOT HOLD-FILE-OK
007140         GO TO 3000-EXIT
007150     END-IF
007160     READ HOLD-FILE
007170     PERFORM 3300-SELECT-ONE-HELD UNTIL HOLD-FILE-END
007180     CLOSE HOLD-FILE.
007190 3000-EXIT.
007200     EXIT.
007210
007220 3100-SELECT-ONE-ROW.
007230     PERFORM 2500-SPLIT-FEED-LINE
007240     IF WS-FF-TYPE = "DET"
007250         ADD 1 TO WS-ROW-COUNT
007260         PERFORM 3200-CHECK-ONE-ROW THRU 3200-EXIT
007270         RELEASE CS-REC
007280     END-IF
007290     READ FEED-FILE.
007300
007310*----------------------------------------------------------------
007320* 3200-CHECK-ONE-ROW - build the sort record for a DET row.  The
007330* word is folded to the master's upper-case key and the code to
007340* upper case; NONE becomes the blank, uncategorized code.  The
007350* first fault found is the row's reject reason.  A row with no
007360* usable word is given a blank key, so it is never taken for a
007370* duplicate of another.
007380*----------------------------------------------------------------
007390 3200-CHECK-ONE-ROW.
007400     MOVE SPACES TO CS-REC
007410     SET CS-FROM-FEED TO TRUE
007420     MOVE WS-ROW-COUNT TO CS-ROW
007430     MOVE WS-FF-FIELD-1 TO CS-WORD-SENT
007440     MOVE WS-FF-FIELD-2 TO CS-CODE-SENT
007450     MOVE WS-FF-FIELD-3 TO CS-EFFECTIVE
007460     MOVE WS-FEED-DATE TO CS-FEED-DATE
007470     MOVE WS-RUN-DATE TO CS-HELD-SINCE
007480     IF WS-FF-FIELD-1 NOT = SPACES
007490         AND WS-FF-FIELD-1(31:10) = SPACES
007500         MOVE WS-FF-FIELD-1 TO CS-WORD
007510         INSPECT CS-WORD CONVERTING
007520             "abcdefghijklmnopqrstuvwxyz" TO
007530             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007540     END-IF
007550     MOVE WS-FF-FIELD-2 TO WS-CK-CATEGORY
007560     INSPECT WS-CK-CATEGORY CONVERTING
007570         "abcdefghijklmnopqrstuvwxyz" TO
007580         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007590     PERFORM 6100-CHECK-CATEGORY THRU 6100-EXIT
007600     MOVE WS-CK-CATEGORY TO CS-CATEGORY
007610     IF WS-CK-CATEGORY = "NONE"
007620         MOVE SPACES TO CS-CATEGORY
007630     END-IF
007640     MOVE WS-FF-FIELD-3 TO WS-DATE-CHECK
007650     PERFORM 2600-CHECK-DATE THRU 2600-EXIT
007660     EVALUATE TRUE
007670         WHEN WS-FF-FIELD-COUNT NOT = 4
007680             MOVE "BAD ROW" TO CS-REJECT-REASON
007690         WHEN CS-WORD = SPACES
007700             MOVE "BAD WORD" TO CS-REJECT-REASON
007710         WHEN CAT-BAD OR WS-CK-CATEGORY = SPACES
007720             OR WS-FF-FIELD-2(5:16) NOT = SPACES
007730             MOVE "BAD CODE" TO CS-REJECT-REASON
007740         WHEN DATE-BAD OR WS-FF-FIELD-3(9:12) NOT = SPACES
007750             MOVE "BAD DATE" TO CS-REJECT-REASON
007760     END-EVALUATE.
007770 3200-EXIT.
007780     EXIT.
007790
007800 3300-SELECT-ONE-HELD.
007810     ADD 1 TO WS-CARRIED-COUNT
007820     MOVE SPACES TO CS-REC
007830     MOVE HOLD-WORD TO CS-WORD
007840     SET CS-FROM-HOLD TO TRUE
007850     MOVE HOLD-ROW TO CS-ROW
007860     MOVE HOLD-WORD TO CS-WORD-SENT
007870     MOVE HOLD-CATEGORY TO CS-CATEGORY
007880     MOVE HOLD-CATEGORY TO CS-CODE-SENT
007890     IF HOLD-CATEGORY = SPACES
007900         MOVE "NONE" TO CS-CODE-SENT
007910     END-IF
007920     MOVE HOLD-EFFECTIVE TO CS-EFFECTIVE
007930     MOVE HOLD-FEED-DATE TO CS-FEED-DATE
007940     MOVE HOLD-SINCE TO CS-HELD-SINCE
007950     RELEASE CS-REC
007960     READ HOLD-FILE.
007970
007980*----------------------------------------------------------------
007990* 5000-APPLY-ROWS - sort output procedure: each word's rows come
008000* back together, feed rows first.  The first row for a word is
008010* settled; a later feed row for it is a duplicate, and a held
008020* row behind a usable feed row has been replaced by it.  A held
008030* row behind a rejected feed row is settled like any other, so
008040* a malformed row never costs a good hold.
008050*----------------------------------------------------------------
008060 5000-APPLY-ROWS.
008070     MOVE "N" TO WS-SORT-END-SWITCH
008080     RETURN CAT-SORT-FILE
008090         AT END SET SORT-STREAM-END TO TRUE
008100     END-RETURN
008110     PERFORM 5100-SETTLE-ONE-ROW THRU 5100-EXIT
008120         UNTIL SORT-STREAM-END
008130     CLOSE HOLD-WORK-FILE.
008140 5000-EXIT.
008150     EXIT.
008160
008170 5100-SETTLE-ONE-ROW.
008180     MOVE SPACES TO WS-OUTCOME
008190     MOVE CS-CODE-SENT TO WS-OC-CODE
008200     EVALUATE TRUE
008210         WHEN CS-WORD NOT = WS-PREV-WORD OR CS-WORD = SPACES
008220             MOVE CS-WORD TO WS-PREV-WORD
008230             PERFORM 5200-SETTLE-FIRST-ROW THRU 5200-EXIT
008240         WHEN CS-FROM-FEED
008250             MOVE "REJECTED" TO WS-OC-STATUS
008260             MOVE "DUPLICATE ROW" TO WS-OC-REASON
008270         WHEN FIRST-ROW-USABLE
008280             ADD 1 TO WS-REPLACED-COUNT
008290             GO TO 5100-NEXT
008300         WHEN OTHER
008310             PERFORM 5200-SETTLE-FIRST-ROW THRU 5200-EXIT
008320     END-EVALUATE
008330     PERFORM 8500-WRITE-RESULT THRU 8500-EXIT.
008340 5100-NEXT.
008350     RETURN CAT-SORT-FILE
008360         AT END SET SORT-STREAM-END TO TRUE
008370     END-RETURN.
008380 5100-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------
008420* 5200-SETTLE-FIRST-ROW - a usable row for a word on the master
008430* is applied (or found already in place) once its effective date
008440* has come; a word still in the approval queue, or a date still
008450* to come, is held; anything else is rejected.
008460*----------------------------------------------------------------
008470 5200-SETTLE-FIRST-ROW.
008480     MOVE "N" TO WS-FIRST-ROW-SWITCH
008490     IF CS-REJECT-REASON NOT = SPACES
008500         MOVE "REJECTED" TO WS-OC-STATUS
008510         MOVE CS-REJECT-REASON TO WS-OC-REASON
008520         GO TO 5200-EXIT
008530     END-IF
008540     SET FIRST-ROW-USABLE TO TRUE
008550     MOVE CS-WORD TO MASTER-WORD
008560     READ MASTER-FILE
008570         INVALID KEY
008580             PERFORM 5400-CHECK-PENDING THRU 5400-EXIT
008590         NOT INVALID KEY
008600             IF CS-EFFECTIVE > WS-RUN-DATE
008610                 MOVE "HELD" TO WS-OC-STATUS
008620                 MOVE "NOT YET EFFECTIVE" TO WS-OC-REASON
008630                 PERFORM 5500-HOLD-ROW THRU 5500-EXIT
008640             ELSE
008650                 PERFORM 5300-APPLY-CATEGORY THRU 5300-EXIT
008660             END-IF
008670     END-READ.
008680 5200-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720* 5300-APPLY-CATEGORY - put the code on the master record and
008730* journal the change; the reason names the code it replaced.
008740*----------------------------------------------------------------
008750 5300-APPLY-CATEGORY.
008760     IF MASTER-CATEGORY = CS-CATEGORY
008770         MOVE "UNCHANGED" TO WS-OC-STATUS
008780         MOVE "CODE ALREADY SET" TO WS-OC-REASON
008790         GO TO 5300-EXIT
008800     END-IF
008810     MOVE "APPLIED" TO WS-OC-STATUS
008820     MOVE "WAS NONE" TO WS-OC-REASON
008830     IF MASTER-CATEGORY NOT = SPACES
008840         MOVE MASTER-CATEGORY TO WS-OC-REASON(5:4)
008850     END-IF
008860     MOVE MASTER-REC TO WS-BEFORE-IMAGE
008870     MOVE CS-CATEGORY TO MASTER-CATEGORY
008880     REWRITE MASTER-REC
008890     SET JRNL-MASTER TO TRUE
008900     SET JRNL-REWRITE TO TRUE
008910     MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
008920     MOVE MASTER-REC TO JRNL-AFTER
008930     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
008940 5300-EXIT.
008950     EXIT.
008960
008970 5400-CHECK-PENDING.
008980     MOVE "N" TO WS-PENDING-SWITCH
008990     IF PENDING-ON-FILE
009000         MOVE CS-WORD TO PENDING-WORD
009010         READ PENDING-FILE
009020             INVALID KEY
009030                 CONTINUE
009040             NOT INVALID KEY
009050                 SET WORD-PENDING TO TRUE
009060         END-READ
009070     END-IF
009080     IF WORD-PENDING
009090         MOVE "HELD" TO WS-OC-STATUS
009100         MOVE "AWAITING APPROVAL" TO WS-OC-REASON
009110         PERFORM 5500-HOLD-ROW THRU 5500-EXIT
009120     ELSE
009130         MOVE "REJECTED" TO WS-OC-STATUS
009140         MOVE "UNKNOWN WORD" TO WS-OC-REASON
009150     END-IF.
009160 5400-EXIT.
009170     EXIT.
009180
009190 5500-HOLD-ROW.
009200     MOVE SPACES TO HOLD-REC
009210     MOVE CS-WORD TO HOLD-WORD
009220     MOVE CS-CATEGORY TO HOLD-CATEGORY
009230     MOVE CS-EFFECTIVE TO HOLD-EFFECTIVE
009240     MOVE CS-FEED-DATE TO HOLD-FEED-DATE
009250     MOVE CS-ROW TO HOLD-ROW
009260     MOVE CS-HELD-SINCE TO HOLD-SINCE
009270     MOVE HOLD-REC TO HOLD-WORK-REC
009280     WRITE HOLD-WORK-REC.
009290 5500-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 6100-CHECK-CATEGORY - CAT-BAD comes back set unless the code is
009340* blank or 1-4 upper-case letters and digits starting in the
009350* first byte with nothing after the first blank.
009360*----------------------------------------------------------------
009370 6100-CHECK-CATEGORY.
009380     MOVE "N" TO WS-CAT-BLANK-SWITCH
009390     MOVE "N" TO WS-CAT-BAD-SWITCH
009400     PERFORM 6150-CHECK-ONE-CAT-CHAR
009410         VARYING WS-CAT-X FROM 1 BY 1 UNTIL WS-CAT-X > 4
009420     IF WS-CK-CATEGORY(1:1) = SPACE
009430         AND WS-CK-CATEGORY NOT = SPACES
009440         SET CAT-BAD TO TRUE
009450     END-IF.
009460 6100-EXIT.
009470     EXIT.
009480
009490 6150-CHECK-ONE-CAT-CHAR.
009500     MOVE WS-CK-CATEGORY(WS-CAT-X:1) TO WS-CAT-CHAR
009510     IF WS-CAT-CHAR = SPACE
009520         SET CAT-BLANK-SEEN TO TRUE
009530     ELSE
009540         IF CAT-BLANK-SEEN
009550             SET CAT-BAD TO TRUE
009560         END-IF
009570         IF WS-CAT-CHAR NOT ALPHABETIC-UPPER
009580             AND WS-CAT-CHAR NOT NUMERIC
009590             SET CAT-BAD TO TRUE
009600         END-IF
009610     END-IF.
009620
009630*----------------------------------------------------------------
009640* 7000-REPLACE-HOLD-FILE - every row is settled, so the rows
009650* still held replace the old hold file.  Until this point the
009660* old file is untouched, so a run that fails part way can simply
009670* be rerun.
009680*----------------------------------------------------------------
009690 7000-REPLACE-HOLD-FILE.
009700     OPEN INPUT HOLD-WORK-FILE
009710     IF NOT HOLD-WORK-OK
009720         DISPLAY "Could not reopen hold work file cathold.tmp,"
009730             " status " HOLD-WORK-STATUS " - cathold.dat not"
009740             " replaced"
009750         MOVE 16 TO RETURN-CODE
009760         GO TO 7000-EXIT
009770     END-IF
009780     OPEN OUTPUT HOLD-FILE
009790     IF NOT HOLD-FILE-OK
009800         DISPLAY "Could not rewrite cathold.dat, status "
009810             HOLD-FILE-STATUS " - held rows are in cathold.tmp"
009820         MOVE 16 TO RETURN-CODE
009830         CLOSE HOLD-WORK-FILE
009840         GO TO 7000-EXIT
009850     END-IF
009860     READ HOLD-WORK-FILE
009870     PERFORM 7100-COPY-ONE-HELD UNTIL HOLD-WORK-END
009880     CLOSE HOLD-WORK-FILE
009890     CLOSE HOLD-FILE.
009900 7000-EXIT.
009910     EXIT.
009920
009930 7100-COPY-ONE-HELD.
009940     MOVE HOLD-WORK-REC TO HOLD-REC
009950     WRITE HOLD-REC
009960     READ HOLD-WORK-FILE.
009970
009980*----------------------------------------------------------------
009990* 8400-OPEN-RESULTS - open the results file and write its header.
010000*----------------------------------------------------------------
010010 8400-OPEN-RESULTS.
010020     OPEN OUTPUT RESULT-FILE
010030     IF NOT RESULT-FILE-OK
010040         DISPLAY "Could not open results file: " WS-RESULT-NAME
010050         MOVE 16 TO RETURN-CODE
010060         GO TO 8400-EXIT
010070     END-IF
010080     MOVE SPACES TO WS-RESULT-LINE
010090     STRING "HDR|" DELIMITED BY SIZE
010100         WS-RUN-DATE DELIMITED BY SIZE
010110         "|" DELIMITED BY SIZE
010120         WS-FEED-DATE DELIMITED BY SIZE
010130         "|" DELIMITED BY SIZE
010140         WS-LAYOUT-VERSION DELIMITED BY SIZE
010150         INTO WS-RESULT-LINE
010160     MOVE WS-RESULT-LINE TO RESULT-REC
010170     WRITE RESULT-REC.
010180 8400-EXIT.
010190     EXIT.
010200
010210*----------------------------------------------------------------
010220* 8500-WRITE-RESULT - one RES line for the row just settled, and
010230* its count.
010240*----------------------------------------------------------------
010250 8500-WRITE-RESULT.
010260     ADD 1 TO WS-RESULT-COUNT
010270     EVALUATE WS-OC-STATUS
010280         WHEN "APPLIED"
010290             ADD 1 TO WS-APPLIED-COUNT
010300         WHEN "UNCHANGED"
010310             ADD 1 TO WS-UNCHANGED-COUNT
010320         WHEN "HELD"
010330             ADD 1 TO WS-HELD-COUNT
010340         WHEN OTHER
010350             ADD 1 TO WS-REJECTED-COUNT
010360     END-EVALUATE
010370     MOVE CS-ROW TO WS-RN-ROW
010380     MOVE SPACES TO WS-RESULT-LINE
010390     STRING "RES|" DELIMITED BY SIZE
010400         CS-FEED-DATE DELIMITED BY SIZE
010410         "|" DELIMITED BY SIZE
010420         WS-RN-ROW DELIMITED BY SIZE
010430         "|" DELIMITED BY SIZE
010440         CS-WORD-SENT DELIMITED BY SPACE
010450         "|" DELIMITED BY SIZE
010460         WS-OC-CODE DELIMITED BY SPACE
010470         "|" DELIMITED BY SIZE
010480         CS-EFFECTIVE DELIMITED BY SPACE
010490         "|" DELIMITED BY SIZE
010500         WS-OC-STATUS DELIMITED BY SPACE
010510         "|" DELIMITED BY SIZE
010520         WS-OC-REASON DELIMITED BY SIZE
010530         INTO WS-RESULT-LINE
010540     MOVE WS-RESULT-LINE TO RESULT-REC
010550     WRITE RESULT-REC.
010560 8500-EXIT.
010570     EXIT.
010580
010590*----------------------------------------------------------------
010600* 8600-WRITE-RESULT-TRAILER - the results file's control totals:
010610* rows answered, then applied, unchanged, held and rejected.
010620*----------------------------------------------------------------
010630 8600-WRITE-RESULT-TRAILER.
010640     MOVE WS-RESULT-COUNT TO WS-RN-RESULTS
010650     MOVE WS-APPLIED-COUNT TO WS-RN-APPLIED
010660     MOVE WS-UNCHANGED-COUNT TO WS-RN-UNCHANGED
010670     MOVE WS-HELD-COUNT TO WS-RN-HELD
010680     MOVE WS-REJECTED-COUNT TO WS-RN-REJECTED
010690     MOVE SPACES TO WS-RESULT-LINE
010700     STRING "TRL|" DELIMITED BY SIZE
010710         WS-RN-RESULTS DELIMITED BY SIZE
010720         "|" DELIMITED BY SIZE
010730         WS-RN-APPLIED DELIMITED BY SIZE
010740         "|" DELIMITED BY SIZE
010750         WS-RN-UNCHANGED DELIMITED BY SIZE
010760         "|" DELIMITED BY SIZE
010770         WS-RN-HELD DELIMITED BY SIZE
010780         "|" DELIMITED BY SIZE
010790         WS-RN-REJECTED DELIMITED BY SIZE
010800         INTO WS-RESULT-LINE
010810     MOVE WS-RESULT-LINE TO RESULT-REC
010820     WRITE RESULT-REC.
010830 8600-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870* 8800-WRITE-JOURNAL - stamp and append the journal record the
010880* caller has filled in for the master change just made.
010890*----------------------------------------------------------------
010900 8800-WRITE-JOURNAL.
010910     ADD 1 TO WS-JOURNAL-SEQ
010920     MOVE "CATEGORY-IMPORT" TO JRNL-PROGRAM
010930     MOVE WS-JOURNAL-DATE TO JRNL-RUN-DATE
010940     MOVE WS-JOURNAL-TIME TO JRNL-RUN-TIME
010950     MOVE WS-JOURNAL-SEQ TO JRNL-SEQUENCE
010960     WRITE JOURNAL-REC.
010970 8800-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------------
011010* 8900-RELEASE-RUN-LOCK - emptying runlock.dat tells the next
011020* updater the master is free.
011030*----------------------------------------------------------------
011040 8900-RELEASE-RUN-LOCK.
011050     OPEN OUTPUT LOCK-FILE
011060     CLOSE LOCK-FILE.
011070 8900-EXIT.
011080     EXIT.
011090
011100 8950-CLOSE-PENDING.
011110     IF PENDING-ON-FILE
011120         CLOSE PENDING-FILE
011130     END-IF.
011140 8950-EXIT.
011150     EXIT.
011160
011170*----------------------------------------------------------------
011180* 9000-WRAP-UP - close the files, put the control totals on the
011190* results file and the log, and free the master.  Rows answered
011200* must equal feed rows plus held rows carried, less held rows
011210* replaced; anything held or rejected ends the run with
011220* condition code 4 so the rows get looked at.
011230*----------------------------------------------------------------
011240 9000-WRAP-UP.
011250     PERFORM 8600-WRITE-RESULT-TRAILER THRU 8600-EXIT
011260     CLOSE RESULT-FILE
011270     CLOSE MASTER-FILE
011280     PERFORM 8950-CLOSE-PENDING THRU 8950-EXIT
011290     CLOSE JOURNAL-FILE
011300     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
011310     DISPLAY "Feed rows read:        " WS-ROW-COUNT
011320     DISPLAY "Held rows carried:     " WS-CARRIED-COUNT
011330     DISPLAY "Held rows replaced:    " WS-REPLACED-COUNT
011340     DISPLAY "Rows applied:          " WS-APPLIED-COUNT
011350     DISPLAY "Rows unchanged:        " WS-UNCHANGED-COUNT
011360     DISPLAY "Rows held:             " WS-HELD-COUNT
011370     DISPLAY "Rows rejected:         " WS-REJECTED-COUNT
011380     IF RETURN-CODE = 0
011390         AND WS-HELD-COUNT + WS-REJECTED-COUNT > 0
011400         MOVE 4 TO RETURN-CODE
011410     END-IF.
011420 9000-EXIT.
011430     EXIT.
011440 END PROGRAM CATEGORY-IMPORT.
