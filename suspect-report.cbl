000010******************************************************************
000020* PROGRAM:     SUSPECT-REPORT
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Misspelling report for the new-word approval queue.
000080*              Every word waiting in pending.dat is compared with
000090*              the master master.dat and with the rest of the
000100*              queue, and any word one keystroke away from it is
000110*              listed as a likely near-duplicate:
000120*                ADDED    the queued word has one letter more
000130*                         ("THEE" against "THE")
000140*                DROPPED  the queued word has one letter fewer
000150*                         ("RECEVE" against "RECEIVE")
000160*                CHANGED  one letter differs ("TGE" against "THE")
000170*                SWAPPED  two neighbouring letters are reversed
000180*                         ("TEH" against "THE")
000190*              Each suspect is printed with its queue history -
000200*              first and last seen, runs, total count - followed
000210*              by its closest master words, busiest first, and any
000220*              queued look-alikes, each with its count and
000230*              category, so the approver has the evidence to DENY,
000240*              APPROVE, RENAME or ALIAS it in MASTER-MAINT.  The
000250*              report is written to SUSPECTS.DAT.
000260*
000270*              The candidate spellings are built one edit at a
000280*              time over the letters A-Z, the apostrophe and the
000290*              hyphen, and each is looked up by key, so the
000300*              master is never read end to end.
000310*
000320*              CONTROL (environment variables):
000330*                SUSPECT_MIN_LENGTH  shortest queued word checked
000340*                                    (default 3 - one-letter
000350*                                    edits of a two-letter word
000360*                                    match half the dictionary)
000370*
000380*              The report takes no run lock and changes nothing.
000390*              Condition codes: 0 no suspects, 4 suspects listed,
000400*              16 the master or the report could not be opened.
000410* TECTONICS:   cobc
000420******************************************************************
000430* MODIFICATION HISTORY
000440*   10/15/2026 AW  Original version.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. SUSPECT-REPORT.
000480 AUTHOR. A. WIMER.
000490 INSTALLATION. DATA SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT MASTER-FILE ASSIGN TO "master.dat"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MASTER-WORD
000600         FILE STATUS IS MASTER-FILE-STATUS.
000610
000620     SELECT PENDING-FILE ASSIGN TO "pending.dat"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS PENDING-WORD
000660         FILE STATUS IS PENDING-FILE-STATUS.
000670
000680     SELECT REPORT-FILE ASSIGN TO "suspects.dat"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS REPORT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  MASTER-FILE.
000750     COPY MASTERREC.
000760
000770 FD  PENDING-FILE.
000780     COPY PENDREC.
000790
000800 FD  REPORT-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  REPORT-REC                  PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* FILE STATUS AND SWITCHES
000870*----------------------------------------------------------------
000880 01  MASTER-FILE-STATUS          PIC 9(02).
000890     88  MASTER-FILE-OK          VALUE 0.
000900
000910 01  PENDING-FILE-STATUS         PIC 9(02).
000920     88  PENDING-FILE-OK         VALUE 0.
000930
000940 01  REPORT-FILE-STATUS          PIC 9(02).
000950     88  REPORT-FILE-OK          VALUE 0.
000960
000970 01  WS-SWEEP-DONE-SWITCH        PIC X(01) VALUE "N".
000980     88  SWEEP-DONE              VALUE "Y".
000990
001000 01  WS-PENDING-SWITCH           PIC X(01) VALUE "N".
001010     88  PENDING-ON-DISK         VALUE "Y".
001020
001030 01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001040     88  MATCH-ALREADY-HELD      VALUE "Y".
001050
001060 01  WS-RUN-DATE                 PIC 9(08).
001070
001080*----------------------------------------------------------------
001090* MINIMUM LENGTH - SUSPECT_MIN_LENGTH, scanned digit by digit the
001100* same way the load scans SNAP_GENERATIONS.
001110*----------------------------------------------------------------
001120 01  WS-MIN-LENGTH-REQ           PIC X(02) VALUE SPACES.
001130
001140 01  WS-MIN-LENGTH               PIC 9(02) COMP VALUE 3.
001150
001160 01  WS-LENSCAN-FIELDS.
001170     05  WS-LENSCAN-X            PIC 9(01) COMP VALUE 0.
001180     05  WS-LENSCAN-DIGIT        PIC X(01).
001190     05  WS-LENSCAN-DIGIT-N REDEFINES WS-LENSCAN-DIGIT
001200                                 PIC 9(01).
001210     05  WS-LENSCAN-DONE-SWITCH  PIC X(01).
001220         88  MIN-LENGTH-SCANNED  VALUE "Y".
001230
001240*----------------------------------------------------------------
001250* QUEUE TABLE - the approval queue is read into storage first, in
001260* key order, so the candidate look-ups can READ pending.dat by
001270* key without losing a sweep position.
001280*----------------------------------------------------------------
001290 01  WS-QUEUE-FIELDS.
001300     05  WS-QUEUE-COUNT          PIC 9(05) COMP VALUE 0.
001310     05  WS-QUEUE-X              PIC 9(05) COMP VALUE 0.
001320     05  WS-QUEUE-DROPPED        PIC 9(09) COMP VALUE 0.
001330
001340 01  WS-QUEUE-TABLE.
001350     05  WS-QUEUE-ENTRY          OCCURS 20000 TIMES.
001360         10  WS-QE-WORD          PIC X(30).
001370         10  WS-QE-FIRST-SEEN    PIC 9(08).
001380         10  WS-QE-LAST-SEEN     PIC 9(08).
001390         10  WS-QE-RUN-COUNT     PIC 9(06).
001400         10  WS-QE-TOTAL-COUNT   PIC 9(09).
001410
001420*----------------------------------------------------------------
001430* CANDIDATE SPELLINGS - the suspect's key and length, the letter
001440* set the edits are made from, and the spelling being tried.
001450* WS-EDIT-TYPE names the edit as it reads from the suspect's
001460* side: ADDED means the suspect has the extra letter.
001470*----------------------------------------------------------------
001480 01  WS-SUSPECT-KEY              PIC X(30).
001490
001500 01  WS-CANDIDATE                PIC X(30).
001510
001520 01  WS-EDIT-TYPE                PIC X(08).
001530
001540 01  WS-LETTER-SET               PIC X(28) VALUE
001550     "ABCDEFGHIJKLMNOPQRSTUVWXYZ'-".
001560
001570 01  WS-EDIT-FIELDS.
001580     05  WS-WORD-LENGTH          PIC 9(02) COMP VALUE 0.
001590     05  WS-POS                  PIC 9(02) COMP VALUE 0.
001600     05  WS-TAIL-LENGTH          PIC 9(02) COMP VALUE 0.
001610     05  WS-LTR                  PIC 9(02) COMP VALUE 0.
001620
001630*----------------------------------------------------------------
001640* MATCH TABLE - the look-alikes found for the suspect in hand.
001650* A doubled letter yields the same candidate twice ("LL" less
001660* either L), so a match already held is not added again.
001670*----------------------------------------------------------------
001680 01  WS-MATCH-FIELDS.
001690     05  WS-MATCH-COUNT          PIC 9(02) COMP VALUE 0.
001700     05  WS-MATCH-X              PIC 9(02) COMP VALUE 0.
001710     05  WS-BEST-X               PIC 9(02) COMP VALUE 0.
001720     05  WS-SHOWN-COUNT          PIC 9(02) COMP VALUE 0.
001730     05  WS-HIDDEN-COUNT         PIC 9(04) COMP VALUE 0.
001740     05  WS-MATCH-OVERFLOW       PIC 9(04) COMP VALUE 0.
001750     05  WS-MAX-SHOWN            PIC 9(02) COMP VALUE 5.
001760
001770 01  WS-MATCH-TABLE.
001780     05  WS-MATCH-ENTRY          OCCURS 20 TIMES.
001790         10  WS-ME-FILE          PIC X(04).
001800         10  WS-ME-WORD          PIC X(30).
001810         10  WS-ME-EDIT          PIC X(08).
001820         10  WS-ME-TOTAL         PIC 9(09).
001830         10  WS-ME-CATEGORY      PIC X(04).
001840         10  WS-ME-SHOWN         PIC X(01).
001850
001860*----------------------------------------------------------------
001870* COUNTERS
001880*----------------------------------------------------------------
001890 01  WS-COUNTERS.
001900     05  WS-CHECKED-COUNT        PIC 9(09) COMP VALUE 0.
001910     05  WS-SHORT-COUNT          PIC 9(09) COMP VALUE 0.
001920     05  WS-SUSPECT-COUNT        PIC 9(09) COMP VALUE 0.
001930     05  WS-MASTER-MATCH-COUNT   PIC 9(09) COMP VALUE 0.
001940     05  WS-PENDING-MATCH-COUNT  PIC 9(09) COMP VALUE 0.
001950
001960*----------------------------------------------------------------
001970* REPORT LINES
001980*----------------------------------------------------------------
001990 01  WS-REPORT-HEADER.
002000     05  FILLER                  PIC X(30) VALUE
002010         "APPROVAL QUEUE SUSPECT REPORT ".
002020     05  FILLER                  PIC X(06) VALUE "  RUN ".
002030     05  WS-RH-DATE              PIC 9(08).
002040     05  FILLER                  PIC X(36) VALUE SPACES.
002050
002060 01  WS-SUSPECT-LINE.
002070     05  FILLER                  PIC X(08) VALUE "SUSPECT ".
002080     05  WS-SL-WORD              PIC X(30).
002090     05  FILLER                  PIC X(07) VALUE " FIRST ".
002100     05  WS-SL-FIRST             PIC 9(08).
002110     05  FILLER                  PIC X(06) VALUE " LAST ".
002120     05  WS-SL-LAST              PIC 9(08).
002130     05  FILLER                  PIC X(06) VALUE " RUNS ".
002140     05  WS-SL-RUNS              PIC ZZZZZ9.
002150     05  FILLER                  PIC X(01) VALUE SPACES.
002160
002170 01  WS-SUSPECT-COUNT-LINE.
002180     05  FILLER                  PIC X(08) VALUE SPACES.
002190     05  FILLER                  PIC X(06) VALUE "TOTAL ".
002200     05  WS-SC-TOTAL             PIC ZZZZZZZZ9.
002210     05  FILLER                  PIC X(06) VALUE "  CAT ".
002220     05  WS-SC-CATEGORY          PIC X(04).
002230     05  FILLER                  PIC X(47) VALUE SPACES.
002240
002250 01  WS-MATCH-LINE.
002260     05  FILLER                  PIC X(04) VALUE SPACES.
002270     05  WS-ML-FILE              PIC X(07).
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  WS-ML-WORD              PIC X(30).
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  WS-ML-EDIT              PIC X(08).
002320     05  FILLER                  PIC X(07) VALUE " TOTAL ".
002330     05  WS-ML-TOTAL             PIC ZZZZZZZZ9.
002340     05  FILLER                  PIC X(05) VALUE " CAT ".
002350     05  WS-ML-CATEGORY          PIC X(04).
002360     05  FILLER                  PIC X(04) VALUE SPACES.
002370
002380 01  WS-MORE-LINE.
002390     05  FILLER                  PIC X(12) VALUE SPACES.
002400     05  WS-MO-COUNT             PIC ZZZ9.
002410     05  FILLER                  PIC X(64) VALUE
002420         " more look-alikes not shown".
002430
002440 01  WS-TOTALS-LINE.
002450     05  FILLER                  PIC X(09) VALUE "CHECKED: ".
002460     05  WS-TL-CHECKED           PIC ZZZZZZZZ9.
002470     05  FILLER                  PIC X(12) VALUE "  SUSPECTS: ".
002480     05  WS-TL-SUSPECTS          PIC ZZZZZZZZ9.
002490     05  FILLER                  PIC X(10) VALUE "  MASTER: ".
002500     05  WS-TL-MASTER            PIC ZZZZZZZZ9.
002510     05  FILLER                  PIC X(11) VALUE "  PENDING: ".
002520     05  WS-TL-PENDING           PIC ZZZZZZZZ9.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540
002550*----------------------------------------------------------------
002560* PROCEDURE DIVISION
002570*----------------------------------------------------------------
002580 PROCEDURE DIVISION.
002590
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002620     PERFORM 2000-LOAD-QUEUE THRU 2000-EXIT
002630     PERFORM 3000-CHECK-ONE-SUSPECT THRU 3000-EXIT
002640         VARYING WS-QUEUE-X FROM 1 BY 1
002650         UNTIL WS-QUEUE-X > WS-QUEUE-COUNT
002660     PERFORM 9000-WRAP-UP THRU 9000-EXIT
002670     GOBACK.
002680
002690*----------------------------------------------------------------
002700* 1000-INITIALIZE - pick up the minimum length and open the files
002710* read-only.  An absent master is a hard stop; an absent queue
002720* just has nothing in it to check.
002730*----------------------------------------------------------------
002740 1000-INITIALIZE.
002750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002760     PERFORM 1400-SET-MIN-LENGTH THRU 1400-EXIT
002770     OPEN INPUT MASTER-FILE
002780     IF NOT MASTER-FILE-OK
002790         DISPLAY "Could not open master dictionary file, status "
002800             MASTER-FILE-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         GOBACK
002830     END-IF
002840     OPEN INPUT PENDING-FILE
002850     IF PENDING-FILE-OK
002860         SET PENDING-ON-DISK TO TRUE
002870     END-IF
002880     OPEN OUTPUT REPORT-FILE
002890     IF NOT REPORT-FILE-OK
002900         DISPLAY "Could not open suspect report file."
002910         MOVE 16 TO RETURN-CODE
002920         GOBACK
002930     END-IF
002940     MOVE WS-RUN-DATE TO WS-RH-DATE
002950     MOVE WS-REPORT-HEADER TO REPORT-REC
002960     WRITE REPORT-REC
002970     MOVE SPACES TO REPORT-REC
002980     WRITE REPORT-REC.
002990 1000-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------
003030* 1400-SET-MIN-LENGTH - read SUSPECT_MIN_LENGTH.  Anything that
003040* is not a number from 1 to 30 falls back to 3 with a message.
003050*----------------------------------------------------------------
003060 1400-SET-MIN-LENGTH.
003070     ACCEPT WS-MIN-LENGTH-REQ
003080         FROM ENVIRONMENT "SUSPECT_MIN_LENGTH"
003090     IF WS-MIN-LENGTH-REQ NOT = SPACES
003100         MOVE 0 TO WS-MIN-LENGTH
003110         MOVE "N" TO WS-LENSCAN-DONE-SWITCH
003120         MOVE 1 TO WS-LENSCAN-X
003130         PERFORM 1450-SCAN-ONE-LENGTH-DIGIT
003140             UNTIL WS-LENSCAN-X > 2 OR MIN-LENGTH-SCANNED
003150         IF WS-MIN-LENGTH = 0 OR WS-MIN-LENGTH > 30
003160             DISPLAY "SUSPECT_MIN_LENGTH must be 1 to 30,"
003170                 " using 3"
003180             MOVE 3 TO WS-MIN-LENGTH
003190         END-IF
003200     END-IF.
003210 1400-EXIT.
003220     EXIT.
003230
003240 1450-SCAN-ONE-LENGTH-DIGIT.
003250     MOVE WS-MIN-LENGTH-REQ(WS-LENSCAN-X:1)
003260         TO WS-LENSCAN-DIGIT
003270     IF WS-LENSCAN-DIGIT = SPACE
003280         SET MIN-LENGTH-SCANNED TO TRUE
003290     ELSE
003300         IF WS-LENSCAN-DIGIT NUMERIC
003310             COMPUTE WS-MIN-LENGTH
003320                 = WS-MIN-LENGTH * 10 + WS-LENSCAN-DIGIT-N
003330         ELSE
003340             DISPLAY "SUSPECT_MIN_LENGTH is not numeric ("
003350                 WS-MIN-LENGTH-REQ "), using 3"
003360             MOVE 3 TO WS-MIN-LENGTH
003370             SET MIN-LENGTH-SCANNED TO TRUE
003380         END-IF
003390     END-IF
003400     ADD 1 TO WS-LENSCAN-X.
003410
003420*----------------------------------------------------------------
003430* 2000-LOAD-QUEUE - read the approval queue into WS-QUEUE-TABLE.
003440* A queue bigger than the table is checked as far as the table
003450* goes, with a warning; the rest waits for a later run, by which
003460* time the approvers will have worked some of it off.
003470*----------------------------------------------------------------
003480 2000-LOAD-QUEUE.
003490     IF NOT PENDING-ON-DISK
003500         GO TO 2000-EXIT
003510     END-IF
003520     MOVE "N" TO WS-SWEEP-DONE-SWITCH
003530     MOVE LOW-VALUES TO PENDING-WORD
003540     START PENDING-FILE KEY NOT LESS THAN PENDING-WORD
003550         INVALID KEY
003560             SET SWEEP-DONE TO TRUE
003570     END-START
003580     IF NOT SWEEP-DONE
003590         PERFORM 2050-READ-NEXT-PENDING
003600     END-IF
003610     PERFORM 2100-LOAD-ONE-QUEUED UNTIL SWEEP-DONE
003620     IF WS-QUEUE-DROPPED > 0
003630         DISPLAY "Approval queue larger than 20000 words, "
003640             WS-QUEUE-DROPPED " not checked this run"
003650     END-IF.
003660 2000-EXIT.
003670     EXIT.
003680
003690 2050-READ-NEXT-PENDING.
003700     READ PENDING-FILE NEXT RECORD
003710         AT END
003720             SET SWEEP-DONE TO TRUE
003730     END-READ.
003740
003750 2100-LOAD-ONE-QUEUED.
003760     IF WS-QUEUE-COUNT < 20000
003770         ADD 1 TO WS-QUEUE-COUNT
003780         MOVE PENDING-WORD TO WS-QE-WORD(WS-QUEUE-COUNT)
003790         MOVE PENDING-FIRST-SEEN
003800             TO WS-QE-FIRST-SEEN(WS-QUEUE-COUNT)
003810         MOVE PENDING-LAST-SEEN
003820             TO WS-QE-LAST-SEEN(WS-QUEUE-COUNT)
003830         MOVE PENDING-RUN-COUNT
003840             TO WS-QE-RUN-COUNT(WS-QUEUE-COUNT)
003850         MOVE PENDING-TOTAL-COUNT
003860             TO WS-QE-TOTAL-COUNT(WS-QUEUE-COUNT)
003870     ELSE
003880         ADD 1 TO WS-QUEUE-DROPPED
003890     END-IF
003900     PERFORM 2050-READ-NEXT-PENDING.
003910
003920*----------------------------------------------------------------
003930* 3000-CHECK-ONE-SUSPECT - try every one-edit spelling of one
003940* queued word against the master and the queue, and print the
003950* word with what it resembles when anything turned up.
003960*----------------------------------------------------------------
003970 3000-CHECK-ONE-SUSPECT.
003980     MOVE WS-QE-WORD(WS-QUEUE-X) TO WS-SUSPECT-KEY
003990     MOVE 0 TO WS-WORD-LENGTH
004000     INSPECT WS-SUSPECT-KEY TALLYING WS-WORD-LENGTH
004010         FOR CHARACTERS BEFORE INITIAL SPACE
004020     IF WS-WORD-LENGTH < WS-MIN-LENGTH
004030         ADD 1 TO WS-SHORT-COUNT
004040         GO TO 3000-EXIT
004050     END-IF
004060     ADD 1 TO WS-CHECKED-COUNT
004070     MOVE 0 TO WS-MATCH-COUNT
004080     MOVE 0 TO WS-MATCH-OVERFLOW
004090     MOVE "ADDED" TO WS-EDIT-TYPE
004100     PERFORM 3100-TRY-ADDED
004110         VARYING WS-POS FROM 1 BY 1
004120         UNTIL WS-POS > WS-WORD-LENGTH
004130     IF WS-WORD-LENGTH < 30
004140         MOVE "DROPPED" TO WS-EDIT-TYPE
004150         PERFORM 3200-TRY-DROPPED-AT
004160             VARYING WS-POS FROM 1 BY 1
004170             UNTIL WS-POS > WS-WORD-LENGTH + 1
004180     END-IF
004190     MOVE "CHANGED" TO WS-EDIT-TYPE
004200     PERFORM 3300-TRY-CHANGED-AT
004210         VARYING WS-POS FROM 1 BY 1
004220         UNTIL WS-POS > WS-WORD-LENGTH
004230     MOVE "SWAPPED" TO WS-EDIT-TYPE
004240     PERFORM 3400-TRY-SWAPPED
004250         VARYING WS-POS FROM 1 BY 1
004260         UNTIL WS-POS >= WS-WORD-LENGTH
004270     IF WS-MATCH-COUNT > 0
004280         PERFORM 4000-WRITE-SUSPECT THRU 4000-EXIT
004290     END-IF.
004300 3000-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------
004340* 3100-TRY-ADDED - the suspect less the letter at WS-POS.
004350*----------------------------------------------------------------
004360 3100-TRY-ADDED.
004370     MOVE SPACES TO WS-CANDIDATE
004380     IF WS-POS > 1
004390         MOVE WS-SUSPECT-KEY(1:WS-POS - 1)
004400             TO WS-CANDIDATE(1:WS-POS - 1)
004410     END-IF
004420     IF WS-POS < WS-WORD-LENGTH
004430         COMPUTE WS-TAIL-LENGTH = WS-WORD-LENGTH - WS-POS
004440         MOVE WS-SUSPECT-KEY(WS-POS + 1:WS-TAIL-LENGTH)
004450             TO WS-CANDIDATE(WS-POS:WS-TAIL-LENGTH)
004460     END-IF
004470     IF WS-CANDIDATE NOT = SPACES
004480         PERFORM 3500-LOOK-UP-CANDIDATE THRU 3500-EXIT
004490     END-IF.
004500
004510*----------------------------------------------------------------
004520* 3200-TRY-DROPPED-AT - each letter of the set put in ahead of
004530* WS-POS (WS-POS one past the end appends it).
004540*----------------------------------------------------------------
004550 3200-TRY-DROPPED-AT.
004560     PERFORM 3250-TRY-DROPPED
004570         VARYING WS-LTR FROM 1 BY 1
004580         UNTIL WS-LTR > 28.
004590
004600 3250-TRY-DROPPED.
004610     MOVE SPACES TO WS-CANDIDATE
004620     IF WS-POS > 1
004630         MOVE WS-SUSPECT-KEY(1:WS-POS - 1)
004640             TO WS-CANDIDATE(1:WS-POS - 1)
004650     END-IF
004660     MOVE WS-LETTER-SET(WS-LTR:1) TO WS-CANDIDATE(WS-POS:1)
004670     IF WS-POS <= WS-WORD-LENGTH
004680         COMPUTE WS-TAIL-LENGTH = WS-WORD-LENGTH - WS-POS + 1
004690         MOVE WS-SUSPECT-KEY(WS-POS:WS-TAIL-LENGTH)
004700             TO WS-CANDIDATE(WS-POS + 1:WS-TAIL-LENGTH)
004710     END-IF
004720     PERFORM 3500-LOOK-UP-CANDIDATE THRU 3500-EXIT.
004730
004740*----------------------------------------------------------------
004750* 3300-TRY-CHANGED-AT - each other letter of the set in place of
004760* the one at WS-POS.
004770*----------------------------------------------------------------
004780 3300-TRY-CHANGED-AT.
004790     PERFORM 3350-TRY-CHANGED
004800         VARYING WS-LTR FROM 1 BY 1
004810         UNTIL WS-LTR > 28.
004820
004830 3350-TRY-CHANGED.
004840     IF WS-LETTER-SET(WS-LTR:1) NOT = WS-SUSPECT-KEY(WS-POS:1)
004850         MOVE WS-SUSPECT-KEY TO WS-CANDIDATE
004860         MOVE WS-LETTER-SET(WS-LTR:1) TO WS-CANDIDATE(WS-POS:1)
004870         PERFORM 3500-LOOK-UP-CANDIDATE THRU 3500-EXIT
004880     END-IF.
004890
004900*----------------------------------------------------------------
004910* 3400-TRY-SWAPPED - the letters at WS-POS and WS-POS + 1
004920* reversed, when they differ.
004930*----------------------------------------------------------------
004940 3400-TRY-SWAPPED.
004950     IF WS-SUSPECT-KEY(WS-POS:1)
004960         NOT = WS-SUSPECT-KEY(WS-POS + 1:1)
004970         MOVE WS-SUSPECT-KEY TO WS-CANDIDATE
004980         MOVE WS-SUSPECT-KEY(WS-POS + 1:1)
004990             TO WS-CANDIDATE(WS-POS:1)
005000         MOVE WS-SUSPECT-KEY(WS-POS:1)
005010             TO WS-CANDIDATE(WS-POS + 1:1)
005020         PERFORM 3500-LOOK-UP-CANDIDATE THRU 3500-EXIT
005030     END-IF.
005040
005050*----------------------------------------------------------------
005060* 3500-LOOK-UP-CANDIDATE - look one candidate spelling up on the
005070* master and on the queue, and hold whatever is found in the
005080* match table.
005090*----------------------------------------------------------------
005100 3500-LOOK-UP-CANDIDATE.
005110     MOVE WS-CANDIDATE TO MASTER-WORD
005120     READ MASTER-FILE
005130         INVALID KEY
005140             CONTINUE
005150         NOT INVALID KEY
005160             MOVE "MAST" TO WS-ME-FILE(20)
005170             MOVE MASTER-TOTAL-COUNT TO WS-ME-TOTAL(20)
005180             MOVE MASTER-CATEGORY TO WS-ME-CATEGORY(20)
005190             PERFORM 3600-HOLD-MATCH THRU 3600-EXIT
005200     END-READ
005210     IF NOT PENDING-ON-DISK
005220         GO TO 3500-EXIT
005230     END-IF
005240     MOVE WS-CANDIDATE TO PENDING-WORD
005250     READ PENDING-FILE
005260         INVALID KEY
005270             CONTINUE
005280         NOT INVALID KEY
005290             MOVE "PEND" TO WS-ME-FILE(20)
005300             MOVE PENDING-TOTAL-COUNT TO WS-ME-TOTAL(20)
005310             MOVE SPACES TO WS-ME-CATEGORY(20)
005320             PERFORM 3600-HOLD-MATCH THRU 3600-EXIT
005330     END-READ.
005340 3500-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------
005380* 3600-HOLD-MATCH - file the match just found (its file, count
005390* and category staged in the last table slot by the caller)
005400* unless the same word from the same file is already held.  A
005410* suspect with more than 19 look-alikes has the rest counted.
005420*----------------------------------------------------------------
005430 3600-HOLD-MATCH.
005440     MOVE "N" TO WS-FOUND-SWITCH
005450     PERFORM 3650-CHECK-ONE-HELD
005460         VARYING WS-MATCH-X FROM 1 BY 1
005470         UNTIL WS-MATCH-X > WS-MATCH-COUNT OR MATCH-ALREADY-HELD
005480     IF MATCH-ALREADY-HELD
005490         GO TO 3600-EXIT
005500     END-IF
005510     IF WS-MATCH-COUNT = 19
005520         ADD 1 TO WS-MATCH-OVERFLOW
005530         GO TO 3600-EXIT
005540     END-IF
005550     ADD 1 TO WS-MATCH-COUNT
005560     MOVE WS-ME-FILE(20) TO WS-ME-FILE(WS-MATCH-COUNT)
005570     MOVE WS-CANDIDATE TO WS-ME-WORD(WS-MATCH-COUNT)
005580     MOVE WS-EDIT-TYPE TO WS-ME-EDIT(WS-MATCH-COUNT)
005590     MOVE WS-ME-TOTAL(20) TO WS-ME-TOTAL(WS-MATCH-COUNT)
005600     MOVE WS-ME-CATEGORY(20) TO WS-ME-CATEGORY(WS-MATCH-COUNT)
005610     MOVE "N" TO WS-ME-SHOWN(WS-MATCH-COUNT).
005620 3600-EXIT.
005630     EXIT.
005640
005650 3650-CHECK-ONE-HELD.
005660     IF WS-ME-WORD(WS-MATCH-X) = WS-CANDIDATE
005670         AND WS-ME-FILE(WS-MATCH-X) = WS-ME-FILE(20)
005680         SET MATCH-ALREADY-HELD TO TRUE
005690     END-IF.
005700
005710*----------------------------------------------------------------
005720* 4000-WRITE-SUSPECT - the suspect with its queue history, then
005730* up to WS-MAX-SHOWN master look-alikes, busiest first, then up
005740* to WS-MAX-SHOWN queued look-alikes the same way.
005750*----------------------------------------------------------------
005760 4000-WRITE-SUSPECT.
005770     ADD 1 TO WS-SUSPECT-COUNT
005780     MOVE WS-QE-WORD(WS-QUEUE-X) TO WS-SL-WORD
005790     MOVE WS-QE-FIRST-SEEN(WS-QUEUE-X) TO WS-SL-FIRST
005800     MOVE WS-QE-LAST-SEEN(WS-QUEUE-X) TO WS-SL-LAST
005810     MOVE WS-QE-RUN-COUNT(WS-QUEUE-X) TO WS-SL-RUNS
005820     MOVE WS-SUSPECT-LINE TO REPORT-REC
005830     WRITE REPORT-REC
005840     MOVE WS-QE-TOTAL-COUNT(WS-QUEUE-X) TO WS-SC-TOTAL
005850     MOVE "NONE" TO WS-SC-CATEGORY
005860     MOVE WS-SUSPECT-COUNT-LINE TO REPORT-REC
005870     WRITE REPORT-REC
005880     MOVE "MAST" TO WS-ME-FILE(20)
005890     PERFORM 4100-WRITE-BUSIEST THRU 4100-EXIT
005900     MOVE "PEND" TO WS-ME-FILE(20)
005910     PERFORM 4100-WRITE-BUSIEST THRU 4100-EXIT
005920     MOVE 0 TO WS-HIDDEN-COUNT
005930     PERFORM 4300-COUNT-NOT-SHOWN
005940         VARYING WS-MATCH-X FROM 1 BY 1
005950         UNTIL WS-MATCH-X > WS-MATCH-COUNT
005960     ADD WS-MATCH-OVERFLOW TO WS-HIDDEN-COUNT
005970     IF WS-HIDDEN-COUNT > 0
005980         MOVE WS-HIDDEN-COUNT TO WS-MO-COUNT
005990         MOVE WS-MORE-LINE TO REPORT-REC
006000         WRITE REPORT-REC
006010     END-IF
006020     MOVE SPACES TO REPORT-REC
006030     WRITE REPORT-REC.
006040 4000-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080* 4100-WRITE-BUSIEST - print the held matches from the file named
006090* in WS-ME-FILE(20), highest total count first, by picking the
006100* busiest unprinted one each time round.
006110*----------------------------------------------------------------
006120 4100-WRITE-BUSIEST.
006130     MOVE 0 TO WS-SHOWN-COUNT
006140     MOVE 1 TO WS-BEST-X
006150     PERFORM 4150-WRITE-NEXT-BUSIEST
006160         UNTIL WS-SHOWN-COUNT >= WS-MAX-SHOWN OR WS-BEST-X = 0.
006170 4100-EXIT.
006180     EXIT.
006190
006200 4150-WRITE-NEXT-BUSIEST.
006210     MOVE 0 TO WS-BEST-X
006220     PERFORM 4200-CHECK-ONE-BUSIEST
006230         VARYING WS-MATCH-X FROM 1 BY 1
006240         UNTIL WS-MATCH-X > WS-MATCH-COUNT
006250     IF WS-BEST-X > 0
006260         MOVE "Y" TO WS-ME-SHOWN(WS-BEST-X)
006270         ADD 1 TO WS-SHOWN-COUNT
006280         MOVE SPACES TO WS-ML-FILE
006290         IF WS-ME-FILE(WS-BEST-X) = "MAST"
006300             MOVE "MASTER" TO WS-ML-FILE
006310             ADD 1 TO WS-MASTER-MATCH-COUNT
006320         ELSE
006330             MOVE "PENDING" TO WS-ML-FILE
006340             ADD 1 TO WS-PENDING-MATCH-COUNT
006350         END-IF
006360         MOVE WS-ME-WORD(WS-BEST-X) TO WS-ML-WORD
006370         MOVE WS-ME-EDIT(WS-BEST-X) TO WS-ML-EDIT
006380         MOVE WS-ME-TOTAL(WS-BEST-X) TO WS-ML-TOTAL
006390         MOVE WS-ME-CATEGORY(WS-BEST-X) TO WS-ML-CATEGORY
006400         IF WS-ML-CATEGORY = SPACES
006410             MOVE "NONE" TO WS-ML-CATEGORY
006420         END-IF
006430         MOVE WS-MATCH-LINE TO REPORT-REC
006440         WRITE REPORT-REC
006450     END-IF.
006460
006470 4200-CHECK-ONE-BUSIEST.
006480     IF WS-ME-FILE(WS-MATCH-X) = WS-ME-FILE(20)
006490         AND WS-ME-SHOWN(WS-MATCH-X) = "N"
006500         IF WS-BEST-X = 0
006510             MOVE WS-MATCH-X TO WS-BEST-X
006520         ELSE
006530             IF WS-ME-TOTAL(WS-MATCH-X) > WS-ME-TOTAL(WS-BEST-X)
006540                 MOVE WS-MATCH-X TO WS-BEST-X
006550             END-IF
006560         END-IF
006570     END-IF.
006580
006590 4300-COUNT-NOT-SHOWN.
006600     IF WS-ME-SHOWN(WS-MATCH-X) = "N"
006610         ADD 1 TO WS-HIDDEN-COUNT
006620     END-IF.
006630
006640*----------------------------------------------------------------
006650* 9000-WRAP-UP - close the files, put the counts on the report
006660* and the log, and set the condition code.
006670*----------------------------------------------------------------
006680 9000-WRAP-UP.
006690     IF WS-SUSPECT-COUNT = 0
006700         MOVE "  NO SUSPECTS IN THE APPROVAL QUEUE" TO REPORT-REC
006710         WRITE REPORT-REC
006720         MOVE SPACES TO REPORT-REC
006730         WRITE REPORT-REC
006740     END-IF
006750     MOVE WS-CHECKED-COUNT TO WS-TL-CHECKED
006760     MOVE WS-SUSPECT-COUNT TO WS-TL-SUSPECTS
006770     MOVE WS-MASTER-MATCH-COUNT TO WS-TL-MASTER
006780     MOVE WS-PENDING-MATCH-COUNT TO WS-TL-PENDING
006790     MOVE WS-TOTALS-LINE TO REPORT-REC
006800     WRITE REPORT-REC
006810     CLOSE MASTER-FILE
006820     IF PENDING-ON-DISK
006830         CLOSE PENDING-FILE
006840     END-IF
006850     CLOSE REPORT-FILE
006860     DISPLAY "Queued words checked:  " WS-CHECKED-COUNT
006870     DISPLAY "Too short to check:    " WS-SHORT-COUNT
006880     DISPLAY "Suspects listed:       " WS-SUSPECT-COUNT
006890     DISPLAY "Master look-alikes:    " WS-MASTER-MATCH-COUNT
006900     DISPLAY "Queued look-alikes:    " WS-PENDING-MATCH-COUNT
006910     IF WS-SUSPECT-COUNT > 0
006920         MOVE 4 TO RETURN-CODE
006930     ELSE
006940         MOVE 0 TO RETURN-CODE
006950     END-IF.
006960 9000-EXIT.
006970     EXIT.
006980 END PROGRAM SUSPECT-REPORT.
