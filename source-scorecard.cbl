000010******************************************************************
000020* PROGRAM:     SOURCE-SCORECARD
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Feed-supplier quality scorecard over SRCHIST.DAT.
000080*              STORING-WORDS appends one record per input file per
000090*              run (see SRCHREC); this program lays a requested
000100*              date range out by source, one line per run day:
000110*              volume (records read - accepted, rejected and
000120*              suppressed), reject rate, stop-word rate, distinct
000130*              and first-time words, and the swing in volume from
000140*              the source's previous day in the range.  A swing of
000150*              SCORE_SWING_PCT or more either way is flagged, and
000160*              every day the load ran in the range without a file
000170*              from the source is listed as MISSING, so a supplier
000180*              that is slipping stands out before it fails.
000190*
000200*              CONTROL (environment variables):
000210*                SCORE_FROM       first run date to include
000220*                                 (YYYYMMDD, default 00000000)
000230*                SCORE_TO         last run date to include
000240*                                 (YYYYMMDD, default 99999999)
000250*                SCORE_SWING_PCT  day-over-day volume change, in
000260*                                 percent, that is flagged
000270*                                 (1 to 999, default 50)
000280*              The scorecard is written to SCORECRD.DAT.
000290*              Condition code 4 = swings or missing days
000300*              flagged, 8 = no history in the range, 16 = hard
000310*              failure.
000320* TECTONICS:   cobc
000330******************************************************************
000340* MODIFICATION HISTORY
000350*   10/15/2026 AW  Original version.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. SOURCE-SCORECARD.
000390 AUTHOR. A. WIMER.
000400 INSTALLATION. DATA SERVICES.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SRCH-FILE ASSIGN TO "srchist.dat"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SRCH-FILE-STATUS.
000500
000510     SELECT REPORT-FILE ASSIGN TO "scorecrd.dat"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS REPORT-FILE-STATUS.
000540
000550     SELECT SRCH-SORT-FILE ASSIGN TO "srchsort.tmp".
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  SRCH-FILE.
000600     COPY SRCHREC.
000610
000620 FD  REPORT-FILE
000630     RECORD CONTAINS 132 CHARACTERS.
000640 01  REPORT-REC                  PIC X(132).
000650
000660 SD  SRCH-SORT-FILE.
000670     COPY SRCHREC REPLACING LEADING ==SRCH== BY ==SS==.
000680
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000710* FILE STATUS AND SWITCHES
000720*----------------------------------------------------------------
000730 01  SRCH-FILE-STATUS            PIC 9(02).
000740     88  SRCH-FILE-OK            VALUE 0.
000750     88  SRCH-FILE-END           VALUE 10.
000760
000770 01  REPORT-FILE-STATUS          PIC 9(02).
000780     88  REPORT-FILE-OK          VALUE 0.
000790
000800 01  WS-SORT-END-SWITCH          PIC X(01) VALUE "N".
000810     88  SORT-STREAM-END         VALUE "Y".
000820
000830 01  WS-DAYS-OVER-SWITCH         PIC X(01) VALUE "N".
000840     88  RUN-DAYS-OVERFLOW       VALUE "Y".
000850
000860 01  WS-CAUGHT-UP-SWITCH         PIC X(01) VALUE "N".
000870     88  DAYS-CAUGHT-UP          VALUE "Y".
000880
000890 01  WS-DAY-RESTART-SWITCH       PIC X(01) VALUE "N".
000900     88  DAY-HAS-RESTART         VALUE "Y".
000910
000920*----------------------------------------------------------------
000930* SELECTION RANGE - YYYYMMDD bounds from the environment; the
000940* defaults score every run on file.
000950*----------------------------------------------------------------
000960 01  WS-FROM-DATE                PIC X(08) VALUE "00000000".
000970 01  WS-TO-DATE                  PIC X(08) VALUE "99999999".
000980 01  WS-TODAY                    PIC 9(08).
000990
001000*----------------------------------------------------------------
001010* SWING LIMIT - SCORE_SWING_PCT, scanned digit by digit the same
001020* way the load scans SNAP_GENERATIONS.
001030*----------------------------------------------------------------
001040 01  WS-SWING-PCT-REQ            PIC X(03) VALUE SPACES.
001050
001060 01  WS-SWING-PCT                PIC 9(03) COMP VALUE 50.
001070
001080 01  WS-PCTSCAN-FIELDS.
001090     05  WS-PCTSCAN-X            PIC 9(01) COMP VALUE 0.
001100     05  WS-PCTSCAN-DIGIT        PIC X(01).
001110     05  WS-PCTSCAN-DIGIT-N REDEFINES WS-PCTSCAN-DIGIT
001120                                 PIC 9(01).
001130     05  WS-PCTSCAN-DONE-SWITCH  PIC X(01).
001140         88  SWING-PCT-SCANNED   VALUE "Y".
001150
001160*----------------------------------------------------------------
001170* RUN DAYS - every date in the range on which the load wrote any
001180* source history, ascending.  These are the days each source is
001190* expected on; WS-DAY-NEXT walks the table alongside a source's
001200* own days to find the ones it missed.
001210*----------------------------------------------------------------
001220 01  WS-DAY-COUNT                PIC 9(04) COMP VALUE 0.
001230
001240 01  WS-DAY-TABLE.
001250     05  WS-DAY-ENTRY            OCCURS 1 TO 1000 TIMES
001260             DEPENDING ON WS-DAY-COUNT
001270             ASCENDING KEY IS WS-DAY-DATE
001280             INDEXED BY D.
001290         10  WS-DAY-DATE         PIC 9(08).
001300
001310 01  WS-DAY-NEXT                 PIC 9(04) COMP VALUE 0.
001320
001330 01  WS-CATCH-UP-DATE            PIC 9(08).
001340
001350*----------------------------------------------------------------
001360* CONTROL BREAK FIELDS - the sorted stream arrives by source, then
001370* run date and time, so each source's runs, and each day's runs
001380* within it, are adjacent.  A day's runs are added together
001390* before the day is scored.
001400*----------------------------------------------------------------
001410 01  WS-BREAK-FIELDS.
001420     05  WS-BREAK-SOURCE         PIC X(20).
001430     05  WS-BREAK-DATE           PIC 9(08).
001440     05  WS-SOURCE-RUNS          PIC 9(06) COMP VALUE 0.
001450     05  WS-PREV-VOLUME          PIC 9(09) COMP VALUE 0.
001460
001470 01  WS-DAY-TOTALS.
001480     05  WS-DT-RUNS              PIC 9(04) COMP.
001490     05  WS-DT-ACCEPTED          PIC 9(09) COMP.
001500     05  WS-DT-REJECTED          PIC 9(09) COMP.
001510     05  WS-DT-SUPPRESSED        PIC 9(09) COMP.
001520     05  WS-DT-UNIQUE            PIC 9(09) COMP.
001530     05  WS-DT-FIRST-TIME        PIC 9(09) COMP.
001540     05  WS-DT-VOLUME            PIC 9(09) COMP.
001550
001560 01  WS-SOURCE-TOTALS.
001570     05  WS-ST-DAYS              PIC 9(04) COMP.
001580     05  WS-ST-MISSING           PIC 9(04) COMP.
001590     05  WS-ST-SWINGS            PIC 9(04) COMP.
001600     05  WS-ST-ACCEPTED          PIC 9(09) COMP.
001610     05  WS-ST-REJECTED          PIC 9(09) COMP.
001620     05  WS-ST-SUPPRESSED        PIC 9(09) COMP.
001630     05  WS-ST-UNIQUE            PIC 9(09) COMP.
001640     05  WS-ST-FIRST-TIME        PIC 9(09) COMP.
001650     05  WS-ST-VOLUME            PIC 9(09) COMP.
001660
001670*----------------------------------------------------------------
001680* RATE WORK FIELDS - 5600-SET-RATES turns the volume, rejected and
001690* suppressed counts moved here into the two percentages.
001700*----------------------------------------------------------------
001710 01  WS-RATE-FIELDS.
001720     05  WS-RATE-VOLUME          PIC 9(09) COMP.
001730     05  WS-RATE-REJECTED        PIC 9(09) COMP.
001740     05  WS-RATE-SUPPRESSED      PIC 9(09) COMP.
001750     05  WS-REJECT-RATE          PIC 9(03)V9.
001760     05  WS-STOP-RATE            PIC 9(03)V9.
001770     05  WS-SWING                PIC S9(09) COMP.
001780     05  WS-SWING-EDIT           PIC ++++++9.
001790     05  WS-AVERAGE-VOLUME       PIC 9(09) COMP.
001800
001810*----------------------------------------------------------------
001820* COUNTERS
001830*----------------------------------------------------------------
001840 01  WS-COUNTERS.
001850     05  WS-RECORDS-READ         PIC 9(09) COMP VALUE 0.
001860     05  WS-SELECTED-COUNT       PIC 9(09) COMP VALUE 0.
001870     05  WS-UNUSABLE-COUNT       PIC 9(09) COMP VALUE 0.
001880     05  WS-SOURCE-COUNT         PIC 9(04) COMP VALUE 0.
001890     05  WS-SOURCES-MISSING      PIC 9(04) COMP VALUE 0.
001900     05  WS-TOTAL-SWINGS         PIC 9(06) COMP VALUE 0.
001910
001920*----------------------------------------------------------------
001930* REPORT LINES
001940*----------------------------------------------------------------
001950 01  WS-REPORT-HEADER.
001960     05  FILLER                  PIC X(19) VALUE
001970         "SOURCE SCORECARD   ".
001980     05  FILLER                  PIC X(05) VALUE "FROM ".
001990     05  WS-RH-FROM              PIC X(08).
002000     05  FILLER                  PIC X(04) VALUE " TO ".
002010     05  WS-RH-TO                PIC X(08).
002020     05  FILLER                  PIC X(10) VALUE "   PRINTED".
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  WS-RH-PRINTED           PIC 9(08).
002050     05  FILLER                  PIC X(15) VALUE
002060         "   SWING LIMIT ".
002070     05  WS-RH-SWING-PCT         PIC ZZ9.
002080     05  FILLER                  PIC X(01) VALUE "%".
002090     05  FILLER                  PIC X(50) VALUE SPACES.
002100
002110 01  WS-DAYS-LINE.
002120     05  FILLER                  PIC X(19) VALUE
002130         "RUN DAYS IN RANGE: ".
002140     05  WS-DY-COUNT             PIC ZZZ9.
002150     05  FILLER                  PIC X(109) VALUE SPACES.
002160
002170 01  WS-COLUMN-HEADER.
002180     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002190     05  FILLER                  PIC X(05) VALUE " RUNS".
002200     05  FILLER                  PIC X(11) VALUE "     VOLUME".
002210     05  FILLER                  PIC X(10) VALUE "  ACCEPTED".
002220     05  FILLER                  PIC X(10) VALUE "  REJECTED".
002230     05  FILLER                  PIC X(06) VALUE "  REJ%".
002240     05  FILLER                  PIC X(10) VALUE "   STOPPED".
002250     05  FILLER                  PIC X(06) VALUE " STOP%".
002260     05  FILLER                  PIC X(10) VALUE "    UNIQUE".
002270     05  FILLER                  PIC X(10) VALUE "  1ST-TIME".
002280     05  FILLER                  PIC X(08) VALUE "  SWING%".
002290     05  FILLER                  PIC X(21) VALUE "  FLAGS".
002300     05  FILLER                  PIC X(15) VALUE SPACES.
002310
002320 01  WS-SOURCE-LINE.
002330     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
002340     05  WS-SL-SOURCE            PIC X(20).
002350     05  FILLER                  PIC X(104) VALUE SPACES.
002360
002370 01  WS-DETAIL-LINE.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  WS-DL-DATE              PIC X(08).
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002410     05  WS-DL-RUNS              PIC ZZZ9.
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  WS-DL-VOLUME            PIC ZZZZZZZZ9.
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  WS-DL-ACCEPTED          PIC ZZZZZZZZ9.
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  WS-DL-REJECTED          PIC ZZZZZZZZ9.
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  WS-DL-REJECT-RATE       PIC ZZ9.9.
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  WS-DL-SUPPRESSED        PIC ZZZZZZZZ9.
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  WS-DL-STOP-RATE         PIC ZZ9.9.
002540     05  FILLER                  PIC X(01) VALUE SPACES.
002550     05  WS-DL-UNIQUE            PIC ZZZZZZZZ9.
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  WS-DL-FIRST-TIME        PIC ZZZZZZZZ9.
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  WS-DL-SWING             PIC X(07).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  WS-DL-SWING-FLAG        PIC X(06).
002620     05  WS-DL-RESTART-FLAG      PIC X(07).
002630     05  FILLER                  PIC X(21) VALUE SPACES.
002640
002650 01  WS-MISSING-LINE.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  WS-ML-DATE              PIC 9(08).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  FILLER                  PIC X(48) VALUE
002700         "MISSING - NO RECORD FOR THIS SOURCE ON A RUN DAY".
002710     05  FILLER                  PIC X(72) VALUE SPACES.
002720
002730 01  WS-SOURCE-SUMMARY-LINE.
002740     05  FILLER                  PIC X(12) VALUE "  DAYS SEEN ".
002750     05  WS-SS-DAYS              PIC ZZZ9.
002760     05  FILLER                  PIC X(04) VALUE " OF ".
002770     05  WS-SS-RUN-DAYS          PIC ZZZ9.
002780     05  FILLER                  PIC X(10) VALUE "  MISSING ".
002790     05  WS-SS-MISSING           PIC ZZZ9.
002800     05  FILLER                  PIC X(09) VALUE "  SWINGS ".
002810     05  WS-SS-SWINGS            PIC ZZZ9.
002820     05  FILLER                  PIC X(17) VALUE
002830         "  AVERAGE VOLUME ".
002840     05  WS-SS-AVERAGE           PIC ZZZZZZZZ9.
002850     05  FILLER                  PIC X(55) VALUE SPACES.
002860
002870 01  WS-TOTALS-LINE.
002880     05  FILLER                  PIC X(09) VALUE "SOURCES: ".
002890     05  WS-TL-SOURCES           PIC ZZZ9.
002900     05  FILLER                  PIC X(08) VALUE "  RUNS: ".
002910     05  WS-TL-RUNS              PIC ZZZZZZZZ9.
002920     05  FILLER                  PIC X(24) VALUE
002930         "  SOURCES MISSING DAYS: ".
002940     05  WS-TL-MISSING           PIC ZZZ9.
002950     05  FILLER                  PIC X(18) VALUE
002960         "  SWINGS FLAGGED: ".
002970     05  WS-TL-SWINGS            PIC ZZZZZ9.
002980     05  FILLER                  PIC X(50) VALUE SPACES.
002990
003000*----------------------------------------------------------------
003010* PROCEDURE DIVISION
003020*----------------------------------------------------------------
003030 PROCEDURE DIVISION.
003040
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003070     PERFORM 2000-COLLECT-RUN-DAYS THRU 2000-EXIT
003080     SORT SRCH-SORT-FILE
003090         ON ASCENDING KEY SS-SOURCE SS-RUN-DATE SS-RUN-TIME
003100         INPUT PROCEDURE IS 3000-SELECT-RUNS THRU 3000-EXIT
003110         OUTPUT PROCEDURE IS 5000-WRITE-SCORECARD THRU 5000-EXIT
003120     PERFORM 9000-WRAP-UP THRU 9000-EXIT
003130     GOBACK.
003140
003150*----------------------------------------------------------------
003160* 1000-INITIALIZE - pick up the date range and swing limit and
003170* open the scorecard.
003180*----------------------------------------------------------------
003190 1000-INITIALIZE.
003200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003210     ACCEPT WS-FROM-DATE FROM ENVIRONMENT "SCORE_FROM"
003220     IF WS-FROM-DATE = SPACES
003230         MOVE "00000000" TO WS-FROM-DATE
003240     END-IF
003250     ACCEPT WS-TO-DATE FROM ENVIRONMENT "SCORE_TO"
003260     IF WS-TO-DATE = SPACES
003270         MOVE "99999999" TO WS-TO-DATE
003280     END-IF
003290     IF WS-FROM-DATE > WS-TO-DATE
003300         DISPLAY "SCORE_FROM is after SCORE_TO ("
003310             WS-FROM-DATE " > " WS-TO-DATE ")"
003320         MOVE 16 TO RETURN-CODE
003330         GOBACK
003340     END-IF
003350     PERFORM 1400-SET-SWING-PCT THRU 1400-EXIT
003360     OPEN OUTPUT REPORT-FILE
003370     IF NOT REPORT-FILE-OK
003380         DISPLAY "Could not open scorecard file scorecrd.dat."
003390         MOVE 16 TO RETURN-CODE
003400         GOBACK
003410     END-IF
003420     MOVE WS-FROM-DATE TO WS-RH-FROM
003430     MOVE WS-TO-DATE TO WS-RH-TO
003440     MOVE WS-TODAY TO WS-RH-PRINTED
003450     MOVE WS-SWING-PCT TO WS-RH-SWING-PCT
003460     MOVE WS-REPORT-HEADER TO REPORT-REC
003470     WRITE REPORT-REC.
003480 1000-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------
003520* 1400-SET-SWING-PCT - read SCORE_SWING_PCT.  Anything that is not
003530* a number from 1 to 999 falls back to 50 with a message.
003540*----------------------------------------------------------------
003550 1400-SET-SWING-PCT.
003560     ACCEPT WS-SWING-PCT-REQ FROM ENVIRONMENT "SCORE_SWING_PCT"
003570     IF WS-SWING-PCT-REQ NOT = SPACES
003580         MOVE 0 TO WS-SWING-PCT
003590         MOVE "N" TO WS-PCTSCAN-DONE-SWITCH
003600         MOVE 1 TO WS-PCTSCAN-X
003610         PERFORM 1450-SCAN-ONE-PCT-DIGIT
003620             UNTIL WS-PCTSCAN-X > 3 OR SWING-PCT-SCANNED
003630         IF WS-SWING-PCT = 0
003640             DISPLAY "SCORE_SWING_PCT must be 1 to 999, using 50"
003650             MOVE 50 TO WS-SWING-PCT
003660         END-IF
003670     END-IF.
003680 1400-EXIT.
003690     EXIT.
003700
003710 1450-SCAN-ONE-PCT-DIGIT.
003720     MOVE WS-SWING-PCT-REQ(WS-PCTSCAN-X:1)
003730         TO WS-PCTSCAN-DIGIT
003740     IF WS-PCTSCAN-DIGIT = SPACE
003750         SET SWING-PCT-SCANNED TO TRUE
003760     ELSE
003770         IF WS-PCTSCAN-DIGIT NUMERIC
003780             COMPUTE WS-SWING-PCT
003790                 = WS-SWING-PCT * 10 + WS-PCTSCAN-DIGIT-N
003800         ELSE
003810             DISPLAY "SCORE_SWING_PCT is not numeric ("
003820                 WS-SWING-PCT-REQ "), using 50"
003830             MOVE 50 TO WS-SWING-PCT
003840             SET SWING-PCT-SCANNED TO TRUE
003850         END-IF
003860     END-IF
003870     ADD 1 TO WS-PCTSCAN-X.
003880
003890*----------------------------------------------------------------
003900* 2000-COLLECT-RUN-DAYS - a first pass of the history noting each
003910* distinct run date in the range, then putting them in order.
003920* More run days than the table holds switches the missing-day
003930* check off with a warning rather than judging on part of them.
003940*----------------------------------------------------------------
003950 2000-COLLECT-RUN-DAYS.
003960     OPEN INPUT SRCH-FILE
003970     IF NOT SRCH-FILE-OK
003980         GO TO 2000-EXIT
003990     END-IF
004000     READ SRCH-FILE
004010     PERFORM 2100-NOTE-ONE-RUN-DAY UNTIL SRCH-FILE-END
004020     CLOSE SRCH-FILE
004030     IF RUN-DAYS-OVERFLOW
004040         DISPLAY "More than 1000 run days in the range - missing"
004050             " days are not checked"
004060     END-IF
004070     IF WS-DAY-COUNT > 1
004080         SORT WS-DAY-ENTRY
004090     END-IF.
004100 2000-EXIT.
004110     EXIT.
004120
004130 2100-NOTE-ONE-RUN-DAY.
004140     IF SRCH-RUN-DATE NUMERIC
004150         AND SRCH-RUN-DATE NOT < WS-FROM-DATE
004160         AND SRCH-RUN-DATE NOT > WS-TO-DATE
004170         AND NOT RUN-DAYS-OVERFLOW
004180         IF WS-DAY-COUNT = 0
004190             PERFORM 2150-ADD-RUN-DAY
004200         ELSE
004210             SET D TO 1
004220             SEARCH WS-DAY-ENTRY
004230                 AT END
004240                     PERFORM 2150-ADD-RUN-DAY
004250                 WHEN WS-DAY-DATE(D) = SRCH-RUN-DATE
004260                     CONTINUE
004270             END-SEARCH
004280         END-IF
004290     END-IF
004300     READ SRCH-FILE.
004310
004320 2150-ADD-RUN-DAY.
004330     IF WS-DAY-COUNT = 1000
004340         SET RUN-DAYS-OVERFLOW TO TRUE
004350     ELSE
004360         ADD 1 TO WS-DAY-COUNT
004370         MOVE SRCH-RUN-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
004380     END-IF.
004390
004400*----------------------------------------------------------------
004410* 3000-SELECT-RUNS - input procedure of the sort: the second pass,
004420* releasing every usable record inside the range.  A record whose
004430* date or counts are not numeric is counted and left out.
004440*----------------------------------------------------------------
004450 3000-SELECT-RUNS.
004460     OPEN INPUT SRCH-FILE
004470     IF NOT SRCH-FILE-OK
004480         DISPLAY "No source history file srchist.dat on file"
004490         GO TO 3000-EXIT
004500     END-IF
004510     READ SRCH-FILE
004520     PERFORM 3100-JUDGE-ONE-RUN UNTIL SRCH-FILE-END
004530     CLOSE SRCH-FILE.
004540 3000-EXIT.
004550     EXIT.
004560
004570 3100-JUDGE-ONE-RUN.
004580     ADD 1 TO WS-RECORDS-READ
004590     IF SRCH-RUN-DATE NUMERIC
004600         AND SRCH-ACCEPTED NUMERIC
004610         AND SRCH-REJECTED NUMERIC
004620         AND SRCH-SUPPRESSED NUMERIC
004630         AND SRCH-UNIQUE NUMERIC
004640         AND SRCH-FIRST-TIME NUMERIC
004650         IF SRCH-RUN-DATE NOT < WS-FROM-DATE
004660             AND SRCH-RUN-DATE NOT > WS-TO-DATE
004670             MOVE SRCH-REC TO SS-REC
004680             RELEASE SS-REC
004690             ADD 1 TO WS-SELECTED-COUNT
004700         END-IF
004710     ELSE
004720         ADD 1 TO WS-UNUSABLE-COUNT
004730     END-IF
004740     READ SRCH-FILE.
004750
004760*----------------------------------------------------------------
004770* 5000-WRITE-SCORECARD - output procedure of the sort: a source
004780* line opens each source, each of its run days is scored on one
004790* line with any run day it missed listed in date order among
004800* them, and a total and summary line close it.
004810*----------------------------------------------------------------
004820 5000-WRITE-SCORECARD.
004830     MOVE WS-DAY-COUNT TO WS-DY-COUNT
004840     MOVE WS-DAYS-LINE TO REPORT-REC
004850     WRITE REPORT-REC
004860     IF RUN-DAYS-OVERFLOW
004870         MOVE "OVER 1000 RUN DAYS - MISSING DAYS NOT CHECKED"
004880             TO REPORT-REC
004890         WRITE REPORT-REC
004900     END-IF
004910     MOVE SPACES TO REPORT-REC
004920     WRITE REPORT-REC
004930     MOVE WS-COLUMN-HEADER TO REPORT-REC
004940     WRITE REPORT-REC
004950     MOVE "N" TO WS-SORT-END-SWITCH
004960     MOVE 0 TO WS-SOURCE-RUNS
004970     RETURN SRCH-SORT-FILE
004980         AT END SET SORT-STREAM-END TO TRUE
004990     END-RETURN
005000     PERFORM 5100-ONE-SORTED-RUN UNTIL SORT-STREAM-END
005010     IF WS-SOURCE-RUNS > 0
005020         PERFORM 5300-END-DAY-GROUP THRU 5300-EXIT
005030         PERFORM 5400-END-SOURCE-GROUP THRU 5400-EXIT
005040     END-IF
005050     MOVE SPACES TO REPORT-REC
005060     WRITE REPORT-REC
005070     IF WS-SELECTED-COUNT = 0
005080         MOVE "NO SOURCE HISTORY IN THE REQUESTED RANGE"
005090             TO REPORT-REC
005100         WRITE REPORT-REC
005110     ELSE
005120         MOVE WS-SOURCE-COUNT TO WS-TL-SOURCES
005130         MOVE WS-SELECTED-COUNT TO WS-TL-RUNS
005140         MOVE WS-SOURCES-MISSING TO WS-TL-MISSING
005150         MOVE WS-TOTAL-SWINGS TO WS-TL-SWINGS
005160         MOVE WS-TOTALS-LINE TO REPORT-REC
005170         WRITE REPORT-REC
005180     END-IF
005190     CLOSE REPORT-FILE.
005200 5000-EXIT.
005210     EXIT.
005220
005230 5100-ONE-SORTED-RUN.
005240     IF WS-SOURCE-RUNS > 0 AND SS-SOURCE NOT = WS-BREAK-SOURCE
005250         PERFORM 5300-END-DAY-GROUP THRU 5300-EXIT
005260         PERFORM 5400-END-SOURCE-GROUP THRU 5400-EXIT
005270     END-IF
005280     IF WS-SOURCE-RUNS = 0
005290         MOVE SS-SOURCE TO WS-BREAK-SOURCE
005300         MOVE SS-SOURCE TO WS-SL-SOURCE
005310         MOVE SPACES TO REPORT-REC
005320         WRITE REPORT-REC
005330         MOVE WS-SOURCE-LINE TO REPORT-REC
005340         WRITE REPORT-REC
005350         ADD 1 TO WS-SOURCE-COUNT
005360         INITIALIZE WS-SOURCE-TOTALS
005370         MOVE 1 TO WS-DAY-NEXT
005380         MOVE 0 TO WS-PREV-VOLUME
005390         MOVE 0 TO WS-DT-RUNS
005400     ELSE
005410         IF SS-RUN-DATE NOT = WS-BREAK-DATE
005420             PERFORM 5300-END-DAY-GROUP THRU 5300-EXIT
005430         END-IF
005440     END-IF
005450     IF WS-DT-RUNS = 0
005460         MOVE SS-RUN-DATE TO WS-BREAK-DATE
005470         MOVE SS-RUN-DATE TO WS-CATCH-UP-DATE
005480         PERFORM 5200-CATCH-UP-DAYS THRU 5200-EXIT
005490         INITIALIZE WS-DAY-TOTALS
005500         MOVE "N" TO WS-DAY-RESTART-SWITCH
005510     END-IF
005520     ADD 1 TO WS-DT-RUNS
005530     ADD SS-ACCEPTED TO WS-DT-ACCEPTED
005540     ADD SS-REJECTED TO WS-DT-REJECTED
005550     ADD SS-SUPPRESSED TO WS-DT-SUPPRESSED
005560     ADD SS-UNIQUE TO WS-DT-UNIQUE
005570     ADD SS-FIRST-TIME TO WS-DT-FIRST-TIME
005580     IF SS-RESTARTED = "Y"
005590         SET DAY-HAS-RESTART TO TRUE
005600     END-IF
005610     ADD 1 TO WS-SOURCE-RUNS
005620     RETURN SRCH-SORT-FILE
005630         AT END SET SORT-STREAM-END TO TRUE
005640     END-RETURN.
005650
005660*----------------------------------------------------------------
005670* 5200-CATCH-UP-DAYS - step the run-day table up to
005680* WS-CATCH-UP-DATE, listing every run day before it as missing
005690* for the current source, and stepping past the date itself when
005700* the source has it.  The source's close-out catches up to
005710* 99999999 to list whatever run days remain after its last one.
005720*----------------------------------------------------------------
005730 5200-CATCH-UP-DAYS.
005740     IF RUN-DAYS-OVERFLOW
005750         GO TO 5200-EXIT
005760     END-IF
005770     MOVE "N" TO WS-CAUGHT-UP-SWITCH
005780     PERFORM 5250-CHECK-ONE-RUN-DAY UNTIL DAYS-CAUGHT-UP.
005790 5200-EXIT.
005800     EXIT.
005810
005820 5250-CHECK-ONE-RUN-DAY.
005830     IF WS-DAY-NEXT > WS-DAY-COUNT
005840         SET DAYS-CAUGHT-UP TO TRUE
005850     ELSE
005860         IF WS-DAY-DATE(WS-DAY-NEXT) < WS-CATCH-UP-DATE
005870             MOVE WS-DAY-DATE(WS-DAY-NEXT) TO WS-ML-DATE
005880             MOVE WS-MISSING-LINE TO REPORT-REC
005890             WRITE REPORT-REC
005900             ADD 1 TO WS-ST-MISSING
005910             ADD 1 TO WS-DAY-NEXT
005920         ELSE
005930             IF WS-DAY-DATE(WS-DAY-NEXT) = WS-CATCH-UP-DATE
005940                 ADD 1 TO WS-DAY-NEXT
005950             END-IF
005960             SET DAYS-CAUGHT-UP TO TRUE
005970         END-IF
005980     END-IF.
005990
006000*----------------------------------------------------------------
006010* 5300-END-DAY-GROUP - score one source's day: its runs added
006020* together, the two rates, and the swing from the source's
006030* previous day in the range.  A day after a zero-volume day
006040* cannot be given a percentage; any volume at all then shows as
006050* *** and is flagged.  RESTART marks a day with a run resumed from
006060* a checkpoint, whose rejected and suppressed counts are partial.
006070*----------------------------------------------------------------
006080 5300-END-DAY-GROUP.
006090     COMPUTE WS-DT-VOLUME = WS-DT-ACCEPTED + WS-DT-REJECTED
006100         + WS-DT-SUPPRESSED
006110     MOVE SPACES TO WS-DETAIL-LINE
006120     MOVE WS-BREAK-DATE TO WS-DL-DATE
006130     MOVE WS-DT-RUNS TO WS-DL-RUNS
006140     MOVE WS-DT-VOLUME TO WS-DL-VOLUME
006150     MOVE WS-DT-ACCEPTED TO WS-DL-ACCEPTED
006160     MOVE WS-DT-REJECTED TO WS-DL-REJECTED
006170     MOVE WS-DT-SUPPRESSED TO WS-DL-SUPPRESSED
006180     MOVE WS-DT-UNIQUE TO WS-DL-UNIQUE
006190     MOVE WS-DT-FIRST-TIME TO WS-DL-FIRST-TIME
006200     MOVE WS-DT-VOLUME TO WS-RATE-VOLUME
006210     MOVE WS-DT-REJECTED TO WS-RATE-REJECTED
006220     MOVE WS-DT-SUPPRESSED TO WS-RATE-SUPPRESSED
006230     PERFORM 5600-SET-RATES THRU 5600-EXIT
006240     IF WS-ST-DAYS > 0
006250         PERFORM 5350-SET-SWING THRU 5350-EXIT
006260     END-IF
006270     IF DAY-HAS-RESTART
006280         MOVE "RESTART" TO WS-DL-RESTART-FLAG
006290     END-IF
006300     MOVE WS-DETAIL-LINE TO REPORT-REC
006310     WRITE REPORT-REC
006320     ADD 1 TO WS-ST-DAYS
006330     ADD WS-DT-ACCEPTED TO WS-ST-ACCEPTED
006340     ADD WS-DT-REJECTED TO WS-ST-REJECTED
006350     ADD WS-DT-SUPPRESSED TO WS-ST-SUPPRESSED
006360     ADD WS-DT-UNIQUE TO WS-ST-UNIQUE
006370     ADD WS-DT-FIRST-TIME TO WS-ST-FIRST-TIME
006380     ADD WS-DT-VOLUME TO WS-ST-VOLUME
006390     MOVE WS-DT-VOLUME TO WS-PREV-VOLUME
006400     MOVE 0 TO WS-DT-RUNS.
006410 5300-EXIT.
006420     EXIT.
006430
006440 5350-SET-SWING.
006450     IF WS-PREV-VOLUME = 0
006460         IF WS-DT-VOLUME > 0
006470             MOVE "    ***" TO WS-DL-SWING
006480             MOVE "SWING" TO WS-DL-SWING-FLAG
006490             ADD 1 TO WS-ST-SWINGS
006500         END-IF
006510         GO TO 5350-EXIT
006520     END-IF
006530     COMPUTE WS-SWING ROUNDED
006540         = (WS-DT-VOLUME - WS-PREV-VOLUME) * 100 / WS-PREV-VOLUME
006550     IF WS-SWING > 999999
006560         MOVE 999999 TO WS-SWING-EDIT
006570     ELSE
006580         MOVE WS-SWING TO WS-SWING-EDIT
006590     END-IF
006600     MOVE WS-SWING-EDIT TO WS-DL-SWING
006610     IF WS-SWING NOT < WS-SWING-PCT
006620         OR 0 - WS-SWING NOT < WS-SWING-PCT
006630         MOVE "SWING" TO WS-DL-SWING-FLAG
006640         ADD 1 TO WS-ST-SWINGS
006650     END-IF.
006660 5350-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700* 5400-END-SOURCE-GROUP - list the run days left after the
006710* source's last one, then the source's totals (rates over the
006720* whole range) and its attendance summary.
006730*----------------------------------------------------------------
006740 5400-END-SOURCE-GROUP.
006750     MOVE 99999999 TO WS-CATCH-UP-DATE
006760     PERFORM 5200-CATCH-UP-DAYS THRU 5200-EXIT
006770     MOVE SPACES TO WS-DETAIL-LINE
006780     MOVE "TOTAL" TO WS-DL-DATE
006790     MOVE WS-SOURCE-RUNS TO WS-DL-RUNS
006800     MOVE WS-ST-VOLUME TO WS-DL-VOLUME
006810     MOVE WS-ST-ACCEPTED TO WS-DL-ACCEPTED
006820     MOVE WS-ST-REJECTED TO WS-DL-REJECTED
006830     MOVE WS-ST-SUPPRESSED TO WS-DL-SUPPRESSED
006840     MOVE WS-ST-UNIQUE TO WS-DL-UNIQUE
006850     MOVE WS-ST-FIRST-TIME TO WS-DL-FIRST-TIME
006860     MOVE WS-ST-VOLUME TO WS-RATE-VOLUME
006870     MOVE WS-ST-REJECTED TO WS-RATE-REJECTED
006880     MOVE WS-ST-SUPPRESSED TO WS-RATE-SUPPRESSED
006890     PERFORM 5600-SET-RATES THRU 5600-EXIT
006900     MOVE WS-DETAIL-LINE TO REPORT-REC
006910     WRITE REPORT-REC
006920     COMPUTE WS-AVERAGE-VOLUME ROUNDED = WS-ST-VOLUME / WS-ST-DAYS
006930     MOVE WS-ST-DAYS TO WS-SS-DAYS
006940     MOVE WS-DAY-COUNT TO WS-SS-RUN-DAYS
006950     MOVE WS-ST-MISSING TO WS-SS-MISSING
006960     MOVE WS-ST-SWINGS TO WS-SS-SWINGS
006970     MOVE WS-AVERAGE-VOLUME TO WS-SS-AVERAGE
006980     MOVE WS-SOURCE-SUMMARY-LINE TO REPORT-REC
006990     WRITE REPORT-REC
007000     IF WS-ST-MISSING > 0
007010         ADD 1 TO WS-SOURCES-MISSING
007020     END-IF
007030     ADD WS-ST-SWINGS TO WS-TOTAL-SWINGS
007040     MOVE 0 TO WS-SOURCE-RUNS.
007050 5400-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090* 5600-SET-RATES - reject and stop-word rates, in percent of the
007100* volume read, into the detail line.  No volume, no rates.
007110*----------------------------------------------------------------
007120 5600-SET-RATES.
007130     MOVE 0 TO WS-REJECT-RATE
007140     MOVE 0 TO WS-STOP-RATE
007150     IF WS-RATE-VOLUME > 0
007160         COMPUTE WS-REJECT-RATE ROUNDED
007170             = WS-RATE-REJECTED * 100 / WS-RATE-VOLUME
007180         COMPUTE WS-STOP-RATE ROUNDED
007190             = WS-RATE-SUPPRESSED * 100 / WS-RATE-VOLUME
007200     END-IF
007210     MOVE WS-REJECT-RATE TO WS-DL-REJECT-RATE
007220     MOVE WS-STOP-RATE TO WS-DL-STOP-RATE.
007230 5600-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270* 9000-WRAP-UP - say what the range covered.  Flags end with
007280* condition code 4, an empty range with 8 so it is not mistaken
007290* for a quiet month.
007300*----------------------------------------------------------------
007310 9000-WRAP-UP.
007320     DISPLAY "History records read:  " WS-RECORDS-READ
007330     DISPLAY "Runs in range:         " WS-SELECTED-COUNT
007340     DISPLAY "Sources scored:        " WS-SOURCE-COUNT
007350     DISPLAY "Run days in range:     " WS-DAY-COUNT
007360     DISPLAY "Sources missing days:  " WS-SOURCES-MISSING
007370     DISPLAY "Swings flagged:        " WS-TOTAL-SWINGS
007380     IF WS-UNUSABLE-COUNT > 0
007390         DISPLAY "Unusable records skipped: " WS-UNUSABLE-COUNT
007400     END-IF
007410     IF WS-SELECTED-COUNT = 0
007420         DISPLAY "No source history in the range "
007430             WS-FROM-DATE " - " WS-TO-DATE
007440         MOVE 8 TO RETURN-CODE
007450     ELSE
007460         IF WS-SOURCES-MISSING > 0 OR WS-TOTAL-SWINGS > 0
007470             MOVE 4 TO RETURN-CODE
007480         END-IF
007490     END-IF.
007500 9000-EXIT.
007510     EXIT.
007520 END PROGRAM SOURCE-SCORECARD.
