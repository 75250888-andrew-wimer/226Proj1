000010******************************************************************
000020* PROGRAM:     CONCORD-REPORT
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Keyword-in-context report over CONCORD.DAT.  When a
000080*              word spikes on the trend or delta report its count
000090*              says how often it was used, not where or how;
000100*              STORING-WORDS, in the tokenizing mode, captures
000110*              every occurrence of the words named in its
000120*              CONCORD_LIST with the line around it (see
000130*              CONCREC), and this program lays those contexts out
000140*              for a requested date range, grouped by word and,
000150*              within each word, by source file: one line per
000160*              occurrence - run date, record number, then the
000170*              text ahead of the word right-justified against the
000180*              word and the text after it - with a count at the
000190*              foot of each source and each word.
000200*
000210*              CONTROL (environment variables):
000220*                CONCORD_FROM  first run date to include
000230*                              (YYYYMMDD, default 00000000)
000240*                CONCORD_TO    last run date to include
000250*                              (YYYYMMDD, default 99999999)
000260*              The report is written to CONCRPT.DAT.  No contexts
000270*              in the range ends with condition code 8; hard
000280*              failures end with 16.
000290* TECTONICS:   cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320*   10/15/2026 AW  Original version.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CONCORD-REPORT.
000360 AUTHOR. A. WIMER.
000370 INSTALLATION. DATA SERVICES.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CONC-FILE ASSIGN TO "concord.dat"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CONC-FILE-STATUS.
000470
000480     SELECT REPORT-FILE ASSIGN TO "concrpt.dat"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS REPORT-FILE-STATUS.
000510
000520     SELECT CONC-SORT-FILE ASSIGN TO "concsort.tmp".
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CONC-FILE.
000570     COPY CONCREC.
000580
000590 FD  REPORT-FILE
000600     RECORD CONTAINS 132 CHARACTERS.
000610 01  REPORT-REC                  PIC X(132).
000620
000630 SD  CONC-SORT-FILE.
000640     COPY CONCREC REPLACING LEADING ==CONC== BY ==CS==.
000650
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* FILE STATUS AND SWITCHES
000690*----------------------------------------------------------------
000700 01  CONC-FILE-STATUS            PIC 9(02).
000710     88  CONC-FILE-OK            VALUE 0.
000720     88  CONC-FILE-END           VALUE 10.
000730
000740 01  REPORT-FILE-STATUS          PIC 9(02).
000750     88  REPORT-FILE-OK          VALUE 0.
000760
000770 01  WS-SORT-END-SWITCH          PIC X(01) VALUE "N".
000780     88  SORT-STREAM-END         VALUE "Y".
000790
000800*----------------------------------------------------------------
000810* SELECTION RANGE - YYYYMMDD bounds from the environment; the
000820* defaults report every context on file.
000830*----------------------------------------------------------------
000840 01  WS-FROM-DATE                PIC X(08) VALUE "00000000".
000850 01  WS-TO-DATE                  PIC X(08) VALUE "99999999".
000860 01  WS-TODAY                    PIC 9(08).
000870
000880*----------------------------------------------------------------
000890* CONTROL BREAK FIELDS - the sorted stream arrives by word, then
000900* source, then run and record, so each word's contexts and each
000910* source's within it are adjacent.
000920*----------------------------------------------------------------
000930 01  WS-BREAK-FIELDS.
000940     05  WS-BREAK-KEY            PIC X(30).
000950     05  WS-BREAK-SOURCE         PIC X(20).
000960     05  WS-WORD-OCCURS          PIC 9(09) COMP VALUE 0.
000970     05  WS-WORD-SOURCES         PIC 9(04) COMP VALUE 0.
000980     05  WS-SOURCE-OCCURS        PIC 9(09) COMP VALUE 0.
000990
001000*----------------------------------------------------------------
001010* COUNTERS
001020*----------------------------------------------------------------
001030 01  WS-COUNTERS.
001040     05  WS-RECORDS-READ         PIC 9(09) COMP VALUE 0.
001050     05  WS-SELECTED-COUNT       PIC 9(09) COMP VALUE 0.
001060     05  WS-WORD-COUNT           PIC 9(06) COMP VALUE 0.
001070
001080*----------------------------------------------------------------
001090* REPORT LINES
001100*----------------------------------------------------------------
001110 01  WS-REPORT-HEADER.
001120     05  FILLER                  PIC X(19) VALUE
001130         "CONCORDANCE REPORT ".
001140     05  FILLER                  PIC X(05) VALUE "FROM ".
001150     05  WS-RH-FROM              PIC X(08).
001160     05  FILLER                  PIC X(04) VALUE " TO ".
001170     05  WS-RH-TO                PIC X(08).
001180     05  FILLER                  PIC X(10) VALUE "   PRINTED".
001190     05  FILLER                  PIC X(01) VALUE SPACES.
001200     05  WS-RH-PRINTED           PIC 9(08).
001210     05  FILLER                  PIC X(69) VALUE SPACES.
001220
001230 01  WS-COLUMN-HEADER.
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001260     05  FILLER                  PIC X(09) VALUE "   RECORD".
001270     05  FILLER                  PIC X(01) VALUE SPACES.
001280     05  FILLER                  PIC X(40) VALUE
001290         "                                 CONTEXT".
001300     05  FILLER                  PIC X(71) VALUE SPACES.
001310
001320 01  WS-WORD-LINE.
001330     05  FILLER                  PIC X(06) VALUE "WORD: ".
001340     05  WS-WL-KEY               PIC X(30).
001350     05  FILLER                  PIC X(96) VALUE SPACES.
001360
001370 01  WS-SOURCE-LINE.
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
001400     05  WS-SL-SOURCE            PIC X(20).
001410     05  FILLER                  PIC X(102) VALUE SPACES.
001420
001430 01  WS-DETAIL-LINE.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  WS-DL-RUN-DATE          PIC 9(08).
001460     05  FILLER                  PIC X(01) VALUE SPACES.
001470     05  WS-DL-LINE-NUMBER       PIC ZZZZZZZZ9.
001480     05  FILLER                  PIC X(01) VALUE SPACES.
001490     05  WS-DL-BEFORE            PIC X(40).
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  WS-DL-WORD-AND-AFTER    PIC X(70).
001520
001530 01  WS-SOURCE-TOTAL-LINE.
001540     05  FILLER                  PIC X(21) VALUE SPACES.
001550     05  WS-ST-OCCURS            PIC ZZZZZZZZ9.
001560     05  FILLER                  PIC X(16) VALUE
001570         " OCCURRENCES IN ".
001580     05  WS-ST-SOURCE            PIC X(20).
001590     05  FILLER                  PIC X(66) VALUE SPACES.
001600
001610 01  WS-WORD-TOTAL-LINE.
001620     05  FILLER                  PIC X(07) VALUE "TOTAL: ".
001630     05  WS-WT-OCCURS            PIC ZZZZZZZZ9.
001640     05  FILLER                  PIC X(16) VALUE
001650         " OCCURRENCES IN ".
001660     05  WS-WT-SOURCES           PIC ZZZ9.
001670     05  FILLER                  PIC X(10) VALUE " SOURCES, ".
001680     05  WS-WT-KEY               PIC X(30).
001690     05  FILLER                  PIC X(56) VALUE SPACES.
001700
001710 01  WS-TOTALS-LINE.
001720     05  FILLER                  PIC X(07) VALUE "WORDS: ".
001730     05  WS-TL-WORDS             PIC ZZZZZ9.
001740     05  FILLER                  PIC X(15) VALUE
001750         "  OCCURRENCES: ".
001760     05  WS-TL-OCCURS            PIC ZZZZZZZZ9.
001770     05  FILLER                  PIC X(95) VALUE SPACES.
001780
001790*----------------------------------------------------------------
001800* PROCEDURE DIVISION
001810*----------------------------------------------------------------
001820 PROCEDURE DIVISION.
001830
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001860     SORT CONC-SORT-FILE
001870         ON ASCENDING KEY CS-KEY CS-SOURCE CS-RUN-DATE
001880             CS-RUN-TIME CS-LINE-NUMBER CS-COLUMN
001890         INPUT PROCEDURE IS 3000-SELECT-CONTEXTS THRU 3000-EXIT
001900         OUTPUT PROCEDURE IS 5000-WRITE-REPORT THRU 5000-EXIT
001910     PERFORM 9000-WRAP-UP THRU 9000-EXIT
001920     GOBACK.
001930
001940*----------------------------------------------------------------
001950* 1000-INITIALIZE - pick up the date range and open the files.
001960* No concordance file yet simply means nothing has been captured.
001970*----------------------------------------------------------------
001980 1000-INITIALIZE.
001990     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002000     ACCEPT WS-FROM-DATE FROM ENVIRONMENT "CONCORD_FROM"
002010     IF WS-FROM-DATE = SPACES
002020         MOVE "00000000" TO WS-FROM-DATE
002030     END-IF
002040     ACCEPT WS-TO-DATE FROM ENVIRONMENT "CONCORD_TO"
002050     IF WS-TO-DATE = SPACES
002060         MOVE "99999999" TO WS-TO-DATE
002070     END-IF
002080     IF WS-FROM-DATE > WS-TO-DATE
002090         DISPLAY "CONCORD_FROM is after CONCORD_TO ("
002100             WS-FROM-DATE " > " WS-TO-DATE ")"
002110         MOVE 16 TO RETURN-CODE
002120         GOBACK
002130     END-IF
002140     OPEN OUTPUT REPORT-FILE
002150     IF NOT REPORT-FILE-OK
002160         DISPLAY "Could not open report file concrpt.dat."
002170         MOVE 16 TO RETURN-CODE
002180         GOBACK
002190     END-IF
002200     MOVE WS-FROM-DATE TO WS-RH-FROM
002210     MOVE WS-TO-DATE TO WS-RH-TO
002220     MOVE WS-TODAY TO WS-RH-PRINTED
002230     MOVE WS-REPORT-HEADER TO REPORT-REC
002240     WRITE REPORT-REC
002250     MOVE SPACES TO REPORT-REC
002260     WRITE REPORT-REC
002270     MOVE WS-COLUMN-HEADER TO REPORT-REC
002280     WRITE REPORT-REC.
002290 1000-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------
002330* 3000-SELECT-CONTEXTS - input procedure of the sort: one read of
002340* the concordance file, releasing every context whose run date
002350* falls inside the range.
002360*----------------------------------------------------------------
002370 3000-SELECT-CONTEXTS.
002380     OPEN INPUT CONC-FILE
002390     IF NOT CONC-FILE-OK
002400         DISPLAY "No concordance file concord.dat on file"
002410         GO TO 3000-EXIT
002420     END-IF
002430     READ CONC-FILE
002440     PERFORM 3100-JUDGE-ONE-CONTEXT UNTIL CONC-FILE-END
002450     CLOSE CONC-FILE.
002460 3000-EXIT.
002470     EXIT.
002480
002490 3100-JUDGE-ONE-CONTEXT.
002500     ADD 1 TO WS-RECORDS-READ
002510     IF CONC-RUN-DATE NUMERIC
002520         AND CONC-RUN-DATE NOT < WS-FROM-DATE
002530         AND CONC-RUN-DATE NOT > WS-TO-DATE
002540         MOVE CONC-REC TO CS-REC
002550         RELEASE CS-REC
002560         ADD 1 TO WS-SELECTED-COUNT
002570     END-IF
002580     READ CONC-FILE.
002590
002600*----------------------------------------------------------------
002610* 5000-WRITE-REPORT - output procedure of the sort: a word line
002620* and a source line open each group, every context becomes one
002630* detail line, and each break writes the count of the group it
002640* closes.
002650*----------------------------------------------------------------
002660 5000-WRITE-REPORT.
002670     MOVE "N" TO WS-SORT-END-SWITCH
002680     MOVE 0 TO WS-WORD-OCCURS
002690     RETURN CONC-SORT-FILE
002700         AT END SET SORT-STREAM-END TO TRUE
002710     END-RETURN
002720     PERFORM 5100-ONE-SORTED-CONTEXT UNTIL SORT-STREAM-END
002730     IF WS-WORD-OCCURS > 0
002740         PERFORM 5300-END-SOURCE-GROUP THRU 5300-EXIT
002750         PERFORM 5400-END-WORD-GROUP THRU 5400-EXIT
002760     END-IF
002770     IF WS-SELECTED-COUNT = 0
002780         MOVE "NO CONTEXTS IN THE REQUESTED RANGE" TO REPORT-REC
002790         WRITE REPORT-REC
002800     ELSE
002810         MOVE SPACES TO REPORT-REC
002820         WRITE REPORT-REC
002830         MOVE WS-WORD-COUNT TO WS-TL-WORDS
002840         MOVE WS-SELECTED-COUNT TO WS-TL-OCCURS
002850         MOVE WS-TOTALS-LINE TO REPORT-REC
002860         WRITE REPORT-REC
002870     END-IF
002880     CLOSE REPORT-FILE.
002890 5000-EXIT.
002900     EXIT.
002910
002920 5100-ONE-SORTED-CONTEXT.
002930     IF WS-WORD-OCCURS > 0 AND CS-KEY NOT = WS-BREAK-KEY
002940         PERFORM 5300-END-SOURCE-GROUP THRU 5300-EXIT
002950         PERFORM 5400-END-WORD-GROUP THRU 5400-EXIT
002960     END-IF
002970     IF WS-WORD-OCCURS = 0
002980         MOVE CS-KEY TO WS-BREAK-KEY
002990         MOVE CS-KEY TO WS-WL-KEY
003000         MOVE SPACES TO REPORT-REC
003010         WRITE REPORT-REC
003020         MOVE WS-WORD-LINE TO REPORT-REC
003030         WRITE REPORT-REC
003040         ADD 1 TO WS-WORD-COUNT
003050         MOVE 0 TO WS-WORD-SOURCES
003060         MOVE 0 TO WS-SOURCE-OCCURS
003070     ELSE
003080         IF CS-SOURCE NOT = WS-BREAK-SOURCE
003090             PERFORM 5300-END-SOURCE-GROUP THRU 5300-EXIT
003100         END-IF
003110     END-IF
003120     IF WS-SOURCE-OCCURS = 0
003130         MOVE CS-SOURCE TO WS-BREAK-SOURCE
003140         MOVE CS-SOURCE TO WS-SL-SOURCE
003150         MOVE WS-SOURCE-LINE TO REPORT-REC
003160         WRITE REPORT-REC
003170         ADD 1 TO WS-WORD-SOURCES
003180     END-IF
003190     PERFORM 5200-WRITE-DETAIL THRU 5200-EXIT
003200     RETURN CONC-SORT-FILE
003210         AT END SET SORT-STREAM-END TO TRUE
003220     END-RETURN.
003230
003240 5200-WRITE-DETAIL.
003250     MOVE CS-RUN-DATE TO WS-DL-RUN-DATE
003260     MOVE CS-LINE-NUMBER TO WS-DL-LINE-NUMBER
003270     MOVE CS-BEFORE TO WS-DL-BEFORE
003280     MOVE SPACES TO WS-DL-WORD-AND-AFTER
003290     STRING CS-WORD DELIMITED BY SPACE
003300         " " DELIMITED BY SIZE
003310         CS-AFTER DELIMITED BY SIZE
003320         INTO WS-DL-WORD-AND-AFTER
003330     END-STRING
003340     MOVE WS-DETAIL-LINE TO REPORT-REC
003350     WRITE REPORT-REC
003360     ADD 1 TO WS-SOURCE-OCCURS
003370     ADD 1 TO WS-WORD-OCCURS.
003380 5200-EXIT.
003390     EXIT.
003400
003410 5300-END-SOURCE-GROUP.
003420     MOVE WS-SOURCE-OCCURS TO WS-ST-OCCURS
003430     MOVE WS-BREAK-SOURCE TO WS-ST-SOURCE
003440     MOVE WS-SOURCE-TOTAL-LINE TO REPORT-REC
003450     WRITE REPORT-REC
003460     MOVE 0 TO WS-SOURCE-OCCURS.
003470 5300-EXIT.
003480     EXIT.
003490
003500 5400-END-WORD-GROUP.
003510     MOVE WS-WORD-OCCURS TO WS-WT-OCCURS
003520     MOVE WS-WORD-SOURCES TO WS-WT-SOURCES
003530     MOVE WS-BREAK-KEY TO WS-WT-KEY
003540     MOVE WS-WORD-TOTAL-LINE TO REPORT-REC
003550     WRITE REPORT-REC
003560     MOVE 0 TO WS-WORD-OCCURS.
003570 5400-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610* 9000-WRAP-UP - say what the range covered; an empty range ends
003620* with condition code 8 so it is not mistaken for a quiet day.
003630*----------------------------------------------------------------
003640 9000-WRAP-UP.
003650     DISPLAY "Context records read:  " WS-RECORDS-READ
003660     DISPLAY "Contexts in range:     " WS-SELECTED-COUNT
003670     DISPLAY "Words reported:        " WS-WORD-COUNT
003680     IF WS-SELECTED-COUNT = 0
003690         DISPLAY "No concordance contexts in the range "
003700             WS-FROM-DATE " - " WS-TO-DATE
003710         MOVE 8 TO RETURN-CODE
003720     END-IF.
003730 9000-EXIT.
003740     EXIT.
003750 END PROGRAM CONCORD-REPORT.
