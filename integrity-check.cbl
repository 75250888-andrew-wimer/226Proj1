000010******************************************************************
000020* PROGRAM:     INTEGRITY-CHECK
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Read-only cross-check of the files that together
000080*              hold the word history - the master master.dat,
000090*              the approval queue pending.dat, the archive index
000100*              mastarch.dat and the snapshot generations named
000110*              in freqgens.dat.  Nothing else checks that they
000120*              agree; an abend between the WRITE and the DELETE
000130*              in a reinstatement, or a MASTER-MAINT slip, can
000140*              leave them disagreeing for good.  Four checks,
000150*              each finding one line on integrpt.dat:
000160*                MULTI-FILE  a word on more than one of master,
000170*                            queue and archive index
000180*                HISTORY     a record breaking the history
000190*                            rules: FIRST-SEEN after LAST-SEEN,
000200*                            TOTAL-COUNT below RUN-COUNT, a
000210*                            history field not numeric, or a
000220*                            category code that is not letters
000230*                            and digits, left-justified
000240*                NO-GEN      a master word last seen on a date
000250*                            the generation registry covers but
000260*                            has no generation for (dates older
000270*                            than the oldest generation kept are
000280*                            not checked - SNAP_GENERATIONS has
000290*                            retired those on purpose)
000300*                ORPHAN      a word in a registered generation
000310*                            that is on none of the three files
000320*                            (a registered generation missing
000330*                            from disk is reported here too)
000340*              The report closes with a count per check.
000350*
000360*              The check takes no run lock and changes nothing;
000370*              run it after the load, not during one.
000380*              Condition codes: 0 nothing found, 4 only NO-GEN
000390*              or ORPHAN findings (explainable by maintenance -
000400*              a DENY or a DELETE leaves an orphan), 12 MULTI-
000410*              FILE or HISTORY findings, 16 the master or the
000420*              report could not be opened.
000430* TECTONICS:   cobc
000440******************************************************************
000450* MODIFICATION HISTORY
000460*   10/15/2026 AW  Original version.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. INTEGRITY-CHECK.
000500 AUTHOR. A. WIMER.
000510 INSTALLATION. DATA SERVICES.
000520 DATE-WRITTEN. 10/15/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT MASTER-FILE ASSIGN TO "master.dat"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS MASTER-WORD
000620         FILE STATUS IS MASTER-FILE-STATUS.
000630
000640     SELECT PENDING-FILE ASSIGN TO "pending.dat"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PENDING-WORD
000680         FILE STATUS IS PENDING-FILE-STATUS.
000690
000700     SELECT ARCH-INDEX-FILE ASSIGN TO "mastarch.dat"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS ARCH-WORD
000740         FILE STATUS IS ARCH-INDEX-STATUS.
000750
000760     SELECT GEN-LIST-FILE ASSIGN TO "freqgens.dat"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS GEN-LIST-STATUS.
000790
000800     SELECT GEN-FILE ASSIGN TO "GENIN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS GEN-FILE-STATUS.
000830
000840     SELECT REPORT-FILE ASSIGN TO "integrpt.dat"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS REPORT-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  MASTER-FILE.
000910     COPY MASTERREC.
000920
000930 FD  PENDING-FILE.
000940     COPY PENDREC.
000950
000960 FD  ARCH-INDEX-FILE.
000970     COPY MASTERREC REPLACING LEADING ==MASTER== BY
000980         ==ARCH==.
000990
001000 FD  GEN-LIST-FILE
001010     RECORD CONTAINS 23 CHARACTERS.
001020 01  GEN-LIST-REC.
001030     05  GL-DATE                 PIC 9(08).
001040     05  FILLER                  PIC X(01).
001050     05  GL-NAME                 PIC X(14).
001060
001070*----------------------------------------------------------------
001080* GEN-REC - one record of a dated snapshot generation, the same
001090* layout STORING-WORDS writes to CURRFREQ.DAT: folded key,
001100* display word, count, category.
001110*----------------------------------------------------------------
001120 FD  GEN-FILE
001130     RECORD CONTAINS 70 CHARACTERS.
001140 01  GEN-REC.
001150     05  GEN-KEY                 PIC X(30).
001160     05  GEN-WORD                PIC X(30).
001170     05  GEN-COUNT               PIC 9(06).
001180     05  GEN-CAT                 PIC X(04).
001190
001200 FD  REPORT-FILE
001210     RECORD CONTAINS 80 CHARACTERS.
001220 01  REPORT-REC                  PIC X(80).
001230
001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------
001260* FILE STATUS AND SWITCHES
001270*----------------------------------------------------------------
001280 01  MASTER-FILE-STATUS          PIC 9(02).
001290     88  MASTER-FILE-OK          VALUE 0.
001300
001310 01  PENDING-FILE-STATUS         PIC 9(02).
001320     88  PENDING-FILE-OK         VALUE 0.
001330
001340 01  ARCH-INDEX-STATUS           PIC 9(02).
001350     88  ARCH-INDEX-OK           VALUE 0.
001360
001370 01  GEN-LIST-STATUS             PIC 9(02).
001380     88  GEN-LIST-OK             VALUE 0.
001390     88  GEN-LIST-END            VALUE 10.
001400
001410 01  GEN-FILE-STATUS             PIC 9(02).
001420     88  GEN-FILE-OK             VALUE 0.
001430     88  GEN-FILE-END            VALUE 10.
001440
001450 01  REPORT-FILE-STATUS          PIC 9(02).
001460     88  REPORT-FILE-OK          VALUE 0.
001470
001480 01  WS-SWEEP-DONE-SWITCH        PIC X(01) VALUE "N".
001490     88  SWEEP-DONE              VALUE "Y".
001500
001510 01  WS-PENDING-SWITCH           PIC X(01) VALUE "N".
001520     88  PENDING-ON-DISK         VALUE "Y".
001530
001540 01  WS-ARCHIVE-SWITCH           PIC X(01) VALUE "N".
001550     88  ARCHIVE-ON-DISK         VALUE "Y".
001560
001570 01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001580     88  WORD-FOUND              VALUE "Y".
001590
001600 01  WS-RUN-DATE                 PIC 9(08).
001610
001620*----------------------------------------------------------------
001630* SNAPSHOT GENERATIONS - the registry is held whole, oldest
001640* first, for the NO-GEN date lookups and the ORPHAN sweep.
001650*----------------------------------------------------------------
001660 01  WS-GEN-FIELDS.
001670     05  WS-GEN-COUNT            PIC 9(04) COMP VALUE 0.
001680     05  WS-GEN-X                PIC 9(04) COMP VALUE 0.
001690
001700 01  WS-GEN-TABLE.
001710     05  WS-GEN-ENTRY            OCCURS 400 TIMES.
001720         10  WS-GE-DATE          PIC 9(08).
001730         10  WS-GE-NAME          PIC X(14).
001740
001750*----------------------------------------------------------------
001760* HISTORY CHECK - the record being checked, moved here from
001770* whichever file it came from.  MASTERREC and PENDREC share
001780* their first 61 bytes; the queue has no category, so its
001790* category bytes come through as spaces.
001800*----------------------------------------------------------------
001810 01  WS-CHECK-FILE               PIC X(04).
001820
001830 01  WS-CHECK-IMAGE.
001840     05  WS-CK-WORD              PIC X(30).
001850     05  WS-CK-HISTORY.
001860         10  WS-CK-FIRST-SEEN    PIC 9(08).
001870         10  WS-CK-LAST-SEEN     PIC 9(08).
001880         10  WS-CK-RUN-COUNT     PIC 9(06).
001890         10  WS-CK-TOTAL-COUNT   PIC 9(09).
001900     05  WS-CK-CATEGORY          PIC X(04).
001910
001920 01  WS-CATEGORY-FIELDS.
001930     05  WS-CAT-X                PIC 9(01) COMP VALUE 0.
001940     05  WS-CAT-CHAR             PIC X(01).
001950     05  WS-CAT-BLANK-SWITCH     PIC X(01).
001960         88  CAT-BLANK-SEEN      VALUE "Y".
001970     05  WS-CAT-BAD-SWITCH       PIC X(01).
001980         88  CAT-BAD             VALUE "Y".
001990
002000*----------------------------------------------------------------
002010* COUNTERS
002020*----------------------------------------------------------------
002030 01  WS-COUNTERS.
002040     05  WS-MASTER-COUNT         PIC 9(09) COMP VALUE 0.
002050     05  WS-PENDING-COUNT        PIC 9(09) COMP VALUE 0.
002060     05  WS-ARCHIVE-COUNT        PIC 9(09) COMP VALUE 0.
002070     05  WS-GEN-WORD-COUNT       PIC 9(09) COMP VALUE 0.
002080     05  WS-MULTI-COUNT          PIC 9(09) COMP VALUE 0.
002090     05  WS-HISTORY-COUNT        PIC 9(09) COMP VALUE 0.
002100     05  WS-NO-GEN-COUNT         PIC 9(09) COMP VALUE 0.
002110     05  WS-ORPHAN-COUNT         PIC 9(09) COMP VALUE 0.
002120
002130*----------------------------------------------------------------
002140* REPORT LINES
002150*----------------------------------------------------------------
002160 01  WS-REPORT-HEADER.
002170     05  FILLER                  PIC X(25) VALUE
002180         "WORD FILE INTEGRITY CHECK".
002190     05  FILLER                  PIC X(06) VALUE "  RUN ".
002200     05  WS-RH-DATE              PIC 9(08).
002210     05  FILLER                  PIC X(41) VALUE SPACES.
002220
002230 01  WS-DETAIL-LINE.
002240     05  WS-DL-CHECK             PIC X(10).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  WS-DL-WORD              PIC X(30).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-DL-DETAIL            PIC X(36).
002290
002300 01  WS-DETAIL-TEXT              PIC X(36).
002310
002320 01  WS-EXAMINED-LINE.
002330     05  FILLER                  PIC X(09) VALUE "EXAMINED ".
002340     05  FILLER                  PIC X(08) VALUE "MASTER: ".
002350     05  WS-EL-MASTER            PIC ZZZZZZZZ9.
002360     05  FILLER                  PIC X(11) VALUE "  PENDING: ".
002370     05  WS-EL-PENDING           PIC ZZZZZZZZ9.
002380     05  FILLER                  PIC X(11) VALUE "  ARCHIVE: ".
002390     05  WS-EL-ARCHIVE           PIC ZZZZZZZZ9.
002400     05  FILLER                  PIC X(07) VALUE "  GEN: ".
002410     05  WS-EL-GEN               PIC ZZZZZZZZ9.
002420
002430 01  WS-TOTALS-LINE.
002440     05  FILLER                  PIC X(12) VALUE "MULTI-FILE: ".
002450     05  WS-TL-MULTI             PIC ZZZZZZZZ9.
002460     05  FILLER                  PIC X(11) VALUE "  HISTORY: ".
002470     05  WS-TL-HISTORY           PIC ZZZZZZZZ9.
002480     05  FILLER                  PIC X(10) VALUE "  NO-GEN: ".
002490     05  WS-TL-NO-GEN            PIC ZZZZZZZZ9.
002500     05  FILLER                  PIC X(10) VALUE "  ORPHAN: ".
002510     05  WS-TL-ORPHAN            PIC ZZZZZZZZ9.
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530
002540*----------------------------------------------------------------
002550* PROCEDURE DIVISION
002560*----------------------------------------------------------------
002570 PROCEDURE DIVISION.
002580
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002610     PERFORM 2000-CHECK-MASTER THRU 2000-EXIT
002620     PERFORM 3000-CHECK-PENDING THRU 3000-EXIT
002630     PERFORM 4000-CHECK-ARCHIVE THRU 4000-EXIT
002640     PERFORM 5000-CHECK-GENERATION THRU 5000-EXIT
002650         VARYING WS-GEN-X FROM 1 BY 1
002660         UNTIL WS-GEN-X > WS-GEN-COUNT
002670     PERFORM 9000-WRAP-UP THRU 9000-EXIT
002680     GOBACK.
002690
002700*----------------------------------------------------------------
002710* 1000-INITIALIZE - open the files read-only and load the
002720* generation registry.  An absent master is a hard stop; an
002730* absent queue or archive index simply has nothing on it, and
002740* an absent registry leaves the NO-GEN and ORPHAN checks with
002750* nothing to do.
002760*----------------------------------------------------------------
002770 1000-INITIALIZE.
002780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002790     OPEN INPUT MASTER-FILE
002800     IF NOT MASTER-FILE-OK
002810         DISPLAY "Could not open master dictionary file, status "
002820             MASTER-FILE-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         GOBACK
002850     END-IF
002860     OPEN INPUT PENDING-FILE
002870     IF PENDING-FILE-OK
002880         SET PENDING-ON-DISK TO TRUE
002890     END-IF
002900     OPEN INPUT ARCH-INDEX-FILE
002910     IF ARCH-INDEX-OK
002920         SET ARCHIVE-ON-DISK TO TRUE
002930     END-IF
002940     OPEN OUTPUT REPORT-FILE
002950     IF NOT REPORT-FILE-OK
002960         DISPLAY "Could not open integrity report file."
002970         MOVE 16 TO RETURN-CODE
002980         GOBACK
002990     END-IF
003000     MOVE 0 TO WS-GEN-COUNT
003010     OPEN INPUT GEN-LIST-FILE
003020     IF GEN-LIST-OK
003030         READ GEN-LIST-FILE
003040         PERFORM 1100-LOAD-ONE-GEN UNTIL GEN-LIST-END
003050         CLOSE GEN-LIST-FILE
003060     END-IF
003070     MOVE WS-RUN-DATE TO WS-RH-DATE
003080     MOVE WS-REPORT-HEADER TO REPORT-REC
003090     WRITE REPORT-REC
003100     MOVE SPACES TO REPORT-REC
003110     WRITE REPORT-REC.
003120 1000-EXIT.
003130     EXIT.
003140
003150 1100-LOAD-ONE-GEN.
003160     IF GL-DATE NUMERIC AND WS-GEN-COUNT < 400
003170         ADD 1 TO WS-GEN-COUNT
003180         MOVE GL-DATE TO WS-GE-DATE(WS-GEN-COUNT)
003190         MOVE GL-NAME TO WS-GE-NAME(WS-GEN-COUNT)
003200     END-IF
003210     READ GEN-LIST-FILE.
003220
003230*----------------------------------------------------------------
003240* 2000-CHECK-MASTER - sweep the master: each word is looked up
003250* on the queue and the archive index, its history checked, and
003260* its last-seen date looked up in the generation registry.
003270*----------------------------------------------------------------
003280 2000-CHECK-MASTER.
003290     MOVE "N" TO WS-SWEEP-DONE-SWITCH
003300     MOVE LOW-VALUES TO MASTER-WORD
003310     START MASTER-FILE KEY NOT LESS THAN MASTER-WORD
003320         INVALID KEY
003330             SET SWEEP-DONE TO TRUE
003340     END-START
003350     IF NOT SWEEP-DONE
003360         PERFORM 2050-READ-NEXT-MASTER
003370     END-IF
003380     PERFORM 2100-CHECK-ONE-MASTER UNTIL SWEEP-DONE.
003390 2000-EXIT.
003400     EXIT.
003410
003420 2050-READ-NEXT-MASTER.
003430     READ MASTER-FILE NEXT RECORD
003440         AT END
003450             SET SWEEP-DONE TO TRUE
003460     END-READ.
003470
003480 2100-CHECK-ONE-MASTER.
003490     ADD 1 TO WS-MASTER-COUNT
003500     IF PENDING-ON-DISK
003510         MOVE MASTER-WORD TO PENDING-WORD
003520         READ PENDING-FILE
003530             INVALID KEY
003540                 CONTINUE
003550             NOT INVALID KEY
003560                 MOVE "ON MASTER AND PENDING QUEUE"
003570                     TO WS-DETAIL-TEXT
003580                 PERFORM 8100-REPORT-MULTI THRU 8100-EXIT
003590         END-READ
003600     END-IF
003610     IF ARCHIVE-ON-DISK
003620         MOVE MASTER-WORD TO ARCH-WORD
003630         READ ARCH-INDEX-FILE
003640             INVALID KEY
003650                 CONTINUE
003660             NOT INVALID KEY
003670                 MOVE "ON MASTER AND ARCHIVE INDEX"
003680                     TO WS-DETAIL-TEXT
003690                 PERFORM 8100-REPORT-MULTI THRU 8100-EXIT
003700         END-READ
003710     END-IF
003720     MOVE "MAST" TO WS-CHECK-FILE
003730     MOVE MASTER-REC TO WS-CHECK-IMAGE
003740     PERFORM 6000-CHECK-HISTORY THRU 6000-EXIT
003750     PERFORM 2200-CHECK-LAST-SEEN THRU 2200-EXIT
003760     PERFORM 2050-READ-NEXT-MASTER.
003770
003780*----------------------------------------------------------------
003790* 2200-CHECK-LAST-SEEN - a master word last seen on or after
003800* the oldest generation kept must have a generation for that
003810* date.  Zero (history predating tracking) and non-numeric
003820* dates are left to the history check.
003830*----------------------------------------------------------------
003840 2200-CHECK-LAST-SEEN.
003850     IF WS-GEN-COUNT = 0
003860         OR MASTER-LAST-SEEN NOT NUMERIC
003870         OR MASTER-LAST-SEEN = 0
003880         GO TO 2200-EXIT
003890     END-IF
003900     IF MASTER-LAST-SEEN < WS-GE-DATE(1)
003910         GO TO 2200-EXIT
003920     END-IF
003930     MOVE "N" TO WS-FOUND-SWITCH
003940     PERFORM 2250-MATCH-ONE-GEN
003950         VARYING WS-GEN-X FROM 1 BY 1
003960         UNTIL WS-GEN-X > WS-GEN-COUNT OR WORD-FOUND
003970     IF NOT WORD-FOUND
003980         MOVE SPACES TO WS-DETAIL-LINE
003990         MOVE "NO-GEN" TO WS-DL-CHECK
004000         MOVE MASTER-WORD TO WS-DL-WORD
004010         MOVE SPACES TO WS-DETAIL-TEXT
004020         STRING "LAST SEEN " DELIMITED BY SIZE
004030             MASTER-LAST-SEEN DELIMITED BY SIZE
004040             " - NO GENERATION" DELIMITED BY SIZE
004050             INTO WS-DETAIL-TEXT
004060         MOVE WS-DETAIL-TEXT TO WS-DL-DETAIL
004070         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
004080         ADD 1 TO WS-NO-GEN-COUNT
004090     END-IF.
004100 2200-EXIT.
004110     EXIT.
004120
004130 2250-MATCH-ONE-GEN.
004140     IF WS-GE-DATE(WS-GEN-X) = MASTER-LAST-SEEN
004150         SET WORD-FOUND TO TRUE
004160     END-IF.
004170
004180*----------------------------------------------------------------
004190* 3000-CHECK-PENDING - sweep the approval queue: each word is
004200* looked up on the archive index (master overlap was reported
004210* by the master sweep) and its history checked.
004220*----------------------------------------------------------------
004230 3000-CHECK-PENDING.
004240     IF NOT PENDING-ON-DISK
004250         GO TO 3000-EXIT
004260     END-IF
004270     MOVE "N" TO WS-SWEEP-DONE-SWITCH
004280     MOVE LOW-VALUES TO PENDING-WORD
004290     START PENDING-FILE KEY NOT LESS THAN PENDING-WORD
004300         INVALID KEY
004310             SET SWEEP-DONE TO TRUE
004320     END-START
004330     IF NOT SWEEP-DONE
004340         PERFORM 3050-READ-NEXT-PENDING
004350     END-IF
004360     PERFORM 3100-CHECK-ONE-PENDING UNTIL SWEEP-DONE.
004370 3000-EXIT.
004380     EXIT.
004390
004400 3050-READ-NEXT-PENDING.
004410     READ PENDING-FILE NEXT RECORD
004420         AT END
004430             SET SWEEP-DONE TO TRUE
004440     END-READ.
004450
004460 3100-CHECK-ONE-PENDING.
004470     ADD 1 TO WS-PENDING-COUNT
004480     IF ARCHIVE-ON-DISK
004490         MOVE PENDING-WORD TO ARCH-WORD
004500         READ ARCH-INDEX-FILE
004510             INVALID KEY
004520                 CONTINUE
004530             NOT INVALID KEY
004540                 MOVE PENDING-WORD TO MASTER-WORD
004550                 MOVE "ON PENDING QUEUE AND ARCHIVE INDEX"
004560                     TO WS-DETAIL-TEXT
004570                 PERFORM 8100-REPORT-MULTI THRU 8100-EXIT
004580         END-READ
004590     END-IF
004600     MOVE "PEND" TO WS-CHECK-FILE
004610     MOVE PENDING-REC TO WS-CHECK-IMAGE
004620     PERFORM 6000-CHECK-HISTORY THRU 6000-EXIT
004630     PERFORM 3050-READ-NEXT-PENDING.
004640
004650*----------------------------------------------------------------
004660* 4000-CHECK-ARCHIVE - sweep the archive index for the history
004670* check (its overlaps were reported by the two sweeps before).
004680*----------------------------------------------------------------
004690 4000-CHECK-ARCHIVE.
004700     IF NOT ARCHIVE-ON-DISK
004710         GO TO 4000-EXIT
004720     END-IF
004730     MOVE "N" TO WS-SWEEP-DONE-SWITCH
004740     MOVE LOW-VALUES TO ARCH-WORD
004750     START ARCH-INDEX-FILE KEY NOT LESS THAN ARCH-WORD
004760         INVALID KEY
004770             SET SWEEP-DONE TO TRUE
004780     END-START
004790     IF NOT SWEEP-DONE
004800         PERFORM 4050-READ-NEXT-ARCHIVE
004810     END-IF
004820     PERFORM 4100-CHECK-ONE-ARCHIVE UNTIL SWEEP-DONE.
004830 4000-EXIT.
004840     EXIT.
004850
004860 4050-READ-NEXT-ARCHIVE.
004870     READ ARCH-INDEX-FILE NEXT RECORD
004880         AT END
004890             SET SWEEP-DONE TO TRUE
004900     END-READ.
004910
004920 4100-CHECK-ONE-ARCHIVE.
004930     ADD 1 TO WS-ARCHIVE-COUNT
004940     MOVE "ARCH" TO WS-CHECK-FILE
004950     MOVE ARCH-REC TO WS-CHECK-IMAGE
004960     PERFORM 6000-CHECK-HISTORY THRU 6000-EXIT
004970     PERFORM 4050-READ-NEXT-ARCHIVE.
004980
004990*----------------------------------------------------------------
005000* 5000-CHECK-GENERATION - read registered generation WS-GEN-X
005010* and look every word in it up on the three files.  A
005020* generation the registry names but the disk does not have is
005030* itself reported.
005040*----------------------------------------------------------------
005050 5000-CHECK-GENERATION.
005060     DISPLAY "GENIN" UPON ENVIRONMENT-NAME
005070     DISPLAY WS-GE-NAME(WS-GEN-X) UPON ENVIRONMENT-VALUE
005080     OPEN INPUT GEN-FILE
005090     IF NOT GEN-FILE-OK
005100         MOVE SPACES TO WS-DETAIL-LINE
005110         MOVE "ORPHAN" TO WS-DL-CHECK
005120         MOVE WS-GE-NAME(WS-GEN-X) TO WS-DL-WORD
005130         MOVE "REGISTERED GENERATION NOT ON DISK"
005140             TO WS-DL-DETAIL
005150         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
005160         ADD 1 TO WS-ORPHAN-COUNT
005170         GO TO 5000-EXIT
005180     END-IF
005190     READ GEN-FILE
005200     PERFORM 5100-CHECK-ONE-GEN-WORD UNTIL NOT GEN-FILE-OK
005210     CLOSE GEN-FILE.
005220 5000-EXIT.
005230     EXIT.
005240
005250 5100-CHECK-ONE-GEN-WORD.
005260     ADD 1 TO WS-GEN-WORD-COUNT
005270     MOVE "N" TO WS-FOUND-SWITCH
005280     MOVE GEN-KEY TO MASTER-WORD
005290     READ MASTER-FILE
005300         INVALID KEY
005310             CONTINUE
005320         NOT INVALID KEY
005330             SET WORD-FOUND TO TRUE
005340     END-READ
005350     IF NOT WORD-FOUND AND PENDING-ON-DISK
005360         MOVE GEN-KEY TO PENDING-WORD
005370         READ PENDING-FILE
005380             INVALID KEY
005390                 CONTINUE
005400             NOT INVALID KEY
005410                 SET WORD-FOUND TO TRUE
005420         END-READ
005430     END-IF
005440     IF NOT WORD-FOUND AND ARCHIVE-ON-DISK
005450         MOVE GEN-KEY TO ARCH-WORD
005460         READ ARCH-INDEX-FILE
005470             INVALID KEY
005480                 CONTINUE
005490             NOT INVALID KEY
005500                 SET WORD-FOUND TO TRUE
005510         END-READ
005520     END-IF
005530     IF NOT WORD-FOUND
005540         MOVE SPACES TO WS-DETAIL-LINE
005550         MOVE "ORPHAN" TO WS-DL-CHECK
005560         MOVE GEN-KEY TO WS-DL-WORD
005570         MOVE SPACES TO WS-DETAIL-TEXT
005580         STRING "IN " DELIMITED BY SIZE
005590             WS-GE-NAME(WS-GEN-X) DELIMITED BY SIZE
005600             " - ON NO FILE" DELIMITED BY SIZE
005610             INTO WS-DETAIL-TEXT
005620         MOVE WS-DETAIL-TEXT TO WS-DL-DETAIL
005630         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
005640         ADD 1 TO WS-ORPHAN-COUNT
005650     END-IF
005660     READ GEN-FILE.
005670
005680*----------------------------------------------------------------
005690* 6000-CHECK-HISTORY - apply the history rules to the record in
005700* WS-CHECK-IMAGE.  Non-numeric history is reported alone: the
005710* date and count compares mean nothing on it.
005720*----------------------------------------------------------------
005730 6000-CHECK-HISTORY.
005740     IF WS-CK-FIRST-SEEN NOT NUMERIC
005750         OR WS-CK-LAST-SEEN NOT NUMERIC
005760         OR WS-CK-RUN-COUNT NOT NUMERIC
005770         OR WS-CK-TOTAL-COUNT NOT NUMERIC
005780         MOVE "HISTORY FIELDS NOT NUMERIC" TO WS-DETAIL-TEXT
005790         PERFORM 8200-REPORT-HISTORY THRU 8200-EXIT
005800     ELSE
005810         IF WS-CK-FIRST-SEEN > WS-CK-LAST-SEEN
005820             MOVE "FIRST-SEEN AFTER LAST-SEEN"
005830                 TO WS-DETAIL-TEXT
005840             PERFORM 8200-REPORT-HISTORY THRU 8200-EXIT
005850         END-IF
005860         IF WS-CK-TOTAL-COUNT < WS-CK-RUN-COUNT
005870             MOVE "TOTAL-COUNT LESS THAN RUN-COUNT"
005880                 TO WS-DETAIL-TEXT
005890             PERFORM 8200-REPORT-HISTORY THRU 8200-EXIT
005900         END-IF
005910     END-IF
005920     IF WS-CHECK-FILE NOT = "PEND"
005930         PERFORM 6100-CHECK-CATEGORY THRU 6100-EXIT
005940     END-IF.
005950 6000-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------------
005990* 6100-CHECK-CATEGORY - a category code is blank, or 1-4
006000* upper-case letters and digits starting in the first byte
006010* with nothing after the first blank - what the CATEGORY
006020* command can produce.
006030*----------------------------------------------------------------
006040 6100-CHECK-CATEGORY.
006050     MOVE "N" TO WS-CAT-BLANK-SWITCH
006060     MOVE "N" TO WS-CAT-BAD-SWITCH
006070     PERFORM 6150-CHECK-ONE-CAT-CHAR
006080         VARYING WS-CAT-X FROM 1 BY 1 UNTIL WS-CAT-X > 4
006090     IF WS-CK-CATEGORY(1:1) = SPACE
006100         AND WS-CK-CATEGORY NOT = SPACES
006110         SET CAT-BAD TO TRUE
006120     END-IF
006130     IF CAT-BAD
006140         MOVE SPACES TO WS-DETAIL-TEXT
006150         STRING "BAD CATEGORY CODE [" DELIMITED BY SIZE
006160             WS-CK-CATEGORY DELIMITED BY SIZE
006170             "]" DELIMITED BY SIZE
006180             INTO WS-DETAIL-TEXT
006190         PERFORM 8200-REPORT-HISTORY THRU 8200-EXIT
006200     END-IF.
006210 6100-EXIT.
006220     EXIT.
006230
006240 6150-CHECK-ONE-CAT-CHAR.
006250     MOVE WS-CK-CATEGORY(WS-CAT-X:1) TO WS-CAT-CHAR
006260     IF WS-CAT-CHAR = SPACE
006270         SET CAT-BLANK-SEEN TO TRUE
006280     ELSE
006290         IF CAT-BLANK-SEEN
006300             SET CAT-BAD TO TRUE
006310         END-IF
006320         IF WS-CAT-CHAR NOT ALPHABETIC-UPPER
006330             AND WS-CAT-CHAR NOT NUMERIC
006340             SET CAT-BAD TO TRUE
006350         END-IF
006360     END-IF.
006370
006380*----------------------------------------------------------------
006390* 8000-WRITE-FINDING - put the finding in WS-DETAIL-LINE on the
006400* report.
006410*----------------------------------------------------------------
006420 8000-WRITE-FINDING.
006430     MOVE WS-DETAIL-LINE TO REPORT-REC
006440     WRITE REPORT-REC.
006450 8000-EXIT.
006460     EXIT.
006470
006480 8100-REPORT-MULTI.
006490     MOVE SPACES TO WS-DETAIL-LINE
006500     MOVE "MULTI-FILE" TO WS-DL-CHECK
006510     MOVE MASTER-WORD TO WS-DL-WORD
006520     MOVE WS-DETAIL-TEXT TO WS-DL-DETAIL
006530     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
006540     ADD 1 TO WS-MULTI-COUNT.
006550 8100-EXIT.
006560     EXIT.
006570
006580 8200-REPORT-HISTORY.
006590     MOVE SPACES TO WS-DETAIL-LINE
006600     MOVE "HISTORY" TO WS-DL-CHECK
006610     MOVE WS-CK-WORD TO WS-DL-WORD
006620     MOVE SPACES TO WS-DL-DETAIL
006630     STRING WS-CHECK-FILE DELIMITED BY SIZE
006640         " " DELIMITED BY SIZE
006650         WS-DETAIL-TEXT DELIMITED BY SIZE
006660         INTO WS-DL-DETAIL
006670     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
006680     ADD 1 TO WS-HISTORY-COUNT.
006690 8200-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730* 9000-WRAP-UP - close the files, put the counts on the report
006740* and the log, and set the condition code from the worst
006750* finding.
006760*----------------------------------------------------------------
006770 9000-WRAP-UP.
006780     MOVE SPACES TO REPORT-REC
006790     WRITE REPORT-REC
006800     MOVE WS-MASTER-COUNT TO WS-EL-MASTER
006810     MOVE WS-PENDING-COUNT TO WS-EL-PENDING
006820     MOVE WS-ARCHIVE-COUNT TO WS-EL-ARCHIVE
006830     MOVE WS-GEN-WORD-COUNT TO WS-EL-GEN
006840     MOVE WS-EXAMINED-LINE TO REPORT-REC
006850     WRITE REPORT-REC
006860     MOVE WS-MULTI-COUNT TO WS-TL-MULTI
006870     MOVE WS-HISTORY-COUNT TO WS-TL-HISTORY
006880     MOVE WS-NO-GEN-COUNT TO WS-TL-NO-GEN
006890     MOVE WS-ORPHAN-COUNT TO WS-TL-ORPHAN
006900     MOVE WS-TOTALS-LINE TO REPORT-REC
006910     WRITE REPORT-REC
006920     CLOSE MASTER-FILE
006930     IF PENDING-ON-DISK
006940         CLOSE PENDING-FILE
006950     END-IF
006960     IF ARCHIVE-ON-DISK
006970         CLOSE ARCH-INDEX-FILE
006980     END-IF
006990     CLOSE REPORT-FILE
007000     DISPLAY "Master words checked:  " WS-MASTER-COUNT
007010     DISPLAY "Pending words checked: " WS-PENDING-COUNT
007020     DISPLAY "Archive words checked: " WS-ARCHIVE-COUNT
007030     DISPLAY "Generation words:      " WS-GEN-WORD-COUNT
007040     DISPLAY "On more than one file: " WS-MULTI-COUNT
007050     DISPLAY "History rule breaks:   " WS-HISTORY-COUNT
007060     DISPLAY "Last seen, no gen:     " WS-NO-GEN-COUNT
007070     DISPLAY "Orphan generation:     " WS-ORPHAN-COUNT
007080     EVALUATE TRUE
007090         WHEN WS-MULTI-COUNT > 0 OR WS-HISTORY-COUNT > 0
007100             MOVE 12 TO RETURN-CODE
007110         WHEN WS-NO-GEN-COUNT > 0 OR WS-ORPHAN-COUNT > 0
007120             MOVE 4 TO RETURN-CODE
007130         WHEN OTHER
007140             MOVE 0 TO RETURN-CODE
007150     END-EVALUATE.
007160 9000-EXIT.
007170     EXIT.
007180 END PROGRAM INTEGRITY-CHECK.
