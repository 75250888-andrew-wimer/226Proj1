000010******************************************************************
000020* PROGRAM:     JOB-STREAM
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Nightly job-stream controller.  The nightly window
000080*              (FEED-CHECK, STORING-WORDS, WORD-EXPORT,
000090*              AUDIT-REPORT, FREQ-ROLLUP and, some nights,
000100*              MASTER-ARCHIVE or REJECT-RECYCLE) used to be
000110*              sequenced by hand, and after a failure nobody could
000120*              be sure which steps had already run for which
000130*              business date - running WORD-EXPORT twice
000140*              double-feeds the warehouse.  This program runs the
000150*              steps named in a step-definition file in order,
000160*              CALLing each step's program by its PROGRAM-ID with
000170*              the step's environment settings in force, and
000180*              records every step in the run-control file
000190*              STRMCTL.DAT against the business date.
000200*
000210*              The step-definition file (stream.dat, or the file
000220*              named by STREAM_STEPS) is maintained by hand; a
000230*              line starting with * is a comment:
000240*                STEP name program max-cc
000250*                                   one step: a name of up to 12
000260*                                   characters, the PROGRAM-ID to
000270*                                   call and the highest condition
000280*                                   code that still lets the
000290*                                   stream go on
000300*                  ENV NAME=value   an environment setting for the
000310*                                   step above it (as many as it
000320*                                   needs; an empty value blanks
000330*                                   the variable for the step)
000340*              Each setting is put in place just before the step
000350*              and the variable's previous value put back after
000360*              it, so one step's settings never leak into the
000370*              next.  The whole file is checked before anything
000380*              runs; an unusable line stops the stream unrun.
000390*
000400*              STRMCTL.DAT gets a RUNNING record as each step
000410*              starts and a COMPLETE or FAILED record, with its
000420*              condition code and times, when it ends.  A rerun
000430*              for the same business date reads those back: a step
000440*              whose latest record for the date is COMPLETE is
000450*              skipped, so the stream picks up at the step that
000460*              failed (or was interrupted) and a completed step is
000470*              never run twice.  The stream stops at the first
000480*              step that ends above its max-cc or whose program
000490*              cannot be loaded.
000500*
000510*              The stream summary - every step, what was done with
000520*              it this time, its times, condition code and result
000530*              - is written to STRMRPT.DAT.
000540*
000550*              CONTROL (environment variables):
000560*                STREAM_DATE   business date (YYYYMMDD, default
000570*                              today)
000580*                STREAM_STEPS  step-definition file (default
000590*                              stream.dat)
000600*              Condition codes: the highest code of the steps run
000610*              when the stream completes; 16 when it stops at a
000620*              failed step (or that step's own code if higher,
000630*              so a run-lock 20 still reads as 20), or when the
000640*              step file, run-control file or summary cannot be
000650*              used.  The controller takes no run lock itself;
000660*              each step takes its own.
000670* TECTONICS:   cobc
000680******************************************************************
000690* MODIFICATION HISTORY
000700*   10/15/2026 AW  Original version.
000710******************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID. JOB-STREAM.
000740 AUTHOR. A. WIMER.
000750 INSTALLATION. DATA SERVICES.
000760 DATE-WRITTEN. 10/15/2026.
000770 DATE-COMPILED.
000780
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT STEP-FILE ASSIGN TO "STEPLIST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS STEP-FILE-STATUS.
000850
000860     SELECT CONTROL-FILE ASSIGN TO "strmctl.dat"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CONTROL-FILE-STATUS.
000890
000900     SELECT REPORT-FILE ASSIGN TO "strmrpt.dat"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS REPORT-FILE-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  STEP-FILE
000970     RECORD CONTAINS 132 CHARACTERS.
000980 01  STEP-REC                    PIC X(132).
000990
001000*----------------------------------------------------------------
001010* CTL-REC - one run-control event.  RUNNING is written as a step
001020* starts (end time and code zero); COMPLETE or FAILED as it ends.
001030* The latest record for a step and business date is its state.
001040*----------------------------------------------------------------
001050 FD  CONTROL-FILE
001060     RECORD CONTAINS 105 CHARACTERS.
001070 01  CTL-REC.
001080     05  CTL-BUSINESS-DATE       PIC 9(08).
001090     05  FILLER                  PIC X(01).
001100     05  CTL-STEP-NAME           PIC X(12).
001110     05  FILLER                  PIC X(01).
001120     05  CTL-PROGRAM             PIC X(30).
001130     05  FILLER                  PIC X(01).
001140     05  CTL-STATUS              PIC X(08).
001150         88  CTL-RUNNING         VALUE "RUNNING".
001160         88  CTL-COMPLETE        VALUE "COMPLETE".
001170         88  CTL-FAILED          VALUE "FAILED".
001180     05  FILLER                  PIC X(01).
001190     05  CTL-START-DATE          PIC 9(08).
001200     05  CTL-START-TIME          PIC 9(08).
001210     05  FILLER                  PIC X(01).
001220     05  CTL-END-DATE            PIC 9(08).
001230     05  CTL-END-TIME            PIC 9(08).
001240     05  FILLER                  PIC X(01).
001250     05  CTL-CC                  PIC 9(04).
001260     05  FILLER                  PIC X(01).
001270     05  CTL-MAX-CC              PIC 9(04).
001280
001290 FD  REPORT-FILE
001300     RECORD CONTAINS 132 CHARACTERS.
001310 01  REPORT-REC                  PIC X(132).
001320
001330 WORKING-STORAGE SECTION.
001340*----------------------------------------------------------------
001350* FILE STATUS AND SWITCHES
001360*----------------------------------------------------------------
001370 01  STEP-FILE-STATUS            PIC 9(02).
001380     88  STEP-FILE-OK            VALUE 0.
001390     88  STEP-FILE-END           VALUE 10.
001400
001410 01  CONTROL-FILE-STATUS         PIC 9(02).
001420     88  CONTROL-FILE-OK         VALUE 0.
001430     88  CONTROL-FILE-END        VALUE 10.
001440     88  CONTROL-FILE-NOT-FOUND  VALUE 35.
001450
001460 01  REPORT-FILE-STATUS          PIC 9(02).
001470     88  REPORT-FILE-OK          VALUE 0.
001480
001490 01  WS-STOPPED-SWITCH           PIC X(01) VALUE "N".
001500     88  STREAM-STOPPED          VALUE "Y".
001510
001520 01  WS-RAN-SWITCH               PIC X(01) VALUE "N".
001530     88  STREAM-RAN              VALUE "Y".
001540
001550 01  WS-NOT-FOUND-SWITCH         PIC X(01) VALUE "N".
001560     88  PROGRAM-NOT-FOUND       VALUE "Y".
001570
001580 01  WS-STEP-BAD-SWITCH          PIC X(01) VALUE "N".
001590     88  LAST-STEP-BAD           VALUE "Y".
001600
001610*----------------------------------------------------------------
001620* STREAM CONTROLS
001630*----------------------------------------------------------------
001640 01  WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
001650
001660 01  WS-STEP-LIST-NAME           PIC X(20) VALUE SPACES.
001670
001680 01  WS-NOW.
001690     05  WS-NOW-DATE             PIC 9(08).
001700     05  WS-NOW-TIME             PIC 9(08).
001710
001720 01  WS-RUN-STAMP.
001730     05  WS-RUN-DATE             PIC 9(08).
001740     05  WS-RUN-TIME             PIC 9(08).
001750
001760*----------------------------------------------------------------
001770* STEP TABLE - one entry per STEP line, in stream order.  The
001780* step's ENV lines are WS-SE-ENV-COUNT entries of WS-ENV-TABLE
001790* starting at WS-SE-ENV-FIRST.  WS-SE-PRIOR-* is the step's
001800* latest run-control record for the business date, if any.
001810*   WS-SE-ACTION  RAN, SKIPPED (complete earlier) or NOT RUN
001820*----------------------------------------------------------------
001830 01  WS-STEP-COUNT               PIC 9(04) COMP VALUE 0.
001840
001850 01  WS-STEP-TABLE.
001860     05  WS-STEP-ENTRY           OCCURS 50 TIMES.
001870         10  WS-SE-NAME          PIC X(12).
001880         10  WS-SE-PROGRAM       PIC X(30).
001890         10  WS-SE-MAX-CC        PIC 9(04) COMP.
001900         10  WS-SE-ENV-FIRST     PIC 9(04) COMP.
001910         10  WS-SE-ENV-COUNT     PIC 9(04) COMP.
001920         10  WS-SE-PRIOR-STATUS  PIC X(08).
001930         10  WS-SE-PRIOR-START   PIC 9(08).
001940         10  WS-SE-PRIOR-END     PIC 9(08).
001950         10  WS-SE-PRIOR-CC      PIC 9(04) COMP.
001960         10  WS-SE-ACTION        PIC X(08).
001970         10  WS-SE-START-TIME    PIC 9(08).
001980         10  WS-SE-END-TIME      PIC 9(08).
001990         10  WS-SE-CC            PIC 9(04) COMP.
002000         10  WS-SE-RESULT        PIC X(12).
002010
002020 01  WS-ENV-COUNT                PIC 9(04) COMP VALUE 0.
002030
002040 01  WS-ENV-TABLE.
002050     05  WS-ENV-ENTRY            OCCURS 500 TIMES.
002060         10  WS-EE-NAME          PIC X(30).
002070         10  WS-EE-VALUE         PIC X(80).
002080         10  WS-EE-SAVED         PIC X(80).
002090
002100*----------------------------------------------------------------
002110* STEP-LINE PARSE FIELDS - a line is split on spaces after its
002120* leading blanks; an ENV line's setting is everything after the
002130* keyword, split once at the first "=".
002140*----------------------------------------------------------------
002150 01  WS-LINE-FIELDS.
002160     05  WS-LF-KEYWORD           PIC X(08).
002170     05  WS-LF-NAME              PIC X(30).
002180     05  WS-LF-PROGRAM           PIC X(40).
002190     05  WS-LF-MAX-CC-REQ        PIC X(10).
002200     05  WS-LF-EXTRA             PIC X(10).
002210     05  WS-LF-SETTING           PIC X(132).
002220     05  WS-LF-ENV-NAME          PIC X(40).
002230     05  WS-LF-EQUALS            PIC X(01).
002240     05  WS-LF-MAX-CC            PIC 9(04) COMP.
002250
002260 01  WS-LINE-POINTER             PIC 9(04) COMP VALUE 0.
002270 01  WS-SETTING-POINTER          PIC 9(04) COMP VALUE 0.
002280 01  WS-LEADING-SPACES           PIC 9(04) COMP VALUE 0.
002290
002300 01  WS-SCAN-FIELDS.
002310     05  WS-SCAN-X               PIC 9(02) COMP VALUE 0.
002320     05  WS-SCAN-DIGIT           PIC X(01).
002330     05  WS-SCAN-DIGIT-N REDEFINES WS-SCAN-DIGIT
002340                                 PIC 9(01).
002350     05  WS-SCAN-DONE-SWITCH     PIC X(01).
002360         88  MAX-CC-SCANNED      VALUE "Y".
002370     05  WS-SCAN-BAD-SWITCH      PIC X(01).
002380         88  MAX-CC-BAD          VALUE "Y".
002390
002400*----------------------------------------------------------------
002410* COUNTERS, SUBSCRIPTS AND CODES
002420*----------------------------------------------------------------
002430 01  WS-COUNTERS.
002440     05  WS-LINE-COUNT           PIC 9(06) COMP VALUE 0.
002450     05  WS-BAD-LINE-COUNT       PIC 9(06) COMP VALUE 0.
002460     05  WS-RAN-COUNT            PIC 9(04) COMP VALUE 0.
002470     05  WS-SKIPPED-COUNT        PIC 9(04) COMP VALUE 0.
002480     05  WS-CONTROL-READ-COUNT   PIC 9(09) COMP VALUE 0.
002490
002500 01  SUBSCRIPTS.
002510     05  S                       PIC 9(04) COMP VALUE 0.
002520     05  E                       PIC 9(04) COMP VALUE 0.
002530     05  K                       PIC 9(04) COMP VALUE 0.
002540     05  WS-ENV-LAST             PIC 9(04) COMP VALUE 0.
002550
002560 01  WS-CALL-PROGRAM             PIC X(30).
002570
002580 01  WS-STEP-CC                  PIC 9(04) COMP VALUE 0.
002590 01  WS-HIGH-CC                  PIC 9(04) COMP VALUE 0.
002600 01  WS-STREAM-CC                PIC 9(04) COMP VALUE 0.
002610 01  WS-FAILED-STEP              PIC 9(04) COMP VALUE 0.
002620
002630 01  WS-TIME-WORK                PIC 9(08).
002640 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
002650     05  WS-TP-HH                PIC 9(02).
002660     05  WS-TP-MM                PIC 9(02).
002670     05  WS-TP-SS                PIC 9(02).
002680     05  WS-TP-CC                PIC 9(02).
002690
002700 01  WS-TIME-EDIT.
002710     05  WS-TE-HH                PIC 9(02).
002720     05  FILLER                  PIC X(01) VALUE ":".
002730     05  WS-TE-MM                PIC 9(02).
002740     05  FILLER                  PIC X(01) VALUE ":".
002750     05  WS-TE-SS                PIC 9(02).
002760
002770*----------------------------------------------------------------
002780* REPORT LINES
002790*----------------------------------------------------------------
002800 01  WS-REPORT-HEADER.
002810     05  FILLER                  PIC X(20) VALUE
002820         "JOB STREAM SUMMARY  ".
002830     05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
002840     05  WS-RH-BUSINESS-DATE     PIC X(08).
002850     05  FILLER                  PIC X(08) VALUE "  STEPS ".
002860     05  WS-RH-STEP-LIST         PIC X(20).
002870     05  FILLER                  PIC X(06) VALUE "  RUN ".
002880     05  WS-RH-RUN-DATE          PIC 9(08).
002890     05  FILLER                  PIC X(01) VALUE SPACES.
002900     05  WS-RH-RUN-TIME          PIC X(08).
002910     05  FILLER                  PIC X(39) VALUE SPACES.
002920
002930 01  WS-COLUMN-HEADER.
002940     05  FILLER                  PIC X(05) VALUE "SEQ  ".
002950     05  FILLER                  PIC X(13) VALUE "STEP         ".
002960     05  FILLER                  PIC X(31) VALUE "PROGRAM".
002970     05  FILLER                  PIC X(09) VALUE "ACTION".
002980     05  FILLER                  PIC X(09) VALUE "EARLIER".
002990     05  FILLER                  PIC X(09) VALUE "START".
003000     05  FILLER                  PIC X(09) VALUE "END".
003010     05  FILLER                  PIC X(05) VALUE "  CC".
003020     05  FILLER                  PIC X(05) VALUE " MAX".
003030     05  FILLER                  PIC X(12) VALUE "RESULT".
003040     05  FILLER                  PIC X(25) VALUE SPACES.
003050
003060 01  WS-STEP-LINE.
003070     05  WS-SL-SEQ               PIC ZZ9.
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  WS-SL-NAME              PIC X(12).
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  WS-SL-PROGRAM           PIC X(30).
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130     05  WS-SL-ACTION            PIC X(08).
003140     05  FILLER                  PIC X(01) VALUE SPACES.
003150     05  WS-SL-EARLIER           PIC X(08).
003160     05  FILLER                  PIC X(01) VALUE SPACES.
003170     05  WS-SL-START             PIC X(08).
003180     05  FILLER                  PIC X(01) VALUE SPACES.
003190     05  WS-SL-END               PIC X(08).
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  WS-SL-CC                PIC ZZZ9.
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  WS-SL-MAX-CC            PIC ZZZ9.
003240     05  FILLER                  PIC X(01) VALUE SPACES.
003250     05  WS-SL-RESULT            PIC X(12).
003260     05  FILLER                  PIC X(25) VALUE SPACES.
003270
003280 01  WS-ENV-LINE.
003290     05  FILLER                  PIC X(18) VALUE SPACES.
003300     05  FILLER                  PIC X(04) VALUE "ENV ".
003310     05  WS-EL-SETTING           PIC X(110).
003320
003330 01  WS-COMPLETE-LINE.
003340     05  FILLER                  PIC X(18) VALUE
003350         "STREAM COMPLETE - ".
003360     05  WS-CL-RAN               PIC ZZ9.
003370     05  FILLER                  PIC X(12) VALUE " STEP(S) RUN".
003380     05  FILLER                  PIC X(02) VALUE ", ".
003390     05  WS-CL-SKIPPED           PIC ZZ9.
003400     05  FILLER                  PIC X(30) VALUE
003410         " SKIPPED AS COMPLETE EARLIER, ".
003420     05  FILLER                  PIC X(11) VALUE "HIGHEST CC ".
003430     05  WS-CL-HIGH-CC           PIC ZZZ9.
003440     05  FILLER                  PIC X(49) VALUE SPACES.
003450
003460 01  WS-STOPPED-LINE.
003470     05  FILLER                  PIC X(23) VALUE
003480         "STREAM STOPPED AT STEP ".
003490     05  WS-XL-NAME              PIC X(12).
003500     05  FILLER                  PIC X(05) VALUE " (CC ".
003510     05  WS-XL-CC                PIC ZZZ9.
003520     05  FILLER                  PIC X(08) VALUE ", LIMIT ".
003530     05  WS-XL-MAX-CC            PIC ZZZ9.
003540     05  FILLER                  PIC X(46) VALUE
003550         ") - FIX AND RERUN TO RESUME FROM THIS STEP".
003560     05  FILLER                  PIC X(30) VALUE SPACES.
003570
003580 01  WS-UNUSABLE-LINE.
003590     05  FILLER                  PIC X(29) VALUE
003600         "STEP DEFINITIONS UNUSABLE - ".
003610     05  WS-UL-BAD               PIC ZZZZZ9.
003620     05  FILLER                  PIC X(41) VALUE
003630         " BAD LINE(S), NOTHING RUN - SEE THE LOG".
003640     05  FILLER                  PIC X(56) VALUE SPACES.
003650
003660*----------------------------------------------------------------
003670* PROCEDURE DIVISION
003680*----------------------------------------------------------------
003690 PROCEDURE DIVISION.
003700
003710 0000-MAINLINE.
003720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003730     PERFORM 1100-LOAD-STEPS THRU 1100-EXIT
003740     IF WS-BAD-LINE-COUNT = 0
003750         PERFORM 1500-READ-RUN-CONTROL THRU 1500-EXIT
003760         PERFORM 2000-RUN-STREAM THRU 2000-EXIT
003770     END-IF
003780     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
003790     PERFORM 9000-WRAP-UP THRU 9000-EXIT
003800     GOBACK.
003810
003820*----------------------------------------------------------------
003830* 1000-INITIALIZE - pick up the business date and step file and
003840* open the summary.  A business date that is not eight digits
003850* would file every step under a date no rerun could find.
003860*----------------------------------------------------------------
003870 1000-INITIALIZE.
003880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003890     ACCEPT WS-RUN-TIME FROM TIME
003900     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "STREAM_DATE"
003910     IF WS-BUSINESS-DATE = SPACES
003920         MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
003930     END-IF
003940     IF WS-BUSINESS-DATE NOT NUMERIC
003950         DISPLAY "STREAM_DATE is not a YYYYMMDD date ("
003960             WS-BUSINESS-DATE ")"
003970         MOVE 16 TO RETURN-CODE
003980         GOBACK
003990     END-IF
004000     ACCEPT WS-STEP-LIST-NAME FROM ENVIRONMENT "STREAM_STEPS"
004010     IF WS-STEP-LIST-NAME = SPACES
004020         MOVE "stream.dat" TO WS-STEP-LIST-NAME
004030     END-IF
004040     OPEN OUTPUT REPORT-FILE
004050     IF NOT REPORT-FILE-OK
004060         DISPLAY "Could not open stream summary strmrpt.dat."
004070         MOVE 16 TO RETURN-CODE
004080         GOBACK
004090     END-IF
004100     MOVE WS-BUSINESS-DATE TO WS-RH-BUSINESS-DATE
004110     MOVE WS-STEP-LIST-NAME TO WS-RH-STEP-LIST
004120     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
004130     MOVE WS-RUN-TIME TO WS-TIME-WORK
004140     PERFORM 8000-EDIT-TIME
004150     MOVE WS-TIME-EDIT TO WS-RH-RUN-TIME
004160     MOVE WS-REPORT-HEADER TO REPORT-REC
004170     WRITE REPORT-REC
004180     MOVE SPACES TO REPORT-REC
004190     WRITE REPORT-REC.
004200 1000-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------------
004240* 1100-LOAD-STEPS - read and check the whole step-definition file
004250* before anything runs.  Every unusable line is reported; any at
004260* all, or no steps, and the stream is not started.
004270*----------------------------------------------------------------
004280 1100-LOAD-STEPS.
004290     DISPLAY "STEPLIST" UPON ENVIRONMENT-NAME
004300     DISPLAY WS-STEP-LIST-NAME UPON ENVIRONMENT-VALUE
004310     OPEN INPUT STEP-FILE
004320     IF NOT STEP-FILE-OK
004330         DISPLAY "Could not open step definitions: "
004340             WS-STEP-LIST-NAME
004350         ADD 1 TO WS-BAD-LINE-COUNT
004360         GO TO 1100-EXIT
004370     END-IF
004380     READ STEP-FILE
004390     PERFORM 1200-LOAD-ONE-LINE THRU 1200-NEXT
004400         UNTIL STEP-FILE-END
004410     CLOSE STEP-FILE
004420     IF WS-STEP-COUNT = 0 AND WS-BAD-LINE-COUNT = 0
004430         DISPLAY "No steps defined in " WS-STEP-LIST-NAME
004440         ADD 1 TO WS-BAD-LINE-COUNT
004450     END-IF.
004460 1100-EXIT.
004470     EXIT.
004480
004490 1200-LOAD-ONE-LINE.
004500     IF STEP-REC = SPACES
004510         GO TO 1200-NEXT
004520     END-IF
004530     MOVE 0 TO WS-LEADING-SPACES
004540     INSPECT STEP-REC TALLYING WS-LEADING-SPACES
004550         FOR LEADING SPACES
004560     COMPUTE WS-LINE-POINTER = WS-LEADING-SPACES + 1
004570     IF STEP-REC(WS-LINE-POINTER:1) = "*"
004580         GO TO 1200-NEXT
004590     END-IF
004600     ADD 1 TO WS-LINE-COUNT
004610     MOVE SPACES TO WS-LF-KEYWORD
004620     UNSTRING STEP-REC DELIMITED BY ALL SPACES
004630         INTO WS-LF-KEYWORD
004640         WITH POINTER WS-LINE-POINTER
004650     INSPECT WS-LF-KEYWORD CONVERTING
004660         "abcdefghijklmnopqrstuvwxyz" TO
004670         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004680     EVALUATE WS-LF-KEYWORD
004690         WHEN "STEP"
004700             PERFORM 1250-ADD-STEP THRU 1250-EXIT
004710         WHEN "ENV"
004720             PERFORM 1260-ADD-ENV THRU 1260-EXIT
004730         WHEN OTHER
004740             DISPLAY "Step file: unknown keyword " WS-LF-KEYWORD
004750                 " - " STEP-REC
004760             ADD 1 TO WS-BAD-LINE-COUNT
004770     END-EVALUATE.
004780 1200-NEXT.
004790     READ STEP-FILE.
004800
004810*----------------------------------------------------------------
004820* 1250-ADD-STEP - STEP name program max-cc.  Names are folded to
004830* upper case and must be unique in the file; the run-control
004840* file knows a step only by its name.
004850*----------------------------------------------------------------
004860 1250-ADD-STEP.
004870     MOVE SPACES TO WS-LF-NAME WS-LF-PROGRAM WS-LF-MAX-CC-REQ
004880         WS-LF-EXTRA
004890     UNSTRING STEP-REC DELIMITED BY ALL SPACES
004900         INTO WS-LF-NAME WS-LF-PROGRAM WS-LF-MAX-CC-REQ
004910             WS-LF-EXTRA
004920         WITH POINTER WS-LINE-POINTER
004930     INSPECT WS-LF-NAME CONVERTING
004940         "abcdefghijklmnopqrstuvwxyz" TO
004950         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004960     INSPECT WS-LF-PROGRAM CONVERTING
004970         "abcdefghijklmnopqrstuvwxyz" TO
004980         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004990     PERFORM 1300-SCAN-MAX-CC THRU 1300-EXIT
005000     SET LAST-STEP-BAD TO TRUE
005010     MOVE 0 TO K
005020     IF WS-STEP-COUNT > 0
005030         PERFORM 1280-MATCH-ONE-NAME
005040             VARYING S FROM 1 BY 1
005050             UNTIL S > WS-STEP-COUNT OR K > 0
005060     END-IF
005070     EVALUATE TRUE
005080         WHEN WS-LF-NAME = SPACES OR WS-LF-PROGRAM = SPACES
005090             OR WS-LF-MAX-CC-REQ = SPACES
005100             DISPLAY "Step file: STEP needs a name, a program and"
005110                 " a max-cc - " STEP-REC
005120             ADD 1 TO WS-BAD-LINE-COUNT
005130         WHEN WS-LF-EXTRA NOT = SPACES
005140             DISPLAY "Step file: too many fields - " STEP-REC
005150             ADD 1 TO WS-BAD-LINE-COUNT
005160         WHEN WS-LF-NAME(13:18) NOT = SPACES
005170             DISPLAY "Step file: step name over 12 characters - "
005180                 STEP-REC
005190             ADD 1 TO WS-BAD-LINE-COUNT
005200         WHEN WS-LF-PROGRAM(31:10) NOT = SPACES
005210             DISPLAY "Step file: program name over 30 characters"
005220                 " - " STEP-REC
005230             ADD 1 TO WS-BAD-LINE-COUNT
005240         WHEN MAX-CC-BAD
005250             DISPLAY "Step file: max-cc must be a number up to"
005260                 " 9999 - " STEP-REC
005270             ADD 1 TO WS-BAD-LINE-COUNT
005280         WHEN K > 0
005290             DISPLAY "Step file: step " WS-LF-NAME(1:12)
005300                 " defined twice"
005310             ADD 1 TO WS-BAD-LINE-COUNT
005320         WHEN WS-STEP-COUNT = 50
005330             DISPLAY "Step file: more than 50 steps - " STEP-REC
005340             ADD 1 TO WS-BAD-LINE-COUNT
005350         WHEN OTHER
005360             ADD 1 TO WS-STEP-COUNT
005370             MOVE WS-STEP-COUNT TO S
005380             INITIALIZE WS-STEP-ENTRY(S)
005390             MOVE WS-LF-NAME TO WS-SE-NAME(S)
005400             MOVE WS-LF-PROGRAM TO WS-SE-PROGRAM(S)
005410             MOVE WS-LF-MAX-CC TO WS-SE-MAX-CC(S)
005420             COMPUTE WS-SE-ENV-FIRST(S) = WS-ENV-COUNT + 1
005430             MOVE "NOT RUN" TO WS-SE-ACTION(S)
005440             MOVE "N" TO WS-STEP-BAD-SWITCH
005450     END-EVALUATE.
005460 1250-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------
005500* 1260-ADD-ENV - ENV NAME=value, belonging to the last good STEP
005510* line.  The value is the rest of the line after the first "=",
005520* so it may itself hold spaces or an "=".  Settings under a STEP
005530* line that was refused are passed over; that line has already
005540* stopped the stream.
005550*----------------------------------------------------------------
005560 1260-ADD-ENV.
005570     IF LAST-STEP-BAD
005580         GO TO 1260-EXIT
005590     END-IF
005600     IF WS-STEP-COUNT = 0
005610         DISPLAY "Step file: ENV before any STEP - " STEP-REC
005620         ADD 1 TO WS-BAD-LINE-COUNT
005630         GO TO 1260-EXIT
005640     END-IF
005650     IF WS-LINE-POINTER > 132
005660         DISPLAY "Step file: ENV needs NAME=value - " STEP-REC
005670         ADD 1 TO WS-BAD-LINE-COUNT
005680         GO TO 1260-EXIT
005690     END-IF
005700     MOVE STEP-REC(WS-LINE-POINTER:) TO WS-LF-SETTING
005710     MOVE SPACES TO WS-LF-ENV-NAME WS-LF-EQUALS
005720     MOVE 1 TO WS-SETTING-POINTER
005730     UNSTRING WS-LF-SETTING DELIMITED BY "="
005740         INTO WS-LF-ENV-NAME DELIMITER IN WS-LF-EQUALS
005750         WITH POINTER WS-SETTING-POINTER
005760     EVALUATE TRUE
005770         WHEN WS-LF-EQUALS = SPACES OR WS-LF-ENV-NAME = SPACES
005780             DISPLAY "Step file: ENV needs NAME=value - " STEP-REC
005790             ADD 1 TO WS-BAD-LINE-COUNT
005800         WHEN WS-LF-ENV-NAME(31:10) NOT = SPACES
005810             DISPLAY "Step file: variable name over 30 characters"
005820                 " - " STEP-REC
005830             ADD 1 TO WS-BAD-LINE-COUNT
005840         WHEN WS-ENV-COUNT = 500
005850             DISPLAY "Step file: more than 500 ENV settings - "
005860                 STEP-REC
005870             ADD 1 TO WS-BAD-LINE-COUNT
005880         WHEN OTHER
005890             ADD 1 TO WS-ENV-COUNT
005900             MOVE WS-LF-ENV-NAME TO WS-EE-NAME(WS-ENV-COUNT)
005910             MOVE SPACES TO WS-EE-VALUE(WS-ENV-COUNT)
005920             IF WS-SETTING-POINTER NOT > 132
005930                 MOVE WS-LF-SETTING(WS-SETTING-POINTER:)
005940                     TO WS-EE-VALUE(WS-ENV-COUNT)
005950             END-IF
005960             MOVE SPACES TO WS-EE-SAVED(WS-ENV-COUNT)
005970             ADD 1 TO WS-SE-ENV-COUNT(WS-STEP-COUNT)
005980     END-EVALUATE.
005990 1260-EXIT.
006000     EXIT.
006010
006020 1280-MATCH-ONE-NAME.
006030     IF WS-SE-NAME(S) = WS-LF-NAME
006040         MOVE S TO K
006050     END-IF.
006060
006070*----------------------------------------------------------------
006080* 1300-SCAN-MAX-CC - turn the max-cc text into a number.
006090* MAX-CC-BAD comes back set for anything but digits or a value
006100* over four digits.
006110*----------------------------------------------------------------
006120 1300-SCAN-MAX-CC.
006130     MOVE 0 TO WS-LF-MAX-CC
006140     MOVE "N" TO WS-SCAN-DONE-SWITCH
006150     MOVE "N" TO WS-SCAN-BAD-SWITCH
006160     IF WS-LF-MAX-CC-REQ(5:6) NOT = SPACES
006170         SET MAX-CC-BAD TO TRUE
006180         GO TO 1300-EXIT
006190     END-IF
006200     MOVE 1 TO WS-SCAN-X
006210     PERFORM 1350-SCAN-ONE-DIGIT
006220         UNTIL WS-SCAN-X > 4 OR MAX-CC-SCANNED.
006230 1300-EXIT.
006240     EXIT.
006250
006260 1350-SCAN-ONE-DIGIT.
006270     MOVE WS-LF-MAX-CC-REQ(WS-SCAN-X:1) TO WS-SCAN-DIGIT
006280     IF WS-SCAN-DIGIT = SPACE
006290         SET MAX-CC-SCANNED TO TRUE
006300     ELSE
006310         IF WS-SCAN-DIGIT NUMERIC
006320             COMPUTE WS-LF-MAX-CC
006330                 = WS-LF-MAX-CC * 10 + WS-SCAN-DIGIT-N
006340         ELSE
006350             SET MAX-CC-BAD TO TRUE
006360             SET MAX-CC-SCANNED TO TRUE
006370         END-IF
006380     END-IF
006390     ADD 1 TO WS-SCAN-X.
006400
006410*----------------------------------------------------------------
006420* 1500-READ-RUN-CONTROL - note each step's latest run-control
006430* record for the business date.  The file is written in time
006440* order, so the last record read for a step is its state.  No
006450* run-control file yet means nothing has run for any date.
006460*----------------------------------------------------------------
006470 1500-READ-RUN-CONTROL.
006480     OPEN INPUT CONTROL-FILE
006490     IF NOT CONTROL-FILE-OK
006500         GO TO 1500-EXIT
006510     END-IF
006520     READ CONTROL-FILE
006530     PERFORM 1550-NOTE-ONE-CONTROL UNTIL CONTROL-FILE-END
006540     CLOSE CONTROL-FILE.
006550 1500-EXIT.
006560     EXIT.
006570
006580 1550-NOTE-ONE-CONTROL.
006590     ADD 1 TO WS-CONTROL-READ-COUNT
006600     IF CTL-BUSINESS-DATE = WS-BUSINESS-DATE
006610         MOVE CTL-STEP-NAME TO WS-LF-NAME
006620         MOVE 0 TO K
006630         PERFORM 1280-MATCH-ONE-NAME
006640             VARYING S FROM 1 BY 1
006650             UNTIL S > WS-STEP-COUNT OR K > 0
006660         IF K > 0
006670             MOVE CTL-STATUS TO WS-SE-PRIOR-STATUS(K)
006680             MOVE CTL-START-TIME TO WS-SE-PRIOR-START(K)
006690             MOVE CTL-END-TIME TO WS-SE-PRIOR-END(K)
006700             MOVE CTL-CC TO WS-SE-PRIOR-CC(K)
006710         END-IF
006720     END-IF
006730     READ CONTROL-FILE.
006740
006750*----------------------------------------------------------------
006760* 2000-RUN-STREAM - run the steps in order, skipping any already
006770* complete for the business date, until the last step or the
006780* first failure.
006790*----------------------------------------------------------------
006800 2000-RUN-STREAM.
006810     OPEN EXTEND CONTROL-FILE
006820     IF CONTROL-FILE-NOT-FOUND
006830         OPEN OUTPUT CONTROL-FILE
006840         CLOSE CONTROL-FILE
006850         OPEN EXTEND CONTROL-FILE
006860     END-IF
006870     IF NOT CONTROL-FILE-OK
006880         DISPLAY "Could not open run-control file strmctl.dat,"
006890             " status " CONTROL-FILE-STATUS
006900         MOVE 16 TO WS-STREAM-CC
006910         GO TO 2000-EXIT
006920     END-IF
006930     SET STREAM-RAN TO TRUE
006940     PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
006950         VARYING S FROM 1 BY 1
006960         UNTIL S > WS-STEP-COUNT OR STREAM-STOPPED
006970     CLOSE CONTROL-FILE.
006980 2000-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020* 2100-RUN-ONE-STEP - put the step's settings in place, record it
007030* as RUNNING, CALL its program, put the settings back and record
007040* how it ended.  The program is CANCELled after every call so a
007050* program used by two steps starts fresh each time.  A code above
007060* the step's max-cc, or a program that cannot be loaded, stops
007070* the stream.
007080*----------------------------------------------------------------
007090 2100-RUN-ONE-STEP.
007100     IF WS-SE-PRIOR-STATUS(S) = "COMPLETE"
007110         MOVE "SKIPPED" TO WS-SE-ACTION(S)
007120         MOVE "DONE EARLIER" TO WS-SE-RESULT(S)
007130         MOVE WS-SE-PRIOR-START(S) TO WS-SE-START-TIME(S)
007140         MOVE WS-SE-PRIOR-END(S) TO WS-SE-END-TIME(S)
007150         MOVE WS-SE-PRIOR-CC(S) TO WS-SE-CC(S)
007160         ADD 1 TO WS-SKIPPED-COUNT
007170         DISPLAY "Stream step " WS-SE-NAME(S)
007180             " already complete for " WS-BUSINESS-DATE
007190             " - skipped"
007200         GO TO 2100-EXIT
007210     END-IF
007220     MOVE "RAN" TO WS-SE-ACTION(S)
007230     ADD 1 TO WS-RAN-COUNT
007240     IF WS-SE-ENV-COUNT(S) > 0
007250         PERFORM 2200-SET-ONE-ENV
007260             VARYING E FROM WS-SE-ENV-FIRST(S) BY 1
007270             UNTIL E > WS-SE-ENV-FIRST(S) + WS-SE-ENV-COUNT(S) - 1
007280     END-IF
007290     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
007300     ACCEPT WS-NOW-TIME FROM TIME
007310     MOVE WS-NOW-TIME TO WS-SE-START-TIME(S)
007320     MOVE SPACES TO CTL-REC
007330     MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE
007340     MOVE WS-SE-NAME(S) TO CTL-STEP-NAME
007350     MOVE WS-SE-PROGRAM(S) TO CTL-PROGRAM
007360     SET CTL-RUNNING TO TRUE
007370     MOVE WS-NOW-DATE TO CTL-START-DATE
007380     MOVE WS-NOW-TIME TO CTL-START-TIME
007390     MOVE 0 TO CTL-END-DATE CTL-END-TIME CTL-CC
007400     MOVE WS-SE-MAX-CC(S) TO CTL-MAX-CC
007410     WRITE CTL-REC
007420     DISPLAY "Stream step " WS-SE-NAME(S) " - "
007430         WS-SE-PROGRAM(S) " starting"
007440     MOVE WS-SE-PROGRAM(S) TO WS-CALL-PROGRAM
007450     MOVE "N" TO WS-NOT-FOUND-SWITCH
007460     MOVE 0 TO RETURN-CODE
007470     CALL WS-CALL-PROGRAM
007480         ON EXCEPTION
007490             SET PROGRAM-NOT-FOUND TO TRUE
007500     END-CALL
007510     IF PROGRAM-NOT-FOUND
007520         MOVE 16 TO WS-STEP-CC
007530     ELSE
007540         MOVE RETURN-CODE TO WS-STEP-CC
007550         CANCEL WS-CALL-PROGRAM
007560     END-IF
007570     MOVE 0 TO RETURN-CODE
007580     IF WS-SE-ENV-COUNT(S) > 0
007590         COMPUTE WS-ENV-LAST
007600             = WS-SE-ENV-FIRST(S) + WS-SE-ENV-COUNT(S) - 1
007610         PERFORM 2300-RESTORE-ONE-ENV
007620             VARYING E FROM WS-ENV-LAST BY -1
007630             UNTIL E < WS-SE-ENV-FIRST(S)
007640     END-IF
007650     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
007660     ACCEPT WS-NOW-TIME FROM TIME
007670     MOVE WS-NOW-TIME TO WS-SE-END-TIME(S)
007680     MOVE WS-STEP-CC TO WS-SE-CC(S)
007690     MOVE WS-NOW-DATE TO CTL-END-DATE
007700     MOVE WS-NOW-TIME TO CTL-END-TIME
007710     MOVE WS-STEP-CC TO CTL-CC
007720     EVALUATE TRUE
007730         WHEN PROGRAM-NOT-FOUND
007740             DISPLAY "Stream step " WS-SE-NAME(S)
007750                 " - program " WS-SE-PROGRAM(S)
007760                 " could not be loaded"
007770             MOVE "NOT FOUND" TO WS-SE-RESULT(S)
007780             SET CTL-FAILED TO TRUE
007790             SET STREAM-STOPPED TO TRUE
007800         WHEN WS-STEP-CC > WS-SE-MAX-CC(S)
007810             MOVE "FAILED" TO WS-SE-RESULT(S)
007820             SET CTL-FAILED TO TRUE
007830             SET STREAM-STOPPED TO TRUE
007840         WHEN OTHER
007850             MOVE "COMPLETE" TO WS-SE-RESULT(S)
007860             SET CTL-COMPLETE TO TRUE
007870             IF WS-STEP-CC > WS-HIGH-CC
007880                 MOVE WS-STEP-CC TO WS-HIGH-CC
007890             END-IF
007900     END-EVALUATE
007910     WRITE CTL-REC
007920     DISPLAY "Stream step " WS-SE-NAME(S)
007930         " ended, condition code " WS-STEP-CC " - "
007940         WS-SE-RESULT(S)
007950     IF STREAM-STOPPED
007960         MOVE S TO WS-FAILED-STEP
007970     END-IF.
007980 2100-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------------
008020* 2200-SET-ONE-ENV / 2300-RESTORE-ONE-ENV - save a variable's
008030* current value and put the step's value in place; after the
008040* step, put the saved values back last-set first, so a variable
008050* a step sets twice still ends up with its value from before the
008060* step.
008070*----------------------------------------------------------------
008080 2200-SET-ONE-ENV.
008090     DISPLAY WS-EE-NAME(E) UPON ENVIRONMENT-NAME
008100     ACCEPT WS-EE-SAVED(E) FROM ENVIRONMENT-VALUE
008110     DISPLAY WS-EE-NAME(E) UPON ENVIRONMENT-NAME
008120     DISPLAY WS-EE-VALUE(E) UPON ENVIRONMENT-VALUE.
008130
008140 2300-RESTORE-ONE-ENV.
008150     DISPLAY WS-EE-NAME(E) UPON ENVIRONMENT-NAME
008160     DISPLAY WS-EE-SAVED(E) UPON ENVIRONMENT-VALUE.
008170
008180*----------------------------------------------------------------
008190* 5000-WRITE-SUMMARY - one line per step (with the settings of
008200* each step run this time under it) and the verdict.
008210*----------------------------------------------------------------
008220 5000-WRITE-SUMMARY.
008230     IF WS-BAD-LINE-COUNT > 0
008240         MOVE WS-BAD-LINE-COUNT TO WS-UL-BAD
008250         MOVE WS-UNUSABLE-LINE TO REPORT-REC
008260         WRITE REPORT-REC
008270         CLOSE REPORT-FILE
008280         GO TO 5000-EXIT
008290     END-IF
008300     MOVE WS-COLUMN-HEADER TO REPORT-REC
008310     WRITE REPORT-REC
008320     PERFORM 5100-WRITE-ONE-STEP
008330         VARYING S FROM 1 BY 1 UNTIL S > WS-STEP-COUNT
008340     MOVE SPACES TO REPORT-REC
008350     WRITE REPORT-REC
008360     EVALUATE TRUE
008370         WHEN NOT STREAM-RAN
008380             MOVE "RUN-CONTROL FILE UNUSABLE - NOTHING RUN"
008390                 TO REPORT-REC
008400         WHEN STREAM-STOPPED
008410             MOVE WS-SE-NAME(WS-FAILED-STEP) TO WS-XL-NAME
008420             MOVE WS-SE-CC(WS-FAILED-STEP) TO WS-XL-CC
008430             MOVE WS-SE-MAX-CC(WS-FAILED-STEP) TO WS-XL-MAX-CC
008440             MOVE WS-STOPPED-LINE TO REPORT-REC
008450         WHEN OTHER
008460             MOVE WS-RAN-COUNT TO WS-CL-RAN
008470             MOVE WS-SKIPPED-COUNT TO WS-CL-SKIPPED
008480             MOVE WS-HIGH-CC TO WS-CL-HIGH-CC
008490             MOVE WS-COMPLETE-LINE TO REPORT-REC
008500     END-EVALUATE
008510     WRITE REPORT-REC
008520     CLOSE REPORT-FILE.
008530 5000-EXIT.
008540     EXIT.
008550
008560 5100-WRITE-ONE-STEP.
008570     MOVE SPACES TO WS-STEP-LINE
008580     MOVE S TO WS-SL-SEQ
008590     MOVE WS-SE-NAME(S) TO WS-SL-NAME
008600     MOVE WS-SE-PROGRAM(S) TO WS-SL-PROGRAM
008610     MOVE WS-SE-ACTION(S) TO WS-SL-ACTION
008620     MOVE WS-SE-PRIOR-STATUS(S) TO WS-SL-EARLIER
008630     MOVE WS-SE-MAX-CC(S) TO WS-SL-MAX-CC
008640     IF WS-SE-ACTION(S) NOT = "NOT RUN"
008650         MOVE WS-SE-START-TIME(S) TO WS-TIME-WORK
008660         PERFORM 8000-EDIT-TIME
008670         MOVE WS-TIME-EDIT TO WS-SL-START
008680         MOVE WS-SE-END-TIME(S) TO WS-TIME-WORK
008690         PERFORM 8000-EDIT-TIME
008700         MOVE WS-TIME-EDIT TO WS-SL-END
008710         MOVE WS-SE-CC(S) TO WS-SL-CC
008720         MOVE WS-SE-RESULT(S) TO WS-SL-RESULT
008730     END-IF
008740     MOVE WS-STEP-LINE TO REPORT-REC
008750     WRITE REPORT-REC
008760     IF WS-SE-ACTION(S) = "RAN" AND WS-SE-ENV-COUNT(S) > 0
008770         PERFORM 5150-WRITE-ONE-ENV
008780             VARYING E FROM WS-SE-ENV-FIRST(S) BY 1
008790             UNTIL E > WS-SE-ENV-FIRST(S) + WS-SE-ENV-COUNT(S) - 1
008800     END-IF.
008810
008820 5150-WRITE-ONE-ENV.
008830     MOVE SPACES TO WS-EL-SETTING
008840     STRING WS-EE-NAME(E) DELIMITED BY SPACE
008850         "=" DELIMITED BY SIZE
008860         WS-EE-VALUE(E) DELIMITED BY SIZE
008870         INTO WS-EL-SETTING
008880     MOVE WS-ENV-LINE TO REPORT-REC
008890     WRITE REPORT-REC.
008900
008910*----------------------------------------------------------------
008920* 8000-EDIT-TIME - HHMMSScc in WS-TIME-WORK to HH:MM:SS.
008930*----------------------------------------------------------------
008940 8000-EDIT-TIME.
008950     MOVE WS-TP-HH TO WS-TE-HH
008960     MOVE WS-TP-MM TO WS-TE-MM
008970     MOVE WS-TP-SS TO WS-TE-SS.
008980
008990*----------------------------------------------------------------
009000* 9000-WRAP-UP - set the stream's condition code: the highest of
009010* the steps run when it completes, 16 (or the failing step's own
009020* code if higher) when it stops or cannot start.
009030*----------------------------------------------------------------
009040 9000-WRAP-UP.
009050     DISPLAY "Stream steps defined:  " WS-STEP-COUNT
009060     DISPLAY "Steps run:             " WS-RAN-COUNT
009070     DISPLAY "Steps skipped:         " WS-SKIPPED-COUNT
009080     EVALUATE TRUE
009090         WHEN WS-BAD-LINE-COUNT > 0
009100             DISPLAY "Stream not started - " WS-BAD-LINE-COUNT
009110                 " unusable step definition(s)"
009120             MOVE 16 TO WS-STREAM-CC
009130         WHEN NOT STREAM-RAN
009140             MOVE 16 TO WS-STREAM-CC
009150         WHEN STREAM-STOPPED
009160             DISPLAY "Stream stopped at step "
009170                 WS-SE-NAME(WS-FAILED-STEP)
009180                 " - fix and rerun to resume from it"
009190             MOVE 16 TO WS-STREAM-CC
009200             IF WS-SE-CC(WS-FAILED-STEP) > 16
009210                 MOVE WS-SE-CC(WS-FAILED-STEP) TO WS-STREAM-CC
009220             END-IF
009230         WHEN OTHER
009240             DISPLAY "Stream complete for " WS-BUSINESS-DATE
009250             MOVE WS-HIGH-CC TO WS-STREAM-CC
009260     END-EVALUATE
009270     MOVE WS-STREAM-CC TO RETURN-CODE.
009280 9000-EXIT.
009290     EXIT.
009300 END PROGRAM JOB-STREAM.
