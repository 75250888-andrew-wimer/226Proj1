000010******************************************************************
000020* PROGRAM:     MASTER-BACKUP
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Image-copy backup of the three indexed files that
000080*              hold the word history - the master master.dat,
000090*              the approval queue pending.dat and the archive
000100*              index mastarch.dat.  Each is unloaded front to
000110*              back into a dated sequential copy (see BACKREC):
000120*                bmYYYYMMDD.dat  master.dat
000130*                bpYYYYMMDD.dat  pending.dat
000140*                baYYYYMMDD.dat  mastarch.dat
000150*              one D record per indexed record, closed by a T
000160*              trailer carrying the record count and the hash
000170*              total of the TOTAL-COUNT field, which
000180*              MASTER-RESTORE proves before it will rebuild
000190*              anything from the copy.
000200*
000210*              The three copies of a date make one generation,
000220*              registered in backgens.dat the way the load
000230*              registers its snapshot generations in
000240*              freqgens.dat.  BACKUP_GENERATIONS (default 7) is
000250*              how many generations stay on disk; the oldest
000260*              beyond that are emptied and dropped from the
000270*              registry.  A second backup on the same date
000280*              rewrites that date's copies and registers nothing
000290*              new.
000300*
000310*              The backup takes the run lock like an updater, so
000320*              no load can change the files half-way through the
000330*              unload and the three copies agree with each other.
000340*              An absent queue or archive index (neither exists
000350*              until the first run that needs it) is copied as
000360*              an empty generation with a zero trailer.
000370*
000380*              CONTROL (environment variables):
000390*                BACKUP_GENERATIONS  generations kept (default 7)
000400*              Condition codes: 0 clean, 16 a file could not be
000410*              read or written, 20 master locked by another run.
000420* TECTONICS:   cobc
000430******************************************************************
000440* MODIFICATION HISTORY
000450*   10/15/2026 AW  Original version.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. MASTER-BACKUP.
000490 AUTHOR. A. WIMER.
000500 INSTALLATION. DATA SERVICES.
000510 DATE-WRITTEN. 10/15/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT MASTER-FILE ASSIGN TO "master.dat"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS MASTER-WORD
000610         FILE STATUS IS MASTER-FILE-STATUS.
000620
000630     SELECT PENDING-FILE ASSIGN TO "pending.dat"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PENDING-WORD
000670         FILE STATUS IS PENDING-FILE-STATUS.
000680
000690     SELECT ARCH-INDEX-FILE ASSIGN TO "mastarch.dat"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS ARCH-WORD
000730         FILE STATUS IS ARCH-INDEX-STATUS.
000740
000750     SELECT IMAGE-FILE ASSIGN TO "BACKIMG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS IMAGE-FILE-STATUS.
000780
000790     SELECT BACKUP-LIST-FILE ASSIGN TO "backgens.dat"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS BACKUP-LIST-STATUS.
000820
000830     SELECT LOCK-FILE ASSIGN TO "runlock.dat"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS LOCK-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  MASTER-FILE.
000900     COPY MASTERREC.
000910
000920 FD  PENDING-FILE.
000930     COPY PENDREC.
000940
000950 FD  ARCH-INDEX-FILE.
000960     COPY MASTERREC REPLACING LEADING ==MASTER== BY
000970         ==ARCH==.
000980
000990*----------------------------------------------------------------
001000* IMAGE-FILE is one image copy (see BACKREC), pointed at the
001010* copy being written through the BACKIMG symbolic assign.
001020*----------------------------------------------------------------
001030 FD  IMAGE-FILE
001040     RECORD CONTAINS 66 CHARACTERS.
001050     COPY BACKREC.
001060
001070*----------------------------------------------------------------
001080* BACKUP-LIST-REC is one line of the backup generation registry
001090* (backgens.dat): the date and the three copies made that day.
001100* MASTER-RESTORE reads it to find the generation to restore.
001110*----------------------------------------------------------------
001120 FD  BACKUP-LIST-FILE
001130     RECORD CONTAINS 53 CHARACTERS.
001140 01  BACKUP-LIST-REC.
001150     05  BL-DATE                 PIC 9(08).
001160     05  FILLER                  PIC X(01).
001170     05  BL-MASTER-NAME          PIC X(14).
001180     05  FILLER                  PIC X(01).
001190     05  BL-PENDING-NAME         PIC X(14).
001200     05  FILLER                  PIC X(01).
001210     05  BL-ARCH-NAME            PIC X(14).
001220
001230*----------------------------------------------------------------
001240* LOCK-REC - the run-control lock shared by every program that
001250* updates master.dat.  An empty runlock.dat means the master is
001260* free; a record means the named program registered itself and
001270* has not finished.
001280*----------------------------------------------------------------
001290 FD  LOCK-FILE
001300     RECORD CONTAINS 38 CHARACTERS.
001310 01  LOCK-REC.
001320     05  LOCK-PROGRAM            PIC X(20).
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001340     05  LOCK-DATE               PIC 9(08).
001350     05  FILLER                  PIC X(01) VALUE SPACES.
001360     05  LOCK-TIME               PIC 9(08).
001370
001380 WORKING-STORAGE SECTION.
001390*----------------------------------------------------------------
001400* FILE STATUS AND SWITCHES
001410*----------------------------------------------------------------
001420 01  MASTER-FILE-STATUS          PIC 9(02).
001430     88  MASTER-FILE-OK          VALUE 0.
001440
001450 01  PENDING-FILE-STATUS         PIC 9(02).
001460     88  PENDING-FILE-OK         VALUE 0.
001470     88  PENDING-FILE-NOT-FOUND  VALUE 35.
001480
001490 01  ARCH-INDEX-STATUS           PIC 9(02).
001500     88  ARCH-INDEX-OK           VALUE 0.
001510     88  ARCH-INDEX-NOT-FOUND    VALUE 35.
001520
001530 01  IMAGE-FILE-STATUS           PIC 9(02).
001540     88  IMAGE-FILE-OK           VALUE 0.
001550
001560 01  BACKUP-LIST-STATUS          PIC 9(02).
001570     88  BACKUP-LIST-OK          VALUE 0.
001580     88  BACKUP-LIST-END         VALUE 10.
001590     88  BACKUP-LIST-NOT-FOUND   VALUE 35.
001600
001610 01  LOCK-FILE-STATUS            PIC 9(02).
001620     88  LOCK-FILE-OK            VALUE 0.
001630     88  LOCK-FILE-NOT-FOUND     VALUE 35.
001640
001650 01  WS-SWEEP-DONE-SWITCH        PIC X(01) VALUE "N".
001660     88  SWEEP-DONE              VALUE "Y".
001670
001680 01  WS-RUN-DATE                 PIC 9(08).
001690
001700 01  WS-RUN-TIME                 PIC 9(08).
001710
001720*----------------------------------------------------------------
001730* IMAGE COPIES - one entry per indexed file: the file code the
001740* trailer carries, the copy's name for this date, and the count
001750* and hash total accumulated while it is written.
001760*----------------------------------------------------------------
001770 01  WS-COPY-TABLE.
001780     05  WS-COPY-ENTRY           OCCURS 3 TIMES.
001790         10  WS-CP-FILE          PIC X(04).
001800         10  WS-CP-NAME          PIC X(14).
001810         10  WS-CP-COUNT         PIC 9(09) COMP.
001820         10  WS-CP-HASH          PIC 9(15) COMP.
001830
001840 01  WS-COPY-NAME.
001850     05  FILLER                  PIC X(01) VALUE "b".
001860     05  WS-CN-TYPE              PIC X(01).
001870     05  WS-CN-DATE              PIC 9(08).
001880     05  FILLER                  PIC X(04) VALUE ".dat".
001890
001900*----------------------------------------------------------------
001910* BACKUP GENERATIONS - BACKUP_GENERATIONS arrives left-justified
001920* in a display field and is scanned digit by digit, the same
001930* way STORING-WORDS reads SNAP_GENERATIONS.  The registry table
001940* holds 400 entries, so the retention is capped just under it.
001950*----------------------------------------------------------------
001960 01  WS-GEN-KEEP-REQ             PIC X(06) VALUE SPACES.
001970
001980 01  WS-GEN-FIELDS.
001990     05  WS-GEN-KEEP             PIC 9(04) COMP VALUE 7.
002000     05  WS-GEN-COUNT            PIC 9(04) COMP VALUE 0.
002010     05  WS-GEN-FIRST            PIC 9(04) COMP VALUE 1.
002020     05  WS-GEN-X                PIC 9(04) COMP VALUE 0.
002030     05  WS-GENSCAN-X            PIC 9(01) COMP VALUE 0.
002040     05  WS-GENSCAN-DIGIT        PIC X(01).
002050     05  WS-GENSCAN-DIGIT-N REDEFINES WS-GENSCAN-DIGIT
002060                                 PIC 9(01).
002070     05  WS-GENSCAN-DONE-SWITCH  PIC X(01).
002080         88  GEN-KEEP-SCANNED    VALUE "Y".
002090     05  WS-GEN-TODAY-SWITCH     PIC X(01).
002100         88  GEN-ALREADY-LISTED  VALUE "Y".
002110
002120 01  WS-GEN-TABLE.
002130     05  WS-GEN-ENTRY            OCCURS 400 TIMES.
002140         10  WS-GE-DATE          PIC 9(08).
002150         10  WS-GE-MASTER-NAME   PIC X(14).
002160         10  WS-GE-PENDING-NAME  PIC X(14).
002170         10  WS-GE-ARCH-NAME     PIC X(14).
002180
002190 01  SUBSCRIPTS.
002200     05  F                       PIC 9(01) COMP VALUE 0.
002210
002220*----------------------------------------------------------------
002230* PROCEDURE DIVISION
002240*----------------------------------------------------------------
002250 PROCEDURE DIVISION.
002260
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002290     PERFORM 1600-ACQUIRE-RUN-LOCK THRU 1600-EXIT
002300     PERFORM 2000-UNLOAD-ONE-FILE THRU 2000-EXIT
002310         VARYING F FROM 1 BY 1 UNTIL F > 3
002320     PERFORM 5000-UPDATE-REGISTRY THRU 5000-EXIT
002330     PERFORM 9000-WRAP-UP THRU 9000-EXIT
002340     GOBACK.
002350
002360*----------------------------------------------------------------
002370* 1000-INITIALIZE - stamp the run, read BACKUP_GENERATIONS and
002380* name today's three copies.
002390*----------------------------------------------------------------
002400 1000-INITIALIZE.
002410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002420     ACCEPT WS-RUN-TIME FROM TIME
002430     ACCEPT WS-GEN-KEEP-REQ FROM ENVIRONMENT "BACKUP_GENERATIONS"
002440     IF WS-GEN-KEEP-REQ NOT = SPACES
002450         MOVE 0 TO WS-GEN-KEEP
002460         MOVE "N" TO WS-GENSCAN-DONE-SWITCH
002470         MOVE 1 TO WS-GENSCAN-X
002480         PERFORM 1100-SCAN-ONE-GEN-DIGIT
002490             UNTIL WS-GENSCAN-X > 6 OR GEN-KEEP-SCANNED
002500         IF WS-GEN-KEEP = 0
002510             DISPLAY "BACKUP_GENERATIONS must be at least 1,"
002520                 " using 7"
002530             MOVE 7 TO WS-GEN-KEEP
002540         END-IF
002550         IF WS-GEN-KEEP > 399
002560             DISPLAY "BACKUP_GENERATIONS capped at 399"
002570             MOVE 399 TO WS-GEN-KEEP
002580         END-IF
002590     END-IF
002600     MOVE WS-RUN-DATE TO WS-CN-DATE
002610     MOVE "MAST" TO WS-CP-FILE(1)
002620     MOVE "m" TO WS-CN-TYPE
002630     MOVE WS-COPY-NAME TO WS-CP-NAME(1)
002640     MOVE "PEND" TO WS-CP-FILE(2)
002650     MOVE "p" TO WS-CN-TYPE
002660     MOVE WS-COPY-NAME TO WS-CP-NAME(2)
002670     MOVE "ARCH" TO WS-CP-FILE(3)
002680     MOVE "a" TO WS-CN-TYPE
002690     MOVE WS-COPY-NAME TO WS-CP-NAME(3).
002700 1000-EXIT.
002710     EXIT.
002720
002730 1100-SCAN-ONE-GEN-DIGIT.
002740     MOVE WS-GEN-KEEP-REQ(WS-GENSCAN-X:1)
002750         TO WS-GENSCAN-DIGIT
002760     IF WS-GENSCAN-DIGIT = SPACE
002770         SET GEN-KEEP-SCANNED TO TRUE
002780     ELSE
002790         IF WS-GENSCAN-DIGIT NUMERIC
002800             COMPUTE WS-GEN-KEEP
002810                 = WS-GEN-KEEP * 10 + WS-GENSCAN-DIGIT-N
002820         ELSE
002830             DISPLAY "BACKUP_GENERATIONS is not numeric ("
002840                 WS-GEN-KEEP-REQ "), using 7"
002850             MOVE 7 TO WS-GEN-KEEP
002860             SET GEN-KEEP-SCANNED TO TRUE
002870         END-IF
002880     END-IF
002890     ADD 1 TO WS-GENSCAN-X.
002900
002910*----------------------------------------------------------------
002920* 1600-ACQUIRE-RUN-LOCK - register this run in runlock.dat
002930* before the unload starts.  A record already there means an
002940* updater holds the master: refuse to start with condition code
002950* 20, since a copy taken under a live load would match neither
002960* the files before the load nor after it.  A lock left by an
002970* abended run is cleared by operations (empty runlock.dat), and
002980* the refusal message says so.
002990*----------------------------------------------------------------
003000 1600-ACQUIRE-RUN-LOCK.
003010     OPEN INPUT LOCK-FILE
003020     IF LOCK-FILE-OK
003030         READ LOCK-FILE
003040         IF LOCK-FILE-OK AND LOCK-REC NOT = SPACES
003050             DISPLAY "master.dat is locked by " LOCK-PROGRAM
003060                 " since " LOCK-DATE " " LOCK-TIME
003070             DISPLAY "If that run abended, empty runlock.dat"
003080                 " and rerun."
003090             MOVE 20 TO RETURN-CODE
003100             CLOSE LOCK-FILE
003110             GOBACK
003120         END-IF
003130         CLOSE LOCK-FILE
003140     END-IF
003150     OPEN OUTPUT LOCK-FILE
003160     IF NOT LOCK-FILE-OK
003170         DISPLAY "Could not write run lock, status "
003180             LOCK-FILE-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         GOBACK
003210     END-IF
003220     MOVE SPACES TO LOCK-REC
003230     MOVE "MASTER-BACKUP" TO LOCK-PROGRAM
003240     ACCEPT LOCK-DATE FROM DATE YYYYMMDD
003250     ACCEPT LOCK-TIME FROM TIME
003260     WRITE LOCK-REC
003270     CLOSE LOCK-FILE.
003280 1600-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320* 2000-UNLOAD-ONE-FILE - write the image copy of indexed file F:
003330* every record as a D record, then the trailer.  A copy that
003340* cannot be written stops the backup with condition code 16;
003350* the registry is not touched, so the previous generations are
003360* still the ones on record.
003370*----------------------------------------------------------------
003380 2000-UNLOAD-ONE-FILE.
003390     DISPLAY "BACKIMG" UPON ENVIRONMENT-NAME
003400     DISPLAY WS-CP-NAME(F) UPON ENVIRONMENT-VALUE
003410     OPEN OUTPUT IMAGE-FILE
003420     IF NOT IMAGE-FILE-OK
003430         DISPLAY "Could not write image copy " WS-CP-NAME(F)
003440             ", status " IMAGE-FILE-STATUS
003450         MOVE 16 TO RETURN-CODE
003460         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
003470         GOBACK
003480     END-IF
003490     MOVE 0 TO WS-CP-COUNT(F)
003500     MOVE 0 TO WS-CP-HASH(F)
003510     EVALUATE F
003520         WHEN 1
003530             PERFORM 2100-UNLOAD-MASTER THRU 2100-EXIT
003540         WHEN 2
003550             PERFORM 2200-UNLOAD-PENDING THRU 2200-EXIT
003560         WHEN OTHER
003570             PERFORM 2300-UNLOAD-ARCHIVE THRU 2300-EXIT
003580     END-EVALUATE
003590     MOVE SPACES TO BACKUP-REC
003600     SET BK-TRAILER TO TRUE
003610     MOVE WS-CP-FILE(F) TO BK-TR-FILE
003620     MOVE WS-RUN-DATE TO BK-TR-DATE
003630     MOVE WS-RUN-TIME TO BK-TR-TIME
003640     MOVE WS-CP-COUNT(F) TO BK-TR-COUNT
003650     MOVE WS-CP-HASH(F) TO BK-TR-HASH
003660     WRITE BACKUP-REC
003670     IF NOT IMAGE-FILE-OK
003680         PERFORM 2900-COPY-FAILED
003690     END-IF
003700     CLOSE IMAGE-FILE
003710     DISPLAY "Backed up " WS-CP-FILE(F) " to " WS-CP-NAME(F)
003720         "  records " WS-CP-COUNT(F)
003730         "  hash " WS-CP-HASH(F).
003740 2000-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780* 2100-UNLOAD-MASTER - sweep master.dat front to back.  An
003790* absent master is a hard stop: there is nothing to back up and
003800* an empty copy would later restore over a good master.
003810*----------------------------------------------------------------
003820 2100-UNLOAD-MASTER.
003830     OPEN INPUT MASTER-FILE
003840     IF NOT MASTER-FILE-OK
003850         DISPLAY "Could not open master dictionary file, status "
003860             MASTER-FILE-STATUS
003870         MOVE 16 TO RETURN-CODE
003880         CLOSE IMAGE-FILE
003890         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
003900         GOBACK
003910     END-IF
003920     MOVE "N" TO WS-SWEEP-DONE-SWITCH
003930     MOVE LOW-VALUES TO MASTER-WORD
003940     START MASTER-FILE KEY NOT LESS THAN MASTER-WORD
003950         INVALID KEY
003960             SET SWEEP-DONE TO TRUE
003970     END-START
003980     IF NOT SWEEP-DONE
003990         PERFORM 2150-READ-NEXT-MASTER
004000     END-IF
004010     PERFORM 2120-COPY-ONE-MASTER UNTIL SWEEP-DONE
004020     CLOSE MASTER-FILE.
004030 2100-EXIT.
004040     EXIT.
004050
004060 2120-COPY-ONE-MASTER.
004070     MOVE SPACES TO BACKUP-REC
004080     SET BK-DETAIL TO TRUE
004090     MOVE MASTER-REC TO BK-IMAGE
004100     WRITE BACKUP-REC
004110     IF NOT IMAGE-FILE-OK
004120         PERFORM 2900-COPY-FAILED
004130     END-IF
004140     ADD 1 TO WS-CP-COUNT(F)
004150     IF MASTER-TOTAL-COUNT NUMERIC
004160         ADD MASTER-TOTAL-COUNT TO WS-CP-HASH(F)
004170     END-IF
004180     PERFORM 2150-READ-NEXT-MASTER.
004190
004200 2150-READ-NEXT-MASTER.
004210     READ MASTER-FILE NEXT RECORD
004220         AT END
004230             SET SWEEP-DONE TO TRUE
004240     END-READ.
004250
004260*----------------------------------------------------------------
004270* 2200-UNLOAD-PENDING - sweep the approval queue.  No queue on
004280* disk yet makes an empty copy.
004290*----------------------------------------------------------------
004300 2200-UNLOAD-PENDING.
004310     OPEN INPUT PENDING-FILE
004320     IF PENDING-FILE-NOT-FOUND
004330         DISPLAY "No pending.dat on disk - empty copy"
004340         GO TO 2200-EXIT
004350     END-IF
004360     IF NOT PENDING-FILE-OK
004370         DISPLAY "Could not open pending queue, status "
004380             PENDING-FILE-STATUS
004390         MOVE 16 TO RETURN-CODE
004400         CLOSE IMAGE-FILE
004410         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
004420         GOBACK
004430     END-IF
004440     MOVE "N" TO WS-SWEEP-DONE-SWITCH
004450     MOVE LOW-VALUES TO PENDING-WORD
004460     START PENDING-FILE KEY NOT LESS THAN PENDING-WORD
004470         INVALID KEY
004480             SET SWEEP-DONE TO TRUE
004490     END-START
004500     IF NOT SWEEP-DONE
004510         PERFORM 2250-READ-NEXT-PENDING
004520     END-IF
004530     PERFORM 2220-COPY-ONE-PENDING UNTIL SWEEP-DONE
004540     CLOSE PENDING-FILE.
004550 2200-EXIT.
004560     EXIT.
004570
004580 2220-COPY-ONE-PENDING.
004590     MOVE SPACES TO BACKUP-REC
004600     SET BK-DETAIL TO TRUE
004610     MOVE PENDING-REC TO BK-IMAGE
004620     WRITE BACKUP-REC
004630     IF NOT IMAGE-FILE-OK
004640         PERFORM 2900-COPY-FAILED
004650     END-IF
004660     ADD 1 TO WS-CP-COUNT(F)
004670     IF PENDING-TOTAL-COUNT NUMERIC
004680         ADD PENDING-TOTAL-COUNT TO WS-CP-HASH(F)
004690     END-IF
004700     PERFORM 2250-READ-NEXT-PENDING.
004710
004720 2250-READ-NEXT-PENDING.
004730     READ PENDING-FILE NEXT RECORD
004740         AT END
004750             SET SWEEP-DONE TO TRUE
004760     END-READ.
004770
004780*----------------------------------------------------------------
004790* 2300-UNLOAD-ARCHIVE - sweep the archive index.  No index on
004800* disk yet (no purge has run) makes an empty copy.
004810*----------------------------------------------------------------
004820 2300-UNLOAD-ARCHIVE.
004830     OPEN INPUT ARCH-INDEX-FILE
004840     IF ARCH-INDEX-NOT-FOUND
004850         DISPLAY "No mastarch.dat on disk - empty copy"
004860         GO TO 2300-EXIT
004870     END-IF
004880     IF NOT ARCH-INDEX-OK
004890         DISPLAY "Could not open archive index, status "
004900             ARCH-INDEX-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         CLOSE IMAGE-FILE
004930         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
004940         GOBACK
004950     END-IF
004960     MOVE "N" TO WS-SWEEP-DONE-SWITCH
004970     MOVE LOW-VALUES TO ARCH-WORD
004980     START ARCH-INDEX-FILE KEY NOT LESS THAN ARCH-WORD
004990         INVALID KEY
005000             SET SWEEP-DONE TO TRUE
005010     END-START
005020     IF NOT SWEEP-DONE
005030         PERFORM 2350-READ-NEXT-ARCHIVE
005040     END-IF
005050     PERFORM 2320-COPY-ONE-ARCHIVE UNTIL SWEEP-DONE
005060     CLOSE ARCH-INDEX-FILE.
005070 2300-EXIT.
005080     EXIT.
005090
005100 2320-COPY-ONE-ARCHIVE.
005110     MOVE SPACES TO BACKUP-REC
005120     SET BK-DETAIL TO TRUE
005130     MOVE ARCH-REC TO BK-IMAGE
005140     WRITE BACKUP-REC
005150     IF NOT IMAGE-FILE-OK
005160         PERFORM 2900-COPY-FAILED
005170     END-IF
005180     ADD 1 TO WS-CP-COUNT(F)
005190     IF ARCH-TOTAL-COUNT NUMERIC
005200         ADD ARCH-TOTAL-COUNT TO WS-CP-HASH(F)
005210     END-IF
005220     PERFORM 2350-READ-NEXT-ARCHIVE.
005230
005240 2350-READ-NEXT-ARCHIVE.
005250     READ ARCH-INDEX-FILE NEXT RECORD
005260         AT END
005270             SET SWEEP-DONE TO TRUE
005280     END-READ.
005290
005300*----------------------------------------------------------------
005310* 2900-COPY-FAILED - a copy that cannot be written in full (a
005320* full disk, say) stops the backup with condition code 16 before
005330* the registry is touched, so no short copy is ever registered.
005340*----------------------------------------------------------------
005350 2900-COPY-FAILED.
005360     DISPLAY "Could not write image copy " WS-CP-NAME(F)
005370         ", status " IMAGE-FILE-STATUS
005380     MOVE 16 TO RETURN-CODE
005390     CLOSE IMAGE-FILE
005400     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005410     GOBACK.
005420
005430*----------------------------------------------------------------
005440* 5000-UPDATE-REGISTRY - fold today's generation into
005450* backgens.dat and enforce the retention: while more
005460* generations are listed than BACKUP_GENERATIONS allows, the
005470* oldest one's copies are emptied and it is dropped from the
005480* registry, which is rewritten whole each run.  A registry that
005490* is on disk but cannot be read, or cannot be rewritten, stops
005500* the run with condition code 16 before any generation is
005510* retired, so no older generation is lost from the registry.
005520*----------------------------------------------------------------
005530 5000-UPDATE-REGISTRY.
005540     MOVE 0 TO WS-GEN-COUNT
005550     MOVE 1 TO WS-GEN-FIRST
005560     MOVE "N" TO WS-GEN-TODAY-SWITCH
005570     OPEN INPUT BACKUP-LIST-FILE
005580     IF BACKUP-LIST-OK
005590         READ BACKUP-LIST-FILE
005600         PERFORM 5100-LOAD-ONE-GEN UNTIL BACKUP-LIST-END
005610         CLOSE BACKUP-LIST-FILE
005620     END-IF
005630     IF NOT BACKUP-LIST-OK AND NOT BACKUP-LIST-NOT-FOUND
005640         DISPLAY "Could not read backup registry, status "
005650             BACKUP-LIST-STATUS
005660         MOVE 16 TO RETURN-CODE
005670         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005680         GOBACK
005690     END-IF
005700     IF NOT GEN-ALREADY-LISTED
005710         ADD 1 TO WS-GEN-COUNT
005720         MOVE WS-RUN-DATE TO WS-GE-DATE(WS-GEN-COUNT)
005730         MOVE WS-CP-NAME(1) TO WS-GE-MASTER-NAME(WS-GEN-COUNT)
005740         MOVE WS-CP-NAME(2) TO WS-GE-PENDING-NAME(WS-GEN-COUNT)
005750         MOVE WS-CP-NAME(3) TO WS-GE-ARCH-NAME(WS-GEN-COUNT)
005760     END-IF
005770     OPEN OUTPUT BACKUP-LIST-FILE
005780     IF NOT BACKUP-LIST-OK
005790         DISPLAY "Could not rewrite backup registry, status "
005800             BACKUP-LIST-STATUS
005810         MOVE 16 TO RETURN-CODE
005820         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005830         GOBACK
005840     END-IF
005850     PERFORM 5200-RETIRE-ONE-GEN
005860         UNTIL WS-GEN-COUNT - WS-GEN-FIRST + 1
005870         NOT GREATER THAN WS-GEN-KEEP
005880     PERFORM 5300-WRITE-ONE-GEN
005890         VARYING WS-GEN-X FROM WS-GEN-FIRST BY 1
005900         UNTIL WS-GEN-X > WS-GEN-COUNT
005910     CLOSE BACKUP-LIST-FILE.
005920 5000-EXIT.
005930     EXIT.
005940
005950 5100-LOAD-ONE-GEN.
005960     IF BL-DATE NUMERIC AND WS-GEN-COUNT < 400
005970         ADD 1 TO WS-GEN-COUNT
005980         MOVE BL-DATE TO WS-GE-DATE(WS-GEN-COUNT)
005990         MOVE BL-MASTER-NAME TO WS-GE-MASTER-NAME(WS-GEN-COUNT)
006000         MOVE BL-PENDING-NAME
006010             TO WS-GE-PENDING-NAME(WS-GEN-COUNT)
006020         MOVE BL-ARCH-NAME TO WS-GE-ARCH-NAME(WS-GEN-COUNT)
006030         IF BL-DATE = WS-RUN-DATE
006040             SET GEN-ALREADY-LISTED TO TRUE
006050         END-IF
006060     END-IF
006070     READ BACKUP-LIST-FILE.
006080
006090 5200-RETIRE-ONE-GEN.
006100*    emptying the oldest generation's copies is the cleanup:
006110*    the registry stops naming them, so nothing restores from
006120*    them again
006130     DISPLAY "BACKIMG" UPON ENVIRONMENT-NAME
006140     DISPLAY WS-GE-MASTER-NAME(WS-GEN-FIRST)
006150         UPON ENVIRONMENT-VALUE
006160     OPEN OUTPUT IMAGE-FILE
006170     CLOSE IMAGE-FILE
006180     DISPLAY "BACKIMG" UPON ENVIRONMENT-NAME
006190     DISPLAY WS-GE-PENDING-NAME(WS-GEN-FIRST)
006200         UPON ENVIRONMENT-VALUE
006210     OPEN OUTPUT IMAGE-FILE
006220     CLOSE IMAGE-FILE
006230     DISPLAY "BACKIMG" UPON ENVIRONMENT-NAME
006240     DISPLAY WS-GE-ARCH-NAME(WS-GEN-FIRST)
006250         UPON ENVIRONMENT-VALUE
006260     OPEN OUTPUT IMAGE-FILE
006270     CLOSE IMAGE-FILE
006280     DISPLAY "Retired backup generation "
006290         WS-GE-DATE(WS-GEN-FIRST)
006300     ADD 1 TO WS-GEN-FIRST.
006310
006320 5300-WRITE-ONE-GEN.
006330     MOVE SPACES TO BACKUP-LIST-REC
006340     MOVE WS-GE-DATE(WS-GEN-X) TO BL-DATE
006350     MOVE WS-GE-MASTER-NAME(WS-GEN-X) TO BL-MASTER-NAME
006360     MOVE WS-GE-PENDING-NAME(WS-GEN-X) TO BL-PENDING-NAME
006370     MOVE WS-GE-ARCH-NAME(WS-GEN-X) TO BL-ARCH-NAME
006380     WRITE BACKUP-LIST-REC.
006390
006400*----------------------------------------------------------------
006410* 9000-WRAP-UP - free the master and report the generation.
006420*----------------------------------------------------------------
006430 9000-WRAP-UP.
006440     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
006450     COMPUTE WS-GEN-X = WS-GEN-COUNT - WS-GEN-FIRST + 1
006460     DISPLAY "Backup generation " WS-RUN-DATE " complete,"
006470         " generations kept: " WS-GEN-X.
006480 9000-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 8900-RELEASE-RUN-LOCK - emptying runlock.dat tells the next
006530* updater the master is free.
006540*----------------------------------------------------------------
006550 8900-RELEASE-RUN-LOCK.
006560     OPEN OUTPUT LOCK-FILE
006570     CLOSE LOCK-FILE.
006580 8900-EXIT.
006590     EXIT.
006600 END PROGRAM MASTER-BACKUP.
