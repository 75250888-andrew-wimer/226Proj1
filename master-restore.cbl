000010******************************************************************
000020* PROGRAM:     MASTER-RESTORE
000030* AUTHOR:      A. WIMER
000040* INSTALLATION: DATA SERVICES
000050* DATE-WRITTEN: 10/15/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Rebuild master.dat, pending.dat and mastarch.dat
000080*              from one MASTER-BACKUP generation (see BACKREC).
000090*              The restore runs in three passes:
000100*                1. every copy of the generation is read through
000110*                   and its D records counted and hash-totalled
000120*                   against its trailer.  A copy that is short,
000130*                   has no trailer or does not add up stops the
000140*                   restore before any file is touched.
000150*                2. each indexed file is emptied and reloaded
000160*                   from its copy.
000170*                3. each rebuilt file is swept front to back and
000180*                   its count and hash total proved against the
000190*                   copy's trailer.
000200*              Only when all three files prove is the run lock
000210*              released.  A rebuild that does not prove leaves
000220*              runlock.dat held by MASTER-RESTORE, so no load or
000230*              maintenance can run on the half-restored files;
000240*              operations restore again (from the same or an
000250*              older generation) after emptying runlock.dat.
000260*
000270*              The restore refuses to start (code 20) while any
000280*              other run holds runlock.dat.  It is not journaled:
000290*              a restore replaces the files whole, so journal
000300*              entries made before it no longer describe them
000310*              and must not be backed out afterwards.
000320*
000330*              CONTROL (environment variables):
000340*                RESTORE_DATE  generation to restore, YYYYMMDD as
000350*                              listed in backgens.dat (default
000360*                              the newest generation)
000370*              Condition codes: 0 restored and proven, 12 a copy
000380*              or a rebuilt file out of balance with its trailer,
000390*              16 no such generation or a file failure, 20
000400*              master locked by another run.
000410* TECTONICS:   cobc
000420******************************************************************
000430* MODIFICATION HISTORY
000440*   10/15/2026 AW  Original version.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. MASTER-RESTORE.
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
000680     SELECT ARCH-INDEX-FILE ASSIGN TO "mastarch.dat"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS ARCH-WORD
000720         FILE STATUS IS ARCH-INDEX-STATUS.
000730
000740     SELECT IMAGE-FILE ASSIGN TO "BACKIMG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS IMAGE-FILE-STATUS.
000770
000780     SELECT BACKUP-LIST-FILE ASSIGN TO "backgens.dat"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS BACKUP-LIST-STATUS.
000810
000820     SELECT LOCK-FILE ASSIGN TO "runlock.dat"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS LOCK-FILE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  MASTER-FILE.
000890     COPY MASTERREC.
000900
000910 FD  PENDING-FILE.
000920     COPY PENDREC.
000930
000940 FD  ARCH-INDEX-FILE.
000950     COPY MASTERREC REPLACING LEADING ==MASTER== BY
000960         ==ARCH==.
000970
000980*----------------------------------------------------------------
000990* IMAGE-FILE is one image copy (see BACKREC), pointed at the
001000* copy being read through the BACKIMG symbolic assign.
001010*----------------------------------------------------------------
001020 FD  IMAGE-FILE
001030     RECORD CONTAINS 66 CHARACTERS.
001040     COPY BACKREC.
001050
001060*----------------------------------------------------------------
001070* BACKUP-LIST-REC is one line of the backup generation registry
001080* (backgens.dat) kept by MASTER-BACKUP: the date and the three
001090* copies made that day, oldest generation first.
001100*----------------------------------------------------------------
001110 FD  BACKUP-LIST-FILE
001120     RECORD CONTAINS 53 CHARACTERS.
001130 01  BACKUP-LIST-REC.
001140     05  BL-DATE                 PIC 9(08).
001150     05  FILLER                  PIC X(01).
001160     05  BL-MASTER-NAME          PIC X(14).
001170     05  FILLER                  PIC X(01).
001180     05  BL-PENDING-NAME         PIC X(14).
001190     05  FILLER                  PIC X(01).
001200     05  BL-ARCH-NAME            PIC X(14).
001210
001220*----------------------------------------------------------------
001230* LOCK-REC - the run-control lock shared by every program that
001240* updates master.dat.  An empty runlock.dat means the master is
001250* free; a record means the named program registered itself and
001260* has not finished.
001270*----------------------------------------------------------------
001280 FD  LOCK-FILE
001290     RECORD CONTAINS 38 CHARACTERS.
001300 01  LOCK-REC.
001310     05  LOCK-PROGRAM            PIC X(20).
001320     05  FILLER                  PIC X(01) VALUE SPACES.
001330     05  LOCK-DATE               PIC 9(08).
001340     05  FILLER                  PIC X(01) VALUE SPACES.
001350     05  LOCK-TIME               PIC 9(08).
001360
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390* FILE STATUS AND SWITCHES
001400*----------------------------------------------------------------
001410 01  MASTER-FILE-STATUS          PIC 9(02).
001420     88  MASTER-FILE-OK          VALUE 0.
001430
001440 01  PENDING-FILE-STATUS         PIC 9(02).
001450     88  PENDING-FILE-OK         VALUE 0.
001460
001470 01  ARCH-INDEX-STATUS           PIC 9(02).
001480     88  ARCH-INDEX-OK           VALUE 0.
001490
001500 01  IMAGE-FILE-STATUS           PIC 9(02).
001510     88  IMAGE-FILE-OK           VALUE 0.
001520     88  IMAGE-FILE-END          VALUE 10.
001530
001540 01  BACKUP-LIST-STATUS          PIC 9(02).
001550     88  BACKUP-LIST-OK          VALUE 0.
001560     88  BACKUP-LIST-END         VALUE 10.
001570
001580 01  LOCK-FILE-STATUS            PIC 9(02).
001590     88  LOCK-FILE-OK            VALUE 0.
001600     88  LOCK-FILE-NOT-FOUND     VALUE 35.
001610
001620 01  WS-SWEEP-DONE-SWITCH        PIC X(01) VALUE "N".
001630     88  SWEEP-DONE              VALUE "Y".
001640
001650 01  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
001660     88  OUT-OF-BALANCE          VALUE "Y".
001670
001680*----------------------------------------------------------------
001690* GENERATION SELECTION - RESTORE_DATE must be all digits; the
001700* registry is held whole so the newest generation can be taken
001710* when no date is given.
001720*----------------------------------------------------------------
001730 01  WS-RESTORE-DATE-REQ         PIC X(08) VALUE SPACES.
001740 01  WS-RESTORE-DATE             REDEFINES WS-RESTORE-DATE-REQ
001750                                 PIC 9(08).
001760
001770 01  WS-GEN-FIELDS.
001780     05  WS-GEN-COUNT            PIC 9(04) COMP VALUE 0.
001790     05  WS-GEN-X                PIC 9(04) COMP VALUE 0.
001800     05  WS-GEN-CHOSEN           PIC 9(04) COMP VALUE 0.
001810
001820 01  WS-GEN-TABLE.
001830     05  WS-GEN-ENTRY            OCCURS 400 TIMES.
001840         10  WS-GE-DATE          PIC 9(08).
001850         10  WS-GE-MASTER-NAME   PIC X(14).
001860         10  WS-GE-PENDING-NAME  PIC X(14).
001870         10  WS-GE-ARCH-NAME     PIC X(14).
001880
001890*----------------------------------------------------------------
001900* IMAGE COPIES - one entry per indexed file: its file code and
001910* copy name, the trailer totals, the totals counted from the
001920* copy's D records, the records reloaded, and the totals proved
001930* from the rebuilt file.
001940*----------------------------------------------------------------
001950 01  WS-COPY-TABLE.
001960     05  WS-COPY-ENTRY           OCCURS 3 TIMES.
001970         10  WS-CP-FILE          PIC X(04).
001980         10  WS-CP-NAME          PIC X(14).
001990         10  WS-CP-TRAILERS      PIC 9(04) COMP.
002000         10  WS-CP-TR-COUNT      PIC 9(09) COMP.
002010         10  WS-CP-TR-HASH       PIC 9(15) COMP.
002020         10  WS-CP-COUNT         PIC 9(09) COMP.
002030         10  WS-CP-HASH          PIC 9(15) COMP.
002040         10  WS-CP-AFTER-TRAILER PIC 9(09) COMP.
002050         10  WS-CP-LOADED        PIC 9(09) COMP.
002060         10  WS-CP-REJECTED      PIC 9(09) COMP.
002070         10  WS-CP-PROOF-COUNT   PIC 9(09) COMP.
002080         10  WS-CP-PROOF-HASH    PIC 9(15) COMP.
002090
002100*----------------------------------------------------------------
002110* WS-IMAGE is a D record's image seen through the history
002120* layout.  MASTERREC and PENDREC share their first 61 bytes, so
002130* the TOTAL-COUNT being hashed sits in the same place in all
002140* three copies.
002150*----------------------------------------------------------------
002160 01  WS-IMAGE.
002170     05  WS-IM-WORD              PIC X(30).
002180     05  WS-IM-FIRST-SEEN        PIC 9(08).
002190     05  WS-IM-LAST-SEEN         PIC 9(08).
002200     05  WS-IM-RUN-COUNT         PIC 9(06).
002210     05  WS-IM-TOTAL-COUNT       PIC 9(09).
002220     05  WS-IM-CATEGORY          PIC X(04).
002230
002240 01  SUBSCRIPTS.
002250     05  F                       PIC 9(01) COMP VALUE 0.
002260
002270*----------------------------------------------------------------
002280* PROCEDURE DIVISION
002290*----------------------------------------------------------------
002300 PROCEDURE DIVISION.
002310
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002340     PERFORM 1600-ACQUIRE-RUN-LOCK THRU 1600-EXIT
002350     PERFORM 2000-VERIFY-COPIES THRU 2000-EXIT
002360     PERFORM 3000-REBUILD-ONE-FILE THRU 3000-EXIT
002370         VARYING F FROM 1 BY 1 UNTIL F > 3
002380     PERFORM 4000-PROVE-ONE-FILE THRU 4000-EXIT
002390         VARYING F FROM 1 BY 1 UNTIL F > 3
002400     PERFORM 9000-WRAP-UP THRU 9000-EXIT
002410     GOBACK.
002420
002430*----------------------------------------------------------------
002440* 1000-INITIALIZE - read RESTORE_DATE and the generation
002450* registry, and settle which generation is restored: the one
002460* named, or the newest when none is.  No registry, or a date
002470* it does not list, is a hard stop before the lock is taken.
002480*----------------------------------------------------------------
002490 1000-INITIALIZE.
002500     ACCEPT WS-RESTORE-DATE-REQ FROM ENVIRONMENT "RESTORE_DATE"
002510     IF WS-RESTORE-DATE-REQ NOT = SPACES
002520         AND WS-RESTORE-DATE-REQ NOT NUMERIC
002530         DISPLAY "RESTORE_DATE must be a generation date,"
002540             " YYYYMMDD: " WS-RESTORE-DATE-REQ
002550         MOVE 16 TO RETURN-CODE
002560         GOBACK
002570     END-IF
002580     MOVE 0 TO WS-GEN-COUNT
002590     OPEN INPUT BACKUP-LIST-FILE
002600     IF BACKUP-LIST-OK
002610         READ BACKUP-LIST-FILE
002620         PERFORM 1100-LOAD-ONE-GEN UNTIL BACKUP-LIST-END
002630         CLOSE BACKUP-LIST-FILE
002640     END-IF
002650     IF WS-GEN-COUNT = 0
002660         DISPLAY "No backup generations registered in"
002670             " backgens.dat"
002680         MOVE 16 TO RETURN-CODE
002690         GOBACK
002700     END-IF
002710     MOVE 0 TO WS-GEN-CHOSEN
002720     IF WS-RESTORE-DATE-REQ = SPACES
002730         MOVE WS-GEN-COUNT TO WS-GEN-CHOSEN
002740     ELSE
002750         PERFORM 1200-MATCH-ONE-GEN
002760             VARYING WS-GEN-X FROM 1 BY 1
002770             UNTIL WS-GEN-X > WS-GEN-COUNT
002780     END-IF
002790     IF WS-GEN-CHOSEN = 0
002800         DISPLAY "No backup generation for " WS-RESTORE-DATE
002810             " - generations on record:"
002820         PERFORM 1300-LIST-ONE-GEN
002830             VARYING WS-GEN-X FROM 1 BY 1
002840             UNTIL WS-GEN-X > WS-GEN-COUNT
002850         MOVE 16 TO RETURN-CODE
002860         GOBACK
002870     END-IF
002880     MOVE "MAST" TO WS-CP-FILE(1)
002890     MOVE WS-GE-MASTER-NAME(WS-GEN-CHOSEN) TO WS-CP-NAME(1)
002900     MOVE "PEND" TO WS-CP-FILE(2)
002910     MOVE WS-GE-PENDING-NAME(WS-GEN-CHOSEN) TO WS-CP-NAME(2)
002920     MOVE "ARCH" TO WS-CP-FILE(3)
002930     MOVE WS-GE-ARCH-NAME(WS-GEN-CHOSEN) TO WS-CP-NAME(3)
002940     DISPLAY "Restoring backup generation "
002950         WS-GE-DATE(WS-GEN-CHOSEN).
002960 1000-EXIT.
002970     EXIT.
002980
002990 1100-LOAD-ONE-GEN.
003000     IF BL-DATE NUMERIC AND WS-GEN-COUNT < 400
003010         ADD 1 TO WS-GEN-COUNT
003020         MOVE BL-DATE TO WS-GE-DATE(WS-GEN-COUNT)
003030         MOVE BL-MASTER-NAME TO WS-GE-MASTER-NAME(WS-GEN-COUNT)
003040         MOVE BL-PENDING-NAME
003050             TO WS-GE-PENDING-NAME(WS-GEN-COUNT)
003060         MOVE BL-ARCH-NAME TO WS-GE-ARCH-NAME(WS-GEN-COUNT)
003070     END-IF
003080     READ BACKUP-LIST-FILE.
003090
003100 1200-MATCH-ONE-GEN.
003110     IF WS-GE-DATE(WS-GEN-X) = WS-RESTORE-DATE
003120         MOVE WS-GEN-X TO WS-GEN-CHOSEN
003130     END-IF.
003140
003150 1300-LIST-ONE-GEN.
003160     DISPLAY "  RESTORE_DATE=" WS-GE-DATE(WS-GEN-X).
003170
003180*----------------------------------------------------------------
003190* 1600-ACQUIRE-RUN-LOCK - register this run in runlock.dat
003200* before any file is touched.  A record already there means
003210* another run holds the master - a live load, or a restore
003220* that failed its proof: refuse to start with condition code
003230* 20.  Operations clear the lock (empty runlock.dat) once they
003240* know that run is not live, and the refusal message says so.
003250*----------------------------------------------------------------
003260 1600-ACQUIRE-RUN-LOCK.
003270     OPEN INPUT LOCK-FILE
003280     IF LOCK-FILE-OK
003290         READ LOCK-FILE
003300         IF LOCK-FILE-OK AND LOCK-REC NOT = SPACES
003310             DISPLAY "master.dat is locked by " LOCK-PROGRAM
003320                 " since " LOCK-DATE " " LOCK-TIME
003330             DISPLAY "If that run abended, empty runlock.dat"
003340                 " and rerun."
003350             MOVE 20 TO RETURN-CODE
003360             CLOSE LOCK-FILE
003370             GOBACK
003380         END-IF
003390         CLOSE LOCK-FILE
003400     END-IF
003410     OPEN OUTPUT LOCK-FILE
003420     IF NOT LOCK-FILE-OK
003430         DISPLAY "Could not write run lock, status "
003440             LOCK-FILE-STATUS
003450         MOVE 16 TO RETURN-CODE
003460         GOBACK
003470     END-IF
003480     MOVE SPACES TO LOCK-REC
003490     MOVE "MASTER-RESTORE" TO LOCK-PROGRAM
003500     ACCEPT LOCK-DATE FROM DATE YYYYMMDD
003510     ACCEPT LOCK-TIME FROM TIME
003520     WRITE LOCK-REC
003530     CLOSE LOCK-FILE.
003540 1600-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 2000-VERIFY-COPIES - read every copy of the generation through
003590* before anything is rebuilt.  Nothing has been touched yet, so
003600* a copy that fails frees the lock again on the way out.
003610*----------------------------------------------------------------
003620 2000-VERIFY-COPIES.
003630     MOVE "N" TO WS-BALANCE-SWITCH
003640     PERFORM 2100-VERIFY-ONE-COPY THRU 2100-EXIT
003650         VARYING F FROM 1 BY 1 UNTIL F > 3
003660     IF OUT-OF-BALANCE
003670         DISPLAY "Backup generation does not verify - nothing"
003680             " restored"
003690         MOVE 12 TO RETURN-CODE
003700         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
003710         GOBACK
003720     END-IF.
003730 2000-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------
003770* 2100-VERIFY-ONE-COPY - count and hash copy F's D records and
003780* hold them against its trailer: there must be exactly one
003790* trailer, it must be the last record, it must name the file
003800* the copy is registered for, and its totals must match.
003810*----------------------------------------------------------------
003820 2100-VERIFY-ONE-COPY.
003830     DISPLAY "BACKIMG" UPON ENVIRONMENT-NAME
003840     DISPLAY WS-CP-NAME(F) UPON ENVIRONMENT-VALUE
003850     OPEN INPUT IMAGE-FILE
003860     IF NOT IMAGE-FILE-OK
003870         DISPLAY "Could not open image copy " WS-CP-NAME(F)
003880             ", status " IMAGE-FILE-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
003910         GOBACK
003920     END-IF
003930     MOVE 0 TO WS-CP-TRAILERS(F)
003940     MOVE 0 TO WS-CP-TR-COUNT(F)
003950     MOVE 0 TO WS-CP-TR-HASH(F)
003960     MOVE 0 TO WS-CP-COUNT(F)
003970     MOVE 0 TO WS-CP-HASH(F)
003980     MOVE 0 TO WS-CP-AFTER-TRAILER(F)
003990     READ IMAGE-FILE
004000     PERFORM 2200-VERIFY-ONE-RECORD UNTIL NOT IMAGE-FILE-OK
004010     CLOSE IMAGE-FILE
004020     EVALUATE TRUE
004030         WHEN WS-CP-TRAILERS(F) = 0
004040             DISPLAY WS-CP-NAME(F) " has no trailer"
004050                 " - copy is incomplete"
004060             SET OUT-OF-BALANCE TO TRUE
004070         WHEN WS-CP-TRAILERS(F) > 1
004080             OR WS-CP-AFTER-TRAILER(F) > 0
004090             DISPLAY WS-CP-NAME(F) " has records past its"
004100                 " trailer"
004110             SET OUT-OF-BALANCE TO TRUE
004120         WHEN WS-CP-COUNT(F) NOT = WS-CP-TR-COUNT(F)
004130             OR WS-CP-HASH(F) NOT = WS-CP-TR-HASH(F)
004140             DISPLAY WS-CP-NAME(F) " out of balance: records "
004150                 WS-CP-COUNT(F) " hash " WS-CP-HASH(F)
004160             DISPLAY "    trailer says: records "
004170                 WS-CP-TR-COUNT(F) " hash " WS-CP-TR-HASH(F)
004180             SET OUT-OF-BALANCE TO TRUE
004190         WHEN OTHER
004200             DISPLAY WS-CP-NAME(F) " verified: records "
004210                 WS-CP-COUNT(F) " hash " WS-CP-HASH(F)
004220     END-EVALUATE.
004230 2100-EXIT.
004240     EXIT.
004250
004260 2200-VERIFY-ONE-RECORD.
004270     IF WS-CP-TRAILERS(F) > 0
004280         ADD 1 TO WS-CP-AFTER-TRAILER(F)
004290     END-IF
004300     EVALUATE TRUE
004310         WHEN BK-DETAIL
004320             ADD 1 TO WS-CP-COUNT(F)
004330             MOVE BK-IMAGE TO WS-IMAGE
004340             IF WS-IM-TOTAL-COUNT NUMERIC
004350                 ADD WS-IM-TOTAL-COUNT TO WS-CP-HASH(F)
004360             END-IF
004370         WHEN BK-TRAILER
004380             ADD 1 TO WS-CP-TRAILERS(F)
004390             IF BK-TR-FILE NOT = WS-CP-FILE(F)
004400                 DISPLAY WS-CP-NAME(F) " is a copy of "
004410                     BK-TR-FILE ", not " WS-CP-FILE(F)
004420                 SET OUT-OF-BALANCE TO TRUE
004430             END-IF
004440             IF BK-TR-COUNT NUMERIC AND BK-TR-HASH NUMERIC
004450                 MOVE BK-TR-COUNT TO WS-CP-TR-COUNT(F)
004460                 MOVE BK-TR-HASH TO WS-CP-TR-HASH(F)
004470             ELSE
004480                 DISPLAY WS-CP-NAME(F) " trailer totals are"
004490                     " not numeric"
004500                 SET OUT-OF-BALANCE TO TRUE
004510             END-IF
004520         WHEN OTHER
004530             DISPLAY WS-CP-NAME(F) " has an unknown record type "
004540                 BK-TYPE
004550             SET OUT-OF-BALANCE TO TRUE
004560     END-EVALUATE
004570     READ IMAGE-FILE.
004580
004590*----------------------------------------------------------------
004600* 3000-REBUILD-ONE-FILE - empty indexed file F and reload it
004610* from its copy.  The copy was unloaded in key order, so the
004620* reload writes in ascending key order; a record the file
004630* refuses (a duplicate key) is counted and will fail the proof.
004640* From here on the files are no longer as they were, so a
004650* failure keeps the lock held.
004660*----------------------------------------------------------------
004670 3000-REBUILD-ONE-FILE.
004680     DISPLAY "BACKIMG" UPON ENVIRONMENT-NAME
004690     DISPLAY WS-CP-NAME(F) UPON ENVIRONMENT-VALUE
004700     OPEN INPUT IMAGE-FILE
004710     IF NOT IMAGE-FILE-OK
004720         DISPLAY "Could not reopen image copy " WS-CP-NAME(F)
004730             ", status " IMAGE-FILE-STATUS
004740         PERFORM 8800-LEAVE-LOCKED THRU 8800-EXIT
004750     END-IF
004760     EVALUATE F
004770         WHEN 1
004780             OPEN OUTPUT MASTER-FILE
004790             IF NOT MASTER-FILE-OK
004800                 DISPLAY "Could not rebuild master.dat, status "
004810                     MASTER-FILE-STATUS
004820                 PERFORM 8800-LEAVE-LOCKED THRU 8800-EXIT
004830             END-IF
004840         WHEN 2
004850             OPEN OUTPUT PENDING-FILE
004860             IF NOT PENDING-FILE-OK
004870                 DISPLAY "Could not rebuild pending.dat, status "
004880                     PENDING-FILE-STATUS
004890                 PERFORM 8800-LEAVE-LOCKED THRU 8800-EXIT
004900             END-IF
004910         WHEN OTHER
004920             OPEN OUTPUT ARCH-INDEX-FILE
004930             IF NOT ARCH-INDEX-OK
004940                 DISPLAY "Could not rebuild mastarch.dat, status "
004950                     ARCH-INDEX-STATUS
004960                 PERFORM 8800-LEAVE-LOCKED THRU 8800-EXIT
004970             END-IF
004980     END-EVALUATE
004990     MOVE 0 TO WS-CP-LOADED(F)
005000     MOVE 0 TO WS-CP-REJECTED(F)
005010     READ IMAGE-FILE
005020     PERFORM 3100-RELOAD-ONE-RECORD UNTIL NOT IMAGE-FILE-OK
005030     CLOSE IMAGE-FILE
005040     EVALUATE F
005050         WHEN 1
005060             CLOSE MASTER-FILE
005070         WHEN 2
005080             CLOSE PENDING-FILE
005090         WHEN OTHER
005100             CLOSE ARCH-INDEX-FILE
005110     END-EVALUATE
005120     DISPLAY "Reloaded " WS-CP-FILE(F) " from " WS-CP-NAME(F)
005130         ": " WS-CP-LOADED(F) " records".
005140 3000-EXIT.
005150     EXIT.
005160
005170 3100-RELOAD-ONE-RECORD.
005180     IF BK-DETAIL
005190         EVALUATE F
005200             WHEN 1
005210                 MOVE BK-IMAGE TO MASTER-REC
005220                 WRITE MASTER-REC
005230                     INVALID KEY
005240                         ADD 1 TO WS-CP-REJECTED(F)
005250                     NOT INVALID KEY
005260                         ADD 1 TO WS-CP-LOADED(F)
005270                 END-WRITE
005280             WHEN 2
005290                 MOVE BK-IMAGE TO PENDING-REC
005300                 WRITE PENDING-REC
005310                     INVALID KEY
005320                         ADD 1 TO WS-CP-REJECTED(F)
005330                     NOT INVALID KEY
005340                         ADD 1 TO WS-CP-LOADED(F)
005350                 END-WRITE
005360             WHEN OTHER
005370                 MOVE BK-IMAGE TO ARCH-REC
005380                 WRITE ARCH-REC
005390                     INVALID KEY
005400                         ADD 1 TO WS-CP-REJECTED(F)
005410                     NOT INVALID KEY
005420                         ADD 1 TO WS-CP-LOADED(F)
005430                 END-WRITE
005440         END-EVALUATE
005450     END-IF
005460     READ IMAGE-FILE.
005470
005480*----------------------------------------------------------------
005490* 4000-PROVE-ONE-FILE - sweep rebuilt file F front to back and
005500* prove its count and hash total against the copy's trailer.
005510*----------------------------------------------------------------
005520 4000-PROVE-ONE-FILE.
005530     MOVE 0 TO WS-CP-PROOF-COUNT(F)
005540     MOVE 0 TO WS-CP-PROOF-HASH(F)
005550     MOVE "N" TO WS-SWEEP-DONE-SWITCH
005560     EVALUATE F
005570         WHEN 1
005580             PERFORM 4100-PROVE-MASTER THRU 4100-EXIT
005590         WHEN 2
005600             PERFORM 4200-PROVE-PENDING THRU 4200-EXIT
005610         WHEN OTHER
005620             PERFORM 4300-PROVE-ARCHIVE THRU 4300-EXIT
005630     END-EVALUATE
005640     IF WS-CP-PROOF-COUNT(F) = WS-CP-TR-COUNT(F)
005650         AND WS-CP-PROOF-HASH(F) = WS-CP-TR-HASH(F)
005660         DISPLAY "Proved   " WS-CP-FILE(F) ": records "
005670             WS-CP-PROOF-COUNT(F) " hash " WS-CP-PROOF-HASH(F)
005680     ELSE
005690         DISPLAY "NOT PROVED " WS-CP-FILE(F) ": records "
005700             WS-CP-PROOF-COUNT(F) " hash " WS-CP-PROOF-HASH(F)
005710         DISPLAY "    trailer says: records "
005720             WS-CP-TR-COUNT(F) " hash " WS-CP-TR-HASH(F)
005730             "  refused on reload " WS-CP-REJECTED(F)
005740         SET OUT-OF-BALANCE TO TRUE
005750     END-IF.
005760 4000-EXIT.
005770     EXIT.
005780
005790 4100-PROVE-MASTER.
005800     OPEN INPUT MASTER-FILE
005810     IF NOT MASTER-FILE-OK
005820         DISPLAY "Could not reopen master.dat, status "
005830             MASTER-FILE-STATUS
005840         PERFORM 8800-LEAVE-LOCKED THRU 8800-EXIT
005850     END-IF
005860     MOVE LOW-VALUES TO MASTER-WORD
005870     START MASTER-FILE KEY NOT LESS THAN MASTER-WORD
005880         INVALID KEY
005890             SET SWEEP-DONE TO TRUE
005900     END-START
005910     IF NOT SWEEP-DONE
005920         PERFORM 4150-READ-NEXT-MASTER
005930     END-IF
005940     PERFORM 4120-PROVE-ONE-MASTER UNTIL SWEEP-DONE
005950     CLOSE MASTER-FILE.
005960 4100-EXIT.
005970     EXIT.
005980
005990 4120-PROVE-ONE-MASTER.
006000     ADD 1 TO WS-CP-PROOF-COUNT(F)
006010     IF MASTER-TOTAL-COUNT NUMERIC
006020         ADD MASTER-TOTAL-COUNT TO WS-CP-PROOF-HASH(F)
006030     END-IF
006040     PERFORM 4150-READ-NEXT-MASTER.
006050
006060 4150-READ-NEXT-MASTER.
006070     READ MASTER-FILE NEXT RECORD
006080         AT END
006090             SET SWEEP-DONE TO TRUE
006100     END-READ.
006110
006120 4200-PROVE-PENDING.
006130     OPEN INPUT PENDING-FILE
006140     IF NOT PENDING-FILE-OK
006150         DISPLAY "Could not reopen pending.dat, status "
006160             PENDING-FILE-STATUS
006170         PERFORM 8800-LEAVE-LOCKED THRU 8800-EXIT
006180     END-IF
006190     MOVE LOW-VALUES TO PENDING-WORD
006200     START PENDING-FILE KEY NOT LESS THAN PENDING-WORD
006210         INVALID KEY
006220             SET SWEEP-DONE TO TRUE
006230     END-START
006240     IF NOT SWEEP-DONE
006250         PERFORM 4250-READ-NEXT-PENDING
006260     END-IF
006270     PERFORM 4220-PROVE-ONE-PENDING UNTIL SWEEP-DONE
006280     CLOSE PENDING-FILE.
006290 4200-EXIT.
006300     EXIT.
006310
006320 4220-PROVE-ONE-PENDING.
006330     ADD 1 TO WS-CP-PROOF-COUNT(F)
006340     IF PENDING-TOTAL-COUNT NUMERIC
006350         ADD PENDING-TOTAL-COUNT TO WS-CP-PROOF-HASH(F)
006360     END-IF
006370     PERFORM 4250-READ-NEXT-PENDING.
006380
006390 4250-READ-NEXT-PENDING.
006400     READ PENDING-FILE NEXT RECORD
006410         AT END
006420             SET SWEEP-DONE TO TRUE
006430     END-READ.
006440
006450 4300-PROVE-ARCHIVE.
006460     OPEN INPUT ARCH-INDEX-FILE
006470     IF NOT ARCH-INDEX-OK
006480         DISPLAY "Could not reopen mastarch.dat, status "
006490             ARCH-INDEX-STATUS
006500         PERFORM 8800-LEAVE-LOCKED THRU 8800-EXIT
006510     END-IF
006520     MOVE LOW-VALUES TO ARCH-WORD
006530     START ARCH-INDEX-FILE KEY NOT LESS THAN ARCH-WORD
006540         INVALID KEY
006550             SET SWEEP-DONE TO TRUE
006560     END-START
006570     IF NOT SWEEP-DONE
006580         PERFORM 4350-READ-NEXT-ARCHIVE
006590     END-IF
006600     PERFORM 4320-PROVE-ONE-ARCHIVE UNTIL SWEEP-DONE
006610     CLOSE ARCH-INDEX-FILE.
006620 4300-EXIT.
006630     EXIT.
006640
006650 4320-PROVE-ONE-ARCHIVE.
006660     ADD 1 TO WS-CP-PROOF-COUNT(F)
006670     IF ARCH-TOTAL-COUNT NUMERIC
006680         ADD ARCH-TOTAL-COUNT TO WS-CP-PROOF-HASH(F)
006690     END-IF
006700     PERFORM 4350-READ-NEXT-ARCHIVE.
006710
006720 4350-READ-NEXT-ARCHIVE.
006730     READ ARCH-INDEX-FILE NEXT RECORD
006740         AT END
006750             SET SWEEP-DONE TO TRUE
006760     END-READ.
006770
006780*----------------------------------------------------------------
006790* 9000-WRAP-UP - release the files only when every rebuilt file
006800* proved against its copy.  Otherwise the lock stays held and
006810* the run ends with condition code 12.
006820*----------------------------------------------------------------
006830 9000-WRAP-UP.
006840     IF OUT-OF-BALANCE
006850         MOVE 12 TO RETURN-CODE
006860         PERFORM 8800-LEAVE-LOCKED THRU 8800-EXIT
006870     END-IF
006880     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
006890     DISPLAY "Backup generation " WS-GE-DATE(WS-GEN-CHOSEN)
006900         " restored and proved; files released.".
006910 9000-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* 8800-LEAVE-LOCKED - the files have been emptied or reloaded
006960* and cannot be trusted: stop with runlock.dat still held by
006970* this run so nothing updates them until operations restore
006980* again.
006990*----------------------------------------------------------------
007000 8800-LEAVE-LOCKED.
007010     IF RETURN-CODE = 0
007020         MOVE 16 TO RETURN-CODE
007030     END-IF
007040     DISPLAY "Restore did not complete - runlock.dat is left"
007050         " held by MASTER-RESTORE."
007060     DISPLAY "Restore again (this or an older generation),"
007070         " emptying runlock.dat first."
007080     GOBACK.
007090 8800-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------------
007130* 8900-RELEASE-RUN-LOCK - emptying runlock.dat tells the next
007140* updater the master is free.
007150*----------------------------------------------------------------
007160 8900-RELEASE-RUN-LOCK.
007170     OPEN OUTPUT LOCK-FILE
007180     CLOSE LOCK-FILE.
007190 8900-EXIT.
007200     EXIT.
007210 END PROGRAM MASTER-RESTORE.
