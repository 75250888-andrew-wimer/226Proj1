000370*   09/02/2026 AW  Register the run in runlock.dat before the
000380*                  master is touched and refuse to start (code
000390*                  20) while another updater holds the lock.
000392*   10/15/2026 AW  Journal every master.dat and mastarch.dat
000394*                  change to journal.dat (see JRNLREC) with its
000396*                  before and after images, so RUN-BACKOUT can
000398*                  reverse a purge.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. MASTER-ARCHIVE.
000710     SELECT LOCK-FILE ASSIGN TO "runlock.dat"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS LOCK-FILE-STATUS.

000732     SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
000734         ORGANIZATION IS LINE SEQUENTIAL
000736         FILE STATUS IS JOURNAL-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
001030     05  LOCK-DATE               PIC 9(08).
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050     05  LOCK-TIME               PIC 9(08).

001051*----------------------------------------------------------------
001052* JOURNAL-REC - one before/after image per change this run makes
001053* to master.dat or mastarch.dat (see JRNLREC), so RUN-BACKOUT can
001054* reverse the purge.
001055*----------------------------------------------------------------
001056 FD  JOURNAL-FILE.
001057     COPY JRNLREC.
001060
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------
001260 01  LOCK-FILE-STATUS            PIC 9(02).
001270     88  LOCK-FILE-OK            VALUE 0.
001280     88  LOCK-FILE-NOT-FOUND     VALUE 35.

001281*----------------------------------------------------------------
001282* CHANGE JOURNAL - every master and archive-index change is
001283* journaled under the run's stamp, the date and time it took the
001284* run lock.
001285*----------------------------------------------------------------
001286 01  JOURNAL-FILE-STATUS         PIC 9(02).
001287     88  JOURNAL-FILE-OK         VALUE 0.
001288     88  JOURNAL-FILE-NOT-FOUND  VALUE 35.
001290
001291 01  WS-JOURNAL-FIELDS.
001292     05  WS-JOURNAL-DATE         PIC 9(08) VALUE 0.
001293     05  WS-JOURNAL-TIME         PIC 9(08) VALUE 0.
001294     05  WS-JOURNAL-SEQ          PIC 9(09) COMP VALUE 0.

001295 01  WS-BEFORE-IMAGE             PIC X(65).
001296
001300 01  WS-SWEEP-DONE-SWITCH        PIC X(01) VALUE "N".
001310     88  SWEEP-DONE              VALUE "Y".
001320
003060         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
003070         GOBACK
003080     END-IF
003085     PERFORM 1700-OPEN-JOURNAL THRU 1700-EXIT
003090     MOVE WS-RUN-DATE TO WS-RH-DATE
003100     MOVE WS-PURGE-DAYS TO WS-RH-DAYS
003110     MOVE WS-REPORT-HEADER TO PURGE-REPORT-REC
003670     ACCEPT LOCK-DATE FROM DATE YYYYMMDD
003680     ACCEPT LOCK-TIME FROM TIME
003690     WRITE LOCK-REC
003700     CLOSE LOCK-FILE
003703     MOVE LOCK-DATE TO WS-JOURNAL-DATE
003706     MOVE LOCK-TIME TO WS-JOURNAL-TIME.
003710 1600-EXIT.
003720     EXIT.
003730
004490     MOVE MASTER-REC TO ARCH-REC
004500     WRITE ARCH-REC
004510         INVALID KEY
004512*            keep the superseded index record for the journal
004514             READ ARCH-INDEX-FILE
004516             MOVE ARCH-REC TO WS-BEFORE-IMAGE
004518             MOVE MASTER-REC TO ARCH-REC
004520             REWRITE ARCH-REC
004521             SET JRNL-ARCHIVE TO TRUE
004522             SET JRNL-REWRITE TO TRUE
004523             MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
004524             MOVE ARCH-REC TO JRNL-AFTER
004525             PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
004530             ADD 1 TO WS-REPLACED-COUNT
004531         NOT INVALID KEY
004532             SET JRNL-ARCHIVE TO TRUE
004533             SET JRNL-WRITE TO TRUE
004534             MOVE SPACES TO JRNL-BEFORE
004535             MOVE ARCH-REC TO JRNL-AFTER
004536             PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
004540     END-WRITE
004550     MOVE SPACES TO WS-DL-WORD
004560     MOVE MASTER-WORD TO WS-DL-WORD
004600     MOVE WS-DETAIL-LINE TO PURGE-REPORT-REC
004610     WRITE PURGE-REPORT-REC
004620     DELETE MASTER-FILE
004621     SET JRNL-MASTER TO TRUE
004622     SET JRNL-DELETE TO TRUE
004623     MOVE MASTER-REC TO JRNL-BEFORE
004624     MOVE SPACES TO JRNL-AFTER
004625     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
004630     ADD 1 TO WS-ARCHIVED-COUNT.
004640 2200-EXIT.
004650     EXIT.
004820     CLOSE ARCH-INDEX-FILE
004830     CLOSE ARCH-OUT-FILE
004840     CLOSE PURGE-REPORT-FILE
004845     CLOSE JOURNAL-FILE
004850     DISPLAY "Words examined: " WS-EXAMINED-COUNT
004860     DISPLAY "Words archived: " WS-ARCHIVED-COUNT
004870     DISPLAY "Words kept:     " WS-KEPT-COUNT
005020     CLOSE LOCK-FILE.
005030 8900-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070* 8800-WRITE-JOURNAL - stamp and append the journal record the
005080* caller has filled in (file, action, before and after images)
005090* for the master or archive-index change just made.
005100*----------------------------------------------------------------
005110 8800-WRITE-JOURNAL.
005120     ADD 1 TO WS-JOURNAL-SEQ
005130     MOVE "MASTER-ARCHIVE" TO JRNL-PROGRAM
005140     MOVE WS-JOURNAL-DATE TO JRNL-RUN-DATE
005150     MOVE WS-JOURNAL-TIME TO JRNL-RUN-TIME
005160     MOVE WS-JOURNAL-SEQ TO JRNL-SEQUENCE
005170     WRITE JOURNAL-REC.
005180 8800-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 1700-OPEN-JOURNAL - open journal.dat for appending, creating it
005230* on the first run.  A journal that cannot be opened stops the
005240* purge before anything is touched.
005250*----------------------------------------------------------------
005260 1700-OPEN-JOURNAL.
005270     OPEN EXTEND JOURNAL-FILE
005280     IF JOURNAL-FILE-NOT-FOUND
005290         OPEN OUTPUT JOURNAL-FILE
005300         CLOSE JOURNAL-FILE
005310         OPEN EXTEND JOURNAL-FILE
005320     END-IF
005330     IF NOT JOURNAL-FILE-OK
005340         DISPLAY "Could not open change journal, status "
005350             JOURNAL-FILE-STATUS
005360         CLOSE MASTER-FILE
005370         CLOSE ARCH-INDEX-FILE
005380         CLOSE ARCH-OUT-FILE
005390         CLOSE PURGE-REPORT-FILE
005400         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
005410         GOBACK
005420     END-IF.
005430 1700-EXIT.
005440     EXIT.
005450 END PROGRAM MASTER-ARCHIVE.
