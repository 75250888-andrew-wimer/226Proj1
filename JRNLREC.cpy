000010******************************************************************
000020* JRNLREC - record layout of the master change journal
000030* (journal.dat).  Every program that changes master.dat, the
000040* approval queue pending.dat or the archive index mastarch.dat
000050* appends one record here per WRITE, REWRITE or DELETE, with the
000060* record as it stood before the change and as it stood after:
000070*   JRNL-PROGRAM   the updating program
000080*   JRNL-RUN-DATE  the run's stamp - the date and time it took
000090*   JRNL-RUN-TIME  the run lock - which together name one run
000100*   JRNL-SEQUENCE  change number within the run.  A checkpointed
000110*                  STORING-WORDS restart journals under the
000120*                  crashed attempt's stamp and numbers its
000130*                  changes from 1 again, so a stamp can repeat a
000140*                  number; the file order below is what counts.
000150*   JRNL-FILE      MAST master.dat, PEND pending.dat,
000160*                  ARCH mastarch.dat
000170*   JRNL-ACTION    W write, R rewrite, D delete
000180*   JRNL-BEFORE    image before the change (spaces on a W)
000190*   JRNL-AFTER     image after the change (spaces on a D)
000200* The images are MASTERREC-sized; a PENDREC image fills the
000210* first 61 bytes.  The file is append-only, so its physical
000220* order is the order the changes were made in - RUN-BACKOUT
000230* relies on that to reverse one run newest change first.
000240* Shared by STORING-WORDS, REJECT-RECYCLE, MASTER-MAINT,
000250* MASTER-ARCHIVE, CATEGORY-IMPORT and RUN-BACKOUT.
000260******************************************************************
000270 01  JOURNAL-REC.
000280     05  JRNL-PROGRAM            PIC X(20).
000290     05  JRNL-RUN-DATE           PIC 9(08).
000300     05  JRNL-RUN-TIME           PIC 9(08).
000310     05  JRNL-SEQUENCE           PIC 9(09).
000320     05  JRNL-FILE               PIC X(04).
000330         88  JRNL-MASTER         VALUE "MAST".
000340         88  JRNL-PENDING        VALUE "PEND".
000350         88  JRNL-ARCHIVE        VALUE "ARCH".
000360     05  JRNL-ACTION             PIC X(01).
000370         88  JRNL-WRITE          VALUE "W".
000380         88  JRNL-REWRITE        VALUE "R".
000390         88  JRNL-DELETE         VALUE "D".
000400     05  JRNL-BEFORE             PIC X(65).
000410     05  JRNL-AFTER              PIC X(65).
