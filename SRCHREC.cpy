000010******************************************************************
000020* SRCHREC - record layout of the per-source statistics history
000030* srchist.dat.  Every STORING-WORDS run appends one record for
000040* each file it read (the single INPUT_FILE, or each file of the
000050* INPUT_FILE_LIST merge), in merge-list order, once the run has
000060* completed, so the file runs oldest first.
000070*   SRCH-RUN-DATE     run date and time, as on the run's audit.dat
000080*   SRCH-RUN-TIME       record
000090*   SRCH-SOURCE       the input file, as named in the merge list
000100*   SRCH-ACCEPTED     words (tokens) accepted from the file
000110*   SRCH-REJECTED     records (tokens) rejected
000120*   SRCH-SUPPRESSED   words suppressed by the stop list
000130*   SRCH-UNIQUE       distinct words the file contributed
000140*   SRCH-FIRST-TIME   of those, words the suite had never seen
000150*                     before this run
000160*   SRCH-TOKENIZED    Y = a tokenizing load, counts are tokens
000170*   SRCH-RESTARTED    Y = the run resumed from a checkpoint; its
000180*                     rejected and suppressed counts then cover
000190*                     only the resumed portion of the run
000200* Written by STORING-WORDS; read by SOURCE-SCORECARD and
000210* FEED-CHECK.
000220******************************************************************
000230 01  SRCH-REC.
000240     05  SRCH-RUN-DATE           PIC 9(08).
000250     05  SRCH-RUN-TIME           PIC 9(08).
000260     05  SRCH-SOURCE             PIC X(20).
000270     05  SRCH-ACCEPTED           PIC 9(09).
000280     05  SRCH-REJECTED           PIC 9(09).
000290     05  SRCH-SUPPRESSED         PIC 9(09).
000300     05  SRCH-UNIQUE             PIC 9(09).
000310     05  SRCH-FIRST-TIME         PIC 9(09).
000320     05  SRCH-TOKENIZED          PIC X(01).
000330     05  SRCH-RESTARTED          PIC X(01).
