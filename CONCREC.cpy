000010******************************************************************
000020* CONCREC - record layout of the concordance file concord.dat,
000030* one keyword-in-context record per occurrence of a word named in
000040* STORING-WORDS' CONCORD_LIST request file (tokenizing mode
000050* only).  Each run's records are appended in the order the words
000060* were read, so the file runs oldest first.
000070*   CONC-KEY          the requested word, upper-case folded
000080*   CONC-RUN-DATE     run stamp of the load (the run lock's date
000090*   CONC-RUN-TIME       and time, as on the journal)
000100*   CONC-SOURCE       the input file, as named in the merge list
000110*   CONC-LINE-NUMBER  record number within that file
000120*   CONC-COLUMN       column the word starts in
000130*   CONC-WORD         the word as written
000140*   CONC-BEFORE       up to 40 characters of the line ahead of the
000150*                     word, right-justified
000160*   CONC-AFTER        up to 40 characters of the line after it
000170* Written by STORING-WORDS; read by CONCORD-REPORT and
000180* WORD-INQUIRY.
000190******************************************************************
000200 01  CONC-REC.
000210     05  CONC-KEY                PIC X(30).
000220     05  CONC-RUN-DATE           PIC 9(08).
000230     05  CONC-RUN-TIME           PIC 9(08).
000240     05  CONC-SOURCE             PIC X(20).
000250     05  CONC-LINE-NUMBER        PIC 9(09).
000260     05  CONC-COLUMN             PIC 9(04).
000270     05  CONC-WORD               PIC X(30).
000280     05  CONC-BEFORE             PIC X(40).
000290     05  CONC-AFTER              PIC X(40).
