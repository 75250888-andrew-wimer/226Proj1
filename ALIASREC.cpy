000010******************************************************************
000020* ALIASREC - record layout of the alias table alias.dat, an
000030* indexed file keyed by the variant spelling.  Each record maps
000040* one variant ("COLOUR", "CO.") to the preferred word it is
000050* counted as ("color", "Company").  The loads look every accepted
000060* word up by its case-folded form and, on a hit, count it under
000070* the preferred word instead; MASTER-MAINT's ALIAS, ALIASES and
000080* UNALIAS commands maintain the table.
000090*   ALIAS-VARIANT    the variant, upper-case folded (the key)
000100*   ALIAS-PREFERRED  the preferred word, as it is to be shown
000110*   ALIAS-ADDED      date the alias was added
000120* A preferred word is never itself a variant, so one lookup
000130* always reaches the final spelling.
000140* Shared by STORING-WORDS, REJECT-RECYCLE and MASTER-MAINT.
000150******************************************************************
000160 01  ALIAS-REC.
000170     05  ALIAS-VARIANT           PIC X(30).
000180     05  ALIAS-PREFERRED         PIC X(30).
000190     05  ALIAS-ADDED             PIC 9(08).
