000010******************************************************************
000020* BACKREC - record layout of the image-copy generations of the
000030* indexed files, written by MASTER-BACKUP and read back by
000040* MASTER-RESTORE.  One copy file per indexed file per backup
000050* date (bmYYYYMMDD.dat master.dat, bpYYYYMMDD.dat pending.dat,
000060* baYYYYMMDD.dat mastarch.dat).  Every record of the indexed
000070* file is one D record carrying its full image (a PENDREC image
000080* fills the first 61 bytes); the copy closes with one T record
000090* holding its control totals:
000100*   BK-TR-FILE   MAST, PEND or ARCH - which file the copy is of
000110*   BK-TR-DATE   backup date and time
000120*   BK-TR-TIME
000130*   BK-TR-COUNT  number of D records in the copy
000140*   BK-TR-HASH   sum of the TOTAL-COUNT field over those records
000150* A copy without its trailer, or whose D records do not add up
000160* to it, is incomplete and must not be restored from.
000170* Shared by MASTER-BACKUP and MASTER-RESTORE.
000180******************************************************************
000190 01  BACKUP-REC.
000200     05  BK-TYPE                 PIC X(01).
000210         88  BK-DETAIL           VALUE "D".
000220         88  BK-TRAILER          VALUE "T".
000230     05  BK-IMAGE                PIC X(65).
000240     05  BK-TRAILER-DATA REDEFINES BK-IMAGE.
000250         10  BK-TR-FILE          PIC X(04).
000260         10  BK-TR-DATE          PIC 9(08).
000270         10  BK-TR-TIME          PIC 9(08).
000280         10  BK-TR-COUNT         PIC 9(09).
000290         10  BK-TR-HASH          PIC 9(15).
000300         10  FILLER              PIC X(21).
