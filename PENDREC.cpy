000050* counts run over run, until MASTER-MAINT's APPROVE command
000060* moves its history onto the master (or DENY discards it).
000070* Shared by STORING-WORDS, REJECT-RECYCLE, MASTER-MAINT,
000080* WORD-EXPORT, WORD-INQUIRY and CATEGORY-IMPORT.  The key is
000085* the upper-cased word; the history fields mean the same as
000090* their MASTERREC counterparts, so approval is a straight move.
000110******************************************************************
000120 01  PENDING-REC.
000130     05  PENDING-WORD            PIC X(30).
