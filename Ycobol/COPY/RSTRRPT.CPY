000010******************************************************************
000020*    RSTRRPT.CPY
000030*    PRINT-LINE LAYOUT FOR THE MASTER-FILE RESTORE REPORT: THE
000040*    BACKUP SET PUT BACK AND THE RECORDS RESTORED TO EACH
000050*    FILE, THE RUN NUMBERS MARKED ROLLED BACK ON THE
000060*    RUN-CONTROL LOG, AND EVERY AUDIT-LOG AND REGISTRAR-EXTRACT
000070*    ENTRY WRITTEN SINCE THE BACKUP - THE DECISIONS THAT HAVE
000080*    TO BE RE-SENT OR REVERSED.  BUILT BY SAMPLE_46.
000090******************************************************************
000100 01  RESTORE-RPT-REC.
000110     05  RS-LINE                     PIC X(80).
