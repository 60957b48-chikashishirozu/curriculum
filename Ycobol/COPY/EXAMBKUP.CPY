000010******************************************************************
000020*    EXAMBKUP.CPY
000030*    RECORD LAYOUT FOR THE EXAM-REGISTRATION CONVERSION BACKUP
000040*    FILE.  THE RECORDS ARE A BYTE IMAGE OF THE OLD 19-BYTE
000050*    REGISTRATION ENTRY (SEE EXAMREGQ.CPY).  THE CONTROL-FILE
000060*    CONVERSION (SAMPLE_34) WRITES EVERY OLD ENTRY HERE BEFORE
000070*    REBUILDING THE LIVE INDEXED FILE, SO A CONVERSION THAT
000080*    DIES MIDWAY STILL LEAVES A COPY TO RECOVER FROM.
000090******************************************************************
000100 01  REG-BACKUP-REC                  PIC X(19).
