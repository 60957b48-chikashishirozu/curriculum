000010******************************************************************
000020*    MSTBKUP.CPY
000030*    RECORD LAYOUT FOR THE MASTER-FILE BACKUP.  THE NIGHT
000040*    STREAM'S STEP ZERO (SAMPLE_45, CALLED BY SAMPLE_28)
000050*    APPENDS ONE NUMBERED BACKUP SET PER STREAM: A HEADER
000060*    ("H") WITH THE BACKUP DATE/TIME, THE OPERATOR AND THE
000070*    HIGHEST RUN NUMBER ON THE RUN-CONTROL LOG AT THE TIME,
000080*    THEN A BYTE IMAGE ("D") OF EVERY SCOREHIX, STUMAST,
000090*    EXTHRESH AND EXAMREG RECORD, NAMED IN MB-FILE-ID, THEN A
000100*    TRAILER ("T") WITH THE RECORD COUNT OF EACH FILE.  A SET
000110*    WITH NO TRAILER DIED PART WAY AND CANNOT BE RESTORED.
000120*    THE RESTORE (SAMPLE_46) PUTS A CHOSEN SET BACK AND MARKS
000130*    THE RUNS NUMBERED AFTER MB-LAST-RUN-NUMBER ROLLED BACK.
000140*    THE IMAGE IS LONG ENOUGH FOR THE LONGEST OF THE FOUR
000150*    RECORDS (STUMAST, 76 BYTES).
000160******************************************************************
000170 01  MASTER-BACKUP-REC.
000180     05  MB-SET-NUMBER               PIC 9(06).
000190     05  MB-RECORD-TYPE              PIC X(01).
000200         88  MB-SET-HEADER           VALUE "H".
000210         88  MB-SET-DETAIL           VALUE "D".
000220         88  MB-SET-TRAILER          VALUE "T".
000230     05  MB-FILE-ID                  PIC X(08).
000240         88  MB-FILE-SCOREHIX        VALUE "SCOREHIX".
000250         88  MB-FILE-STUMAST         VALUE "STUMAST".
000260         88  MB-FILE-EXTHRESH        VALUE "EXTHRESH".
000270         88  MB-FILE-EXAMREG         VALUE "EXAMREG".
000280     05  MB-RECORD-IMAGE             PIC X(80).
000290     05  MB-HEADER-DATA REDEFINES MB-RECORD-IMAGE.
000300         10  MB-BACKUP-DATE          PIC X(08).
000310         10  MB-BACKUP-TIME          PIC X(08).
000320         10  MB-LAST-RUN-NUMBER      PIC 9(06).
000330         10  MB-OPERATOR-ID          PIC X(08).
000340         10  FILLER                  PIC X(50).
000350     05  MB-TRAILER-DATA REDEFINES MB-RECORD-IMAGE.
000360         10  MB-SCOREHIX-COUNT       PIC 9(06).
000370         10  MB-STUMAST-COUNT        PIC 9(06).
000380         10  MB-EXTHRESH-COUNT       PIC 9(06).
000390         10  MB-EXAMREG-COUNT        PIC 9(06).
000400         10  FILLER                  PIC X(56).
