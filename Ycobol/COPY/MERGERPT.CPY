000010******************************************************************
000020*    MERGERPT.CPY
000030*    PRINT-LINE LAYOUT FOR THE DUPLICATE STUDENT-ID MERGE RUN
000040*    REPORT: PER MERGE PAIR, EVERY SCORE-HISTORY POSTING, EXAM
000050*    REGISTRATION AND APPEAL CASE MOVED TO THE SURVIVING ID,
000060*    THE EXCEPTION LISTING OF THOSE LEFT WHERE THEY WERE (A
000070*    COLLISION WITH WHAT THE SURVIVING ID ALREADY HOLDS, OR A
000080*    CLOSED TERM), WHETHER THE DUPLICATE STUDENT-MASTER RECORD
000090*    WAS RETIRED, AND THE RUN TOTALS.  BUILT BY SAMPLE_43.
000100******************************************************************
000110 01  MERGE-RPT-REC.
000120     05  MR-LINE                     PIC X(80).
