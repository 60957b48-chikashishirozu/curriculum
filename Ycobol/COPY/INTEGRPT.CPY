000010******************************************************************
000020*    INTEGRPT.CPY
000030*    PRINT-LINE LAYOUT FOR THE CROSS-FILE INTEGRITY REPORT
000040*    (SAMPLE_38): PER SCORING RUN, THE RUN-CONTROL COUNTS SIDE
000050*    BY SIDE WITH WHAT THE SCORE HISTORY, AUDIT LOG AND
000060*    REGISTRAR EXTRACT ACTUALLY HOLD FOR THE RUN'S STAMP, THE
000070*    STUDENT/EXAM PAIRS MISSING FROM ONE FILE BUT NOT ANOTHER,
000080*    AND THE RUN TOTALS.
000090******************************************************************
000100 01  INTEG-RPT-REC.
000110     05  IR-LINE                     PIC X(80).
