000010******************************************************************
000020*    SIMILRPT.CPY
000030*    PRINT-LINE LAYOUT FOR THE ANSWER-SHEET SIMILARITY
000040*    EXCEPTION REPORT FOR THE EXAM BOARD: EVERY PAIR OF STUDENTS
000050*    IN THE SAME CLASS SECTION AND EXAM WHOSE ANSWER SHEETS
000060*    MATCH AT OR ABOVE THE SCREENING THRESHOLDS, RANKED BY THEIR
000070*    IDENTICAL WRONG ANSWERS, WITH BOTH STUDENTS' NAMES AND
000080*    SCORES.  BUILT BY SAMPLE_41.
000090******************************************************************
000100 01  SIMILAR-RPT-REC.
000110     05  SI-LINE                     PIC X(80).
