000010******************************************************************
000020*    APPAGERP.CPY
000030*    PRINT-LINE LAYOUT FOR THE WEEKLY GRADE-APPEAL AGING
000040*    REPORT: EVERY OPEN OR UNDER-REVIEW CASE BY REVIEWER, OLDEST
000050*    FIRST, WITH ITS DAYS OUTSTANDING AND A FLAG ON EACH CASE
000060*    PAST THE 30-DAY RESPONSE RULE, REVIEWER SUBTOTALS, AND THE
000070*    AGE-BRACKET TOTALS.  BUILT BY SAMPLE_40.
000080******************************************************************
000090 01  APPEAL-AGE-RPT-REC.
000100     05  AA-LINE                     PIC X(80).
