000010******************************************************************
000020*    ANSSHEET.CPY
000030*    RECORD LAYOUT FOR THE KEPT ANSWER SHEETS OF A KEY-SCORED
000040*    SCORING RUN.  SAMPLE_10 WRITES ONE RECORD PER ANSWER SHEET
000050*    IT SCORES, STAMPED WITH THE RUN NUMBER AND RUN DATE/TIME,
000060*    CARRYING THE STUDENT'S CLASS SECTION FROM STUMAST, THE
000070*    COMPUTED SCORE, THE 20 RESPONSES AS MARKED ON THE SHEET,
000080*    AND PER QUESTION HOW THE RESPONSE STOOD AGAINST THE ANSKEY
000090*    ANSWER KEY WHEN IT WAS SCORED ("C" CORRECT, "W" WRONG,
000100*    BLANK UNANSWERED OR NOT PART OF THE EXAM).  THE FILE IS
000110*    REBUILT BY EACH KEY-SCORED RUN (EXTENDED ON A RESTART), SO
000120*    IT ALWAYS HOLDS THE LATEST SUCH RUN.  READ BY THE ANSWER-
000130*    SHEET SIMILARITY SCREENING RUN (SAMPLE_41).
000140******************************************************************
000150 01  ANSWER-SHEET-REC.
000160     05  AS-RUN-NUMBER               PIC 9(06).
000170     05  AS-RUN-DATE                 PIC X(08).
000180     05  AS-RUN-TIME                 PIC X(08).
000190     05  AS-STUDENT-ID               PIC 9(06).
000200     05  AS-EXAM-CODE                PIC X(05).
000210     05  AS-CLASS-SECTION            PIC X(05).
000220     05  AS-SCORE                    PIC 9(03).
000230     05  AS-RESPONSE                 PIC X(01) OCCURS 20 TIMES.
000240     05  AS-MARK                     PIC X(01) OCCURS 20 TIMES.
