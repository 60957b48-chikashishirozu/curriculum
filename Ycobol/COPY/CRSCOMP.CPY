000010******************************************************************
000020*    CRSCOMP.CPY
000030*    RECORD LAYOUT FOR THE COURSE-COMPOSITION INDEXED FILE.  ONE
000040*    ENTRY PER COURSE CODE AND COMPONENT EXAM CODE GIVING THE
000050*    WEIGHT (PERCENT) THAT EXAM CARRIES IN THE COURSE GRADE -
000060*    A COURSE IS BUILT FROM A MIDTERM, A FINAL, QUIZZES AND SO
000070*    ON, EACH GRADED ON ITS OWN BY SAMPLE_10.  MAINTAINED BY
000080*    SAMPLE_13 OFF THE OPERATIONS MENU, THE SAME WAY AS THE
000090*    EXAM THRESHOLDS.  SAMPLE_35 COMBINES EACH STUDENT'S BEST
000100*    ATTEMPT AT EVERY COMPONENT INTO THE WEIGHTED COURSE SCORE.
000110******************************************************************
000120 01  COURSE-COMP-REC.
000130     05  CC-COMP-KEY.
000140         10  CC-COURSE-CODE          PIC X(05).
000150         10  CC-EXAM-CODE            PIC X(05).
000160     05  CC-WEIGHT                   PIC 9(03).
