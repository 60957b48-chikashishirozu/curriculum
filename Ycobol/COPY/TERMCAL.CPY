000010******************************************************************
000020*    TERMCAL.CPY
000030*    RECORD LAYOUT FOR THE TERM-CALENDAR INDEXED FILE.  ONE
000040*    ENTRY PER ACADEMIC TERM, KEYED BY THE SAME TERM CODE THE
000050*    ROSTER HEADER CARRIES (SH-TERM-CODE), WITH THE TERM'S
000060*    START AND END DATES AND ITS GRADING STATUS:
000070*      O - OPEN: ROSTERS MAY BE BUILT AND GRADED AND
000080*          CORRECTIONS APPLIED
000090*      C - GRADING CLOSED: THE TERM-CLOSE JOB (SAMPLE_37) HAS
000100*          LOCKED IT - NO NEW ROSTER, SKELETON OR CORRECTION,
000105*          AND NO APPEAL CLOSED AS UPHELD (SAMPLE_39)
000110*      A - ARCHIVED: CLOSED FOR GOOD, LOCKED THE SAME WAY
000120*    THE DATES ARE MAINTAINED BY SAMPLE_13 OFF THE OPERATIONS
000130*    MENU (A NEW TERM IS ADDED OPEN); THE STATUS IS CHANGED
000140*    ONLY BY SAMPLE_37, WHICH ALSO REOPENS A CLOSED TERM FOR A
000150*    HIGHER-AUTHORITY OPERATOR AND LOGS EVERY CHANGE TO THE
000160*    AUDIT LOG.  TC-STATUS-DATE IS THE DATE OF THE LAST STATUS
000170*    CHANGE.  A TERM NOT ON THE CALENDAR (OR NO CALENDAR ON
000180*    HAND) IS TREATED AS OPEN, SO ROSTERS FOR TERMS NOBODY HAS
000190*    CALENDARED YET ARE NOT HELD UP.
000200******************************************************************
000210 01  TERM-CALENDAR-REC.
000220     05  TC-TERM-CODE                PIC X(05).
000230     05  TC-START-DATE               PIC X(08).
000240     05  TC-END-DATE                 PIC X(08).
000250     05  TC-STATUS                   PIC X(01).
000260         88  TC-TERM-OPEN            VALUE "O".
000270         88  TC-GRADING-CLOSED       VALUE "C".
000280         88  TC-TERM-ARCHIVED        VALUE "A".
000290         88  TC-TERM-LOCKED          VALUE "C" "A".
000300     05  TC-STATUS-DATE              PIC X(08).
