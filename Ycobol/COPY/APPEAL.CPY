000010******************************************************************
000020*    APPEAL.CPY
000030*    RECORD LAYOUT FOR THE GRADE-APPEAL CASE INDEXED FILE
000040*    (APPEALS).  ONE ENTRY PER APPEAL, KEYED BY A CASE NUMBER
000050*    ASSIGNED IN SEQUENCE WHEN THE CASE IS OPENED, NAMING THE
000060*    DECISION APPEALED THE SAME WAY A CORRECTION TRANSACTION
000070*    DOES (STUDENT ID, EXAM CODE, ORIGINAL RUN DATE), WITH THE
000080*    DATE THE APPEAL WAS FILED, THE STUDENT'S REASON, THE
000090*    REVIEWER ASSIGNED (AN OPERATOR ID ON OPERMAST), AND THE
000100*    CASE STATUS:
000110*      O - OPEN, NOT YET PICKED UP BY THE REVIEWER
000120*      R - UNDER REVIEW
000130*      U - UPHELD: CLOSED, REVISED SCORE GRANTED - CLOSING
000140*          WRITES THE CORRTX TRANSACTION SAMPLE_23 APPLIES
000150*      D - DENIED: CLOSED, THE ORIGINAL DECISION STANDS
000160*    AP-STATUS-DATE IS THE DATE OF THE LAST STATUS CHANGE AND
000170*    AP-OPERATOR-ID THE OPERATOR WHO MADE IT.  MAINTAINED BY
000180*    SAMPLE_39; OPEN AND UNDER-REVIEW CASES ARE AGED BY
000190*    SAMPLE_40 AGAINST THE 30-DAY RESPONSE RULE.
000200******************************************************************
000210 01  APPEAL-CASE-REC.
000220     05  AP-CASE-NUMBER              PIC 9(06).
000230     05  AP-STUDENT-ID               PIC 9(06).
000240     05  AP-EXAM-CODE                PIC X(05).
000250     05  AP-ORIG-RUN-DATE            PIC X(08).
000260     05  AP-DATE-FILED               PIC X(08).
000270     05  AP-REASON                   PIC X(40).
000280     05  AP-REVIEWER-ID              PIC X(08).
000290     05  AP-STATUS                   PIC X(01).
000300         88  AP-CASE-OPEN            VALUE "O".
000310         88  AP-UNDER-REVIEW         VALUE "R".
000320         88  AP-UPHELD               VALUE "U".
000330         88  AP-DENIED               VALUE "D".
000340         88  AP-OUTSTANDING          VALUE "O" "R".
000350         88  AP-CLOSED               VALUE "U" "D".
000360     05  AP-STATUS-DATE              PIC X(08).
000370     05  AP-REVISED-SCORE            PIC 9(03).
000380     05  AP-OPERATOR-ID              PIC X(08).
