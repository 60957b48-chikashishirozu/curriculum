000010******************************************************************
000020*    MRGEXTR.CPY
000030*    FIXED-FORMAT DELTA EXTRACT FOR THE REGISTRAR'S SYSTEM FROM
000040*    THE DUPLICATE STUDENT-ID MERGE RUN (SAMPLE_43).  ONE
000050*    RECORD PER SCORE-HISTORY POSTING MOVED FROM A RETIRED ID
000060*    TO ITS SURVIVING ID, SO THE REGISTRAR CAN MOVE THE SAME
000070*    RESULT BETWEEN TRANSCRIPTS.  THE POSTING FIELDS MATCH
000080*    REGEXTR.CPY (THE RUN DATE IS THE ORIGINAL SCORING RUN'S);
000090*    MX-RETIRED-ID IS THE ID IT WAS POSTED UNDER AND
000100*    MX-SURVIVING-ID THE ID IT NOW BELONGS TO.  REBUILT BY EACH
000110*    MERGE RUN.
000120******************************************************************
000130 01  MERGE-EXTRACT-REC.
000140     05  MX-RETIRED-ID               PIC 9(06).
000150     05  MX-SURVIVING-ID             PIC 9(06).
000160     05  MX-EXAM-CODE                PIC X(05).
000170     05  MX-SCORE                    PIC 9(03).
000180     05  MX-PASS-FAIL-FLAG           PIC X(01).
000190     05  MX-RUN-DATE                 PIC X(08).
000200     05  MX-TERM-CODE                PIC X(05).
