000010******************************************************************
000020*    CRSEXTR.CPY
000030*    FIXED-FORMAT COURSE-LEVEL EXTRACT RECORD PICKED UP BY THE
000040*    REGISTRAR'S SYSTEM TO POST COURSE GRADES TO TRANSCRIPTS.
000050*    WRITTEN BY THE SAMPLE_35 TERM-END COURSE-GRADE RUN: ONE
000060*    RECORD PER STUDENT PER COURSE WHOSE EVERY COMPONENT EXAM
000070*    WAS SAT IN THE TERM, CARRYING THE WEIGHTED COURSE SCORE
000080*    AND ITS GRDSCALE LETTER BAND.
000090******************************************************************
000100 01  COURSE-EXTRACT-REC.
000110     05  CE-STUDENT-ID               PIC 9(06).
000120     05  CE-COURSE-CODE              PIC X(05).
000130     05  CE-COURSE-SCORE             PIC 9(03).
000140     05  CE-GRADE-BAND               PIC X(01).
000150     05  CE-RUN-DATE                 PIC X(08).
000160     05  CE-TERM-CODE                PIC X(05).
