000010******************************************************************
000020*    CRSGRPT.CPY
000030*    PRINT-LINE LAYOUT FOR THE TERM-END COURSE-GRADE RUN REPORT
000040*    PRODUCED BY SAMPLE_35: ONE LINE PER COURSE GRADE SENT TO
000050*    THE REGISTRAR, THE INCOMPLETE EXCEPTION LISTING OF
000060*    STUDENTS MISSING A COMPONENT EXAM, AND THE RUN TOTALS.
000070******************************************************************
000080 01  COURSE-RPT-REC.
000090     05  CG-LINE                     PIC X(80).
