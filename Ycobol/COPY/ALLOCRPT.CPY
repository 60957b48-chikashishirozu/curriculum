000010******************************************************************
000020*    ALLOCRPT.CPY
000030*    PRINT-LINE LAYOUT FOR THE SEAT ALLOCATION EXCEPTION REPORT
000040*    PRODUCED BY SAMPLE_36: STUDENTS BOOKED INTO TWO EXAMS IN
000050*    THE SAME SESSION (CLASHES), REGISTRATIONS WITH NO VALID
000060*    SESSION, SESSIONS WHOSE REGISTRATIONS EXCEED THE SEATS OF
000070*    THE ROOMS AVAILABLE, AND THE RUN TOTALS.
000080******************************************************************
000090 01  ALLOC-RPT-REC.
000100     05  AR-LINE                     PIC X(80).
