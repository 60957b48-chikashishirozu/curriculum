000010******************************************************************
000020*    MERGETX.CPY
000030*    RECORD LAYOUT FOR THE DUPLICATE STUDENT-ID MERGE
000040*    TRANSACTION FILE.  ONE RECORD PER PERSON ADMISSIONS
000050*    ENROLLED TWICE: THE ID THAT IS TO CARRY THE STUDENT FROM
000060*    NOW ON, AND THE DUPLICATE ID WHOSE SCORE HISTORY AND EXAM
000070*    REGISTRATIONS ARE MOVED ONTO IT AND WHOSE STUDENT-MASTER
000080*    RECORD IS THEN RETIRED.  APPLIED BY SAMPLE_43.
000090******************************************************************
000100 01  MERGE-TRANS-REC.
000110     05  MG-SURVIVING-ID             PIC 9(06).
000120     05  MG-RETIRED-ID               PIC 9(06).
