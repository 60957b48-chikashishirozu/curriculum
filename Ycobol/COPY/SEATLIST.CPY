000010******************************************************************
000020*    SEATLIST.CPY
000030*    PRINT-LINE LAYOUT FOR THE PROCTORS' SEATING LIST PRODUCED
000040*    BY THE SEAT ALLOCATION RUN (SAMPLE_36): ONE PAGE PER ROOM
000050*    OF A SITTING SESSION, ONE LINE PER SEAT IN SEAT ORDER
000060*    WITH THE STUDENT, CLASS SECTION AND EXAM CODE.
000070******************************************************************
000080 01  SEAT-LIST-REC.
000090     05  ST-LINE                     PIC X(80).
