000010******************************************************************
000020*    EXAMREGQ.CPY
000030*    OLD LAYOUT OF THE EXAM-REGISTRATION INDEXED RECORD AS IT
000040*    STOOD BEFORE THE SESSION, ROOM AND SEAT WERE ADDED (19
000050*    BYTES), RETAINED FOR THE ONE-TIME CONTROL-FILE CONVERSION
000060*    RUN (SAMPLE_34).  AN INDEXED FILE BUILT AT THE OLD LENGTH
000070*    CANNOT BE OPENED WITH THE LONGER FD (FILE STATUS 39), SO
000080*    THE CONVERSION READS IT WITH THIS LAYOUT AND REBUILDS IT
000090*    IN THE CURRENT ONE (SEE EXAMREG.CPY).
000100******************************************************************
000110 01  OLD-EXAM-REG-REC.
000120     05  OR-REG-KEY.
000130         10  OR-STUDENT-ID           PIC 9(06).
000140         10  OR-EXAM-CODE            PIC X(05).
000150     05  OR-SITTING-DATE             PIC X(08).
