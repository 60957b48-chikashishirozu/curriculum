000100*    LATEST STREAM FROM ITS FIRST STEP NOT MARKED COMPLETED,
000110*    SO "WHICH STEPS ALREADY RAN" IS ANSWERED FROM THE LOG
000120*    INSTEAD OF FROM FILE TIMESTAMPS AT 2 AM.
000122*    STEP NUMBER 0 IS THE MASTER-FILE BACKUP (SAMPLE_45) TAKEN
000124*    BEFORE STEP 1 OF EVERY NEW STREAM; ITS BACKUP SET IS THE
000126*    POINT THE RESTORE (SAMPLE_46) CAN PUT THE FILES BACK TO.
000130******************************************************************
000140 01  STEP-LOG-REC.
000150     05  SL-STREAM-NUMBER            PIC 9(06).
