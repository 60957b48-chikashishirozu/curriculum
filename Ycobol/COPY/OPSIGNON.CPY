000050*    OPERATOR'S ID AND AUTHORITY LEVEL, AND REWRITES IT AGAIN
000060*    WITH UNKNOWN AND LEVEL ZERO AS THE SESSION ENDS, SO ONLY
000070*    A LIVE MENU SESSION IS EVER ATTRIBUTED.  THE JOBS THAT
000080*    STAMP AN OPERATOR INTO THE AUDIT LOG, THE RUN-CONTROL LOG
000090*    OR THEIR OWN FILES (SAMPLE_10, SAMPLE_15, SAMPLE_23,
000100*    SAMPLE_37, SAMPLE_39, SAMPLE_42, SAMPLE_43, SAMPLE_44,
000102*    SAMPLE_45, SAMPLE_46) READ IT AT STARTUP INSTEAD OF
000104*    EVERY PROGRAM GROWING ITS OWN SIGN-ON, AND THOSE LIMITED
000106*    TO AN AUTHORITY LEVEL (SAMPLE_37, SAMPLE_44, SAMPLE_46)
000108*    TAKE THE OPERATOR'S LEVEL FROM IT TOO.  NO FILE ON HAND
000110*    (A JOB RUN BEFORE THE FIRST EVER SESSION) OR THE CLEARED
000120*    RECORD BOTH STAMP THE OPERATOR AS UNKNOWN.
000121******************************************************************
