000070*    OFFICE'S REASON CODE.  APPLIED BY SAMPLE_23, WHICH
000080*    RE-DERIVES THE VERDICT AND LETTER BAND UNDER THE SAME
000090*    EXTHRESH/GRDSCALE RULES THE SCORING RUN USES.
000091*    CX-APPEAL-CASE-NO CARRIES THE GRADE-APPEAL CASE NUMBER
000092*    WHEN THE TRANSACTION WAS WRITTEN BY CLOSING AN APPEAL AS
000093*    UPHELD (SAMPLE_39, REASON CODE APL); IT IS BLANK ON A
000094*    HAND-KEYED CORRECTION, SO EXISTING TRANSACTION FILES
000095*    READ UNCHANGED.
000096*    SAMPLE_23 EMPTIES THE FILE AT THE END OF A COMPLETED RUN,
000097*    SO EACH TRANSACTION IS APPLIED ONCE.
000100******************************************************************
000110 01  CORRECTION-TRANS-REC.
000120     05  CX-STUDENT-ID               PIC 9(06).
000140     05  CX-ORIG-RUN-DATE            PIC X(08).
000150     05  CX-CORRECTED-SCORE          PIC 9(03).
000160     05  CX-REASON-CODE              PIC X(03).
000170     05  CX-APPEAL-CASE-NO           PIC X(06).
