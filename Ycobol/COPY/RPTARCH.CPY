000010******************************************************************
000020*    RPTARCH.CPY
000030*    RECORD LAYOUT FOR THE REPORT ARCHIVE, ORGANIZATION INDEXED.
000040*    SAMPLE_10 OPENS ITS REPORTS (SCORERPT, DISTRPT, ITEMRPT,
000050*    UNPAIDRP) OUTPUT ON EVERY RUN, SO EACH COMPLETED RUN FILES
000060*    THEM HERE FIRST, ONE RECORD PER PRINT LINE, KEYED BY THE
000070*    RUNCTL RUN NUMBER, THE REPORT'S LOGICAL NAME, AND THE LINE
000080*    NUMBER WITHIN THE REPORT - A POSITIONED READ AT A RUN AND
000090*    REPORT NAME WALKS THAT REPORT BACK IN PRINT ORDER.  THE
000100*    RUN DATE IS CARRIED FOR THE LISTING.  LISTED, REPRINTED
000110*    AND PURGED TO AN OPERATOR-SET RETENTION COUNT BY
000120*    SAMPLE_44.
000130******************************************************************
000140 01  REPORT-ARCHIVE-REC.
000150     05  RH-ARCHIVE-KEY.
000160         10  RH-RUN-NUMBER           PIC 9(06).
000170         10  RH-REPORT-NAME          PIC X(08).
000180         10  RH-LINE-NO              PIC 9(06).
000190     05  RH-RUN-DATE                 PIC X(08).
000200     05  RH-LINE                     PIC X(80).
