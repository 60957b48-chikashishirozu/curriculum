000010******************************************************************
000020*    STUHIST.CPY
000030*    RECORD LAYOUT FOR THE STUDENT-MASTER CHANGE-HISTORY FILE.
000040*    ONE ENTRY IS APPENDED FOR EVERY CHANGE MADE TO A STUMAST
000050*    RECORD - FROM THE ONLINE INQUIRY/MAINTENANCE SCREEN
000060*    (SAMPLE_42, SOURCE "SCREEN") OR FROM THE NIGHTLY APPLY OF
000070*    THE ADMISSIONS FEED (SAMPLE_15, SOURCE "ENROLLTX") OR BY
000080*    THE DUPLICATE STUDENT-ID MERGE (SAMPLE_43, SOURCE "MERGE",
000090*    WHICH RETIRES THE DUPLICATE AS A WITHDRAWAL; THE AUDIT LOG
000100*    NAMES THE ID IT WAS MERGED INTO) - WITH
000110*    THE OPERATOR SIGNED ON AT THE MENU (OPSIGNON; UNKNOWN WHEN
000120*    NONE), THE DATE/TIME, AND THE RECORD AS IT STOOD BEFORE
000130*    AND AFTER.  AN ADD HAS A BLANK BEFORE IMAGE AND A
000140*    WITHDRAWAL A BLANK AFTER IMAGE.  MH-SECTION-FLAG CALLS OUT
000150*    A CHANGE OF CLASS SECTION, WHICH MOVES THE STUDENT BETWEEN
000160*    GROUPS ON THE SECTION REPORT (SAMPLE_18) AND THE SECTION
000170*    RANKING (SAMPLE_33).
000180******************************************************************
000190 01  STUDENT-HISTORY-REC.
000200     05  MH-CHANGE-DATE              PIC X(08).
000210     05  MH-CHANGE-TIME              PIC X(08).
000220     05  MH-OPERATOR-ID              PIC X(08).
000230     05  MH-SOURCE                   PIC X(08).
000240     05  MH-ACTION                   PIC X(01).
000250         88  MH-ACTION-ADD           VALUE "A".
000260         88  MH-ACTION-CHANGE        VALUE "C".
000270         88  MH-ACTION-WITHDRAW      VALUE "W".
000280     05  MH-STUDENT-ID               PIC 9(06).
000290     05  MH-SECTION-FLAG             PIC X(01).
000300         88  MH-SECTION-CHANGED      VALUE "Y".
000310     05  MH-BEFORE-IMAGE.
000320         10  MH-BEFORE-NAME          PIC X(20).
000330         10  MH-BEFORE-SECTION       PIC X(05).
000340         10  MH-BEFORE-PHONE         PIC X(15).
000350         10  MH-BEFORE-EMAIL         PIC X(30).
000360     05  MH-AFTER-IMAGE.
000370         10  MH-AFTER-NAME           PIC X(20).
000380         10  MH-AFTER-SECTION        PIC X(05).
000390         10  MH-AFTER-PHONE          PIC X(15).
000400         10  MH-AFTER-EMAIL          PIC X(30).
