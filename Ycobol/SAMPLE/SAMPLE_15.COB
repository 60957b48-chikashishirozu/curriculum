000280*    DATE       INIT  DESCRIPTION
000290*    ---------  ----  ----------------------------------------
000300*    08/15/2026 HY    ORIGINAL VERSION.
000301*    10/15/2026 HY    EVERY ADD, CHANGE AND WITHDRAWAL APPLIED
000302*                     APPENDS A BEFORE/AFTER ENTRY, STAMPED WITH
000303*                     THE SIGNED-ON OPERATOR AND RUN DATE/TIME, TO
000304*                     THE CHANGE HISTORY (STUHIST, SHARED WITH
000305*                     SAMPLE_42).  A CHANGE THAT APPLIES NOTHING
000306*                     NEW IS NOT LOGGED; A SECTION CHANGE IS
000307*                     FLAGGED AND LISTED ON THE LOAD REPORT.  A
000308*                     WITHDRAWAL READS THE RECORD BEFORE DELETING
000309*                     IT SO THE HISTORY HAS ITS BEFORE IMAGE.
000310******************************************************************
000320  ENVIRONMENT DIVISION.
000330  CONFIGURATION SECTION.
000480      SELECT ENROLL-RPT-FILE ASSIGN TO "ENROLLRP"
000490          ORGANIZATION IS LINE SEQUENTIAL
000500          FILE STATUS IS WS-RPT-STATUS.
000501
000502      SELECT STUDENT-HISTORY-FILE ASSIGN TO "STUHIST"
000503          ORGANIZATION IS LINE SEQUENTIAL
000504          FILE STATUS IS WS-HISTORY-STATUS.
000505
000506      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
000507          ORGANIZATION IS LINE SEQUENTIAL
000508          FILE STATUS IS WS-SIGNON-STATUS.
000510*
000520  DATA DIVISION.
000530  FILE SECTION.
000600  FD  ENROLL-RPT-FILE.
000610  COPY ENROLLRP.
000620*
000621  FD  STUDENT-HISTORY-FILE.
000622  COPY STUHIST.
000623*
000624  FD  SIGNON-FILE.
000625  COPY OPSIGNON.
000626*
000630  WORKING-STORAGE SECTION.
000640  01  WS-SWITCHES.
000650      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000660          88  WS-END-OF-FILE          VALUE "Y".
000663      05  WS-SECTION-SWITCH           PIC X(01) VALUE "N".
000666          88  WS-SECTION-CHANGE       VALUE "Y".
000670*
000680  01  WS-FILE-STATUSES.
000690      05  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
000700      05  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000710      05  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000713      05  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
000716      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
000720*
000730  01  WS-LOAD-COUNTS.
000740      05  WS-BEFORE-COUNT             PIC 9(06) VALUE ZERO.
000790      05  WS-CHANGE-COUNT             PIC 9(06) VALUE ZERO.
000800      05  WS-WITHDRAW-COUNT           PIC 9(06) VALUE ZERO.
000810      05  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
000815      05  WS-SECTION-CHANGE-COUNT     PIC 9(06) VALUE ZERO.
000820*
000830  01  WS-EDIT-FIELDS.
000840      05  WS-COUNT-EDIT               PIC ZZZZZ9.
000900  01  WS-RPT-LINE                     PIC X(80).
000910*
000920  01  WS-RUN-DATE                     PIC 9(08).
000921  01  WS-RUN-TIME                     PIC 9(08).
000922*
000923  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
000924*
000925  01  WS-BEFORE-IMAGE.
000926      05  WS-BEFORE-NAME              PIC X(20).
000927      05  WS-BEFORE-SECTION           PIC X(05).
000928      05  WS-BEFORE-PHONE             PIC X(15).
000929      05  WS-BEFORE-EMAIL             PIC X(30).
000930*
000931  01  WS-AFTER-IMAGE.
000932      05  WS-AFTER-NAME               PIC X(20).
000933      05  WS-AFTER-SECTION            PIC X(05).
000934      05  WS-AFTER-PHONE              PIC X(15).
000935      05  WS-AFTER-EMAIL              PIC X(30).
000936*
000940  PROCEDURE DIVISION.
000950******************************************************************
000960*    0000-MAINLINE
001120*
001130******************************************************************
001140*    1000-INITIALIZE
001150*    OPENS THE TRANSACTION FILE, THE LOAD REPORT, THE
001160*    STUDENT-MASTER (CREATING THE MASTER EMPTY THE FIRST TIME
001170*    THE FEED IS EVER APPLIED), AND THE CHANGE HISTORY, PICKS
001175*    UP THE SIGNED-ON OPERATOR, CAPTURES THE RUN DATE/TIME, AND
001180*    WRITES THE REPORT HEADING AHEAD OF THE ERROR LISTING.
001190******************************************************************
001200  1000-INITIALIZE.
001380          DISPLAY "SAMPLE_15: UNABLE TO OPEN LOAD REPORT"
001390          GOBACK
001400      END-IF
001401      OPEN EXTEND STUDENT-HISTORY-FILE
001402      IF WS-HISTORY-STATUS NOT = "00"
001403          OPEN OUTPUT STUDENT-HISTORY-FILE
001404      END-IF
001405      IF WS-HISTORY-STATUS NOT = "00"
001406          DISPLAY "SAMPLE_15: UNABLE TO OPEN CHANGE HISTORY"
001407          GOBACK
001408      END-IF
001409      PERFORM 9100-READ-SIGNON THRU 9100-EXIT
001410      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001415      ACCEPT WS-RUN-TIME FROM TIME
001420      MOVE SPACES TO EL-LINE
001430      MOVE "STUDENT-MASTER LOAD REPORT" TO EL-LINE
001440      WRITE ENROLL-RPT-REC
002340              PERFORM 3900-WRITE-ERROR-LINE THRU 3900-EXIT
002350              GO TO 3100-EXIT
002360      END-WRITE
002370      ADD 1 TO WS-ADD-COUNT
002371      MOVE SPACES           TO WS-BEFORE-IMAGE
002372      MOVE AT-STUDENT-NAME  TO WS-AFTER-NAME
002373      MOVE AT-CLASS-SECTION TO WS-AFTER-SECTION
002374      MOVE AT-CONTACT-PHONE TO WS-AFTER-PHONE
002375      MOVE AT-CONTACT-EMAIL TO WS-AFTER-EMAIL
002376      MOVE "A"              TO MH-ACTION
002377      PERFORM 9300-WRITE-HISTORY THRU 9300-EXIT.
002380  3100-EXIT.
002390      EXIT.
002400*
002420*    3200-CHANGE-STUDENT
002430*    REWRITES AN EXISTING STUDENT-MASTER RECORD FROM THE
002440*    TRANSACTION.  AN ID NOT ON FILE IS REJECTED - ADMISSIONS
002450*    SHOULD HAVE SENT AN ADD.  THE RECORD AS IT STOOD IS KEPT
002453*    FOR THE CHANGE HISTORY, WHICH IS WRITTEN ONLY WHEN THE
002456*    TRANSACTION ACTUALLY CHANGED SOMETHING.
002460******************************************************************
002470  3200-CHANGE-STUDENT.
002480      MOVE AT-STUDENT-ID TO SM-STUDENT-ID
002530              PERFORM 3900-WRITE-ERROR-LINE THRU 3900-EXIT
002540              GO TO 3200-EXIT
002550      END-READ
002555      PERFORM 9200-SAVE-BEFORE-IMAGE THRU 9200-EXIT
002560      MOVE AT-STUDENT-NAME  TO SM-STUDENT-NAME
002570      MOVE AT-CLASS-SECTION TO SM-CLASS-SECTION
002580      MOVE AT-CONTACT-PHONE TO SM-CONTACT-PHONE
002640              PERFORM 3900-WRITE-ERROR-LINE THRU 3900-EXIT
002650              GO TO 3200-EXIT
002660      END-REWRITE
002670      ADD 1 TO WS-CHANGE-COUNT
002671      MOVE AT-STUDENT-NAME  TO WS-AFTER-NAME
002672      MOVE AT-CLASS-SECTION TO WS-AFTER-SECTION
002673      MOVE AT-CONTACT-PHONE TO WS-AFTER-PHONE
002674      MOVE AT-CONTACT-EMAIL TO WS-AFTER-EMAIL
002675      IF WS-AFTER-IMAGE NOT = WS-BEFORE-IMAGE
002676          MOVE "C" TO MH-ACTION
002677          PERFORM 9300-WRITE-HISTORY THRU 9300-EXIT
002678      END-IF.
002680  3200-EXIT.
002690      EXIT.
002700*
002710******************************************************************
002720*    3300-WITHDRAW-STUDENT
002730*    DELETES AN EXISTING STUDENT-MASTER RECORD, READING IT
002735*    FIRST FOR THE CHANGE HISTORY'S BEFORE IMAGE.  AN ID NOT ON
002740*    FILE IS REJECTED.
002750******************************************************************
002760  3300-WITHDRAW-STUDENT.
002770      MOVE AT-STUDENT-ID TO SM-STUDENT-ID
002780      READ STUDENT-MASTER-FILE
002790          INVALID KEY
002800              MOVE "WITHDRAWAL FOR ID NOT ON FILE" TO
002810                  WS-REJECT-REASON
002820              PERFORM 3900-WRITE-ERROR-LINE THRU 3900-EXIT
002830              GO TO 3300-EXIT
002831      END-READ
002832      PERFORM 9200-SAVE-BEFORE-IMAGE THRU 9200-EXIT
002833      DELETE STUDENT-MASTER-FILE
002834          INVALID KEY
002835              MOVE "UNABLE TO DELETE MASTER" TO
002836                  WS-REJECT-REASON
002837              PERFORM 3900-WRITE-ERROR-LINE THRU 3900-EXIT
002838              GO TO 3300-EXIT
002840      END-DELETE
002850      ADD 1 TO WS-WITHDRAW-COUNT
002852      MOVE SPACES TO WS-AFTER-IMAGE
002854      MOVE "W"    TO MH-ACTION
002856      PERFORM 9300-WRITE-HISTORY THRU 9300-EXIT.
002860  3300-EXIT.
002870      EXIT.
002880*
003330      MOVE "  TRANSACTIONS REJECTED:    " TO WS-RPT-LABEL
003340      MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
003350      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
003352      MOVE "  SECTION CHANGES:          " TO WS-RPT-LABEL
003354      MOVE WS-SECTION-CHANGE-COUNT TO WS-COUNT-EDIT
003356      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
003360      MOVE "MASTER RECORDS AFTER:       " TO WS-RPT-LABEL
003370      MOVE WS-AFTER-COUNT TO WS-COUNT-EDIT
003380      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
003650  9000-TERMINATE.
003660      CLOSE ENROLL-TRANS-FILE
003670      CLOSE STUDENT-MASTER-FILE
003680      CLOSE ENROLL-RPT-FILE
003685      CLOSE STUDENT-HISTORY-FILE.
003690  9000-EXIT.
003700      EXIT.
003710*
003720******************************************************************
003730*    9100-READ-SIGNON
003740*    PICKS UP THE OPERATOR SIGNED ON AT THE SAMPLE1 MENU FROM
003750*    THE OPSIGNON STATION FILE, FOR STAMPING INTO EACH CHANGE-
003760*    HISTORY ENTRY.  NO STATION FILE LEAVES UNKNOWN.
003770******************************************************************
003780  9100-READ-SIGNON.
003790      OPEN INPUT SIGNON-FILE
003800      IF WS-SIGNON-STATUS NOT = "00"
003810          GO TO 9100-EXIT
003820      END-IF
003830      READ SIGNON-FILE
003840          AT END
003850              GO TO 9100-CLOSE
003860      END-READ
003870      MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID.
003880  9100-CLOSE.
003890      CLOSE SIGNON-FILE.
003900  9100-EXIT.
003910      EXIT.
003920*
003930******************************************************************
003940*    9200-SAVE-BEFORE-IMAGE
003950*    KEEPS THE STUDENT-MASTER RECORD JUST READ AS THE CHANGE
003960*    HISTORY'S BEFORE IMAGE.
003970******************************************************************
003980  9200-SAVE-BEFORE-IMAGE.
003990      MOVE SM-STUDENT-NAME  TO WS-BEFORE-NAME
004000      MOVE SM-CLASS-SECTION TO WS-BEFORE-SECTION
004010      MOVE SM-CONTACT-PHONE TO WS-BEFORE-PHONE
004020      MOVE SM-CONTACT-EMAIL TO WS-BEFORE-EMAIL.
004030  9200-EXIT.
004040      EXIT.
004050*
004060******************************************************************
004070*    9300-WRITE-HISTORY
004080*    APPENDS ONE CHANGE-HISTORY ENTRY FOR THE TRANSACTION JUST
004090*    APPLIED, FROM WS-BEFORE-IMAGE/WS-AFTER-IMAGE AND THE
004100*    ACTION ALREADY IN MH-ACTION.  A CHANGE OF CLASS SECTION
004110*    (NOT AN ADD OR WITHDRAWAL) IS FLAGGED ON THE ENTRY AND
004120*    LISTED ON THE LOAD REPORT.
004130******************************************************************
004140  9300-WRITE-HISTORY.
004150      MOVE WS-RUN-DATE     TO MH-CHANGE-DATE
004160      MOVE WS-RUN-TIME     TO MH-CHANGE-TIME
004170      MOVE WS-OPERATOR-ID  TO MH-OPERATOR-ID
004180      MOVE "ENROLLTX"      TO MH-SOURCE
004190      MOVE AT-STUDENT-ID   TO MH-STUDENT-ID
004200      MOVE WS-BEFORE-IMAGE TO MH-BEFORE-IMAGE
004210      MOVE WS-AFTER-IMAGE  TO MH-AFTER-IMAGE
004220      MOVE "N"             TO MH-SECTION-FLAG
004230      MOVE "N"             TO WS-SECTION-SWITCH
004240      IF MH-ACTION-CHANGE
004250         AND WS-AFTER-SECTION NOT = WS-BEFORE-SECTION
004260          SET MH-SECTION-CHANGED TO TRUE
004270          SET WS-SECTION-CHANGE TO TRUE
004280      END-IF
004290      WRITE STUDENT-HISTORY-REC
004300      IF NOT WS-SECTION-CHANGE
004310          GO TO 9300-EXIT
004320      END-IF
004330      ADD 1 TO WS-SECTION-CHANGE-COUNT
004340      MOVE SPACES TO WS-RPT-LINE
004350      STRING "SECTION CHANGE: ID " DELIMITED BY SIZE
004360          AT-STUDENT-ID DELIMITED BY SIZE
004370          " FROM " DELIMITED BY SIZE
004380          WS-BEFORE-SECTION DELIMITED BY SIZE
004390          " TO " DELIMITED BY SIZE
004400          WS-AFTER-SECTION DELIMITED BY SIZE
004410          INTO WS-RPT-LINE
004420      MOVE WS-RPT-LINE TO EL-LINE
004430      WRITE ENROLL-RPT-REC.
004440  9300-EXIT.
004450      EXIT.
