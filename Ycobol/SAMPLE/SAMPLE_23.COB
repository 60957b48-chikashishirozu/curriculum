000290*    REPORT (CORRRPT) INSTEAD.  THE SCORE-HISTORY FILE ITSELF
000300*    IS NOT REWRITTEN - IT REMAINS THE AS-GRADED RECORD, AND
000310*    THE AUDIT TRAIL CARRIES BOTH THE OLD AND NEW DECISION.
000312*    A RUN THAT GETS THROUGH TO ITS TOTALS EMPTIES CORRTX, SO
000314*    NOTHING IS APPLIED TWICE; A REJECTED TRANSACTION IS RE-KEYED
000316*    FROM THE ERROR LISTING ONCE ITS PROBLEM IS CLEARED.
000320*
000330*    MODIFICATION HISTORY.
000340*    ------------------------------------------------------
000386*                     REVERSAL-PLUS-CORRECTED PAIR, SO THE LOG
000387*                     SAYS WHO APPLIED THE CORRECTION.  NO
000388*                     STATION FILE STAMPS UNKNOWN.
000389*    10/15/2026 HY    A CORRECTION WHOSE ORIGINAL DECISION
000390*                     BELONGS TO A TERM CLOSED OR ARCHIVED ON
000391*                     THE TERM CALENDAR (TERMCAL, LOCKED BY
000392*                     SAMPLE_37) NOW GOES TO THE ERROR LISTING
000393*                     INSTEAD OF BEING APPLIED.  THE TERM MUST BE
000394*                     REOPENED FIRST.
000395*    10/15/2026 HY    A CORRECTION RAISED BY THE CLOSE OF AN
000396*                     UPHELD GRADE APPEAL (SAMPLE_39) CARRIES
000397*                     ITS CASE NUMBER ON CORRTX; THE CASE NUMBER
000398*                     IS NOW LISTED UNDER THE APPLIED OR
000399*                     REJECTED LINE ON THE RUN REPORT.
000400*    10/15/2026 HY    CORRTX IS NOW EMPTIED AT THE END OF A
000401*                     COMPLETED RUN.  SAMPLE_39 APPENDS TO IT, SO
000402*                     A FILE LEFT IN PLACE WAS APPLIED AGAIN BY
000403*                     THE NEXT RUN, DOUBLING THE AUDIT PAIRS AND
000404*                     THE DELTA EXTRACT RECORDS.
000405******************************************************************
000406  ENVIRONMENT DIVISION.
000407  CONFIGURATION SECTION.
000410  SOURCE-COMPUTER.   IBM-370.
000420  OBJECT-COMPUTER.   IBM-370.
000430  INPUT-OUTPUT SECTION.
000794      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
000796          ORGANIZATION IS LINE SEQUENTIAL
000798          FILE STATUS IS WS-SIGNON-STATUS.
000799
000800      SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000801          ORGANIZATION IS INDEXED
000802          ACCESS MODE IS RANDOM
000803          RECORD KEY IS TC-TERM-CODE
000804          FILE STATUS IS WS-TERMCAL-STATUS.
000805*
000810  DATA DIVISION.
000820  FILE SECTION.
000830  FD  CORRECTION-TRANS-FILE.
001054  FD  SIGNON-FILE.
001056  COPY OPSIGNON.
001060*
001062  FD  TERM-CALENDAR-FILE.
001064  COPY TERMCAL.
001066*
001070  WORKING-STORAGE SECTION.
001080  01  WS-SWITCHES.
001090      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001100          88  WS-END-OF-FILE          VALUE "Y".
001110      05  WS-MASTER-AVAIL-SWITCH      PIC X(01) VALUE "N".
001120          88  WS-MASTER-AVAILABLE     VALUE "Y".
001122      05  WS-TERMCAL-AVAIL-SWITCH     PIC X(01) VALUE "N".
001124          88  WS-TERMCAL-AVAILABLE    VALUE "Y".
001126      05  WS-TERM-LOCK-SWITCH         PIC X(01) VALUE "N".
001128          88  WS-TERM-LOCKED          VALUE "Y".
001130*
001140  01  WS-FILE-STATUSES.
001150      05  WS-CORRTX-STATUS            PIC X(02) VALUE SPACES.
001210      05  WS-DELTA-STATUS             PIC X(02) VALUE SPACES.
001220      05  WS-CORRPT-STATUS            PIC X(02) VALUE SPACES.
001222      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
001226      05  WS-TERMCAL-STATUS           PIC X(02) VALUE SPACES.
001230*
001232  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
001234*
001670          10  WS-CORR-OLD-SECTION     PIC X(05).
001680          10  WS-CORR-OLD-TIME        PIC X(08).
001690          10  WS-CORR-OLD-TERM        PIC X(05).
001693          10  WS-CORR-CASE-NO         PIC X(06).
001696*
001700  01  WS-CORR-SUB                     PIC 9(03).
001710*
001720  01  WS-PASS-THRESHOLD               PIC 9(03).
002630      MOVE CX-ORIG-RUN-DATE   TO WS-CORR-RUN-DATE (WS-CORR-IDX)
002640      MOVE CX-CORRECTED-SCORE TO WS-CORR-NEW-SCORE (WS-CORR-IDX)
002650      MOVE CX-REASON-CODE     TO WS-CORR-REASON (WS-CORR-IDX)
002655      MOVE CX-APPEAL-CASE-NO  TO WS-CORR-CASE-NO (WS-CORR-IDX)
002660      MOVE "N"                TO
002670          WS-CORR-FOUND-SWITCH (WS-CORR-IDX).
002680  1100-EXIT.
004620      MOVE HS-RUN-TIME      TO WS-CORR-OLD-TIME (WS-CORR-SUB)
004630      MOVE HS-TERM-CODE     TO WS-CORR-OLD-TERM (WS-CORR-SUB).
004640  2200-EXIT.
004641      EXIT.
004642*
004643******************************************************************
004644*    2500-OPEN-OUTPUTS
004645*    OPENS THE AUDIT LOG (EXTEND, AS THE SCORING RUN DOES), THE
004646*    DELTA EXTRACT, AND THE RUN REPORT, CAPTURES THE CORRECTION
004647*    RUN'S DATE/TIME STAMP, AND OPENS THE STUDENT MASTER FOR
004648*    THE NAMES ON THE AUDIT ENTRIES AND THE TERM CALENDAR FOR
004649*    THE LOCKED-TERM CHECK (NO CALENDAR MEANS EVERY TERM IS
004650*    OPEN).
004658******************************************************************
004659  2500-OPEN-OUTPUTS.
004660      OPEN EXTEND AUDIT-LOG-FILE
004860      ELSE
004870          DISPLAY "SAMPLE_23: NO STUDENT-MASTER FILE - NAMES WILL"
004880          DISPLAY "SAMPLE_23: SHOW AS UNKNOWN"
004882      END-IF
004884      OPEN INPUT TERM-CALENDAR-FILE
004886      IF WS-TERMCAL-STATUS = "00"
004888          SET WS-TERMCAL-AVAILABLE TO TRUE
004890      END-IF.
004900  2500-EXIT.
004910      EXIT.
004936******************************************************************
004940*    3000-APPLY-ONE-CORRECTION
004950*    APPLIES THE TRANSACTION AT WS-CORR-SUB: REJECTS IT WHEN NO
004960*    ORIGINAL DECISION WAS FOUND, THE CORRECTED SCORE IS OUT
004970*    OF RANGE, OR THE ORIGINAL DECISION'S TERM IS LOCKED ON THE
004975*    TERM CALENDAR; OTHERWISE RE-DERIVES THE VERDICT AND BAND,
004980*    WRITES THE REVERSAL-PLUS-CORRECTED AUDIT PAIR, THE DELTA
004990*    EXTRACT RECORD, AND THE REPORT LINE.
005000******************************************************************
005120          PERFORM 3900-WRITE-REJECT-LINE THRU 3900-EXIT
005130          GO TO 3000-EXIT
005140      END-IF
005141      PERFORM 3050-CHECK-TERM-OPEN THRU 3050-EXIT
005142      IF WS-TERM-LOCKED
005143          MOVE "TERM CLOSED - REOPEN IT FIRST" TO
005144              WS-REJECT-REASON
005145          PERFORM 3900-WRITE-REJECT-LINE THRU 3900-EXIT
005146          GO TO 3000-EXIT
005147      END-IF
005150      PERFORM 3100-DERIVE-NEW-DECISION THRU 3100-EXIT
005160      PERFORM 3200-LOOKUP-STUDENT-NAME THRU 3200-EXIT
005170      PERFORM 3300-WRITE-AUDIT-PAIR THRU 3300-EXIT
005190      PERFORM 3500-WRITE-APPLIED-LINE THRU 3500-EXIT
005200      ADD 1 TO WS-APPLIED-COUNT.
005210  3000-EXIT.
005211      EXIT.
005212*
005213******************************************************************
005214*    3050-CHECK-TERM-OPEN
005215*    SETS WS-TERM-LOCKED WHEN THE ORIGINAL DECISION'S TERM IS
005216*    CLOSED OR ARCHIVED ON THE TERM CALENDAR.  A BLANK TERM (A
005217*    DECISION GRADED BEFORE TERM CODES WERE CARRIED), A TERM
005218*    NOT ON THE CALENDAR, OR NO CALENDAR AT ALL IS OPEN.
005219******************************************************************
005220  3050-CHECK-TERM-OPEN.
005221      MOVE "N" TO WS-TERM-LOCK-SWITCH
005222      IF NOT WS-TERMCAL-AVAILABLE
005223         OR WS-CORR-OLD-TERM (WS-CORR-SUB) = SPACES
005224          GO TO 3050-EXIT
005225      END-IF
005226      MOVE WS-CORR-OLD-TERM (WS-CORR-SUB) TO TC-TERM-CODE
005227      READ TERM-CALENDAR-FILE
005228          INVALID KEY
005229              GO TO 3050-EXIT
005230      END-READ
005231      IF TC-TERM-LOCKED
005232          SET WS-TERM-LOCKED TO TRUE
005233      END-IF.
005234  3050-EXIT.
005235      EXIT.
005236*
005240******************************************************************
005250*    3100-DERIVE-NEW-DECISION
005260*    RE-DERIVES THE VERDICT AND LETTER BAND FOR THE CORRECTED
006590          WS-CORR-REASON (WS-CORR-SUB) DELIMITED BY SIZE
006600          INTO WS-RPT-LINE
006610      MOVE WS-RPT-LINE TO CR-LINE
006611      WRITE CORR-RPT-REC
006612      PERFORM 3550-WRITE-CASE-LINE THRU 3550-EXIT.
006613  3500-EXIT.
006614      EXIT.
006615*
006616******************************************************************
006617*    3550-WRITE-CASE-LINE
006618*    WHEN THE TRANSACTION CAME FROM AN UPHELD GRADE APPEAL,
006619*    WRITES THE APPEAL CASE NUMBER UNDER ITS REPORT LINE.
006620******************************************************************
006621  3550-WRITE-CASE-LINE.
006622      IF WS-CORR-CASE-NO (WS-CORR-SUB) = SPACES
006623          GO TO 3550-EXIT
006624      END-IF
006625      MOVE SPACES TO WS-RPT-LINE
006626      STRING "           APPEAL CASE " DELIMITED BY SIZE
006627          WS-CORR-CASE-NO (WS-CORR-SUB) DELIMITED BY SIZE
006628          INTO WS-RPT-LINE
006629      MOVE WS-RPT-LINE TO CR-LINE
006630      WRITE CORR-RPT-REC.
006631  3550-EXIT.
006640      EXIT.
006650*
006660******************************************************************
006810          WS-REJECT-REASON DELIMITED BY SIZE
006820          INTO WS-RPT-LINE
006830      MOVE WS-RPT-LINE TO CR-LINE
006840      WRITE CORR-RPT-REC
006845      PERFORM 3550-WRITE-CASE-LINE THRU 3550-EXIT.
006850  3900-EXIT.
006860      EXIT.
006870*
007250*
007260******************************************************************
007270*    9000-TERMINATE
007280*    CLOSES ALL OPEN OUTPUT AND LOOKUP FILES, THEN EMPTIES THE
007283*    CORRECTION TRANSACTION FILE NOW THAT EVERY TRANSACTION ON
007286*    IT HAS BEEN APPLIED OR LISTED AS AN ERROR.
007290******************************************************************
007300  9000-TERMINATE.
007310      CLOSE AUDIT-LOG-FILE
007330      CLOSE CORR-RPT-FILE
007340      IF WS-MASTER-AVAILABLE
007350          CLOSE STUDENT-MASTER-FILE
007360      END-IF
007361      IF WS-TERMCAL-AVAILABLE
007362          CLOSE TERM-CALENDAR-FILE
007363      END-IF
007364      OPEN OUTPUT CORRECTION-TRANS-FILE
007365      CLOSE CORRECTION-TRANS-FILE.
007370  9000-EXIT.
007380      EXIT.
