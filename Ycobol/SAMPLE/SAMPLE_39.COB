000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_39.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    GRADE-APPEAL CASE MAINTENANCE, DRIVEN OFF THE SAMPLE1
000120*    OPERATIONS MENU.  GRADE DISPUTES USED TO ARRIVE BY EMAIL
000130*    AND STICKY NOTE, AND THE ONLY TRACE THE SYSTEM KEPT WAS
000140*    THE CORRECTION TRANSACTION OF AN APPEAL THAT WAS UPHELD.
000150*    THIS KEEPS A CASE FILE (APPEALS) WITH ONE ENTRY PER
000160*    APPEAL:
000170*      - O)PEN A CASE AGAINST A DECISION ON THE SCORE-HISTORY
000180*        FILE (STUDENT, EXAM, ORIGINAL RUN DATE), WITH THE DATE
000190*        FILED, THE REASON, AND A REVIEWER FROM OPERMAST.  THE
000200*        CASE NUMBER IS THE NEXT IN SEQUENCE.  A DECISION NOT ON
000210*        THE HISTORY, OR ONE WITH A CASE ALREADY OUTSTANDING, IS
000220*        REFUSED.
000230*      - U)PDATE AN OUTSTANDING CASE: REASSIGN THE REVIEWER,
000240*        AMEND THE REASON, OR MOVE IT BETWEEN OPEN AND UNDER
000250*        REVIEW.
000260*      - C)LOSE AN OUTSTANDING CASE AS UPHELD OR DENIED.  AN
000270*        UPHELD CASE TAKES THE REVISED SCORE AND APPENDS THE
000280*        CORRECTION TRANSACTION TO CORRTX (REASON CODE APL, THE
000290*        CASE NUMBER IN CX-APPEAL-CASE-NO) FOR SAMPLE_23 TO
000300*        APPLY, SO NOBODY RE-KEYS THE SCORE AND THE CASE NUMBER
000310*        SHOWS ON THE CORRECTION REPORT.  A DECISION WHOSE TERM
000312*        IS CLOSED OR ARCHIVED ON THE TERM CALENDAR CANNOT BE
000314*        CLOSED AS UPHELD - SAMPLE_23 WOULD REJECT THE
000316*        CORRECTION - SO THE CASE STAYS OUTSTANDING UNTIL THE
000318*        TERM IS REOPENED.
000320*      - L)IST THE OUTSTANDING CASES.
000330*    EVERY STATUS CHANGE IS STAMPED WITH THE DATE AND THE
000340*    OPERATOR SIGNED ON AT THE MENU (OPSIGNON).  A CLOSED CASE
000350*    IS NEVER REOPENED OR DELETED - A NEW APPEAL ON THE SAME
000360*    DECISION IS A NEW CASE.  THE CASE FILE IS CREATED THE
000370*    FIRST TIME IT IS MAINTAINED.  NO OPERATOR FILE ON HAND
000380*    (SIGN-ON BYPASSED) ACCEPTS ANY REVIEWER ID WITH A WARNING.
000390*
000400*    MODIFICATION HISTORY.
000410*    ------------------------------------------------------
000420*    DATE       INIT  DESCRIPTION
000430*    ---------  ----  ----------------------------------------
000440*    10/15/2026 HY    ORIGINAL VERSION.
000441*    10/15/2026 HY    AN UPHELD CLOSE IS REFUSED WHILE THE
000442*                     DECISION'S TERM IS LOCKED ON TERMCAL.  THE
000443*                     CORRECTION IT QUEUED WAS REJECTED BY
000444*                     SAMPLE_23 AND CORRTX EMPTIED, LEAVING THE
000445*                     CASE CLOSED AS UPHELD WITH THE GRADE NEVER
000446*                     CHANGED.
000450******************************************************************
000460  ENVIRONMENT DIVISION.
000470  CONFIGURATION SECTION.
000480  SOURCE-COMPUTER.   IBM-370.
000490  OBJECT-COMPUTER.   IBM-370.
000500  INPUT-OUTPUT SECTION.
000510  FILE-CONTROL.
000520      SELECT APPEAL-CASE-FILE ASSIGN TO "APPEALS"
000530          ORGANIZATION IS INDEXED
000540          ACCESS MODE IS DYNAMIC
000550          RECORD KEY IS AP-CASE-NUMBER
000560          FILE STATUS IS WS-APPEAL-STATUS.
000570
000580      SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIX"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS DYNAMIC
000610          RECORD KEY IS HS-HISTORY-KEY
000620          FILE STATUS IS WS-HISTORY-STATUS.
000630
000640      SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS RANDOM
000670          RECORD KEY IS OP-OPERATOR-ID
000680          FILE STATUS IS WS-OPER-STATUS.
000690
000700      SELECT CORRECTION-TRANS-FILE ASSIGN TO "CORRTX"
000710          ORGANIZATION IS LINE SEQUENTIAL
000720          FILE STATUS IS WS-CORRTX-STATUS.
000730
000740      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
000750          ORGANIZATION IS LINE SEQUENTIAL
000760          FILE STATUS IS WS-SIGNON-STATUS.
000761
000762      SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000763          ORGANIZATION IS INDEXED
000764          ACCESS MODE IS RANDOM
000765          RECORD KEY IS TC-TERM-CODE
000766          FILE STATUS IS WS-TERMCAL-STATUS.
000770*
000780  DATA DIVISION.
000790  FILE SECTION.
000800  FD  APPEAL-CASE-FILE.
000810  COPY APPEAL.
000820*
000830  FD  SCORE-HISTORY-FILE.
000840  COPY SCOREHIS.
000850*
000860  FD  OPERATOR-FILE.
000870  COPY OPERATOR.
000880*
000890  FD  CORRECTION-TRANS-FILE.
000900  COPY CORRTX.
000910*
000920  FD  SIGNON-FILE.
000930  COPY OPSIGNON.
000940*
000942  FD  TERM-CALENDAR-FILE.
000944  COPY TERMCAL.
000946*
000950  WORKING-STORAGE SECTION.
000960  01  WS-FILE-STATUSES.
000970      05  WS-APPEAL-STATUS            PIC X(02) VALUE SPACES.
000980      05  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
000990      05  WS-OPER-STATUS              PIC X(02) VALUE SPACES.
001000      05  WS-CORRTX-STATUS            PIC X(02) VALUE SPACES.
001010      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
001015      05  WS-TERMCAL-STATUS           PIC X(02) VALUE SPACES.
001020*
001030  01  WS-SWITCHES.
001040      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001050          88  WS-END-OF-FILE          VALUE "Y".
001060      05  WS-HISTORY-AVAIL-SWITCH     PIC X(01) VALUE "N".
001070          88  WS-HISTORY-AVAILABLE    VALUE "Y".
001080      05  WS-OPER-AVAIL-SWITCH        PIC X(01) VALUE "N".
001090          88  WS-OPER-AVAILABLE       VALUE "Y".
001100      05  WS-VALID-SWITCH             PIC X(01) VALUE "N".
001110          88  WS-ENTRY-VALID          VALUE "Y".
001120      05  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
001130          88  WS-CASE-DUPLICATED      VALUE "Y".
001132      05  WS-TERMCAL-AVAIL-SWITCH     PIC X(01) VALUE "N".
001134          88  WS-TERMCAL-AVAILABLE    VALUE "Y".
001136      05  WS-TERM-LOCK-SWITCH         PIC X(01) VALUE "N".
001138          88  WS-TERM-LOCKED          VALUE "Y".
001140*
001150  01  WS-FUNCTION-CMD                 PIC X(01) VALUE SPACES.
001160      88  WS-FUNC-OPEN                VALUE "O" "o".
001170      88  WS-FUNC-UPDATE              VALUE "U" "u".
001180      88  WS-FUNC-CLOSE               VALUE "C" "c".
001190      88  WS-FUNC-LIST                VALUE "L" "l".
001200      88  WS-FUNC-RETURN              VALUE "R" "r".
001210*
001220  01  WS-CONFIRM                      PIC X(01).
001230      88  WS-CONFIRMED                VALUE "Y" "y".
001240*
001250  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
001260  01  WS-TODAY                        PIC 9(08).
001270  01  WS-NEXT-CASE-NUMBER             PIC 9(06) VALUE ZERO.
001280  01  WS-DUPLICATE-CASE               PIC 9(06) VALUE ZERO.
001290*
001300  01  WS-CONSTANTS.
001310      05  WS-MAX-VALID-SCORE          PIC 9(03) VALUE 100.
001320      05  WS-APPEAL-REASON-CODE       PIC X(03) VALUE "APL".
001330*
001340  01  WS-INPUT-FIELDS.
001350      05  WS-IN-CASE-NUMBER           PIC 9(06).
001360      05  WS-IN-STUDENT-ID            PIC 9(06).
001370      05  WS-IN-EXAM-CODE             PIC X(05).
001380      05  WS-IN-RUN-DATE              PIC X(08).
001390      05  WS-IN-DATE-FILED            PIC X(08).
001400      05  WS-IN-REASON                PIC X(40).
001410      05  WS-IN-REVIEWER-ID           PIC X(08).
001420      05  WS-IN-STATUS                PIC X(01).
001430      05  WS-IN-SCORE                 PIC 9(03).
001440*
001450  01  WS-STATUS-TEXT                  PIC X(12).
001460*
001470  PROCEDURE DIVISION.
001480******************************************************************
001490*    0000-MAINLINE
001500*    OPENS THE CASE FILE (CREATING IT THE FIRST TIME IT IS
001510*    MAINTAINED) AND THE LOOKUP FILES, AND RUNS THE FUNCTION
001520*    MENU UNTIL THE OPERATOR RETURNS TO THE OPERATIONS MENU.
001530******************************************************************
001540  0000-MAINLINE.
001550      OPEN I-O APPEAL-CASE-FILE
001560      IF WS-APPEAL-STATUS = "35"
001570          OPEN OUTPUT APPEAL-CASE-FILE
001580          CLOSE APPEAL-CASE-FILE
001590          OPEN I-O APPEAL-CASE-FILE
001600      END-IF
001610      IF WS-APPEAL-STATUS NOT = "00"
001620          DISPLAY "SAMPLE_39: UNABLE TO OPEN APPEAL CASE FILE"
001630          GOBACK
001640      END-IF
001650      PERFORM 1000-READ-SIGNON THRU 1000-EXIT
001660      PERFORM 1100-OPEN-LOOKUPS THRU 1100-EXIT
001670      MOVE SPACES TO WS-FUNCTION-CMD
001680      PERFORM 2000-MAINTAIN-APPEALS THRU 2000-EXIT
001690          UNTIL WS-FUNC-RETURN
001700      CLOSE APPEAL-CASE-FILE
001710      IF WS-HISTORY-AVAILABLE
001720          CLOSE SCORE-HISTORY-FILE
001730      END-IF
001740      IF WS-OPER-AVAILABLE
001750          CLOSE OPERATOR-FILE
001760      END-IF
001762      IF WS-TERMCAL-AVAILABLE
001764          CLOSE TERM-CALENDAR-FILE
001766      END-IF
001770      GOBACK.
001780*
001790******************************************************************
001800*    1000-READ-SIGNON
001810*    READS THE OPERATOR SIGNED ON AT THE SAMPLE1 MENU FROM THE
001820*    OPSIGNON STATION FILE, FOR STAMPING INTO EACH CASE
001830*    CHANGE.  NO STATION FILE LEAVES THE OPERATOR AS UNKNOWN.
001840******************************************************************
001850  1000-READ-SIGNON.
001860      OPEN INPUT SIGNON-FILE
001870      IF WS-SIGNON-STATUS NOT = "00"
001880          GO TO 1000-EXIT
001890      END-IF
001900      READ SIGNON-FILE
001910          AT END
001920              GO TO 1000-CLOSE
001930      END-READ
001940      MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID.
001950  1000-CLOSE.
001960      CLOSE SIGNON-FILE.
001970  1000-EXIT.
001980      EXIT.
001990*
002000******************************************************************
002010*    1100-OPEN-LOOKUPS
002020*    OPENS THE SCORE HISTORY (TO PROVE THE DECISION APPEALED
002030*    EXISTS) AND THE OPERATOR FILE (TO PROVE THE REVIEWER DOES).
002040*    NO HISTORY MEANS NO CASE CAN BE OPENED; NO OPERATOR FILE
002050*    MEANS REVIEWERS CANNOT BE CHECKED.  THE TERM CALENDAR IS
002053*    OPENED FOR THE UPHELD-CLOSE CHECK; NO CALENDAR MEANS EVERY
002056*    TERM IS OPEN, AS IN SAMPLE_23.
002060******************************************************************
002070  1100-OPEN-LOOKUPS.
002080      OPEN INPUT SCORE-HISTORY-FILE
002090      IF WS-HISTORY-STATUS = "00"
002100          SET WS-HISTORY-AVAILABLE TO TRUE
002110      ELSE
002120          DISPLAY "SAMPLE_39: NO SCORE HISTORY ON FILE - NEW"
002130          DISPLAY "SAMPLE_39: CASES CANNOT BE OPENED"
002140      END-IF
002150      OPEN INPUT OPERATOR-FILE
002160      IF WS-OPER-STATUS = "00"
002170          SET WS-OPER-AVAILABLE TO TRUE
002180      ELSE
002190          DISPLAY "SAMPLE_39: NO OPERATOR FILE - REVIEWER IDS ARE"
002200          DISPLAY "SAMPLE_39: NOT CHECKED"
002202      END-IF
002204      OPEN INPUT TERM-CALENDAR-FILE
002206      IF WS-TERMCAL-STATUS = "00"
002208          SET WS-TERMCAL-AVAILABLE TO TRUE
002210      END-IF.
002220  1100-EXIT.
002230      EXIT.
002240*
002250******************************************************************
002260*    2000-MAINTAIN-APPEALS
002270*    DISPLAYS THE APPEAL-CASE FUNCTION MENU, ACCEPTS ONE
002280*    SELECTION, AND DISPATCHES IT.
002290******************************************************************
002300  2000-MAINTAIN-APPEALS.
002310      DISPLAY " "
002320      DISPLAY "  GRADE APPEALS - O)PEN U)PDATE C)LOSE L)IST"
002330      DISPLAY "                  R)ETURN TO OPERATIONS MENU"
002340      DISPLAY "ENTER FUNCTION: "
002350      ACCEPT WS-FUNCTION-CMD
002360      EVALUATE TRUE
002370          WHEN WS-FUNC-OPEN
002380              PERFORM 2100-OPEN-CASE THRU 2100-EXIT
002390          WHEN WS-FUNC-UPDATE
002400              PERFORM 2200-UPDATE-CASE THRU 2200-EXIT
002410          WHEN WS-FUNC-CLOSE
002420              PERFORM 2300-CLOSE-CASE THRU 2300-EXIT
002430          WHEN WS-FUNC-LIST
002440              PERFORM 2400-LIST-CASES THRU 2400-EXIT
002450          WHEN WS-FUNC-RETURN
002460              CONTINUE
002470          WHEN OTHER
002480              DISPLAY "INVALID FUNCTION - PLEASE TRY AGAIN"
002490      END-EVALUATE.
002500  2000-EXIT.
002510      EXIT.
002520*
002530******************************************************************
002540*    2100-OPEN-CASE
002550*    PROMPTS FOR THE DECISION APPEALED, PROVES IT IS ON THE
002560*    SCORE HISTORY AND HAS NO CASE ALREADY OUTSTANDING, TAKES
002570*    THE DATE FILED (BLANK = TODAY), REASON AND REVIEWER, AND
002580*    WRITES THE CASE OPEN UNDER THE NEXT CASE NUMBER.
002590******************************************************************
002600  2100-OPEN-CASE.
002610      IF NOT WS-HISTORY-AVAILABLE
002620          DISPLAY "SAMPLE_39: NO SCORE HISTORY - CASE NOT OPENED"
002630          GO TO 2100-EXIT
002640      END-IF
002650      DISPLAY "ENTER STUDENT ID: "
002660      ACCEPT WS-IN-STUDENT-ID
002670      DISPLAY "ENTER EXAM CODE: "
002680      ACCEPT WS-IN-EXAM-CODE
002690      DISPLAY "ENTER ORIGINAL RUN DATE (YYYYMMDD): "
002700      ACCEPT WS-IN-RUN-DATE
002710      PERFORM 2800-FIND-DECISION THRU 2800-EXIT
002720      IF NOT WS-ENTRY-VALID
002730          DISPLAY "SAMPLE_39: NO SUCH DECISION ON THE SCORE"
002740              " HISTORY - CASE NOT OPENED"
002750          GO TO 2100-EXIT
002760      END-IF
002770      PERFORM 2700-SCAN-CASES THRU 2700-EXIT
002780      IF WS-CASE-DUPLICATED
002790          DISPLAY "SAMPLE_39: CASE " WS-DUPLICATE-CASE
002800              " IS ALREADY OUTSTANDING ON THIS DECISION"
002810          GO TO 2100-EXIT
002820      END-IF
002830      ACCEPT WS-TODAY FROM DATE YYYYMMDD
002840      DISPLAY "ENTER DATE FILED (YYYYMMDD, BLANK = TODAY): "
002850      MOVE SPACES TO WS-IN-DATE-FILED
002860      ACCEPT WS-IN-DATE-FILED
002870      IF WS-IN-DATE-FILED = SPACES
002880          MOVE WS-TODAY TO WS-IN-DATE-FILED
002890      END-IF
002900      IF WS-IN-DATE-FILED NOT NUMERIC
002910         OR WS-IN-DATE-FILED > WS-TODAY
002920          DISPLAY "SAMPLE_39: DATE FILED IS NOT A VALID DATE"
002930          GO TO 2100-EXIT
002940      END-IF
002950      DISPLAY "ENTER REASON FOR APPEAL: "
002960      MOVE SPACES TO WS-IN-REASON
002970      ACCEPT WS-IN-REASON
002980      DISPLAY "ENTER REVIEWER OPERATOR ID: "
002990      ACCEPT WS-IN-REVIEWER-ID
003000      PERFORM 2900-CHECK-REVIEWER THRU 2900-EXIT
003010      IF NOT WS-ENTRY-VALID
003020          GO TO 2100-EXIT
003030      END-IF
003040      MOVE WS-NEXT-CASE-NUMBER TO AP-CASE-NUMBER
003050      MOVE WS-IN-STUDENT-ID    TO AP-STUDENT-ID
003060      MOVE WS-IN-EXAM-CODE     TO AP-EXAM-CODE
003070      MOVE WS-IN-RUN-DATE      TO AP-ORIG-RUN-DATE
003080      MOVE WS-IN-DATE-FILED    TO AP-DATE-FILED
003090      MOVE WS-IN-REASON        TO AP-REASON
003100      MOVE WS-IN-REVIEWER-ID   TO AP-REVIEWER-ID
003110      MOVE "O"                 TO AP-STATUS
003120      MOVE WS-TODAY            TO AP-STATUS-DATE
003130      MOVE ZERO                TO AP-REVISED-SCORE
003140      MOVE WS-OPERATOR-ID      TO AP-OPERATOR-ID
003150      WRITE APPEAL-CASE-REC
003160          INVALID KEY
003170              DISPLAY "SAMPLE_39: UNABLE TO WRITE CASE"
003180              GO TO 2100-EXIT
003190      END-WRITE
003200      DISPLAY "SAMPLE_39: CASE " WS-NEXT-CASE-NUMBER " OPENED".
003210  2100-EXIT.
003220      EXIT.
003230*
003240******************************************************************
003250*    2200-UPDATE-CASE
003260*    READS AN OUTSTANDING CASE AND TAKES A NEW REVIEWER, A NEW
003270*    REASON, AND A NEW STATUS OF OPEN OR UNDER REVIEW - EACH
003280*    LEFT BLANK KEEPS WHAT IS ON FILE.  A STATUS CHANGE IS
003290*    STAMPED WITH TODAY AND THE OPERATOR.
003300******************************************************************
003310  2200-UPDATE-CASE.
003320      PERFORM 2600-READ-OUTSTANDING-CASE THRU 2600-EXIT
003330      IF NOT WS-ENTRY-VALID
003340          GO TO 2200-EXIT
003350      END-IF
003360      DISPLAY "ENTER NEW REVIEWER ID (BLANK = NO CHANGE): "
003370      MOVE SPACES TO WS-IN-REVIEWER-ID
003380      ACCEPT WS-IN-REVIEWER-ID
003390      IF WS-IN-REVIEWER-ID NOT = SPACES
003400          PERFORM 2900-CHECK-REVIEWER THRU 2900-EXIT
003410          IF NOT WS-ENTRY-VALID
003420              GO TO 2200-EXIT
003430          END-IF
003440          MOVE WS-IN-REVIEWER-ID TO AP-REVIEWER-ID
003450      END-IF
003460      DISPLAY "ENTER NEW REASON (BLANK = NO CHANGE): "
003470      MOVE SPACES TO WS-IN-REASON
003480      ACCEPT WS-IN-REASON
003490      IF WS-IN-REASON NOT = SPACES
003500          MOVE WS-IN-REASON TO AP-REASON
003510      END-IF
003520      DISPLAY "ENTER NEW STATUS O)PEN R)UNDER REVIEW"
003530          " (BLANK = NO CHANGE): "
003540      MOVE SPACES TO WS-IN-STATUS
003550      ACCEPT WS-IN-STATUS
003560      EVALUATE WS-IN-STATUS
003570          WHEN SPACE
003580              CONTINUE
003590          WHEN "O"
003600          WHEN "o"
003610              MOVE "O" TO AP-STATUS
003620          WHEN "R"
003630          WHEN "r"
003640              MOVE "R" TO AP-STATUS
003650          WHEN OTHER
003660              DISPLAY "SAMPLE_39: USE CLOSE TO UPHOLD OR DENY -"
003670                  " CASE NOT CHANGED"
003680              GO TO 2200-EXIT
003690      END-EVALUATE
003700      IF WS-IN-STATUS NOT = SPACE
003710          ACCEPT WS-TODAY FROM DATE YYYYMMDD
003720          MOVE WS-TODAY       TO AP-STATUS-DATE
003730          MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
003740      END-IF
003750      REWRITE APPEAL-CASE-REC
003760          INVALID KEY
003770              DISPLAY "SAMPLE_39: UNABLE TO REWRITE CASE"
003780              GO TO 2200-EXIT
003790      END-REWRITE
003800      DISPLAY "SAMPLE_39: CASE " WS-IN-CASE-NUMBER " UPDATED".
003810  2200-EXIT.
003820      EXIT.
003830*
003840******************************************************************
003850*    2300-CLOSE-CASE
003860*    CLOSES AN OUTSTANDING CASE AS UPHELD OR DENIED AFTER THE
003870*    OPERATOR CONFIRMS.  AN UPHELD CASE TAKES THE REVISED
003880*    SCORE, AND ITS CORRECTION TRANSACTION IS APPENDED TO
003890*    CORRTX BEFORE THE CASE IS REWRITTEN - A CASE IS NEVER
003900*    SHOWN UPHELD WITHOUT THE CORRECTION ON ITS WAY.
003910******************************************************************
003920  2300-CLOSE-CASE.
003930      PERFORM 2600-READ-OUTSTANDING-CASE THRU 2600-EXIT
003940      IF NOT WS-ENTRY-VALID
003950          GO TO 2300-EXIT
003960      END-IF
003970      DISPLAY "ENTER DECISION U)PHELD D)ENIED: "
003980      MOVE SPACES TO WS-IN-STATUS
003990      ACCEPT WS-IN-STATUS
004000      EVALUATE WS-IN-STATUS
004010          WHEN "U"
004020          WHEN "u"
004030              MOVE "U" TO WS-IN-STATUS
004040          WHEN "D"
004050          WHEN "d"
004060              MOVE "D" TO WS-IN-STATUS
004070          WHEN OTHER
004080              DISPLAY "SAMPLE_39: INVALID DECISION - CASE NOT"
004090                  " CLOSED"
004100              GO TO 2300-EXIT
004110      END-EVALUATE
004120      MOVE ZERO TO WS-IN-SCORE
004130      IF WS-IN-STATUS = "U"
004131          PERFORM 2360-CHECK-TERM-OPEN THRU 2360-EXIT
004132          IF WS-TERM-LOCKED
004133              DISPLAY "SAMPLE_39: TERM CLOSED - REOPEN IT FIRST"
004134                  " (TERM " TC-TERM-CODE ")"
004135              DISPLAY "SAMPLE_39: CASE LEFT OUTSTANDING"
004136              GO TO 2300-EXIT
004137          END-IF
004140          DISPLAY "ENTER REVISED SCORE (0-100): "
004150          ACCEPT WS-IN-SCORE
004160          IF WS-IN-SCORE NOT NUMERIC
004170             OR WS-IN-SCORE > WS-MAX-VALID-SCORE
004180              DISPLAY "SAMPLE_39: REVISED SCORE OUT OF RANGE -"
004190                  " CASE NOT CLOSED"
004200              GO TO 2300-EXIT
004210          END-IF
004220      END-IF
004230      MOVE WS-IN-STATUS TO AP-STATUS
004240      PERFORM 2950-SET-STATUS-TEXT THRU 2950-EXIT
004250      DISPLAY "SAMPLE_39: CLOSE CASE " AP-CASE-NUMBER " AS "
004260          WS-STATUS-TEXT " - CONFIRM (Y/N)"
004270      ACCEPT WS-CONFIRM
004280      IF NOT WS-CONFIRMED
004290          DISPLAY "SAMPLE_39: NO ACTION TAKEN"
004300          GO TO 2300-EXIT
004310      END-IF
004320      IF AP-UPHELD
004330          PERFORM 2350-WRITE-CORRECTION THRU 2350-EXIT
004340          IF NOT WS-ENTRY-VALID
004350              GO TO 2300-EXIT
004360          END-IF
004370      END-IF
004380      ACCEPT WS-TODAY FROM DATE YYYYMMDD
004390      MOVE WS-IN-SCORE    TO AP-REVISED-SCORE
004400      MOVE WS-TODAY       TO AP-STATUS-DATE
004410      MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
004420      REWRITE APPEAL-CASE-REC
004430          INVALID KEY
004440              DISPLAY "SAMPLE_39: UNABLE TO REWRITE CASE"
004450              GO TO 2300-EXIT
004460      END-REWRITE
004470      DISPLAY "SAMPLE_39: CASE " WS-IN-CASE-NUMBER " CLOSED AS "
004480          WS-STATUS-TEXT
004490      IF WS-IN-STATUS = "U"
004500          DISPLAY "SAMPLE_39: CORRECTION QUEUED ON CORRTX FOR THE"
004510              " NEXT CORRECTION RUN (SAMPLE_23)"
004520      END-IF.
004530  2300-EXIT.
004540      EXIT.
004550*
004560******************************************************************
004570*    2350-WRITE-CORRECTION
004580*    APPENDS THE UPHELD CASE'S CORRECTION TRANSACTION TO CORRTX
004590*    (CREATING THE FILE IF NONE IS WAITING) FOR SAMPLE_23.
004600*    CLEARS WS-ENTRY-VALID WHEN IT CANNOT BE WRITTEN, SO THE
004610*    CASE STAYS OUTSTANDING.
004620******************************************************************
004630  2350-WRITE-CORRECTION.
004640      MOVE "N" TO WS-VALID-SWITCH
004650      OPEN EXTEND CORRECTION-TRANS-FILE
004660      IF WS-CORRTX-STATUS NOT = "00"
004670          OPEN OUTPUT CORRECTION-TRANS-FILE
004680      END-IF
004690      IF WS-CORRTX-STATUS NOT = "00"
004700          DISPLAY "SAMPLE_39: UNABLE TO OPEN CORRECTION FILE -"
004710          DISPLAY "SAMPLE_39: CASE LEFT OUTSTANDING"
004720          GO TO 2350-EXIT
004730      END-IF
004740      MOVE AP-STUDENT-ID         TO CX-STUDENT-ID
004750      MOVE AP-EXAM-CODE          TO CX-EXAM-CODE
004760      MOVE AP-ORIG-RUN-DATE      TO CX-ORIG-RUN-DATE
004770      MOVE WS-IN-SCORE           TO CX-CORRECTED-SCORE
004780      MOVE WS-APPEAL-REASON-CODE TO CX-REASON-CODE
004790      MOVE AP-CASE-NUMBER        TO CX-APPEAL-CASE-NO
004800      WRITE CORRECTION-TRANS-REC
004810      CLOSE CORRECTION-TRANS-FILE
004820      SET WS-ENTRY-VALID TO TRUE.
004830  2350-EXIT.
004831      EXIT.
004832*
004833******************************************************************
004834*    2360-CHECK-TERM-OPEN
004835*    SETS WS-TERM-LOCKED WHEN THE TERM OF THE DECISION UNDER
004836*    APPEAL IS CLOSED OR ARCHIVED ON THE TERM CALENDAR, BY THE
004837*    SAME RULE SAMPLE_23 APPLIES TO THE CORRECTION: A DECISION
004838*    NOT ON THE HISTORY, A BLANK TERM, A TERM NOT ON THE
004839*    CALENDAR, OR NO CALENDAR AT ALL IS OPEN.
004840******************************************************************
004841  2360-CHECK-TERM-OPEN.
004842      MOVE "N" TO WS-TERM-LOCK-SWITCH
004843      IF NOT WS-TERMCAL-AVAILABLE
004844         OR NOT WS-HISTORY-AVAILABLE
004845          GO TO 2360-EXIT
004846      END-IF
004847      MOVE AP-STUDENT-ID    TO WS-IN-STUDENT-ID
004848      MOVE AP-EXAM-CODE     TO WS-IN-EXAM-CODE
004849      MOVE AP-ORIG-RUN-DATE TO WS-IN-RUN-DATE
004850      PERFORM 2800-FIND-DECISION THRU 2800-EXIT
004851      IF NOT WS-ENTRY-VALID
004852         OR HS-TERM-CODE = SPACES
004853          GO TO 2360-EXIT
004854      END-IF
004855      MOVE HS-TERM-CODE TO TC-TERM-CODE
004856      READ TERM-CALENDAR-FILE
004857          INVALID KEY
004858              GO TO 2360-EXIT
004859      END-READ
004860      IF TC-TERM-LOCKED
004861          SET WS-TERM-LOCKED TO TRUE
004862      END-IF.
004863  2360-EXIT.
004864      EXIT.
004865*
004866******************************************************************
004870*    2400-LIST-CASES
004880*    LISTS EVERY OUTSTANDING CASE IN CASE-NUMBER ORDER.  THE
004890*    WEEKLY AGING REPORT (SAMPLE_40) GIVES THE DAYS OUTSTANDING.
004900******************************************************************
004910  2400-LIST-CASES.
004920      MOVE "N" TO WS-EOF-SWITCH
004930      MOVE ZERO TO AP-CASE-NUMBER
004940      START APPEAL-CASE-FILE KEY NOT LESS THAN AP-CASE-NUMBER
004950          INVALID KEY
004960              SET WS-END-OF-FILE TO TRUE
004970      END-START
004980      PERFORM 2450-LIST-ONE-CASE THRU 2450-EXIT
004990          UNTIL WS-END-OF-FILE.
005000  2400-EXIT.
005010      EXIT.
005020*
005030******************************************************************
005040*    2450-LIST-ONE-CASE
005050*    READS ONE CASE AND DISPLAYS IT WHEN IT IS OUTSTANDING.
005060******************************************************************
005070  2450-LIST-ONE-CASE.
005080      READ APPEAL-CASE-FILE NEXT RECORD
005090          AT END
005100              SET WS-END-OF-FILE TO TRUE
005110              GO TO 2450-EXIT
005120      END-READ
005130      IF NOT AP-OUTSTANDING
005140          GO TO 2450-EXIT
005150      END-IF
005160      PERFORM 2950-SET-STATUS-TEXT THRU 2950-EXIT
005170      DISPLAY AP-CASE-NUMBER " ID " AP-STUDENT-ID " EXAM "
005180          AP-EXAM-CODE " RUN " AP-ORIG-RUN-DATE " FILED "
005190          AP-DATE-FILED " " AP-REVIEWER-ID " " WS-STATUS-TEXT.
005200  2450-EXIT.
005210      EXIT.
005220*
005230******************************************************************
005240*    2600-READ-OUTSTANDING-CASE
005250*    PROMPTS FOR A CASE NUMBER AND READS THE CASE, SETTING
005260*    WS-ENTRY-VALID ONLY WHEN IT IS ON FILE AND STILL
005270*    OUTSTANDING - A CLOSED CASE IS NEVER CHANGED.
005280******************************************************************
005290  2600-READ-OUTSTANDING-CASE.
005300      MOVE "N" TO WS-VALID-SWITCH
005310      DISPLAY "ENTER CASE NUMBER: "
005320      ACCEPT WS-IN-CASE-NUMBER
005330      MOVE WS-IN-CASE-NUMBER TO AP-CASE-NUMBER
005340      READ APPEAL-CASE-FILE
005350          INVALID KEY
005360              DISPLAY "SAMPLE_39: CASE NOT ON FILE"
005370              GO TO 2600-EXIT
005380      END-READ
005390      IF AP-CLOSED
005400          PERFORM 2950-SET-STATUS-TEXT THRU 2950-EXIT
005410          DISPLAY "SAMPLE_39: CASE " AP-CASE-NUMBER
005420              " IS ALREADY CLOSED (" WS-STATUS-TEXT ")"
005430          GO TO 2600-EXIT
005440      END-IF
005450      PERFORM 2950-SET-STATUS-TEXT THRU 2950-EXIT
005460      DISPLAY "CASE " AP-CASE-NUMBER " ID " AP-STUDENT-ID
005470          " EXAM " AP-EXAM-CODE " RUN " AP-ORIG-RUN-DATE
005480      DISPLAY "     FILED " AP-DATE-FILED " REVIEWER "
005490          AP-REVIEWER-ID " " WS-STATUS-TEXT
005500      DISPLAY "     REASON " AP-REASON
005510      SET WS-ENTRY-VALID TO TRUE.
005520  2600-EXIT.
005530      EXIT.
005540*
005550******************************************************************
005560*    2700-SCAN-CASES
005570*    WALKS THE CASE FILE ONCE TO FIND THE NEXT CASE NUMBER (ONE
005580*    PAST THE HIGHEST ON FILE) AND ANY CASE STILL OUTSTANDING
005590*    AGAINST THE SAME DECISION.
005600******************************************************************
005610  2700-SCAN-CASES.
005620      MOVE ZERO TO WS-NEXT-CASE-NUMBER
005630      MOVE "N" TO WS-DUPLICATE-SWITCH
005640      MOVE "N" TO WS-EOF-SWITCH
005650      MOVE ZERO TO AP-CASE-NUMBER
005660      START APPEAL-CASE-FILE KEY NOT LESS THAN AP-CASE-NUMBER
005670          INVALID KEY
005680              SET WS-END-OF-FILE TO TRUE
005690      END-START
005700      PERFORM 2750-SCAN-ONE-CASE THRU 2750-EXIT
005710          UNTIL WS-END-OF-FILE
005720      ADD 1 TO WS-NEXT-CASE-NUMBER.
005730  2700-EXIT.
005740      EXIT.
005750*
005760******************************************************************
005770*    2750-SCAN-ONE-CASE
005780*    READS ONE CASE, KEEPING THE HIGHEST CASE NUMBER AND
005790*    FLAGGING AN OUTSTANDING CASE ON THE DECISION BEING OPENED.
005800******************************************************************
005810  2750-SCAN-ONE-CASE.
005820      READ APPEAL-CASE-FILE NEXT RECORD
005830          AT END
005840              SET WS-END-OF-FILE TO TRUE
005850              GO TO 2750-EXIT
005860      END-READ
005870      MOVE AP-CASE-NUMBER TO WS-NEXT-CASE-NUMBER
005880      IF AP-OUTSTANDING
005890         AND AP-STUDENT-ID = WS-IN-STUDENT-ID
005900         AND AP-EXAM-CODE = WS-IN-EXAM-CODE
005910         AND AP-ORIG-RUN-DATE = WS-IN-RUN-DATE
005920          SET WS-CASE-DUPLICATED TO TRUE
005930          MOVE AP-CASE-NUMBER TO WS-DUPLICATE-CASE
005940      END-IF.
005950  2750-EXIT.
005960      EXIT.
005970*
005980******************************************************************
005990*    2800-FIND-DECISION
006000*    SETS WS-ENTRY-VALID WHEN THE SCORE HISTORY HOLDS A
006010*    DECISION FOR THE STUDENT/EXAM ON THE ORIGINAL RUN DATE,
006020*    POSITIONING AT THAT DATE (TIME LOW-VALUES) THE SAME WAY
006030*    SAMPLE_23 FINDS THE DECISION IT CORRECTS.
006040******************************************************************
006050  2800-FIND-DECISION.
006060      MOVE "N" TO WS-VALID-SWITCH
006070      MOVE WS-IN-STUDENT-ID TO HS-STUDENT-ID
006080      MOVE WS-IN-EXAM-CODE  TO HS-EXAM-CODE
006090      MOVE WS-IN-RUN-DATE   TO HS-RUN-DATE
006100      MOVE LOW-VALUES       TO HS-RUN-TIME
006110      START SCORE-HISTORY-FILE
006120          KEY NOT LESS THAN HS-HISTORY-KEY
006130          INVALID KEY
006140              GO TO 2800-EXIT
006150      END-START
006160      READ SCORE-HISTORY-FILE NEXT RECORD
006170          AT END
006180              GO TO 2800-EXIT
006190      END-READ
006200      IF HS-STUDENT-ID = WS-IN-STUDENT-ID
006210         AND HS-EXAM-CODE = WS-IN-EXAM-CODE
006220         AND HS-RUN-DATE = WS-IN-RUN-DATE
006230          SET WS-ENTRY-VALID TO TRUE
006240      END-IF.
006250  2800-EXIT.
006260      EXIT.
006270*
006280******************************************************************
006290*    2900-CHECK-REVIEWER
006300*    SETS WS-ENTRY-VALID WHEN THE REVIEWER ID IS ON THE
006310*    OPERATOR FILE, OR WHEN THERE IS NO OPERATOR FILE TO CHECK
006320*    AGAINST.
006330******************************************************************
006340  2900-CHECK-REVIEWER.
006350      MOVE "N" TO WS-VALID-SWITCH
006360      IF WS-IN-REVIEWER-ID = SPACES
006370          DISPLAY "SAMPLE_39: A REVIEWER MUST BE ASSIGNED"
006380          GO TO 2900-EXIT
006390      END-IF
006400      IF NOT WS-OPER-AVAILABLE
006410          SET WS-ENTRY-VALID TO TRUE
006420          GO TO 2900-EXIT
006430      END-IF
006440      MOVE WS-IN-REVIEWER-ID TO OP-OPERATOR-ID
006450      READ OPERATOR-FILE
006460          INVALID KEY
006470              DISPLAY "SAMPLE_39: REVIEWER IS NOT ON THE OPERATOR"
006480                  " FILE"
006490              GO TO 2900-EXIT
006500      END-READ
006510      SET WS-ENTRY-VALID TO TRUE.
006520  2900-EXIT.
006530      EXIT.
006540*
006550******************************************************************
006560*    2950-SET-STATUS-TEXT
006570*    SETS THE DISPLAY TEXT FOR THE CASE'S STATUS.
006580******************************************************************
006590  2950-SET-STATUS-TEXT.
006600      EVALUATE TRUE
006610          WHEN AP-CASE-OPEN
006620              MOVE "OPEN"         TO WS-STATUS-TEXT
006630          WHEN AP-UNDER-REVIEW
006640              MOVE "UNDER REVIEW" TO WS-STATUS-TEXT
006650          WHEN AP-UPHELD
006660              MOVE "UPHELD"       TO WS-STATUS-TEXT
006670          WHEN AP-DENIED
006680              MOVE "DENIED"       TO WS-STATUS-TEXT
006690          WHEN OTHER
006700              MOVE "UNKNOWN"      TO WS-STATUS-TEXT
006710      END-EVALUATE.
006720  2950-EXIT.
006730      EXIT.
