001913*                     NOT ON HAND), SO ANY OTHER OPEN FAILURE
001914*                     ABORTS INSTEAD OF RECREATING THE LIVE
001915*                     HISTORY EMPTY, MATCHING SAMPLE_13.
001916*    10/15/2026 HY    A ROSTER WHOSE HEADER TERM IS CLOSED OR
001917*                     ARCHIVED ON THE TERM CALENDAR (TERMCAL,
001918*                     LOCKED BY THE TERM-CLOSE JOB SAMPLE_37) IS
001919*                     NOW REJECTED WITH RETURN-CODE 12, CHECKED
001920*                     AT THE HEADER PRE-READ SO NOTHING IS
001921*                     REGISTERED OR WRITTEN.  A TERM NOT ON THE
001922*                     CALENDAR, OR NO CALENDAR, IS OPEN.
001923*    10/15/2026 HY    A KEY-SCORED RUN NOW KEEPS ITS ANSWER
001924*                     SHEETS: EACH SHEET SCORED IS WRITTEN TO
001925*                     ANSSHEET WITH THE RUN NUMBER, SECTION,
001926*                     COMPUTED SCORE, RESPONSES AND A CORRECT/
001927*                     WRONG MARK PER QUESTION, FOR THE ANSWER-
001928*                     SHEET SIMILARITY SCREENING (SAMPLE_41).
001929*                     THE FILE IS EXTENDED ON A RESTART.  NO
001930*                     FILE ON HAND WARNS AND GRADES ON.
001931*    10/15/2026 HY    A COMPLETED RUN NOW FILES ITS REPORTS
001932*                     (SCORERPT, DISTRPT, AND ITEMRPT/UNPAIDRP
001933*                     WHEN THE RUN WROTE THEM) INTO THE REPORT
001934*                     ARCHIVE (RPTARCH) UNDER ITS RUN NUMBER
001935*                     BEFORE THE NEXT RUN OVERWRITES THEM, FOR
001936*                     LISTING AND REPRINT BY SAMPLE_44.  AN
001937*                     ARCHIVE THAT CANNOT BE OPENED WARNS; THE
001938*                     RUN ITSELF HAS ALREADY COMPLETED.
001939*    10/15/2026 HY    A COMPLETED RUN LATER ROLLED BACK BY THE
001940*                     MASTER-FILE RESTORE (SAMPLE_46, RUNCTL
001941*                     "B" ENTRY) NO LONGER TRIGGERS THE
001942*                     DUPLICATE-RUN PROMPT, SO ITS ROSTER CAN BE
001943*                     RERUN STRAIGHT AWAY.
001944******************************************************************
001945  ENVIRONMENT DIVISION.
001946  CONFIGURATION SECTION.
001947  SOURCE-COMPUTER.   IBM-370.
001948  OBJECT-COMPUTER.   IBM-370.
001949  INPUT-OUTPUT SECTION.
001950  FILE-CONTROL.
001951      SELECT STUDENT-SCORES-FILE ASSIGN TO "STUSCORE"
001952          ORGANIZATION IS LINE SEQUENTIAL
001953          FILE STATUS IS WS-SCORES-STATUS.
001954 
001955      SELECT SCORE-RPT-FILE ASSIGN TO "SCORERPT"
001960          ORGANIZATION IS LINE SEQUENTIAL
001970          FILE STATUS IS WS-RPT-STATUS.
001980 
002437      SELECT UNPAID-RPT-FILE ASSIGN TO "UNPAIDRP"
002438          ORGANIZATION IS LINE SEQUENTIAL
002439          FILE STATUS IS WS-UNPAID-STATUS.
002440
002441      SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
002442          ORGANIZATION IS INDEXED
002443          ACCESS MODE IS RANDOM
002444          RECORD KEY IS TC-TERM-CODE
002445          FILE STATUS IS WS-TERMCAL-STATUS.
002446
002447      SELECT ANSWER-SHEET-FILE ASSIGN TO "ANSSHEET"
002448          ORGANIZATION IS LINE SEQUENTIAL
002449          FILE STATUS IS WS-ANSSHEET-STATUS.
002450
002451      SELECT REPORT-ARCHIVE-FILE ASSIGN TO "RPTARCH"
002452          ORGANIZATION IS INDEXED
002453          ACCESS MODE IS RANDOM
002454          RECORD KEY IS RH-ARCHIVE-KEY
002455          FILE STATUS IS WS-RPTARCH-STATUS.
002456*
002457  DATA DIVISION.
002458  FILE SECTION.
002459  FD  STUDENT-SCORES-FILE.
002460  COPY STUSCORE.
002470*
002480  FD  SCORE-RPT-FILE.
002808  FD  UNPAID-RPT-FILE.
002809  COPY UNPAIDRP.
002810*
002811  FD  TERM-CALENDAR-FILE.
002812  COPY TERMCAL.
002813*
002814  FD  ANSWER-SHEET-FILE.
002815  COPY ANSSHEET.
002816*
002817  FD  REPORT-ARCHIVE-FILE.
002818  COPY RPTARCH.
002819*
002820  WORKING-STORAGE SECTION.
002821  01  WS-SWITCHES.
002830      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
002840          88  WS-END-OF-FILE          VALUE "Y".
002850      05  WS-MASTER-AVAIL-SWITCH      PIC X(01) VALUE "N".
002888          88  WS-PAYCONF-AVAILABLE    VALUE "Y".
002891      05  WS-UNPAID-SWITCH            PIC X(01) VALUE "N".
002892          88  WS-RECORD-UNPAID        VALUE "Y".
002893      05  WS-SHEETS-KEPT-SWITCH       PIC X(01) VALUE "N".
002894          88  WS-SHEETS-KEPT          VALUE "Y".
002895      05  WS-ARCHIVE-EOF-SWITCH       PIC X(01) VALUE "N".
002896          88  WS-ARCHIVE-EOF          VALUE "Y".
002897*
002900  01  WS-FILE-STATUSES.
002910      05  WS-SCORES-STATUS            PIC X(02) VALUE SPACES.
002920      05  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
003026      05  WS-ITEMRPT-STATUS           PIC X(02) VALUE SPACES.
003027      05  WS-PAYCONF-STATUS           PIC X(02) VALUE SPACES.
003028      05  WS-UNPAID-STATUS            PIC X(02) VALUE SPACES.
003029      05  WS-TERMCAL-STATUS           PIC X(02) VALUE SPACES.
003030      05  WS-ANSSHEET-STATUS          PIC X(02) VALUE SPACES.
003031      05  WS-RPTARCH-STATUS           PIC X(02) VALUE SPACES.
003032*
003033  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
003034*
003036  01  WS-ANSKEY-TABLE-CTL.
003037      05  WS-KEY-COUNT                PIC 9(04) VALUE ZERO.
003038      05  WS-KEY-TABLE OCCURS 0 TO 1000 TIMES
003039              DEPENDING ON WS-KEY-COUNT
003040              INDEXED BY WS-KEY-IDX.
003041          10  WS-KEY-EXAM             PIC X(05).
003042          10  WS-KEY-QUESTION         PIC 9(02).
003043          10  WS-KEY-CORRECT          PIC X(01).
003044          10  WS-KEY-POINTS           PIC 9(02).
003045          10  WS-KEY-ANSWERED         PIC 9(06).
003046          10  WS-KEY-RIGHT            PIC 9(06).
003047*
003048  01  WS-KEY-SCORING-WORK.
003049      05  WS-QUESTION-SUB             PIC 9(02).
003050      05  WS-KEY-SCORE-TOTAL          PIC 9(04).
003051      05  WS-KEY-SUB                  PIC 9(04).
003052      05  WS-KEY-SLOT                 PIC 9(04).
003053*
003054  01  WS-KEPT-SHEET.
003055      05  WS-KEPT-RESPONSE            PIC X(01) OCCURS 20 TIMES.
003056      05  WS-KEPT-MARK                PIC X(01) OCCURS 20 TIMES.
003057*
003058  01  WS-PAID-TABLE-CTL.
003059      05  WS-PAID-COUNT               PIC 9(04) VALUE ZERO.
003850      05  WS-GUARD-EXPECTED           PIC 9(06) VALUE ZERO.
003860      05  WS-LAST-DONE-EXPECTED       PIC 9(06) VALUE ZERO.
003870      05  WS-LAST-DONE-END-DATE       PIC X(08) VALUE SPACES.
003875      05  WS-LAST-DONE-RUN            PIC 9(06) VALUE ZERO.
003880      05  WS-RUN-REGISTERED-SWITCH    PIC X(01) VALUE "N".
003890          88  WS-RUN-REGISTERED       VALUE "Y".
003893      05  WS-RUN-FINALIZED-SWITCH     PIC X(01) VALUE "N".
003896          88  WS-RUN-FINALIZED        VALUE "Y".
003900      05  WS-END-STAMP.
003910          10  WS-END-DATE             PIC 9(08).
003920          10  WS-END-TIME             PIC 9(08).
003930      05  WS-DUP-CONFIRM              PIC X(01).
003940          88  WS-DUP-CONFIRMED        VALUE "Y" "y".
003941*
003942  01  WS-ARCHIVE-FIELDS.
003943      05  WS-ARCHIVE-REPORT           PIC X(08).
003944      05  WS-ARCHIVE-LINE             PIC X(80).
003945      05  WS-ARCHIVE-LINE-NO          PIC 9(06).
003946      05  WS-ARCHIVE-COUNT            PIC 9(06) VALUE ZERO.
003950*
003960  01  WS-STUDENT-NAME                 PIC X(20).
003970*
004390      PERFORM 8000-WRITE-DISTRIBUTION THRU 8000-EXIT
004395      PERFORM 8500-WRITE-ITEM-ANALYSIS THRU 8500-EXIT
004400      PERFORM 9000-TERMINATE THRU 9000-EXIT
004405      PERFORM 9500-ARCHIVE-REPORTS THRU 9500-EXIT
004410      GOBACK.
004420*
004430******************************************************************
007993          DISPLAY "SAMPLE_10: KEY-SCORED ROSTER - SCORES WILL BE"
007994          DISPLAY "SAMPLE_10: COMPUTED FROM THE ANSKEY ANSWER KEY"
007995          PERFORM 2900-LOAD-ANSWER-KEY THRU 2900-EXIT
007996          PERFORM 2980-OPEN-ANSWER-SHEETS THRU 2980-EXIT
007997      END-IF
008000      READ STUDENT-SCORES-FILE INTO SCORE-DETAIL-REC
008010          AT END
008020              SET WS-END-OF-FILE TO TRUE
009120*    MUST CONFIRM, AND A DECLINE CANCELS THE RUN BEFORE ANY
009130*    OUTPUT FILE HAS BEEN TOUCHED.  THE GUARD IS SKIPPED ON A
009140*    CHECKPOINT RESTART - RESUMING AN INTERRUPTED RUN IS NOT A
009150*    DUPLICATE.  A ROSTER FOR A TERM LOCKED ON THE TERM
009160*    CALENDAR IS REJECTED AT THE SAME POINT.  THE RUN THEN
009170*    REGISTERS ITSELF: THE NEXT RUN NUMBER WITH A RUNNING
009175*    ENTRY, FINALIZED BY 9100 AT CLEAN TERMINATION.
009180******************************************************************
009190  2700-REGISTER-RUN.
009200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009250          MOVE WS-SAVED-RUN-TIME TO WS-RUN-TIME
009260      END-IF
009270      PERFORM 2710-PREREAD-HEADER THRU 2710-EXIT
009275      PERFORM 2750-CHECK-TERM-OPEN THRU 2750-EXIT
009280      PERFORM 2720-SCAN-RUN-CONTROL THRU 2720-EXIT
009290      IF WS-RESTART-STUDENT-ID = ZERO
009300         AND WS-GUARD-EXPECTED > ZERO
009490*    2710-PREREAD-HEADER
009500*    READS JUST THE ROSTER'S HEADER RECORD FOR THE EXPECTED
009510*    COUNT THE DUPLICATE-RUN GUARD AND THE RUNNING ENTRY NEED,
009515*    AND THE TERM CODE THE TERM-CALENDAR CHECK NEEDS,
009520*    THEN CLOSES THE FILE AGAIN FOR 1000-INITIALIZE TO REOPEN.
009530*    A MISSING FILE OR A FILE NOT STARTING WITH A HEADER IS
009540*    LEFT FOR THE NORMAL OPEN AND HEADER CHECKS TO REPORT.
009640      END-READ
009650      IF SH-IS-HEADER
009660          MOVE SH-EXPECTED-COUNT TO WS-GUARD-EXPECTED
009665          MOVE SH-TERM-CODE      TO WS-TERM-CODE
009670      END-IF.
009680  2710-CLOSE.
009690      CLOSE STUDENT-SCORES-FILE.
009750*    READS THE RUN-CONTROL LOG FRONT TO BACK, TRACKING THE
009760*    HIGHEST RUN NUMBER USED AND THE LAST COMPLETED ENTRY'S
009770*    EXPECTED COUNT AND END DATE FOR THE DUPLICATE-RUN GUARD.
009773*    A COMPLETED RUN SINCE ROLLED BACK BY A RESTORE DOES NOT
009776*    COUNT AS DONE.
009780*    NO LOG ON FILE MEANS THIS IS RUN NUMBER 1.
009790******************************************************************
009800  2720-SCAN-RUN-CONTROL.
009910******************************************************************
009920*    2730-SCAN-ONE-ENTRY
009930*    READS ONE RUN-CONTROL ENTRY, KEEPING THE HIGHEST RUN
009940*    NUMBER AND THE LATEST COMPLETED ENTRY'S GUARD FIELDS,
009945*    CLEARED AGAIN BY A ROLLED-BACK ENTRY FOR THAT SAME RUN.
009950******************************************************************
009960  2730-SCAN-ONE-ENTRY.
009970      READ RUN-CONTROL-FILE
010050      IF RC-IS-COMPLETED
010060          MOVE RC-EXPECTED-COUNT TO WS-LAST-DONE-EXPECTED
010070          MOVE RC-END-DATE       TO WS-LAST-DONE-END-DATE
010071          MOVE RC-RUN-NUMBER     TO WS-LAST-DONE-RUN
010072      END-IF
010073      IF RC-IS-ROLLED-BACK
010074         AND RC-RUN-NUMBER = WS-LAST-DONE-RUN
010075          MOVE ZERO   TO WS-LAST-DONE-EXPECTED
010076          MOVE SPACES TO WS-LAST-DONE-END-DATE
010080      END-IF.
010090  2730-EXIT.
010100      EXIT.
010390      CLOSE RUN-CONTROL-FILE
010400      SET WS-RUN-REGISTERED TO TRUE.
010410  2740-EXIT.
010411      EXIT.
010412*
010413******************************************************************
010414*    2750-CHECK-TERM-OPEN
010415*    LOOKS THE ROSTER HEADER'S TERM UP ON THE TERM CALENDAR.
010416*    A TERM THE TERM-CLOSE JOB (SAMPLE_37) HAS CLOSED OR
010417*    ARCHIVED REJECTS THE WHOLE ROSTER - ITS GRADES ARE ALREADY
010418*    FINAL - BEFORE THE RUN IS REGISTERED OR ANY OUTPUT FILE
010419*    TOUCHED.  A BLANK TERM (AN OLD-FORMAT ROSTER), A TERM NOT
010420*    ON THE CALENDAR, OR NO CALENDAR AT ALL IS TREATED AS OPEN.
010421******************************************************************
010422  2750-CHECK-TERM-OPEN.
010423      IF WS-TERM-CODE = SPACES
010424          GO TO 2750-EXIT
010425      END-IF
010426      OPEN INPUT TERM-CALENDAR-FILE
010427      IF WS-TERMCAL-STATUS NOT = "00"
010428          GO TO 2750-EXIT
010429      END-IF
010430      MOVE WS-TERM-CODE TO TC-TERM-CODE
010431      READ TERM-CALENDAR-FILE
010432          INVALID KEY
010433              GO TO 2750-CLOSE
010434      END-READ
010435      IF TC-TERM-LOCKED
010436          CLOSE TERM-CALENDAR-FILE
010437          DISPLAY "SAMPLE_10: ROSTER HEADER IS FOR TERM "
010438              WS-TERM-CODE ", WHICH IS CLOSED"
010439          DISPLAY "SAMPLE_10: ON THE TERM CALENDAR - RUN REJECTED"
010440          MOVE 12 TO RETURN-CODE
010441          GOBACK
010442      END-IF.
010443  2750-CLOSE.
010444      CLOSE TERM-CALENDAR-FILE.
010445  2750-EXIT.
010446      EXIT.
010447*
010448******************************************************************
010449*    2980-OPEN-ANSWER-SHEETS
010450*    KEY-SCORED MODE ONLY.  OPENS THE KEPT-ANSWER-SHEET FILE
010451*    FOR THE SIMILARITY SCREENING - EXTENDED ON A RESTART SO
010452*    THE SHEETS THE INTERRUPTED RUN KEPT ARE NOT LOST, FRESH
010453*    OTHERWISE.  THE SHEETS ARE A BY-PRODUCT OF THE GRADING, SO
010454*    A FILE THAT CANNOT BE OPENED IS WARNED AND THE RUN GRADES
010455*    ON WITHOUT KEEPING THEM.
010456******************************************************************
010457  2980-OPEN-ANSWER-SHEETS.
010458      IF WS-RESTART-STUDENT-ID > ZERO
010459          OPEN EXTEND ANSWER-SHEET-FILE
010460      ELSE
010461          OPEN OUTPUT ANSWER-SHEET-FILE
010462      END-IF
010463      IF WS-ANSSHEET-STATUS NOT = "00"
010464          DISPLAY "SAMPLE_10: UNABLE TO OPEN ANSSHEET FILE"
010465          DISPLAY "SAMPLE_10: ANSWER SHEETS WILL NOT BE KEPT"
010466          GO TO 2980-EXIT
010467      END-IF
010468      SET WS-SHEETS-KEPT TO TRUE.
010469  2980-EXIT.
010470      EXIT.
010471*
010472******************************************************************
010473*    3000-PROCESS-DETAIL
010474*    GRADES THE CURRENTLY-HELD DETAIL RECORD AGAINST THE PASS
010475*    THRESHOLD, WRITES A REPORT LINE, AND READS THE NEXT
010480*    DETAIL RECORD AHEAD FOR THE NEXT PASS OF THE LOOP.  THE
010490*    RECORD READ AHEAD IS CHECKED AGAINST SD-IS-DETAIL FOR THE
010500*    SAME REASON AS IN 2000-PROCESS-HEADER.  THE RESTART SKIP IS
010997      IF SD-SCORE >= WS-PASS-THRESHOLD
010998          MOVE "合格" TO WS-VERDICT
010999      ELSE
011000          MOVE "不合格" TO WS-VERDICT
011001      END-IF
011002      PERFORM 3400-DETERMINE-BAND THRU 3400-EXIT
011003      PERFORM 3450-ACCUMULATE-STATS THRU 3450-EXIT
011004      PERFORM 3500-WRITE-REPORT-LINE THRU 3500-EXIT
011005      PERFORM 3600-WRITE-AUDIT-LINE THRU 3600-EXIT
011006      PERFORM 3650-WRITE-REGISTRAR-EXTRACT THRU 3650-EXIT
011007      PERFORM 3660-WRITE-HISTORY-LINE THRU 3660-EXIT
011008      IF WS-KEY-SCORED-RUN AND WS-SHEETS-KEPT
011009          PERFORM 3095-WRITE-ANSWER-SHEET THRU 3095-EXIT
011010      END-IF
011011      PERFORM 3700-CHECKPOINT-IF-DUE THRU 3700-EXIT.
011012  3020-EXIT.
011013      EXIT.
011014*
011015******************************************************************
011016*    3080-CHECK-PAYMENT
011017*    SECOND-ATTEMPT MODE WITH CONFIRMATIONS ON HAND.  LOOKS
011018*    THE CURRENT PAIR UP IN THE PAID-CONFIRMATION TABLE AND,
011019*    WHEN NO PAID CONFIRMATION IS THERE, MARKS THE RECORD
011020*    UNPAID AND WRITES ITS EXCEPTION LINE.
011021******************************************************************
011022  3080-CHECK-PAYMENT.
011023      MOVE "N" TO WS-UNPAID-SWITCH
011037      END-IF
011038      IF WS-RECORD-UNPAID
011039          PERFORM 3090-WRITE-UNPAID-LINE THRU 3090-EXIT
011040      END-IF.
011041  3080-EXIT.
011042      EXIT.
011043*
011044******************************************************************
011045*    3090-WRITE-UNPAID-LINE
011046*    WRITES ONE UNPAID EXCEPTION LINE FOR THE DIVERTED MAKEUP
011047*    DETAIL.
011048******************************************************************
011049  3090-WRITE-UNPAID-LINE.
011050      ADD 1 TO WS-UNPAID-COUNT
011051      MOVE SPACES TO WS-DISTRIB-LINE
011052      STRING "UNPAID:   ID " DELIMITED BY SIZE
011053          SD-STUDENT-ID DELIMITED BY SIZE
011054          " EXAM " DELIMITED BY SIZE
011055          SD-EXAM-CODE DELIMITED BY SIZE
011056          " - NO PAID CONFIRMATION - NOT GRADED"
011057              DELIMITED BY SIZE
011058          INTO WS-DISTRIB-LINE
011059      MOVE WS-DISTRIB-LINE TO UP-LINE
011060      WRITE UNPAID-RPT-REC.
011061  3090-EXIT.
011062      EXIT.
011063*
011064******************************************************************
011065*    3050-SCORE-FROM-KEY
011066*    KEY-SCORED MODE ONLY.  SCORES THE CURRENTLY-HELD ANSWER
011067*    SHEET AGAINST THE LOADED ANSWER KEY: EACH OF THE 20
011068*    RESPONSE POSITIONS IS CHECKED AGAINST ITS EXAM/QUESTION
011069*    KEY ENTRY, TALLYING THE PER-QUESTION ANSWERED/CORRECT
011070*    COUNTS FOR THE ITEM ANALYSIS AND SUMMING THE POINT VALUES
011071*    OF THE CORRECT RESPONSES.  THE COMPUTED TOTAL IS THEN
011072*    MOVED OVER SD-SCORE, WHICH OVERLAYS THE FIRST RESPONSE
011073*    BYTES - SAFE BECAUSE EVERY RESPONSE HAS BEEN CONSUMED BY
011074*    THEN - SO EVERYTHING DOWNSTREAM GRADES THE COMPUTED
011075*    SCORE EXACTLY AS IF IT HAD BEEN KEYED.
011076******************************************************************
011077  3050-SCORE-FROM-KEY.
011078      MOVE ZERO TO WS-KEY-SCORE-TOTAL
011079      MOVE SPACES TO WS-KEPT-SHEET
011080      PERFORM 3060-SCORE-ONE-QUESTION THRU 3060-EXIT
011081          VARYING WS-QUESTION-SUB FROM 1 BY 1
011082          UNTIL WS-QUESTION-SUB > 20
011083      IF WS-KEY-SCORE-TOTAL > 999
011084          MOVE 999 TO WS-KEY-SCORE-TOTAL
011085      END-IF
011086      MOVE WS-KEY-SCORE-TOTAL TO SD-SCORE.
011087  3050-EXIT.
011088      EXIT.
011089*
011090******************************************************************
011091*    3060-SCORE-ONE-QUESTION
011092*    SCORES ONE RESPONSE POSITION OF THE CURRENT ANSWER SHEET.
011093*    A QUESTION WITH NO KEY ENTRY FOR THE EXAM IS NOT PART OF
011094*    THE EXAM AND IS SKIPPED; A BLANK RESPONSE IS UNANSWERED.
011095******************************************************************
011096  3060-SCORE-ONE-QUESTION.
011097      MOVE ZERO TO WS-KEY-SLOT
011098      MOVE SA-RESPONSE (WS-QUESTION-SUB)
011099          TO WS-KEPT-RESPONSE (WS-QUESTION-SUB)
011100      PERFORM 3070-FIND-KEY-ENTRY THRU 3070-EXIT
011101          VARYING WS-KEY-SUB FROM 1 BY 1
011102          UNTIL WS-KEY-SUB > WS-KEY-COUNT
011113          ADD 1 TO WS-KEY-RIGHT (WS-KEY-SLOT)
011114          ADD WS-KEY-POINTS (WS-KEY-SLOT)
011115              TO WS-KEY-SCORE-TOTAL
011116          MOVE "C" TO WS-KEPT-MARK (WS-QUESTION-SUB)
011117      ELSE
011118          MOVE "W" TO WS-KEPT-MARK (WS-QUESTION-SUB)
011119      END-IF.
011120  3060-EXIT.
011121      EXIT.
011122*
011123******************************************************************
011124*    3070-FIND-KEY-ENTRY
011125*    TESTS ONE ANSWER-KEY TABLE ENTRY AGAINST THE CURRENT
011126*    SHEET'S EXAM CODE AND THE QUESTION BEING SCORED.
011127******************************************************************
011128  3070-FIND-KEY-ENTRY.
011129      IF WS-KEY-EXAM (WS-KEY-SUB) = SA-EXAM-CODE
011130         AND WS-KEY-QUESTION (WS-KEY-SUB) = WS-QUESTION-SUB
011131          MOVE WS-KEY-SUB TO WS-KEY-SLOT
011132      END-IF.
011133  3070-EXIT.
011134      EXIT.
011135*
011136******************************************************************
011137*    3095-WRITE-ANSWER-SHEET
011138*    KEY-SCORED MODE ONLY.  COMPLETES AND WRITES THE KEPT
011139*    ANSWER SHEET FOR THE DETAIL JUST GRADED: THE RUN STAMP,
011140*    THE SECTION FROM THE MASTER LOOKUP, THE COMPUTED SCORE,
011141*    AND THE RESPONSES AND MARKS 3050/3060 SAVED IN
011142*    WS-KEPT-SHEET BEFORE THE SCORE OVERLAID THE RESPONSES.
011143******************************************************************
011144  3095-WRITE-ANSWER-SHEET.
011145      MOVE WS-RUN-NUMBER    TO AS-RUN-NUMBER
011146      MOVE WS-RUN-DATE      TO AS-RUN-DATE
011147      MOVE WS-RUN-TIME      TO AS-RUN-TIME
011148      MOVE SD-STUDENT-ID    TO AS-STUDENT-ID
011149      MOVE SD-EXAM-CODE     TO AS-EXAM-CODE
011150      MOVE WS-CLASS-SECTION TO AS-CLASS-SECTION
011151      MOVE SD-SCORE         TO AS-SCORE
011152      PERFORM 3096-MOVE-ONE-RESPONSE THRU 3096-EXIT
011153          VARYING WS-QUESTION-SUB FROM 1 BY 1
011154          UNTIL WS-QUESTION-SUB > 20
011155      WRITE ANSWER-SHEET-REC.
011156  3095-EXIT.
011157      EXIT.
011158*
011159******************************************************************
011160*    3096-MOVE-ONE-RESPONSE
011161*    MOVES ONE QUESTION'S SAVED RESPONSE AND MARK INTO THE KEPT
011162*    ANSWER-SHEET RECORD.
011163******************************************************************
011164  3096-MOVE-ONE-RESPONSE.
011165      MOVE WS-KEPT-RESPONSE (WS-QUESTION-SUB)
011166          TO AS-RESPONSE (WS-QUESTION-SUB)
011167      MOVE WS-KEPT-MARK (WS-QUESTION-SUB)
011168          TO AS-MARK (WS-QUESTION-SUB).
011169  3096-EXIT.
011170      EXIT.
011171*
011172******************************************************************
011173*    3100-LOOKUP-THRESHOLD
011174*    FINDS THE PASS THRESHOLD FOR THE CURRENT DETAIL RECORD'S
011175*    EXAM CODE.  FALLS BACK TO THE DEFAULT WHEN THE EXAM CODE
011176*    IS NOT IN THE CONTROL FILE.
011177******************************************************************
011178  3100-LOOKUP-THRESHOLD.
011179      MOVE WS-DEFAULT-THRESHOLD TO WS-PASS-THRESHOLD
011180      IF WS-THRESH-COUNT = ZERO
011181          GO TO 3100-EXIT
011182      END-IF
011183      SET WS-THRESH-IDX TO 1
011184      SEARCH WS-THRESH-TABLE
011185          AT END
011186              CONTINUE
011187          WHEN WS-THRESH-EXAM-CODE (WS-THRESH-IDX) = SD-EXAM-CODE
011188              MOVE WS-THRESH-VALUE (WS-THRESH-IDX)
011189                  TO WS-PASS-THRESHOLD
011190      END-SEARCH.
011191  3100-EXIT.
011192      EXIT.
011193*
011194******************************************************************
011195*    3200-LOOKUP-STUDENT-MASTER
011196*    LOOKS UP THE CURRENT DETAIL RECORD'S STUDENT IN THE
011197*    STUDENT-MASTER FILE SO THE REPORT AND AUDIT LINES CAN CARRY
011198*    THE STUDENT'S NAME AND CLASS SECTION.  A STUDENT NOT ON THE
011199*    MASTER FILE (OR NO MASTER FILE AT ALL) SHOWS AS UNKNOWN.
011200******************************************************************
011210  3200-LOOKUP-STUDENT-MASTER.
011220      MOVE "UNKNOWN"      TO WS-STUDENT-NAME
015525      IF WS-PAYCONF-AVAILABLE
015526          CLOSE UNPAID-RPT-FILE
015527      END-IF
015529      IF WS-SHEETS-KEPT
015531          CLOSE ANSWER-SHEET-FILE
015533      END-IF
015535      CLOSE AUDIT-LOG-FILE
015540      CLOSE REGISTRAR-EXTRACT-FILE
015550      CLOSE SCORE-HISTORY-FILE
015560      IF WS-MASTER-AVAILABLE
016020      MOVE WS-FAIL-COUNT     TO RC-FAIL-COUNT
016025      MOVE WS-OPERATOR-ID    TO RC-OPERATOR-ID
016030      WRITE RUN-CONTROL-REC
016040      CLOSE RUN-CONTROL-FILE
016045      SET WS-RUN-FINALIZED TO TRUE.
016050  9100-EXIT.
016060      EXIT.
016070*
016080******************************************************************
016090*    9500-ARCHIVE-REPORTS
016100*    FILES THIS RUN'S REPORTS INTO THE REPORT ARCHIVE UNDER ITS
016110*    RUN NUMBER ONCE THE RUN-CONTROL LOG SHOWS IT COMPLETED, SO
016120*    THE NEXT RUN'S OUTPUT OPEN DOES NOT LOSE THEM.  SCORERPT
016130*    AND DISTRPT ARE WRITTEN BY EVERY RUN; ITEMRPT ONLY BY A
016140*    KEY-SCORED RUN AND UNPAIDRP ONLY WHEN THE MAKEUP FEE GATE
016150*    WAS APPLIED, SO A COPY LEFT OVER FROM AN EARLIER RUN IS
016160*    NOT FILED UNDER THIS ONE.  THE ARCHIVE IS CREATED THE
016170*    FIRST TIME.  A LINE ALREADY ON FILE IS LEFT AS IT IS.
016180******************************************************************
016190  9500-ARCHIVE-REPORTS.
016200      IF NOT WS-RUN-FINALIZED
016210          GO TO 9500-EXIT
016220      END-IF
016230      OPEN I-O REPORT-ARCHIVE-FILE
016240      IF WS-RPTARCH-STATUS = "35"
016250          OPEN OUTPUT REPORT-ARCHIVE-FILE
016260          CLOSE REPORT-ARCHIVE-FILE
016270          OPEN I-O REPORT-ARCHIVE-FILE
016280      END-IF
016290      IF WS-RPTARCH-STATUS NOT = "00"
016300          DISPLAY "SAMPLE_10: UNABLE TO OPEN REPORT ARCHIVE -"
016310          DISPLAY "SAMPLE_10: THIS RUN'S REPORTS ARE NOT ARCHIVED"
016320          GO TO 9500-EXIT
016330      END-IF
016340      PERFORM 9510-ARCHIVE-SCORE-RPT THRU 9510-EXIT
016350      PERFORM 9520-ARCHIVE-DISTRIB-RPT THRU 9520-EXIT
016360      IF WS-KEY-SCORED-RUN
016370          PERFORM 9530-ARCHIVE-ITEM-RPT THRU 9530-EXIT
016380      END-IF
016390      IF WS-PAYCONF-AVAILABLE
016400          PERFORM 9540-ARCHIVE-UNPAID-RPT THRU 9540-EXIT
016410      END-IF
016420      CLOSE REPORT-ARCHIVE-FILE
016430      DISPLAY "SAMPLE_10: " WS-ARCHIVE-COUNT " REPORT LINES"
016440          " ARCHIVED UNDER RUN " WS-RUN-NUMBER.
016450  9500-EXIT.
016460      EXIT.
016470*
016480******************************************************************
016490*    9510-ARCHIVE-SCORE-RPT
016500*    FILES THE PER-STUDENT SCORING REPORT.
016510******************************************************************
016520  9510-ARCHIVE-SCORE-RPT.
016530      OPEN INPUT SCORE-RPT-FILE
016540      IF WS-RPT-STATUS NOT = "00"
016550          GO TO 9510-EXIT
016560      END-IF
016570      MOVE "SCORERPT" TO WS-ARCHIVE-REPORT
016580      MOVE ZERO TO WS-ARCHIVE-LINE-NO
016590      MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
016600      PERFORM 9515-ARCHIVE-ONE-SCORE-LINE THRU 9515-EXIT
016610          UNTIL WS-ARCHIVE-EOF
016620      CLOSE SCORE-RPT-FILE.
016630  9510-EXIT.
016640      EXIT.
016650*
016660******************************************************************
016670*    9515-ARCHIVE-ONE-SCORE-LINE
016680*    FILES ONE SCORING-REPORT LINE.
016690******************************************************************
016700  9515-ARCHIVE-ONE-SCORE-LINE.
016710      READ SCORE-RPT-FILE
016720          AT END
016730              SET WS-ARCHIVE-EOF TO TRUE
016740              GO TO 9515-EXIT
016750      END-READ
016760      MOVE SCORE-RPT-REC TO WS-ARCHIVE-LINE
016770      PERFORM 9590-WRITE-ARCHIVE-LINE THRU 9590-EXIT.
016780  9515-EXIT.
016790      EXIT.
016800*
016810******************************************************************
016820*    9520-ARCHIVE-DISTRIB-RPT
016830*    FILES THE CLASS GRADE DISTRIBUTION REPORT.
016840******************************************************************
016850  9520-ARCHIVE-DISTRIB-RPT.
016860      OPEN INPUT DISTRIB-RPT-FILE
016870      IF WS-DISTRIB-STATUS NOT = "00"
016880          GO TO 9520-EXIT
016890      END-IF
016900      MOVE "DISTRPT" TO WS-ARCHIVE-REPORT
016910      MOVE ZERO TO WS-ARCHIVE-LINE-NO
016920      MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
016930      PERFORM 9525-ARCHIVE-ONE-DIST-LINE THRU 9525-EXIT
016940          UNTIL WS-ARCHIVE-EOF
016950      CLOSE DISTRIB-RPT-FILE.
016960  9520-EXIT.
016970      EXIT.
016980*
016990******************************************************************
017000*    9525-ARCHIVE-ONE-DIST-LINE
017010*    FILES ONE DISTRIBUTION-REPORT LINE.
017020******************************************************************
017030  9525-ARCHIVE-ONE-DIST-LINE.
017040      READ DISTRIB-RPT-FILE
017050          AT END
017060              SET WS-ARCHIVE-EOF TO TRUE
017070              GO TO 9525-EXIT
017080      END-READ
017090      MOVE DR-LINE TO WS-ARCHIVE-LINE
017100      PERFORM 9590-WRITE-ARCHIVE-LINE THRU 9590-EXIT.
017110  9525-EXIT.
017120      EXIT.
017130*
017140******************************************************************
017150*    9530-ARCHIVE-ITEM-RPT
017160*    FILES THE QUESTION ITEM-ANALYSIS REPORT.
017170******************************************************************
017180  9530-ARCHIVE-ITEM-RPT.
017190      OPEN INPUT ITEM-RPT-FILE
017200      IF WS-ITEMRPT-STATUS NOT = "00"
017210          GO TO 9530-EXIT
017220      END-IF
017230      MOVE "ITEMRPT" TO WS-ARCHIVE-REPORT
017240      MOVE ZERO TO WS-ARCHIVE-LINE-NO
017250      MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
017260      PERFORM 9535-ARCHIVE-ONE-ITEM-LINE THRU 9535-EXIT
017270          UNTIL WS-ARCHIVE-EOF
017280      CLOSE ITEM-RPT-FILE.
017290  9530-EXIT.
017300      EXIT.
017310*
017320******************************************************************
017330*    9535-ARCHIVE-ONE-ITEM-LINE
017340*    FILES ONE ITEM-ANALYSIS LINE.
017350******************************************************************
017360  9535-ARCHIVE-ONE-ITEM-LINE.
017370      READ ITEM-RPT-FILE
017380          AT END
017390              SET WS-ARCHIVE-EOF TO TRUE
017400              GO TO 9535-EXIT
017410      END-READ
017420      MOVE IT-LINE TO WS-ARCHIVE-LINE
017430      PERFORM 9590-WRITE-ARCHIVE-LINE THRU 9590-EXIT.
017440  9535-EXIT.
017450      EXIT.
017460*
017470******************************************************************
017480*    9540-ARCHIVE-UNPAID-RPT
017490*    FILES THE MAKEUP FEE UNPAID EXCEPTION LISTING.
017500******************************************************************
017510  9540-ARCHIVE-UNPAID-RPT.
017520      OPEN INPUT UNPAID-RPT-FILE
017530      IF WS-UNPAID-STATUS NOT = "00"
017540          GO TO 9540-EXIT
017550      END-IF
017560      MOVE "UNPAIDRP" TO WS-ARCHIVE-REPORT
017570      MOVE ZERO TO WS-ARCHIVE-LINE-NO
017580      MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
017590      PERFORM 9545-ARCHIVE-ONE-UNPAID-LINE THRU 9545-EXIT
017600          UNTIL WS-ARCHIVE-EOF
017610      CLOSE UNPAID-RPT-FILE.
017620  9540-EXIT.
017630      EXIT.
017640*
017650******************************************************************
017660*    9545-ARCHIVE-ONE-UNPAID-LINE
017670*    FILES ONE UNPAID-LISTING LINE.
017680******************************************************************
017690  9545-ARCHIVE-ONE-UNPAID-LINE.
017700      READ UNPAID-RPT-FILE
017710          AT END
017720              SET WS-ARCHIVE-EOF TO TRUE
017730              GO TO 9545-EXIT
017740      END-READ
017750      MOVE UP-LINE TO WS-ARCHIVE-LINE
017760      PERFORM 9590-WRITE-ARCHIVE-LINE THRU 9590-EXIT.
017770  9545-EXIT.
017780      EXIT.
017790*
017800******************************************************************
017810*    9590-WRITE-ARCHIVE-LINE
017820*    WRITES ONE REPORT LINE TO THE ARCHIVE UNDER THIS RUN'S
017830*    NUMBER, THE REPORT NAME, AND THE NEXT LINE NUMBER.
017840******************************************************************
017850  9590-WRITE-ARCHIVE-LINE.
017860      ADD 1 TO WS-ARCHIVE-LINE-NO
017870      MOVE WS-RUN-NUMBER      TO RH-RUN-NUMBER
017880      MOVE WS-ARCHIVE-REPORT  TO RH-REPORT-NAME
017890      MOVE WS-ARCHIVE-LINE-NO TO RH-LINE-NO
017900      MOVE WS-RUN-DATE        TO RH-RUN-DATE
017910      MOVE WS-ARCHIVE-LINE    TO RH-LINE
017920      WRITE REPORT-ARCHIVE-REC
017930          INVALID KEY
017940              GO TO 9590-EXIT
017950      END-WRITE
017960      ADD 1 TO WS-ARCHIVE-COUNT.
017970  9590-EXIT.
017980      EXIT.
