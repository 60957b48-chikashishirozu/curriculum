000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_41.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    ANSWER-SHEET SIMILARITY SCREENING FOR THE EXAM BOARD.  A
000120*    KEY-SCORED SCORING RUN (SAMPLE_10) KEEPS EVERY ANSWER SHEET
000130*    IT SCORES ON ANSSHEET, WITH EACH QUESTION MARKED CORRECT OR
000140*    WRONG AGAINST THE ANSWER KEY.  THIS RUN COMPARES THOSE
000150*    SHEETS PAIRWISE - ONLY STUDENTS IN THE SAME CLASS SECTION
000160*    SITTING THE SAME EXAM CODE - COUNTING FOR EACH PAIR THE
000170*    QUESTIONS BOTH ANSWERED, HOW MANY OF THOSE THEY ANSWERED
000180*    IDENTICALLY, AND HOW MANY OF THE IDENTICAL ANSWERS WERE
000190*    THE SAME WRONG OPTION.  TWO STRONG STUDENTS AGREE ON THE
000200*    RIGHT ANSWERS BY SIMPLY KNOWING THEM, SO A PAIR IS ONLY AN
000210*    EXCEPTION WHEN ITS MATCH PERCENT AND ITS IDENTICAL WRONG
000220*    ANSWERS BOTH REACH THE THRESHOLDS THE OPERATOR SETS AT THE
000230*    START.  THE EXCEPTIONS ARE RANKED BY IDENTICAL WRONG
000240*    ANSWERS, THEN MATCH PERCENT, AND PRINTED ON SIMILRPT WITH
000250*    BOTH STUDENTS' NAMES FROM STUMAST AND THEIR SCORES FOR THE
000260*    BOARD TO REVIEW.  NOTHING IS GRADED OR CHANGED - THE
000270*    SCORES STAND AS THE SCORING RUN POSTED THEM.  A SHEET KEPT
000280*    TWICE (A RESTARTED RUN RE-SCORING PAST ITS CHECKPOINT) IS
000290*    SCREENED ONCE.  DRIVEN OFF THE SAMPLE1 OPERATIONS MENU.
000300*
000310*    MODIFICATION HISTORY.
000320*    ------------------------------------------------------
000330*    DATE       INIT  DESCRIPTION
000340*    ---------  ----  ----------------------------------------
000350*    10/15/2026 HY    ORIGINAL VERSION.
000360******************************************************************
000370  ENVIRONMENT DIVISION.
000380  CONFIGURATION SECTION.
000390  SOURCE-COMPUTER.   IBM-370.
000400  OBJECT-COMPUTER.   IBM-370.
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430      SELECT ANSWER-SHEET-FILE ASSIGN TO "ANSSHEET"
000440          ORGANIZATION IS LINE SEQUENTIAL
000450          FILE STATUS IS WS-ANSSHEET-STATUS.
000460
000470      SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
000480          ORGANIZATION IS INDEXED
000490          ACCESS MODE IS RANDOM
000500          RECORD KEY IS SM-STUDENT-ID
000510          FILE STATUS IS WS-MASTER-STATUS.
000520
000530      SELECT SIMILAR-RPT-FILE ASSIGN TO "SIMILRPT"
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS WS-SIMRPT-STATUS.
000560*
000570  DATA DIVISION.
000580  FILE SECTION.
000590  FD  ANSWER-SHEET-FILE.
000600  COPY ANSSHEET.
000610*
000620  FD  STUDENT-MASTER-FILE.
000630  COPY STUMAST.
000640*
000650  FD  SIMILAR-RPT-FILE.
000660  COPY SIMILRPT.
000670*
000680  WORKING-STORAGE SECTION.
000690  01  WS-SWITCHES.
000700      05  WS-MASTER-AVAIL-SWITCH      PIC X(01) VALUE "N".
000710          88  WS-MASTER-AVAILABLE     VALUE "Y".
000720      05  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
000730          88  WS-DUPLICATE-SHEET      VALUE "Y".
000740      05  WS-SORT-SWAPPED-SWITCH      PIC X(01) VALUE "N".
000750          88  WS-SORT-SWAPPED         VALUE "Y".
000760*
000770  01  WS-FILE-STATUSES.
000780      05  WS-ANSSHEET-STATUS          PIC X(02) VALUE SPACES.
000790      05  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000800      05  WS-SIMRPT-STATUS            PIC X(02) VALUE SPACES.
000810*
000820  01  WS-CONSTANTS.
000830      05  WS-DEFAULT-MATCH-PCT        PIC 9(03) VALUE 080.
000840      05  WS-DEFAULT-SAME-WRONG       PIC 9(02) VALUE 03.
000850      05  WS-MAX-SHEETS               PIC 9(04) VALUE 2000.
000860      05  WS-MAX-EXCEPTIONS           PIC 9(04) VALUE 0500.
000870*
000880  01  WS-THRESHOLDS.
000890      05  WS-MATCH-THRESHOLD          PIC 9(03) VALUE ZERO.
000900      05  WS-WRONG-THRESHOLD          PIC 9(02) VALUE ZERO.
000910*
000920  01  WS-RUN-IDENTITY.
000930      05  WS-SHEET-RUN-NUMBER         PIC 9(06) VALUE ZERO.
000940      05  WS-SHEET-RUN-DATE           PIC X(08) VALUE SPACES.
000950      05  WS-SHEET-RUN-TIME           PIC X(08) VALUE SPACES.
000960*
000970  01  WS-SHEET-TABLE-CTL.
000980      05  WS-SHEET-COUNT              PIC 9(04) VALUE ZERO.
000990      05  WS-SHEET-TABLE OCCURS 0 TO 2000 TIMES
001000              DEPENDING ON WS-SHEET-COUNT
001010              INDEXED BY WS-SHEET-IDX.
001020          10  WS-SHEET-STUDENT-ID     PIC 9(06).
001030          10  WS-SHEET-EXAM-CODE      PIC X(05).
001040          10  WS-SHEET-SECTION        PIC X(05).
001050          10  WS-SHEET-SCORE          PIC 9(03).
001060          10  WS-SHEET-RESPONSE       PIC X(01) OCCURS 20 TIMES.
001070          10  WS-SHEET-MARK           PIC X(01) OCCURS 20 TIMES.
001080*
001090  01  WS-EXCEPTION-TABLE-CTL.
001100      05  WS-EXCEPTION-COUNT          PIC 9(04) VALUE ZERO.
001110      05  WS-EXCEPTION-TABLE OCCURS 0 TO 500 TIMES
001120              DEPENDING ON WS-EXCEPTION-COUNT
001130              INDEXED BY WS-EXC-IDX.
001140          10  WS-EXC-SAME-WRONG       PIC 9(02).
001150          10  WS-EXC-MATCH-PCT        PIC 9(03).
001160          10  WS-EXC-SAME-COUNT       PIC 9(02).
001170          10  WS-EXC-BOTH-COUNT       PIC 9(02).
001180          10  WS-EXC-FIRST-SUB        PIC 9(04).
001190          10  WS-EXC-SECOND-SUB       PIC 9(04).
001200*
001210  01  WS-EXCEPTION-SWAP-ENTRY.
001220      05  WS-SWAP-SAME-WRONG          PIC 9(02).
001230      05  WS-SWAP-MATCH-PCT           PIC 9(03).
001240      05  WS-SWAP-SAME-COUNT          PIC 9(02).
001250      05  WS-SWAP-BOTH-COUNT          PIC 9(02).
001260      05  WS-SWAP-FIRST-SUB           PIC 9(04).
001270      05  WS-SWAP-SECOND-SUB          PIC 9(04).
001280*
001290  01  WS-COMPARE-WORK.
001300      05  WS-FIRST-SUB                PIC 9(04).
001310      05  WS-SECOND-SUB               PIC 9(04).
001320      05  WS-START-SUB                PIC 9(04).
001330      05  WS-EXC-SUB                  PIC 9(04).
001340      05  WS-QUESTION-SUB             PIC 9(02).
001350      05  WS-BOTH-ANSWERED            PIC 9(02).
001360      05  WS-SAME-ANSWER              PIC 9(02).
001370      05  WS-SAME-WRONG               PIC 9(02).
001380      05  WS-MATCH-PCT                PIC 9(03).
001390      05  WS-MATCH-PRODUCT            PIC 9(05).
001400*
001410  01  WS-SCREEN-COUNTS.
001420      05  WS-SHEETS-READ              PIC 9(06) VALUE ZERO.
001430      05  WS-SHEETS-DUPLICATE         PIC 9(06) VALUE ZERO.
001440      05  WS-PAIRS-COMPARED           PIC 9(09) VALUE ZERO.
001450      05  WS-PAIRS-OVER               PIC 9(06) VALUE ZERO.
001460*
001470  01  WS-EDIT-FIELDS.
001480      05  WS-COUNT-EDIT               PIC ZZZZZZZZ9.
001490      05  WS-RANK-EDIT                PIC ZZZ9.
001500      05  WS-PCT-EDIT                 PIC ZZ9.
001510      05  WS-SMALL-EDIT               PIC Z9.
001520      05  WS-BOTH-EDIT                PIC Z9.
001530      05  WS-WRONG-EDIT               PIC Z9.
001540      05  WS-SCORE-EDIT               PIC ZZ9.
001550*
001560  01  WS-STUDENT-NAME                 PIC X(20).
001570  01  WS-PRINT-SUB                    PIC 9(04).
001580  01  WS-RPT-LABEL                    PIC X(30).
001590  01  WS-RPT-LINE                     PIC X(80).
001600*
001610  PROCEDURE DIVISION.
001620******************************************************************
001630*    0000-MAINLINE
001640*    TAKES THE SCREENING THRESHOLDS, LOADS THE KEPT ANSWER
001650*    SHEETS, COMPARES EVERY SAME-SECTION SAME-EXAM PAIR, RANKS
001660*    THE PAIRS OVER THE THRESHOLDS, AND WRITES THE REPORT.
001670******************************************************************
001680  0000-MAINLINE.
001690      PERFORM 1000-ACCEPT-THRESHOLDS THRU 1000-EXIT
001700      PERFORM 2000-LOAD-SHEETS THRU 2000-EXIT
001710      IF WS-SHEET-COUNT = ZERO
001720          DISPLAY "SAMPLE_41: NO ANSWER SHEETS KEPT - NOTHING TO"
001730              " SCREEN"
001740          GOBACK
001750      END-IF
001760      PERFORM 3000-COMPARE-FIRST THRU 3000-EXIT
001770          VARYING WS-FIRST-SUB FROM 1 BY 1
001780          UNTIL WS-FIRST-SUB >= WS-SHEET-COUNT
001790      PERFORM 4000-RANK-EXCEPTIONS THRU 4000-EXIT
001800      OPEN OUTPUT SIMILAR-RPT-FILE
001810      IF WS-SIMRPT-STATUS NOT = "00"
001820          DISPLAY "SAMPLE_41: UNABLE TO OPEN SIMILRPT FILE"
001830          MOVE 12 TO RETURN-CODE
001840          GOBACK
001850      END-IF
001860      OPEN INPUT STUDENT-MASTER-FILE
001870      IF WS-MASTER-STATUS = "00"
001880          SET WS-MASTER-AVAILABLE TO TRUE
001890      ELSE
001900          DISPLAY "SAMPLE_41: NO STUDENT-MASTER FILE - NAMES WILL"
001910          DISPLAY "SAMPLE_41: SHOW AS UNKNOWN"
001920      END-IF
001930      PERFORM 5000-WRITE-HEADING THRU 5000-EXIT
001940      PERFORM 6000-WRITE-ONE-EXCEPTION THRU 6000-EXIT
001950          VARYING WS-EXC-SUB FROM 1 BY 1
001960          UNTIL WS-EXC-SUB > WS-EXCEPTION-COUNT
001970      PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001980      IF WS-MASTER-AVAILABLE
001990          CLOSE STUDENT-MASTER-FILE
002000      END-IF
002010      CLOSE SIMILAR-RPT-FILE
002020      GOBACK.
002030*
002040******************************************************************
002050*    1000-ACCEPT-THRESHOLDS
002060*    ACCEPTS THE MINIMUM MATCH PERCENT AND THE MINIMUM COUNT OF
002070*    IDENTICAL WRONG ANSWERS A PAIR MUST BOTH REACH TO BE
002080*    REPORTED.  BLANK OR ZERO TAKES THE DEFAULT; A PERCENT OVER
002090*    100 IS TAKEN AS 100.
002100******************************************************************
002110  1000-ACCEPT-THRESHOLDS.
002120      DISPLAY "ANSWER-SHEET SIMILARITY SCREENING"
002130      DISPLAY "ENTER MINIMUM MATCH PERCENT (BLANK = 80): "
002140      ACCEPT WS-MATCH-THRESHOLD
002150      IF WS-MATCH-THRESHOLD NOT NUMERIC
002160         OR WS-MATCH-THRESHOLD = ZERO
002170          MOVE WS-DEFAULT-MATCH-PCT TO WS-MATCH-THRESHOLD
002180      END-IF
002190      IF WS-MATCH-THRESHOLD > 100
002200          MOVE 100 TO WS-MATCH-THRESHOLD
002210      END-IF
002220      DISPLAY "ENTER MINIMUM IDENTICAL WRONG ANSWERS"
002230          " (BLANK = 3): "
002240      ACCEPT WS-WRONG-THRESHOLD
002250      IF WS-WRONG-THRESHOLD NOT NUMERIC
002260         OR WS-WRONG-THRESHOLD = ZERO
002270          MOVE WS-DEFAULT-SAME-WRONG TO WS-WRONG-THRESHOLD
002280      END-IF.
002290  1000-EXIT.
002300      EXIT.
002310*
002320******************************************************************
002330*    2000-LOAD-SHEETS
002340*    READS THE KEPT ANSWER-SHEET FILE INTO THE SHEET TABLE.
002350*    NO FILE MEANS NO KEY-SCORED RUN HAS KEPT ANY SHEETS.
002360******************************************************************
002370  2000-LOAD-SHEETS.
002380      OPEN INPUT ANSWER-SHEET-FILE
002390      IF WS-ANSSHEET-STATUS NOT = "00"
002400          GO TO 2000-EXIT
002410      END-IF
002420      PERFORM 2100-LOAD-ONE-SHEET THRU 2100-EXIT
002430          UNTIL WS-ANSSHEET-STATUS NOT = "00"
002440      CLOSE ANSWER-SHEET-FILE.
002450  2000-EXIT.
002460      EXIT.
002470*
002480******************************************************************
002490*    2100-LOAD-ONE-SHEET
002500*    READS ONE KEPT SHEET INTO THE NEXT FREE TABLE ENTRY.  A
002510*    STUDENT/EXAM ALREADY LOADED IS THE SAME SHEET KEPT AGAIN
002520*    BY A RESTARTED RUN AND IS SKIPPED.  THE RUN NUMBER AND
002530*    STAMP OF THE LAST SHEET NAME THE RUN ON THE REPORT.  MORE
002540*    SHEETS THAN THE TABLE HOLDS ARE COUNTED BUT NOT SCREENED.
002550******************************************************************
002560  2100-LOAD-ONE-SHEET.
002570      READ ANSWER-SHEET-FILE
002580          AT END
002590              MOVE "10" TO WS-ANSSHEET-STATUS
002600              GO TO 2100-EXIT
002610      END-READ
002620      ADD 1 TO WS-SHEETS-READ
002630      MOVE AS-RUN-NUMBER TO WS-SHEET-RUN-NUMBER
002640      MOVE AS-RUN-DATE   TO WS-SHEET-RUN-DATE
002650      MOVE AS-RUN-TIME   TO WS-SHEET-RUN-TIME
002660      MOVE "N" TO WS-DUPLICATE-SWITCH
002670      IF WS-SHEET-COUNT > ZERO
002680          SET WS-SHEET-IDX TO 1
002690          SEARCH WS-SHEET-TABLE
002700              AT END
002710                  CONTINUE
002720              WHEN WS-SHEET-STUDENT-ID (WS-SHEET-IDX) =
002730                      AS-STUDENT-ID
002740               AND WS-SHEET-EXAM-CODE (WS-SHEET-IDX) =
002750                      AS-EXAM-CODE
002760                  SET WS-DUPLICATE-SHEET TO TRUE
002770          END-SEARCH
002780      END-IF
002790      IF WS-DUPLICATE-SHEET
002800          ADD 1 TO WS-SHEETS-DUPLICATE
002810          GO TO 2100-EXIT
002820      END-IF
002830      IF WS-SHEET-COUNT >= WS-MAX-SHEETS
002840          DISPLAY "SAMPLE_41: SHEET TABLE FULL - ID "
002850              AS-STUDENT-ID " EXAM " AS-EXAM-CODE " NOT SCREENED"
002860          GO TO 2100-EXIT
002870      END-IF
002880      ADD 1 TO WS-SHEET-COUNT
002890      SET WS-SHEET-IDX TO WS-SHEET-COUNT
002900      MOVE AS-STUDENT-ID    TO WS-SHEET-STUDENT-ID (WS-SHEET-IDX)
002910      MOVE AS-EXAM-CODE     TO WS-SHEET-EXAM-CODE (WS-SHEET-IDX)
002920      MOVE AS-CLASS-SECTION TO WS-SHEET-SECTION (WS-SHEET-IDX)
002930      MOVE AS-SCORE         TO WS-SHEET-SCORE (WS-SHEET-IDX)
002940      PERFORM 2200-LOAD-ONE-RESPONSE THRU 2200-EXIT
002950          VARYING WS-QUESTION-SUB FROM 1 BY 1
002960          UNTIL WS-QUESTION-SUB > 20.
002970  2100-EXIT.
002980      EXIT.
002990*
003000******************************************************************
003010*    2200-LOAD-ONE-RESPONSE
003020*    COPIES ONE QUESTION'S RESPONSE AND MARK INTO THE NEW
003030*    TABLE ENTRY.
003040******************************************************************
003050  2200-LOAD-ONE-RESPONSE.
003060      MOVE AS-RESPONSE (WS-QUESTION-SUB)
003070          TO WS-SHEET-RESPONSE (WS-SHEET-IDX, WS-QUESTION-SUB)
003080      MOVE AS-MARK (WS-QUESTION-SUB)
003090          TO WS-SHEET-MARK (WS-SHEET-IDX, WS-QUESTION-SUB).
003100  2200-EXIT.
003110      EXIT.
003120*
003130******************************************************************
003140*    3000-COMPARE-FIRST
003150*    COMPARES THE SHEET AT WS-FIRST-SUB WITH EVERY LATER SHEET,
003160*    SO EACH PAIR IS COMPARED ONCE.
003170******************************************************************
003180  3000-COMPARE-FIRST.
003190      ADD 1 TO WS-FIRST-SUB GIVING WS-START-SUB
003200      PERFORM 3100-COMPARE-PAIR THRU 3100-EXIT
003210          VARYING WS-SECOND-SUB FROM WS-START-SUB BY 1
003220          UNTIL WS-SECOND-SUB > WS-SHEET-COUNT.
003230  3000-EXIT.
003240      EXIT.
003250*
003260******************************************************************
003270*    3100-COMPARE-PAIR
003280*    COMPARES THE FIRST SHEET WITH THE SHEET AT WS-SECOND-SUB
003290*    WHEN BOTH ARE THE SAME SECTION AND EXAM CODE: COUNTS THE
003300*    QUESTIONS BOTH ANSWERED, THE IDENTICAL ANSWERS AND THE
003310*    IDENTICAL WRONG ANSWERS, AND KEEPS THE PAIR AS AN EXCEPTION
003320*    WHEN IT REACHES BOTH THRESHOLDS.  MORE EXCEPTIONS THAN THE
003330*    TABLE HOLDS ARE COUNTED BUT NOT LISTED.
003340******************************************************************
003350  3100-COMPARE-PAIR.
003360      IF WS-SHEET-SECTION (WS-FIRST-SUB) NOT =
003370          WS-SHEET-SECTION (WS-SECOND-SUB)
003380         OR WS-SHEET-EXAM-CODE (WS-FIRST-SUB) NOT =
003390          WS-SHEET-EXAM-CODE (WS-SECOND-SUB)
003400          GO TO 3100-EXIT
003410      END-IF
003420      ADD 1 TO WS-PAIRS-COMPARED
003430      MOVE ZERO TO WS-BOTH-ANSWERED
003440      MOVE ZERO TO WS-SAME-ANSWER
003450      MOVE ZERO TO WS-SAME-WRONG
003460      PERFORM 3200-COMPARE-ONE-QUESTION THRU 3200-EXIT
003470          VARYING WS-QUESTION-SUB FROM 1 BY 1
003480          UNTIL WS-QUESTION-SUB > 20
003490      MOVE ZERO TO WS-MATCH-PCT
003500      IF WS-BOTH-ANSWERED > ZERO
003510          MULTIPLY WS-SAME-ANSWER BY 100 GIVING WS-MATCH-PRODUCT
003520          DIVIDE WS-MATCH-PRODUCT BY WS-BOTH-ANSWERED
003530              GIVING WS-MATCH-PCT
003540      END-IF
003550      IF WS-MATCH-PCT < WS-MATCH-THRESHOLD
003560         OR WS-SAME-WRONG < WS-WRONG-THRESHOLD
003570          GO TO 3100-EXIT
003580      END-IF
003590      ADD 1 TO WS-PAIRS-OVER
003600      IF WS-EXCEPTION-COUNT >= WS-MAX-EXCEPTIONS
003610          GO TO 3100-EXIT
003620      END-IF
003630      ADD 1 TO WS-EXCEPTION-COUNT
003640      SET WS-EXC-IDX TO WS-EXCEPTION-COUNT
003650      MOVE WS-SAME-WRONG    TO WS-EXC-SAME-WRONG (WS-EXC-IDX)
003660      MOVE WS-MATCH-PCT     TO WS-EXC-MATCH-PCT (WS-EXC-IDX)
003670      MOVE WS-SAME-ANSWER   TO WS-EXC-SAME-COUNT (WS-EXC-IDX)
003680      MOVE WS-BOTH-ANSWERED TO WS-EXC-BOTH-COUNT (WS-EXC-IDX)
003690      MOVE WS-FIRST-SUB     TO WS-EXC-FIRST-SUB (WS-EXC-IDX)
003700      MOVE WS-SECOND-SUB    TO WS-EXC-SECOND-SUB (WS-EXC-IDX).
003710  3100-EXIT.
003720      EXIT.
003730*
003740******************************************************************
003750*    3200-COMPARE-ONE-QUESTION
003760*    COMPARES ONE QUESTION OF THE PAIR.  ONLY A QUESTION BOTH
003770*    STUDENTS ANSWERED, AND THAT IS PART OF THE EXAM (MARKED
003780*    ON BOTH SHEETS), COUNTS.
003790******************************************************************
003800  3200-COMPARE-ONE-QUESTION.
003810      IF WS-SHEET-MARK (WS-FIRST-SUB, WS-QUESTION-SUB) = SPACE
003820         OR WS-SHEET-MARK (WS-SECOND-SUB, WS-QUESTION-SUB) = SPACE
003830          GO TO 3200-EXIT
003840      END-IF
003850      ADD 1 TO WS-BOTH-ANSWERED
003860      IF WS-SHEET-RESPONSE (WS-FIRST-SUB, WS-QUESTION-SUB) NOT =
003870          WS-SHEET-RESPONSE (WS-SECOND-SUB, WS-QUESTION-SUB)
003880          GO TO 3200-EXIT
003890      END-IF
003900      ADD 1 TO WS-SAME-ANSWER
003910      IF WS-SHEET-MARK (WS-FIRST-SUB, WS-QUESTION-SUB) = "W"
003920          ADD 1 TO WS-SAME-WRONG
003930      END-IF.
003940  3200-EXIT.
003950      EXIT.
003960*
003970******************************************************************
003980*    4000-RANK-EXCEPTIONS
003990*    BUBBLE-SORTS THE EXCEPTIONS INTO RANK ORDER: MOST
004000*    IDENTICAL WRONG ANSWERS FIRST, THEN HIGHEST MATCH PERCENT.
004010******************************************************************
004020  4000-RANK-EXCEPTIONS.
004030      IF WS-EXCEPTION-COUNT < 2
004040          GO TO 4000-EXIT
004050      END-IF
004060      SET WS-SORT-SWAPPED TO TRUE
004070      PERFORM 4100-BUBBLE-ONE-PASS THRU 4100-EXIT
004080          UNTIL NOT WS-SORT-SWAPPED.
004090  4000-EXIT.
004100      EXIT.
004110*
004120******************************************************************
004130*    4100-BUBBLE-ONE-PASS
004140*    MAKES ONE PASS OVER THE EXCEPTION TABLE, SWAPPING ANY
004150*    ADJACENT ENTRIES THAT ARE OUT OF RANK ORDER.
004160******************************************************************
004170  4100-BUBBLE-ONE-PASS.
004180      MOVE "N" TO WS-SORT-SWAPPED-SWITCH
004190      PERFORM 4200-COMPARE-ADJACENT THRU 4200-EXIT
004200          VARYING WS-EXC-IDX FROM 1 BY 1
004210          UNTIL WS-EXC-IDX >= WS-EXCEPTION-COUNT.
004220  4100-EXIT.
004230      EXIT.
004240*
004250******************************************************************
004260*    4200-COMPARE-ADJACENT
004270*    SWAPS ONE PAIR OF ADJACENT EXCEPTIONS WHEN THE SECOND
004280*    RANKS ABOVE THE FIRST.
004290******************************************************************
004300  4200-COMPARE-ADJACENT.
004310      IF WS-EXC-SAME-WRONG (WS-EXC-IDX) >
004320          WS-EXC-SAME-WRONG (WS-EXC-IDX + 1)
004330          GO TO 4200-EXIT
004340      END-IF
004350      IF WS-EXC-SAME-WRONG (WS-EXC-IDX) =
004360          WS-EXC-SAME-WRONG (WS-EXC-IDX + 1)
004370         AND WS-EXC-MATCH-PCT (WS-EXC-IDX) >=
004380          WS-EXC-MATCH-PCT (WS-EXC-IDX + 1)
004390          GO TO 4200-EXIT
004400      END-IF
004410      MOVE WS-EXCEPTION-TABLE (WS-EXC-IDX)
004420          TO WS-EXCEPTION-SWAP-ENTRY
004430      MOVE WS-EXCEPTION-TABLE (WS-EXC-IDX + 1)
004440          TO WS-EXCEPTION-TABLE (WS-EXC-IDX)
004450      MOVE WS-EXCEPTION-SWAP-ENTRY
004460          TO WS-EXCEPTION-TABLE (WS-EXC-IDX + 1)
004470      MOVE "Y" TO WS-SORT-SWAPPED-SWITCH.
004480  4200-EXIT.
004490      EXIT.
004500*
004510******************************************************************
004520*    5000-WRITE-HEADING
004530*    WRITES THE REPORT TITLE, THE RUN THE SHEETS CAME FROM, AND
004540*    THE THRESHOLDS APPLIED.
004550******************************************************************
004560  5000-WRITE-HEADING.
004570      MOVE "ANSWER-SHEET SIMILARITY EXCEPTION REPORT"
004580          TO WS-RPT-LINE
004590      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004600      STRING "SCORING RUN " DELIMITED BY SIZE
004610          WS-SHEET-RUN-NUMBER DELIMITED BY SIZE
004620          " OF " DELIMITED BY SIZE
004630          WS-SHEET-RUN-DATE DELIMITED BY SIZE
004640          " " DELIMITED BY SIZE
004650          WS-SHEET-RUN-TIME DELIMITED BY SIZE
004660          INTO WS-RPT-LINE
004670      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004680      MOVE WS-MATCH-THRESHOLD TO WS-PCT-EDIT
004690      MOVE WS-WRONG-THRESHOLD TO WS-SMALL-EDIT
004700      STRING "THRESHOLDS: MATCH " DELIMITED BY SIZE
004710          WS-PCT-EDIT DELIMITED BY SIZE
004720          "% AND " DELIMITED BY SIZE
004730          WS-SMALL-EDIT DELIMITED BY SIZE
004740          " IDENTICAL WRONG ANSWERS" DELIMITED BY SIZE
004750          INTO WS-RPT-LINE
004760      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004770      MOVE "FOR EXAM BOARD REVIEW - GRADES ARE NOT CHANGED"
004780          TO WS-RPT-LINE
004790      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004800      IF WS-EXCEPTION-COUNT = ZERO
004810          MOVE SPACES TO WS-RPT-LINE
004820          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004830          MOVE "NO PAIRS REACHED THE THRESHOLDS" TO WS-RPT-LINE
004840          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004850      END-IF.
004860  5000-EXIT.
004870      EXIT.
004880*
004890******************************************************************
004900*    6000-WRITE-ONE-EXCEPTION
004910*    WRITES ONE RANKED PAIR: A RANK LINE WITH THE SECTION, EXAM,
004920*    MATCH PERCENT AND IDENTICAL WRONG ANSWERS, THEN ONE LINE
004930*    PER STUDENT WITH NAME AND SCORE.
004940******************************************************************
004950  6000-WRITE-ONE-EXCEPTION.
004960      MOVE SPACES TO WS-RPT-LINE
004970      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004980      MOVE WS-EXC-FIRST-SUB (WS-EXC-SUB) TO WS-PRINT-SUB
004990      MOVE WS-EXC-SUB TO WS-RANK-EDIT
005000      MOVE WS-EXC-MATCH-PCT (WS-EXC-SUB) TO WS-PCT-EDIT
005010      MOVE WS-EXC-SAME-COUNT (WS-EXC-SUB) TO WS-SMALL-EDIT
005020      MOVE WS-EXC-BOTH-COUNT (WS-EXC-SUB) TO WS-BOTH-EDIT
005030      MOVE WS-EXC-SAME-WRONG (WS-EXC-SUB) TO WS-WRONG-EDIT
005040      STRING "RANK " DELIMITED BY SIZE
005050          WS-RANK-EDIT DELIMITED BY SIZE
005060          "  SECTION " DELIMITED BY SIZE
005070          WS-SHEET-SECTION (WS-PRINT-SUB) DELIMITED BY SIZE
005080          " EXAM " DELIMITED BY SIZE
005090          WS-SHEET-EXAM-CODE (WS-PRINT-SUB) DELIMITED BY SIZE
005100          "  MATCH " DELIMITED BY SIZE
005110          WS-PCT-EDIT DELIMITED BY SIZE
005120          "% (" DELIMITED BY SIZE
005130          WS-SMALL-EDIT DELIMITED BY SIZE
005140          "/" DELIMITED BY SIZE
005150          WS-BOTH-EDIT DELIMITED BY SIZE
005160          ")  SAME WRONG " DELIMITED BY SIZE
005170          WS-WRONG-EDIT DELIMITED BY SIZE
005180          INTO WS-RPT-LINE
005190      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
005200      PERFORM 6100-WRITE-STUDENT-LINE THRU 6100-EXIT
005210      MOVE WS-EXC-SECOND-SUB (WS-EXC-SUB) TO WS-PRINT-SUB
005220      PERFORM 6100-WRITE-STUDENT-LINE THRU 6100-EXIT.
005230  6000-EXIT.
005240      EXIT.
005250*
005260******************************************************************
005270*    6100-WRITE-STUDENT-LINE
005280*    WRITES THE ID, NAME AND SCORE OF THE SHEET AT WS-PRINT-SUB.
005290*    A STUDENT NOT ON THE MASTER FILE (OR NO MASTER FILE AT
005300*    ALL) SHOWS AS UNKNOWN.
005310******************************************************************
005320  6100-WRITE-STUDENT-LINE.
005330      MOVE "UNKNOWN" TO WS-STUDENT-NAME
005340      IF WS-MASTER-AVAILABLE
005350          MOVE WS-SHEET-STUDENT-ID (WS-PRINT-SUB) TO SM-STUDENT-ID
005360          READ STUDENT-MASTER-FILE
005370              INVALID KEY
005380                  CONTINUE
005390              NOT INVALID KEY
005400                  MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME
005410          END-READ
005420      END-IF
005430      MOVE WS-SHEET-SCORE (WS-PRINT-SUB) TO WS-SCORE-EDIT
005440      STRING "     ID " DELIMITED BY SIZE
005450          WS-SHEET-STUDENT-ID (WS-PRINT-SUB) DELIMITED BY SIZE
005460          "  " DELIMITED BY SIZE
005470          WS-STUDENT-NAME DELIMITED BY SIZE
005480          "  SCORE " DELIMITED BY SIZE
005490          WS-SCORE-EDIT DELIMITED BY SIZE
005500          INTO WS-RPT-LINE
005510      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
005520  6100-EXIT.
005530      EXIT.
005540*
005550******************************************************************
005560*    8000-WRITE-SUMMARY
005570*    WRITES THE SCREENING TOTALS AND SHOWS THE EXCEPTION COUNT
005580*    ON THE OPERATOR'S CONSOLE.
005590******************************************************************
005600  8000-WRITE-SUMMARY.
005610      MOVE SPACES TO WS-RPT-LINE
005620      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
005630      MOVE "ANSWER SHEETS READ:           " TO WS-RPT-LABEL
005640      MOVE WS-SHEETS-READ TO WS-COUNT-EDIT
005650      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
005660      MOVE "  DUPLICATES SKIPPED:         " TO WS-RPT-LABEL
005670      MOVE WS-SHEETS-DUPLICATE TO WS-COUNT-EDIT
005680      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
005690      MOVE "PAIRS COMPARED:               " TO WS-RPT-LABEL
005700      MOVE WS-PAIRS-COMPARED TO WS-COUNT-EDIT
005710      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
005720      MOVE "PAIRS OVER THRESHOLDS:        " TO WS-RPT-LABEL
005730      MOVE WS-PAIRS-OVER TO WS-COUNT-EDIT
005740      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
005750      IF WS-PAIRS-OVER > WS-EXCEPTION-COUNT
005760          MOVE "  NOT LISTED (TABLE FULL):    " TO WS-RPT-LABEL
005770          SUBTRACT WS-EXCEPTION-COUNT FROM WS-PAIRS-OVER
005780              GIVING WS-COUNT-EDIT
005790          PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
005800      END-IF
005810      DISPLAY "SAMPLE_41: " WS-PAIRS-OVER " PAIR(S) OVER THE"
005820          " THRESHOLDS - SEE SIMILRPT".
005830  8000-EXIT.
005840      EXIT.
005850*
005860******************************************************************
005870*    8100-WRITE-COUNT-LINE
005880*    WRITES ONE LABEL-AND-COUNT LINE OF THE REPORT FROM
005890*    WS-RPT-LABEL AND THE ALREADY-EDITED COUNT IN
005900*    WS-COUNT-EDIT.
005910******************************************************************
005920  8100-WRITE-COUNT-LINE.
005930      STRING WS-RPT-LABEL DELIMITED BY SIZE
005940          WS-COUNT-EDIT DELIMITED BY SIZE
005950          INTO WS-RPT-LINE
005960      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
005970  8100-EXIT.
005980      EXIT.
005990*
006000******************************************************************
006010*    8900-WRITE-RPT-LINE
006020*    WRITES WS-RPT-LINE TO THE SIMILARITY REPORT AND CLEARS IT
006030*    FOR THE NEXT LINE.
006040******************************************************************
006050  8900-WRITE-RPT-LINE.
006060      MOVE WS-RPT-LINE TO SI-LINE
006070      WRITE SIMILAR-RPT-REC
006080      MOVE SPACES TO WS-RPT-LINE.
006090  8900-EXIT.
006100      EXIT.
