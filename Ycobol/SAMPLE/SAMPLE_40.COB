000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_40.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    WEEKLY GRADE-APPEAL AGING REPORT.  THE ACADEMIC OFFICE
000120*    MUST ANSWER EVERY GRADE APPEAL WITHIN 30 DAYS OF FILING.
000130*    THIS READS THE APPEAL CASE FILE (APPEALS, MAINTAINED BY
000140*    SAMPLE_39) AND LISTS EVERY CASE STILL OPEN OR UNDER REVIEW
000150*    ON THE AGING REPORT (APPAGERP), GROUPED BY REVIEWER WITH
000160*    THE OLDEST CASE FIRST, SHOWING THE DAYS OUTSTANDING SINCE
000170*    THE DATE FILED AND FLAGGING EACH CASE PAST THE 30-DAY
000180*    RULE.  EACH REVIEWER GETS A SUBTOTAL, AND THE REPORT CLOSES
000190*    WITH THE COUNTS BY AGE BRACKET (0-7, 8-14, 15-30, OVER 30
000200*    DAYS).  THE AGE IS TAKEN AS OF A DATE THE OPERATOR GIVES
000210*    (BLANK = TODAY) SO A MISSED WEEK CAN BE RERUN AS OF ITS
000220*    DAY.  CLOSED CASES ARE NOT LISTED.  NOTHING IS CHANGED ON
000230*    THE CASE FILE.  DRIVEN OFF THE SAMPLE1 OPERATIONS MENU.
000240*
000250*    MODIFICATION HISTORY.
000260*    ------------------------------------------------------
000270*    DATE       INIT  DESCRIPTION
000280*    ---------  ----  ----------------------------------------
000290*    10/15/2026 HY    ORIGINAL VERSION.
000300******************************************************************
000310  ENVIRONMENT DIVISION.
000320  CONFIGURATION SECTION.
000330  SOURCE-COMPUTER.   IBM-370.
000340  OBJECT-COMPUTER.   IBM-370.
000350  INPUT-OUTPUT SECTION.
000360  FILE-CONTROL.
000370      SELECT APPEAL-CASE-FILE ASSIGN TO "APPEALS"
000380          ORGANIZATION IS INDEXED
000390          ACCESS MODE IS SEQUENTIAL
000400          RECORD KEY IS AP-CASE-NUMBER
000410          FILE STATUS IS WS-APPEAL-STATUS.
000420
000430      SELECT APPEAL-AGE-RPT-FILE ASSIGN TO "APPAGERP"
000440          ORGANIZATION IS LINE SEQUENTIAL
000450          FILE STATUS IS WS-AGERPT-STATUS.
000460*
000470  DATA DIVISION.
000480  FILE SECTION.
000490  FD  APPEAL-CASE-FILE.
000500  COPY APPEAL.
000510*
000520  FD  APPEAL-AGE-RPT-FILE.
000530  COPY APPAGERP.
000540*
000550  WORKING-STORAGE SECTION.
000560  01  WS-FILE-STATUSES.
000570      05  WS-APPEAL-STATUS            PIC X(02) VALUE SPACES.
000580      05  WS-AGERPT-STATUS            PIC X(02) VALUE SPACES.
000590*
000600  01  WS-SORT-SWAPPED-SWITCH          PIC X(01) VALUE "N".
000610      88  WS-SORT-SWAPPED             VALUE "Y".
000620*
000630  01  WS-CONSTANTS.
000640      05  WS-RESPONSE-DAYS            PIC 9(04) VALUE 30.
000650*
000660  01  WS-AS-OF-DATE                   PIC X(08).
000670  01  WS-AS-OF-DAY-NUMBER             PIC 9(07).
000680*
000690******************************************************************
000700*    DAY-NUMBER WORK AREA.  3700-COMPUTE-DAY-NUMBER TURNS THE
000710*    YYYYMMDD DATE IN WS-DN-DATE INTO A COUNT OF DAYS SINCE
000720*    01/01/0001 IN WS-DN-DAY-NUMBER, SO THE DIFFERENCE OF TWO
000730*    DAY NUMBERS IS THE DAYS BETWEEN THEM.
000740******************************************************************
000750  01  WS-DN-DATE                      PIC 9(08).
000760  01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
000770      05  WS-DN-YEAR                  PIC 9(04).
000780      05  WS-DN-MONTH                 PIC 9(02).
000790      05  WS-DN-DAY                   PIC 9(02).
000800  01  WS-DN-DAY-NUMBER                PIC 9(07).
000810  01  WS-DN-PRIOR-YEARS               PIC 9(04).
000820  01  WS-DN-QUOTIENT                  PIC 9(04).
000830  01  WS-DN-REMAINDER                 PIC 9(04).
000840  01  WS-DN-LEAP-SWITCH               PIC X(01).
000850      88  WS-DN-LEAP-YEAR             VALUE "Y".
000860*
000870  01  WS-MONTH-DAYS-VALUES.
000880      05  FILLER                      PIC X(36) VALUE
000890          "000031059090120151181212243273304334".
000900  01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000910      05  WS-DAYS-BEFORE-MONTH        PIC 9(03) OCCURS 12 TIMES.
000920*
000930  01  WS-CASE-TABLE-CTL.
000940      05  WS-CASE-COUNT               PIC 9(04) VALUE ZERO.
000950      05  WS-CASE-TABLE OCCURS 0 TO 2000 TIMES
000960              DEPENDING ON WS-CASE-COUNT
000970              INDEXED BY WS-CASE-IDX.
000980          10  WS-CASE-REVIEWER        PIC X(08).
000990          10  WS-CASE-DAYS            PIC 9(05).
001000          10  WS-CASE-NUMBER          PIC 9(06).
001010          10  WS-CASE-STUDENT-ID      PIC 9(06).
001020          10  WS-CASE-EXAM-CODE       PIC X(05).
001030          10  WS-CASE-DATE-FILED      PIC X(08).
001040          10  WS-CASE-STATUS          PIC X(01).
001050*
001060  01  WS-CASE-SWAP-ENTRY.
001070      05  WS-SWAP-REVIEWER            PIC X(08).
001080      05  WS-SWAP-DAYS                PIC 9(05).
001090      05  WS-SWAP-NUMBER              PIC 9(06).
001100      05  WS-SWAP-STUDENT-ID          PIC 9(06).
001110      05  WS-SWAP-EXAM-CODE           PIC X(05).
001120      05  WS-SWAP-DATE-FILED          PIC X(08).
001130      05  WS-SWAP-STATUS              PIC X(01).
001140*
001150  01  WS-CASE-SUB                     PIC 9(04).
001160  01  WS-PREV-REVIEWER                PIC X(08).
001170*
001180  01  WS-AGE-COUNTS.
001190      05  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
001200      05  WS-OUTSTANDING-COUNT        PIC 9(06) VALUE ZERO.
001210      05  WS-WEEK-1-COUNT             PIC 9(06) VALUE ZERO.
001220      05  WS-WEEK-2-COUNT             PIC 9(06) VALUE ZERO.
001230      05  WS-WITHIN-RULE-COUNT        PIC 9(06) VALUE ZERO.
001240      05  WS-OVERDUE-COUNT            PIC 9(06) VALUE ZERO.
001250      05  WS-REVIEWER-CASES           PIC 9(06) VALUE ZERO.
001260      05  WS-REVIEWER-OVERDUE         PIC 9(06) VALUE ZERO.
001270*
001280  01  WS-EDIT-FIELDS.
001290      05  WS-COUNT-EDIT               PIC ZZZZZ9.
001300      05  WS-DAYS-EDIT                PIC ZZZZ9.
001310*
001320  01  WS-STATUS-TEXT                  PIC X(12).
001330  01  WS-OVERDUE-FLAG                 PIC X(16).
001340  01  WS-RPT-LABEL                    PIC X(30).
001350  01  WS-RPT-LINE                     PIC X(80).
001360*
001370  PROCEDURE DIVISION.
001380******************************************************************
001390*    0000-MAINLINE
001400*    TAKES THE AS-OF DATE, LOADS AND AGES THE OUTSTANDING
001410*    CASES, SORTS THEM BY REVIEWER AND AGE, AND WRITES THE
001420*    REPORT AND ITS TOTALS.
001430******************************************************************
001440  0000-MAINLINE.
001450      PERFORM 1000-GET-AS-OF-DATE THRU 1000-EXIT
001460      PERFORM 2000-LOAD-CASES THRU 2000-EXIT
001470      PERFORM 3000-SORT-CASES THRU 3000-EXIT
001480      OPEN OUTPUT APPEAL-AGE-RPT-FILE
001490      IF WS-AGERPT-STATUS NOT = "00"
001500          DISPLAY "SAMPLE_40: UNABLE TO OPEN AGING REPORT"
001510          MOVE 12 TO RETURN-CODE
001520          GOBACK
001530      END-IF
001535      MOVE SPACES TO WS-RPT-LINE
001540      STRING "GRADE APPEAL AGING REPORT AS OF " DELIMITED BY SIZE
001550          WS-AS-OF-DATE DELIMITED BY SIZE
001560          INTO WS-RPT-LINE
001570      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
001580      MOVE SPACES TO WS-PREV-REVIEWER
001590      PERFORM 4000-WRITE-ONE-CASE THRU 4000-EXIT
001600          VARYING WS-CASE-SUB FROM 1 BY 1
001610          UNTIL WS-CASE-SUB > WS-CASE-COUNT
001620      IF WS-CASE-COUNT > ZERO
001630          PERFORM 4500-WRITE-REVIEWER-TOTAL THRU 4500-EXIT
001640      ELSE
001650          MOVE "NO APPEAL CASES OUTSTANDING" TO WS-RPT-LINE
001660          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
001670      END-IF
001680      PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001690      CLOSE APPEAL-AGE-RPT-FILE
001700      GOBACK.
001710*
001720******************************************************************
001730*    1000-GET-AS-OF-DATE
001740*    ACCEPTS THE DATE THE CASES ARE AGED AS OF - BLANK FOR
001750*    TODAY - AND TURNS IT INTO A DAY NUMBER.  A DATE THAT IS
001760*    NOT VALID-LOOKING FALLS BACK TO TODAY.
001770******************************************************************
001780  1000-GET-AS-OF-DATE.
001790      DISPLAY "GRADE APPEAL AGING REPORT"
001800      DISPLAY "ENTER AS-OF DATE (YYYYMMDD, BLANK = TODAY): "
001810      MOVE SPACES TO WS-AS-OF-DATE
001820      ACCEPT WS-AS-OF-DATE
001830      IF WS-AS-OF-DATE NOT NUMERIC
001840          IF WS-AS-OF-DATE NOT = SPACES
001850              DISPLAY "SAMPLE_40: AS-OF DATE IS NOT A VALID DATE"
001860                  " - USING TODAY"
001870          END-IF
001880          ACCEPT WS-DN-DATE FROM DATE YYYYMMDD
001890          MOVE WS-DN-DATE TO WS-AS-OF-DATE
001900      END-IF
001910      MOVE WS-AS-OF-DATE TO WS-DN-DATE
001920      PERFORM 3700-COMPUTE-DAY-NUMBER THRU 3700-EXIT
001930      MOVE WS-DN-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER.
001940  1000-EXIT.
001950      EXIT.
001960*
001970******************************************************************
001980*    2000-LOAD-CASES
001990*    READS THE CASE FILE FRONT TO BACK, LOADING EVERY
002000*    OUTSTANDING CASE WITH ITS DAYS OUTSTANDING.
002010******************************************************************
002020  2000-LOAD-CASES.
002030      OPEN INPUT APPEAL-CASE-FILE
002040      IF WS-APPEAL-STATUS NOT = "00"
002050          DISPLAY "SAMPLE_40: NO APPEAL CASE FILE ON HAND"
002060          GO TO 2000-EXIT
002070      END-IF
002080      PERFORM 2100-LOAD-ONE-CASE THRU 2100-EXIT
002090          UNTIL WS-APPEAL-STATUS NOT = "00"
002100      CLOSE APPEAL-CASE-FILE.
002110  2000-EXIT.
002120      EXIT.
002130*
002140******************************************************************
002150*    2100-LOAD-ONE-CASE
002160*    READS ONE CASE AND, WHEN IT IS OUTSTANDING, AGES IT AND
002170*    ADDS IT TO THE TABLE.  A CASE FILED AFTER THE AS-OF DATE
002180*    AGES AS ZERO DAYS.  MORE OUTSTANDING CASES THAN THE TABLE
002190*    HOLDS ARE COUNTED BUT NOT LISTED.
002200******************************************************************
002210  2100-LOAD-ONE-CASE.
002220      READ APPEAL-CASE-FILE
002230          AT END
002240              MOVE "10" TO WS-APPEAL-STATUS
002250              GO TO 2100-EXIT
002260      END-READ
002270      ADD 1 TO WS-READ-COUNT
002280      IF NOT AP-OUTSTANDING
002290          GO TO 2100-EXIT
002300      END-IF
002310      ADD 1 TO WS-OUTSTANDING-COUNT
002320      IF WS-CASE-COUNT >= 2000
002330          DISPLAY "SAMPLE_40: CASE TABLE FULL - CASE "
002340              AP-CASE-NUMBER " NOT LISTED"
002350          GO TO 2100-EXIT
002360      END-IF
002370      ADD 1 TO WS-CASE-COUNT
002380      SET WS-CASE-IDX TO WS-CASE-COUNT
002390      MOVE AP-REVIEWER-ID TO WS-CASE-REVIEWER (WS-CASE-IDX)
002400      MOVE AP-CASE-NUMBER TO WS-CASE-NUMBER (WS-CASE-IDX)
002410      MOVE AP-STUDENT-ID  TO WS-CASE-STUDENT-ID (WS-CASE-IDX)
002420      MOVE AP-EXAM-CODE   TO WS-CASE-EXAM-CODE (WS-CASE-IDX)
002430      MOVE AP-DATE-FILED  TO WS-CASE-DATE-FILED (WS-CASE-IDX)
002440      MOVE AP-STATUS      TO WS-CASE-STATUS (WS-CASE-IDX)
002450      MOVE ZERO           TO WS-CASE-DAYS (WS-CASE-IDX)
002460      IF AP-DATE-FILED NOT NUMERIC
002470          GO TO 2100-EXIT
002480      END-IF
002490      MOVE AP-DATE-FILED TO WS-DN-DATE
002500      PERFORM 3700-COMPUTE-DAY-NUMBER THRU 3700-EXIT
002510      IF WS-DN-DAY-NUMBER < WS-AS-OF-DAY-NUMBER
002520          SUBTRACT WS-DN-DAY-NUMBER FROM WS-AS-OF-DAY-NUMBER
002530              GIVING WS-CASE-DAYS (WS-CASE-IDX)
002540      END-IF.
002550  2100-EXIT.
002560      EXIT.
002570*
002580******************************************************************
002590*    3000-SORT-CASES
002600*    BUBBLE-SORTS THE CASE TABLE INTO REVIEWER ORDER, OLDEST
002610*    CASE FIRST WITHIN REVIEWER.
002620******************************************************************
002630  3000-SORT-CASES.
002640      IF WS-CASE-COUNT < 2
002650          GO TO 3000-EXIT
002660      END-IF
002670      SET WS-SORT-SWAPPED TO TRUE
002680      PERFORM 3100-BUBBLE-ONE-PASS THRU 3100-EXIT
002690          UNTIL NOT WS-SORT-SWAPPED.
002700  3000-EXIT.
002710      EXIT.
002720*
002730******************************************************************
002740*    3100-BUBBLE-ONE-PASS
002750*    MAKES ONE PASS OVER THE CASE TABLE, SWAPPING ANY ADJACENT
002760*    ENTRIES THAT ARE OUT OF ORDER.
002770******************************************************************
002780  3100-BUBBLE-ONE-PASS.
002790      MOVE "N" TO WS-SORT-SWAPPED-SWITCH
002800      PERFORM 3200-COMPARE-ADJACENT THRU 3200-EXIT
002810          VARYING WS-CASE-IDX FROM 1 BY 1
002820          UNTIL WS-CASE-IDX >= WS-CASE-COUNT.
002830  3100-EXIT.
002840      EXIT.
002850*
002860******************************************************************
002870*    3200-COMPARE-ADJACENT
002880*    COMPARES ONE PAIR OF ADJACENT CASES AND SWAPS THEM WHEN
002890*    THE FIRST HAS THE HIGHER REVIEWER ID, OR THE SAME
002900*    REVIEWER AND FEWER DAYS OUTSTANDING.
002910******************************************************************
002920  3200-COMPARE-ADJACENT.
002930      IF WS-CASE-REVIEWER (WS-CASE-IDX) <
002940          WS-CASE-REVIEWER (WS-CASE-IDX + 1)
002950          GO TO 3200-EXIT
002960      END-IF
002970      IF WS-CASE-REVIEWER (WS-CASE-IDX) =
002980          WS-CASE-REVIEWER (WS-CASE-IDX + 1)
002990         AND WS-CASE-DAYS (WS-CASE-IDX) >=
003000          WS-CASE-DAYS (WS-CASE-IDX + 1)
003010          GO TO 3200-EXIT
003020      END-IF
003030      MOVE WS-CASE-TABLE (WS-CASE-IDX) TO WS-CASE-SWAP-ENTRY
003040      MOVE WS-CASE-TABLE (WS-CASE-IDX + 1)
003050          TO WS-CASE-TABLE (WS-CASE-IDX)
003060      MOVE WS-CASE-SWAP-ENTRY
003070          TO WS-CASE-TABLE (WS-CASE-IDX + 1)
003080      MOVE "Y" TO WS-SORT-SWAPPED-SWITCH.
003090  3200-EXIT.
003100      EXIT.
003110*
003120******************************************************************
003130*    3700-COMPUTE-DAY-NUMBER
003140*    TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO ITS DAY NUMBER
003150*    IN WS-DN-DAY-NUMBER: 365 DAYS FOR EACH PRIOR YEAR PLUS ONE
003160*    FOR EACH PRIOR LEAP YEAR (EVERY FOURTH YEAR, EXCEPT
003170*    CENTURIES NOT DIVISIBLE BY 400), THE DAYS BEFORE THE
003180*    MONTH, THE DAY OF THE MONTH, AND ONE MORE PAST FEBRUARY
003190*    OF A LEAP YEAR.  A MONTH OUT OF RANGE COUNTS AS JANUARY.
003200******************************************************************
003210  3700-COMPUTE-DAY-NUMBER.
003220      IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
003230          MOVE 1 TO WS-DN-MONTH
003240      END-IF
003250      SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS
003260      MULTIPLY WS-DN-PRIOR-YEARS BY 365 GIVING WS-DN-DAY-NUMBER
003270      DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
003280      ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
003290      DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
003300      SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAY-NUMBER
003310      DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
003320      ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
003330      ADD WS-DAYS-BEFORE-MONTH (WS-DN-MONTH) TO WS-DN-DAY-NUMBER
003340      ADD WS-DN-DAY TO WS-DN-DAY-NUMBER
003350      IF WS-DN-MONTH < 3
003360          GO TO 3700-EXIT
003370      END-IF
003380      MOVE "N" TO WS-DN-LEAP-SWITCH
003390      DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
003400          REMAINDER WS-DN-REMAINDER
003410      IF WS-DN-REMAINDER = ZERO
003420          SET WS-DN-LEAP-YEAR TO TRUE
003430          DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
003440              REMAINDER WS-DN-REMAINDER
003450          IF WS-DN-REMAINDER = ZERO
003460              MOVE "N" TO WS-DN-LEAP-SWITCH
003470              DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
003480                  REMAINDER WS-DN-REMAINDER
003490              IF WS-DN-REMAINDER = ZERO
003500                  SET WS-DN-LEAP-YEAR TO TRUE
003510              END-IF
003520          END-IF
003530      END-IF
003540      IF WS-DN-LEAP-YEAR
003550          ADD 1 TO WS-DN-DAY-NUMBER
003560      END-IF.
003570  3700-EXIT.
003580      EXIT.
003590*
003600******************************************************************
003610*    4000-WRITE-ONE-CASE
003620*    WRITES THE CASE AT WS-CASE-SUB, STARTING A NEW REVIEWER
003630*    GROUP (AFTER THE PREVIOUS GROUP'S SUBTOTAL) WHEN THE
003640*    REVIEWER CHANGES, AND COUNTS IT INTO ITS AGE BRACKET.
003650******************************************************************
003660  4000-WRITE-ONE-CASE.
003670      IF WS-CASE-SUB = 1
003680         OR WS-CASE-REVIEWER (WS-CASE-SUB) NOT = WS-PREV-REVIEWER
003690          IF WS-CASE-SUB > 1
003700              PERFORM 4500-WRITE-REVIEWER-TOTAL THRU 4500-EXIT
003710          END-IF
003720          MOVE WS-CASE-REVIEWER (WS-CASE-SUB) TO WS-PREV-REVIEWER
003730          MOVE ZERO TO WS-REVIEWER-CASES
003740          MOVE ZERO TO WS-REVIEWER-OVERDUE
003750          MOVE SPACES TO WS-RPT-LINE
003760          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
003770          STRING "REVIEWER " DELIMITED BY SIZE
003780              WS-PREV-REVIEWER DELIMITED BY SIZE
003790              INTO WS-RPT-LINE
003800          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
003810      END-IF
003820      ADD 1 TO WS-REVIEWER-CASES
003830      MOVE SPACES TO WS-OVERDUE-FLAG
003840      EVALUATE TRUE
003850          WHEN WS-CASE-DAYS (WS-CASE-SUB) > WS-RESPONSE-DAYS
003860              ADD 1 TO WS-OVERDUE-COUNT
003870              ADD 1 TO WS-REVIEWER-OVERDUE
003880              MOVE " *** OVER 30 DAYS" TO WS-OVERDUE-FLAG
003890          WHEN WS-CASE-DAYS (WS-CASE-SUB) > 14
003900              ADD 1 TO WS-WITHIN-RULE-COUNT
003910          WHEN WS-CASE-DAYS (WS-CASE-SUB) > 7
003920              ADD 1 TO WS-WEEK-2-COUNT
003930          WHEN OTHER
003940              ADD 1 TO WS-WEEK-1-COUNT
003950      END-EVALUATE
003960      IF WS-CASE-STATUS (WS-CASE-SUB) = "R"
003970          MOVE "UNDER REVIEW" TO WS-STATUS-TEXT
003980      ELSE
003990          MOVE "OPEN"         TO WS-STATUS-TEXT
004000      END-IF
004010      MOVE WS-CASE-DAYS (WS-CASE-SUB) TO WS-DAYS-EDIT
004020      STRING "  CASE " DELIMITED BY SIZE
004030          WS-CASE-NUMBER (WS-CASE-SUB) DELIMITED BY SIZE
004040          " ID " DELIMITED BY SIZE
004050          WS-CASE-STUDENT-ID (WS-CASE-SUB) DELIMITED BY SIZE
004060          " " DELIMITED BY SIZE
004070          WS-CASE-EXAM-CODE (WS-CASE-SUB) DELIMITED BY SIZE
004080          " FILED " DELIMITED BY SIZE
004090          WS-CASE-DATE-FILED (WS-CASE-SUB) DELIMITED BY SIZE
004100          WS-DAYS-EDIT DELIMITED BY SIZE
004110          "D " DELIMITED BY SIZE
004120          WS-STATUS-TEXT DELIMITED BY SIZE
004130          WS-OVERDUE-FLAG DELIMITED BY SIZE
004140          INTO WS-RPT-LINE
004150      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
004160  4000-EXIT.
004170      EXIT.
004180*
004190******************************************************************
004200*    4500-WRITE-REVIEWER-TOTAL
004210*    WRITES THE CASE AND OVERDUE COUNTS FOR THE REVIEWER GROUP
004220*    JUST FINISHED.
004230******************************************************************
004240  4500-WRITE-REVIEWER-TOTAL.
004250      MOVE "  CASES OUTSTANDING:         " TO WS-RPT-LABEL
004260      MOVE WS-REVIEWER-CASES TO WS-COUNT-EDIT
004270      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004280      MOVE "  OVER 30 DAYS:              " TO WS-RPT-LABEL
004290      MOVE WS-REVIEWER-OVERDUE TO WS-COUNT-EDIT
004300      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
004310  4500-EXIT.
004320      EXIT.
004330*
004340******************************************************************
004350*    8000-WRITE-SUMMARY
004360*    WRITES THE AGE-BRACKET TOTALS AND FLAGS ANY CASE PAST THE
004370*    30-DAY RULE ON THE OPERATOR'S CONSOLE.
004380******************************************************************
004390  8000-WRITE-SUMMARY.
004400      MOVE SPACES TO WS-RPT-LINE
004410      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004420      MOVE "CASES ON FILE:               " TO WS-RPT-LABEL
004430      MOVE WS-READ-COUNT TO WS-COUNT-EDIT
004440      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004450      MOVE "CASES OUTSTANDING:           " TO WS-RPT-LABEL
004460      MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-EDIT
004470      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004480      MOVE "  0-7 DAYS:                  " TO WS-RPT-LABEL
004490      MOVE WS-WEEK-1-COUNT TO WS-COUNT-EDIT
004500      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004510      MOVE "  8-14 DAYS:                 " TO WS-RPT-LABEL
004520      MOVE WS-WEEK-2-COUNT TO WS-COUNT-EDIT
004530      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004540      MOVE "  15-30 DAYS:                " TO WS-RPT-LABEL
004550      MOVE WS-WITHIN-RULE-COUNT TO WS-COUNT-EDIT
004560      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004570      MOVE "  OVER 30 DAYS:              " TO WS-RPT-LABEL
004580      MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
004590      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
004600      IF WS-OVERDUE-COUNT > ZERO
004610          DISPLAY "SAMPLE_40: " WS-OVERDUE-COUNT " APPEAL(S) PAST"
004620              " THE 30-DAY RULE - SEE THE AGING REPORT"
004630      END-IF.
004640  8000-EXIT.
004650      EXIT.
004660*
004670******************************************************************
004680*    8100-WRITE-COUNT-LINE
004690*    WRITES ONE LABEL-AND-COUNT LINE OF THE REPORT FROM
004700*    WS-RPT-LABEL AND THE ALREADY-EDITED COUNT IN
004710*    WS-COUNT-EDIT.
004720******************************************************************
004730  8100-WRITE-COUNT-LINE.
004740      STRING WS-RPT-LABEL DELIMITED BY SIZE
004750          WS-COUNT-EDIT DELIMITED BY SIZE
004760          INTO WS-RPT-LINE
004770      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
004780  8100-EXIT.
004790      EXIT.
004800*
004810******************************************************************
004820*    8900-WRITE-RPT-LINE
004830*    WRITES WS-RPT-LINE TO THE AGING REPORT AND CLEARS IT FOR
004840*    THE NEXT LINE.
004850******************************************************************
004860  8900-WRITE-RPT-LINE.
004870      MOVE WS-RPT-LINE TO AA-LINE
004880      WRITE APPEAL-AGE-RPT-REC
004890      MOVE SPACES TO WS-RPT-LINE.
004900  8900-EXIT.
004910      EXIT.
