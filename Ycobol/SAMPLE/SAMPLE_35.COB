000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_35.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    TERM-END WEIGHTED COURSE GRADES, DRIVEN OFF THE SAMPLE1
000120*    OPERATIONS MENU.  EVERY EXAM CODE IS GRADED ON ITS OWN BY
000130*    SAMPLE_10 AND THE REGISTRAR GETS ONE LINE PER EXAM, BUT A
000140*    COURSE GRADE IS BUILT FROM SEVERAL EXAMS - A MIDTERM, A
000150*    FINAL, QUIZZES.  THE COURSE-COMPOSITION FILE (CRSCOMP,
000160*    MAINTAINED BY SAMPLE_13) SAYS WHICH EXAM CODES MAKE UP A
000170*    COURSE AND THE WEIGHT EACH CARRIES.  THE OPERATOR ENTERS A
000180*    TERM CODE AND, FOR EVERY STUDENT WHO SAT ANY COMPONENT OF
000190*    A COURSE IN THAT TERM:
000200*      - THE BEST ATTEMPT AT EACH COMPONENT IS TAKEN OFF
000210*        SCOREHIX (THE SAME BEST-OF-ATTEMPTS RULE THE REPORT
000220*        CARD AND THE REGISTRAR EXTRACT APPLY)
000230*      - WITH EVERY COMPONENT SAT, THE WEIGHTED COURSE SCORE
000240*        (SUM OF SCORE TIMES WEIGHT OVER THE SUM OF THE
000250*        WEIGHTS, ROUNDED) IS BANDED AGAINST GRDSCALE UNDER THE
000260*        SAME RULES THE SCORING RUN USES AND ONE COURSE-LEVEL
000270*        RECORD IS WRITTEN TO THE REGISTRAR COURSE EXTRACT
000280*        (CRSEXTR)
000290*      - WITH ANY COMPONENT MISSING, NO COURSE GRADE IS SENT;
000300*        THE STUDENT GOES ON THE INCOMPLETE EXCEPTION LISTING
000310*        WITH THE MISSING EXAM CODES INSTEAD
000320*    THE GRADES, THE INCOMPLETE LISTING AND THE RUN TOTALS ARE
000330*    WRITTEN TO THE RUN REPORT (CRSGRPT).  NAMES COME FROM
000340*    STUMAST; A STUDENT WITH NO MASTER RECORD SHOWS AS UNKNOWN.
000350*
000360*    MODIFICATION HISTORY.
000370*    ------------------------------------------------------
000380*    DATE       INIT  DESCRIPTION
000390*    ---------  ----  ----------------------------------------
000400*    10/15/2026 HY    ORIGINAL VERSION.
000410******************************************************************
000420  ENVIRONMENT DIVISION.
000430  CONFIGURATION SECTION.
000440  SOURCE-COMPUTER.   IBM-370.
000450  OBJECT-COMPUTER.   IBM-370.
000460  INPUT-OUTPUT SECTION.
000470  FILE-CONTROL.
000480      SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIX"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS DYNAMIC
000510          RECORD KEY IS HS-HISTORY-KEY
000520          FILE STATUS IS WS-HISTORY-STATUS.
000530
000540      SELECT COURSE-COMP-FILE ASSIGN TO "CRSCOMP"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS SEQUENTIAL
000570          RECORD KEY IS CC-COMP-KEY
000580          FILE STATUS IS WS-CRSCOMP-STATUS.
000590
000600      SELECT GRADE-SCALE-FILE ASSIGN TO "GRDSCALE"
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS WS-GRADE-STATUS.
000630
000640      SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS RANDOM
000670          RECORD KEY IS SM-STUDENT-ID
000680          FILE STATUS IS WS-MASTER-STATUS.
000690
000700      SELECT COURSE-EXTRACT-FILE ASSIGN TO "CRSEXTR"
000710          ORGANIZATION IS LINE SEQUENTIAL
000720          FILE STATUS IS WS-EXTRACT-STATUS.
000730
000740      SELECT COURSE-RPT-FILE ASSIGN TO "CRSGRPT"
000750          ORGANIZATION IS LINE SEQUENTIAL
000760          FILE STATUS IS WS-CRSRPT-STATUS.
000770*
000780  DATA DIVISION.
000790  FILE SECTION.
000800  FD  SCORE-HISTORY-FILE.
000810  COPY SCOREHIS.
000820*
000830  FD  COURSE-COMP-FILE.
000840  COPY CRSCOMP.
000850*
000860  FD  GRADE-SCALE-FILE.
000870  COPY GRDSCALE.
000880*
000890  FD  STUDENT-MASTER-FILE.
000900  COPY STUMAST.
000910*
000920  FD  COURSE-EXTRACT-FILE.
000930  COPY CRSEXTR.
000940*
000950  FD  COURSE-RPT-FILE.
000960  COPY CRSGRPT.
000970*
000980  WORKING-STORAGE SECTION.
000990  01  WS-SWITCHES.
001000      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001010          88  WS-END-OF-FILE          VALUE "Y".
001020      05  WS-MASTER-AVAIL-SWITCH      PIC X(01) VALUE "N".
001030          88  WS-MASTER-AVAILABLE     VALUE "Y".
001040      05  WS-DONE-SWITCH              PIC X(01) VALUE "N".
001050          88  WS-REQUEST-DONE         VALUE "Y".
001060      05  WS-COURSE-END-SWITCH        PIC X(01) VALUE "N".
001070          88  WS-END-OF-COURSE        VALUE "Y".
001080      05  WS-COMPONENT-SWITCH         PIC X(01) VALUE "N".
001090          88  WS-IS-COMPONENT         VALUE "Y".
001100      05  WS-PASS-MODE                PIC X(01) VALUE "G".
001110          88  WS-GRADE-PASS           VALUE "G".
001120          88  WS-INCOMPLETE-PASS      VALUE "I".
001130*
001140  01  WS-FILE-STATUSES.
001150      05  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001160      05  WS-CRSCOMP-STATUS           PIC X(02) VALUE SPACES.
001170      05  WS-GRADE-STATUS             PIC X(02) VALUE SPACES.
001180      05  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001190      05  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
001200      05  WS-CRSRPT-STATUS            PIC X(02) VALUE SPACES.
001210*
001220  01  WS-IN-TERM-CODE                 PIC X(05).
001230      88  WS-IN-TERM-IS-EXIT          VALUE "0".
001240*
001250  01  WS-COMP-TABLE-CTL.
001260      05  WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
001270      05  WS-COMP-TABLE OCCURS 0 TO 500 TIMES
001280              DEPENDING ON WS-COMP-COUNT
001290              INDEXED BY WS-COMP-IDX.
001300          10  WS-COMP-COURSE-CODE     PIC X(05).
001310          10  WS-COMP-EXAM-CODE       PIC X(05).
001320          10  WS-COMP-WEIGHT          PIC 9(03).
001330*
001340  01  WS-COMP-SUB                     PIC 9(04).
001350  01  WS-PART-SUB                     PIC 9(04).
001360*
001370  01  WS-GRADE-TABLE-CTL.
001380      05  WS-GRADE-COUNT              PIC 9(02) VALUE ZERO.
001390      05  WS-GRADE-TABLE OCCURS 0 TO 10 TIMES
001400              DEPENDING ON WS-GRADE-COUNT
001410              INDEXED BY WS-GRADE-IDX.
001420          10  WS-GRADE-BAND-LETTER    PIC X(01).
001430          10  WS-GRADE-MIN-SCORE      PIC 9(03).
001440*
001450  01  WS-SORT-SWAPPED-SWITCH          PIC X(01) VALUE "N".
001460      88  WS-SORT-SWAPPED             VALUE "Y".
001470*
001480  01  WS-GRADE-SWAP-ENTRY.
001490      05  WS-SWAP-BAND-LETTER         PIC X(01).
001500      05  WS-SWAP-MIN-SCORE           PIC 9(03).
001510*
001520  01  WS-BAND-FOUND-SWITCH            PIC X(01) VALUE "N".
001530      88  WS-BAND-FOUND               VALUE "Y".
001540*
001550  01  WS-BEST-TABLE-CTL.
001560      05  WS-BEST-COUNT               PIC 9(04) VALUE ZERO.
001570      05  WS-BEST-TABLE OCCURS 0 TO 5000 TIMES
001580              DEPENDING ON WS-BEST-COUNT
001590              INDEXED BY WS-BEST-IDX.
001600          10  WS-BEST-STUDENT-ID      PIC 9(06).
001610          10  WS-BEST-EXAM-CODE       PIC X(05).
001620          10  WS-BEST-SCORE           PIC 9(03).
001630*
001640  01  WS-BEST-SWAP-ENTRY.
001650      05  WS-BSWAP-STUDENT-ID         PIC 9(06).
001660      05  WS-BSWAP-EXAM-CODE          PIC X(05).
001670      05  WS-BSWAP-SCORE              PIC 9(03).
001680*
001690  01  WS-BEST-SUB                     PIC 9(04).
001700*
001710  01  WS-CUR-STUDENT                  PIC 9(06).
001720  01  WS-CUR-COURSE                   PIC X(05).
001730  01  WS-STUDENT-NAME                 PIC X(20).
001740*
001750  01  WS-COURSE-ACCUMULATORS.
001760      05  WS-WEIGHTED-SUM             PIC 9(07) VALUE ZERO.
001770      05  WS-WEIGHT-SUM               PIC 9(05) VALUE ZERO.
001780      05  WS-SAT-COUNT                PIC 9(02) VALUE ZERO.
001790      05  WS-MISSING-COUNT            PIC 9(02) VALUE ZERO.
001800      05  WS-COURSE-SCORE             PIC 9(03) VALUE ZERO.
001810      05  WS-COURSE-BAND              PIC X(01) VALUE SPACE.
001820*
001830  01  WS-MISSING-LIST                 PIC X(30).
001840  01  WS-MISSING-PTR                  PIC 9(02).
001850*
001860  01  WS-RUN-COUNTS.
001870      05  WS-GRADED-COUNT             PIC 9(06) VALUE ZERO.
001880      05  WS-INCOMPLETE-COUNT         PIC 9(06) VALUE ZERO.
001890*
001900  01  WS-EDIT-FIELDS.
001910      05  WS-SCORE-EDIT               PIC ZZ9.
001920      05  WS-COUNT-EDIT               PIC ZZZZZ9.
001930*
001940  01  WS-RPT-LABEL                    PIC X(30).
001950*
001960  01  WS-RPT-LINE                     PIC X(80).
001970*
001980  01  WS-RUN-DATE                     PIC 9(08).
001990*
002000  PROCEDURE DIVISION.
002010******************************************************************
002020*    0000-MAINLINE
002030*    PROMPTS FOR TERM CODES AND BUILDS THAT TERM'S COURSE GRADES
002040*    UNTIL THE OPERATOR ENTERS 0 TO RETURN TO THE MENU.
002050******************************************************************
002060  0000-MAINLINE.
002070      PERFORM 1000-PROCESS-REQUEST THRU 1000-EXIT
002080          UNTIL WS-REQUEST-DONE
002090      GOBACK.
002100*
002110******************************************************************
002120*    1000-PROCESS-REQUEST
002130*    ACCEPTS ONE TERM CODE AND BUILDS THAT TERM'S COURSE GRADES.
002140*    ZERO RETURNS TO THE MENU.  THE CONTROL TABLES ARE RELOADED
002150*    PER REQUEST SO A COMPOSITION CHANGED BETWEEN TWO REQUESTS
002160*    IN THE SAME SESSION IS PICKED UP.
002170******************************************************************
002180  1000-PROCESS-REQUEST.
002190      DISPLAY " "
002200      DISPLAY "TERM-END WEIGHTED COURSE GRADES"
002210      DISPLAY "ENTER TERM CODE (0 TO RETURN): "
002220      ACCEPT WS-IN-TERM-CODE
002230      IF WS-IN-TERM-IS-EXIT
002240          SET WS-REQUEST-DONE TO TRUE
002250          GO TO 1000-EXIT
002260      END-IF
002270      MOVE ZERO TO WS-COMP-COUNT
002280      MOVE ZERO TO WS-GRADE-COUNT
002290      MOVE ZERO TO WS-BEST-COUNT
002300      MOVE ZERO TO WS-GRADED-COUNT
002310      MOVE ZERO TO WS-INCOMPLETE-COUNT
002320      PERFORM 1500-LOAD-COMPOSITION THRU 1500-EXIT
002330      IF WS-COMP-COUNT = ZERO
002340          DISPLAY "SAMPLE_35: NO COURSE COMPOSITIONS ON FILE -"
002350          DISPLAY "SAMPLE_35: MAINTAIN THEM THROUGH SAMPLE_13"
002360          GO TO 1000-EXIT
002370      END-IF
002380      PERFORM 1600-LOAD-GRADE-SCALE THRU 1600-EXIT
002390      PERFORM 2000-COLLECT-TERM-HISTORY THRU 2000-EXIT
002400      IF WS-BEST-COUNT = ZERO
002410          DISPLAY "SAMPLE_35: NO COMPONENT HISTORY ON FILE FOR"
002420              " TERM " WS-IN-TERM-CODE
002430          GO TO 1000-EXIT
002440      END-IF
002450      PERFORM 3000-SORT-BEST-TABLE THRU 3000-EXIT
002460      PERFORM 5000-WRITE-COURSE-GRADES THRU 5000-EXIT.
002470  1000-EXIT.
002480      EXIT.
002490*
002500******************************************************************
002510*    1500-LOAD-COMPOSITION
002520*    LOADS THE COURSE-COMPOSITION CONTROL FILE INTO A WORKING-
002530*    STORAGE TABLE IN COURSE/EXAM KEY ORDER, SO EACH COURSE'S
002540*    COMPONENTS SIT TOGETHER IN THE TABLE.
002550******************************************************************
002560  1500-LOAD-COMPOSITION.
002570      OPEN INPUT COURSE-COMP-FILE
002580      IF WS-CRSCOMP-STATUS NOT = "00"
002590          GO TO 1500-EXIT
002600      END-IF
002610      PERFORM 1550-LOAD-ONE-COMPONENT THRU 1550-EXIT
002620          UNTIL WS-CRSCOMP-STATUS NOT = "00"
002630      CLOSE COURSE-COMP-FILE.
002640  1500-EXIT.
002650      EXIT.
002660*
002670******************************************************************
002680*    1550-LOAD-ONE-COMPONENT
002690*    READS ONE COURSE-COMPOSITION RECORD INTO THE NEXT FREE
002700*    TABLE ENTRY.  MORE COMPONENTS THAN THE TABLE HOLDS CANNOT
002710*    BE GRADED CORRECTLY, SO THE RUN IS ABORTED RATHER THAN
002720*    SEND PARTIAL COURSE GRADES.
002730******************************************************************
002740  1550-LOAD-ONE-COMPONENT.
002750      READ COURSE-COMP-FILE
002760          AT END
002770              MOVE "10" TO WS-CRSCOMP-STATUS
002780              GO TO 1550-EXIT
002790      END-READ
002800      IF WS-COMP-COUNT >= 500
002810          DISPLAY "SAMPLE_35: COMPOSITION TABLE FULL - RUN"
002820          DISPLAY "SAMPLE_35: ABORTED"
002830          GOBACK
002840      END-IF
002850      ADD 1 TO WS-COMP-COUNT
002860      SET WS-COMP-IDX TO WS-COMP-COUNT
002870      MOVE CC-COURSE-CODE TO WS-COMP-COURSE-CODE (WS-COMP-IDX)
002880      MOVE CC-EXAM-CODE   TO WS-COMP-EXAM-CODE (WS-COMP-IDX)
002890      MOVE CC-WEIGHT      TO WS-COMP-WEIGHT (WS-COMP-IDX).
002900  1550-EXIT.
002910      EXIT.
002920*
002930******************************************************************
002940*    1600-LOAD-GRADE-SCALE
002950*    LOADS THE GRDSCALE CONTROL FILE AND SORTS IT INTO
002960*    DESCENDING MIN-SCORE ORDER, THE SAME AS SAMPLE_10, SO THE
002970*    COURSE LETTER BAND IS DERIVED UNDER THE SAME RULES.
002980******************************************************************
002990  1600-LOAD-GRADE-SCALE.
003000      OPEN INPUT GRADE-SCALE-FILE
003010      IF WS-GRADE-STATUS NOT = "00"
003020          DISPLAY "SAMPLE_35: NO GRDSCALE FILE - EVERY COURSE"
003030          DISPLAY "SAMPLE_35: GRADE WILL BAND AS F"
003040          GO TO 1600-EXIT
003050      END-IF
003060      PERFORM 1650-LOAD-ONE-BAND THRU 1650-EXIT
003070          UNTIL WS-GRADE-STATUS NOT = "00"
003080      CLOSE GRADE-SCALE-FILE
003090      PERFORM 1700-SORT-GRADE-SCALE THRU 1700-EXIT.
003100  1600-EXIT.
003110      EXIT.
003120*
003130******************************************************************
003140*    1650-LOAD-ONE-BAND
003150*    READS ONE GRDSCALE RECORD INTO THE NEXT FREE TABLE ENTRY.
003160******************************************************************
003170  1650-LOAD-ONE-BAND.
003180      READ GRADE-SCALE-FILE
003190          AT END
003200              MOVE "10" TO WS-GRADE-STATUS
003210              GO TO 1650-EXIT
003220      END-READ
003230      ADD 1 TO WS-GRADE-COUNT
003240      SET WS-GRADE-IDX TO WS-GRADE-COUNT
003250      MOVE GS-BAND      TO WS-GRADE-BAND-LETTER (WS-GRADE-IDX)
003260      MOVE GS-MIN-SCORE TO WS-GRADE-MIN-SCORE (WS-GRADE-IDX).
003270  1650-EXIT.
003280      EXIT.
003290*
003300******************************************************************
003310*    1700-SORT-GRADE-SCALE
003320*    BUBBLE-SORTS THE GRADE-SCALE TABLE INTO DESCENDING
003330*    MIN-SCORE ORDER.
003340******************************************************************
003350  1700-SORT-GRADE-SCALE.
003360      IF WS-GRADE-COUNT < 2
003370          GO TO 1700-EXIT
003380      END-IF
003390      SET WS-SORT-SWAPPED TO TRUE
003400      PERFORM 1710-BUBBLE-ONE-PASS THRU 1710-EXIT
003410          UNTIL NOT WS-SORT-SWAPPED.
003420  1700-EXIT.
003430      EXIT.
003440*
003450******************************************************************
003460*    1710-BUBBLE-ONE-PASS
003470*    MAKES ONE PASS OVER THE GRADE-SCALE TABLE, SWAPPING ANY
003480*    ADJACENT ENTRIES THAT ARE OUT OF ORDER.
003490******************************************************************
003500  1710-BUBBLE-ONE-PASS.
003510      MOVE "N" TO WS-SORT-SWAPPED-SWITCH
003520      PERFORM 1720-COMPARE-ADJACENT THRU 1720-EXIT
003530          VARYING WS-GRADE-IDX FROM 1 BY 1
003540          UNTIL WS-GRADE-IDX >= WS-GRADE-COUNT.
003550  1710-EXIT.
003560      EXIT.
003570*
003580******************************************************************
003590*    1720-COMPARE-ADJACENT
003600*    COMPARES ONE PAIR OF ADJACENT GRADE-SCALE ENTRIES AND
003610*    SWAPS THEM IF THE LOWER-SUBSCRIPTED ONE HAS THE SMALLER
003620*    MIN SCORE.
003630******************************************************************
003640  1720-COMPARE-ADJACENT.
003650      IF WS-GRADE-MIN-SCORE (WS-GRADE-IDX) <
003660          WS-GRADE-MIN-SCORE (WS-GRADE-IDX + 1)
003670          MOVE WS-GRADE-TABLE (WS-GRADE-IDX)
003680              TO WS-GRADE-SWAP-ENTRY
003690          MOVE WS-GRADE-TABLE (WS-GRADE-IDX + 1)
003700              TO WS-GRADE-TABLE (WS-GRADE-IDX)
003710          MOVE WS-GRADE-SWAP-ENTRY
003720              TO WS-GRADE-TABLE (WS-GRADE-IDX + 1)
003730          MOVE "Y" TO WS-SORT-SWAPPED-SWITCH
003740      END-IF.
003750  1720-EXIT.
003760      EXIT.
003770*
003780******************************************************************
003790*    2000-COLLECT-TERM-HISTORY
003800*    READS THE SCORE-HISTORY FILE FRONT TO BACK COLLECTING THE
003810*    REQUESTED TERM'S DECISIONS ON COMPONENT EXAMS, ONE TABLE
003820*    ENTRY PER STUDENT/EXAM PAIR.  THE FILE IS OPENED AND
003830*    CLOSED PER REQUEST, AS IN SAMPLE_25.
003840******************************************************************
003850  2000-COLLECT-TERM-HISTORY.
003860      OPEN INPUT SCORE-HISTORY-FILE
003870      IF WS-HISTORY-STATUS NOT = "00"
003880          DISPLAY "SAMPLE_35: NO SCORE HISTORY ON FILE"
003890          DISPLAY "SAMPLE_35: RUN THE BATCH SCORING JOB FIRST"
003900          GO TO 2000-EXIT
003910      END-IF
003920      MOVE "N" TO WS-EOF-SWITCH
003930      MOVE LOW-VALUES TO HS-HISTORY-KEY
003940      START SCORE-HISTORY-FILE KEY NOT LESS THAN HS-HISTORY-KEY
003950          INVALID KEY
003960              SET WS-END-OF-FILE TO TRUE
003970      END-START
003980      PERFORM 2100-COLLECT-ONE-ENTRY THRU 2100-EXIT
003990          UNTIL WS-END-OF-FILE
004000      CLOSE SCORE-HISTORY-FILE
004010      MOVE "N" TO WS-EOF-SWITCH.
004020  2000-EXIT.
004030      EXIT.
004040*
004050******************************************************************
004060*    2100-COLLECT-ONE-ENTRY
004070*    READS ONE SCORE-HISTORY RECORD AND, WHEN IT BELONGS TO THE
004080*    REQUESTED TERM AND ITS EXAM IS A COMPONENT OF SOME COURSE,
004090*    ADDS IT TO THE BEST-ATTEMPT TABLE - OR, WHEN THE
004100*    STUDENT/EXAM PAIR IS ALREADY THERE, KEEPS THE BETTER
004110*    SCORE.  A TERM BIGGER THAN THE TABLE CANNOT BE GRADED, SO
004120*    THE RUN IS ABORTED RATHER THAN SEND PARTIAL GRADES.
004130******************************************************************
004140  2100-COLLECT-ONE-ENTRY.
004150      READ SCORE-HISTORY-FILE NEXT RECORD
004160          AT END
004170              SET WS-END-OF-FILE TO TRUE
004180              GO TO 2100-EXIT
004190      END-READ
004200      IF HS-TERM-CODE NOT = WS-IN-TERM-CODE
004210          GO TO 2100-EXIT
004220      END-IF
004230      MOVE "N" TO WS-COMPONENT-SWITCH
004240      SET WS-COMP-IDX TO 1
004250      SEARCH WS-COMP-TABLE
004260          AT END
004270              CONTINUE
004280          WHEN WS-COMP-EXAM-CODE (WS-COMP-IDX) = HS-EXAM-CODE
004290              SET WS-IS-COMPONENT TO TRUE
004300      END-SEARCH
004310      IF NOT WS-IS-COMPONENT
004320          GO TO 2100-EXIT
004330      END-IF
004340      IF WS-BEST-COUNT > ZERO
004350          SET WS-BEST-IDX TO 1
004360          SEARCH WS-BEST-TABLE
004370              AT END
004380                  CONTINUE
004390              WHEN WS-BEST-STUDENT-ID (WS-BEST-IDX) =
004400                      HS-STUDENT-ID
004410                 AND WS-BEST-EXAM-CODE (WS-BEST-IDX) =
004420                      HS-EXAM-CODE
004430                  IF HS-SCORE > WS-BEST-SCORE (WS-BEST-IDX)
004440                      MOVE HS-SCORE TO WS-BEST-SCORE (WS-BEST-IDX)
004450                  END-IF
004460                  GO TO 2100-EXIT
004470          END-SEARCH
004480      END-IF
004490      IF WS-BEST-COUNT >= 5000
004500          DISPLAY "SAMPLE_35: ATTEMPT TABLE FULL - RUN ABORTED"
004510          GOBACK
004520      END-IF
004530      ADD 1 TO WS-BEST-COUNT
004540      SET WS-BEST-IDX TO WS-BEST-COUNT
004550      MOVE HS-STUDENT-ID TO WS-BEST-STUDENT-ID (WS-BEST-IDX)
004560      MOVE HS-EXAM-CODE  TO WS-BEST-EXAM-CODE (WS-BEST-IDX)
004570      MOVE HS-SCORE      TO WS-BEST-SCORE (WS-BEST-IDX).
004580  2100-EXIT.
004590      EXIT.
004600*
004610******************************************************************
004620*    3000-SORT-BEST-TABLE
004630*    BUBBLE-SORTS THE BEST-ATTEMPT TABLE BY STUDENT ID, THEN
004640*    EXAM CODE WITHIN IT, SO THE GRADING LOOP CAN TAKE ITS
004650*    STUDENT BREAK FROM A SIMPLE CHANGE OF VALUE.
004660******************************************************************
004670  3000-SORT-BEST-TABLE.
004680      IF WS-BEST-COUNT < 2
004690          GO TO 3000-EXIT
004700      END-IF
004710      SET WS-SORT-SWAPPED TO TRUE
004720      PERFORM 3100-BEST-BUBBLE-PASS THRU 3100-EXIT
004730          UNTIL NOT WS-SORT-SWAPPED.
004740  3000-EXIT.
004750      EXIT.
004760*
004770******************************************************************
004780*    3100-BEST-BUBBLE-PASS
004790*    MAKES ONE PASS OVER THE BEST-ATTEMPT TABLE, SWAPPING ANY
004800*    ADJACENT ENTRIES THAT ARE OUT OF STUDENT/EXAM ORDER.
004810******************************************************************
004820  3100-BEST-BUBBLE-PASS.
004830      MOVE "N" TO WS-SORT-SWAPPED-SWITCH
004840      PERFORM 3200-BEST-COMPARE THRU 3200-EXIT
004850          VARYING WS-BEST-IDX FROM 1 BY 1
004860          UNTIL WS-BEST-IDX >= WS-BEST-COUNT.
004870  3100-EXIT.
004880      EXIT.
004890*
004900******************************************************************
004910*    3200-BEST-COMPARE
004920*    COMPARES ONE PAIR OF ADJACENT BEST-ATTEMPT ENTRIES ON
004930*    STUDENT ID THEN EXAM CODE AND SWAPS THEM WHEN OUT OF
004940*    ORDER.
004950******************************************************************
004960  3200-BEST-COMPARE.
004970      IF WS-BEST-STUDENT-ID (WS-BEST-IDX) >
004980          WS-BEST-STUDENT-ID (WS-BEST-IDX + 1)
004990         OR (WS-BEST-STUDENT-ID (WS-BEST-IDX) =
005000             WS-BEST-STUDENT-ID (WS-BEST-IDX + 1)
005010             AND WS-BEST-EXAM-CODE (WS-BEST-IDX) >
005020                 WS-BEST-EXAM-CODE (WS-BEST-IDX + 1))
005030          MOVE WS-BEST-TABLE (WS-BEST-IDX)
005040              TO WS-BEST-SWAP-ENTRY
005050          MOVE WS-BEST-TABLE (WS-BEST-IDX + 1)
005060              TO WS-BEST-TABLE (WS-BEST-IDX)
005070          MOVE WS-BEST-SWAP-ENTRY
005080              TO WS-BEST-TABLE (WS-BEST-IDX + 1)
005090          MOVE "Y" TO WS-SORT-SWAPPED-SWITCH
005100      END-IF.
005110  3200-EXIT.
005120      EXIT.
005130*
005140******************************************************************
005150*    5000-WRITE-COURSE-GRADES
005160*    OPENS THE REGISTRAR COURSE EXTRACT AND THE RUN REPORT AND
005170*    WALKS THE SORTED BEST-ATTEMPT TABLE TWICE, TAKING A
005180*    STUDENT BREAK ON EVERY CHANGE OF STUDENT ID: THE GRADE
005190*    PASS SENDS EVERY COMPLETE COURSE TO THE EXTRACT AND THE
005200*    REPORT, THE INCOMPLETE PASS LISTS EVERY COURSE WITH A
005210*    COMPONENT MISSING UNDER ITS OWN HEADING, SO THE EXCEPTION
005220*    LISTING READS AS ONE BLOCK.  THE RUN TOTALS CLOSE THE
005230*    REPORT.
005240******************************************************************
005250  5000-WRITE-COURSE-GRADES.
005260      OPEN OUTPUT COURSE-EXTRACT-FILE
005270      IF WS-EXTRACT-STATUS NOT = "00"
005280          DISPLAY "SAMPLE_35: UNABLE TO OPEN CRSEXTR FILE"
005290          GOBACK
005300      END-IF
005310      OPEN OUTPUT COURSE-RPT-FILE
005320      IF WS-CRSRPT-STATUS NOT = "00"
005330          DISPLAY "SAMPLE_35: UNABLE TO OPEN CRSGRPT FILE"
005340          GOBACK
005350      END-IF
005360      OPEN INPUT STUDENT-MASTER-FILE
005370      IF WS-MASTER-STATUS = "00"
005380          SET WS-MASTER-AVAILABLE TO TRUE
005390      ELSE
005400          DISPLAY "SAMPLE_35: NO STUDENT-MASTER FILE - NAMES WILL"
005410          DISPLAY "SAMPLE_35: SHOW AS UNKNOWN"
005420      END-IF
005430      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005440      MOVE SPACES TO WS-RPT-LINE
005450      STRING "WEIGHTED COURSE GRADES - TERM " DELIMITED BY SIZE
005460          WS-IN-TERM-CODE DELIMITED BY SIZE
005470          INTO WS-RPT-LINE
005480      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT
005490      MOVE "  STUDENT NAME                 COURSE SCORE BAND"
005500          TO WS-RPT-LINE
005510      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT
005520      SET WS-GRADE-PASS TO TRUE
005530      MOVE ZERO TO WS-CUR-STUDENT
005540      PERFORM 5100-PROCESS-ONE-ENTRY THRU 5100-EXIT
005550          VARYING WS-BEST-SUB FROM 1 BY 1
005560          UNTIL WS-BEST-SUB > WS-BEST-COUNT
005570      MOVE SPACES TO WS-RPT-LINE
005580      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT
005590      MOVE "INCOMPLETE - COMPONENT EXAM(S) MISSING, NO GRADE SENT"
005600          TO WS-RPT-LINE
005610      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT
005620      MOVE "  STUDENT NAME                 COURSE MISSING"
005630          TO WS-RPT-LINE
005640      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT
005650      SET WS-INCOMPLETE-PASS TO TRUE
005660      MOVE ZERO TO WS-CUR-STUDENT
005670      PERFORM 5100-PROCESS-ONE-ENTRY THRU 5100-EXIT
005680          VARYING WS-BEST-SUB FROM 1 BY 1
005690          UNTIL WS-BEST-SUB > WS-BEST-COUNT
005700      PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
005710      CLOSE COURSE-EXTRACT-FILE
005720      CLOSE COURSE-RPT-FILE
005730      IF WS-MASTER-AVAILABLE
005740          CLOSE STUDENT-MASTER-FILE
005750          MOVE "N" TO WS-MASTER-AVAIL-SWITCH
005760      END-IF.
005770  5000-EXIT.
005780      EXIT.
005790*
005800******************************************************************
005810*    5100-PROCESS-ONE-ENTRY
005820*    TAKES THE STUDENT BREAK DUE AT THE ENTRY AT WS-BEST-SUB:
005830*    THE FIRST ENTRY OF EACH STUDENT RUNS EVERY COURSE ON THE
005840*    COMPOSITION TABLE FOR THAT STUDENT.
005850******************************************************************
005860  5100-PROCESS-ONE-ENTRY.
005870      IF WS-BEST-STUDENT-ID (WS-BEST-SUB) = WS-CUR-STUDENT
005880          GO TO 5100-EXIT
005890      END-IF
005900      MOVE WS-BEST-STUDENT-ID (WS-BEST-SUB) TO WS-CUR-STUDENT
005910      PERFORM 5150-LOOKUP-STUDENT-NAME THRU 5150-EXIT
005920      PERFORM 5200-GRADE-ONE-COURSE THRU 5200-EXIT
005930          VARYING WS-COMP-SUB FROM 1 BY 1
005940          UNTIL WS-COMP-SUB > WS-COMP-COUNT.
005950  5100-EXIT.
005960      EXIT.
005970*
005980******************************************************************
005990*    5150-LOOKUP-STUDENT-NAME
006000*    LOOKS THE CURRENT STUDENT'S NAME UP ON THE MASTER FOR THE
006010*    REPORT.  NOT ON FILE SHOWS AS UNKNOWN, AS IN SAMPLE_10.
006020******************************************************************
006030  5150-LOOKUP-STUDENT-NAME.
006040      MOVE "UNKNOWN" TO WS-STUDENT-NAME
006050      IF NOT WS-MASTER-AVAILABLE
006060          GO TO 5150-EXIT
006070      END-IF
006080      MOVE WS-CUR-STUDENT TO SM-STUDENT-ID
006090      READ STUDENT-MASTER-FILE
006100          INVALID KEY
006110              GO TO 5150-EXIT
006120      END-READ
006130      MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME.
006140  5150-EXIT.
006150      EXIT.
006160*
006170******************************************************************
006180*    5200-GRADE-ONE-COURSE
006190*    ACTS ONLY ON THE FIRST COMPOSITION ENTRY OF EACH COURSE:
006200*    TOTALS THE CURRENT STUDENT'S WEIGHTED SCORES OVER EVERY
006210*    COMPONENT OF THE COURSE AND NOTES ANY COMPONENT NOT SAT.
006220*    A STUDENT WHO SAT NO COMPONENT AT ALL IS NOT IN THE COURSE
006230*    AND GETS NOTHING.  EVERY COMPONENT SAT GIVES A COURSE
006240*    GRADE ON THE GRADE PASS; ANY COMPONENT MISSING GIVES AN
006250*    INCOMPLETE LINE ON THE INCOMPLETE PASS.
006260******************************************************************
006270  5200-GRADE-ONE-COURSE.
006280      IF WS-COMP-SUB > 1
006290          IF WS-COMP-COURSE-CODE (WS-COMP-SUB) =
006300              WS-COMP-COURSE-CODE (WS-COMP-SUB - 1)
006310              GO TO 5200-EXIT
006320          END-IF
006330      END-IF
006340      MOVE WS-COMP-COURSE-CODE (WS-COMP-SUB) TO WS-CUR-COURSE
006350      MOVE ZERO   TO WS-WEIGHTED-SUM
006360      MOVE ZERO   TO WS-WEIGHT-SUM
006370      MOVE ZERO   TO WS-SAT-COUNT
006380      MOVE ZERO   TO WS-MISSING-COUNT
006390      MOVE SPACES TO WS-MISSING-LIST
006400      MOVE 1      TO WS-MISSING-PTR
006410      MOVE "N"    TO WS-COURSE-END-SWITCH
006420      PERFORM 5300-TAKE-ONE-COMPONENT THRU 5300-EXIT
006430          VARYING WS-PART-SUB FROM WS-COMP-SUB BY 1
006440          UNTIL WS-PART-SUB > WS-COMP-COUNT
006450             OR WS-END-OF-COURSE
006460      IF WS-SAT-COUNT = ZERO
006470          GO TO 5200-EXIT
006480      END-IF
006490      IF WS-MISSING-COUNT > ZERO
006500          IF WS-INCOMPLETE-PASS
006510              PERFORM 5600-WRITE-INCOMPLETE-LINE THRU 5600-EXIT
006520          END-IF
006530          GO TO 5200-EXIT
006540      END-IF
006550      IF WS-GRADE-PASS
006560          PERFORM 5400-DERIVE-COURSE-GRADE THRU 5400-EXIT
006570          PERFORM 5500-WRITE-COURSE-GRADE THRU 5500-EXIT
006580      END-IF.
006590  5200-EXIT.
006600      EXIT.
006610*
006620******************************************************************
006630*    5300-TAKE-ONE-COMPONENT
006640*    ROLLS THE COMPOSITION ENTRY AT WS-PART-SUB INTO THE CURRENT
006650*    COURSE'S TOTALS: THE WEIGHT ALWAYS COUNTS, THE STUDENT'S
006660*    BEST SCORE TIMES THE WEIGHT WHEN THE EXAM WAS SAT, AND THE
006670*    EXAM CODE GOES ON THE MISSING LIST WHEN IT WAS NOT.  THE
006680*    FIRST ENTRY OF THE NEXT COURSE ENDS THE COURSE.
006690******************************************************************
006700  5300-TAKE-ONE-COMPONENT.
006710      IF WS-COMP-COURSE-CODE (WS-PART-SUB) NOT = WS-CUR-COURSE
006720          SET WS-END-OF-COURSE TO TRUE
006730          GO TO 5300-EXIT
006740      END-IF
006750      ADD WS-COMP-WEIGHT (WS-PART-SUB) TO WS-WEIGHT-SUM
006760      SET WS-BEST-IDX TO 1
006770      SEARCH WS-BEST-TABLE
006780          AT END
006790              ADD 1 TO WS-MISSING-COUNT
006800              IF WS-MISSING-PTR < 25
006810                  STRING WS-COMP-EXAM-CODE (WS-PART-SUB)
006820                          DELIMITED BY SPACE
006830                      " " DELIMITED BY SIZE
006840                      INTO WS-MISSING-LIST
006850                      WITH POINTER WS-MISSING-PTR
006860              END-IF
006870          WHEN WS-BEST-STUDENT-ID (WS-BEST-IDX) = WS-CUR-STUDENT
006880             AND WS-BEST-EXAM-CODE (WS-BEST-IDX) =
006890                 WS-COMP-EXAM-CODE (WS-PART-SUB)
006900              ADD 1 TO WS-SAT-COUNT
006910              COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
006920                  + WS-BEST-SCORE (WS-BEST-IDX)
006930                  * WS-COMP-WEIGHT (WS-PART-SUB)
006940      END-SEARCH.
006950  5300-EXIT.
006960      EXIT.
006970*
006980******************************************************************
006990*    5400-DERIVE-COURSE-GRADE
007000*    DIVIDES THE WEIGHTED SCORE TOTAL BY THE SUM OF THE WEIGHTS
007010*    (SO WEIGHTS NEED NOT ADD TO EXACTLY 100) AND BANDS THE
007020*    ROUNDED COURSE SCORE AT THE FIRST GRDSCALE BAND WHOSE
007030*    MINIMUM IT MEETS - BELOW EVERY BAND DEFAULTS TO F, THE SAME
007040*    RULE SAMPLE_10 APPLIES TO A SINGLE EXAM.
007050******************************************************************
007060  5400-DERIVE-COURSE-GRADE.
007070      COMPUTE WS-COURSE-SCORE ROUNDED =
007080          WS-WEIGHTED-SUM / WS-WEIGHT-SUM
007090      MOVE "N" TO WS-BAND-FOUND-SWITCH
007100      MOVE "F" TO WS-COURSE-BAND
007110      PERFORM 5450-SCAN-BAND-TABLE THRU 5450-EXIT
007120          VARYING WS-GRADE-IDX FROM 1 BY 1
007130          UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
007140             OR WS-BAND-FOUND.
007150  5400-EXIT.
007160      EXIT.
007170*
007180******************************************************************
007190*    5450-SCAN-BAND-TABLE
007200*    TESTS ONE GRADE-SCALE TABLE ENTRY AGAINST THE COURSE SCORE.
007210******************************************************************
007220  5450-SCAN-BAND-TABLE.
007230      IF WS-COURSE-SCORE >= WS-GRADE-MIN-SCORE (WS-GRADE-IDX)
007240          MOVE WS-GRADE-BAND-LETTER (WS-GRADE-IDX)
007250              TO WS-COURSE-BAND
007260          SET WS-BAND-FOUND TO TRUE
007270      END-IF.
007280  5450-EXIT.
007290      EXIT.
007300*
007310******************************************************************
007320*    5500-WRITE-COURSE-GRADE
007330*    WRITES THE COURSE-LEVEL RECORD TO THE REGISTRAR COURSE
007340*    EXTRACT AND ITS LINE TO THE RUN REPORT.
007350******************************************************************
007360  5500-WRITE-COURSE-GRADE.
007370      MOVE WS-CUR-STUDENT  TO CE-STUDENT-ID
007380      MOVE WS-CUR-COURSE   TO CE-COURSE-CODE
007390      MOVE WS-COURSE-SCORE TO CE-COURSE-SCORE
007400      MOVE WS-COURSE-BAND  TO CE-GRADE-BAND
007410      MOVE WS-RUN-DATE     TO CE-RUN-DATE
007420      MOVE WS-IN-TERM-CODE TO CE-TERM-CODE
007430      WRITE COURSE-EXTRACT-REC
007440      ADD 1 TO WS-GRADED-COUNT
007450      MOVE WS-COURSE-SCORE TO WS-SCORE-EDIT
007460      MOVE SPACES TO WS-RPT-LINE
007470      STRING "  " DELIMITED BY SIZE
007480          WS-CUR-STUDENT DELIMITED BY SIZE
007490          " " DELIMITED BY SIZE
007500          WS-STUDENT-NAME DELIMITED BY SIZE
007510          " " DELIMITED BY SIZE
007520          WS-CUR-COURSE DELIMITED BY SIZE
007530          "   " DELIMITED BY SIZE
007540          WS-SCORE-EDIT DELIMITED BY SIZE
007550          "   " DELIMITED BY SIZE
007560          WS-COURSE-BAND DELIMITED BY SIZE
007570          INTO WS-RPT-LINE
007580      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT.
007590  5500-EXIT.
007600      EXIT.
007610*
007620******************************************************************
007630*    5600-WRITE-INCOMPLETE-LINE
007640*    WRITES ONE INCOMPLETE EXCEPTION LINE: THE STUDENT, THE
007650*    COURSE, AND THE COMPONENT EXAM CODES NOT SAT IN THE TERM.
007660******************************************************************
007670  5600-WRITE-INCOMPLETE-LINE.
007680      ADD 1 TO WS-INCOMPLETE-COUNT
007690      MOVE SPACES TO WS-RPT-LINE
007700      STRING "  " DELIMITED BY SIZE
007710          WS-CUR-STUDENT DELIMITED BY SIZE
007720          " " DELIMITED BY SIZE
007730          WS-STUDENT-NAME DELIMITED BY SIZE
007740          " " DELIMITED BY SIZE
007750          WS-CUR-COURSE DELIMITED BY SIZE
007760          "  " DELIMITED BY SIZE
007770          WS-MISSING-LIST DELIMITED BY SIZE
007780          INTO WS-RPT-LINE
007790      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT.
007800  5600-EXIT.
007810      EXIT.
007820*
007830******************************************************************
007840*    5900-WRITE-RPT-LINE
007850*    WRITES WS-RPT-LINE TO THE COURSE-GRADE RUN REPORT.
007860******************************************************************
007870  5900-WRITE-RPT-LINE.
007880      MOVE WS-RPT-LINE TO CG-LINE
007890      WRITE COURSE-RPT-REC.
007900  5900-EXIT.
007910      EXIT.
007920*
007930******************************************************************
007940*    8000-WRITE-SUMMARY
007950*    WRITES THE RUN TOTALS AND FLAGS ANY INCOMPLETES ON THE
007960*    OPERATOR'S CONSOLE.
007970******************************************************************
007980  8000-WRITE-SUMMARY.
007990      MOVE SPACES TO WS-RPT-LINE
008000      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT
008010      MOVE "COURSE GRADES SENT:         " TO WS-RPT-LABEL
008020      MOVE WS-GRADED-COUNT TO WS-COUNT-EDIT
008030      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
008040      MOVE "INCOMPLETE COURSES:         " TO WS-RPT-LABEL
008050      MOVE WS-INCOMPLETE-COUNT TO WS-COUNT-EDIT
008060      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
008070      MOVE WS-GRADED-COUNT TO WS-COUNT-EDIT
008080      DISPLAY "SAMPLE_35: " WS-COUNT-EDIT " COURSE GRADE(S) SENT"
008090          " FOR TERM " WS-IN-TERM-CODE
008100      IF WS-INCOMPLETE-COUNT > ZERO
008110          DISPLAY "SAMPLE_35: " WS-INCOMPLETE-COUNT " INCOMPLETE"
008120              " COURSE(S) - SEE THE RUN REPORT"
008130      END-IF.
008140  8000-EXIT.
008150      EXIT.
008160*
008170******************************************************************
008180*    8100-WRITE-COUNT-LINE
008190*    WRITES ONE LABEL-AND-COUNT LINE OF THE RUN REPORT FROM
008200*    WS-RPT-LABEL AND THE ALREADY-EDITED COUNT IN
008210*    WS-COUNT-EDIT.
008220******************************************************************
008230  8100-WRITE-COUNT-LINE.
008240      MOVE SPACES TO WS-RPT-LINE
008250      STRING WS-RPT-LABEL DELIMITED BY SIZE
008260          WS-COUNT-EDIT DELIMITED BY SIZE
008270          INTO WS-RPT-LINE
008280      PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT.
008290  8100-EXIT.
008300      EXIT.
