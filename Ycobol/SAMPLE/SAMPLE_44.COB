000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_44.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    REPORT ARCHIVE LISTING, REPRINT AND PURGE.  SAMPLE_10 OPENS
000120*    SCORERPT, DISTRPT, ITEMRPT AND UNPAIDRP OUTPUT ON EVERY
000130*    RUN, AND SAMPLE_11 CAN ONLY REPRINT THE LATEST DISTRPT, SO
000140*    LAST MONTH'S DISTRIBUTION OR AN OLD UNPAID LISTING WAS
000150*    GONE.  EACH COMPLETED SAMPLE_10 RUN NOW FILES ITS REPORTS
000160*    IN THE REPORT ARCHIVE (RPTARCH) UNDER ITS RUNCTL RUN
000170*    NUMBER.  DRIVEN OFF THE SAMPLE1 OPERATIONS MENU, THIS:
000180*      - LISTS THE ARCHIVED RUNS, WITH THE RUN DATE AND THE
000190*        REPORTS AND LINE COUNTS FILED FOR EACH
000200*      - REPRINTS ANY REPORT OF ANY ARCHIVED RUN TO THE
000210*        CONSOLE, THE WAY SAMPLE_11 PRINTS THE LATEST DISTRPT
000220*      - PURGES THE OLDEST RUNS DOWN TO A RETENTION COUNT THE
000230*        OPERATOR SETS AND CONFIRMS, REPORTING THE RUNS READ,
000240*        KEPT AND PURGED AND THE LINES PURGED THE WAY SAMPLE_22
000250*        REPORTS ITS AUDIT-LOG PURGE.  PURGING NEEDS THE PURGE
000260*        AUTHORITY LEVEL (FROM THE OPSIGNON STATION FILE).
000270*
000280*    MODIFICATION HISTORY.
000290*    ------------------------------------------------------
000300*    DATE       INIT  DESCRIPTION
000310*    ---------  ----  ----------------------------------------
000320*    10/15/2026 HY    ORIGINAL VERSION.
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000360  SOURCE-COMPUTER.   IBM-370.
000370  OBJECT-COMPUTER.   IBM-370.
000380  INPUT-OUTPUT SECTION.
000390  FILE-CONTROL.
000400      SELECT REPORT-ARCHIVE-FILE ASSIGN TO "RPTARCH"
000410          ORGANIZATION IS INDEXED
000420          ACCESS MODE IS DYNAMIC
000430          RECORD KEY IS RH-ARCHIVE-KEY
000440          FILE STATUS IS WS-RPTARCH-STATUS.
000450
000460      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS WS-SIGNON-STATUS.
000490*
000500  DATA DIVISION.
000510  FILE SECTION.
000520  FD  REPORT-ARCHIVE-FILE.
000530  COPY RPTARCH.
000540*
000550  FD  SIGNON-FILE.
000560  COPY OPSIGNON.
000570*
000580  WORKING-STORAGE SECTION.
000590  01  WS-SWITCHES.
000600      05  WS-BROWSE-END-SWITCH        PIC X(01) VALUE "N".
000610          88  WS-BROWSE-END           VALUE "Y".
000620*
000630  01  WS-FILE-STATUSES.
000640      05  WS-RPTARCH-STATUS           PIC X(02) VALUE SPACES.
000650      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
000660*
000670  01  WS-CONSTANTS.
000680      05  WS-PURGE-AUTH-LEVEL         PIC 9(01) VALUE 3.
000690*
000700  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
000710  01  WS-AUTH-LEVEL                   PIC 9(01) VALUE ZERO.
000720*
000730  01  WS-FUNCTION-CMD                 PIC X(01) VALUE SPACES.
000740      88  WS-FUNC-LIST                VALUE "L" "l".
000750      88  WS-FUNC-PRINT               VALUE "P" "p".
000760      88  WS-FUNC-PURGE               VALUE "D" "d".
000770      88  WS-FUNC-RETURN              VALUE "R" "r".
000780*
000790  01  WS-CONFIRM                      PIC X(01).
000800      88  WS-CONFIRMED                VALUE "Y" "y".
000810*
000820  01  WS-IN-RUN-NUMBER                PIC 9(06).
000830  01  WS-IN-REPORT-NAME               PIC X(08).
000840  01  WS-IN-KEEP-COUNT                PIC 9(04).
000850*
000860  01  WS-LIST-FIELDS.
000870      05  WS-PREV-RUN-NUMBER          PIC 9(06).
000880      05  WS-PREV-REPORT-NAME         PIC X(08).
000890      05  WS-PREV-RUN-DATE            PIC X(08).
000900      05  WS-REPORT-LINES             PIC 9(06).
000910      05  WS-PRINT-LINES              PIC 9(06).
000920*
000930  01  WS-PURGE-COUNTS.
000940      05  WS-RUNS-READ                PIC 9(06) VALUE ZERO.
000950      05  WS-RUNS-KEPT                PIC 9(06) VALUE ZERO.
000960      05  WS-RUNS-PURGED              PIC 9(06) VALUE ZERO.
000970      05  WS-LINES-PURGED             PIC 9(06) VALUE ZERO.
000980      05  WS-RUN-ORDINAL              PIC 9(06) VALUE ZERO.
000990*
001000  PROCEDURE DIVISION.
001010******************************************************************
001020*    0000-MAINLINE
001030*    OPENS THE REPORT ARCHIVE, PICKS UP THE SIGNED-ON OPERATOR,
001040*    AND RUNS THE FUNCTION MENU UNTIL THE OPERATOR RETURNS TO
001050*    THE OPERATIONS MENU.  THE ARCHIVE IS CREATED BY THE FIRST
001060*    COMPLETED SCORING RUN, SO NONE ON HAND IS REPORTED, NOT
001070*    CREATED.
001080******************************************************************
001090  0000-MAINLINE.
001100      OPEN I-O REPORT-ARCHIVE-FILE
001110      IF WS-RPTARCH-STATUS NOT = "00"
001120          DISPLAY "SAMPLE_44: NO REPORT ARCHIVE ON FILE"
001130          DISPLAY "SAMPLE_44: RUN THE BATCH SCORING JOB FIRST"
001140          GOBACK
001150      END-IF
001160      PERFORM 1000-READ-SIGNON THRU 1000-EXIT
001170      MOVE SPACES TO WS-FUNCTION-CMD
001180      PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
001190          UNTIL WS-FUNC-RETURN
001200      CLOSE REPORT-ARCHIVE-FILE
001210      GOBACK.
001220*
001230******************************************************************
001240*    1000-READ-SIGNON
001250*    READS THE OPERATOR SIGNED ON AT THE SAMPLE1 MENU AND THAT
001260*    OPERATOR'S AUTHORITY LEVEL FROM THE OPSIGNON STATION
001270*    FILE.  NO STATION FILE LEAVES THE OPERATOR AS UNKNOWN AT
001280*    LEVEL ZERO.
001290******************************************************************
001300  1000-READ-SIGNON.
001310      OPEN INPUT SIGNON-FILE
001320      IF WS-SIGNON-STATUS NOT = "00"
001330          GO TO 1000-EXIT
001340      END-IF
001350      READ SIGNON-FILE
001360          AT END
001370              GO TO 1000-CLOSE
001380      END-READ
001390      MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
001400      IF SO-AUTH-LEVEL NUMERIC
001410          MOVE SO-AUTH-LEVEL TO WS-AUTH-LEVEL
001420      END-IF.
001430  1000-CLOSE.
001440      CLOSE SIGNON-FILE.
001450  1000-EXIT.
001460      EXIT.
001470*
001480******************************************************************
001490*    2000-PROCESS-FUNCTION
001500*    DISPLAYS THE REPORT-ARCHIVE FUNCTION MENU, ACCEPTS ONE
001510*    SELECTION, AND DISPATCHES IT.
001520******************************************************************
001530  2000-PROCESS-FUNCTION.
001540      DISPLAY " "
001550      DISPLAY "  REPORT ARCHIVE - L)IST RUNS P)RINT A REPORT"
001560      DISPLAY "                   D)ELETE OLD RUNS R)ETURN"
001570      DISPLAY "ENTER FUNCTION: "
001580      ACCEPT WS-FUNCTION-CMD
001590      EVALUATE TRUE
001600          WHEN WS-FUNC-LIST
001610              PERFORM 3000-LIST-RUNS THRU 3000-EXIT
001620          WHEN WS-FUNC-PRINT
001630              PERFORM 4000-REPRINT-REPORT THRU 4000-EXIT
001640          WHEN WS-FUNC-PURGE
001650              PERFORM 5000-PURGE-OLD-RUNS THRU 5000-EXIT
001660          WHEN WS-FUNC-RETURN
001670              CONTINUE
001680          WHEN OTHER
001690              DISPLAY "INVALID FUNCTION - PLEASE TRY AGAIN"
001700      END-EVALUATE.
001710  2000-EXIT.
001720      EXIT.
001730*
001740******************************************************************
001750*    2500-START-ARCHIVE
001760*    POSITIONS THE ARCHIVE AT ITS FIRST RECORD FOR A FRONT-TO-
001770*    BACK BROWSE.  AN EMPTY ARCHIVE ENDS THE BROWSE AT ONCE.
001780******************************************************************
001790  2500-START-ARCHIVE.
001800      MOVE "N" TO WS-BROWSE-END-SWITCH
001810      MOVE ZERO TO RH-RUN-NUMBER
001820      MOVE LOW-VALUES TO RH-REPORT-NAME
001830      MOVE ZERO TO RH-LINE-NO
001840      START REPORT-ARCHIVE-FILE KEY NOT LESS THAN RH-ARCHIVE-KEY
001850          INVALID KEY
001860              SET WS-BROWSE-END TO TRUE
001870      END-START.
001880  2500-EXIT.
001890      EXIT.
001900*
001910******************************************************************
001920*    3000-LIST-RUNS
001930*    LISTS EVERY REPORT FILED ON THE ARCHIVE, ONE LINE PER RUN
001940*    AND REPORT, WITH THE RUN DATE AND LINE COUNT, OLDEST RUN
001950*    FIRST, AND THE NUMBER OF RUNS HELD.
001960******************************************************************
001970  3000-LIST-RUNS.
001980      MOVE ZERO TO WS-PREV-RUN-NUMBER
001990      MOVE SPACES TO WS-PREV-REPORT-NAME
002000      MOVE ZERO TO WS-REPORT-LINES
002010      MOVE ZERO TO WS-RUNS-READ
002020      PERFORM 2500-START-ARCHIVE THRU 2500-EXIT
002030      PERFORM 3100-LIST-ONE-LINE THRU 3100-EXIT
002040          UNTIL WS-BROWSE-END
002050      IF WS-REPORT-LINES > ZERO
002060          PERFORM 3200-SHOW-REPORT-ENTRY THRU 3200-EXIT
002070      END-IF
002080      DISPLAY "SAMPLE_44: " WS-RUNS-READ " RUN(S) ON THE ARCHIVE".
002090  3000-EXIT.
002100      EXIT.
002110*
002120******************************************************************
002130*    3100-LIST-ONE-LINE
002140*    READS THE NEXT ARCHIVED LINE.  A NEW RUN OR REPORT SHOWS
002150*    THE ONE JUST FINISHED; OTHERWISE THE LINE IS COUNTED.
002160******************************************************************
002170  3100-LIST-ONE-LINE.
002180      READ REPORT-ARCHIVE-FILE NEXT RECORD
002190          AT END
002200              SET WS-BROWSE-END TO TRUE
002210              GO TO 3100-EXIT
002220      END-READ
002230      IF RH-RUN-NUMBER = WS-PREV-RUN-NUMBER
002240         AND RH-REPORT-NAME = WS-PREV-REPORT-NAME
002250          ADD 1 TO WS-REPORT-LINES
002260          GO TO 3100-EXIT
002270      END-IF
002280      IF WS-REPORT-LINES > ZERO
002290          PERFORM 3200-SHOW-REPORT-ENTRY THRU 3200-EXIT
002300      END-IF
002310      IF RH-RUN-NUMBER NOT = WS-PREV-RUN-NUMBER
002320          ADD 1 TO WS-RUNS-READ
002330      END-IF
002340      MOVE RH-RUN-NUMBER  TO WS-PREV-RUN-NUMBER
002350      MOVE RH-REPORT-NAME TO WS-PREV-REPORT-NAME
002360      MOVE RH-RUN-DATE    TO WS-PREV-RUN-DATE
002370      MOVE 1 TO WS-REPORT-LINES.
002380  3100-EXIT.
002390      EXIT.
002400*
002410******************************************************************
002420*    3200-SHOW-REPORT-ENTRY
002430*    DISPLAYS ONE ARCHIVED REPORT: RUN, RUN DATE, REPORT NAME
002440*    AND LINE COUNT.
002450******************************************************************
002460  3200-SHOW-REPORT-ENTRY.
002470      DISPLAY "RUN " WS-PREV-RUN-NUMBER "  DATE " WS-PREV-RUN-DATE
002480          "  REPORT " WS-PREV-REPORT-NAME "  LINES "
002490          WS-REPORT-LINES.
002500  3200-EXIT.
002510      EXIT.
002520*
002530******************************************************************
002540*    4000-REPRINT-REPORT
002550*    PROMPTS FOR A RUN NUMBER AND REPORT NAME AND DISPLAYS THAT
002560*    REPORT FROM THE ARCHIVE, LINE BY LINE IN PRINT ORDER.
002570******************************************************************
002580  4000-REPRINT-REPORT.
002590      DISPLAY "ENTER RUN NUMBER: "
002600      ACCEPT WS-IN-RUN-NUMBER
002610      IF WS-IN-RUN-NUMBER NOT NUMERIC
002620          DISPLAY "SAMPLE_44: RUN NUMBER MUST BE NUMERIC"
002630          GO TO 4000-EXIT
002640      END-IF
002650      DISPLAY "ENTER REPORT (SCORERPT/DISTRPT/ITEMRPT/UNPAIDRP): "
002660      MOVE SPACES TO WS-IN-REPORT-NAME
002670      ACCEPT WS-IN-REPORT-NAME
002680      MOVE "N" TO WS-BROWSE-END-SWITCH
002690      MOVE ZERO TO WS-PRINT-LINES
002700      MOVE WS-IN-RUN-NUMBER  TO RH-RUN-NUMBER
002710      MOVE WS-IN-REPORT-NAME TO RH-REPORT-NAME
002720      MOVE ZERO              TO RH-LINE-NO
002730      START REPORT-ARCHIVE-FILE KEY NOT LESS THAN RH-ARCHIVE-KEY
002740          INVALID KEY
002750              SET WS-BROWSE-END TO TRUE
002760      END-START
002770      PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
002780          UNTIL WS-BROWSE-END
002790      IF WS-PRINT-LINES = ZERO
002800          DISPLAY "SAMPLE_44: NO " WS-IN-REPORT-NAME
002810              " ARCHIVED FOR RUN " WS-IN-RUN-NUMBER
002820      ELSE
002830          DISPLAY "SAMPLE_44: END OF " WS-IN-REPORT-NAME
002840              " FOR RUN " WS-IN-RUN-NUMBER " - "
002850              WS-PRINT-LINES " LINES"
002860      END-IF.
002870  4000-EXIT.
002880      EXIT.
002890*
002900******************************************************************
002910*    4100-PRINT-ONE-LINE
002920*    READS THE NEXT ARCHIVED LINE AND DISPLAYS IT WHILE IT IS
002930*    STILL THE REQUESTED RUN AND REPORT.  THE FIRST LINE IS
002940*    PRECEDED BY A TITLE GIVING THE RUN AND ITS DATE.
002950******************************************************************
002960  4100-PRINT-ONE-LINE.
002970      READ REPORT-ARCHIVE-FILE NEXT RECORD
002980          AT END
002990              SET WS-BROWSE-END TO TRUE
003000              GO TO 4100-EXIT
003010      END-READ
003020      IF RH-RUN-NUMBER NOT = WS-IN-RUN-NUMBER
003030         OR RH-REPORT-NAME NOT = WS-IN-REPORT-NAME
003040          SET WS-BROWSE-END TO TRUE
003050          GO TO 4100-EXIT
003060      END-IF
003070      IF WS-PRINT-LINES = ZERO
003080          DISPLAY "*** REPRINT OF " RH-REPORT-NAME " - RUN "
003090              RH-RUN-NUMBER " OF " RH-RUN-DATE " ***"
003100      END-IF
003110      ADD 1 TO WS-PRINT-LINES
003120      DISPLAY RH-LINE.
003130  4100-EXIT.
003140      EXIT.
003150*
003160******************************************************************
003170*    5000-PURGE-OLD-RUNS
003180*    ACCEPTS THE RETENTION COUNT - HOW MANY OF THE MOST RECENT
003190*    RUNS TO KEEP - COUNTS THE RUNS ON THE ARCHIVE, HAS THE
003200*    OPERATOR CONFIRM, AND DELETES EVERY LINE OF THE OLDEST
003210*    RUNS BEYOND THE COUNT.  RUN NUMBERS ARE ASSIGNED IN
003220*    SEQUENCE, SO THE LOWEST NUMBERS ARE THE OLDEST.  REFUSED
003230*    BELOW THE PURGE AUTHORITY LEVEL.
003240******************************************************************
003250  5000-PURGE-OLD-RUNS.
003260      IF WS-AUTH-LEVEL < WS-PURGE-AUTH-LEVEL
003270          DISPLAY "SAMPLE_44: PURGING THE ARCHIVE NEEDS"
003280              " AUTHORITY LEVEL " WS-PURGE-AUTH-LEVEL
003290              " OR ABOVE"
003300          GO TO 5000-EXIT
003310      END-IF
003320      DISPLAY "ENTER NUMBER OF MOST RECENT RUNS TO KEEP: "
003330      ACCEPT WS-IN-KEEP-COUNT
003340      IF WS-IN-KEEP-COUNT NOT NUMERIC
003350          DISPLAY "SAMPLE_44: RETENTION COUNT MUST BE NUMERIC"
003360          GO TO 5000-EXIT
003370      END-IF
003380      MOVE ZERO TO WS-RUNS-READ
003390      MOVE ZERO TO WS-PREV-RUN-NUMBER
003400      PERFORM 2500-START-ARCHIVE THRU 2500-EXIT
003410      PERFORM 5100-COUNT-ONE-LINE THRU 5100-EXIT
003420          UNTIL WS-BROWSE-END
003430      IF WS-RUNS-READ NOT > WS-IN-KEEP-COUNT
003440          DISPLAY "SAMPLE_44: " WS-RUNS-READ " RUN(S) ON THE"
003450              " ARCHIVE - NOTHING TO PURGE"
003460          GO TO 5000-EXIT
003470      END-IF
003480      COMPUTE WS-RUNS-PURGED = WS-RUNS-READ - WS-IN-KEEP-COUNT
003490      MOVE WS-IN-KEEP-COUNT TO WS-RUNS-KEPT
003500      DISPLAY "PURGE THE OLDEST " WS-RUNS-PURGED " OF "
003510          WS-RUNS-READ " ARCHIVED RUN(S)? (Y/N): "
003520      ACCEPT WS-CONFIRM
003530      IF NOT WS-CONFIRMED
003540          DISPLAY "SAMPLE_44: PURGE CANCELLED"
003550          GO TO 5000-EXIT
003560      END-IF
003570      MOVE ZERO TO WS-LINES-PURGED
003580      MOVE ZERO TO WS-RUN-ORDINAL
003590      MOVE ZERO TO WS-PREV-RUN-NUMBER
003600      PERFORM 2500-START-ARCHIVE THRU 2500-EXIT
003610      PERFORM 5200-PURGE-ONE-LINE THRU 5200-EXIT
003620          UNTIL WS-BROWSE-END
003630      PERFORM 8000-REPORT-PURGE-COUNTS THRU 8000-EXIT.
003640  5000-EXIT.
003650      EXIT.
003660*
003670******************************************************************
003680*    5100-COUNT-ONE-LINE
003690*    READS THE NEXT ARCHIVED LINE, COUNTING EACH NEW RUN.
003700******************************************************************
003710  5100-COUNT-ONE-LINE.
003720      READ REPORT-ARCHIVE-FILE NEXT RECORD
003730          AT END
003740              SET WS-BROWSE-END TO TRUE
003750              GO TO 5100-EXIT
003760      END-READ
003770      IF RH-RUN-NUMBER NOT = WS-PREV-RUN-NUMBER
003780          ADD 1 TO WS-RUNS-READ
003790          MOVE RH-RUN-NUMBER TO WS-PREV-RUN-NUMBER
003800      END-IF.
003810  5100-EXIT.
003820      EXIT.
003830*
003840******************************************************************
003850*    5200-PURGE-ONE-LINE
003860*    READS THE NEXT ARCHIVED LINE AND DELETES IT WHILE ITS RUN
003870*    IS AMONG THE OLDEST BEING PURGED; THE FIRST LINE OF THE
003880*    FIRST RUN KEPT ENDS THE PASS.
003890******************************************************************
003900  5200-PURGE-ONE-LINE.
003910      READ REPORT-ARCHIVE-FILE NEXT RECORD
003920          AT END
003930              SET WS-BROWSE-END TO TRUE
003940              GO TO 5200-EXIT
003950      END-READ
003960      IF RH-RUN-NUMBER NOT = WS-PREV-RUN-NUMBER
003970          ADD 1 TO WS-RUN-ORDINAL
003980          MOVE RH-RUN-NUMBER TO WS-PREV-RUN-NUMBER
003990      END-IF
004000      IF WS-RUN-ORDINAL > WS-RUNS-PURGED
004010          SET WS-BROWSE-END TO TRUE
004020          GO TO 5200-EXIT
004030      END-IF
004040      DELETE REPORT-ARCHIVE-FILE RECORD
004050          INVALID KEY
004060              DISPLAY "SAMPLE_44: UNABLE TO DELETE ARCHIVE LINE "
004070                  RH-ARCHIVE-KEY
004080              GO TO 5200-EXIT
004090      END-DELETE
004100      ADD 1 TO WS-LINES-PURGED.
004110  5200-EXIT.
004120      EXIT.
004130*
004140******************************************************************
004150*    8000-REPORT-PURGE-COUNTS
004160*    REPORTS THE RUNS READ, KEPT AND PURGED AND THE LINES
004170*    PURGED SO THE OPERATOR CAN PROVE NOTHING ELSE WAS LOST.
004180******************************************************************
004190  8000-REPORT-PURGE-COUNTS.
004200      DISPLAY "SAMPLE_44: RUNS READ:        " WS-RUNS-READ
004210      DISPLAY "SAMPLE_44: RUNS KEPT:        " WS-RUNS-KEPT
004220      DISPLAY "SAMPLE_44: RUNS PURGED:      " WS-RUNS-PURGED
004230      DISPLAY "SAMPLE_44: LINES PURGED:     " WS-LINES-PURGED
004240      DISPLAY "SAMPLE_44: KEPT + PURGED MUST EQUAL READ".
004250  8000-EXIT.
004260      EXIT.
