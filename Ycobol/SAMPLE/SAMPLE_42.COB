000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_42.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    STUDENT-MASTER INQUIRY AND MAINTENANCE, DRIVEN OFF THE
000120*    SAMPLE1 OPERATIONS MENU (WHERE THE OPTION'S MINIMUM
000130*    AUTHORITY LEVEL DECIDES WHO MAY REACH IT).  STUMAST USED TO
000140*    CHANGE ONLY THROUGH THE NIGHTLY APPLY OF THE ADMISSIONS
000150*    FEED (SAMPLE_15), SO A MID-TERM SECTION MOVE OR A NEW PHONE
000160*    OR EMAIL WAITED ON ADMISSIONS WHILE THE FAILURE NOTICES
000170*    (SAMPLE_19) WENT TO A DEAD CONTACT.  THIS LOOKS A STUDENT UP
000180*    BY ID OR BY ANY PART OF THE NAME AND CHANGES THE NAME,
000190*    CLASS SECTION, PHONE AND EMAIL.  ADDS AND WITHDRAWALS STAY
000200*    WITH ADMISSIONS.  EVERY CHANGE IS CONFIRMED, THEN APPENDED
000210*    TO THE STUDENT-MASTER CHANGE HISTORY (STUHIST, SHARED WITH
000220*    SAMPLE_15) WITH THE BEFORE AND AFTER RECORD, THE OPERATOR
000230*    SIGNED ON AT THE MENU (OPSIGNON) AND THE DATE/TIME.  A
000240*    SECTION CHANGE IS CALLED OUT BEFORE IT IS CONFIRMED AND
000250*    FLAGGED ON THE HISTORY ENTRY, BECAUSE IT MOVES THE STUDENT
000260*    BETWEEN GROUPS ON THE SECTION REPORT (SAMPLE_18) AND THE
000270*    SECTION RANKING (SAMPLE_33).
000280*
000290*    MODIFICATION HISTORY.
000300*    ------------------------------------------------------
000310*    DATE       INIT  DESCRIPTION
000320*    ---------  ----  ----------------------------------------
000330*    10/15/2026 HY    ORIGINAL VERSION.
000340******************************************************************
000350  ENVIRONMENT DIVISION.
000360  CONFIGURATION SECTION.
000370  SOURCE-COMPUTER.   IBM-370.
000380  OBJECT-COMPUTER.   IBM-370.
000390  INPUT-OUTPUT SECTION.
000400  FILE-CONTROL.
000410      SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
000420          ORGANIZATION IS INDEXED
000430          ACCESS MODE IS DYNAMIC
000440          RECORD KEY IS SM-STUDENT-ID
000450          FILE STATUS IS WS-MASTER-STATUS.
000460
000470      SELECT STUDENT-HISTORY-FILE ASSIGN TO "STUHIST"
000480          ORGANIZATION IS LINE SEQUENTIAL
000490          FILE STATUS IS WS-HISTORY-STATUS.
000500
000510      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS WS-SIGNON-STATUS.
000540*
000550  DATA DIVISION.
000560  FILE SECTION.
000570  FD  STUDENT-MASTER-FILE.
000580  COPY STUMAST.
000590*
000600  FD  STUDENT-HISTORY-FILE.
000610  COPY STUHIST.
000620*
000630  FD  SIGNON-FILE.
000640  COPY OPSIGNON.
000650*
000660  WORKING-STORAGE SECTION.
000670  01  WS-FILE-STATUSES.
000680      05  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000690      05  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
000700      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
000710*
000720  01  WS-SWITCHES.
000730      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000740          88  WS-END-OF-FILE          VALUE "Y".
000750*
000760  01  WS-FUNCTION-CMD                 PIC X(01) VALUE SPACES.
000770      88  WS-FUNC-INQUIRE             VALUE "I" "i".
000780      88  WS-FUNC-NAME-SEARCH         VALUE "N" "n".
000790      88  WS-FUNC-CHANGE              VALUE "C" "c".
000800      88  WS-FUNC-RETURN              VALUE "R" "r".
000810*
000820  01  WS-CONFIRM                      PIC X(01).
000830      88  WS-CONFIRMED                VALUE "Y" "y".
000840*
000850  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
000860*
000870  01  WS-IN-STUDENT-ID                PIC 9(06).
000880  01  WS-IN-NAME                      PIC X(20).
000890  01  WS-IN-SECTION                   PIC X(05).
000900  01  WS-IN-PHONE                     PIC X(15).
000910  01  WS-IN-EMAIL                     PIC X(30).
000920*
000930  01  WS-NAME-SEARCH-FIELDS.
000940      05  WS-SEARCH-TEXT              PIC X(20).
000950      05  WS-SEARCH-LENGTH            PIC 9(02).
000960      05  WS-SEARCH-HITS              PIC 9(04).
000970      05  WS-MATCH-COUNT              PIC 9(06).
000980*
000990  01  WS-BEFORE-IMAGE.
001000      05  WS-BEFORE-NAME              PIC X(20).
001010      05  WS-BEFORE-SECTION           PIC X(05).
001020      05  WS-BEFORE-PHONE             PIC X(15).
001030      05  WS-BEFORE-EMAIL             PIC X(30).
001040*
001050  01  WS-AFTER-IMAGE.
001060      05  WS-AFTER-NAME               PIC X(20).
001070      05  WS-AFTER-SECTION            PIC X(05).
001080      05  WS-AFTER-PHONE              PIC X(15).
001090      05  WS-AFTER-EMAIL              PIC X(30).
001100*
001110  01  WS-CHANGE-STAMP.
001120      05  WS-CHANGE-DATE              PIC 9(08).
001130      05  WS-CHANGE-TIME              PIC 9(08).
001140*
001150  PROCEDURE DIVISION.
001160******************************************************************
001170*    0000-MAINLINE
001180*    OPENS THE STUDENT MASTER, PICKS UP THE SIGNED-ON OPERATOR,
001190*    AND RUNS THE FUNCTION MENU UNTIL THE OPERATOR RETURNS TO
001200*    THE OPERATIONS MENU.  THE MASTER IS BUILT BY THE ADMISSIONS
001210*    FEED, SO NO MASTER ON HAND IS REPORTED, NOT CREATED.
001220******************************************************************
001230  0000-MAINLINE.
001240      OPEN I-O STUDENT-MASTER-FILE
001250      IF WS-MASTER-STATUS NOT = "00"
001260          DISPLAY "SAMPLE_42: UNABLE TO OPEN STUDENT-MASTER"
001270          GOBACK
001280      END-IF
001290      PERFORM 1000-READ-SIGNON THRU 1000-EXIT
001300      MOVE SPACES TO WS-FUNCTION-CMD
001310      PERFORM 2000-MAINTAIN-STUDENTS THRU 2000-EXIT
001320          UNTIL WS-FUNC-RETURN
001330      CLOSE STUDENT-MASTER-FILE
001340      GOBACK.
001350*
001360******************************************************************
001370*    1000-READ-SIGNON
001380*    PICKS UP THE OPERATOR SIGNED ON AT THE SAMPLE1 MENU FROM
001390*    THE OPSIGNON STATION FILE, FOR STAMPING INTO EACH CHANGE-
001400*    HISTORY ENTRY.  NO STATION FILE LEAVES UNKNOWN.
001410******************************************************************
001420  1000-READ-SIGNON.
001430      OPEN INPUT SIGNON-FILE
001440      IF WS-SIGNON-STATUS NOT = "00"
001450          GO TO 1000-EXIT
001460      END-IF
001470      READ SIGNON-FILE
001480          AT END
001490              GO TO 1000-CLOSE
001500      END-READ
001510      MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID.
001520  1000-CLOSE.
001530      CLOSE SIGNON-FILE.
001540  1000-EXIT.
001550      EXIT.
001560*
001570******************************************************************
001580*    2000-MAINTAIN-STUDENTS
001590*    DISPLAYS THE STUDENT-MASTER FUNCTION MENU, ACCEPTS ONE
001600*    SELECTION, AND DISPATCHES IT.
001610******************************************************************
001620  2000-MAINTAIN-STUDENTS.
001630      DISPLAY " "
001640      DISPLAY "  STUDENT MASTER - I)NQUIRE BY ID N)AME SEARCH"
001650      DISPLAY "                   C)HANGE R)ETURN"
001660      DISPLAY "ENTER FUNCTION: "
001670      ACCEPT WS-FUNCTION-CMD
001680      EVALUATE TRUE
001690          WHEN WS-FUNC-INQUIRE
001700              PERFORM 2100-INQUIRE-BY-ID THRU 2100-EXIT
001710          WHEN WS-FUNC-NAME-SEARCH
001720              PERFORM 2200-SEARCH-BY-NAME THRU 2200-EXIT
001730          WHEN WS-FUNC-CHANGE
001740              PERFORM 2300-CHANGE-STUDENT THRU 2300-EXIT
001750          WHEN WS-FUNC-RETURN
001760              CONTINUE
001770          WHEN OTHER
001780              DISPLAY "INVALID FUNCTION - PLEASE TRY AGAIN"
001790      END-EVALUATE.
001800  2000-EXIT.
001810      EXIT.
001820*
001830******************************************************************
001840*    2100-INQUIRE-BY-ID
001850*    PROMPTS FOR A STUDENT ID AND DISPLAYS THE MASTER RECORD.
001860******************************************************************
001870  2100-INQUIRE-BY-ID.
001880      DISPLAY "ENTER STUDENT ID: "
001890      ACCEPT WS-IN-STUDENT-ID
001900      MOVE WS-IN-STUDENT-ID TO SM-STUDENT-ID
001910      READ STUDENT-MASTER-FILE
001920          INVALID KEY
001930              DISPLAY "SAMPLE_42: STUDENT ID NOT ON FILE"
001940              GO TO 2100-EXIT
001950      END-READ
001960      PERFORM 2900-DISPLAY-STUDENT THRU 2900-EXIT.
001970  2100-EXIT.
001980      EXIT.
001990*
002000******************************************************************
002010*    2200-SEARCH-BY-NAME
002020*    PROMPTS FOR ANY PART OF A NAME AND LISTS EVERY STUDENT
002030*    WHOSE NAME CONTAINS IT, IN ID ORDER, WITH THE MATCH COUNT.
002040*    THE LENGTH OF THE TEXT ENTERED IS FOUND BY STEPPING BACK
002050*    OVER THE TRAILING SPACES.
002060******************************************************************
002070  2200-SEARCH-BY-NAME.
002080      DISPLAY "ENTER ALL OR PART OF THE NAME: "
002090      MOVE SPACES TO WS-SEARCH-TEXT
002100      ACCEPT WS-SEARCH-TEXT
002110      MOVE 20 TO WS-SEARCH-LENGTH
002120      PERFORM 2210-STEP-BACK-ONE THRU 2210-EXIT
002130          UNTIL WS-SEARCH-LENGTH = ZERO
002140             OR WS-SEARCH-TEXT (WS-SEARCH-LENGTH:1) NOT = SPACE
002150      IF WS-SEARCH-LENGTH = ZERO
002160          DISPLAY "SAMPLE_42: NO NAME TEXT ENTERED"
002170          GO TO 2200-EXIT
002180      END-IF
002190      MOVE ZERO TO WS-MATCH-COUNT
002200      MOVE "N" TO WS-EOF-SWITCH
002210      MOVE ZERO TO SM-STUDENT-ID
002220      START STUDENT-MASTER-FILE KEY NOT LESS THAN SM-STUDENT-ID
002230          INVALID KEY
002240              SET WS-END-OF-FILE TO TRUE
002250      END-START
002260      PERFORM 2250-CHECK-ONE-NAME THRU 2250-EXIT
002270          UNTIL WS-END-OF-FILE
002280      DISPLAY "SAMPLE_42: " WS-MATCH-COUNT " STUDENT(S) FOUND".
002290  2200-EXIT.
002300      EXIT.
002310*
002320******************************************************************
002330*    2210-STEP-BACK-ONE
002340*    STEPS THE SEARCH-TEXT LENGTH BACK OVER ONE TRAILING SPACE.
002350******************************************************************
002360  2210-STEP-BACK-ONE.
002370      SUBTRACT 1 FROM WS-SEARCH-LENGTH.
002380  2210-EXIT.
002390      EXIT.
002400*
002410******************************************************************
002420*    2250-CHECK-ONE-NAME
002430*    READS THE NEXT MASTER RECORD AND LISTS IT WHEN ITS NAME
002440*    CONTAINS THE SEARCH TEXT.
002450******************************************************************
002460  2250-CHECK-ONE-NAME.
002470      READ STUDENT-MASTER-FILE NEXT RECORD
002480          AT END
002490              SET WS-END-OF-FILE TO TRUE
002500              GO TO 2250-EXIT
002510      END-READ
002520      MOVE ZERO TO WS-SEARCH-HITS
002530      INSPECT SM-STUDENT-NAME TALLYING WS-SEARCH-HITS
002540          FOR ALL WS-SEARCH-TEXT (1:WS-SEARCH-LENGTH)
002550      IF WS-SEARCH-HITS = ZERO
002560          GO TO 2250-EXIT
002570      END-IF
002580      ADD 1 TO WS-MATCH-COUNT
002590      DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME " SECTION "
002600          SM-CLASS-SECTION.
002610  2250-EXIT.
002620      EXIT.
002630*
002640******************************************************************
002650*    2300-CHANGE-STUDENT
002660*    PROMPTS FOR AN EXISTING STUDENT, SHOWS THE RECORD, AND
002670*    TAKES A NEW NAME, SECTION, PHONE AND EMAIL - EACH LEFT
002680*    BLANK KEEPS THE VALUE ON FILE.  NOTHING DIFFERENT MEANS
002690*    NOTHING TO DO.  A SECTION CHANGE IS CALLED OUT; THE CHANGE
002700*    IS THEN CONFIRMED, REWRITTEN, AND LOGGED TO THE CHANGE
002710*    HISTORY.
002720******************************************************************
002730  2300-CHANGE-STUDENT.
002740      DISPLAY "ENTER STUDENT ID TO CHANGE: "
002750      ACCEPT WS-IN-STUDENT-ID
002760      MOVE WS-IN-STUDENT-ID TO SM-STUDENT-ID
002770      READ STUDENT-MASTER-FILE
002780          INVALID KEY
002790              DISPLAY "SAMPLE_42: STUDENT ID NOT ON FILE"
002800              GO TO 2300-EXIT
002810      END-READ
002820      PERFORM 2900-DISPLAY-STUDENT THRU 2900-EXIT
002830      MOVE SM-STUDENT-NAME  TO WS-BEFORE-NAME
002840      MOVE SM-CLASS-SECTION TO WS-BEFORE-SECTION
002850      MOVE SM-CONTACT-PHONE TO WS-BEFORE-PHONE
002860      MOVE SM-CONTACT-EMAIL TO WS-BEFORE-EMAIL
002870      MOVE WS-BEFORE-IMAGE  TO WS-AFTER-IMAGE
002880      DISPLAY "ENTER NEW NAME (BLANK = KEEP): "
002890      MOVE SPACES TO WS-IN-NAME
002900      ACCEPT WS-IN-NAME
002910      IF WS-IN-NAME NOT = SPACES
002920          MOVE WS-IN-NAME TO WS-AFTER-NAME
002930      END-IF
002940      DISPLAY "ENTER NEW SECTION (BLANK = KEEP): "
002950      MOVE SPACES TO WS-IN-SECTION
002960      ACCEPT WS-IN-SECTION
002970      IF WS-IN-SECTION NOT = SPACES
002980          MOVE WS-IN-SECTION TO WS-AFTER-SECTION
002990      END-IF
003000      DISPLAY "ENTER NEW PHONE (BLANK = KEEP): "
003010      MOVE SPACES TO WS-IN-PHONE
003020      ACCEPT WS-IN-PHONE
003030      IF WS-IN-PHONE NOT = SPACES
003040          MOVE WS-IN-PHONE TO WS-AFTER-PHONE
003050      END-IF
003060      DISPLAY "ENTER NEW EMAIL (BLANK = KEEP): "
003070      MOVE SPACES TO WS-IN-EMAIL
003080      ACCEPT WS-IN-EMAIL
003090      IF WS-IN-EMAIL NOT = SPACES
003100          MOVE WS-IN-EMAIL TO WS-AFTER-EMAIL
003110      END-IF
003120      IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
003130          DISPLAY "SAMPLE_42: NOTHING CHANGED - RECORD NOT"
003140              " REWRITTEN"
003150          GO TO 2300-EXIT
003160      END-IF
003170      IF WS-AFTER-SECTION NOT = WS-BEFORE-SECTION
003180          DISPLAY "*** SECTION CHANGE " WS-BEFORE-SECTION " TO "
003190              WS-AFTER-SECTION " - THE STUDENT MOVES GROUPS"
003200          DISPLAY "*** ON THE SECTION REPORT (SAMPLE_18) AND THE"
003210              " SECTION RANKING (SAMPLE_33)"
003220      END-IF
003230      DISPLAY "APPLY THIS CHANGE? (Y/N): "
003240      ACCEPT WS-CONFIRM
003250      IF NOT WS-CONFIRMED
003260          DISPLAY "SAMPLE_42: CHANGE CANCELLED"
003270          GO TO 2300-EXIT
003280      END-IF
003290      MOVE WS-AFTER-NAME    TO SM-STUDENT-NAME
003300      MOVE WS-AFTER-SECTION TO SM-CLASS-SECTION
003310      MOVE WS-AFTER-PHONE   TO SM-CONTACT-PHONE
003320      MOVE WS-AFTER-EMAIL   TO SM-CONTACT-EMAIL
003330      REWRITE STUDENT-MASTER-REC
003340          INVALID KEY
003350              DISPLAY "SAMPLE_42: UNABLE TO REWRITE STUDENT"
003360              GO TO 2300-EXIT
003370      END-REWRITE
003380      PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT
003390      DISPLAY "SAMPLE_42: STUDENT " WS-IN-STUDENT-ID " CHANGED".
003400  2300-EXIT.
003410      EXIT.
003420*
003430******************************************************************
003440*    2400-WRITE-HISTORY
003450*    APPENDS THE CHANGE-HISTORY ENTRY FOR THE CHANGE JUST
003460*    REWRITTEN, FLAGGING A SECTION CHANGE.  THE HISTORY IS
003470*    OPENED FOR EACH ENTRY SO A LONG SESSION DOES NOT HOLD IT
003480*    AWAY FROM THE NIGHTLY FEED, AND IS CREATED THE FIRST TIME.
003490******************************************************************
003500  2400-WRITE-HISTORY.
003510      OPEN EXTEND STUDENT-HISTORY-FILE
003520      IF WS-HISTORY-STATUS NOT = "00"
003530          OPEN OUTPUT STUDENT-HISTORY-FILE
003540      END-IF
003550      IF WS-HISTORY-STATUS NOT = "00"
003560          DISPLAY "SAMPLE_42: UNABLE TO OPEN CHANGE HISTORY -"
003570          DISPLAY "SAMPLE_42: CHANGE APPLIED BUT NOT LOGGED"
003580          GO TO 2400-EXIT
003590      END-IF
003600      ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
003610      ACCEPT WS-CHANGE-TIME FROM TIME
003620      MOVE WS-CHANGE-DATE  TO MH-CHANGE-DATE
003630      MOVE WS-CHANGE-TIME  TO MH-CHANGE-TIME
003640      MOVE WS-OPERATOR-ID  TO MH-OPERATOR-ID
003650      MOVE "SCREEN"        TO MH-SOURCE
003660      MOVE "C"             TO MH-ACTION
003670      MOVE WS-IN-STUDENT-ID TO MH-STUDENT-ID
003680      MOVE WS-BEFORE-IMAGE TO MH-BEFORE-IMAGE
003690      MOVE WS-AFTER-IMAGE  TO MH-AFTER-IMAGE
003700      MOVE "N"             TO MH-SECTION-FLAG
003710      IF WS-AFTER-SECTION NOT = WS-BEFORE-SECTION
003720          SET MH-SECTION-CHANGED TO TRUE
003730      END-IF
003740      WRITE STUDENT-HISTORY-REC
003750      CLOSE STUDENT-HISTORY-FILE.
003760  2400-EXIT.
003770      EXIT.
003780*
003790******************************************************************
003800*    2900-DISPLAY-STUDENT
003810*    DISPLAYS THE STUDENT-MASTER RECORD CURRENTLY HELD.
003820******************************************************************
003830  2900-DISPLAY-STUDENT.
003840      DISPLAY "  ID:      " SM-STUDENT-ID
003850      DISPLAY "  NAME:    " SM-STUDENT-NAME
003860      DISPLAY "  SECTION: " SM-CLASS-SECTION
003870      DISPLAY "  PHONE:   " SM-CONTACT-PHONE
003880      DISPLAY "  EMAIL:   " SM-CONTACT-EMAIL.
003890  2900-EXIT.
003900      EXIT.
