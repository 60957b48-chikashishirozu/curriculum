000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_37.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    TERM CLOSE.  ONCE A TERM'S GRADES HAVE GONE TO THE
000120*    REGISTRAR THERE WAS NOTHING TO STOP A LATE ROSTER, A
000130*    SKELETON BUILT AGAINST THE WRONG TERM CODE, OR A
000140*    CORRECTION FROM CHANGING IT AFTER THE FACT.  THE OPERATOR
000150*    ENTERS A TERM CODE FROM THE TERM CALENDAR (TERMCAL,
000160*    MAINTAINED THROUGH SAMPLE_13) AND CHOOSES:
000170*      C - CLOSE GRADING: AN OPEN TERM BECOMES GRADING-CLOSED
000180*      A - ARCHIVE: A GRADING-CLOSED TERM BECOMES ARCHIVED
000190*      R - REOPEN: A CLOSED OR ARCHIVED TERM BECOMES OPEN
000200*          AGAIN, FOR AN OPERATOR AT OR ABOVE THE REOPEN
000210*          AUTHORITY LEVEL ONLY (HIGHER THAN THE LEVEL THAT
000220*          REACHES THIS JOB OFF THE MENU)
000230*    A LOCKED TERM (CLOSED OR ARCHIVED) IS THEN REFUSED BY THE
000240*    SCORING RUN (SAMPLE_10), THE ROSTER SKELETON GENERATION
000250*    (SAMPLE_26) AND THE GRADE-CORRECTION RUN (SAMPLE_23).
000260*    EVERY STATUS CHANGE IS APPENDED TO THE AUDIT LOG WITH THE
000270*    TERM CODE IN THE EXAM-CODE POSITION, A ZERO STUDENT ID
000280*    AND THE SIGNED-ON OPERATOR, SO A REOPEN CAN ALWAYS BE
000290*    TRACED TO WHOEVER AUTHORIZED IT.  THE OPERATOR AND LEVEL
000300*    COME FROM THE OPSIGNON STATION FILE; NO STATION FILE (A
000310*    RUN OUTSIDE THE MENU) IS UNKNOWN AT LEVEL ZERO AND CANNOT
000320*    REOPEN.
000330*
000340*    MODIFICATION HISTORY.
000350*    ------------------------------------------------------
000360*    DATE       INIT  DESCRIPTION
000370*    ---------  ----  ----------------------------------------
000380*    10/15/2026 HY    ORIGINAL VERSION.
000390******************************************************************
000400  ENVIRONMENT DIVISION.
000410  CONFIGURATION SECTION.
000420  SOURCE-COMPUTER.   IBM-370.
000430  OBJECT-COMPUTER.   IBM-370.
000440  INPUT-OUTPUT SECTION.
000450  FILE-CONTROL.
000460      SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS RANDOM
000490          RECORD KEY IS TC-TERM-CODE
000500          FILE STATUS IS WS-TERMCAL-STATUS.
000510
000520      SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000530          ORGANIZATION IS LINE SEQUENTIAL
000540          FILE STATUS IS WS-AUDIT-STATUS.
000550
000560      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
000570          ORGANIZATION IS LINE SEQUENTIAL
000580          FILE STATUS IS WS-SIGNON-STATUS.
000590*
000600  DATA DIVISION.
000610  FILE SECTION.
000620  FD  TERM-CALENDAR-FILE.
000630  COPY TERMCAL.
000640*
000650  FD  AUDIT-LOG-FILE.
000660  COPY AUDITREC.
000670*
000680  FD  SIGNON-FILE.
000690  COPY OPSIGNON.
000700*
000710  WORKING-STORAGE SECTION.
000720  01  WS-FILE-STATUSES.
000730      05  WS-TERMCAL-STATUS           PIC X(02) VALUE SPACES.
000740      05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000750      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
000760*
000770  01  WS-CONSTANTS.
000780      05  WS-REOPEN-AUTH-LEVEL        PIC 9(01) VALUE 5.
000790*
000800  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
000810  01  WS-AUTH-LEVEL                   PIC 9(01) VALUE ZERO.
000820*
000830  01  WS-IN-TERM-CODE                 PIC X(05).
000840*
000850  01  WS-ACTION-CMD                   PIC X(01) VALUE SPACES.
000860      88  WS-ACTION-CLOSE             VALUE "C" "c".
000870      88  WS-ACTION-ARCHIVE           VALUE "A" "a".
000880      88  WS-ACTION-REOPEN            VALUE "R" "r".
000890*
000900  01  WS-CONFIRM                      PIC X(01).
000910      88  WS-CONFIRMED                VALUE "Y" "y".
000920*
000930  01  WS-NEW-STATUS                   PIC X(01).
000940  01  WS-AUDIT-VERDICT                PIC X(12).
000950  01  WS-STATUS-TEXT                  PIC X(14).
000960*
000970  01  WS-RUN-TIMESTAMP.
000980      05  WS-RUN-DATE                 PIC 9(08).
000990      05  WS-RUN-TIME                 PIC 9(08).
001000*
001010  PROCEDURE DIVISION.
001020******************************************************************
001030*    0000-MAINLINE
001040*    DRIVES THE TERM CLOSE: FINDS THE TERM, TAKES THE ACTION,
001050*    CHECKS IT IS ALLOWED FROM THE TERM'S CURRENT STATUS AND
001060*    FOR THIS OPERATOR, THEN REWRITES THE TERM AND LOGS IT.
001070******************************************************************
001080  0000-MAINLINE.
001090      DISPLAY "TERM CLOSE / REOPEN"
001100      PERFORM 1000-READ-SIGNON THRU 1000-EXIT
001110      OPEN I-O TERM-CALENDAR-FILE
001120      IF WS-TERMCAL-STATUS NOT = "00"
001130          DISPLAY "SAMPLE_37: NO TERM-CALENDAR FILE - ADD THE"
001140          DISPLAY "SAMPLE_37: TERM THROUGH SAMPLE_13 FIRST"
001150          GOBACK
001160      END-IF
001170      PERFORM 2000-SELECT-TERM THRU 2000-EXIT
001180      CLOSE TERM-CALENDAR-FILE
001190      GOBACK.
001200*
001210******************************************************************
001220*    1000-READ-SIGNON
001230*    READS THE OPERATOR SIGNED ON AT THE SAMPLE1 MENU AND THAT
001240*    OPERATOR'S AUTHORITY LEVEL FROM THE OPSIGNON STATION
001250*    FILE.  NO STATION FILE LEAVES THE OPERATOR AS UNKNOWN AT
001260*    LEVEL ZERO.
001270******************************************************************
001280  1000-READ-SIGNON.
001290      OPEN INPUT SIGNON-FILE
001300      IF WS-SIGNON-STATUS NOT = "00"
001310          GO TO 1000-EXIT
001320      END-IF
001330      READ SIGNON-FILE
001340          AT END
001350              GO TO 1000-CLOSE
001360      END-READ
001370      MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
001380      IF SO-AUTH-LEVEL NUMERIC
001390          MOVE SO-AUTH-LEVEL TO WS-AUTH-LEVEL
001400      END-IF.
001410  1000-CLOSE.
001420      CLOSE SIGNON-FILE.
001430  1000-EXIT.
001440      EXIT.
001450*
001460******************************************************************
001470*    2000-SELECT-TERM
001480*    READS THE TERM, SHOWS ITS DATES AND STATUS, TAKES THE
001490*    ACTION AND DISPATCHES IT.
001500******************************************************************
001510  2000-SELECT-TERM.
001520      DISPLAY "ENTER TERM CODE: "
001530      ACCEPT WS-IN-TERM-CODE
001540      MOVE WS-IN-TERM-CODE TO TC-TERM-CODE
001550      READ TERM-CALENDAR-FILE
001560          INVALID KEY
001570              DISPLAY "SAMPLE_37: TERM " WS-IN-TERM-CODE
001580                  " NOT ON THE TERM CALENDAR"
001590              GO TO 2000-EXIT
001600      END-READ
001610      PERFORM 2900-SET-STATUS-TEXT THRU 2900-EXIT
001620      DISPLAY "TERM " TC-TERM-CODE " " TC-START-DATE " - "
001630          TC-END-DATE " " WS-STATUS-TEXT " SINCE " TC-STATUS-DATE
001640      DISPLAY "C)LOSE GRADING  A)RCHIVE  R)EOPEN"
001650      DISPLAY "ENTER ACTION: "
001660      ACCEPT WS-ACTION-CMD
001670      EVALUATE TRUE
001680          WHEN WS-ACTION-CLOSE
001690              PERFORM 2100-CLOSE-TERM THRU 2100-EXIT
001700          WHEN WS-ACTION-ARCHIVE
001710              PERFORM 2200-ARCHIVE-TERM THRU 2200-EXIT
001720          WHEN WS-ACTION-REOPEN
001730              PERFORM 2300-REOPEN-TERM THRU 2300-EXIT
001740          WHEN OTHER
001750              DISPLAY "SAMPLE_37: NO ACTION TAKEN"
001760      END-EVALUATE.
001770  2000-EXIT.
001780      EXIT.
001790*
001800******************************************************************
001810*    2100-CLOSE-TERM
001820*    CLOSES GRADING ON AN OPEN TERM.
001830******************************************************************
001840  2100-CLOSE-TERM.
001850      IF NOT TC-TERM-OPEN
001860          DISPLAY "SAMPLE_37: TERM IS NOT OPEN - NOTHING TO CLOSE"
001870          GO TO 2100-EXIT
001880      END-IF
001890      MOVE "C"            TO WS-NEW-STATUS
001900      MOVE "TERM CLOSED"  TO WS-AUDIT-VERDICT
001910      PERFORM 3000-APPLY-STATUS THRU 3000-EXIT.
001920  2100-EXIT.
001930      EXIT.
001940*
001950******************************************************************
001960*    2200-ARCHIVE-TERM
001970*    ARCHIVES A GRADING-CLOSED TERM.  AN OPEN TERM MUST HAVE
001980*    ITS GRADING CLOSED FIRST.
001990******************************************************************
002000  2200-ARCHIVE-TERM.
002010      IF NOT TC-GRADING-CLOSED
002020          DISPLAY "SAMPLE_37: ONLY A GRADING-CLOSED TERM CAN BE"
002030          DISPLAY "SAMPLE_37: ARCHIVED"
002040          GO TO 2200-EXIT
002050      END-IF
002060      MOVE "A"            TO WS-NEW-STATUS
002070      MOVE "TERM ARCHIVE" TO WS-AUDIT-VERDICT
002080      PERFORM 3000-APPLY-STATUS THRU 3000-EXIT.
002090  2200-EXIT.
002100      EXIT.
002110*
002120******************************************************************
002130*    2300-REOPEN-TERM
002140*    REOPENS A CLOSED OR ARCHIVED TERM.  REFUSED BELOW THE
002150*    REOPEN AUTHORITY LEVEL.
002160******************************************************************
002170  2300-REOPEN-TERM.
002180      IF NOT TC-TERM-LOCKED
002190          DISPLAY "SAMPLE_37: TERM IS ALREADY OPEN"
002200          GO TO 2300-EXIT
002210      END-IF
002220      IF WS-AUTH-LEVEL < WS-REOPEN-AUTH-LEVEL
002230          DISPLAY "SAMPLE_37: REOPENING A CLOSED TERM NEEDS"
002240              " AUTHORITY LEVEL " WS-REOPEN-AUTH-LEVEL
002250              " OR ABOVE"
002260          GO TO 2300-EXIT
002270      END-IF
002280      MOVE "O"            TO WS-NEW-STATUS
002290      MOVE "TERM REOPEN"  TO WS-AUDIT-VERDICT
002300      PERFORM 3000-APPLY-STATUS THRU 3000-EXIT.
002310  2300-EXIT.
002320      EXIT.
002330*
002340******************************************************************
002350*    2900-SET-STATUS-TEXT
002360*    SPELLS OUT THE TERM'S CURRENT STATUS FOR THE DISPLAY.
002370******************************************************************
002380  2900-SET-STATUS-TEXT.
002390      EVALUATE TRUE
002400          WHEN TC-TERM-OPEN
002410              MOVE "OPEN"           TO WS-STATUS-TEXT
002420          WHEN TC-GRADING-CLOSED
002430              MOVE "GRADING CLOSED" TO WS-STATUS-TEXT
002440          WHEN TC-TERM-ARCHIVED
002450              MOVE "ARCHIVED"       TO WS-STATUS-TEXT
002460          WHEN OTHER
002470              MOVE "UNKNOWN STATUS" TO WS-STATUS-TEXT
002480      END-EVALUATE.
002490  2900-EXIT.
002500      EXIT.
002510*
002520******************************************************************
002530*    3000-APPLY-STATUS
002540*    CONFIRMS THE CHANGE WITH THE OPERATOR, REWRITES THE TERM
002550*    WITH ITS NEW STATUS AND TODAY'S DATE, AND APPENDS THE
002560*    AUDIT ENTRY.  A DECLINE CHANGES NOTHING.
002570******************************************************************
002580  3000-APPLY-STATUS.
002590      DISPLAY "SAMPLE_37: " WS-AUDIT-VERDICT " FOR TERM "
002600          TC-TERM-CODE " - CONFIRM (Y/N)"
002610      ACCEPT WS-CONFIRM
002620      IF NOT WS-CONFIRMED
002630          DISPLAY "SAMPLE_37: NO ACTION TAKEN"
002640          GO TO 3000-EXIT
002650      END-IF
002660      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002670      ACCEPT WS-RUN-TIME FROM TIME
002680      MOVE WS-NEW-STATUS TO TC-STATUS
002690      MOVE WS-RUN-DATE   TO TC-STATUS-DATE
002695      PERFORM 2900-SET-STATUS-TEXT THRU 2900-EXIT
002700      REWRITE TERM-CALENDAR-REC
002710          INVALID KEY
002720              DISPLAY "SAMPLE_37: UNABLE TO REWRITE TERM"
002730              GO TO 3000-EXIT
002740      END-REWRITE
002750      PERFORM 3100-WRITE-AUDIT-ENTRY THRU 3100-EXIT
002760      DISPLAY "SAMPLE_37: TERM " WS-IN-TERM-CODE " IS NOW "
002780          WS-STATUS-TEXT.
002790  3000-EXIT.
002800      EXIT.
002810*
002820******************************************************************
002830*    3100-WRITE-AUDIT-ENTRY
002840*    APPENDS THE STATUS CHANGE TO THE AUDIT LOG (CREATING THE
002850*    LOG IF NONE EXISTS YET): TERM CODE IN THE EXAM-CODE
002860*    POSITION, ZERO STUDENT ID AND SCORE, THE ACTION AS THE
002870*    VERDICT, AND THE SIGNED-ON OPERATOR.  THE TERM HAS
002880*    ALREADY BEEN REWRITTEN, SO A LOG THAT CANNOT BE OPENED IS
002890*    REPORTED LOUDLY FOR THE CHANGE TO BE RECORDED BY HAND.
002900******************************************************************
002910  3100-WRITE-AUDIT-ENTRY.
002920      OPEN EXTEND AUDIT-LOG-FILE
002930      IF WS-AUDIT-STATUS NOT = "00"
002940          OPEN OUTPUT AUDIT-LOG-FILE
002950      END-IF
002960      IF WS-AUDIT-STATUS NOT = "00"
002970          DISPLAY "SAMPLE_37: UNABLE TO OPEN AUDIT-LOG FILE -"
002980          DISPLAY "SAMPLE_37: THIS STATUS CHANGE IS NOT LOGGED"
002990          GO TO 3100-EXIT
003000      END-IF
003010      MOVE WS-RUN-DATE      TO AL-RUN-DATE
003020      MOVE WS-RUN-TIME      TO AL-RUN-TIME
003030      MOVE ZERO             TO AL-STUDENT-ID
003040      MOVE "TERM CALENDAR"  TO AL-STUDENT-NAME
003050      MOVE SPACES           TO AL-CLASS-SECTION
003060      MOVE WS-IN-TERM-CODE  TO AL-EXAM-CODE
003070      MOVE ZERO             TO AL-SCORE
003080      MOVE WS-AUDIT-VERDICT TO AL-VERDICT
003090      MOVE WS-OPERATOR-ID   TO AL-OPERATOR-ID
003100      WRITE AUDIT-LOG-REC
003110      CLOSE AUDIT-LOG-FILE.
003120  3100-EXIT.
003130      EXIT.
