000300*    DATE       INIT  DESCRIPTION
000310*    ---------  ----  ----------------------------------------
000320*    08/25/2026 HY    ORIGINAL VERSION.
000321*    10/15/2026 HY    EACH DETAIL NOW CARRIES THE ROOM THE SEAT
000322*                     ALLOCATION (SAMPLE_36) PUT THE STUDENT IN
000323*                     (SD-ROOM-ID), SO A KEYED SCORE CAN BE
000324*                     TRACED TO ITS ROOM.  PAIRS STILL WITHOUT A
000325*                     ROOM ARE COUNTED AND REPORTED.
000326*    10/15/2026 HY    NO SKELETON IS BUILT FOR A TERM THAT IS
000327*                     CLOSED OR ARCHIVED ON THE TERM CALENDAR
000328*                     (TERMCAL, LOCKED BY SAMPLE_37).  A TERM
000329*                     NOT ON THE CALENDAR, OR NO CALENDAR, IS
000330*                     OPEN.
000331******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000360  SOURCE-COMPUTER.   IBM-370.
000460      SELECT STUDENT-SCORES-FILE ASSIGN TO "STUSCORE"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS WS-SCORES-STATUS.
000481
000482      SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000483          ORGANIZATION IS INDEXED
000484          ACCESS MODE IS RANDOM
000485          RECORD KEY IS TC-TERM-CODE
000486          FILE STATUS IS WS-TERMCAL-STATUS.
000490*
000500  DATA DIVISION.
000510  FILE SECTION.
000550  FD  STUDENT-SCORES-FILE.
000560  COPY STUSCORE.
000570*
000572  FD  TERM-CALENDAR-FILE.
000574  COPY TERMCAL.
000576*
000580  WORKING-STORAGE SECTION.
000590  01  WS-SWITCHES.
000600      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000610          88  WS-END-OF-FILE          VALUE "Y".
000613      05  WS-TERM-LOCK-SWITCH         PIC X(01) VALUE "N".
000616          88  WS-TERM-LOCKED          VALUE "Y".
000620*
000630  01  WS-FILE-STATUSES.
000640      05  WS-REG-STATUS               PIC X(02) VALUE SPACES.
000650      05  WS-SCORES-STATUS            PIC X(02) VALUE SPACES.
000655      05  WS-TERMCAL-STATUS           PIC X(02) VALUE SPACES.
000660*
000670  01  WS-IN-SITTING-DATE              PIC X(08).
000680  01  WS-IN-TERM-CODE                 PIC X(05).
000750              INDEXED BY WS-REG-IDX.
000760          10  WS-REG-STUDENT-ID       PIC 9(06).
000770          10  WS-REG-EXAM-CODE        PIC X(05).
000775          10  WS-REG-ROOM-ID          PIC X(06).
000780*
000790  01  WS-REG-SUB                      PIC 9(04).
000800*
000810  01  WS-WRITE-COUNT                  PIC 9(06) VALUE ZERO.
000815  01  WS-NO-ROOM-COUNT                PIC 9(06) VALUE ZERO.
000820*
000830  PROCEDURE DIVISION.
000840******************************************************************
000850*    0000-MAINLINE
000860*    DRIVES THE SKELETON GENERATION: COLLECTS THE SITTING'S
000870*    REGISTRATIONS AND WRITES THE ROSTER WHEN THERE ARE ANY.
000875*    NOTHING IS BUILT FOR A TERM LOCKED ON THE TERM CALENDAR.
000880******************************************************************
000890  0000-MAINLINE.
000900      DISPLAY "ROSTER SKELETON GENERATION"
000920      ACCEPT WS-IN-SITTING-DATE
000930      DISPLAY "ENTER TERM CODE: "
000940      ACCEPT WS-IN-TERM-CODE
000941      PERFORM 0500-CHECK-TERM-OPEN THRU 0500-EXIT
000942      IF WS-TERM-LOCKED
000943          DISPLAY "SAMPLE_26: TERM " WS-IN-TERM-CODE " IS CLOSED"
000944              " ON THE TERM CALENDAR - NO ROSTER WRITTEN"
000945          GOBACK
000946      END-IF
000950      DISPLAY "ENTER CHECKPOINT INTERVAL (0 FOR NONE): "
000960      ACCEPT WS-IN-CHKPT-INTERVAL
000970      PERFORM 1000-COLLECT-REGISTRATIONS THRU 1000-EXIT
001040      DISPLAY "SAMPLE_26: " WS-WRITE-COUNT " STUDENT/EXAM"
001050          " PAIR(S) REGISTERED FOR " WS-IN-SITTING-DATE
001060          " WRITTEN TO THE ROSTER SKELETON"
001062      IF WS-NO-ROOM-COUNT > ZERO
001064          DISPLAY "SAMPLE_26: " WS-NO-ROOM-COUNT " PAIR(S) HAVE"
001066              " NO ROOM - RUN THE SEAT ALLOCATION (SAMPLE_36)"
001068      END-IF
001070      GOBACK.
001071*
001072******************************************************************
001073*    0500-CHECK-TERM-OPEN
001074*    LOOKS THE ENTERED TERM UP ON THE TERM CALENDAR AND SETS
001075*    WS-TERM-LOCKED WHEN THE TERM-CLOSE JOB (SAMPLE_37) HAS
001076*    CLOSED OR ARCHIVED IT.  A BLANK TERM, A TERM NOT ON THE
001077*    CALENDAR, OR NO CALENDAR AT ALL IS TREATED AS OPEN.
001078******************************************************************
001079  0500-CHECK-TERM-OPEN.
001080      IF WS-IN-TERM-CODE = SPACES
001081          GO TO 0500-EXIT
001082      END-IF
001083      OPEN INPUT TERM-CALENDAR-FILE
001084      IF WS-TERMCAL-STATUS NOT = "00"
001085          GO TO 0500-EXIT
001086      END-IF
001087      MOVE WS-IN-TERM-CODE TO TC-TERM-CODE
001088      READ TERM-CALENDAR-FILE
001089          INVALID KEY
001090              GO TO 0500-CLOSE
001091      END-READ
001092      IF TC-TERM-LOCKED
001093          SET WS-TERM-LOCKED TO TRUE
001094      END-IF.
001095  0500-CLOSE.
001096      CLOSE TERM-CALENDAR-FILE.
001097  0500-EXIT.
001098      EXIT.
001099*
001100******************************************************************
001101*    1000-COLLECT-REGISTRATIONS
001110*    READS THE EXAM-REGISTRATION FILE IN KEY ORDER COLLECTING
001120*    EVERY PAIR REGISTERED FOR THE REQUESTED SITTING DATE.
001130******************************************************************
001550      ADD 1 TO WS-REG-COUNT
001560      SET WS-REG-IDX TO WS-REG-COUNT
001570      MOVE ER-STUDENT-ID TO WS-REG-STUDENT-ID (WS-REG-IDX)
001580      MOVE ER-EXAM-CODE  TO WS-REG-EXAM-CODE (WS-REG-IDX)
001585      MOVE ER-ROOM-ID    TO WS-REG-ROOM-ID (WS-REG-IDX).
001590  1100-EXIT.
001600      EXIT.
001610*
001930******************************************************************
001940*    5100-WRITE-ONE-DETAIL
001950*    WRITES ONE ROSTER SKELETON DETAIL RECORD FROM ONE
001960*    REGISTRATION TABLE ENTRY, CARRYING ITS ALLOCATED ROOM.
001970******************************************************************
001980  5100-WRITE-ONE-DETAIL.
001990      MOVE SPACES                        TO SCORE-DETAIL-REC
002010      MOVE WS-REG-STUDENT-ID (WS-REG-SUB) TO SD-STUDENT-ID
002020      MOVE WS-REG-EXAM-CODE (WS-REG-SUB)  TO SD-EXAM-CODE
002030      MOVE ZERO                          TO SD-SCORE
002032      MOVE WS-REG-ROOM-ID (WS-REG-SUB)    TO SD-ROOM-ID
002034      IF SD-ROOM-ID = SPACES
002036          ADD 1 TO WS-NO-ROOM-COUNT
002038      END-IF
002040      WRITE SCORE-DETAIL-REC
002050      ADD 1 TO WS-WRITE-COUNT.
002060  5100-EXIT.
