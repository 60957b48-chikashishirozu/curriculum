000253*                     BEING RECREATED EMPTY OVER THE LIVE
000254*                     ENTRIES.  SAMPLE_34 CONVERTS OLD-LAYOUT
000255*                     EXTHRESH/MENUOPT FILES.
000256*    10/15/2026 HY    ADDED THE COURSE-COMPOSITION FILE (CRSCOMP,
000257*                     KEYED COURSE CODE PLUS COMPONENT EXAM CODE,
000258*                     WITH THE COMPONENT'S WEIGHT) AS TABLE 5 FOR
000259*                     THE SAMPLE_35 TERM-END COURSE-GRADE RUN.
000260*    10/15/2026 HY    ADDED THE SITTING/ROOM FILE (SITROOM, KEYED
000261*                     SITTING DATE, SESSION AND ROOM, WITH THE
000262*                     ROOM'S CAPACITY) AS TABLE 6 FOR THE
000263*                     SAMPLE_36 SEAT ALLOCATION.  REGISTRATION
000264*                     ADD/CHANGE NOW TAKE THE SESSION (ER-
000265*                     SESSION); A CHANGE CLEARS THE ALLOCATED
000266*                     ROOM AND SEAT, WHICH NO LONGER HOLD.
000267*    10/15/2026 HY    ADDED THE TERM-CALENDAR FILE (TERMCAL,
000268*                     KEYED TERM CODE, WITH THE TERM'S START AND
000269*                     END DATES) AS TABLE 7.  A NEW TERM IS ADDED
000270*                     OPEN; ITS STATUS IS CHANGED ONLY BY THE
000271*                     TERM-CLOSE JOB (SAMPLE_37), AND A CLOSED OR
000272*                     ARCHIVED TERM CANNOT BE CHANGED OR DELETED
000273*                     HERE.
000274******************************************************************
000275  ENVIRONMENT DIVISION.
000276  CONFIGURATION SECTION.
000277  SOURCE-COMPUTER.   IBM-370.
000278  OBJECT-COMPUTER.   IBM-370.
000280  INPUT-OUTPUT SECTION.
000290  FILE-CONTROL.
000300      SELECT EXAM-THRESHOLD-FILE ASSIGN TO "EXTHRESH"
000411          ACCESS MODE IS DYNAMIC
000412          RECORD KEY IS AK-KEY
000413          FILE STATUS IS WS-ANSKEY-STATUS.
000414
000415      SELECT COURSE-COMP-FILE ASSIGN TO "CRSCOMP"
000416          ORGANIZATION IS INDEXED
000417          ACCESS MODE IS DYNAMIC
000418          RECORD KEY IS CC-COMP-KEY
000419          FILE STATUS IS WS-CRSCOMP-STATUS.
000420
000421      SELECT SITTING-ROOM-FILE ASSIGN TO "SITROOM"
000422          ORGANIZATION IS INDEXED
000423          ACCESS MODE IS DYNAMIC
000424          RECORD KEY IS RM-ROOM-KEY
000425          FILE STATUS IS WS-SITROOM-STATUS.
000426
000427      SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000428          ORGANIZATION IS INDEXED
000429          ACCESS MODE IS DYNAMIC
000430          RECORD KEY IS TC-TERM-CODE
000431          FILE STATUS IS WS-TERMCAL-STATUS.
000432*
000433  DATA DIVISION.
000434  FILE SECTION.
000440  FD  EXAM-THRESHOLD-FILE.
000450  COPY EXTHRESH.
000460*
000488  FD  ANSWER-KEY-FILE.
000489  COPY ANSKEY.
000490*
000491  FD  COURSE-COMP-FILE.
000492  COPY CRSCOMP.
000493*
000494  FD  SITTING-ROOM-FILE.
000495  COPY SITROOM.
000496*
000497  FD  TERM-CALENDAR-FILE.
000498  COPY TERMCAL.
000499*
000500  WORKING-STORAGE SECTION.
000510  01  WS-FILE-STATUSES.
000520      05  WS-THRESH-STATUS            PIC X(02) VALUE SPACES.
000530      05  WS-MENU-STATUS              PIC X(02) VALUE SPACES.
000535      05  WS-REG-STATUS               PIC X(02) VALUE SPACES.
000537      05  WS-ANSKEY-STATUS            PIC X(02) VALUE SPACES.
000539      05  WS-CRSCOMP-STATUS           PIC X(02) VALUE SPACES.
000541      05  WS-SITROOM-STATUS           PIC X(02) VALUE SPACES.
000543      05  WS-TERMCAL-STATUS           PIC X(02) VALUE SPACES.
000545*
000550  01  WS-SWITCHES.
000560      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000570          88  WS-END-OF-FILE          VALUE "Y".
000610      88  WS-TOP-MENU-OPTIONS         VALUE 2.
000615      88  WS-TOP-EXAM-REGS            VALUE 3.
000617      88  WS-TOP-ANSWER-KEYS          VALUE 4.
000619      88  WS-TOP-COURSE-COMPS         VALUE 5.
000621      88  WS-TOP-SITTING-ROOMS        VALUE 6.
000623      88  WS-TOP-TERM-CALENDAR        VALUE 7.
000625      88  WS-TOP-EXIT                 VALUE 9.
000630*
000640  01  WS-FUNCTION-CMD                 PIC X(01) VALUE SPACES.
000650      88  WS-FUNC-ADD                 VALUE "A" "a".
000755      88  WS-IN-OPTION-IS-EXIT        VALUE 9.
000760  01  WS-IN-OPTION-TEXT               PIC X(40).
000770  01  WS-IN-PROGRAM-ID                PIC X(30).
000771  01  WS-IN-ACTIVE-FLAG               PIC X(01).
000772  01  WS-IN-MIN-AUTH                  PIC 9(01).
000773*
000774  01  WS-IN-STUDENT-ID                PIC 9(06).
000775  01  WS-IN-SITTING-DATE              PIC X(08).
000776  01  WS-IN-SESSION                   PIC X(01).
000777      88  WS-IN-SESSION-VALID         VALUE "A" "P" "E".
000778  01  WS-IN-ROOM-ID                   PIC X(06).
000779  01  WS-IN-CAPACITY                  PIC 9(04).
000787*
000788  01  WS-IN-QUESTION-NO               PIC 9(02).
000789  01  WS-IN-CORRECT-OPTION            PIC X(01).
000791  01  WS-IN-POINT-VALUE               PIC 9(02).
000792*
000793  01  WS-IN-COURSE-CODE               PIC X(05).
000794  01  WS-IN-WEIGHT                    PIC 9(03).
000795*
000796  01  WS-IN-TERM-CODE                 PIC X(05).
000797  01  WS-IN-START-DATE                PIC X(08).
000798  01  WS-IN-END-DATE                  PIC X(08).
000799  01  WS-TODAY                        PIC 9(08).
000800*
000801  PROCEDURE DIVISION.
000810******************************************************************
000820*    0000-MAINLINE
000830*    DISPLAYS THE TABLE-SELECTION MENU AND DISPATCHES TO THE
001040      DISPLAY "  2. MENU-OPTIONS FILE"
001045      DISPLAY "  3. EXAM-REGISTRATION FILE"
001047      DISPLAY "  4. ANSWER-KEY FILE"
001049      DISPLAY "  5. COURSE-COMPOSITION FILE"
001051      DISPLAY "  6. SITTING/ROOM FILE"
001053      DISPLAY "  7. TERM-CALENDAR FILE"
001055      DISPLAY "  9. EXIT"
001060      DISPLAY "ENTER SELECTION: "
001070      ACCEPT WS-TOP-CMD
001080      EVALUATE TRUE
001339                      UNTIL WS-FUNC-RETURN
001341                  CLOSE ANSWER-KEY-FILE
001342              END-IF
001343          WHEN WS-TOP-COURSE-COMPS
001344              OPEN I-O COURSE-COMP-FILE
001345              IF WS-CRSCOMP-STATUS = "35"
001346                  OPEN OUTPUT COURSE-COMP-FILE
001347                  CLOSE COURSE-COMP-FILE
001348                  OPEN I-O COURSE-COMP-FILE
001349              END-IF
001350              IF WS-CRSCOMP-STATUS NOT = "00"
001351                  PERFORM 1500-REPORT-OPEN-FAILURE
001352                      THRU 1500-EXIT
001353              ELSE
001354                  MOVE SPACES TO WS-FUNCTION-CMD
001355                  PERFORM 6000-MAINTAIN-COURSE-COMPS
001356                      THRU 6000-EXIT
001357                      UNTIL WS-FUNC-RETURN
001358                  CLOSE COURSE-COMP-FILE
001359              END-IF
001360          WHEN WS-TOP-SITTING-ROOMS
001361              OPEN I-O SITTING-ROOM-FILE
001362              IF WS-SITROOM-STATUS = "35"
001363                  OPEN OUTPUT SITTING-ROOM-FILE
001364                  CLOSE SITTING-ROOM-FILE
001365                  OPEN I-O SITTING-ROOM-FILE
001366              END-IF
001367              IF WS-SITROOM-STATUS NOT = "00"
001368                  PERFORM 1500-REPORT-OPEN-FAILURE
001369                      THRU 1500-EXIT
001370              ELSE
001371                  MOVE SPACES TO WS-FUNCTION-CMD
001372                  PERFORM 7000-MAINTAIN-SITTING-ROOMS
001373                      THRU 7000-EXIT
001374                      UNTIL WS-FUNC-RETURN
001375                  CLOSE SITTING-ROOM-FILE
001376              END-IF
001377          WHEN WS-TOP-TERM-CALENDAR
001378              OPEN I-O TERM-CALENDAR-FILE
001379              IF WS-TERMCAL-STATUS = "35"
001380                  OPEN OUTPUT TERM-CALENDAR-FILE
001381                  CLOSE TERM-CALENDAR-FILE
001382                  OPEN I-O TERM-CALENDAR-FILE
001383              END-IF
001384              IF WS-TERMCAL-STATUS NOT = "00"
001385                  PERFORM 1500-REPORT-OPEN-FAILURE
001386                      THRU 1500-EXIT
001387              ELSE
001388                  MOVE SPACES TO WS-FUNCTION-CMD
001389                  PERFORM 8000-MAINTAIN-TERM-CALENDAR
001390                      THRU 8000-EXIT
001391                      UNTIL WS-FUNC-RETURN
001392                  CLOSE TERM-CALENDAR-FILE
001393              END-IF
001394          WHEN WS-TOP-EXIT
001395              CONTINUE
001396          WHEN OTHER
001397              DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
001398      END-EVALUATE.
001399  1000-EXIT.
001400      EXIT.
001401*
001402******************************************************************
001403*    1500-REPORT-OPEN-FAILURE
001404*    TELLS THE OPERATOR THE CHOSEN CONTROL FILE COULD NOT BE
001405*    OPENED FOR MAINTENANCE.  THE USUAL CAUSE IS A FILE STILL
001406*    IN AN OLD RECORD LAYOUT (STATUS 39), WHICH THE ONE-TIME
001407*    CONTROL-FILE CONVERSION (SAMPLE_34) FIXES; THE FILE IS
001408*    LEFT UNTOUCHED EITHER WAY.
001409******************************************************************
001410  1500-REPORT-OPEN-FAILURE.
001411      DISPLAY "SAMPLE_13: UNABLE TO OPEN THE CONTROL FILE FOR"
001412      DISPLAY "SAMPLE_13: MAINTENANCE - IF IT PREDATES THE"
001413      DISPLAY "SAMPLE_13: CURRENT LAYOUT, RUN THE CONTROL-FILE"
001414      DISPLAY "SAMPLE_13: CONVERSION (SAMPLE_34) FIRST".
001415  1500-EXIT.
001416      EXIT.
001417*
001418******************************************************************
001419*    2000-MAINTAIN-THRESHOLDS
001420*    DISPLAYS THE EXAM-THRESHOLD FUNCTION MENU, ACCEPTS ONE
001421*    SELECTION, AND DISPATCHES IT.
001430******************************************************************
001440  2000-MAINTAIN-THRESHOLDS.
001450      DISPLAY " "
004230*    4100-ADD-REGISTRATION
004240*    PROMPTS FOR A NEW STUDENT/EXAM REGISTRATION AND WRITES IT
004250*    TO THE INDEXED FILE.  A DUPLICATE KEY IS REJECTED - USE
004260*    CHANGE INSTEAD.  AN UNKNOWN SESSION CODE IS REJECTED.  THE
004265*    ROOM AND SEAT START BLANK FOR THE SEAT ALLOCATION TO FILL.
004270******************************************************************
004280  4100-ADD-REGISTRATION.
004290      DISPLAY "ENTER STUDENT ID: "
004320      ACCEPT WS-IN-EXAM-CODE
004330      DISPLAY "ENTER SITTING DATE (YYYYMMDD): "
004340      ACCEPT WS-IN-SITTING-DATE
004341      DISPLAY "ENTER SESSION (A=AM P=PM E=EVENING): "
004342      ACCEPT WS-IN-SESSION
004343      IF NOT WS-IN-SESSION-VALID
004344          DISPLAY "SAMPLE_13: SESSION MUST BE A, P OR E"
004345          GO TO 4100-EXIT
004346      END-IF
004350      MOVE WS-IN-STUDENT-ID   TO ER-STUDENT-ID
004360      MOVE WS-IN-EXAM-CODE    TO ER-EXAM-CODE
004370      MOVE WS-IN-SITTING-DATE TO ER-SITTING-DATE
004372      MOVE WS-IN-SESSION      TO ER-SESSION
004374      MOVE SPACES             TO ER-ROOM-ID
004376      MOVE ZERO               TO ER-SEAT-NO
004380      WRITE EXAM-REG-REC
004390          INVALID KEY
004400              DISPLAY "SAMPLE_13: STUDENT/EXAM ALREADY REGISTERED"
004450******************************************************************
004460*    4200-CHANGE-REGISTRATION
004470*    PROMPTS FOR AN EXISTING STUDENT/EXAM REGISTRATION AND
004480*    REWRITES ITS SITTING DATE AND SESSION.  THE ROOM AND SEAT
004483*    ALLOCATED FOR THE OLD SITTING ARE CLEARED - THE NEXT SEAT
004486*    ALLOCATION RUN FOR THE NEW SITTING FILLS THEM AGAIN.
004490******************************************************************
004500  4200-CHANGE-REGISTRATION.
004510      DISPLAY "ENTER STUDENT ID TO CHANGE: "
004610      END-READ
004620      DISPLAY "ENTER NEW SITTING DATE (YYYYMMDD): "
004630      ACCEPT WS-IN-SITTING-DATE
004631      DISPLAY "ENTER NEW SESSION (A=AM P=PM E=EVENING): "
004632      ACCEPT WS-IN-SESSION
004633      IF NOT WS-IN-SESSION-VALID
004634          DISPLAY "SAMPLE_13: SESSION MUST BE A, P OR E"
004635          GO TO 4200-EXIT
004636      END-IF
004640      MOVE WS-IN-SITTING-DATE TO ER-SITTING-DATE
004642      MOVE WS-IN-SESSION      TO ER-SESSION
004644      MOVE SPACES             TO ER-ROOM-ID
004646      MOVE ZERO               TO ER-SEAT-NO
004650      REWRITE EXAM-REG-REC
004660          INVALID KEY
004670              DISPLAY "SAMPLE_13: UNABLE TO REWRITE REGISTRATION"
005150              GO TO 4450-EXIT
005160      END-READ
005170      DISPLAY ER-STUDENT-ID " " ER-EXAM-CODE " "
005180          ER-SITTING-DATE " " ER-SESSION " " ER-ROOM-ID " "
005185          ER-SEAT-NO.
005190  4450-EXIT.
005200      EXIT.
005210*
006520          AK-CORRECT-OPTION " " AK-POINT-VALUE.
006530  5450-EXIT.
006540      EXIT.
006550*
006560******************************************************************
006570*    6000-MAINTAIN-COURSE-COMPS
006580*    DISPLAYS THE COURSE-COMPOSITION FUNCTION MENU, ACCEPTS ONE
006590*    SELECTION, AND DISPATCHES IT.
006600******************************************************************
006610  6000-MAINTAIN-COURSE-COMPS.
006620      DISPLAY " "
006630      DISPLAY "  COURSE-COMPOSITION FILE - A)DD C)HANGE D)ELETE"
006640      DISPLAY "                            L)IST R)ETURN"
006650      DISPLAY "ENTER FUNCTION: "
006660      ACCEPT WS-FUNCTION-CMD
006670      EVALUATE TRUE
006680          WHEN WS-FUNC-ADD
006690              PERFORM 6100-ADD-COURSE-COMP THRU 6100-EXIT
006700          WHEN WS-FUNC-CHANGE
006710              PERFORM 6200-CHANGE-COURSE-COMP THRU 6200-EXIT
006720          WHEN WS-FUNC-DELETE
006730              PERFORM 6300-DELETE-COURSE-COMP THRU 6300-EXIT
006740          WHEN WS-FUNC-LIST
006750              PERFORM 6400-LIST-COURSE-COMPS THRU 6400-EXIT
006760          WHEN WS-FUNC-RETURN
006770              CONTINUE
006780          WHEN OTHER
006790              DISPLAY "INVALID FUNCTION - PLEASE TRY AGAIN"
006800      END-EVALUATE.
006810  6000-EXIT.
006820      EXIT.
006830*
006840******************************************************************
006850*    6100-ADD-COURSE-COMP
006860*    PROMPTS FOR A NEW COURSE/COMPONENT-EXAM ENTRY AND WRITES IT
006870*    TO THE INDEXED FILE.  A DUPLICATE KEY IS REJECTED - USE
006880*    CHANGE INSTEAD.  A ZERO WEIGHT IS REJECTED - A COMPONENT
006890*    THAT COUNTS FOR NOTHING DOES NOT BELONG IN THE COURSE.
006900******************************************************************
006910  6100-ADD-COURSE-COMP.
006920      DISPLAY "ENTER COURSE CODE: "
006930      ACCEPT WS-IN-COURSE-CODE
006940      DISPLAY "ENTER COMPONENT EXAM CODE: "
006950      ACCEPT WS-IN-EXAM-CODE
006960      DISPLAY "ENTER WEIGHT (PERCENT): "
006970      ACCEPT WS-IN-WEIGHT
006980      IF WS-IN-WEIGHT = ZERO
006990          DISPLAY "SAMPLE_13: COMPONENT WEIGHT MUST BE ABOVE ZERO"
007000          GO TO 6100-EXIT
007010      END-IF
007020      MOVE WS-IN-COURSE-CODE TO CC-COURSE-CODE
007030      MOVE WS-IN-EXAM-CODE   TO CC-EXAM-CODE
007040      MOVE WS-IN-WEIGHT      TO CC-WEIGHT
007050      WRITE COURSE-COMP-REC
007060          INVALID KEY
007070              DISPLAY "SAMPLE_13: COURSE/EXAM ALREADY ON FILE"
007080      END-WRITE.
007090  6100-EXIT.
007100      EXIT.
007110*
007120******************************************************************
007130*    6200-CHANGE-COURSE-COMP
007140*    PROMPTS FOR AN EXISTING COURSE/COMPONENT-EXAM ENTRY AND
007150*    REWRITES ITS WEIGHT.  A ZERO WEIGHT IS REJECTED - DELETE
007160*    THE COMPONENT INSTEAD.
007170******************************************************************
007180  6200-CHANGE-COURSE-COMP.
007190      DISPLAY "ENTER COURSE CODE TO CHANGE: "
007200      ACCEPT WS-IN-COURSE-CODE
007210      DISPLAY "ENTER COMPONENT EXAM CODE TO CHANGE: "
007220      ACCEPT WS-IN-EXAM-CODE
007230      MOVE WS-IN-COURSE-CODE TO CC-COURSE-CODE
007240      MOVE WS-IN-EXAM-CODE   TO CC-EXAM-CODE
007250      READ COURSE-COMP-FILE
007260          INVALID KEY
007270              DISPLAY "SAMPLE_13: COURSE/EXAM NOT ON FILE"
007280              GO TO 6200-EXIT
007290      END-READ
007300      DISPLAY "ENTER NEW WEIGHT (PERCENT): "
007310      ACCEPT WS-IN-WEIGHT
007320      IF WS-IN-WEIGHT = ZERO
007330          DISPLAY "SAMPLE_13: COMPONENT WEIGHT MUST BE ABOVE ZERO"
007340          GO TO 6200-EXIT
007350      END-IF
007360      MOVE WS-IN-WEIGHT TO CC-WEIGHT
007370      REWRITE COURSE-COMP-REC
007380          INVALID KEY
007390              DISPLAY "SAMPLE_13: UNABLE TO REWRITE COURSE/EXAM"
007400      END-REWRITE.
007410  6200-EXIT.
007420      EXIT.
007430*
007440******************************************************************
007450*    6300-DELETE-COURSE-COMP
007460*    PROMPTS FOR AN EXISTING COURSE/COMPONENT-EXAM ENTRY AND
007470*    REMOVES IT FROM THE INDEXED FILE.
007480******************************************************************
007490  6300-DELETE-COURSE-COMP.
007500      DISPLAY "ENTER COURSE CODE TO DELETE: "
007510      ACCEPT WS-IN-COURSE-CODE
007520      DISPLAY "ENTER COMPONENT EXAM CODE TO DELETE: "
007530      ACCEPT WS-IN-EXAM-CODE
007540      MOVE WS-IN-COURSE-CODE TO CC-COURSE-CODE
007550      MOVE WS-IN-EXAM-CODE   TO CC-EXAM-CODE
007560      DELETE COURSE-COMP-FILE
007570          INVALID KEY
007580              DISPLAY "SAMPLE_13: COURSE/EXAM NOT ON FILE"
007590      END-DELETE.
007600  6300-EXIT.
007610      EXIT.
007620*
007630******************************************************************
007640*    6400-LIST-COURSE-COMPS
007650*    LISTS EVERY COURSE-COMPOSITION ENTRY IN COURSE/EXAM ORDER.
007660******************************************************************
007670  6400-LIST-COURSE-COMPS.
007680      MOVE "N" TO WS-EOF-SWITCH
007690      MOVE LOW-VALUES TO CC-COMP-KEY
007700      START COURSE-COMP-FILE KEY NOT LESS THAN CC-COMP-KEY
007710          INVALID KEY
007720              SET WS-END-OF-FILE TO TRUE
007730      END-START
007740      PERFORM 6450-LIST-ONE-COURSE-COMP THRU 6450-EXIT
007750          UNTIL WS-END-OF-FILE.
007760  6400-EXIT.
007770      EXIT.
007780*
007790******************************************************************
007800*    6450-LIST-ONE-COURSE-COMP
007810*    READS AND DISPLAYS ONE COURSE-COMPOSITION ENTRY.
007820******************************************************************
007830  6450-LIST-ONE-COURSE-COMP.
007840      READ COURSE-COMP-FILE NEXT RECORD
007850          AT END
007860              SET WS-END-OF-FILE TO TRUE
007870              GO TO 6450-EXIT
007880      END-READ
007890      DISPLAY CC-COURSE-CODE " " CC-EXAM-CODE " " CC-WEIGHT.
007900  6450-EXIT.
007910      EXIT.
007920*
007930******************************************************************
007940*    7000-MAINTAIN-SITTING-ROOMS
007950*    DISPLAYS THE SITTING/ROOM FUNCTION MENU, ACCEPTS ONE
007960*    SELECTION, AND DISPATCHES IT.
007970******************************************************************
007980  7000-MAINTAIN-SITTING-ROOMS.
007990      DISPLAY " "
008000      DISPLAY "  SITTING/ROOM FILE - A)DD C)HANGE D)ELETE L)IST"
008010      DISPLAY "                      R)ETURN TO PREVIOUS MENU"
008020      DISPLAY "ENTER FUNCTION: "
008030      ACCEPT WS-FUNCTION-CMD
008040      EVALUATE TRUE
008050          WHEN WS-FUNC-ADD
008060              PERFORM 7100-ADD-SITTING-ROOM THRU 7100-EXIT
008070          WHEN WS-FUNC-CHANGE
008080              PERFORM 7200-CHANGE-SITTING-ROOM THRU 7200-EXIT
008090          WHEN WS-FUNC-DELETE
008100              PERFORM 7300-DELETE-SITTING-ROOM THRU 7300-EXIT
008110          WHEN WS-FUNC-LIST
008120              PERFORM 7400-LIST-SITTING-ROOMS THRU 7400-EXIT
008130          WHEN WS-FUNC-RETURN
008140              CONTINUE
008150          WHEN OTHER
008160              DISPLAY "INVALID FUNCTION - PLEASE TRY AGAIN"
008170      END-EVALUATE.
008180  7000-EXIT.
008190      EXIT.
008200*
008210******************************************************************
008220*    7050-ACCEPT-ROOM-KEY
008230*    PROMPTS FOR THE SITTING DATE, SESSION AND ROOM THAT KEY A
008240*    SITTING/ROOM ENTRY AND MOVES THEM TO THE RECORD KEY.  AN
008250*    UNKNOWN SESSION CODE CLEARS WS-IN-SESSION SO THE CALLER
008260*    CAN REJECT THE ENTRY.
008270******************************************************************
008280  7050-ACCEPT-ROOM-KEY.
008290      DISPLAY "ENTER SITTING DATE (YYYYMMDD): "
008300      ACCEPT WS-IN-SITTING-DATE
008310      DISPLAY "ENTER SESSION (A=AM P=PM E=EVENING): "
008320      ACCEPT WS-IN-SESSION
008330      DISPLAY "ENTER ROOM: "
008340      ACCEPT WS-IN-ROOM-ID
008350      IF NOT WS-IN-SESSION-VALID
008360          DISPLAY "SAMPLE_13: SESSION MUST BE A, P OR E"
008370          MOVE SPACES TO WS-IN-SESSION
008380      END-IF
008390      MOVE WS-IN-SITTING-DATE TO RM-SITTING-DATE
008400      MOVE WS-IN-SESSION      TO RM-SESSION
008410      MOVE WS-IN-ROOM-ID      TO RM-ROOM-ID.
008420  7050-EXIT.
008430      EXIT.
008440*
008450******************************************************************
008460*    7100-ADD-SITTING-ROOM
008470*    PROMPTS FOR A NEW SITTING/ROOM ENTRY AND WRITES IT TO THE
008480*    INDEXED FILE.  A DUPLICATE KEY IS REJECTED - USE CHANGE
008490*    INSTEAD.  A ZERO CAPACITY IS REJECTED - A ROOM WITH NO
008500*    SEATS IS NOT AVAILABLE FOR THE SITTING.
008510******************************************************************
008520  7100-ADD-SITTING-ROOM.
008530      PERFORM 7050-ACCEPT-ROOM-KEY THRU 7050-EXIT
008540      IF WS-IN-SESSION = SPACES
008550          GO TO 7100-EXIT
008560      END-IF
008570      DISPLAY "ENTER CAPACITY (SEATS): "
008580      ACCEPT WS-IN-CAPACITY
008590      IF WS-IN-CAPACITY = ZERO
008600          DISPLAY "SAMPLE_13: ROOM CAPACITY MUST BE ABOVE ZERO"
008610          GO TO 7100-EXIT
008620      END-IF
008630      MOVE WS-IN-CAPACITY TO RM-CAPACITY
008640      WRITE SITTING-ROOM-REC
008650          INVALID KEY
008660              DISPLAY "SAMPLE_13: ROOM ALREADY ON FILE"
008670      END-WRITE.
008680  7100-EXIT.
008690      EXIT.
008700*
008710******************************************************************
008720*    7200-CHANGE-SITTING-ROOM
008730*    PROMPTS FOR AN EXISTING SITTING/ROOM ENTRY AND REWRITES
008740*    ITS CAPACITY.  A ZERO CAPACITY IS REJECTED - DELETE THE
008750*    ROOM FROM THE SITTING INSTEAD.
008760******************************************************************
008770  7200-CHANGE-SITTING-ROOM.
008780      PERFORM 7050-ACCEPT-ROOM-KEY THRU 7050-EXIT
008790      IF WS-IN-SESSION = SPACES
008800          GO TO 7200-EXIT
008810      END-IF
008820      READ SITTING-ROOM-FILE
008830          INVALID KEY
008840              DISPLAY "SAMPLE_13: ROOM NOT ON FILE FOR SITTING"
008850              GO TO 7200-EXIT
008860      END-READ
008870      DISPLAY "ENTER NEW CAPACITY (SEATS): "
008880      ACCEPT WS-IN-CAPACITY
008890      IF WS-IN-CAPACITY = ZERO
008900          DISPLAY "SAMPLE_13: ROOM CAPACITY MUST BE ABOVE ZERO"
008910          GO TO 7200-EXIT
008920      END-IF
008930      MOVE WS-IN-CAPACITY TO RM-CAPACITY
008940      REWRITE SITTING-ROOM-REC
008950          INVALID KEY
008960              DISPLAY "SAMPLE_13: UNABLE TO REWRITE SITTING/ROOM"
008970      END-REWRITE.
008980  7200-EXIT.
008990      EXIT.
009000*
009010******************************************************************
009020*    7300-DELETE-SITTING-ROOM
009030*    PROMPTS FOR AN EXISTING SITTING/ROOM ENTRY AND REMOVES IT
009040*    FROM THE INDEXED FILE.
009050******************************************************************
009060  7300-DELETE-SITTING-ROOM.
009070      PERFORM 7050-ACCEPT-ROOM-KEY THRU 7050-EXIT
009080      IF WS-IN-SESSION = SPACES
009090          GO TO 7300-EXIT
009100      END-IF
009110      DELETE SITTING-ROOM-FILE
009120          INVALID KEY
009130              DISPLAY "SAMPLE_13: ROOM NOT ON FILE FOR SITTING"
009140      END-DELETE.
009150  7300-EXIT.
009160      EXIT.
009170*
009180******************************************************************
009190*    7400-LIST-SITTING-ROOMS
009200*    LISTS EVERY SITTING/ROOM ENTRY IN DATE/SESSION/ROOM ORDER.
009210******************************************************************
009220  7400-LIST-SITTING-ROOMS.
009230      MOVE "N" TO WS-EOF-SWITCH
009240      MOVE LOW-VALUES TO RM-ROOM-KEY
009250      START SITTING-ROOM-FILE KEY NOT LESS THAN RM-ROOM-KEY
009260          INVALID KEY
009270              SET WS-END-OF-FILE TO TRUE
009280      END-START
009290      PERFORM 7450-LIST-ONE-SITTING-ROOM THRU 7450-EXIT
009300          UNTIL WS-END-OF-FILE.
009310  7400-EXIT.
009320      EXIT.
009330*
009340******************************************************************
009350*    7450-LIST-ONE-SITTING-ROOM
009360*    READS AND DISPLAYS ONE SITTING/ROOM ENTRY.
009370******************************************************************
009380  7450-LIST-ONE-SITTING-ROOM.
009390      READ SITTING-ROOM-FILE NEXT RECORD
009400          AT END
009410              SET WS-END-OF-FILE TO TRUE
009420              GO TO 7450-EXIT
009430      END-READ
009440      DISPLAY RM-SITTING-DATE " " RM-SESSION " " RM-ROOM-ID " "
009450          RM-CAPACITY.
009460  7450-EXIT.
009470      EXIT.
009480*
009490******************************************************************
009500*    8000-MAINTAIN-TERM-CALENDAR
009510*    DISPLAYS THE TERM-CALENDAR FUNCTION MENU, ACCEPTS ONE
009520*    SELECTION, AND DISPATCHES IT.
009530******************************************************************
009540  8000-MAINTAIN-TERM-CALENDAR.
009550      DISPLAY " "
009560      DISPLAY "  TERM-CALENDAR FILE - A)DD C)HANGE D)ELETE L)IST"
009570      DISPLAY "                       R)ETURN TO PREVIOUS MENU"
009580      DISPLAY "ENTER FUNCTION: "
009590      ACCEPT WS-FUNCTION-CMD
009600      EVALUATE TRUE
009610          WHEN WS-FUNC-ADD
009620              PERFORM 8100-ADD-TERM THRU 8100-EXIT
009630          WHEN WS-FUNC-CHANGE
009640              PERFORM 8200-CHANGE-TERM THRU 8200-EXIT
009650          WHEN WS-FUNC-DELETE
009660              PERFORM 8300-DELETE-TERM THRU 8300-EXIT
009670          WHEN WS-FUNC-LIST
009680              PERFORM 8400-LIST-TERMS THRU 8400-EXIT
009690          WHEN WS-FUNC-RETURN
009700              CONTINUE
009710          WHEN OTHER
009720              DISPLAY "INVALID FUNCTION - PLEASE TRY AGAIN"
009730      END-EVALUATE.
009740  8000-EXIT.
009750      EXIT.
009760*
009770******************************************************************
009780*    8050-ACCEPT-TERM-DATES
009790*    PROMPTS FOR A TERM'S START AND END DATES.  AN END DATE
009800*    BEFORE THE START DATE CLEARS WS-IN-END-DATE SO THE CALLER
009810*    CAN REJECT THE ENTRY.
009820******************************************************************
009830  8050-ACCEPT-TERM-DATES.
009840      DISPLAY "ENTER TERM START DATE (YYYYMMDD): "
009850      ACCEPT WS-IN-START-DATE
009860      DISPLAY "ENTER TERM END DATE (YYYYMMDD): "
009870      ACCEPT WS-IN-END-DATE
009880      IF WS-IN-END-DATE < WS-IN-START-DATE
009890          DISPLAY "SAMPLE_13: END DATE IS BEFORE THE START DATE"
009900          MOVE SPACES TO WS-IN-END-DATE
009910      END-IF.
009920  8050-EXIT.
009930      EXIT.
009940*
009950******************************************************************
009960*    8100-ADD-TERM
009970*    PROMPTS FOR A NEW TERM AND WRITES IT TO THE INDEXED FILE
009980*    WITH STATUS OPEN.  A DUPLICATE KEY IS REJECTED - USE
009990*    CHANGE INSTEAD.
010000******************************************************************
010010  8100-ADD-TERM.
010020      DISPLAY "ENTER TERM CODE: "
010030      ACCEPT WS-IN-TERM-CODE
010040      IF WS-IN-TERM-CODE = SPACES
010050          DISPLAY "SAMPLE_13: TERM CODE IS REQUIRED"
010060          GO TO 8100-EXIT
010070      END-IF
010080      PERFORM 8050-ACCEPT-TERM-DATES THRU 8050-EXIT
010090      IF WS-IN-END-DATE = SPACES
010100          GO TO 8100-EXIT
010110      END-IF
010120      ACCEPT WS-TODAY FROM DATE YYYYMMDD
010130      MOVE WS-IN-TERM-CODE  TO TC-TERM-CODE
010140      MOVE WS-IN-START-DATE TO TC-START-DATE
010150      MOVE WS-IN-END-DATE   TO TC-END-DATE
010160      SET TC-TERM-OPEN TO TRUE
010170      MOVE WS-TODAY         TO TC-STATUS-DATE
010180      WRITE TERM-CALENDAR-REC
010190          INVALID KEY
010200              DISPLAY "SAMPLE_13: TERM ALREADY ON FILE"
010210      END-WRITE.
010220  8100-EXIT.
010230      EXIT.
010240*
010250******************************************************************
010260*    8200-CHANGE-TERM
010270*    PROMPTS FOR AN EXISTING TERM AND REWRITES ITS DATES.  THE
010280*    STATUS IS LEFT ALONE - ONLY SAMPLE_37 CHANGES IT - AND A
010290*    CLOSED OR ARCHIVED TERM IS REFUSED: ITS DATES ARE PART OF
010300*    WHAT WAS LOCKED.
010310******************************************************************
010320  8200-CHANGE-TERM.
010330      DISPLAY "ENTER TERM CODE: "
010340      ACCEPT WS-IN-TERM-CODE
010350      MOVE WS-IN-TERM-CODE TO TC-TERM-CODE
010360      READ TERM-CALENDAR-FILE
010370          INVALID KEY
010380              DISPLAY "SAMPLE_13: TERM NOT ON FILE"
010390              GO TO 8200-EXIT
010400      END-READ
010410      IF TC-TERM-LOCKED
010420          DISPLAY "SAMPLE_13: TERM IS CLOSED - REOPEN IT FIRST"
010430          GO TO 8200-EXIT
010440      END-IF
010450      PERFORM 8050-ACCEPT-TERM-DATES THRU 8050-EXIT
010460      IF WS-IN-END-DATE = SPACES
010470          GO TO 8200-EXIT
010480      END-IF
010490      MOVE WS-IN-START-DATE TO TC-START-DATE
010500      MOVE WS-IN-END-DATE   TO TC-END-DATE
010510      REWRITE TERM-CALENDAR-REC
010520          INVALID KEY
010530              DISPLAY "SAMPLE_13: UNABLE TO REWRITE TERM"
010540      END-REWRITE.
010550  8200-EXIT.
010560      EXIT.
010570*
010580******************************************************************
010590*    8300-DELETE-TERM
010600*    PROMPTS FOR AN EXISTING TERM AND REMOVES IT FROM THE
010610*    INDEXED FILE.  A CLOSED OR ARCHIVED TERM IS REFUSED - A
010620*    TERM OFF THE CALENDAR COUNTS AS OPEN, SO DELETING IT
010630*    WOULD QUIETLY UNLOCK IT.
010640******************************************************************
010650  8300-DELETE-TERM.
010660      DISPLAY "ENTER TERM CODE: "
010670      ACCEPT WS-IN-TERM-CODE
010680      MOVE WS-IN-TERM-CODE TO TC-TERM-CODE
010690      READ TERM-CALENDAR-FILE
010700          INVALID KEY
010710              DISPLAY "SAMPLE_13: TERM NOT ON FILE"
010720              GO TO 8300-EXIT
010730      END-READ
010740      IF TC-TERM-LOCKED
010750          DISPLAY "SAMPLE_13: TERM IS CLOSED - IT CANNOT BE"
010760          DISPLAY "SAMPLE_13: DELETED"
010770          GO TO 8300-EXIT
010780      END-IF
010790      DELETE TERM-CALENDAR-FILE
010800          INVALID KEY
010810              DISPLAY "SAMPLE_13: TERM NOT ON FILE"
010820      END-DELETE.
010830  8300-EXIT.
010840      EXIT.
010850*
010860******************************************************************
010870*    8400-LIST-TERMS
010880*    LISTS EVERY TERM IN TERM-CODE ORDER WITH ITS DATES,
010890*    STATUS AND THE DATE OF ITS LAST STATUS CHANGE.
010900******************************************************************
010910  8400-LIST-TERMS.
010920      MOVE "N" TO WS-EOF-SWITCH
010930      MOVE LOW-VALUES TO TC-TERM-CODE
010940      START TERM-CALENDAR-FILE KEY NOT LESS THAN TC-TERM-CODE
010950          INVALID KEY
010960              SET WS-END-OF-FILE TO TRUE
010970      END-START
010980      PERFORM 8450-LIST-ONE-TERM THRU 8450-EXIT
010990          UNTIL WS-END-OF-FILE.
011000  8400-EXIT.
011010      EXIT.
011020*
011030******************************************************************
011040*    8450-LIST-ONE-TERM
011050*    READS AND DISPLAYS ONE TERM-CALENDAR ENTRY.
011060******************************************************************
011070  8450-LIST-ONE-TERM.
011080      READ TERM-CALENDAR-FILE NEXT RECORD
011090          AT END
011100              SET WS-END-OF-FILE TO TRUE
011110              GO TO 8450-EXIT
011120      END-READ
011130      DISPLAY TC-TERM-CODE " " TC-START-DATE " " TC-END-DATE " "
011140          TC-STATUS " " TC-STATUS-DATE.
011150  8450-EXIT.
011160      EXIT.
