000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_36.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    EXAM SEAT ALLOCATION FOR ONE SITTING DATE, DRIVEN OFF THE
000120*    SAMPLE1 OPERATIONS MENU.  THE EXAM-REGISTRATION FILE SAYS
000130*    WHO SITS WHICH EXAM ON WHICH DAY AND IN WHICH SESSION, BUT
000140*    NOT WHERE.  THE SITTING/ROOM FILE (SITROOM, MAINTAINED BY
000150*    SAMPLE_13) LISTS THE ROOMS MADE AVAILABLE FOR EACH SESSION
000160*    OF THE DAY AND THEIR CAPACITIES.  THE OPERATOR ENTERS A
000170*    SITTING DATE AND THIS RUN:
000180*      - LISTS EVERY STUDENT BOOKED INTO TWO (OR MORE) EXAMS IN
000190*        THE SAME SESSION ON THE ALLOCATION REPORT (ALLOCRPT)
000200*        AS A CLASH FOR THE ACADEMIC OFFICE TO RESOLVE - BOTH
000210*        REGISTRATIONS ARE STILL SEATED SO NEITHER IS LOST
000220*      - SEATS EACH SESSION'S REGISTRATIONS BY CLASS SECTION
000230*        (FROM STUMAST), THEN STUDENT ID, FILLING THE SESSION'S
000240*        ROOMS IN ROOM ORDER, AND WRITES THE ROOM AND SEAT BACK
000250*        ONTO EACH REGISTRATION (ER-ROOM-ID/ER-SEAT-NO) FOR
000260*        SAMPLE_26 TO CARRY ONTO THE ROSTER SKELETON
000270*      - WRITES THE PROCTORS' SEATING LIST (SEATLIST), ONE
000280*        BLOCK PER ROOM IN SEAT ORDER
000290*      - FLAGS EVERY SESSION WHOSE REGISTRATIONS EXCEED THE
000300*        SEATS OF ITS ROOMS; THE REGISTRATIONS LEFT OVER GET NO
000310*        ROOM UNTIL MORE ROOMS ARE ADDED AND THE RUN REPEATED
000320*    A REGISTRATION WITH NO VALID SESSION CANNOT BE SEATED AND
000330*    IS LISTED ON THE ALLOCATION REPORT INSTEAD.  THE RUN CAN
000340*    BE REPEATED FREELY - EVERY REGISTRATION FOR THE DATE IS
000350*    RE-SEATED FROM SCRATCH.
000360*
000370*    MODIFICATION HISTORY.
000380*    ------------------------------------------------------
000390*    DATE       INIT  DESCRIPTION
000400*    ---------  ----  ----------------------------------------
000410*    10/15/2026 HY    ORIGINAL VERSION.
000420******************************************************************
000430  ENVIRONMENT DIVISION.
000440  CONFIGURATION SECTION.
000450  SOURCE-COMPUTER.   IBM-370.
000460  OBJECT-COMPUTER.   IBM-370.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490      SELECT EXAM-REG-FILE ASSIGN TO "EXAMREG"
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS DYNAMIC
000520          RECORD KEY IS ER-REG-KEY
000530          FILE STATUS IS WS-REG-STATUS.
000540
000550      SELECT SITTING-ROOM-FILE ASSIGN TO "SITROOM"
000560          ORGANIZATION IS INDEXED
000570          ACCESS MODE IS DYNAMIC
000580          RECORD KEY IS RM-ROOM-KEY
000590          FILE STATUS IS WS-SITROOM-STATUS.
000600
000610      SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
000620          ORGANIZATION IS INDEXED
000630          ACCESS MODE IS RANDOM
000640          RECORD KEY IS SM-STUDENT-ID
000650          FILE STATUS IS WS-MASTER-STATUS.
000660
000670      SELECT SEAT-LIST-FILE ASSIGN TO "SEATLIST"
000680          ORGANIZATION IS LINE SEQUENTIAL
000690          FILE STATUS IS WS-SEATLIST-STATUS.
000700
000710      SELECT ALLOC-RPT-FILE ASSIGN TO "ALLOCRPT"
000720          ORGANIZATION IS LINE SEQUENTIAL
000730          FILE STATUS IS WS-ALLOCRPT-STATUS.
000740*
000750  DATA DIVISION.
000760  FILE SECTION.
000770  FD  EXAM-REG-FILE.
000780  COPY EXAMREG.
000790*
000800  FD  SITTING-ROOM-FILE.
000810  COPY SITROOM.
000820*
000830  FD  STUDENT-MASTER-FILE.
000840  COPY STUMAST.
000850*
000860  FD  SEAT-LIST-FILE.
000870  COPY SEATLIST.
000880*
000890  FD  ALLOC-RPT-FILE.
000900  COPY ALLOCRPT.
000910*
000920  WORKING-STORAGE SECTION.
000930  01  WS-SWITCHES.
000940      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000950          88  WS-END-OF-FILE          VALUE "Y".
000960      05  WS-MASTER-AVAIL-SWITCH      PIC X(01) VALUE "N".
000970          88  WS-MASTER-AVAILABLE     VALUE "Y".
000980      05  WS-ROOM-FOUND-SWITCH        PIC X(01) VALUE "N".
000990          88  WS-ROOM-FOUND           VALUE "Y".
001000*
001010  01  WS-FILE-STATUSES.
001020      05  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001030      05  WS-SITROOM-STATUS           PIC X(02) VALUE SPACES.
001040      05  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001050      05  WS-SEATLIST-STATUS          PIC X(02) VALUE SPACES.
001060      05  WS-ALLOCRPT-STATUS          PIC X(02) VALUE SPACES.
001070*
001080  01  WS-IN-SITTING-DATE              PIC X(08).
001090*
001100  01  WS-ROOM-TABLE-CTL.
001110      05  WS-ROOM-COUNT               PIC 9(04) VALUE ZERO.
001120      05  WS-ROOM-TABLE OCCURS 0 TO 200 TIMES
001130              DEPENDING ON WS-ROOM-COUNT
001140              INDEXED BY WS-ROOM-IDX.
001150          10  WS-ROOM-SESSION         PIC X(01).
001160          10  WS-ROOM-ID              PIC X(06).
001170          10  WS-ROOM-CAPACITY        PIC 9(04).
001180          10  WS-ROOM-USED            PIC 9(04).
001190*
001200  01  WS-REG-TABLE-CTL.
001210      05  WS-REG-COUNT                PIC 9(04) VALUE ZERO.
001220      05  WS-REG-TABLE OCCURS 0 TO 5000 TIMES
001230              DEPENDING ON WS-REG-COUNT
001240              INDEXED BY WS-REG-IDX.
001250          10  WS-REG-SESSION          PIC X(01).
001260              88  WS-REG-SESSION-VALID VALUE "A" "P" "E".
001270          10  WS-REG-SECTION          PIC X(05).
001280          10  WS-REG-STUDENT-ID       PIC 9(06).
001290          10  WS-REG-EXAM-CODE        PIC X(05).
001300          10  WS-REG-NAME             PIC X(20).
001310          10  WS-REG-ROOM-ID          PIC X(06).
001320          10  WS-REG-SEAT-NO          PIC 9(04).
001330*
001340  01  WS-REG-SWAP-ENTRY               PIC X(47).
001350*
001360  01  WS-REG-SUB                      PIC 9(04).
001370  01  WS-ROOM-SUB                     PIC 9(04).
001380*
001390  01  WS-SORT-SWAPPED-SWITCH          PIC X(01) VALUE "N".
001400      88  WS-SORT-SWAPPED             VALUE "Y".
001410*
001420  01  WS-SORT-ORDER                   PIC X(01) VALUE "C".
001430      88  WS-SORT-FOR-CLASH           VALUE "C".
001440      88  WS-SORT-FOR-SEATING         VALUE "S".
001450*
001460*    SESSION CODES IN REPORT ORDER, WITH THE PER-SESSION
001470*    REGISTRATION AND SEAT TOTALS FOR THE CAPACITY CHECK.
001480  01  WS-SESSION-CODE-LIST            PIC X(03) VALUE "APE".
001490  01  WS-SESSION-CODE-TABLE REDEFINES WS-SESSION-CODE-LIST.
001500      05  WS-SESSION-CODE             PIC X(01) OCCURS 3 TIMES.
001510*
001520  01  WS-SESSION-TOTALS               VALUE ZEROS.
001530      05  WS-SESSION-ENTRY OCCURS 3 TIMES.
001540          10  WS-SESS-REG-COUNT       PIC 9(06).
001550          10  WS-SESS-SEAT-COUNT      PIC 9(06).
001560          10  WS-SESS-UNSEATED        PIC 9(06).
001570*
001580  01  WS-SESS-SUB                     PIC 9(01).
001590*
001600  01  WS-CUR-SESSION                  PIC X(01).
001610  01  WS-CUR-ROOM-ID                  PIC X(06).
001620*
001630  01  WS-RUN-COUNTS.
001640      05  WS-SEATED-COUNT             PIC 9(06) VALUE ZERO.
001650      05  WS-UNSEATED-COUNT           PIC 9(06) VALUE ZERO.
001660      05  WS-CLASH-COUNT              PIC 9(06) VALUE ZERO.
001670      05  WS-NO-SESSION-COUNT         PIC 9(06) VALUE ZERO.
001680      05  WS-OVER-CAPACITY-COUNT      PIC 9(06) VALUE ZERO.
001690*
001700  01  WS-EDIT-FIELDS.
001710      05  WS-SEAT-EDIT                PIC ZZZ9.
001720      05  WS-CAPACITY-EDIT            PIC ZZZ9.
001730      05  WS-COUNT-EDIT               PIC ZZZZZ9.
001740      05  WS-COUNT-EDIT-2             PIC ZZZZZ9.
001750      05  WS-COUNT-EDIT-3             PIC ZZZZZ9.
001760*
001770  01  WS-RPT-LABEL                    PIC X(30).
001780*
001790  01  WS-RPT-LINE                     PIC X(80).
001800*
001810  PROCEDURE DIVISION.
001820******************************************************************
001830*    0000-MAINLINE
001840*    DRIVES THE ALLOCATION FOR ONE SITTING DATE: LOADS THE
001850*    SITTING'S ROOMS AND REGISTRATIONS, REPORTS CLASHES, SEATS
001860*    THE REGISTRATIONS, WRITES THE SEATS BACK TO THE
001870*    REGISTRATION FILE, AND PRINTS THE SEATING LIST AND THE
001880*    CAPACITY CHECK.
001890******************************************************************
001900  0000-MAINLINE.
001910      DISPLAY "EXAM SEAT ALLOCATION"
001920      DISPLAY "ENTER SITTING DATE (YYYYMMDD): "
001930      ACCEPT WS-IN-SITTING-DATE
001940      PERFORM 1000-LOAD-ROOMS THRU 1000-EXIT
001950      PERFORM 2000-COLLECT-REGISTRATIONS THRU 2000-EXIT
001960      IF WS-REG-COUNT = ZERO
001970          DISPLAY "SAMPLE_36: NO REGISTRATIONS ON FILE FOR "
001980              WS-IN-SITTING-DATE " - NOTHING TO ALLOCATE"
001990          GOBACK
002000      END-IF
002010      IF WS-ROOM-COUNT = ZERO
002020          DISPLAY "SAMPLE_36: NO ROOMS ON FILE FOR "
002030              WS-IN-SITTING-DATE " - NO REGISTRATION CAN BE"
002040          DISPLAY "SAMPLE_36: SEATED; ADD THE SITTING'S ROOMS"
002050          DISPLAY "SAMPLE_36: THROUGH SAMPLE_13"
002060      END-IF
002070      OPEN OUTPUT ALLOC-RPT-FILE
002080      IF WS-ALLOCRPT-STATUS NOT = "00"
002090          DISPLAY "SAMPLE_36: UNABLE TO OPEN ALLOCRPT FILE"
002100          GOBACK
002110      END-IF
002120      MOVE SPACES TO WS-RPT-LINE
002130      STRING "SEAT ALLOCATION - SITTING " DELIMITED BY SIZE
002140          WS-IN-SITTING-DATE DELIMITED BY SIZE
002150          INTO WS-RPT-LINE
002160      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
002170      SET WS-SORT-FOR-CLASH TO TRUE
002180      PERFORM 3000-SORT-REG-TABLE THRU 3000-EXIT
002190      PERFORM 3500-REPORT-CLASHES THRU 3500-EXIT
002200      SET WS-SORT-FOR-SEATING TO TRUE
002210      PERFORM 3000-SORT-REG-TABLE THRU 3000-EXIT
002220      PERFORM 4000-ALLOCATE-SEATS THRU 4000-EXIT
002230      PERFORM 5000-UPDATE-REGISTRATIONS THRU 5000-EXIT
002240      PERFORM 6000-WRITE-SEATING-LIST THRU 6000-EXIT
002250      PERFORM 7000-REPORT-CAPACITY THRU 7000-EXIT
002260      PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002270      CLOSE ALLOC-RPT-FILE
002280      GOBACK.
002290*
002300******************************************************************
002310*    1000-LOAD-ROOMS
002320*    LOADS THE ROOMS ON THE SITTING/ROOM FILE FOR THE REQUESTED
002330*    DATE INTO A TABLE IN SESSION/ROOM ORDER (THE FILE'S KEY
002340*    ORDER).  NO FILE, OR NO ROOMS FOR THE DATE, LEAVES THE
002350*    TABLE EMPTY - THE CLASH CHECK STILL RUNS AND EVERY SESSION
002360*    IS FLAGGED OVER CAPACITY.
002370******************************************************************
002380  1000-LOAD-ROOMS.
002390      OPEN INPUT SITTING-ROOM-FILE
002400      IF WS-SITROOM-STATUS NOT = "00"
002410          GO TO 1000-EXIT
002420      END-IF
002430      MOVE "N" TO WS-EOF-SWITCH
002440      MOVE WS-IN-SITTING-DATE TO RM-SITTING-DATE
002450      MOVE LOW-VALUES         TO RM-SESSION
002460      MOVE LOW-VALUES         TO RM-ROOM-ID
002470      START SITTING-ROOM-FILE KEY NOT LESS THAN RM-ROOM-KEY
002480          INVALID KEY
002490              SET WS-END-OF-FILE TO TRUE
002500      END-START
002510      PERFORM 1100-LOAD-ONE-ROOM THRU 1100-EXIT
002520          UNTIL WS-END-OF-FILE
002530      CLOSE SITTING-ROOM-FILE
002540      MOVE "N" TO WS-EOF-SWITCH.
002550  1000-EXIT.
002560      EXIT.
002570*
002580******************************************************************
002590*    1100-LOAD-ONE-ROOM
002600*    READS ONE SITTING/ROOM ENTRY AND HOLDS IT IN THE NEXT FREE
002610*    TABLE ENTRY.  THE FIRST ENTRY FOR A LATER DATE ENDS THE
002620*    LOAD.  A SITTING WITH MORE ROOMS THAN THE TABLE HOLDS
002630*    CANNOT BE ALLOCATED IN ONE RUN, SO THE RUN IS ABORTED.
002640******************************************************************
002650  1100-LOAD-ONE-ROOM.
002660      READ SITTING-ROOM-FILE NEXT RECORD
002670          AT END
002680              SET WS-END-OF-FILE TO TRUE
002690              GO TO 1100-EXIT
002700      END-READ
002710      IF RM-SITTING-DATE NOT = WS-IN-SITTING-DATE
002720          SET WS-END-OF-FILE TO TRUE
002730          GO TO 1100-EXIT
002740      END-IF
002750      IF WS-ROOM-COUNT >= 200
002760          DISPLAY "SAMPLE_36: ROOM TABLE FULL - RUN ABORTED"
002770          GOBACK
002780      END-IF
002790      ADD 1 TO WS-ROOM-COUNT
002800      SET WS-ROOM-IDX TO WS-ROOM-COUNT
002810      MOVE RM-SESSION  TO WS-ROOM-SESSION (WS-ROOM-IDX)
002820      MOVE RM-ROOM-ID  TO WS-ROOM-ID (WS-ROOM-IDX)
002830      MOVE RM-CAPACITY TO WS-ROOM-CAPACITY (WS-ROOM-IDX)
002840      MOVE ZERO        TO WS-ROOM-USED (WS-ROOM-IDX).
002850  1100-EXIT.
002860      EXIT.
002870*
002880******************************************************************
002890*    2000-COLLECT-REGISTRATIONS
002900*    OPENS THE EXAM-REGISTRATION FILE FOR UPDATE AND READS IT
002910*    IN KEY ORDER COLLECTING EVERY PAIR REGISTERED FOR THE
002920*    REQUESTED SITTING DATE, WITH THE STUDENT'S NAME AND CLASS
002930*    SECTION FROM THE MASTER.  THE FILE STAYS OPEN FOR THE
002940*    SEAT WRITE-BACK IN 5000-UPDATE-REGISTRATIONS.
002950******************************************************************
002960  2000-COLLECT-REGISTRATIONS.
002970      OPEN I-O EXAM-REG-FILE
002980      IF WS-REG-STATUS NOT = "00"
002990          DISPLAY "SAMPLE_36: UNABLE TO OPEN THE EXAM-"
003000          DISPLAY "SAMPLE_36: REGISTRATION FILE - IF IT PREDATES"
003010          DISPLAY "SAMPLE_36: THE CURRENT LAYOUT, RUN THE"
003020          DISPLAY "SAMPLE_36: CONTROL-FILE CONVERSION (SAMPLE_34)"
003030          GOBACK
003040      END-IF
003050      OPEN INPUT STUDENT-MASTER-FILE
003060      IF WS-MASTER-STATUS = "00"
003070          SET WS-MASTER-AVAILABLE TO TRUE
003080      ELSE
003090          DISPLAY "SAMPLE_36: NO STUDENT-MASTER FILE - SEATING"
003100          DISPLAY "SAMPLE_36: WILL BE BY STUDENT ID ONLY"
003110      END-IF
003120      MOVE "N" TO WS-EOF-SWITCH
003130      MOVE LOW-VALUES TO ER-REG-KEY
003140      START EXAM-REG-FILE KEY NOT LESS THAN ER-REG-KEY
003150          INVALID KEY
003160              SET WS-END-OF-FILE TO TRUE
003170      END-START
003180      PERFORM 2100-COLLECT-ONE-REG THRU 2100-EXIT
003190          UNTIL WS-END-OF-FILE
003200      IF WS-MASTER-AVAILABLE
003210          CLOSE STUDENT-MASTER-FILE
003220          MOVE "N" TO WS-MASTER-AVAIL-SWITCH
003230      END-IF
003240      IF WS-REG-COUNT = ZERO
003250          CLOSE EXAM-REG-FILE
003260      END-IF
003270      MOVE "N" TO WS-EOF-SWITCH.
003280  2000-EXIT.
003290      EXIT.
003300*
003310******************************************************************
003320*    2100-COLLECT-ONE-REG
003330*    READS ONE REGISTRATION AND, WHEN IT IS FOR THE REQUESTED
003340*    SITTING DATE, ADDS IT TO THE TABLE WITH THE STUDENT'S
003350*    NAME AND SECTION.  A STUDENT NOT ON THE MASTER SHOWS AS
003360*    UNKNOWN WITH A BLANK SECTION, AND SO SEATS AHEAD OF THE
003370*    SECTIONS.  A SITTING BIGGER THAN THE TABLE CANNOT BE
003380*    ALLOCATED IN ONE RUN, SO THE RUN IS ABORTED BEFORE ANY
003390*    REGISTRATION IS TOUCHED.
003400******************************************************************
003410  2100-COLLECT-ONE-REG.
003420      READ EXAM-REG-FILE NEXT RECORD
003430          AT END
003440              SET WS-END-OF-FILE TO TRUE
003450              GO TO 2100-EXIT
003460      END-READ
003470      IF ER-SITTING-DATE NOT = WS-IN-SITTING-DATE
003480          GO TO 2100-EXIT
003490      END-IF
003500      IF WS-REG-COUNT >= 5000
003510          DISPLAY "SAMPLE_36: REGISTRATION TABLE FULL - RUN"
003520          DISPLAY "SAMPLE_36: ABORTED"
003530          GOBACK
003540      END-IF
003550      ADD 1 TO WS-REG-COUNT
003560      SET WS-REG-IDX TO WS-REG-COUNT
003570      MOVE ER-SESSION    TO WS-REG-SESSION (WS-REG-IDX)
003580      MOVE ER-STUDENT-ID TO WS-REG-STUDENT-ID (WS-REG-IDX)
003590      MOVE ER-EXAM-CODE  TO WS-REG-EXAM-CODE (WS-REG-IDX)
003600      MOVE SPACES        TO WS-REG-SECTION (WS-REG-IDX)
003610      MOVE "UNKNOWN"     TO WS-REG-NAME (WS-REG-IDX)
003620      MOVE SPACES        TO WS-REG-ROOM-ID (WS-REG-IDX)
003630      MOVE ZERO          TO WS-REG-SEAT-NO (WS-REG-IDX)
003640      IF NOT WS-MASTER-AVAILABLE
003650          GO TO 2100-EXIT
003660      END-IF
003670      MOVE ER-STUDENT-ID TO SM-STUDENT-ID
003680      READ STUDENT-MASTER-FILE
003690          INVALID KEY
003700              GO TO 2100-EXIT
003710      END-READ
003720      MOVE SM-CLASS-SECTION TO WS-REG-SECTION (WS-REG-IDX)
003730      MOVE SM-STUDENT-NAME  TO WS-REG-NAME (WS-REG-IDX).
003740  2100-EXIT.
003750      EXIT.
003760*
003770******************************************************************
003780*    3000-SORT-REG-TABLE
003790*    BUBBLE-SORTS THE REGISTRATION TABLE INTO THE ORDER NAMED
003800*    BY WS-SORT-ORDER: STUDENT/SESSION/EXAM FOR THE CLASH
003810*    CHECK, OR SESSION/SECTION/STUDENT/EXAM FOR SEATING.
003820******************************************************************
003830  3000-SORT-REG-TABLE.
003840      IF WS-REG-COUNT < 2
003850          GO TO 3000-EXIT
003860      END-IF
003870      SET WS-SORT-SWAPPED TO TRUE
003880      PERFORM 3100-REG-BUBBLE-PASS THRU 3100-EXIT
003890          UNTIL NOT WS-SORT-SWAPPED.
003900  3000-EXIT.
003910      EXIT.
003920*
003930******************************************************************
003940*    3100-REG-BUBBLE-PASS
003950*    MAKES ONE PASS OVER THE REGISTRATION TABLE, SWAPPING ANY
003960*    ADJACENT ENTRIES THAT ARE OUT OF ORDER.
003970******************************************************************
003980  3100-REG-BUBBLE-PASS.
003990      MOVE "N" TO WS-SORT-SWAPPED-SWITCH
004000      IF WS-SORT-FOR-CLASH
004010          PERFORM 3200-CLASH-ORDER-COMPARE THRU 3200-EXIT
004020              VARYING WS-REG-IDX FROM 1 BY 1
004030              UNTIL WS-REG-IDX >= WS-REG-COUNT
004040      ELSE
004050          PERFORM 3300-SEAT-ORDER-COMPARE THRU 3300-EXIT
004060              VARYING WS-REG-IDX FROM 1 BY 1
004070              UNTIL WS-REG-IDX >= WS-REG-COUNT
004080      END-IF.
004090  3100-EXIT.
004100      EXIT.
004110*
004120******************************************************************
004130*    3200-CLASH-ORDER-COMPARE
004140*    COMPARES ONE PAIR OF ADJACENT REGISTRATIONS ON STUDENT ID,
004150*    THEN SESSION, THEN EXAM CODE AND SWAPS THEM WHEN OUT OF
004160*    ORDER, SO A STUDENT'S EXAMS IN ONE SESSION SIT TOGETHER.
004170******************************************************************
004180  3200-CLASH-ORDER-COMPARE.
004190      IF WS-REG-STUDENT-ID (WS-REG-IDX) <
004200          WS-REG-STUDENT-ID (WS-REG-IDX + 1)
004210          GO TO 3200-EXIT
004220      END-IF
004230      IF WS-REG-STUDENT-ID (WS-REG-IDX) =
004240          WS-REG-STUDENT-ID (WS-REG-IDX + 1)
004250          IF WS-REG-SESSION (WS-REG-IDX) <
004260              WS-REG-SESSION (WS-REG-IDX + 1)
004270              GO TO 3200-EXIT
004280          END-IF
004290          IF WS-REG-SESSION (WS-REG-IDX) =
004300              WS-REG-SESSION (WS-REG-IDX + 1)
004310             AND WS-REG-EXAM-CODE (WS-REG-IDX) NOT >
004320                 WS-REG-EXAM-CODE (WS-REG-IDX + 1)
004330              GO TO 3200-EXIT
004340          END-IF
004350      END-IF
004360      PERFORM 3400-SWAP-REG-ENTRIES THRU 3400-EXIT.
004370  3200-EXIT.
004380      EXIT.
004390*
004400******************************************************************
004410*    3300-SEAT-ORDER-COMPARE
004420*    COMPARES ONE PAIR OF ADJACENT REGISTRATIONS ON SESSION,
004430*    THEN CLASS SECTION, THEN STUDENT ID, THEN EXAM CODE AND
004440*    SWAPS THEM WHEN OUT OF ORDER.  THE FIRST THREE FIELDS OF
004450*    THE ENTRY ARE LAID OUT IN EXACTLY THAT ORDER, SO THEY ARE
004460*    COMPARED AS ONE STRING AHEAD OF THE EXAM CODE.
004470******************************************************************
004480  3300-SEAT-ORDER-COMPARE.
004490      IF WS-REG-TABLE (WS-REG-IDX) (1:12) <
004500          WS-REG-TABLE (WS-REG-IDX + 1) (1:12)
004510          GO TO 3300-EXIT
004520      END-IF
004530      IF WS-REG-TABLE (WS-REG-IDX) (1:12) =
004540          WS-REG-TABLE (WS-REG-IDX + 1) (1:12)
004550         AND WS-REG-EXAM-CODE (WS-REG-IDX) NOT >
004560             WS-REG-EXAM-CODE (WS-REG-IDX + 1)
004570          GO TO 3300-EXIT
004580      END-IF
004590      PERFORM 3400-SWAP-REG-ENTRIES THRU 3400-EXIT.
004600  3300-EXIT.
004610      EXIT.
004620*
004630******************************************************************
004640*    3400-SWAP-REG-ENTRIES
004650*    SWAPS THE REGISTRATION ENTRY AT WS-REG-IDX WITH THE ONE
004660*    AFTER IT AND NOTES THAT THE PASS MADE A SWAP.
004670******************************************************************
004680  3400-SWAP-REG-ENTRIES.
004690      MOVE WS-REG-TABLE (WS-REG-IDX) TO WS-REG-SWAP-ENTRY
004700      MOVE WS-REG-TABLE (WS-REG-IDX + 1)
004710          TO WS-REG-TABLE (WS-REG-IDX)
004720      MOVE WS-REG-SWAP-ENTRY TO WS-REG-TABLE (WS-REG-IDX + 1)
004730      MOVE "Y" TO WS-SORT-SWAPPED-SWITCH.
004740  3400-EXIT.
004750      EXIT.
004760*
004770******************************************************************
004780*    3500-REPORT-CLASHES
004790*    WITH THE TABLE IN STUDENT/SESSION ORDER, LISTS EVERY PAIR
004800*    OF ADJACENT REGISTRATIONS FOR THE SAME STUDENT IN THE SAME
004810*    SESSION AS A CLASH, THEN EVERY REGISTRATION WITH NO VALID
004820*    SESSION.
004830******************************************************************
004840  3500-REPORT-CLASHES.
004850      MOVE SPACES TO WS-RPT-LINE
004860      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
004870      MOVE "CLASHES - TWO EXAMS IN ONE SESSION"
004880          TO WS-RPT-LINE
004890      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
004900      MOVE "  STUDENT NAME                 SESSION EXAM  EXAM"
004910          TO WS-RPT-LINE
004920      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
004930      PERFORM 3600-CHECK-ONE-CLASH THRU 3600-EXIT
004940          VARYING WS-REG-SUB FROM 1 BY 1
004950          UNTIL WS-REG-SUB >= WS-REG-COUNT
004960      MOVE SPACES TO WS-RPT-LINE
004970      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
004980      MOVE "NO SESSION - REGISTRATION CANNOT BE SEATED"
004990          TO WS-RPT-LINE
005000      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
005010      MOVE "  STUDENT NAME                 EXAM"
005020          TO WS-RPT-LINE
005030      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
005040      PERFORM 3700-CHECK-ONE-SESSION THRU 3700-EXIT
005050          VARYING WS-REG-SUB FROM 1 BY 1
005060          UNTIL WS-REG-SUB > WS-REG-COUNT.
005070  3500-EXIT.
005080      EXIT.
005090*
005100******************************************************************
005110*    3600-CHECK-ONE-CLASH
005120*    COMPARES ONE REGISTRATION WITH THE NEXT AND WRITES A
005130*    CLASH LINE WHEN BOTH ARE THE SAME STUDENT IN THE SAME
005140*    VALID SESSION.  THREE EXAMS IN ONE SESSION SHOW AS TWO
005150*    LINES.
005160******************************************************************
005170  3600-CHECK-ONE-CLASH.
005180      IF WS-REG-STUDENT-ID (WS-REG-SUB) NOT =
005190          WS-REG-STUDENT-ID (WS-REG-SUB + 1)
005200         OR WS-REG-SESSION (WS-REG-SUB) NOT =
005210             WS-REG-SESSION (WS-REG-SUB + 1)
005220         OR NOT WS-REG-SESSION-VALID (WS-REG-SUB)
005230          GO TO 3600-EXIT
005240      END-IF
005250      ADD 1 TO WS-CLASH-COUNT
005260      MOVE SPACES TO WS-RPT-LINE
005270      STRING "  " DELIMITED BY SIZE
005280          WS-REG-STUDENT-ID (WS-REG-SUB) DELIMITED BY SIZE
005290          " " DELIMITED BY SIZE
005300          WS-REG-NAME (WS-REG-SUB) DELIMITED BY SIZE
005310          "    " DELIMITED BY SIZE
005320          WS-REG-SESSION (WS-REG-SUB) DELIMITED BY SIZE
005330          "    " DELIMITED BY SIZE
005340          WS-REG-EXAM-CODE (WS-REG-SUB) DELIMITED BY SIZE
005350          " " DELIMITED BY SIZE
005360          WS-REG-EXAM-CODE (WS-REG-SUB + 1) DELIMITED BY SIZE
005370          INTO WS-RPT-LINE
005380      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT.
005390  3600-EXIT.
005400      EXIT.
005410*
005420******************************************************************
005430*    3700-CHECK-ONE-SESSION
005440*    WRITES A NO-SESSION LINE FOR ONE REGISTRATION WHOSE
005450*    SESSION CODE IS NOT A, P OR E.
005460******************************************************************
005470  3700-CHECK-ONE-SESSION.
005480      IF WS-REG-SESSION-VALID (WS-REG-SUB)
005490          GO TO 3700-EXIT
005500      END-IF
005510      ADD 1 TO WS-NO-SESSION-COUNT
005520      MOVE SPACES TO WS-RPT-LINE
005530      STRING "  " DELIMITED BY SIZE
005540          WS-REG-STUDENT-ID (WS-REG-SUB) DELIMITED BY SIZE
005550          " " DELIMITED BY SIZE
005560          WS-REG-NAME (WS-REG-SUB) DELIMITED BY SIZE
005570          "    " DELIMITED BY SIZE
005580          WS-REG-EXAM-CODE (WS-REG-SUB) DELIMITED BY SIZE
005590          INTO WS-RPT-LINE
005600      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT.
005610  3700-EXIT.
005620      EXIT.
005630*
005640******************************************************************
005650*    4000-ALLOCATE-SEATS
005660*    WITH THE TABLE IN SESSION/SECTION/STUDENT ORDER, GIVES
005670*    EACH REGISTRATION THE NEXT FREE SEAT IN ITS SESSION'S
005680*    ROOMS, SO EACH CLASS SECTION SITS TOGETHER AND THE ROOMS
005690*    FILL IN ROOM ORDER.
005700******************************************************************
005710  4000-ALLOCATE-SEATS.
005720      PERFORM 4100-SEAT-ONE-REG THRU 4100-EXIT
005730          VARYING WS-REG-SUB FROM 1 BY 1
005740          UNTIL WS-REG-SUB > WS-REG-COUNT.
005750  4000-EXIT.
005760      EXIT.
005770*
005780******************************************************************
005790*    4100-SEAT-ONE-REG
005800*    FINDS THE FIRST ROOM OF THE REGISTRATION'S SESSION WITH A
005810*    FREE SEAT AND TAKES THE NEXT SEAT IN IT.  THE SESSION
005820*    TOTALS FOR THE CAPACITY CHECK ARE KEPT HERE.  A SESSION
005830*    WHOSE ROOMS ARE FULL LEAVES THE REGISTRATION UNSEATED.
005840******************************************************************
005850  4100-SEAT-ONE-REG.
005860      IF NOT WS-REG-SESSION-VALID (WS-REG-SUB)
005870          GO TO 4100-EXIT
005880      END-IF
005890      MOVE WS-REG-SESSION (WS-REG-SUB) TO WS-CUR-SESSION
005900      PERFORM 4900-FIND-SESSION-SUB THRU 4900-EXIT
005910      ADD 1 TO WS-SESS-REG-COUNT (WS-SESS-SUB)
005920      MOVE "N" TO WS-ROOM-FOUND-SWITCH
005930      PERFORM 4200-CHECK-ONE-ROOM THRU 4200-EXIT
005940          VARYING WS-ROOM-SUB FROM 1 BY 1
005950          UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
005960             OR WS-ROOM-FOUND
005970      IF NOT WS-ROOM-FOUND
005980          ADD 1 TO WS-SESS-UNSEATED (WS-SESS-SUB)
005990          ADD 1 TO WS-UNSEATED-COUNT
006000          GO TO 4100-EXIT
006010      END-IF
006020      SUBTRACT 1 FROM WS-ROOM-SUB
006030      ADD 1 TO WS-ROOM-USED (WS-ROOM-SUB)
006040      MOVE WS-ROOM-ID (WS-ROOM-SUB)
006050          TO WS-REG-ROOM-ID (WS-REG-SUB)
006060      MOVE WS-ROOM-USED (WS-ROOM-SUB)
006070          TO WS-REG-SEAT-NO (WS-REG-SUB)
006080      ADD 1 TO WS-SEATED-COUNT.
006090  4100-EXIT.
006100      EXIT.
006110*
006120******************************************************************
006130*    4200-CHECK-ONE-ROOM
006140*    MARKS THE ROOM FOUND WHEN IT BELONGS TO THE CURRENT
006150*    SESSION AND STILL HAS A FREE SEAT.
006160******************************************************************
006170  4200-CHECK-ONE-ROOM.
006180      IF WS-ROOM-SESSION (WS-ROOM-SUB) = WS-CUR-SESSION
006190         AND WS-ROOM-USED (WS-ROOM-SUB) <
006200             WS-ROOM-CAPACITY (WS-ROOM-SUB)
006210          SET WS-ROOM-FOUND TO TRUE
006220      END-IF.
006230  4200-EXIT.
006240      EXIT.
006250*
006260******************************************************************
006270*    4900-FIND-SESSION-SUB
006280*    SETS WS-SESS-SUB TO THE SESSION-TOTALS ENTRY FOR THE
006290*    SESSION CODE IN WS-CUR-SESSION (A, P OR E).
006300******************************************************************
006310  4900-FIND-SESSION-SUB.
006320      EVALUATE WS-CUR-SESSION
006330          WHEN "A"
006340              MOVE 1 TO WS-SESS-SUB
006350          WHEN "P"
006360              MOVE 2 TO WS-SESS-SUB
006370          WHEN OTHER
006380              MOVE 3 TO WS-SESS-SUB
006390      END-EVALUATE.
006400  4900-EXIT.
006410      EXIT.
006420*
006430******************************************************************
006440*    5000-UPDATE-REGISTRATIONS
006450*    WRITES EVERY REGISTRATION'S NEW ROOM AND SEAT (BLANK AND
006460*    ZERO WHEN UNSEATED) BACK TO THE EXAM-REGISTRATION FILE,
006470*    THEN CLOSES IT.
006480******************************************************************
006490  5000-UPDATE-REGISTRATIONS.
006500      PERFORM 5100-UPDATE-ONE-REG THRU 5100-EXIT
006510          VARYING WS-REG-SUB FROM 1 BY 1
006520          UNTIL WS-REG-SUB > WS-REG-COUNT
006530      CLOSE EXAM-REG-FILE.
006540  5000-EXIT.
006550      EXIT.
006560*
006570******************************************************************
006580*    5100-UPDATE-ONE-REG
006590*    READS ONE REGISTRATION BY KEY AND REWRITES IT WITH ITS
006600*    ALLOCATED ROOM AND SEAT.
006610******************************************************************
006620  5100-UPDATE-ONE-REG.
006630      MOVE WS-REG-STUDENT-ID (WS-REG-SUB) TO ER-STUDENT-ID
006640      MOVE WS-REG-EXAM-CODE (WS-REG-SUB)  TO ER-EXAM-CODE
006650      READ EXAM-REG-FILE
006660          INVALID KEY
006670              DISPLAY "SAMPLE_36: REGISTRATION " ER-REG-KEY
006680                  " NO LONGER ON FILE - NOT UPDATED"
006690              GO TO 5100-EXIT
006700      END-READ
006710      MOVE WS-REG-ROOM-ID (WS-REG-SUB) TO ER-ROOM-ID
006720      MOVE WS-REG-SEAT-NO (WS-REG-SUB) TO ER-SEAT-NO
006730      REWRITE EXAM-REG-REC
006740          INVALID KEY
006750              DISPLAY "SAMPLE_36: UNABLE TO REWRITE REGISTRATION "
006760                  ER-REG-KEY
006770      END-REWRITE.
006780  5100-EXIT.
006790      EXIT.
006800*
006810******************************************************************
006820*    6000-WRITE-SEATING-LIST
006830*    WRITES THE PROCTORS' SEATING LIST.  THE TABLE IS STILL IN
006840*    SEATING ORDER, SO EACH ROOM'S SEATS COME OUT TOGETHER AND
006850*    IN SEAT ORDER; A NEW ROOM (OR SESSION) STARTS A NEW BLOCK
006860*    UNDER ITS OWN HEADING.  UNSEATED REGISTRATIONS ARE LEFT
006870*    OFF - THEY ARE ON THE ALLOCATION REPORT.
006880******************************************************************
006890  6000-WRITE-SEATING-LIST.
006900      OPEN OUTPUT SEAT-LIST-FILE
006910      IF WS-SEATLIST-STATUS NOT = "00"
006920          DISPLAY "SAMPLE_36: UNABLE TO OPEN SEATLIST FILE"
006930          GO TO 6000-EXIT
006940      END-IF
006950      MOVE SPACES TO WS-CUR-SESSION
006960      MOVE SPACES TO WS-CUR-ROOM-ID
006970      PERFORM 6100-LIST-ONE-SEAT THRU 6100-EXIT
006980          VARYING WS-REG-SUB FROM 1 BY 1
006990          UNTIL WS-REG-SUB > WS-REG-COUNT
007000      CLOSE SEAT-LIST-FILE.
007010  6000-EXIT.
007020      EXIT.
007030*
007040******************************************************************
007050*    6100-LIST-ONE-SEAT
007060*    WRITES ONE SEATING-LIST LINE, PRECEDED BY A ROOM HEADING
007070*    WHEN THE ROOM OR SESSION CHANGES.
007080******************************************************************
007090  6100-LIST-ONE-SEAT.
007100      IF WS-REG-ROOM-ID (WS-REG-SUB) = SPACES
007110          GO TO 6100-EXIT
007120      END-IF
007130      IF WS-REG-SESSION (WS-REG-SUB) NOT = WS-CUR-SESSION
007140         OR WS-REG-ROOM-ID (WS-REG-SUB) NOT = WS-CUR-ROOM-ID
007150          MOVE WS-REG-SESSION (WS-REG-SUB) TO WS-CUR-SESSION
007160          MOVE WS-REG-ROOM-ID (WS-REG-SUB) TO WS-CUR-ROOM-ID
007170          PERFORM 6200-WRITE-ROOM-HEADING THRU 6200-EXIT
007180      END-IF
007190      MOVE WS-REG-SEAT-NO (WS-REG-SUB) TO WS-SEAT-EDIT
007200      MOVE SPACES TO WS-RPT-LINE
007210      STRING "  " DELIMITED BY SIZE
007220          WS-SEAT-EDIT DELIMITED BY SIZE
007230          "  " DELIMITED BY SIZE
007240          WS-REG-STUDENT-ID (WS-REG-SUB) DELIMITED BY SIZE
007250          " " DELIMITED BY SIZE
007260          WS-REG-NAME (WS-REG-SUB) DELIMITED BY SIZE
007270          " " DELIMITED BY SIZE
007280          WS-REG-SECTION (WS-REG-SUB) DELIMITED BY SIZE
007290          "   " DELIMITED BY SIZE
007300          WS-REG-EXAM-CODE (WS-REG-SUB) DELIMITED BY SIZE
007310          INTO WS-RPT-LINE
007320      PERFORM 6900-WRITE-SEAT-LINE THRU 6900-EXIT.
007330  6100-EXIT.
007340      EXIT.
007350*
007360******************************************************************
007370*    6200-WRITE-ROOM-HEADING
007380*    WRITES THE HEADING FOR ONE ROOM'S BLOCK OF THE SEATING
007390*    LIST: SITTING DATE, SESSION, ROOM AND ITS CAPACITY.
007400******************************************************************
007410  6200-WRITE-ROOM-HEADING.
007420      MOVE ZERO TO WS-CAPACITY-EDIT
007430      PERFORM 6300-FIND-ROOM-CAPACITY THRU 6300-EXIT
007440          VARYING WS-ROOM-SUB FROM 1 BY 1
007450          UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
007460      MOVE SPACES TO WS-RPT-LINE
007470      PERFORM 6900-WRITE-SEAT-LINE THRU 6900-EXIT
007480      STRING "SEATING LIST - SITTING " DELIMITED BY SIZE
007490          WS-IN-SITTING-DATE DELIMITED BY SIZE
007500          "  SESSION " DELIMITED BY SIZE
007510          WS-CUR-SESSION DELIMITED BY SIZE
007520          "  ROOM " DELIMITED BY SIZE
007530          WS-CUR-ROOM-ID DELIMITED BY SIZE
007540          "  CAPACITY " DELIMITED BY SIZE
007550          WS-CAPACITY-EDIT DELIMITED BY SIZE
007560          INTO WS-RPT-LINE
007570      PERFORM 6900-WRITE-SEAT-LINE THRU 6900-EXIT
007580      MOVE "  SEAT  STUDENT NAME                 SECTION EXAM"
007590          TO WS-RPT-LINE
007600      PERFORM 6900-WRITE-SEAT-LINE THRU 6900-EXIT.
007610  6200-EXIT.
007620      EXIT.
007630*
007640******************************************************************
007650*    6300-FIND-ROOM-CAPACITY
007660*    PICKS UP THE CAPACITY OF THE CURRENT SESSION'S ROOM FOR
007670*    THE ROOM HEADING.
007680******************************************************************
007690  6300-FIND-ROOM-CAPACITY.
007700      IF WS-ROOM-SESSION (WS-ROOM-SUB) = WS-CUR-SESSION
007710         AND WS-ROOM-ID (WS-ROOM-SUB) = WS-CUR-ROOM-ID
007720          MOVE WS-ROOM-CAPACITY (WS-ROOM-SUB) TO WS-CAPACITY-EDIT
007730      END-IF.
007740  6300-EXIT.
007750      EXIT.
007760*
007770******************************************************************
007780*    6900-WRITE-SEAT-LINE
007790*    MOVES THE BUILT LINE TO THE SEATING-LIST RECORD, WRITES
007800*    IT, AND CLEARS THE BUILD AREA.
007810******************************************************************
007820  6900-WRITE-SEAT-LINE.
007830      MOVE WS-RPT-LINE TO ST-LINE
007840      WRITE SEAT-LIST-REC
007850      MOVE SPACES TO WS-RPT-LINE.
007860  6900-EXIT.
007870      EXIT.
007880*
007890******************************************************************
007900*    7000-REPORT-CAPACITY
007910*    TOTALS THE SEATS OF EACH SESSION'S ROOMS AND FLAGS EVERY
007920*    SESSION WHOSE REGISTRATIONS EXCEED THEM, WITH THE NUMBER
007930*    OF REGISTRATIONS LEFT WITHOUT A SEAT.
007940******************************************************************
007950  7000-REPORT-CAPACITY.
007960      PERFORM 7100-ADD-ROOM-SEATS THRU 7100-EXIT
007970          VARYING WS-ROOM-SUB FROM 1 BY 1
007980          UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
007990      MOVE SPACES TO WS-RPT-LINE
008000      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
008010      MOVE "OVER CAPACITY - MORE REGISTRATIONS THAN SEATS"
008020          TO WS-RPT-LINE
008030      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
008040      MOVE "  SESSION  REGISTERED   SEATS  UNSEATED"
008050          TO WS-RPT-LINE
008060      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
008070      PERFORM 7200-CHECK-ONE-SESSION THRU 7200-EXIT
008080          VARYING WS-SESS-SUB FROM 1 BY 1
008090          UNTIL WS-SESS-SUB > 3.
008100  7000-EXIT.
008110      EXIT.
008120*
008130******************************************************************
008140*    7100-ADD-ROOM-SEATS
008150*    ADDS ONE ROOM'S CAPACITY TO ITS SESSION'S SEAT TOTAL.
008160******************************************************************
008170  7100-ADD-ROOM-SEATS.
008180      MOVE WS-ROOM-SESSION (WS-ROOM-SUB) TO WS-CUR-SESSION
008190      PERFORM 4900-FIND-SESSION-SUB THRU 4900-EXIT
008200      ADD WS-ROOM-CAPACITY (WS-ROOM-SUB)
008210          TO WS-SESS-SEAT-COUNT (WS-SESS-SUB).
008220  7100-EXIT.
008230      EXIT.
008240*
008250******************************************************************
008260*    7200-CHECK-ONE-SESSION
008270*    WRITES AN OVER-CAPACITY LINE FOR ONE SESSION WHEN ITS
008280*    REGISTRATIONS EXCEED ITS SEATS.
008290******************************************************************
008300  7200-CHECK-ONE-SESSION.
008310      IF WS-SESS-REG-COUNT (WS-SESS-SUB) NOT >
008320          WS-SESS-SEAT-COUNT (WS-SESS-SUB)
008330          GO TO 7200-EXIT
008340      END-IF
008350      ADD 1 TO WS-OVER-CAPACITY-COUNT
008360      MOVE WS-SESS-REG-COUNT (WS-SESS-SUB)  TO WS-COUNT-EDIT
008370      MOVE WS-SESS-SEAT-COUNT (WS-SESS-SUB) TO WS-COUNT-EDIT-2
008380      MOVE WS-SESS-UNSEATED (WS-SESS-SUB)   TO WS-COUNT-EDIT-3
008390      MOVE SPACES TO WS-RPT-LINE
008400      STRING "  " DELIMITED BY SIZE
008410          WS-SESSION-CODE (WS-SESS-SUB) DELIMITED BY SIZE
008420          "          " DELIMITED BY SIZE
008430          WS-COUNT-EDIT DELIMITED BY SIZE
008440          "  " DELIMITED BY SIZE
008450          WS-COUNT-EDIT-2 DELIMITED BY SIZE
008460          "    " DELIMITED BY SIZE
008470          WS-COUNT-EDIT-3 DELIMITED BY SIZE
008480          INTO WS-RPT-LINE
008490      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
008500      DISPLAY "SAMPLE_36: SESSION " WS-SESSION-CODE (WS-SESS-SUB)
008510          " IS OVER CAPACITY - " WS-SESS-UNSEATED (WS-SESS-SUB)
008520          " REGISTRATION(S) NOT SEATED".
008530  7200-EXIT.
008540      EXIT.
008550*
008560******************************************************************
008570*    7900-WRITE-ALLOC-LINE
008580*    MOVES THE BUILT LINE TO THE ALLOCATION REPORT RECORD,
008590*    WRITES IT, AND CLEARS THE BUILD AREA.
008600******************************************************************
008610  7900-WRITE-ALLOC-LINE.
008620      MOVE WS-RPT-LINE TO AR-LINE
008630      WRITE ALLOC-RPT-REC
008640      MOVE SPACES TO WS-RPT-LINE.
008650  7900-EXIT.
008660      EXIT.
008670*
008680******************************************************************
008690*    8000-WRITE-SUMMARY
008700*    WRITES THE RUN TOTALS TO THE ALLOCATION REPORT AND THE
008710*    CONSOLE.
008720******************************************************************
008730  8000-WRITE-SUMMARY.
008740      MOVE SPACES TO WS-RPT-LINE
008750      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT
008760      MOVE "REGISTRATIONS FOR THE SITTING" TO WS-RPT-LABEL
008770      MOVE WS-REG-COUNT TO WS-COUNT-EDIT
008780      PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
008790      MOVE "REGISTRATIONS SEATED" TO WS-RPT-LABEL
008800      MOVE WS-SEATED-COUNT TO WS-COUNT-EDIT
008810      PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
008820      MOVE "REGISTRATIONS NOT SEATED" TO WS-RPT-LABEL
008830      COMPUTE WS-COUNT-EDIT = WS-UNSEATED-COUNT
008840          + WS-NO-SESSION-COUNT
008850      PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
008860      MOVE "SESSION CLASHES" TO WS-RPT-LABEL
008870      MOVE WS-CLASH-COUNT TO WS-COUNT-EDIT
008880      PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
008890      MOVE "SESSIONS OVER CAPACITY" TO WS-RPT-LABEL
008900      MOVE WS-OVER-CAPACITY-COUNT TO WS-COUNT-EDIT
008910      PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
008920      DISPLAY "SAMPLE_36: " WS-SEATED-COUNT " REGISTRATION(S)"
008930          " SEATED FOR " WS-IN-SITTING-DATE
008940      DISPLAY "SAMPLE_36: " WS-CLASH-COUNT " CLASH(ES), "
008950          WS-NO-SESSION-COUNT " WITH NO SESSION - SEE ALLOCRPT".
008960  8000-EXIT.
008970      EXIT.
008980*
008990******************************************************************
009000*    8100-WRITE-TOTAL-LINE
009010*    WRITES ONE LABELLED TOTAL LINE TO THE ALLOCATION REPORT.
009020******************************************************************
009030  8100-WRITE-TOTAL-LINE.
009040      MOVE SPACES TO WS-RPT-LINE
009050      STRING WS-RPT-LABEL DELIMITED BY SIZE
009060          WS-COUNT-EDIT DELIMITED BY SIZE
009070          INTO WS-RPT-LINE
009080      PERFORM 7900-WRITE-ALLOC-LINE THRU 7900-EXIT.
009090  8100-EXIT.
009100      EXIT.
