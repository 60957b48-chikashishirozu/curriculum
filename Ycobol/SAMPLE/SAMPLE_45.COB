000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_45.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    MASTER-FILE BACKUP.  SAMPLE_28 CAN RESTART A FAILED
000120*    STREAM AT ITS FIRST UNDONE STEP, BUT A STEP THAT RAN TO
000130*    COMPLETION AND WROTE BAD DATA - A ROSTER GRADED UNDER THE
000140*    WRONG TERM, A STUDENT MASTER HIT BY A BAD ENROLLTX FEED -
000150*    HAD NO WAY BACK BUT HAND REPAIR OF THE INDEXED FILES.
000160*    SAMPLE_28 NOW CALLS THIS AS STEP ZERO OF EVERY NEW STREAM
000170*    (AND THE RESTORE, SAMPLE_46, CALLS IT BEFORE IT PUTS AN
000180*    OLDER SET BACK).  IT APPENDS ONE NUMBERED, DATED BACKUP
000190*    SET TO MSTBKUP (SEE MSTBKUP.CPY): A HEADER CARRYING THE
000200*    HIGHEST RUN NUMBER ON THE RUN-CONTROL LOG, A BYTE IMAGE
000210*    OF EVERY SCOREHIX, STUMAST, EXTHRESH AND EXAMREG RECORD,
000220*    AND A TRAILER WITH EACH FILE'S RECORD COUNT.  A FILE NOT
000230*    YET BUILT IS BACKED UP AS EMPTY.  A FILE THAT CANNOT BE
000240*    READ ENDS THE RUN WITH RETURN CODE 12 BEFORE THE TRAILER
000250*    IS WRITTEN, SO THE PART SET CAN NEVER BE RESTORED AND THE
000260*    STREAM STOPS BEFORE ANY STEP TOUCHES THE FILES.
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
000400      SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIX"
000410          ORGANIZATION IS INDEXED
000420          ACCESS MODE IS DYNAMIC
000430          RECORD KEY IS HS-HISTORY-KEY
000440          FILE STATUS IS WS-HISTORY-STATUS.
000450
000460      SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS DYNAMIC
000490          RECORD KEY IS SM-STUDENT-ID
000500          FILE STATUS IS WS-MASTER-STATUS.
000510
000520      SELECT EXAM-THRESHOLD-FILE ASSIGN TO "EXTHRESH"
000530          ORGANIZATION IS INDEXED
000540          ACCESS MODE IS DYNAMIC
000550          RECORD KEY IS ET-EXAM-CODE
000560          FILE STATUS IS WS-THRESH-STATUS.
000570
000580      SELECT EXAM-REG-FILE ASSIGN TO "EXAMREG"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS DYNAMIC
000610          RECORD KEY IS ER-REG-KEY
000620          FILE STATUS IS WS-REG-STATUS.
000630
000640      SELECT MASTER-BACKUP-FILE ASSIGN TO "MSTBKUP"
000650          ORGANIZATION IS LINE SEQUENTIAL
000660          FILE STATUS IS WS-BACKUP-STATUS.
000670
000680      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000690          ORGANIZATION IS LINE SEQUENTIAL
000700          FILE STATUS IS WS-RUNCTL-STATUS.
000710
000720      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
000730          ORGANIZATION IS LINE SEQUENTIAL
000740          FILE STATUS IS WS-SIGNON-STATUS.
000750*
000760  DATA DIVISION.
000770  FILE SECTION.
000780  FD  SCORE-HISTORY-FILE.
000790  COPY SCOREHIS.
000800*
000810  FD  STUDENT-MASTER-FILE.
000820  COPY STUMAST.
000830*
000840  FD  EXAM-THRESHOLD-FILE.
000850  COPY EXTHRESH.
000860*
000870  FD  EXAM-REG-FILE.
000880  COPY EXAMREG.
000890*
000900  FD  MASTER-BACKUP-FILE.
000910  COPY MSTBKUP.
000920*
000930  FD  RUN-CONTROL-FILE.
000940  COPY RUNCTL.
000950*
000960  FD  SIGNON-FILE.
000970  COPY OPSIGNON.
000980*
000990  WORKING-STORAGE SECTION.
001000  01  WS-SWITCHES.
001010      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001020          88  WS-END-OF-FILE          VALUE "Y".
001030*
001040  01  WS-FILE-STATUSES.
001050      05  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001060      05  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001070      05  WS-THRESH-STATUS            PIC X(02) VALUE SPACES.
001080      05  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001090      05  WS-BACKUP-STATUS            PIC X(02) VALUE SPACES.
001100      05  WS-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
001110      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
001120*
001130  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
001140*
001150  01  WS-BACKUP-FIELDS.
001160      05  WS-SET-NUMBER               PIC 9(06) VALUE ZERO.
001170      05  WS-MAX-RUN-NUMBER           PIC 9(06) VALUE ZERO.
001180      05  WS-BACKUP-DATE              PIC X(08).
001190      05  WS-BACKUP-TIME              PIC X(08).
001200*
001210  01  WS-BACKUP-COUNTS.
001220      05  WS-SCOREHIX-COUNT           PIC 9(06) VALUE ZERO.
001230      05  WS-STUMAST-COUNT            PIC 9(06) VALUE ZERO.
001240      05  WS-EXTHRESH-COUNT           PIC 9(06) VALUE ZERO.
001250      05  WS-EXAMREG-COUNT            PIC 9(06) VALUE ZERO.
001260*
001270  PROCEDURE DIVISION.
001280******************************************************************
001290*    0000-MAINLINE
001300*    OPENS THE NEW BACKUP SET, COPIES THE FOUR MASTER FILES
001310*    INTO IT, AND CLOSES IT WITH THE COUNT TRAILER.
001320******************************************************************
001330  0000-MAINLINE.
001340      PERFORM 1000-INITIALIZE THRU 1000-EXIT
001350      PERFORM 2000-BACKUP-SCORE-HISTORY THRU 2000-EXIT
001360      PERFORM 3000-BACKUP-STUDENT-MASTER THRU 3000-EXIT
001370      PERFORM 4000-BACKUP-THRESHOLDS THRU 4000-EXIT
001380      PERFORM 5000-BACKUP-REGISTRATIONS THRU 5000-EXIT
001390      PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
001400      CLOSE MASTER-BACKUP-FILE
001410      DISPLAY "SAMPLE_45: MASTER BACKUP SET " WS-SET-NUMBER
001420          " TAKEN " WS-BACKUP-DATE " " WS-BACKUP-TIME
001430      DISPLAY "SAMPLE_45: SCOREHIX " WS-SCOREHIX-COUNT
001440          "  STUMAST " WS-STUMAST-COUNT
001450          "  EXTHRESH " WS-EXTHRESH-COUNT
001460          "  EXAMREG " WS-EXAMREG-COUNT
001470      MOVE ZERO TO RETURN-CODE
001480      GOBACK.
001490*
001500******************************************************************
001510*    1000-INITIALIZE
001520*    PICKS UP THE OPERATOR, THE HIGHEST RUN NUMBER ON THE
001530*    RUN-CONTROL LOG AND THE NEXT BACKUP SET NUMBER, THEN OPENS
001540*    THE BACKUP FILE FOR APPEND (CREATING IT THE FIRST TIME)
001550*    AND WRITES THE SET HEADER.  NO BACKUP FILE TO WRITE TO
001560*    ENDS THE RUN WITH RETURN CODE 12.
001570******************************************************************
001580  1000-INITIALIZE.
001590      PERFORM 1100-READ-SIGNON THRU 1100-EXIT
001600      PERFORM 1200-SCAN-RUN-CONTROL THRU 1200-EXIT
001610      PERFORM 1300-SCAN-BACKUP-SETS THRU 1300-EXIT
001620      ADD 1 TO WS-SET-NUMBER
001630      ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
001640      ACCEPT WS-BACKUP-TIME FROM TIME
001650      OPEN EXTEND MASTER-BACKUP-FILE
001660      IF WS-BACKUP-STATUS NOT = "00"
001670          OPEN OUTPUT MASTER-BACKUP-FILE
001680      END-IF
001690      IF WS-BACKUP-STATUS NOT = "00"
001700          DISPLAY "SAMPLE_45: UNABLE TO OPEN MSTBKUP"
001710          DISPLAY "SAMPLE_45: NO BACKUP TAKEN"
001720          MOVE 12 TO RETURN-CODE
001730          GOBACK
001740      END-IF
001750      MOVE SPACES            TO MASTER-BACKUP-REC
001760      MOVE WS-SET-NUMBER     TO MB-SET-NUMBER
001770      MOVE "H"               TO MB-RECORD-TYPE
001780      MOVE WS-BACKUP-DATE    TO MB-BACKUP-DATE
001790      MOVE WS-BACKUP-TIME    TO MB-BACKUP-TIME
001800      MOVE WS-MAX-RUN-NUMBER TO MB-LAST-RUN-NUMBER
001810      MOVE WS-OPERATOR-ID    TO MB-OPERATOR-ID
001820      WRITE MASTER-BACKUP-REC.
001830  1000-EXIT.
001840      EXIT.
001850*
001860******************************************************************
001870*    1100-READ-SIGNON
001880*    PICKS UP THE OPERATOR SIGNED ON AT THE SAMPLE1 MENU FROM
001890*    THE OPSIGNON STATION FILE, FOR THE SET HEADER.  NO
001900*    STATION FILE LEAVES UNKNOWN.
001910******************************************************************
001920  1100-READ-SIGNON.
001930      OPEN INPUT SIGNON-FILE
001940      IF WS-SIGNON-STATUS NOT = "00"
001950          GO TO 1100-EXIT
001960      END-IF
001970      READ SIGNON-FILE
001980          AT END
001990              GO TO 1100-CLOSE
002000      END-READ
002010      MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID.
002020  1100-CLOSE.
002030      CLOSE SIGNON-FILE.
002040  1100-EXIT.
002050      EXIT.
002060*
002070******************************************************************
002080*    1200-SCAN-RUN-CONTROL
002090*    READS THE RUN-CONTROL LOG FOR THE HIGHEST RUN NUMBER USED
002100*    SO FAR - EVERY RUN NUMBERED ABOVE IT RAN AFTER THIS
002110*    BACKUP.  NO LOG ON FILE LEAVES ZERO.
002120******************************************************************
002130  1200-SCAN-RUN-CONTROL.
002140      OPEN INPUT RUN-CONTROL-FILE
002150      IF WS-RUNCTL-STATUS NOT = "00"
002160          GO TO 1200-EXIT
002170      END-IF
002180      PERFORM 1250-SCAN-ONE-RUN THRU 1250-EXIT
002190          UNTIL WS-RUNCTL-STATUS NOT = "00"
002200      CLOSE RUN-CONTROL-FILE.
002210  1200-EXIT.
002220      EXIT.
002230*
002240******************************************************************
002250*    1250-SCAN-ONE-RUN
002260*    READS ONE RUN-CONTROL ENTRY, KEEPING THE HIGHEST NUMBER.
002270******************************************************************
002280  1250-SCAN-ONE-RUN.
002290      READ RUN-CONTROL-FILE
002300          AT END
002310              MOVE "10" TO WS-RUNCTL-STATUS
002320              GO TO 1250-EXIT
002330      END-READ
002340      IF RC-RUN-NUMBER > WS-MAX-RUN-NUMBER
002350          MOVE RC-RUN-NUMBER TO WS-MAX-RUN-NUMBER
002360      END-IF.
002370  1250-EXIT.
002380      EXIT.
002390*
002400******************************************************************
002410*    1300-SCAN-BACKUP-SETS
002420*    READS THE BACKUP FILE FOR THE HIGHEST SET NUMBER USED SO
002430*    FAR, COMPLETE OR NOT, SO A SET THAT DIED PART WAY NEVER
002440*    SHARES ITS NUMBER WITH A GOOD ONE.  NO FILE LEAVES ZERO.
002450******************************************************************
002460  1300-SCAN-BACKUP-SETS.
002470      OPEN INPUT MASTER-BACKUP-FILE
002480      IF WS-BACKUP-STATUS NOT = "00"
002490          GO TO 1300-EXIT
002500      END-IF
002510      PERFORM 1350-SCAN-ONE-BACKUP THRU 1350-EXIT
002520          UNTIL WS-BACKUP-STATUS NOT = "00"
002530      CLOSE MASTER-BACKUP-FILE.
002540  1300-EXIT.
002550      EXIT.
002560*
002570******************************************************************
002580*    1350-SCAN-ONE-BACKUP
002590*    READS ONE BACKUP RECORD, KEEPING THE HIGHEST SET NUMBER.
002600******************************************************************
002610  1350-SCAN-ONE-BACKUP.
002620      READ MASTER-BACKUP-FILE
002630          AT END
002640              MOVE "10" TO WS-BACKUP-STATUS
002650              GO TO 1350-EXIT
002660      END-READ
002670      IF MB-SET-NUMBER > WS-SET-NUMBER
002680          MOVE MB-SET-NUMBER TO WS-SET-NUMBER
002690      END-IF.
002700  1350-EXIT.
002710      EXIT.
002720*
002730******************************************************************
002740*    2000-BACKUP-SCORE-HISTORY
002750*    COPIES EVERY SCORE-HISTORY RECORD INTO THE SET IN KEY
002760*    ORDER.  A FILE NOT YET BUILT IS BACKED UP AS EMPTY; ANY
002770*    OTHER OPEN FAILURE ABANDONS THE SET.
002780******************************************************************
002790  2000-BACKUP-SCORE-HISTORY.
002800      OPEN INPUT SCORE-HISTORY-FILE
002810      IF WS-HISTORY-STATUS = "35"
002820          DISPLAY "SAMPLE_45: SCOREHIX NOT ON FILE - BACKED UP"
002830              " AS EMPTY"
002840          GO TO 2000-EXIT
002850      END-IF
002860      IF WS-HISTORY-STATUS NOT = "00"
002870          DISPLAY "SAMPLE_45: UNABLE TO OPEN SCOREHIX (STATUS "
002880              WS-HISTORY-STATUS ") - BACKUP ABANDONED"
002890          CLOSE MASTER-BACKUP-FILE
002900          MOVE 12 TO RETURN-CODE
002910          GOBACK
002920      END-IF
002930      MOVE "N" TO WS-EOF-SWITCH
002940      MOVE LOW-VALUES TO HS-HISTORY-KEY
002950      START SCORE-HISTORY-FILE KEY NOT LESS THAN HS-HISTORY-KEY
002960          INVALID KEY
002970              SET WS-END-OF-FILE TO TRUE
002980      END-START
002990      PERFORM 2100-COPY-ONE-POSTING THRU 2100-EXIT
003000          UNTIL WS-END-OF-FILE
003010      CLOSE SCORE-HISTORY-FILE.
003020  2000-EXIT.
003030      EXIT.
003040*
003050******************************************************************
003060*    2100-COPY-ONE-POSTING
003070*    READS THE NEXT SCORE-HISTORY RECORD AND WRITES ITS IMAGE
003080*    TO THE SET.
003090******************************************************************
003100  2100-COPY-ONE-POSTING.
003110      READ SCORE-HISTORY-FILE NEXT RECORD
003120          AT END
003130              SET WS-END-OF-FILE TO TRUE
003140              GO TO 2100-EXIT
003150      END-READ
003160      MOVE SPACES             TO MASTER-BACKUP-REC
003170      MOVE WS-SET-NUMBER      TO MB-SET-NUMBER
003180      MOVE "D"                TO MB-RECORD-TYPE
003190      MOVE "SCOREHIX"         TO MB-FILE-ID
003200      MOVE SCORE-HISTORY-REC  TO MB-RECORD-IMAGE
003210      WRITE MASTER-BACKUP-REC
003220      ADD 1 TO WS-SCOREHIX-COUNT.
003230  2100-EXIT.
003240      EXIT.
003250*
003260******************************************************************
003270*    3000-BACKUP-STUDENT-MASTER
003280*    COPIES EVERY STUDENT-MASTER RECORD INTO THE SET IN KEY
003290*    ORDER.  A FILE NOT YET BUILT IS BACKED UP AS EMPTY; ANY
003300*    OTHER OPEN FAILURE ABANDONS THE SET.
003310******************************************************************
003320  3000-BACKUP-STUDENT-MASTER.
003330      OPEN INPUT STUDENT-MASTER-FILE
003340      IF WS-MASTER-STATUS = "35"
003350          DISPLAY "SAMPLE_45: STUMAST NOT ON FILE - BACKED UP"
003360              " AS EMPTY"
003370          GO TO 3000-EXIT
003380      END-IF
003390      IF WS-MASTER-STATUS NOT = "00"
003400          DISPLAY "SAMPLE_45: UNABLE TO OPEN STUMAST (STATUS "
003410              WS-MASTER-STATUS ") - BACKUP ABANDONED"
003420          CLOSE MASTER-BACKUP-FILE
003430          MOVE 12 TO RETURN-CODE
003440          GOBACK
003450      END-IF
003460      MOVE "N" TO WS-EOF-SWITCH
003470      MOVE ZERO TO SM-STUDENT-ID
003480      START STUDENT-MASTER-FILE KEY NOT LESS THAN SM-STUDENT-ID
003490          INVALID KEY
003500              SET WS-END-OF-FILE TO TRUE
003510      END-START
003520      PERFORM 3100-COPY-ONE-STUDENT THRU 3100-EXIT
003530          UNTIL WS-END-OF-FILE
003540      CLOSE STUDENT-MASTER-FILE.
003550  3000-EXIT.
003560      EXIT.
003570*
003580******************************************************************
003590*    3100-COPY-ONE-STUDENT
003600*    READS THE NEXT STUDENT-MASTER RECORD AND WRITES ITS IMAGE
003610*    TO THE SET.
003620******************************************************************
003630  3100-COPY-ONE-STUDENT.
003640      READ STUDENT-MASTER-FILE NEXT RECORD
003650          AT END
003660              SET WS-END-OF-FILE TO TRUE
003670              GO TO 3100-EXIT
003680      END-READ
003690      MOVE SPACES             TO MASTER-BACKUP-REC
003700      MOVE WS-SET-NUMBER      TO MB-SET-NUMBER
003710      MOVE "D"                TO MB-RECORD-TYPE
003720      MOVE "STUMAST"          TO MB-FILE-ID
003730      MOVE STUDENT-MASTER-REC TO MB-RECORD-IMAGE
003740      WRITE MASTER-BACKUP-REC
003750      ADD 1 TO WS-STUMAST-COUNT.
003760  3100-EXIT.
003770      EXIT.
003780*
003790******************************************************************
003800*    4000-BACKUP-THRESHOLDS
003810*    COPIES EVERY EXAM-THRESHOLD RECORD INTO THE SET IN KEY
003820*    ORDER.  A FILE NOT YET BUILT IS BACKED UP AS EMPTY; ANY
003830*    OTHER OPEN FAILURE ABANDONS THE SET.
003840******************************************************************
003850  4000-BACKUP-THRESHOLDS.
003860      OPEN INPUT EXAM-THRESHOLD-FILE
003870      IF WS-THRESH-STATUS = "35"
003880          DISPLAY "SAMPLE_45: EXTHRESH NOT ON FILE - BACKED UP"
003890              " AS EMPTY"
003900          GO TO 4000-EXIT
003910      END-IF
003920      IF WS-THRESH-STATUS NOT = "00"
003930          DISPLAY "SAMPLE_45: UNABLE TO OPEN EXTHRESH (STATUS "
003940              WS-THRESH-STATUS ") - BACKUP ABANDONED"
003950          CLOSE MASTER-BACKUP-FILE
003960          MOVE 12 TO RETURN-CODE
003970          GOBACK
003980      END-IF
003990      MOVE "N" TO WS-EOF-SWITCH
004000      MOVE LOW-VALUES TO ET-EXAM-CODE
004010      START EXAM-THRESHOLD-FILE KEY NOT LESS THAN ET-EXAM-CODE
004020          INVALID KEY
004030              SET WS-END-OF-FILE TO TRUE
004040      END-START
004050      PERFORM 4100-COPY-ONE-THRESHOLD THRU 4100-EXIT
004060          UNTIL WS-END-OF-FILE
004070      CLOSE EXAM-THRESHOLD-FILE.
004080  4000-EXIT.
004090      EXIT.
004100*
004110******************************************************************
004120*    4100-COPY-ONE-THRESHOLD
004130*    READS THE NEXT EXAM-THRESHOLD RECORD AND WRITES ITS IMAGE
004140*    TO THE SET.
004150******************************************************************
004160  4100-COPY-ONE-THRESHOLD.
004170      READ EXAM-THRESHOLD-FILE NEXT RECORD
004180          AT END
004190              SET WS-END-OF-FILE TO TRUE
004200              GO TO 4100-EXIT
004210      END-READ
004220      MOVE SPACES             TO MASTER-BACKUP-REC
004230      MOVE WS-SET-NUMBER      TO MB-SET-NUMBER
004240      MOVE "D"                TO MB-RECORD-TYPE
004250      MOVE "EXTHRESH"         TO MB-FILE-ID
004260      MOVE EXAM-THRESHOLD-REC TO MB-RECORD-IMAGE
004270      WRITE MASTER-BACKUP-REC
004280      ADD 1 TO WS-EXTHRESH-COUNT.
004290  4100-EXIT.
004300      EXIT.
004310*
004320******************************************************************
004330*    5000-BACKUP-REGISTRATIONS
004340*    COPIES EVERY EXAM-REGISTRATION RECORD INTO THE SET IN KEY
004350*    ORDER.  A FILE NOT YET BUILT IS BACKED UP AS EMPTY; ANY
004360*    OTHER OPEN FAILURE ABANDONS THE SET.
004370******************************************************************
004380  5000-BACKUP-REGISTRATIONS.
004390      OPEN INPUT EXAM-REG-FILE
004400      IF WS-REG-STATUS = "35"
004410          DISPLAY "SAMPLE_45: EXAMREG NOT ON FILE - BACKED UP"
004420              " AS EMPTY"
004430          GO TO 5000-EXIT
004440      END-IF
004450      IF WS-REG-STATUS NOT = "00"
004460          DISPLAY "SAMPLE_45: UNABLE TO OPEN EXAMREG (STATUS "
004470              WS-REG-STATUS ") - BACKUP ABANDONED"
004480          CLOSE MASTER-BACKUP-FILE
004490          MOVE 12 TO RETURN-CODE
004500          GOBACK
004510      END-IF
004520      MOVE "N" TO WS-EOF-SWITCH
004530      MOVE LOW-VALUES TO ER-REG-KEY
004540      START EXAM-REG-FILE KEY NOT LESS THAN ER-REG-KEY
004550          INVALID KEY
004560              SET WS-END-OF-FILE TO TRUE
004570      END-START
004580      PERFORM 5100-COPY-ONE-REGISTRATION THRU 5100-EXIT
004590          UNTIL WS-END-OF-FILE
004600      CLOSE EXAM-REG-FILE.
004610  5000-EXIT.
004620      EXIT.
004630*
004640******************************************************************
004650*    5100-COPY-ONE-REGISTRATION
004660*    READS THE NEXT EXAM-REGISTRATION RECORD AND WRITES ITS
004670*    IMAGE TO THE SET.
004680******************************************************************
004690  5100-COPY-ONE-REGISTRATION.
004700      READ EXAM-REG-FILE NEXT RECORD
004710          AT END
004720              SET WS-END-OF-FILE TO TRUE
004730              GO TO 5100-EXIT
004740      END-READ
004750      MOVE SPACES             TO MASTER-BACKUP-REC
004760      MOVE WS-SET-NUMBER      TO MB-SET-NUMBER
004770      MOVE "D"                TO MB-RECORD-TYPE
004780      MOVE "EXAMREG"          TO MB-FILE-ID
004790      MOVE EXAM-REG-REC       TO MB-RECORD-IMAGE
004800      WRITE MASTER-BACKUP-REC
004810      ADD 1 TO WS-EXAMREG-COUNT.
004820  5100-EXIT.
004830      EXIT.
004840*
004850******************************************************************
004860*    8000-WRITE-TRAILER
004870*    CLOSES THE SET WITH THE RECORD COUNT OF EACH FILE.  ONLY
004880*    A SET WITH THIS TRAILER CAN BE RESTORED.
004890******************************************************************
004900  8000-WRITE-TRAILER.
004910      MOVE SPACES             TO MASTER-BACKUP-REC
004920      MOVE WS-SET-NUMBER      TO MB-SET-NUMBER
004930      MOVE "T"                TO MB-RECORD-TYPE
004940      MOVE WS-SCOREHIX-COUNT  TO MB-SCOREHIX-COUNT
004950      MOVE WS-STUMAST-COUNT   TO MB-STUMAST-COUNT
004960      MOVE WS-EXTHRESH-COUNT  TO MB-EXTHRESH-COUNT
004970      MOVE WS-EXAMREG-COUNT   TO MB-EXAMREG-COUNT
004980      WRITE MASTER-BACKUP-REC.
004990  8000-EXIT.
005000      EXIT.
