000300*    DATE       INIT  DESCRIPTION
000310*    ---------  ----  ----------------------------------------
000320*    09/02/2026 HY    ORIGINAL VERSION.
000321*    10/15/2026 HY    ADDED THE EXAM-REGISTRATION FILE, LENGTHENED
000322*                     BY THE SESSION, ROOM AND SEAT (ER-SESSION,
000323*                     ER-ROOM-ID, ER-SEAT-NO) FOR THE SAMPLE_36
000324*                     SEAT ALLOCATION.  OLD ENTRIES ARE BACKED
000325*                     UP TO EXAMBKUP AND REBUILT IN SESSION "A"
000326*                     WITH NO ROOM OR SEAT.
000330******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000680      SELECT MENU-BACKUP-FILE ASSIGN TO "MENUBKUP"
000690          ORGANIZATION IS LINE SEQUENTIAL
000700          FILE STATUS IS WS-MNUBKUP-STATUS.
000701
000702      SELECT OLD-EXAM-REG-FILE ASSIGN TO "EXAMREG"
000703          ORGANIZATION IS INDEXED
000704          ACCESS MODE IS DYNAMIC
000705          RECORD KEY IS OR-REG-KEY
000706          FILE STATUS IS WS-OLDREG-STATUS.
000707
000708      SELECT EXAM-REG-FILE ASSIGN TO "EXAMREG"
000709          ORGANIZATION IS INDEXED
000710          ACCESS MODE IS DYNAMIC
000711          RECORD KEY IS ER-REG-KEY
000712          FILE STATUS IS WS-REG-STATUS.
000713
000714      SELECT REG-BACKUP-FILE ASSIGN TO "EXAMBKUP"
000715          ORGANIZATION IS LINE SEQUENTIAL
000716          FILE STATUS IS WS-REGBKUP-STATUS.
000717*
000720  DATA DIVISION.
000730  FILE SECTION.
000740  FD  OLD-THRESHOLD-FILE.
000890  FD  MENU-BACKUP-FILE.
000900  COPY MENUBKUP.
000910*
000911  FD  OLD-EXAM-REG-FILE.
000912  COPY EXAMREGQ.
000913*
000914  FD  EXAM-REG-FILE.
000915  COPY EXAMREG.
000916*
000917  FD  REG-BACKUP-FILE.
000918  COPY EXAMBKUP.
000919*
000920  WORKING-STORAGE SECTION.
000930  01  WS-SWITCHES.
000940      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001010      05  WS-OLDMNU-STATUS            PIC X(02) VALUE SPACES.
001020      05  WS-MENU-STATUS              PIC X(02) VALUE SPACES.
001030      05  WS-MNUBKUP-STATUS           PIC X(02) VALUE SPACES.
001032      05  WS-OLDREG-STATUS            PIC X(02) VALUE SPACES.
001034      05  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001036      05  WS-REGBKUP-STATUS           PIC X(02) VALUE SPACES.
001040*
001050  01  WS-THR-TABLE-CTL.
001060      05  WS-THR-COUNT                PIC 9(04) VALUE ZERO.
001250*
001260  01  WS-MNU-SUB                      PIC 9(03).
001270*
001271  01  WS-REG-TABLE-CTL.
001272      05  WS-REG-COUNT                PIC 9(04) VALUE ZERO.
001273      05  WS-REG-TABLE OCCURS 0 TO 5000 TIMES
001274              DEPENDING ON WS-REG-COUNT
001275              INDEXED BY WS-REG-IDX.
001276          10  WS-REG-STUDENT-ID       PIC 9(06).
001277          10  WS-REG-EXAM-CODE        PIC X(05).
001278          10  WS-REG-SITTING-DATE     PIC X(08).
001279*
001280  01  WS-REG-SUB                      PIC 9(04).
001281*
001282  PROCEDURE DIVISION.
001290******************************************************************
001300*    0000-MAINLINE
001310*    CONVERTS THE EXAM-THRESHOLD FILE, THEN THE MENU-OPTIONS
001320*    FILE, THEN THE EXAM-REGISTRATION FILE.  EACH CONVERSION
001330*    STANDS ALONE, SO A FILE ALREADY IN THE CURRENT LAYOUT IS
001340*    SKIPPED WHILE THE OTHERS ARE STILL CONVERTED.
001350******************************************************************
001360  0000-MAINLINE.
001370      PERFORM 1000-CONVERT-THRESHOLDS THRU 1000-EXIT
001380      PERFORM 5000-CONVERT-MENU-OPTIONS THRU 5000-EXIT
001385      PERFORM 7000-CONVERT-REGISTRATIONS THRU 7000-EXIT
001390      GOBACK.
001400*
001410******************************************************************
003350      END-WRITE.
003360  5200-EXIT.
003370      EXIT.
003380*
003390******************************************************************
003400*    7000-CONVERT-REGISTRATIONS
003410*    READS THE EXAM-REGISTRATION FILE IN ITS OLD LAYOUT INTO A
003420*    TABLE, BACKING EVERY ENTRY UP TO EXAMBKUP AS IT GOES, THEN
003430*    REBUILDS THE LIVE FILE IN THE CURRENT LAYOUT.  EVERY OLD
003440*    REGISTRATION WAS BOOKED FOR A ONE-SESSION SITTING DAY, SO
003450*    IT IS CARRIED OVER IN THE MORNING SESSION ("A") WITH NO
003460*    ROOM OR SEAT UNTIL THE SEAT ALLOCATION RUNS.  A FILE THAT
003470*    FAILS THE OLD-LAYOUT OPEN IS ALREADY CONVERTED (OR NOT ON
003480*    HAND) AND IS SKIPPED.
003490******************************************************************
003500  7000-CONVERT-REGISTRATIONS.
003510      OPEN INPUT OLD-EXAM-REG-FILE
003520      IF WS-OLDREG-STATUS NOT = "00"
003530          DISPLAY "SAMPLE_34: EXAMREG NOT ON FILE IN THE OLD"
003540          DISPLAY "SAMPLE_34: LAYOUT - ALREADY CONVERTED OR"
003550          DISPLAY "SAMPLE_34: NEVER BUILT - SKIPPED"
003560          GO TO 7000-EXIT
003570      END-IF
003580      OPEN OUTPUT REG-BACKUP-FILE
003590      IF WS-REGBKUP-STATUS NOT = "00"
003600          DISPLAY "SAMPLE_34: UNABLE TO OPEN EXAMBKUP - RUN"
003610          DISPLAY "SAMPLE_34: ABORTED BEFORE TOUCHING EXAMREG"
003620          MOVE 12 TO RETURN-CODE
003630          GOBACK
003640      END-IF
003650      MOVE "N" TO WS-EOF-SWITCH
003660      MOVE LOW-VALUES TO OR-REG-KEY
003670      START OLD-EXAM-REG-FILE KEY NOT LESS THAN OR-REG-KEY
003680          INVALID KEY
003690              SET WS-END-OF-FILE TO TRUE
003700      END-START
003710      PERFORM 7100-LOAD-ONE-REGISTRATION THRU 7100-EXIT
003720          UNTIL WS-END-OF-FILE
003730      CLOSE OLD-EXAM-REG-FILE
003740      CLOSE REG-BACKUP-FILE
003750      MOVE "N" TO WS-EOF-SWITCH
003760      OPEN OUTPUT EXAM-REG-FILE
003770      IF WS-REG-STATUS NOT = "00"
003780          DISPLAY "SAMPLE_34: UNABLE TO REBUILD EXAMREG -"
003790          DISPLAY "SAMPLE_34: RECOVER FROM EXAMBKUP"
003800          MOVE 12 TO RETURN-CODE
003810          GOBACK
003820      END-IF
003830      PERFORM 7200-WRITE-ONE-REGISTRATION THRU 7200-EXIT
003840          VARYING WS-REG-SUB FROM 1 BY 1
003850          UNTIL WS-REG-SUB > WS-REG-COUNT
003860      CLOSE EXAM-REG-FILE
003870      DISPLAY "SAMPLE_34: " WS-REG-COUNT " EXAM-REGISTRATION"
003880          " ENTRY(IES) CONVERTED - ALL SET TO THE MORNING"
003890      DISPLAY "SAMPLE_34: SESSION (A) - CORRECT THEM THROUGH"
003900      DISPLAY "SAMPLE_34: SAMPLE_13 BEFORE THE SEAT ALLOCATION".
003910  7000-EXIT.
003920      EXIT.
003930*
003940******************************************************************
003950*    7100-LOAD-ONE-REGISTRATION
003960*    READS ONE OLD-LAYOUT REGISTRATION, BACKS ITS IMAGE UP,
003970*    AND HOLDS IT IN THE NEXT FREE TABLE ENTRY.  A FILE BIGGER
003980*    THAN THE TABLE CANNOT BE CONVERTED IN ONE PIECE, SO THE
003990*    RUN IS ABORTED BEFORE THE LIVE FILE IS TOUCHED.
004000******************************************************************
004010  7100-LOAD-ONE-REGISTRATION.
004020      READ OLD-EXAM-REG-FILE NEXT RECORD
004030          AT END
004040              SET WS-END-OF-FILE TO TRUE
004050              GO TO 7100-EXIT
004060      END-READ
004070      IF WS-REG-COUNT >= 5000
004080          DISPLAY "SAMPLE_34: REGISTRATION TABLE FULL - RUN"
004090          DISPLAY "SAMPLE_34: ABORTED"
004100          MOVE 12 TO RETURN-CODE
004110          GOBACK
004120      END-IF
004130      WRITE REG-BACKUP-REC FROM OLD-EXAM-REG-REC
004140      ADD 1 TO WS-REG-COUNT
004150      SET WS-REG-IDX TO WS-REG-COUNT
004160      MOVE OR-STUDENT-ID   TO WS-REG-STUDENT-ID (WS-REG-IDX)
004170      MOVE OR-EXAM-CODE    TO WS-REG-EXAM-CODE (WS-REG-IDX)
004180      MOVE OR-SITTING-DATE TO WS-REG-SITTING-DATE (WS-REG-IDX).
004190  7100-EXIT.
004200      EXIT.
004210*
004220******************************************************************
004230*    7200-WRITE-ONE-REGISTRATION
004240*    WRITES ONE TABLE ENTRY TO THE REBUILT EXAM-REGISTRATION
004250*    FILE IN THE CURRENT LAYOUT: MORNING SESSION, NO ROOM OR
004260*    SEAT.
004270******************************************************************
004280  7200-WRITE-ONE-REGISTRATION.
004290      MOVE WS-REG-STUDENT-ID (WS-REG-SUB)   TO ER-STUDENT-ID
004300      MOVE WS-REG-EXAM-CODE (WS-REG-SUB)    TO ER-EXAM-CODE
004310      MOVE WS-REG-SITTING-DATE (WS-REG-SUB) TO ER-SITTING-DATE
004320      MOVE "A"                              TO ER-SESSION
004330      MOVE SPACES                           TO ER-ROOM-ID
004340      MOVE ZERO                             TO ER-SEAT-NO
004350      WRITE EXAM-REG-REC
004360          INVALID KEY
004370              DISPLAY "SAMPLE_34: DUPLICATE REGISTRATION KEY "
004380                  ER-REG-KEY " - ENTRY SKIPPED"
004390      END-WRITE.
004400  7200-EXIT.
004410      EXIT.
