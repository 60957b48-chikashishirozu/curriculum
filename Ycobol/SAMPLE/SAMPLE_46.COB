000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_46.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    POINT-IN-TIME RESTORE OF THE INDEXED MASTER FILES.  THE
000120*    NIGHT STREAM (SAMPLE_28) NOW TAKES A NUMBERED, DATED
000130*    BACKUP SET OF SCOREHIX, STUMAST, EXTHRESH AND EXAMREG AS
000140*    STEP ZERO (SAMPLE_45, FILE MSTBKUP).  DRIVEN OFF THE
000150*    SAMPLE1 OPERATIONS MENU, THIS LISTS THE SETS ON FILE, AND
000160*    FOR AN OPERATOR AT OR ABOVE THE RESTORE AUTHORITY LEVEL
000170*    (FROM THE OPSIGNON STATION FILE) PUTS A CHOSEN COMPLETE
000180*    SET BACK AFTER A Y/N CONFIRMATION:
000190*      - THE FILES AS THEY STAND ARE FIRST SAVED AS A NEW SET
000200*        BY CALLING SAMPLE_45, SO A RESTORE OF THE WRONG SET
000210*        CAN ITSELF BE UNDONE
000220*      - THE FOUR FILES ARE REBUILT FROM THE SET'S IMAGES AND
000230*        THE COUNTS CHECKED AGAINST THE SET TRAILER
000240*      - EVERY RUN NUMBERED AFTER THE SET'S LAST RUN GETS A
000250*        ROLLED-BACK ("B") ENTRY ON THE RUN-CONTROL LOG, AND
000260*        A RUN UP TO IT THAT AN EARLIER RESTORE ROLLED BACK
000270*        AFTER THIS SET WAS TAKEN - SO ITS DECISIONS ARE IN
000280*        THE SET - GETS A FRESH COMPLETED ("C") ENTRY
000290*      - THE RESTORE REPORT (RSTRRPT) LISTS THE AUDIT-LOG
000300*        ENTRIES STAMPED SINCE THE BACKUP AND THE REGISTRAR-
000310*        EXTRACT ENTRIES DATED ON OR AFTER ITS DATE, SO THE
000320*        OFFICE KNOWS WHAT MUST BE RE-SENT OR REVERSED.  THE
000330*        EXTRACT CARRIES A DATE ONLY, SO A SAME-DAY RUN FROM
000340*        BEFORE THE BACKUP IS LISTED TOO.
000350*    THE AUDIT LOG AND THE EXTRACT THEMSELVES ARE NOT CHANGED.
000360*
000370*    MODIFICATION HISTORY.
000380*    ------------------------------------------------------
000390*    DATE       INIT  DESCRIPTION
000400*    ---------  ----  ----------------------------------------
000410*    10/15/2026 HY    ORIGINAL VERSION.
000420*    10/15/2026 HY    RESTORING A SET TAKEN BEFORE AN EARLIER
000430*                     RESTORE (SUCH AS THE SAVE THAT RESTORE
000440*                     TOOK OF THE FILES AS THEY STOOD) NOW
000450*                     REINSTATES THE RUNS THAT RESTORE ROLLED
000460*                     BACK WITH A FRESH COMPLETED ENTRY, LISTED
000470*                     ON THE REPORT.  THE SET LIST NOW KEEPS THE
000480*                     LATEST 500 SETS RATHER THAN THE FIRST.
000490******************************************************************
000500  ENVIRONMENT DIVISION.
000510  CONFIGURATION SECTION.
000520  SOURCE-COMPUTER.   IBM-370.
000530  OBJECT-COMPUTER.   IBM-370.
000540  INPUT-OUTPUT SECTION.
000550  FILE-CONTROL.
000560      SELECT MASTER-BACKUP-FILE ASSIGN TO "MSTBKUP"
000570          ORGANIZATION IS LINE SEQUENTIAL
000580          FILE STATUS IS WS-BACKUP-STATUS.
000590
000600      SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIX"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS DYNAMIC
000630          RECORD KEY IS HS-HISTORY-KEY
000640          FILE STATUS IS WS-HISTORY-STATUS.
000650
000660      SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
000670          ORGANIZATION IS INDEXED
000680          ACCESS MODE IS DYNAMIC
000690          RECORD KEY IS SM-STUDENT-ID
000700          FILE STATUS IS WS-MASTER-STATUS.
000710
000720      SELECT EXAM-THRESHOLD-FILE ASSIGN TO "EXTHRESH"
000730          ORGANIZATION IS INDEXED
000740          ACCESS MODE IS DYNAMIC
000750          RECORD KEY IS ET-EXAM-CODE
000760          FILE STATUS IS WS-THRESH-STATUS.
000770
000780      SELECT EXAM-REG-FILE ASSIGN TO "EXAMREG"
000790          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS DYNAMIC
000810          RECORD KEY IS ER-REG-KEY
000820          FILE STATUS IS WS-REG-STATUS.
000830
000840      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000850          ORGANIZATION IS LINE SEQUENTIAL
000860          FILE STATUS IS WS-RUNCTL-STATUS.
000870
000880      SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000890          ORGANIZATION IS LINE SEQUENTIAL
000900          FILE STATUS IS WS-AUDIT-STATUS.
000910
000920      SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "REGEXTR"
000930          ORGANIZATION IS LINE SEQUENTIAL
000940          FILE STATUS IS WS-REGISTRAR-STATUS.
000950
000960      SELECT RESTORE-RPT-FILE ASSIGN TO "RSTRRPT"
000970          ORGANIZATION IS LINE SEQUENTIAL
000980          FILE STATUS IS WS-RSTRRPT-STATUS.
000990
001000      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
001010          ORGANIZATION IS LINE SEQUENTIAL
001020          FILE STATUS IS WS-SIGNON-STATUS.
001030*
001040  DATA DIVISION.
001050  FILE SECTION.
001060  FD  MASTER-BACKUP-FILE.
001070  COPY MSTBKUP.
001080*
001090  FD  SCORE-HISTORY-FILE.
001100  COPY SCOREHIS.
001110*
001120  FD  STUDENT-MASTER-FILE.
001130  COPY STUMAST.
001140*
001150  FD  EXAM-THRESHOLD-FILE.
001160  COPY EXTHRESH.
001170*
001180  FD  EXAM-REG-FILE.
001190  COPY EXAMREG.
001200*
001210  FD  RUN-CONTROL-FILE.
001220  COPY RUNCTL.
001230*
001240  FD  AUDIT-LOG-FILE.
001250  COPY AUDITREC.
001260*
001270  FD  REGISTRAR-EXTRACT-FILE.
001280  COPY REGEXTR.
001290*
001300  FD  RESTORE-RPT-FILE.
001310  COPY RSTRRPT.
001320*
001330  FD  SIGNON-FILE.
001340  COPY OPSIGNON.
001350*
001360  WORKING-STORAGE SECTION.
001370  01  WS-SWITCHES.
001380      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001390          88  WS-END-OF-FILE          VALUE "Y".
001400      05  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001410          88  WS-ENTRY-FOUND          VALUE "Y".
001420      05  WS-SETS-DROPPED-SWITCH      PIC X(01) VALUE "N".
001430          88  WS-SETS-DROPPED         VALUE "Y".
001440*
001450  01  WS-FILE-STATUSES.
001460      05  WS-BACKUP-STATUS            PIC X(02) VALUE SPACES.
001470      05  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001480      05  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001490      05  WS-THRESH-STATUS            PIC X(02) VALUE SPACES.
001500      05  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001510      05  WS-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
001520      05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001530      05  WS-REGISTRAR-STATUS         PIC X(02) VALUE SPACES.
001540      05  WS-RSTRRPT-STATUS           PIC X(02) VALUE SPACES.
001550      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
001560*
001570  01  WS-CONSTANTS.
001580      05  WS-RESTORE-AUTH-LEVEL       PIC 9(01) VALUE 5.
001590      05  WS-BACKUP-PROGRAM           PIC X(30) VALUE "SAMPLE_45".
001600*
001610  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
001620  01  WS-AUTH-LEVEL                   PIC 9(01) VALUE ZERO.
001630*
001640  01  WS-CONFIRM                      PIC X(01).
001650      88  WS-CONFIRMED                VALUE "Y" "y".
001660*
001670  01  WS-IN-SET-NUMBER                PIC 9(06).
001680*
001690  01  WS-SET-TABLE-CTL.
001700      05  WS-SET-COUNT                PIC 9(03) VALUE ZERO.
001710      05  WS-SET-TABLE OCCURS 0 TO 500 TIMES
001720              DEPENDING ON WS-SET-COUNT.
001730          10  WS-SET-NUMBER           PIC 9(06).
001740          10  WS-SET-DATE             PIC X(08).
001750          10  WS-SET-TIME             PIC X(08).
001760          10  WS-SET-LAST-RUN         PIC 9(06).
001770          10  WS-SET-OPERATOR         PIC X(08).
001780          10  WS-SET-COMPLETE         PIC X(01).
001790          10  WS-SET-SCOREHIX         PIC 9(06).
001800          10  WS-SET-STUMAST          PIC 9(06).
001810          10  WS-SET-EXTHRESH         PIC 9(06).
001820          10  WS-SET-EXAMREG          PIC 9(06).
001830*
001840  01  WS-SET-SUB                      PIC 9(03).
001850  01  WS-CHOSEN-SUB                   PIC 9(03) VALUE ZERO.
001860*
001870  01  WS-CHOSEN-SET.
001880      05  WS-CHOSEN-NUMBER            PIC 9(06).
001890      05  WS-CHOSEN-DATE              PIC X(08).
001900      05  WS-CHOSEN-TIME              PIC X(08).
001910      05  WS-CHOSEN-LAST-RUN          PIC 9(06).
001920      05  WS-CHOSEN-OPERATOR          PIC X(08).
001930*
001940  01  WS-ROLL-TABLE-CTL.
001950      05  WS-ROLL-COUNT               PIC 9(04) VALUE ZERO.
001960      05  WS-ROLL-TABLE OCCURS 0 TO 1000 TIMES
001970              DEPENDING ON WS-ROLL-COUNT.
001980          10  WS-ROLL-RUN-NUMBER      PIC 9(06).
001990          10  WS-ROLL-START-DATE      PIC X(08).
002000          10  WS-ROLL-START-TIME      PIC X(08).
002010          10  WS-ROLL-EXPECTED        PIC 9(06).
002020          10  WS-ROLL-GRADED          PIC 9(06).
002030          10  WS-ROLL-PASS            PIC 9(06).
002040          10  WS-ROLL-FAIL            PIC 9(06).
002050          10  WS-ROLL-LATEST          PIC X(01).
002060          10  WS-ROLL-B-DATE          PIC X(08).
002070          10  WS-ROLL-B-TIME          PIC X(08).
002080*
002090  01  WS-ROLL-SUB                     PIC 9(04).
002100  01  WS-FOUND-SUB                    PIC 9(04).
002110*
002120  01  WS-RESTORE-COUNTS.
002130      05  WS-SCOREHIX-RESTORED        PIC 9(06) VALUE ZERO.
002140      05  WS-STUMAST-RESTORED         PIC 9(06) VALUE ZERO.
002150      05  WS-EXTHRESH-RESTORED        PIC 9(06) VALUE ZERO.
002160      05  WS-EXAMREG-RESTORED         PIC 9(06) VALUE ZERO.
002170      05  WS-WRITE-ERRORS             PIC 9(06) VALUE ZERO.
002180      05  WS-RUNS-ROLLED-BACK         PIC 9(06) VALUE ZERO.
002190      05  WS-RUNS-REINSTATED          PIC 9(06) VALUE ZERO.
002200      05  WS-AUDIT-LISTED             PIC 9(06) VALUE ZERO.
002210      05  WS-EXTRACT-LISTED           PIC 9(06) VALUE ZERO.
002220*
002230  01  WS-TRAILER-COUNTS.
002240      05  WS-TRL-SCOREHIX             PIC 9(06) VALUE ZERO.
002250      05  WS-TRL-STUMAST              PIC 9(06) VALUE ZERO.
002260      05  WS-TRL-EXTHRESH             PIC 9(06) VALUE ZERO.
002270      05  WS-TRL-EXAMREG              PIC 9(06) VALUE ZERO.
002280*
002290  01  WS-RESTORE-DATE                 PIC X(08).
002300  01  WS-RESTORE-TIME                 PIC X(08).
002310*
002320  01  WS-COUNT-EDIT                   PIC ZZZZZ9.
002330  01  WS-RPT-LABEL                    PIC X(30).
002340  01  WS-RPT-LINE                     PIC X(80).
002350*
002360  PROCEDURE DIVISION.
002370******************************************************************
002380*    0000-MAINLINE
002390*    CHECKS THE OPERATOR'S AUTHORITY, LISTS THE BACKUP SETS,
002400*    TAKES THE OPERATOR'S CHOICE AND CONFIRMATION, SAVES THE
002410*    FILES AS THEY STAND, RESTORES THE CHOSEN SET, ROLLS BACK
002420*    THE LATER RUNS, AND LISTS WHAT WAS SENT OUT SINCE.
002430******************************************************************
002440  0000-MAINLINE.
002450      PERFORM 1000-READ-SIGNON THRU 1000-EXIT
002460      IF WS-AUTH-LEVEL < WS-RESTORE-AUTH-LEVEL
002470          DISPLAY "SAMPLE_46: RESTORING THE MASTER FILES NEEDS"
002480              " AUTHORITY LEVEL " WS-RESTORE-AUTH-LEVEL
002490              " OR ABOVE"
002500          GOBACK
002510      END-IF
002520      PERFORM 2000-LOAD-BACKUP-SETS THRU 2000-EXIT
002530      IF WS-SET-COUNT = ZERO
002540          DISPLAY "SAMPLE_46: NO MASTER-FILE BACKUP SETS ON FILE"
002550          GOBACK
002560      END-IF
002570      PERFORM 2500-SHOW-ONE-SET THRU 2500-EXIT
002580          VARYING WS-SET-SUB FROM 1 BY 1
002590          UNTIL WS-SET-SUB > WS-SET-COUNT
002600      PERFORM 3000-CHOOSE-SET THRU 3000-EXIT
002610      IF WS-CHOSEN-SUB = ZERO
002620          GOBACK
002630      END-IF
002640      PERFORM 4000-SAVE-CURRENT-FILES THRU 4000-EXIT
002650      ACCEPT WS-RESTORE-DATE FROM DATE YYYYMMDD
002660      ACCEPT WS-RESTORE-TIME FROM TIME
002670      OPEN OUTPUT RESTORE-RPT-FILE
002680      IF WS-RSTRRPT-STATUS NOT = "00"
002690          DISPLAY "SAMPLE_46: UNABLE TO OPEN RESTORE REPORT -"
002700          DISPLAY "SAMPLE_46: RESTORE NOT DONE"
002710          MOVE 12 TO RETURN-CODE
002720          GOBACK
002730      END-IF
002740      PERFORM 5000-RESTORE-SET THRU 5000-EXIT
002750      PERFORM 6000-ROLL-BACK-RUNS THRU 6000-EXIT
002760      PERFORM 7000-LIST-AUDIT-ENTRIES THRU 7000-EXIT
002770      PERFORM 7500-LIST-EXTRACT-ENTRIES THRU 7500-EXIT
002780      PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002790      CLOSE RESTORE-RPT-FILE
002800      GOBACK.
002810*
002820******************************************************************
002830*    1000-READ-SIGNON
002840*    READS THE OPERATOR SIGNED ON AT THE SAMPLE1 MENU AND THAT
002850*    OPERATOR'S AUTHORITY LEVEL FROM THE OPSIGNON STATION
002860*    FILE.  NO STATION FILE LEAVES THE OPERATOR AS UNKNOWN AT
002870*    LEVEL ZERO, WHICH CANNOT RESTORE.
002880******************************************************************
002890  1000-READ-SIGNON.
002900      OPEN INPUT SIGNON-FILE
002910      IF WS-SIGNON-STATUS NOT = "00"
002920          GO TO 1000-EXIT
002930      END-IF
002940      READ SIGNON-FILE
002950          AT END
002960              GO TO 1000-CLOSE
002970      END-READ
002980      MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
002990      IF SO-AUTH-LEVEL NUMERIC
003000          MOVE SO-AUTH-LEVEL TO WS-AUTH-LEVEL
003010      END-IF.
003020  1000-CLOSE.
003030      CLOSE SIGNON-FILE.
003040  1000-EXIT.
003050      EXIT.
003060*
003070******************************************************************
003080*    2000-LOAD-BACKUP-SETS
003090*    READS THE BACKUP FILE FRONT TO BACK, HOLDING ONE TABLE
003100*    ENTRY PER SET HEADER.  A SET IS MARKED COMPLETE ONLY WHEN
003110*    ITS TRAILER FOLLOWS, AND TAKES THE TRAILER'S COUNTS.  NO
003120*    BACKUP FILE LEAVES THE TABLE EMPTY.
003130******************************************************************
003140  2000-LOAD-BACKUP-SETS.
003150      OPEN INPUT MASTER-BACKUP-FILE
003160      IF WS-BACKUP-STATUS NOT = "00"
003170          GO TO 2000-EXIT
003180      END-IF
003190      MOVE "N" TO WS-EOF-SWITCH
003200      PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
003210          UNTIL WS-END-OF-FILE
003220      IF WS-SETS-DROPPED
003230          DISPLAY "SAMPLE_46: MORE THAN 500 BACKUP SETS -"
003240              " ONLY THE LATEST 500 ARE LISTED"
003250      END-IF
003260      CLOSE MASTER-BACKUP-FILE.
003270  2000-EXIT.
003280      EXIT.
003290*
003300******************************************************************
003310*    2100-LOAD-ONE-RECORD
003320*    READS ONE BACKUP RECORD.  A HEADER OPENS A TABLE ENTRY; A
003330*    TRAILER FOR THE SET LAST OPENED COMPLETES IT; DETAIL
003340*    IMAGES ARE SKIPPED.  A FILE WITH MORE SETS THAN THE TABLE
003350*    IS DUE FOR HOUSEKEEPING - THE OLDEST SET IS DROPPED TO MAKE
003360*    ROOM, SO THE LATEST 500 ARE LISTED.
003370******************************************************************
003380  2100-LOAD-ONE-RECORD.
003390      READ MASTER-BACKUP-FILE
003400          AT END
003410              SET WS-END-OF-FILE TO TRUE
003420              GO TO 2100-EXIT
003430      END-READ
003440      IF MB-SET-HEADER
003450          IF WS-SET-COUNT >= 500
003460              PERFORM 2150-SHIFT-ONE-SET THRU 2150-EXIT
003470                  VARYING WS-SET-SUB FROM 1 BY 1
003480                  UNTIL WS-SET-SUB >= WS-SET-COUNT
003490              SUBTRACT 1 FROM WS-SET-COUNT
003500              SET WS-SETS-DROPPED TO TRUE
003510          END-IF
003520          ADD 1 TO WS-SET-COUNT
003530          MOVE MB-SET-NUMBER  TO WS-SET-NUMBER (WS-SET-COUNT)
003540          MOVE MB-BACKUP-DATE TO WS-SET-DATE (WS-SET-COUNT)
003550          MOVE MB-BACKUP-TIME TO WS-SET-TIME (WS-SET-COUNT)
003560          MOVE MB-LAST-RUN-NUMBER
003570                              TO WS-SET-LAST-RUN (WS-SET-COUNT)
003580          MOVE MB-OPERATOR-ID TO WS-SET-OPERATOR (WS-SET-COUNT)
003590          MOVE "N"            TO WS-SET-COMPLETE (WS-SET-COUNT)
003600          MOVE ZERO           TO WS-SET-SCOREHIX (WS-SET-COUNT)
003610          MOVE ZERO           TO WS-SET-STUMAST (WS-SET-COUNT)
003620          MOVE ZERO           TO WS-SET-EXTHRESH (WS-SET-COUNT)
003630          MOVE ZERO           TO WS-SET-EXAMREG (WS-SET-COUNT)
003640          GO TO 2100-EXIT
003650      END-IF
003660      IF MB-SET-TRAILER
003670         AND WS-SET-COUNT > ZERO
003680         AND MB-SET-NUMBER = WS-SET-NUMBER (WS-SET-COUNT)
003690          MOVE "Y" TO WS-SET-COMPLETE (WS-SET-COUNT)
003700          MOVE MB-SCOREHIX-COUNT TO WS-SET-SCOREHIX (WS-SET-COUNT)
003710          MOVE MB-STUMAST-COUNT  TO WS-SET-STUMAST (WS-SET-COUNT)
003720          MOVE MB-EXTHRESH-COUNT TO WS-SET-EXTHRESH (WS-SET-COUNT)
003730          MOVE MB-EXAMREG-COUNT  TO WS-SET-EXAMREG (WS-SET-COUNT)
003740      END-IF.
003750  2100-EXIT.
003760      EXIT.
003770*
003780******************************************************************
003790*    2150-SHIFT-ONE-SET
003800*    MOVES ONE TABLE ENTRY DOWN A PLACE, DROPPING THE OLDEST SET
003810*    WHEN THE TABLE IS FULL.
003820******************************************************************
003830  2150-SHIFT-ONE-SET.
003840      MOVE WS-SET-TABLE (WS-SET-SUB + 1)
003850                              TO WS-SET-TABLE (WS-SET-SUB).
003860  2150-EXIT.
003870      EXIT.
003880*
003890******************************************************************
003900*    2500-SHOW-ONE-SET
003910*    DISPLAYS ONE BACKUP SET: NUMBER, WHEN AND BY WHOM IT WAS
003920*    TAKEN, THE LAST RUN IT INCLUDES, AND WHETHER IT IS
003930*    COMPLETE ENOUGH TO RESTORE.
003940******************************************************************
003950  2500-SHOW-ONE-SET.
003960      IF WS-SET-COMPLETE (WS-SET-SUB) = "Y"
003970          DISPLAY "SET " WS-SET-NUMBER (WS-SET-SUB) "  "
003980              WS-SET-DATE (WS-SET-SUB) " "
003990              WS-SET-TIME (WS-SET-SUB) "  THRU RUN "
004000              WS-SET-LAST-RUN (WS-SET-SUB) "  BY "
004010              WS-SET-OPERATOR (WS-SET-SUB)
004020      ELSE
004030          DISPLAY "SET " WS-SET-NUMBER (WS-SET-SUB) "  "
004040              WS-SET-DATE (WS-SET-SUB) " "
004050              WS-SET-TIME (WS-SET-SUB)
004060              "  INCOMPLETE - CANNOT BE RESTORED"
004070      END-IF.
004080  2500-EXIT.
004090      EXIT.
004100*
004110******************************************************************
004120*    3000-CHOOSE-SET
004130*    ACCEPTS THE SET TO RESTORE, WHICH MUST BE ON THE LIST AND
004140*    COMPLETE, SHOWS WHAT IT HOLDS AND WHAT WILL BE ROLLED
004150*    BACK, AND ASKS FOR CONFIRMATION.  ANYTHING BUT A
004160*    CONFIRMED, RESTORABLE SET LEAVES WS-CHOSEN-SUB AT ZERO.
004170******************************************************************
004180  3000-CHOOSE-SET.
004190      MOVE ZERO TO WS-CHOSEN-SUB
004200      DISPLAY "ENTER BACKUP SET TO RESTORE: "
004210      ACCEPT WS-IN-SET-NUMBER
004220      IF WS-IN-SET-NUMBER NOT NUMERIC
004230          DISPLAY "SAMPLE_46: SET NUMBER MUST BE NUMERIC"
004240          GO TO 3000-EXIT
004250      END-IF
004260      MOVE ZERO TO WS-FOUND-SUB
004270      PERFORM 3100-MATCH-ONE-SET THRU 3100-EXIT
004280          VARYING WS-SET-SUB FROM 1 BY 1
004290          UNTIL WS-SET-SUB > WS-SET-COUNT
004300      IF WS-FOUND-SUB = ZERO
004310          DISPLAY "SAMPLE_46: SET " WS-IN-SET-NUMBER
004320              " IS NOT ON THE BACKUP FILE"
004330          GO TO 3000-EXIT
004340      END-IF
004350      IF WS-SET-COMPLETE (WS-FOUND-SUB) NOT = "Y"
004360          DISPLAY "SAMPLE_46: SET " WS-IN-SET-NUMBER
004370              " IS INCOMPLETE AND CANNOT BE RESTORED"
004380          GO TO 3000-EXIT
004390      END-IF
004400      MOVE WS-SET-NUMBER (WS-FOUND-SUB)   TO WS-CHOSEN-NUMBER
004410      MOVE WS-SET-DATE (WS-FOUND-SUB)     TO WS-CHOSEN-DATE
004420      MOVE WS-SET-TIME (WS-FOUND-SUB)     TO WS-CHOSEN-TIME
004430      MOVE WS-SET-LAST-RUN (WS-FOUND-SUB) TO WS-CHOSEN-LAST-RUN
004440      MOVE WS-SET-OPERATOR (WS-FOUND-SUB) TO WS-CHOSEN-OPERATOR
004450      MOVE WS-SET-SCOREHIX (WS-FOUND-SUB) TO WS-TRL-SCOREHIX
004460      MOVE WS-SET-STUMAST (WS-FOUND-SUB)  TO WS-TRL-STUMAST
004470      MOVE WS-SET-EXTHRESH (WS-FOUND-SUB) TO WS-TRL-EXTHRESH
004480      MOVE WS-SET-EXAMREG (WS-FOUND-SUB)  TO WS-TRL-EXAMREG
004490      DISPLAY "SAMPLE_46: SET " WS-CHOSEN-NUMBER
004500          " HOLDS SCOREHIX "
004510          WS-TRL-SCOREHIX "  STUMAST " WS-TRL-STUMAST
004520      DISPLAY "SAMPLE_46:   EXTHRESH " WS-TRL-EXTHRESH
004530          "  EXAMREG " WS-TRL-EXAMREG
004540      DISPLAY "SAMPLE_46: EVERY RUN AFTER RUN " WS-CHOSEN-LAST-RUN
004550          " WILL BE MARKED ROLLED BACK"
004560      DISPLAY "SAMPLE_46: RUNS UP TO IT THAT AN EARLIER RESTORE"
004570          " ROLLED BACK WILL BE REINSTATED"
004580      DISPLAY "REPLACE SCOREHIX, STUMAST, EXTHRESH AND EXAMREG"
004590          " WITH SET " WS-CHOSEN-NUMBER "? (Y/N): "
004600      ACCEPT WS-CONFIRM
004610      IF NOT WS-CONFIRMED
004620          DISPLAY "SAMPLE_46: RESTORE CANCELLED"
004630          GO TO 3000-EXIT
004640      END-IF
004650      MOVE WS-FOUND-SUB TO WS-CHOSEN-SUB.
004660  3000-EXIT.
004670      EXIT.
004680*
004690******************************************************************
004700*    3100-MATCH-ONE-SET
004710*    NOTES THE TABLE ENTRY WHOSE SET NUMBER WAS ENTERED.
004720******************************************************************
004730  3100-MATCH-ONE-SET.
004740      IF WS-SET-NUMBER (WS-SET-SUB) = WS-IN-SET-NUMBER
004750          MOVE WS-SET-SUB TO WS-FOUND-SUB
004760      END-IF.
004770  3100-EXIT.
004780      EXIT.
004790*
004800******************************************************************
004810*    4000-SAVE-CURRENT-FILES
004820*    TAKES A BACKUP OF THE FILES AS THEY STAND (SAMPLE_45) SO
004830*    THIS RESTORE CAN ITSELF BE UNDONE.  NO SAVE, NO RESTORE.
004840******************************************************************
004850  4000-SAVE-CURRENT-FILES.
004860      DISPLAY "SAMPLE_46: SAVING THE CURRENT FILES FIRST"
004870      MOVE ZERO TO RETURN-CODE
004880      CALL WS-BACKUP-PROGRAM
004890      CANCEL WS-BACKUP-PROGRAM
004900      IF RETURN-CODE NOT = ZERO
004910          DISPLAY "SAMPLE_46: THE CURRENT FILES COULD NOT BE"
004920              " SAVED - RESTORE NOT DONE"
004930          MOVE 12 TO RETURN-CODE
004940          GOBACK
004950      END-IF.
004960  4000-EXIT.
004970      EXIT.
004980*
004990******************************************************************
005000*    5000-RESTORE-SET
005010*    EMPTIES THE FOUR MASTER FILES AND REBUILDS THEM FROM THE
005020*    CHOSEN SET'S IMAGES, THEN CHECKS THE COUNTS WRITTEN
005030*    AGAINST THE SET TRAILER.  A FILE THAT CANNOT BE REBUILT
005040*    ENDS THE RUN WITH RETURN CODE 12 - THE SAVED SET FROM
005050*    4000 OR THIS SET CAN THEN BE RESTORED AGAIN.
005060******************************************************************
005070  5000-RESTORE-SET.
005080      OPEN OUTPUT SCORE-HISTORY-FILE
005090      OPEN OUTPUT STUDENT-MASTER-FILE
005100      OPEN OUTPUT EXAM-THRESHOLD-FILE
005110      OPEN OUTPUT EXAM-REG-FILE
005120      IF WS-HISTORY-STATUS NOT = "00"
005130         OR WS-MASTER-STATUS NOT = "00"
005140         OR WS-THRESH-STATUS NOT = "00"
005150         OR WS-REG-STATUS NOT = "00"
005160          DISPLAY "SAMPLE_46: UNABLE TO REBUILD THE MASTER FILES"
005170              " (" WS-HISTORY-STATUS "/" WS-MASTER-STATUS "/"
005180              WS-THRESH-STATUS "/" WS-REG-STATUS ")"
005190          DISPLAY "SAMPLE_46: RERUN THE RESTORE"
005200          MOVE 12 TO RETURN-CODE
005210          GOBACK
005220      END-IF
005230      OPEN INPUT MASTER-BACKUP-FILE
005240      IF WS-BACKUP-STATUS NOT = "00"
005250          DISPLAY "SAMPLE_46: UNABLE TO REOPEN MSTBKUP -"
005260          DISPLAY "SAMPLE_46: RERUN THE RESTORE"
005270          MOVE 12 TO RETURN-CODE
005280          GOBACK
005290      END-IF
005300      MOVE "N" TO WS-EOF-SWITCH
005310      PERFORM 5100-RESTORE-ONE-RECORD THRU 5100-EXIT
005320          UNTIL WS-END-OF-FILE
005330      CLOSE MASTER-BACKUP-FILE
005340      CLOSE SCORE-HISTORY-FILE
005350      CLOSE STUDENT-MASTER-FILE
005360      CLOSE EXAM-THRESHOLD-FILE
005370      CLOSE EXAM-REG-FILE
005380      MOVE SPACES TO RS-LINE
005390      MOVE "MASTER-FILE RESTORE REPORT" TO RS-LINE
005400      WRITE RESTORE-RPT-REC
005410      MOVE SPACES TO WS-RPT-LINE
005420      STRING "RESTORED BACKUP SET " DELIMITED BY SIZE
005430          WS-CHOSEN-NUMBER DELIMITED BY SIZE
005440          " TAKEN " DELIMITED BY SIZE
005450          WS-CHOSEN-DATE DELIMITED BY SIZE
005460          " " DELIMITED BY SIZE
005470          WS-CHOSEN-TIME DELIMITED BY SIZE
005480          " BY " DELIMITED BY SIZE
005490          WS-CHOSEN-OPERATOR DELIMITED BY SIZE
005500          INTO WS-RPT-LINE
005510      MOVE WS-RPT-LINE TO RS-LINE
005520      WRITE RESTORE-RPT-REC
005530      MOVE SPACES TO WS-RPT-LINE
005540      STRING "RESTORED " DELIMITED BY SIZE
005550          WS-RESTORE-DATE DELIMITED BY SIZE
005560          " " DELIMITED BY SIZE
005570          WS-RESTORE-TIME DELIMITED BY SIZE
005580          " BY " DELIMITED BY SIZE
005590          WS-OPERATOR-ID DELIMITED BY SIZE
005600          INTO WS-RPT-LINE
005610      MOVE WS-RPT-LINE TO RS-LINE
005620      WRITE RESTORE-RPT-REC
005630      IF WS-SCOREHIX-RESTORED NOT = WS-TRL-SCOREHIX
005640         OR WS-STUMAST-RESTORED NOT = WS-TRL-STUMAST
005650         OR WS-EXTHRESH-RESTORED NOT = WS-TRL-EXTHRESH
005660         OR WS-EXAMREG-RESTORED NOT = WS-TRL-EXAMREG
005670          MOVE SPACES TO RS-LINE
005680          MOVE "*** RECORDS RESTORED DO NOT MATCH THE SET TRAILER"
005690              TO RS-LINE
005700          WRITE RESTORE-RPT-REC
005710          DISPLAY "SAMPLE_46: RECORDS RESTORED DO NOT MATCH THE"
005720              " SET TRAILER - SEE THE RESTORE REPORT"
005730          MOVE 4 TO RETURN-CODE
005740      END-IF.
005750  5000-EXIT.
005760      EXIT.
005770*
005780******************************************************************
005790*    5100-RESTORE-ONE-RECORD
005800*    READS ONE BACKUP RECORD AND, WHEN IT IS A DETAIL IMAGE OF
005810*    THE CHOSEN SET, WRITES IT BACK TO THE FILE IT CAME FROM.
005820*    THE CHOSEN SET'S TRAILER ENDS THE PASS.
005830******************************************************************
005840  5100-RESTORE-ONE-RECORD.
005850      READ MASTER-BACKUP-FILE
005860          AT END
005870              SET WS-END-OF-FILE TO TRUE
005880              GO TO 5100-EXIT
005890      END-READ
005900      IF MB-SET-NUMBER NOT = WS-CHOSEN-NUMBER
005910          GO TO 5100-EXIT
005920      END-IF
005930      IF MB-SET-TRAILER
005940          SET WS-END-OF-FILE TO TRUE
005950          GO TO 5100-EXIT
005960      END-IF
005970      IF NOT MB-SET-DETAIL
005980          GO TO 5100-EXIT
005990      END-IF
006000      EVALUATE TRUE
006010          WHEN MB-FILE-SCOREHIX
006020              MOVE MB-RECORD-IMAGE TO SCORE-HISTORY-REC
006030              WRITE SCORE-HISTORY-REC
006040                  INVALID KEY
006050                      ADD 1 TO WS-WRITE-ERRORS
006060                  NOT INVALID KEY
006070                      ADD 1 TO WS-SCOREHIX-RESTORED
006080              END-WRITE
006090          WHEN MB-FILE-STUMAST
006100              MOVE MB-RECORD-IMAGE TO STUDENT-MASTER-REC
006110              WRITE STUDENT-MASTER-REC
006120                  INVALID KEY
006130                      ADD 1 TO WS-WRITE-ERRORS
006140                  NOT INVALID KEY
006150                      ADD 1 TO WS-STUMAST-RESTORED
006160              END-WRITE
006170          WHEN MB-FILE-EXTHRESH
006180              MOVE MB-RECORD-IMAGE TO EXAM-THRESHOLD-REC
006190              WRITE EXAM-THRESHOLD-REC
006200                  INVALID KEY
006210                      ADD 1 TO WS-WRITE-ERRORS
006220                  NOT INVALID KEY
006230                      ADD 1 TO WS-EXTHRESH-RESTORED
006240              END-WRITE
006250          WHEN MB-FILE-EXAMREG
006260              MOVE MB-RECORD-IMAGE TO EXAM-REG-REC
006270              WRITE EXAM-REG-REC
006280                  INVALID KEY
006290                      ADD 1 TO WS-WRITE-ERRORS
006300                  NOT INVALID KEY
006310                      ADD 1 TO WS-EXAMREG-RESTORED
006320              END-WRITE
006330          WHEN OTHER
006340              ADD 1 TO WS-WRITE-ERRORS
006350      END-EVALUATE.
006360  5100-EXIT.
006370      EXIT.
006380*
006390******************************************************************
006400*    6000-ROLL-BACK-RUNS
006410*    COLLECTS FROM THE RUN-CONTROL LOG EVERY RUN NUMBERED AFTER
006420*    THE SET'S LAST RUN, THEN APPENDS A ROLLED-BACK ENTRY FOR
006430*    EACH ONE NOT ALREADY ROLLED BACK BY AN EARLIER RESTORE.
006440*    IT ALSO COLLECTS EVERY RUN UP TO THE SET'S LAST RUN THAT
006450*    HAS BEEN ROLLED BACK.  IF THE LATEST ROLLED-BACK ENTRY FOR
006460*    SUCH A RUN IS STAMPED AT OR AFTER THE SET WAS TAKEN, THE
006470*    SET HOLDS THAT RUN'S DECISIONS AND A COMPLETED ENTRY IS
006480*    APPENDED TO REINSTATE IT.  EITHER ENTRY KEEPS THE RUN'S OWN
006490*    START STAMP AND COUNTS SO THE RUN HISTORY STILL SAYS WHICH
006500*    RUN IT WAS.
006510******************************************************************
006520  6000-ROLL-BACK-RUNS.
006530      OPEN INPUT RUN-CONTROL-FILE
006540      IF WS-RUNCTL-STATUS NOT = "00"
006550          GO TO 6000-REPORT
006560      END-IF
006570      PERFORM 6100-COLLECT-ONE-RUN THRU 6100-EXIT
006580          UNTIL WS-RUNCTL-STATUS NOT = "00"
006590      CLOSE RUN-CONTROL-FILE
006600      IF WS-ROLL-COUNT = ZERO
006610          GO TO 6000-REPORT
006620      END-IF
006630      OPEN EXTEND RUN-CONTROL-FILE
006640      IF WS-RUNCTL-STATUS NOT = "00"
006650          DISPLAY "SAMPLE_46: UNABLE TO UPDATE THE RUN-CONTROL"
006660              " LOG - RUNS NOT MARKED ROLLED BACK OR REINSTATED"
006670          MOVE 12 TO RETURN-CODE
006680          GO TO 6000-REPORT
006690      END-IF
006700      PERFORM 6300-WRITE-ONE-ROLLBACK THRU 6300-EXIT
006710          VARYING WS-ROLL-SUB FROM 1 BY 1
006720          UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
006730      CLOSE RUN-CONTROL-FILE.
006740  6000-REPORT.
006750      IF WS-RUNS-ROLLED-BACK = ZERO
006760         AND WS-RUNS-REINSTATED = ZERO
006770          MOVE SPACES TO WS-RPT-LINE
006780          STRING "NO RUNS AFTER RUN " DELIMITED BY SIZE
006790              WS-CHOSEN-LAST-RUN DELIMITED BY SIZE
006800              " TO ROLL BACK" DELIMITED BY SIZE
006810              INTO WS-RPT-LINE
006820          MOVE WS-RPT-LINE TO RS-LINE
006830          WRITE RESTORE-RPT-REC
006840      END-IF.
006850  6000-EXIT.
006860      EXIT.
006870*
006880******************************************************************
006890*    6100-COLLECT-ONE-RUN
006900*    READS ONE RUN-CONTROL ENTRY.  AN ENTRY FOR A RUN AFTER THE
006910*    SET'S LAST RUN IS MERGED INTO THAT RUN'S TABLE ENTRY: THE
006920*    RUNNING ENTRY GIVES THE START STAMP, THE COMPLETED ENTRY
006930*    THE FINAL COUNTS, AND A ROLLED-BACK ENTRY ITS ROLL-BACK
006940*    STAMP.  THE LATEST OF THESE IS KEPT AS THE RUN'S STATUS.
006950*    A RUN UP TO THE SET'S LAST RUN IS TAKEN INTO THE TABLE ONLY
006960*    FROM ITS FIRST ROLLED-BACK ENTRY ON.
006970******************************************************************
006980  6100-COLLECT-ONE-RUN.
006990      READ RUN-CONTROL-FILE
007000          AT END
007010              MOVE "10" TO WS-RUNCTL-STATUS
007020              GO TO 6100-EXIT
007030      END-READ
007040      MOVE "N" TO WS-FOUND-SWITCH
007050      PERFORM 6200-FIND-ONE-RUN THRU 6200-EXIT
007060          VARYING WS-ROLL-SUB FROM 1 BY 1
007070          UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
007080             OR WS-ENTRY-FOUND
007090      IF NOT WS-ENTRY-FOUND
007100          IF RC-RUN-NUMBER NOT > WS-CHOSEN-LAST-RUN
007110             AND NOT RC-IS-ROLLED-BACK
007120              GO TO 6100-EXIT
007130          END-IF
007140          IF WS-ROLL-COUNT >= 1000
007150              DISPLAY "SAMPLE_46: MORE THAN 1000 RUNS TO ROLL"
007160                  " BACK - THE REST ARE NOT MARKED"
007170              MOVE "10" TO WS-RUNCTL-STATUS
007180              GO TO 6100-EXIT
007190          END-IF
007200          ADD 1 TO WS-ROLL-COUNT
007210          MOVE WS-ROLL-COUNT TO WS-FOUND-SUB
007220          MOVE RC-RUN-NUMBER TO WS-ROLL-RUN-NUMBER (WS-FOUND-SUB)
007230          MOVE RC-START-DATE TO WS-ROLL-START-DATE (WS-FOUND-SUB)
007240          MOVE RC-START-TIME TO WS-ROLL-START-TIME (WS-FOUND-SUB)
007250          MOVE ZERO          TO WS-ROLL-EXPECTED (WS-FOUND-SUB)
007260          MOVE ZERO          TO WS-ROLL-GRADED (WS-FOUND-SUB)
007270          MOVE ZERO          TO WS-ROLL-PASS (WS-FOUND-SUB)
007280          MOVE ZERO          TO WS-ROLL-FAIL (WS-FOUND-SUB)
007290          MOVE SPACE         TO WS-ROLL-LATEST (WS-FOUND-SUB)
007300          MOVE SPACES        TO WS-ROLL-B-DATE (WS-FOUND-SUB)
007310          MOVE SPACES        TO WS-ROLL-B-TIME (WS-FOUND-SUB)
007320      END-IF
007330      MOVE RC-ENTRY-STATUS TO WS-ROLL-LATEST (WS-FOUND-SUB)
007340      EVALUATE TRUE
007350          WHEN RC-IS-ROLLED-BACK
007360              MOVE RC-END-DATE TO WS-ROLL-B-DATE (WS-FOUND-SUB)
007370              MOVE RC-END-TIME TO WS-ROLL-B-TIME (WS-FOUND-SUB)
007380          WHEN RC-IS-COMPLETED
007390              MOVE RC-EXPECTED-COUNT
007400                  TO WS-ROLL-EXPECTED (WS-FOUND-SUB)
007410              MOVE RC-RECORDS-GRADED
007420                  TO WS-ROLL-GRADED (WS-FOUND-SUB)
007430              MOVE RC-PASS-COUNT TO WS-ROLL-PASS (WS-FOUND-SUB)
007440              MOVE RC-FAIL-COUNT TO WS-ROLL-FAIL (WS-FOUND-SUB)
007450          WHEN OTHER
007460              MOVE RC-EXPECTED-COUNT
007470                  TO WS-ROLL-EXPECTED (WS-FOUND-SUB)
007480      END-EVALUATE.
007490  6100-EXIT.
007500      EXIT.
007510*
007520******************************************************************
007530*    6200-FIND-ONE-RUN
007540*    TESTS ONE ROLL-BACK TABLE ENTRY FOR THE RUN JUST READ.
007550******************************************************************
007560  6200-FIND-ONE-RUN.
007570      IF WS-ROLL-RUN-NUMBER (WS-ROLL-SUB) = RC-RUN-NUMBER
007580          MOVE WS-ROLL-SUB TO WS-FOUND-SUB
007590          SET WS-ENTRY-FOUND TO TRUE
007600      END-IF.
007610  6200-EXIT.
007620      EXIT.
007630*
007640******************************************************************
007650*    6300-WRITE-ONE-ROLLBACK
007660*    APPENDS THE ROLLED-BACK ENTRY FOR ONE RUN AFTER THE SET NOT
007670*    ALREADY ROLLED BACK, OR THE COMPLETED ENTRY THAT REINSTATES
007680*    ONE RUN THE SET HOLDS, AND LISTS IT ON THE RESTORE REPORT.
007690******************************************************************
007700  6300-WRITE-ONE-ROLLBACK.
007710      IF WS-ROLL-RUN-NUMBER (WS-ROLL-SUB) > WS-CHOSEN-LAST-RUN
007720          IF WS-ROLL-LATEST (WS-ROLL-SUB) = "B"
007730              GO TO 6300-EXIT
007740          END-IF
007750          MOVE "B" TO RC-ENTRY-STATUS
007760          ADD 1 TO WS-RUNS-ROLLED-BACK
007770      ELSE
007780          IF WS-ROLL-LATEST (WS-ROLL-SUB) NOT = "B"
007790              GO TO 6300-EXIT
007800          END-IF
007810          IF WS-ROLL-B-DATE (WS-ROLL-SUB) < WS-CHOSEN-DATE
007820              GO TO 6300-EXIT
007830          END-IF
007840          IF WS-ROLL-B-DATE (WS-ROLL-SUB) = WS-CHOSEN-DATE
007850             AND WS-ROLL-B-TIME (WS-ROLL-SUB) < WS-CHOSEN-TIME
007860              GO TO 6300-EXIT
007870          END-IF
007880          MOVE "C" TO RC-ENTRY-STATUS
007890          ADD 1 TO WS-RUNS-REINSTATED
007900      END-IF
007910      MOVE WS-ROLL-RUN-NUMBER (WS-ROLL-SUB) TO RC-RUN-NUMBER
007920      MOVE WS-ROLL-START-DATE (WS-ROLL-SUB) TO RC-START-DATE
007930      MOVE WS-ROLL-START-TIME (WS-ROLL-SUB) TO RC-START-TIME
007940      MOVE WS-RESTORE-DATE                  TO RC-END-DATE
007950      MOVE WS-RESTORE-TIME                  TO RC-END-TIME
007960      MOVE WS-ROLL-EXPECTED (WS-ROLL-SUB)   TO RC-EXPECTED-COUNT
007970      MOVE WS-ROLL-GRADED (WS-ROLL-SUB)     TO RC-RECORDS-GRADED
007980      MOVE WS-ROLL-PASS (WS-ROLL-SUB)       TO RC-PASS-COUNT
007990      MOVE WS-ROLL-FAIL (WS-ROLL-SUB)       TO RC-FAIL-COUNT
008000      MOVE WS-OPERATOR-ID                   TO RC-OPERATOR-ID
008020      MOVE SPACES TO WS-RPT-LINE
008030      IF RC-IS-ROLLED-BACK
008040          STRING "RUN " DELIMITED BY SIZE
008050              WS-ROLL-RUN-NUMBER (WS-ROLL-SUB)
008055                  DELIMITED BY SIZE
008060              " OF " DELIMITED BY SIZE
008070              WS-ROLL-START-DATE (WS-ROLL-SUB)
008075                  DELIMITED BY SIZE
008080              " " DELIMITED BY SIZE
008090              WS-ROLL-START-TIME (WS-ROLL-SUB)
008095                  DELIMITED BY SIZE
008100              " MARKED ROLLED BACK" DELIMITED BY SIZE
008110              INTO WS-RPT-LINE
008120      ELSE
008130          STRING "RUN " DELIMITED BY SIZE
008140              WS-ROLL-RUN-NUMBER (WS-ROLL-SUB)
008145                  DELIMITED BY SIZE
008150              " OF " DELIMITED BY SIZE
008160              WS-ROLL-START-DATE (WS-ROLL-SUB)
008165                  DELIMITED BY SIZE
008170              " " DELIMITED BY SIZE
008180              WS-ROLL-START-TIME (WS-ROLL-SUB)
008185                  DELIMITED BY SIZE
008190              " REINSTATED" DELIMITED BY SIZE
008200              INTO WS-RPT-LINE
008210      END-IF
008215      WRITE RUN-CONTROL-REC
008220      MOVE WS-RPT-LINE TO RS-LINE
008230      WRITE RESTORE-RPT-REC.
008240  6300-EXIT.
008250      EXIT.
008260*
008270******************************************************************
008280*    7000-LIST-AUDIT-ENTRIES
008290*    LISTS EVERY AUDIT-LOG ENTRY STAMPED AT OR AFTER THE
008300*    BACKUP - DECISIONS, CORRECTIONS, TERM CHANGES AND MERGES
008310*    THE RESTORED FILES NO LONGER REFLECT.
008320******************************************************************
008330  7000-LIST-AUDIT-ENTRIES.
008340      MOVE SPACES TO RS-LINE
008350      WRITE RESTORE-RPT-REC
008360      MOVE SPACES TO RS-LINE
008370      MOVE "AUDIT-LOG ENTRIES WRITTEN SINCE THE BACKUP:"
008380          TO RS-LINE
008390      WRITE RESTORE-RPT-REC
008400      OPEN INPUT AUDIT-LOG-FILE
008410      IF WS-AUDIT-STATUS NOT = "00"
008420          MOVE SPACES TO RS-LINE
008430          MOVE "  (NO AUDIT LOG ON FILE)" TO RS-LINE
008440          WRITE RESTORE-RPT-REC
008450          GO TO 7000-EXIT
008460      END-IF
008470      MOVE "N" TO WS-EOF-SWITCH
008480      PERFORM 7100-LIST-ONE-AUDIT THRU 7100-EXIT
008490          UNTIL WS-END-OF-FILE
008500      CLOSE AUDIT-LOG-FILE.
008510  7000-EXIT.
008520      EXIT.
008530*
008540******************************************************************
008550*    7100-LIST-ONE-AUDIT
008560*    READS ONE AUDIT-LOG ENTRY AND LISTS IT WHEN ITS STAMP IS
008570*    NOT BEFORE THE BACKUP'S.
008580******************************************************************
008590  7100-LIST-ONE-AUDIT.
008600      READ AUDIT-LOG-FILE
008610          AT END
008620              SET WS-END-OF-FILE TO TRUE
008630              GO TO 7100-EXIT
008640      END-READ
008650      IF AL-RUN-DATE < WS-CHOSEN-DATE
008660          GO TO 7100-EXIT
008670      END-IF
008680      IF AL-RUN-DATE = WS-CHOSEN-DATE
008690         AND AL-RUN-TIME < WS-CHOSEN-TIME
008700          GO TO 7100-EXIT
008710      END-IF
008720      ADD 1 TO WS-AUDIT-LISTED
008730      MOVE SPACES TO WS-RPT-LINE
008740      STRING "  " DELIMITED BY SIZE
008750          AL-RUN-DATE DELIMITED BY SIZE
008760          " " DELIMITED BY SIZE
008770          AL-RUN-TIME DELIMITED BY SIZE
008780          " " DELIMITED BY SIZE
008790          AL-STUDENT-ID DELIMITED BY SIZE
008800          " " DELIMITED BY SIZE
008810          AL-EXAM-CODE DELIMITED BY SIZE
008820          " " DELIMITED BY SIZE
008830          AL-SCORE DELIMITED BY SIZE
008840          " " DELIMITED BY SIZE
008850          AL-VERDICT DELIMITED BY SIZE
008860          " " DELIMITED BY SIZE
008870          AL-OPERATOR-ID DELIMITED BY SIZE
008880          INTO WS-RPT-LINE
008890      MOVE WS-RPT-LINE TO RS-LINE
008900      WRITE RESTORE-RPT-REC.
008910  7100-EXIT.
008920      EXIT.
008930*
008940******************************************************************
008950*    7500-LIST-EXTRACT-ENTRIES
008960*    LISTS EVERY REGISTRAR-EXTRACT ENTRY DATED ON OR AFTER THE
008970*    BACKUP DATE - POSTINGS THE REGISTRAR MAY ALREADY HAVE
008980*    PICKED UP.  THE EXTRACT CARRIES NO TIME, SO A SAME-DAY
008990*    POSTING FROM BEFORE THE BACKUP IS LISTED AS WELL.
009000******************************************************************
009010  7500-LIST-EXTRACT-ENTRIES.
009020      MOVE SPACES TO RS-LINE
009030      WRITE RESTORE-RPT-REC
009040      MOVE SPACES TO WS-RPT-LINE
009050      STRING "REGISTRAR-EXTRACT ENTRIES DATED ON OR AFTER "
009060          DELIMITED BY SIZE
009070          WS-CHOSEN-DATE DELIMITED BY SIZE
009080          ":" DELIMITED BY SIZE
009090          INTO WS-RPT-LINE
009100      MOVE WS-RPT-LINE TO RS-LINE
009110      WRITE RESTORE-RPT-REC
009120      OPEN INPUT REGISTRAR-EXTRACT-FILE
009130      IF WS-REGISTRAR-STATUS NOT = "00"
009140          MOVE SPACES TO RS-LINE
009150          MOVE "  (NO REGISTRAR EXTRACT ON FILE)" TO RS-LINE
009160          WRITE RESTORE-RPT-REC
009170          GO TO 7500-EXIT
009180      END-IF
009190      MOVE "N" TO WS-EOF-SWITCH
009200      PERFORM 7600-LIST-ONE-EXTRACT THRU 7600-EXIT
009210          UNTIL WS-END-OF-FILE
009220      CLOSE REGISTRAR-EXTRACT-FILE.
009230  7500-EXIT.
009240      EXIT.
009250*
009260******************************************************************
009270*    7600-LIST-ONE-EXTRACT
009280*    READS ONE REGISTRAR-EXTRACT ENTRY AND LISTS IT WHEN IT IS
009290*    DATED ON OR AFTER THE BACKUP DATE.
009300******************************************************************
009310  7600-LIST-ONE-EXTRACT.
009320      READ REGISTRAR-EXTRACT-FILE
009330          AT END
009340              SET WS-END-OF-FILE TO TRUE
009350              GO TO 7600-EXIT
009360      END-READ
009370      IF RX-RUN-DATE < WS-CHOSEN-DATE
009380          GO TO 7600-EXIT
009390      END-IF
009400      ADD 1 TO WS-EXTRACT-LISTED
009410      MOVE SPACES TO WS-RPT-LINE
009420      STRING "  " DELIMITED BY SIZE
009430          RX-RUN-DATE DELIMITED BY SIZE
009440          " " DELIMITED BY SIZE
009450          RX-STUDENT-ID DELIMITED BY SIZE
009460          " " DELIMITED BY SIZE
009470          RX-EXAM-CODE DELIMITED BY SIZE
009480          " " DELIMITED BY SIZE
009490          RX-SCORE DELIMITED BY SIZE
009500          " " DELIMITED BY SIZE
009510          RX-PASS-FAIL-FLAG DELIMITED BY SIZE
009520          " TERM " DELIMITED BY SIZE
009530          RX-TERM-CODE DELIMITED BY SIZE
009540          INTO WS-RPT-LINE
009550      MOVE WS-RPT-LINE TO RS-LINE
009560      WRITE RESTORE-RPT-REC.
009570  7600-EXIT.
009580      EXIT.
009590*
009600******************************************************************
009610*    8000-WRITE-SUMMARY
009620*    WRITES THE RESTORE TOTALS TO THE REPORT AND TELLS THE
009630*    OPERATOR WHAT WAS DONE AND WHERE THE LISTING IS.
009640******************************************************************
009650  8000-WRITE-SUMMARY.
009660      MOVE SPACES TO RS-LINE
009670      WRITE RESTORE-RPT-REC
009680      MOVE "SCOREHIX RECORDS RESTORED:  " TO WS-RPT-LABEL
009690      MOVE WS-SCOREHIX-RESTORED TO WS-COUNT-EDIT
009700      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009710      MOVE "STUMAST RECORDS RESTORED:   " TO WS-RPT-LABEL
009720      MOVE WS-STUMAST-RESTORED TO WS-COUNT-EDIT
009730      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009740      MOVE "EXTHRESH RECORDS RESTORED:  " TO WS-RPT-LABEL
009750      MOVE WS-EXTHRESH-RESTORED TO WS-COUNT-EDIT
009760      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009770      MOVE "EXAMREG RECORDS RESTORED:   " TO WS-RPT-LABEL
009780      MOVE WS-EXAMREG-RESTORED TO WS-COUNT-EDIT
009790      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009800      MOVE "IMAGES NOT WRITTEN:         " TO WS-RPT-LABEL
009810      MOVE WS-WRITE-ERRORS TO WS-COUNT-EDIT
009820      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009830      MOVE "RUNS MARKED ROLLED BACK:    " TO WS-RPT-LABEL
009840      MOVE WS-RUNS-ROLLED-BACK TO WS-COUNT-EDIT
009850      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009860      MOVE "RUNS REINSTATED:            " TO WS-RPT-LABEL
009870      MOVE WS-RUNS-REINSTATED TO WS-COUNT-EDIT
009880      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009890      MOVE "AUDIT-LOG ENTRIES LISTED:   " TO WS-RPT-LABEL
009900      MOVE WS-AUDIT-LISTED TO WS-COUNT-EDIT
009910      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009920      MOVE "EXTRACT ENTRIES LISTED:     " TO WS-RPT-LABEL
009930      MOVE WS-EXTRACT-LISTED TO WS-COUNT-EDIT
009940      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009950      DISPLAY "SAMPLE_46: SET " WS-CHOSEN-NUMBER " RESTORED - "
009960          WS-RUNS-ROLLED-BACK " RUN(S) MARKED ROLLED BACK"
009970      IF WS-RUNS-REINSTATED > ZERO
009980          DISPLAY "SAMPLE_46: " WS-RUNS-REINSTATED
009990              " RUN(S) REINSTATED"
010000      END-IF
010010      DISPLAY "SAMPLE_46: " WS-AUDIT-LISTED " AUDIT-LOG AND "
010020          WS-EXTRACT-LISTED " EXTRACT ENTRIES TO REVIEW -"
010030          " SEE RSTRRPT".
010040  8000-EXIT.
010050      EXIT.
010060*
010070******************************************************************
010080*    8100-WRITE-COUNT-LINE
010090*    WRITES ONE LABELLED COUNT LINE TO THE RESTORE REPORT.
010100******************************************************************
010110  8100-WRITE-COUNT-LINE.
010120      MOVE SPACES TO WS-RPT-LINE
010130      STRING WS-RPT-LABEL DELIMITED BY SIZE
010140          WS-COUNT-EDIT DELIMITED BY SIZE
010150          INTO WS-RPT-LINE
010160      MOVE WS-RPT-LINE TO RS-LINE
010170      WRITE RESTORE-RPT-REC.
010180  8100-EXIT.
010190      EXIT.
