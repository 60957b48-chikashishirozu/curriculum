000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_38.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    CROSS-FILE INTEGRITY CHECK.  EACH FILE THE SCORING RUN
000120*    WRITES HAS ITS OWN CONTROLS - SAMPLE_10 RECONCILES TO THE
000130*    ROSTER HEADER, SAMPLE_20 RECONCILES THE EXTRACT TO THE
000140*    REGISTRAR'S ACKNOWLEDGEMENTS - BUT NOTHING PROVED THE
000150*    FILES AGREED WITH EACH OTHER AFTER RESTARTS, DUPLICATE
000160*    HISTORY KEYS SKIPPED BY 3660-WRITE-HISTORY-LINE, AND AUDIT
000170*    PURGES.  FOR EACH COMPLETED RUN SELECTED FROM THE
000180*    RUN-CONTROL LOG (RUNCTL) - ONE RUN NUMBER, EVERY RUN
000190*    STARTED IN A DATE RANGE, OR BY DEFAULT THE LATEST
000200*    COMPLETED RUN - THIS COUNTS THE SCORE-HISTORY RECORDS
000210*    (SCOREHIX) AND AUDIT-LOG ENTRIES (AUDITLOG) CARRYING THE
000220*    RUN'S DATE/TIME STAMP AND THE REGISTRAR EXTRACT RECORDS
000230*    (REGEXTR) CARRYING ITS DATE, COMPARES THEM WITH THE RUN'S
000240*    RC-RECORDS-GRADED/RC-PASS-COUNT/RC-FAIL-COUNT, AND LISTS
000250*    EVERY STUDENT/EXAM PAIR FOUND IN ONE FILE BUT MISSING
000260*    FROM ANOTHER ON THE INTEGRITY REPORT (INTEGRPT).
000270*    REGEXTR ONLY EVER HOLDS THE LATEST RUN - EACH RUN
000280*    REWRITES IT - SO THE EXTRACT IS CHECKED FOR THE LATEST
000290*    COMPLETED RUN ONLY AND SHOWN AS N/A FOR AN OLDER ONE; AN
000300*    UNACKNOWLEDGED RECORD FOLDED BACK IN FROM AN EARLIER RUN
000310*    THE SAME DAY SHOWS AS EXTRACT-ONLY.  A RUN THAT DOES NOT
000320*    BALANCE SETS RETURN-CODE 4, WHICH THE NIGHT-STREAM DRIVER
000330*    (SAMPLE_28), WHERE THIS RUNS AS AN OPTIONAL LAST STEP,
000340*    REPORTS AS A WARNING FOR THE MORNING.  A REPORT THAT
000350*    CANNOT BE OPENED SETS RETURN-CODE 12.  NOTHING IS
000360*    CHANGED IN ANY OF THE FILES CHECKED.  A RUN WHOSE LATEST
000370*    RUN-CONTROL ENTRY IS A ROLLED-BACK ("B") ENTRY FROM THE
000380*    MASTER-FILE RESTORE (SAMPLE_46) NO LONGER HAS ITS POSTINGS
000390*    ON FILE AND IS NEVER SELECTED.
000391*    A POSTING MOVED BY THE DUPLICATE-ID MERGE (SAMPLE_43)
000392*    KEEPS ITS RUN'S STAMP UNDER THE SURVIVING ID WHILE THE
000393*    RUN'S OWN AUDIT ENTRY STAYS UNDER THE RETIRED ID; THE
000394*    MERGE'S "FROM nnnnnn" AUDIT ENTRIES ARE READ FIRST SO
000395*    THAT PAIR IS MATCHED UNDER THE SURVIVING ID.
000400*
000410*    MODIFICATION HISTORY.
000420*    ------------------------------------------------------
000430*    DATE       INIT  DESCRIPTION
000440*    ---------  ----  ----------------------------------------
000450*    10/15/2026 HY    ORIGINAL VERSION.
000460*    10/15/2026 HY    RUNS ROLLED BACK BY THE MASTER-FILE RESTORE
000470*                     (SAMPLE_46) ARE LEFT OUT OF EVERY
000480*                     SELECTION, INCLUDING THE DEFAULT LATEST
000490*                     RUN, INSTEAD OF BEING REPORTED OUT OF
000500*                     BALANCE.  A RUN REINSTATED BY A LATER
000510*                     RESTORE IS SELECTED AGAIN, ONCE.
000511*    10/15/2026 HY    POSTINGS MOVED BY THE DUPLICATE-ID MERGE
000512*                     (SAMPLE_43) ARE MATCHED TO THEIR RUN'S
000513*                     AUDIT AND EXTRACT ENTRIES UNDER THE
000514*                     RETIRED ID INSTEAD OF BEING LISTED AS
000515*                     UNMATCHED PAIRS.
000520******************************************************************
000530  ENVIRONMENT DIVISION.
000540  CONFIGURATION SECTION.
000550  SOURCE-COMPUTER.   IBM-370.
000560  OBJECT-COMPUTER.   IBM-370.
000570  INPUT-OUTPUT SECTION.
000580  FILE-CONTROL.
000590      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000600          ORGANIZATION IS LINE SEQUENTIAL
000610          FILE STATUS IS WS-RUNCTL-STATUS.
000620
000630      SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIX"
000640          ORGANIZATION IS INDEXED
000650          ACCESS MODE IS DYNAMIC
000660          RECORD KEY IS HS-HISTORY-KEY
000670          FILE STATUS IS WS-HISTORY-STATUS.
000680
000690      SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000700          ORGANIZATION IS LINE SEQUENTIAL
000710          FILE STATUS IS WS-AUDIT-STATUS.
000720
000730      SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO "REGEXTR"
000740          ORGANIZATION IS LINE SEQUENTIAL
000750          FILE STATUS IS WS-REGISTRAR-STATUS.
000760
000770      SELECT INTEG-RPT-FILE ASSIGN TO "INTEGRPT"
000780          ORGANIZATION IS LINE SEQUENTIAL
000790          FILE STATUS IS WS-INTEGRPT-STATUS.
000800*
000810  DATA DIVISION.
000820  FILE SECTION.
000830  FD  RUN-CONTROL-FILE.
000840  COPY RUNCTL.
000850*
000860  FD  SCORE-HISTORY-FILE.
000870  COPY SCOREHIS.
000880*
000890  FD  AUDIT-LOG-FILE.
000900  COPY AUDITREC.
000910*
000920  FD  REGISTRAR-EXTRACT-FILE.
000930  COPY REGEXTR.
000940*
000950  FD  INTEG-RPT-FILE.
000960  COPY INTEGRPT.
000970*
000980  WORKING-STORAGE SECTION.
000990  01  WS-SWITCHES.
001000      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001010          88  WS-END-OF-FILE          VALUE "Y".
001020      05  WS-EXTRACT-CHECK-SWITCH     PIC X(01) VALUE "N".
001030          88  WS-EXTRACT-CHECKED      VALUE "Y".
001040      05  WS-BALANCE-SWITCH           PIC X(01) VALUE "Y".
001050          88  WS-RUN-BALANCED         VALUE "Y".
001060      05  WS-PAIR-FULL-SWITCH         PIC X(01) VALUE "N".
001070          88  WS-PAIR-TABLE-FULL      VALUE "Y".
001080*
001090  01  WS-FILE-STATUSES.
001100      05  WS-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
001110      05  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001120      05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001130      05  WS-REGISTRAR-STATUS         PIC X(02) VALUE SPACES.
001140      05  WS-INTEGRPT-STATUS          PIC X(02) VALUE SPACES.
001150*
001160  01  WS-SELECTION.
001170      05  WS-SEL-MODE                 PIC X(01) VALUE "L".
001180          88  WS-SEL-BY-NUMBER        VALUE "N".
001190          88  WS-SEL-BY-DATE          VALUE "D".
001200          88  WS-SEL-LATEST           VALUE "L".
001210      05  WS-IN-RUN-NUMBER            PIC 9(06) VALUE ZERO.
001220      05  WS-IN-FROM-DATE             PIC X(08) VALUE SPACES.
001230      05  WS-IN-TO-DATE               PIC X(08) VALUE SPACES.
001240*
001250  01  WS-LATEST-RUN                   PIC 9(06) VALUE ZERO.
001260*
001270  01  WS-SEL-TABLE-CTL.
001280      05  WS-SEL-COUNT                PIC 9(03) VALUE ZERO.
001290      05  WS-SEL-TABLE OCCURS 0 TO 500 TIMES
001300              DEPENDING ON WS-SEL-COUNT.
001310          10  WS-SEL-RUN-NUMBER       PIC 9(06).
001320          10  WS-SEL-START-DATE       PIC X(08).
001330          10  WS-SEL-START-TIME       PIC X(08).
001340          10  WS-SEL-GRADED           PIC 9(06).
001350          10  WS-SEL-PASS             PIC 9(06).
001360          10  WS-SEL-FAIL             PIC 9(06).
001370*
001380  01  WS-SEL-SUB                      PIC 9(03).
001390  01  WS-SEL-FOUND-SUB                PIC 9(03).
001400*
001410  01  WS-ROLLED-TABLE-CTL.
001420      05  WS-ROLLED-COUNT             PIC 9(04) VALUE ZERO.
001430      05  WS-ROLLED-RUN               PIC 9(06)
001440              OCCURS 0 TO 1000 TIMES
001450              DEPENDING ON WS-ROLLED-COUNT.
001460*
001470  01  WS-ROLLED-SUB                   PIC 9(04).
001480  01  WS-ROLLED-FOUND-SUB             PIC 9(04).
001490  01  WS-FIND-RUN                     PIC 9(06).
001500*
001501  01  WS-MERGE-TABLE-CTL.
001502      05  WS-MERGE-COUNT              PIC 9(04) VALUE ZERO.
001503      05  WS-MERGE-TABLE OCCURS 0 TO 1000 TIMES
001504              DEPENDING ON WS-MERGE-COUNT.
001505          10  WS-MERGE-RETIRED-ID     PIC 9(06).
001506          10  WS-MERGE-SURVIVING-ID   PIC 9(06).
001507          10  WS-MERGE-EXAM-CODE      PIC X(05).
001508*
001509  01  WS-MERGE-SUB                    PIC 9(04).
001510*
001511  01  WS-PAIR-TABLE-CTL.
001520      05  WS-PAIR-COUNT               PIC 9(04) VALUE ZERO.
001530      05  WS-PAIR-TABLE OCCURS 0 TO 5000 TIMES
001540              DEPENDING ON WS-PAIR-COUNT
001550              INDEXED BY WS-PAIR-IDX.
001560          10  WS-PAIR-KEY             PIC X(11).
001570          10  WS-PAIR-HIST            PIC 9(03).
001580          10  WS-PAIR-AUDIT           PIC 9(03).
001590          10  WS-PAIR-EXTR            PIC 9(03).
001600*
001610  01  WS-WORK-PAIR-KEY.
001620      05  WS-WORK-PAIR-STUDENT        PIC 9(06).
001630      05  WS-WORK-PAIR-EXAM           PIC X(05).
001640*
001650  01  WS-PAIR-SUB                     PIC 9(04).
001652  01  WS-PAIR-FOUND-SUB               PIC 9(04).
001654  01  WS-MOVE-AUDIT                   PIC 9(03).
001656  01  WS-MOVE-EXTR                    PIC 9(03).
001660  01  WS-PAIR-SOURCE                  PIC X(01).
001670      88  WS-FROM-HISTORY             VALUE "H".
001680      88  WS-FROM-AUDIT               VALUE "A".
001690      88  WS-FROM-EXTRACT             VALUE "X".
001700*
001710  01  WS-FILE-COUNTS.
001720      05  WS-HIST-COUNT               PIC 9(06).
001730      05  WS-HIST-PASS                PIC 9(06).
001740      05  WS-HIST-FAIL                PIC 9(06).
001750      05  WS-AUDIT-COUNT              PIC 9(06).
001760      05  WS-AUDIT-PASS               PIC 9(06).
001770      05  WS-AUDIT-FAIL               PIC 9(06).
001780      05  WS-EXTR-COUNT               PIC 9(06).
001790      05  WS-EXTR-PASS                PIC 9(06).
001800      05  WS-EXTR-FAIL                PIC 9(06).
001810*
001820  01  WS-COMPARE-FIELDS.
001830      05  WS-CMP-RUNCTL               PIC 9(06).
001840      05  WS-CMP-HIST                 PIC 9(06).
001850      05  WS-CMP-AUDIT                PIC 9(06).
001860      05  WS-CMP-EXTR                 PIC 9(06).
001870*
001880  01  WS-RUN-TOTALS.
001890      05  WS-RUNS-CHECKED             PIC 9(06) VALUE ZERO.
001900      05  WS-RUNS-UNBALANCED          PIC 9(06) VALUE ZERO.
001910      05  WS-MISMATCH-COUNT           PIC 9(06) VALUE ZERO.
001920      05  WS-RUN-MISMATCHES           PIC 9(06) VALUE ZERO.
001930*
001940  01  WS-EDIT-FIELDS.
001950      05  WS-COUNT-EDIT               PIC ZZZZZ9.
001960      05  WS-RUNCTL-EDIT              PIC ZZZZZ9.
001970      05  WS-HIST-EDIT                PIC ZZZZZ9.
001980      05  WS-AUDIT-EDIT               PIC ZZZZZ9.
001990      05  WS-EXTR-EDIT                PIC ZZZZZ9.
002000      05  WS-EXTR-DISPLAY             PIC X(06).
002010*
002020  01  WS-RPT-LABEL                    PIC X(30).
002030  01  WS-MISSING-TEXT                 PIC X(30).
002033  01  WS-MISSING-WORK                 PIC X(30).
002036  01  WS-MISSING-PTR                  PIC 9(02).
002040  01  WS-RPT-LINE                     PIC X(80).
002050*
002060  PROCEDURE DIVISION.
002070******************************************************************
002080*    0000-MAINLINE
002090*    DRIVES THE INTEGRITY CHECK: TAKES THE SELECTION, PICKS
002100*    THE COMPLETED RUNS OFF THE RUN-CONTROL LOG, NOTES THE
002110*    POSTINGS MOVED BY ID MERGES, CHECKS EACH RUN AGAINST
002115*    THE THREE FILES, AND CLOSES WITH THE TOTALS.
002120******************************************************************
002130  0000-MAINLINE.
002140      PERFORM 1000-ACCEPT-SELECTION THRU 1000-EXIT
002150      PERFORM 1100-LOAD-RUNS THRU 1100-EXIT
002155      PERFORM 1200-LOAD-MERGES THRU 1200-EXIT
002160      IF WS-SEL-COUNT = ZERO
002170          DISPLAY "SAMPLE_38: NO COMPLETED RUN ON THE RUN-CONTROL"
002180          DISPLAY "SAMPLE_38: LOG MATCHES THE SELECTION"
002190          GOBACK
002200      END-IF
002210      OPEN OUTPUT INTEG-RPT-FILE
002220      IF WS-INTEGRPT-STATUS NOT = "00"
002230          DISPLAY "SAMPLE_38: UNABLE TO OPEN INTEGRITY REPORT"
002240          MOVE 12 TO RETURN-CODE
002250          GOBACK
002260      END-IF
002270      MOVE "CROSS-FILE INTEGRITY REPORT" TO WS-RPT-LINE
002280      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
002290      PERFORM 2000-CHECK-ONE-RUN THRU 2000-EXIT
002300          VARYING WS-SEL-SUB FROM 1 BY 1
002310          UNTIL WS-SEL-SUB > WS-SEL-COUNT
002320      PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002330      CLOSE INTEG-RPT-FILE
002340      IF WS-RUNS-UNBALANCED > ZERO
002350          MOVE 4 TO RETURN-CODE
002360      END-IF
002370      GOBACK.
002380*
002390******************************************************************
002400*    1000-ACCEPT-SELECTION
002410*    TAKES A RUN NUMBER, OR A START-DATE RANGE WHEN THE RUN
002420*    NUMBER IS ZERO.  NO RUN NUMBER AND NO FROM DATE - THE
002430*    NIGHT-STREAM ANSWER - CHECKS THE LATEST COMPLETED RUN.  A
002440*    BLANK TO DATE MEANS THE FROM DATE ONLY.
002450******************************************************************
002460  1000-ACCEPT-SELECTION.
002470      DISPLAY "CROSS-FILE INTEGRITY CHECK"
002480      DISPLAY "ENTER RUN NUMBER (0 = BY START DATE): "
002490      ACCEPT WS-IN-RUN-NUMBER
002500      IF WS-IN-RUN-NUMBER NUMERIC
002510         AND WS-IN-RUN-NUMBER > ZERO
002520          SET WS-SEL-BY-NUMBER TO TRUE
002530          GO TO 1000-EXIT
002540      END-IF
002550      DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK = LATEST RUN): "
002560      ACCEPT WS-IN-FROM-DATE
002570      IF WS-IN-FROM-DATE = SPACES
002580          SET WS-SEL-LATEST TO TRUE
002590          GO TO 1000-EXIT
002600      END-IF
002610      DISPLAY "ENTER TO DATE (YYYYMMDD, BLANK = FROM DATE): "
002620      ACCEPT WS-IN-TO-DATE
002630      IF WS-IN-TO-DATE = SPACES
002640          MOVE WS-IN-FROM-DATE TO WS-IN-TO-DATE
002650      END-IF
002660      SET WS-SEL-BY-DATE TO TRUE.
002670  1000-EXIT.
002680      EXIT.
002690*
002700******************************************************************
002710*    1100-LOAD-RUNS
002720*    FIRST NOTES WHICH RUNS STAND ROLLED BACK (1120), THEN
002730*    READS THE RUN-CONTROL LOG FRONT TO BACK, KEEPING EVERY
002740*    COMPLETED ENTRY THE SELECTION CALLS FOR AND THE NUMBER OF
002750*    THE LATEST COMPLETED RUN (THE ONLY ONE REGEXTR STILL
002760*    HOLDS).  ONLY THE COMPLETED ENTRY CARRIES THE FINAL
002770*    COUNTS; A RUN WITH NO COMPLETED ENTRY ABENDED AND IS NOT
002780*    CHECKED - ITS RESTART REGISTERED A NEW RUN NUMBER UNDER
002790*    THE SAME STAMP, AND THAT ONE IS.  A RUN NUMBER ASKED FOR
002800*    THAT STANDS ROLLED BACK IS REPORTED AS SUCH.
002810******************************************************************
002820  1100-LOAD-RUNS.
002830      PERFORM 1120-LOAD-ROLLED-BACK THRU 1120-EXIT
002840      OPEN INPUT RUN-CONTROL-FILE
002850      IF WS-RUNCTL-STATUS NOT = "00"
002860          DISPLAY "SAMPLE_38: NO RUN-CONTROL LOG ON FILE"
002870          GO TO 1100-EXIT
002880      END-IF
002890      PERFORM 1150-LOAD-ONE-RUN THRU 1150-EXIT
002900          UNTIL WS-RUNCTL-STATUS NOT = "00"
002910      CLOSE RUN-CONTROL-FILE
002920      IF WS-SEL-BY-NUMBER
002930         AND WS-SEL-COUNT = ZERO
002940          MOVE WS-IN-RUN-NUMBER TO WS-FIND-RUN
002950          PERFORM 1140-FIND-ROLLED THRU 1140-EXIT
002960          IF WS-ROLLED-FOUND-SUB > ZERO
002970              DISPLAY "SAMPLE_38: RUN " WS-IN-RUN-NUMBER
002980                  " WAS ROLLED BACK BY A MASTER-FILE RESTORE"
002990          END-IF
003000      END-IF.
003010  1100-EXIT.
003020      EXIT.
003030*
003040******************************************************************
003050*    1120-LOAD-ROLLED-BACK
003060*    READS THE RUN-CONTROL LOG ONCE TO LIST THE RUNS WHOSE
003070*    LATEST COMPLETED-OR-ROLLED-BACK ENTRY IS A ROLLED-BACK
003080*    ONE.  A RESTORE OF A LATER SET REINSTATES A RUN WITH A
003090*    FRESH COMPLETED ENTRY, WHICH TAKES IT OFF THE LIST AGAIN.
003100******************************************************************
003110  1120-LOAD-ROLLED-BACK.
003120      OPEN INPUT RUN-CONTROL-FILE
003130      IF WS-RUNCTL-STATUS NOT = "00"
003140          GO TO 1120-EXIT
003150      END-IF
003160      PERFORM 1130-NOTE-ONE-ENTRY THRU 1130-EXIT
003170          UNTIL WS-RUNCTL-STATUS NOT = "00"
003180      CLOSE RUN-CONTROL-FILE.
003190  1120-EXIT.
003200      EXIT.
003210*
003220******************************************************************
003230*    1130-NOTE-ONE-ENTRY
003240*    READS ONE RUN-CONTROL ENTRY.  A ROLLED-BACK ENTRY ADDS ITS
003250*    RUN TO THE LIST; A COMPLETED ENTRY FOR A LISTED RUN TAKES
003260*    IT OFF, THE LAST ENTRY MOVING INTO ITS PLACE.  MORE THAN
003270*    1000 RUNS ROLLED BACK AT ONCE ARE NOT ALL LISTED.
003280******************************************************************
003290  1130-NOTE-ONE-ENTRY.
003300      READ RUN-CONTROL-FILE
003310          AT END
003320              MOVE "10" TO WS-RUNCTL-STATUS
003330              GO TO 1130-EXIT
003340      END-READ
003350      IF NOT RC-IS-ROLLED-BACK
003360         AND NOT RC-IS-COMPLETED
003370          GO TO 1130-EXIT
003380      END-IF
003390      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
003400      PERFORM 1140-FIND-ROLLED THRU 1140-EXIT
003410      IF RC-IS-COMPLETED
003420          IF WS-ROLLED-FOUND-SUB > ZERO
003430              MOVE WS-ROLLED-RUN (WS-ROLLED-COUNT)
003440                  TO WS-ROLLED-RUN (WS-ROLLED-FOUND-SUB)
003450              SUBTRACT 1 FROM WS-ROLLED-COUNT
003460          END-IF
003470          GO TO 1130-EXIT
003480      END-IF
003490      IF WS-ROLLED-FOUND-SUB > ZERO
003500         OR WS-ROLLED-COUNT >= 1000
003510          GO TO 1130-EXIT
003520      END-IF
003530      ADD 1 TO WS-ROLLED-COUNT
003540      MOVE RC-RUN-NUMBER TO WS-ROLLED-RUN (WS-ROLLED-COUNT).
003550  1130-EXIT.
003560      EXIT.
003570*
003580******************************************************************
003590*    1140-FIND-ROLLED
003600*    SETS WS-ROLLED-FOUND-SUB TO THE ROLLED-BACK LIST ENTRY FOR
003610*    WS-FIND-RUN, OR ZERO WHEN THE RUN IS NOT ON THE LIST.
003620******************************************************************
003630  1140-FIND-ROLLED.
003640      MOVE ZERO TO WS-ROLLED-FOUND-SUB
003650      PERFORM 1145-CHECK-ONE-ROLLED THRU 1145-EXIT
003660          VARYING WS-ROLLED-SUB FROM 1 BY 1
003670          UNTIL WS-ROLLED-SUB > WS-ROLLED-COUNT
003680             OR WS-ROLLED-FOUND-SUB > ZERO.
003690  1140-EXIT.
003700      EXIT.
003710*
003720******************************************************************
003730*    1145-CHECK-ONE-ROLLED
003740*    TESTS ONE ROLLED-BACK LIST ENTRY FOR WS-FIND-RUN.
003750******************************************************************
003760  1145-CHECK-ONE-ROLLED.
003770      IF WS-ROLLED-RUN (WS-ROLLED-SUB) = WS-FIND-RUN
003780          MOVE WS-ROLLED-SUB TO WS-ROLLED-FOUND-SUB
003790      END-IF.
003800  1145-EXIT.
003810      EXIT.
003820*
003830******************************************************************
003840*    1150-LOAD-ONE-RUN
003850*    READS ONE RUN-CONTROL ENTRY.  IN LATEST-RUN MODE EVERY
003860*    COMPLETED ENTRY OVERWRITES THE ONE TABLE SLOT, SO THE
003870*    LAST ONE IN THE LOG IS LEFT THERE.  A RUN THAT STANDS
003880*    ROLLED BACK IS SKIPPED, THOUGH IT STILL COUNTS AS THE
003890*    LATEST RUN FOR THE EXTRACT CHECK - REGEXTR STILL HOLDS IT.
003900*    A REINSTATED RUN HAS TWO COMPLETED ENTRIES; IN DATE-RANGE
003910*    MODE THE SECOND IS PASSED OVER.
003920******************************************************************
003930  1150-LOAD-ONE-RUN.
003940      READ RUN-CONTROL-FILE
003950          AT END
003960              MOVE "10" TO WS-RUNCTL-STATUS
003970              GO TO 1150-EXIT
003980      END-READ
003990      IF NOT RC-IS-COMPLETED
004000          GO TO 1150-EXIT
004010      END-IF
004020      IF RC-RUN-NUMBER > WS-LATEST-RUN
004030          MOVE RC-RUN-NUMBER TO WS-LATEST-RUN
004040      END-IF
004050      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
004060      PERFORM 1140-FIND-ROLLED THRU 1140-EXIT
004070      IF WS-ROLLED-FOUND-SUB > ZERO
004080          GO TO 1150-EXIT
004090      END-IF
004100      EVALUATE TRUE
004110          WHEN WS-SEL-LATEST
004120              MOVE 1 TO WS-SEL-COUNT
004130          WHEN WS-SEL-BY-NUMBER
004140              IF RC-RUN-NUMBER NOT = WS-IN-RUN-NUMBER
004150                  GO TO 1150-EXIT
004160              END-IF
004170              MOVE 1 TO WS-SEL-COUNT
004180          WHEN WS-SEL-BY-DATE
004190              IF RC-START-DATE < WS-IN-FROM-DATE
004200                 OR RC-START-DATE > WS-IN-TO-DATE
004210                  GO TO 1150-EXIT
004220              END-IF
004230              MOVE ZERO TO WS-SEL-FOUND-SUB
004240              PERFORM 1160-CHECK-ONE-SELECTED THRU 1160-EXIT
004250                  VARYING WS-SEL-SUB FROM 1 BY 1
004260                  UNTIL WS-SEL-SUB > WS-SEL-COUNT
004270                     OR WS-SEL-FOUND-SUB > ZERO
004280              IF WS-SEL-FOUND-SUB > ZERO
004290                  GO TO 1150-EXIT
004300              END-IF
004310              IF WS-SEL-COUNT >= 500
004320                  DISPLAY "SAMPLE_38: MORE THAN 500 RUNS IN THE"
004330                      " RANGE - THE REST ARE NOT CHECKED"
004340                  MOVE "10" TO WS-RUNCTL-STATUS
004350                  GO TO 1150-EXIT
004360              END-IF
004370              ADD 1 TO WS-SEL-COUNT
004380      END-EVALUATE
004390      MOVE RC-RUN-NUMBER     TO WS-SEL-RUN-NUMBER (WS-SEL-COUNT)
004400      MOVE RC-START-DATE     TO WS-SEL-START-DATE (WS-SEL-COUNT)
004410      MOVE RC-START-TIME     TO WS-SEL-START-TIME (WS-SEL-COUNT)
004420      MOVE RC-RECORDS-GRADED TO WS-SEL-GRADED (WS-SEL-COUNT)
004430      MOVE RC-PASS-COUNT     TO WS-SEL-PASS (WS-SEL-COUNT)
004440      MOVE RC-FAIL-COUNT     TO WS-SEL-FAIL (WS-SEL-COUNT).
004450  1150-EXIT.
004460      EXIT.
004470*
004480******************************************************************
004490*    1160-CHECK-ONE-SELECTED
004500*    TESTS ONE SELECTED-RUN ENTRY FOR THE RUN JUST READ.
004510******************************************************************
004520  1160-CHECK-ONE-SELECTED.
004530      IF WS-SEL-RUN-NUMBER (WS-SEL-SUB) = RC-RUN-NUMBER
004540          MOVE WS-SEL-SUB TO WS-SEL-FOUND-SUB
004550      END-IF.
004560  1160-EXIT.
004570      EXIT.
004580*
004590******************************************************************
004591*    1200-LOAD-MERGES
004592*    READS THE AUDIT LOG ONCE TO LIST THE POSTINGS MOVED BY THE
004593*    DUPLICATE-ID MERGE (SAMPLE_43): EACH MOVE LEFT AN ENTRY
004594*    UNDER THE SURVIVING ID WITH THE EXAM CODE AND THE VERDICT
004595*    "FROM nnnnnn" NAMING THE RETIRED ID.  THE LIST IS KEPT IN
004596*    LOG ORDER SO AN ID MERGED TWICE IS FOLLOWED THROUGH.  MORE
004597*    THAN 1000 MOVES ARE NOT ALL LISTED.
004598******************************************************************
004599  1200-LOAD-MERGES.
004600      OPEN INPUT AUDIT-LOG-FILE
004601      IF WS-AUDIT-STATUS NOT = "00"
004602          GO TO 1200-EXIT
004603      END-IF
004604      PERFORM 1250-NOTE-ONE-MERGE THRU 1250-EXIT
004605          UNTIL WS-AUDIT-STATUS NOT = "00"
004606      CLOSE AUDIT-LOG-FILE.
004607  1200-EXIT.
004608      EXIT.
004609*
004610******************************************************************
004611*    1250-NOTE-ONE-MERGE
004612*    READS ONE AUDIT-LOG ENTRY AND LISTS IT WHEN IT RECORDS A
004613*    POSTING MOVED BY THE MERGE.
004614******************************************************************
004615  1250-NOTE-ONE-MERGE.
004616      READ AUDIT-LOG-FILE
004617          AT END
004618              MOVE "10" TO WS-AUDIT-STATUS
004619              GO TO 1250-EXIT
004620      END-READ
004621      IF AL-VERDICT (1:5) NOT = "FROM "
004622         OR AL-VERDICT (6:6) NOT NUMERIC
004623         OR WS-MERGE-COUNT >= 1000
004624          GO TO 1250-EXIT
004625      END-IF
004626      ADD 1 TO WS-MERGE-COUNT
004627      MOVE AL-VERDICT (6:6)
004628          TO WS-MERGE-RETIRED-ID (WS-MERGE-COUNT)
004629      MOVE AL-STUDENT-ID TO WS-MERGE-SURVIVING-ID (WS-MERGE-COUNT)
004630      MOVE AL-EXAM-CODE  TO WS-MERGE-EXAM-CODE (WS-MERGE-COUNT).
004631  1250-EXIT.
004632      EXIT.
004633*
004634******************************************************************
004635*    2000-CHECK-ONE-RUN
004636*    CHECKS THE RUN AT WS-SEL-SUB: GATHERS WHAT EACH FILE HOLDS
004637*    FOR THE RUN'S STAMP, CARRIES MERGED PAIRS OVER TO THE
004638*    SURVIVING ID, COMPARES THE COUNTS WITH THE RUN-CONTROL
004639*    ENTRY, AND LISTS THE UNMATCHED PAIRS.
004640******************************************************************
004650  2000-CHECK-ONE-RUN.
004660      INITIALIZE WS-FILE-COUNTS
004670      MOVE ZERO TO WS-PAIR-COUNT
004680      MOVE ZERO TO WS-RUN-MISMATCHES
004690      MOVE "N" TO WS-PAIR-FULL-SWITCH
004700      MOVE "Y" TO WS-BALANCE-SWITCH
004710      MOVE "N" TO WS-EXTRACT-CHECK-SWITCH
004720      IF WS-SEL-RUN-NUMBER (WS-SEL-SUB) = WS-LATEST-RUN
004730          SET WS-EXTRACT-CHECKED TO TRUE
004740      END-IF
004750      ADD 1 TO WS-RUNS-CHECKED
004760      PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT
004770      PERFORM 2200-SCAN-AUDIT-LOG THRU 2200-EXIT
004780      IF WS-EXTRACT-CHECKED
004790          PERFORM 2300-SCAN-EXTRACT THRU 2300-EXIT
004800      END-IF
004802      PERFORM 2400-APPLY-ONE-MERGE THRU 2400-EXIT
004804          VARYING WS-MERGE-SUB FROM 1 BY 1
004806          UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
004810      PERFORM 2600-WRITE-RUN-COUNTS THRU 2600-EXIT
004820      PERFORM 2700-LIST-ONE-PAIR THRU 2700-EXIT
004830          VARYING WS-PAIR-SUB FROM 1 BY 1
004840          UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
004850      IF WS-PAIR-TABLE-FULL
004860          MOVE "  PAIR TABLE FULL - LISTING IS INCOMPLETE"
004870              TO WS-RPT-LINE
004880          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
004890          MOVE "N" TO WS-BALANCE-SWITCH
004900      END-IF
004910      IF WS-RUN-BALANCED
004920          MOVE "  RUN IN BALANCE" TO WS-RPT-LINE
004930      ELSE
004940          ADD 1 TO WS-RUNS-UNBALANCED
004950          MOVE "  *** RUN OUT OF BALANCE ***" TO WS-RPT-LINE
004960          DISPLAY "SAMPLE_38: RUN " WS-SEL-RUN-NUMBER (WS-SEL-SUB)
004970              " IS OUT OF BALANCE - SEE THE INTEGRITY REPORT"
004980      END-IF
004990      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
005000  2000-EXIT.
005010      EXIT.
005020*
005030******************************************************************
005040*    2100-SCAN-HISTORY
005050*    WALKS THE WHOLE SCORE-HISTORY FILE COUNTING THE RECORDS
005060*    STAMPED WITH THE RUN'S DATE AND TIME.  NO HISTORY FILE
005070*    LEAVES THE COUNTS AT ZERO, WHICH THE COMPARISON REPORTS.
005080******************************************************************
005090  2100-SCAN-HISTORY.
005100      OPEN INPUT SCORE-HISTORY-FILE
005110      IF WS-HISTORY-STATUS NOT = "00"
005120          MOVE "  NO SCORE-HISTORY FILE ON HAND" TO WS-RPT-LINE
005130          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
005140          GO TO 2100-EXIT
005150      END-IF
005160      MOVE "N" TO WS-EOF-SWITCH
005170      MOVE LOW-VALUES TO HS-HISTORY-KEY
005180      START SCORE-HISTORY-FILE KEY NOT LESS THAN HS-HISTORY-KEY
005190          INVALID KEY
005200              SET WS-END-OF-FILE TO TRUE
005210      END-START
005220      PERFORM 2150-READ-ONE-HISTORY THRU 2150-EXIT
005230          UNTIL WS-END-OF-FILE
005240      CLOSE SCORE-HISTORY-FILE.
005250  2100-EXIT.
005260      EXIT.
005270*
005280******************************************************************
005290*    2150-READ-ONE-HISTORY
005300*    READS ONE SCORE-HISTORY RECORD AND COUNTS IT WHEN IT
005310*    CARRIES THE RUN'S STAMP.
005320******************************************************************
005330  2150-READ-ONE-HISTORY.
005340      READ SCORE-HISTORY-FILE NEXT RECORD
005350          AT END
005360              SET WS-END-OF-FILE TO TRUE
005370              GO TO 2150-EXIT
005380      END-READ
005390      IF HS-RUN-DATE NOT = WS-SEL-START-DATE (WS-SEL-SUB)
005400         OR HS-RUN-TIME NOT = WS-SEL-START-TIME (WS-SEL-SUB)
005410          GO TO 2150-EXIT
005420      END-IF
005430      ADD 1 TO WS-HIST-COUNT
005440      IF HS-VERDICT = "合格"
005450          ADD 1 TO WS-HIST-PASS
005460      ELSE
005470          ADD 1 TO WS-HIST-FAIL
005480      END-IF
005490      MOVE HS-STUDENT-ID TO WS-WORK-PAIR-STUDENT
005500      MOVE HS-EXAM-CODE  TO WS-WORK-PAIR-EXAM
005510      SET WS-FROM-HISTORY TO TRUE
005520      PERFORM 2500-TALLY-PAIR THRU 2500-EXIT.
005530  2150-EXIT.
005540      EXIT.
005550*
005560******************************************************************
005570*    2200-SCAN-AUDIT-LOG
005580*    READS THE AUDIT LOG FRONT TO BACK COUNTING THE ENTRIES
005590*    STAMPED WITH THE RUN'S DATE AND TIME.  CORRECTION AND
005600*    TERM-CLOSE ENTRIES CARRY THEIR OWN RUN'S STAMP, SO THEY
005610*    NEVER MATCH A SCORING RUN; NOR DO THE MERGE'S ENTRIES.
005620******************************************************************
005630  2200-SCAN-AUDIT-LOG.
005640      OPEN INPUT AUDIT-LOG-FILE
005650      IF WS-AUDIT-STATUS NOT = "00"
005660          MOVE "  NO AUDIT-LOG FILE ON HAND" TO WS-RPT-LINE
005670          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
005680          GO TO 2200-EXIT
005690      END-IF
005700      PERFORM 2250-READ-ONE-AUDIT THRU 2250-EXIT
005710          UNTIL WS-AUDIT-STATUS NOT = "00"
005720      CLOSE AUDIT-LOG-FILE.
005730  2200-EXIT.
005740      EXIT.
005750*
005760******************************************************************
005770*    2250-READ-ONE-AUDIT
005780*    READS ONE AUDIT-LOG ENTRY AND COUNTS IT WHEN IT CARRIES
005790*    THE RUN'S STAMP.
005800******************************************************************
005810  2250-READ-ONE-AUDIT.
005820      READ AUDIT-LOG-FILE
005830          AT END
005840              MOVE "10" TO WS-AUDIT-STATUS
005850              GO TO 2250-EXIT
005860      END-READ
005870      IF AL-RUN-DATE NOT = WS-SEL-START-DATE (WS-SEL-SUB)
005880         OR AL-RUN-TIME NOT = WS-SEL-START-TIME (WS-SEL-SUB)
005890          GO TO 2250-EXIT
005900      END-IF
005910      ADD 1 TO WS-AUDIT-COUNT
005920      IF AL-VERDICT = "合格"
005930          ADD 1 TO WS-AUDIT-PASS
005940      ELSE
005950          ADD 1 TO WS-AUDIT-FAIL
005960      END-IF
005970      MOVE AL-STUDENT-ID TO WS-WORK-PAIR-STUDENT
005980      MOVE AL-EXAM-CODE  TO WS-WORK-PAIR-EXAM
005990      SET WS-FROM-AUDIT TO TRUE
006000      PERFORM 2500-TALLY-PAIR THRU 2500-EXIT.
006010  2250-EXIT.
006020      EXIT.
006030*
006040******************************************************************
006050*    2300-SCAN-EXTRACT
006060*    READS THE REGISTRAR EXTRACT COUNTING THE RECORDS CARRYING
006070*    THE RUN'S DATE (THE EXTRACT HOLDS NO RUN TIME).
006080******************************************************************
006090  2300-SCAN-EXTRACT.
006100      OPEN INPUT REGISTRAR-EXTRACT-FILE
006110      IF WS-REGISTRAR-STATUS NOT = "00"
006120          MOVE "  NO REGISTRAR EXTRACT ON HAND" TO WS-RPT-LINE
006130          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
006140          GO TO 2300-EXIT
006150      END-IF
006160      PERFORM 2350-READ-ONE-EXTRACT THRU 2350-EXIT
006170          UNTIL WS-REGISTRAR-STATUS NOT = "00"
006180      CLOSE REGISTRAR-EXTRACT-FILE.
006190  2300-EXIT.
006200      EXIT.
006210*
006220******************************************************************
006230*    2350-READ-ONE-EXTRACT
006240*    READS ONE EXTRACT RECORD AND COUNTS IT WHEN IT CARRIES
006250*    THE RUN'S DATE.
006260******************************************************************
006270  2350-READ-ONE-EXTRACT.
006280      READ REGISTRAR-EXTRACT-FILE
006290          AT END
006300              MOVE "10" TO WS-REGISTRAR-STATUS
006310              GO TO 2350-EXIT
006320      END-READ
006330      IF RX-RUN-DATE NOT = WS-SEL-START-DATE (WS-SEL-SUB)
006340          GO TO 2350-EXIT
006350      END-IF
006360      ADD 1 TO WS-EXTR-COUNT
006370      IF RX-PASS-FAIL-FLAG = "P"
006380          ADD 1 TO WS-EXTR-PASS
006390      ELSE
006400          ADD 1 TO WS-EXTR-FAIL
006410      END-IF
006420      MOVE RX-STUDENT-ID TO WS-WORK-PAIR-STUDENT
006430      MOVE RX-EXAM-CODE  TO WS-WORK-PAIR-EXAM
006440      SET WS-FROM-EXTRACT TO TRUE
006450      PERFORM 2500-TALLY-PAIR THRU 2500-EXIT.
006460  2350-EXIT.
006461      EXIT.
006462*
006463******************************************************************
006464*    2400-APPLY-ONE-MERGE
006465*    CARRIES THE AUDIT AND EXTRACT COUNTS OF THE RETIRED ID'S
006466*    PAIR FOR THE MOVE AT WS-MERGE-SUB OVER TO THE SURVIVING
006467*    ID'S PAIR, WHERE THE MOVED POSTING NOW IS.  A RETIRED-ID
006468*    PAIR THAT STILL HAS HISTORY IN THIS RUN - A POSTING THE
006469*    MERGE LEFT BEHIND - IS NOT CARRIED.
006470******************************************************************
006471  2400-APPLY-ONE-MERGE.
006472      MOVE WS-MERGE-RETIRED-ID (WS-MERGE-SUB)
006473          TO WS-WORK-PAIR-STUDENT
006474      MOVE WS-MERGE-EXAM-CODE (WS-MERGE-SUB) TO WS-WORK-PAIR-EXAM
006475      PERFORM 2450-FIND-PAIR THRU 2450-EXIT
006476      IF WS-PAIR-FOUND-SUB = ZERO
006477          GO TO 2400-EXIT
006478      END-IF
006479      IF WS-PAIR-HIST (WS-PAIR-FOUND-SUB) > ZERO
006480         OR (WS-PAIR-AUDIT (WS-PAIR-FOUND-SUB) = ZERO
006481         AND WS-PAIR-EXTR (WS-PAIR-FOUND-SUB) = ZERO)
006482          GO TO 2400-EXIT
006483      END-IF
006484      MOVE WS-PAIR-AUDIT (WS-PAIR-FOUND-SUB) TO WS-MOVE-AUDIT
006485      MOVE WS-PAIR-EXTR (WS-PAIR-FOUND-SUB)  TO WS-MOVE-EXTR
006486      MOVE ZERO TO WS-PAIR-AUDIT (WS-PAIR-FOUND-SUB)
006487      MOVE ZERO TO WS-PAIR-EXTR (WS-PAIR-FOUND-SUB)
006488      MOVE WS-MERGE-SURVIVING-ID (WS-MERGE-SUB)
006489          TO WS-WORK-PAIR-STUDENT
006490      PERFORM 2450-FIND-PAIR THRU 2450-EXIT
006491      IF WS-PAIR-FOUND-SUB = ZERO
006492          IF WS-PAIR-COUNT >= 5000
006493              SET WS-PAIR-TABLE-FULL TO TRUE
006494              GO TO 2400-EXIT
006495          END-IF
006496          ADD 1 TO WS-PAIR-COUNT
006497          MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-SUB
006498          MOVE WS-WORK-PAIR-KEY TO WS-PAIR-KEY (WS-PAIR-FOUND-SUB)
006499          MOVE ZERO TO WS-PAIR-HIST (WS-PAIR-FOUND-SUB)
006500          MOVE ZERO TO WS-PAIR-AUDIT (WS-PAIR-FOUND-SUB)
006501          MOVE ZERO TO WS-PAIR-EXTR (WS-PAIR-FOUND-SUB)
006502      END-IF
006503      ADD WS-MOVE-AUDIT TO WS-PAIR-AUDIT (WS-PAIR-FOUND-SUB)
006504      ADD WS-MOVE-EXTR  TO WS-PAIR-EXTR (WS-PAIR-FOUND-SUB).
006505  2400-EXIT.
006506      EXIT.
006507*
006508******************************************************************
006509*    2450-FIND-PAIR
006510*    SETS WS-PAIR-FOUND-SUB TO THE TABLE ENTRY FOR THE PAIR IN
006511*    WS-WORK-PAIR-KEY, OR ZERO WHEN IT IS NOT IN THE TABLE.
006512******************************************************************
006513  2450-FIND-PAIR.
006514      MOVE ZERO TO WS-PAIR-FOUND-SUB
006515      IF WS-PAIR-COUNT = ZERO
006516          GO TO 2450-EXIT
006517      END-IF
006518      SET WS-PAIR-IDX TO 1
006519      SEARCH WS-PAIR-TABLE
006520          AT END
006521              CONTINUE
006522          WHEN WS-PAIR-KEY (WS-PAIR-IDX) = WS-WORK-PAIR-KEY
006523              SET WS-PAIR-FOUND-SUB TO WS-PAIR-IDX
006524      END-SEARCH.
006525  2450-EXIT.
006526      EXIT.
006527*
006528******************************************************************
006529*    2500-TALLY-PAIR
006530*    ADDS ONE TO THE COUNT FOR THE FILE NAMED IN WS-PAIR-SOURCE
006531*    AGAINST THE STUDENT/EXAM PAIR IN WS-WORK-PAIR-KEY, ADDING
006532*    THE PAIR TO THE TABLE THE FIRST TIME IT IS SEEN.
006540******************************************************************
006550  2500-TALLY-PAIR.
006560      IF WS-PAIR-COUNT > ZERO
006570          SET WS-PAIR-IDX TO 1
006580          SEARCH WS-PAIR-TABLE
006590              AT END
006600                  CONTINUE
006610              WHEN WS-PAIR-KEY (WS-PAIR-IDX) = WS-WORK-PAIR-KEY
006620                  GO TO 2500-ADD-COUNT
006630          END-SEARCH
006640      END-IF
006650      IF WS-PAIR-COUNT >= 5000
006660          SET WS-PAIR-TABLE-FULL TO TRUE
006670          GO TO 2500-EXIT
006680      END-IF
006690      ADD 1 TO WS-PAIR-COUNT
006700      SET WS-PAIR-IDX TO WS-PAIR-COUNT
006710      MOVE WS-WORK-PAIR-KEY TO WS-PAIR-KEY (WS-PAIR-IDX)
006720      MOVE ZERO TO WS-PAIR-HIST (WS-PAIR-IDX)
006730      MOVE ZERO TO WS-PAIR-AUDIT (WS-PAIR-IDX)
006740      MOVE ZERO TO WS-PAIR-EXTR (WS-PAIR-IDX).
006750  2500-ADD-COUNT.
006760      EVALUATE TRUE
006770          WHEN WS-FROM-HISTORY
006780              ADD 1 TO WS-PAIR-HIST (WS-PAIR-IDX)
006790          WHEN WS-FROM-AUDIT
006800              ADD 1 TO WS-PAIR-AUDIT (WS-PAIR-IDX)
006810          WHEN WS-FROM-EXTRACT
006820              ADD 1 TO WS-PAIR-EXTR (WS-PAIR-IDX)
006830      END-EVALUATE.
006840  2500-EXIT.
006850      EXIT.
006860*
006870******************************************************************
006880*    2600-WRITE-RUN-COUNTS
006890*    WRITES THE RUN'S HEADING AND THE GRADED/PASS/FAIL COUNTS
006900*    FROM THE RUN-CONTROL ENTRY BESIDE WHAT EACH FILE HOLDS.
006910******************************************************************
006920  2600-WRITE-RUN-COUNTS.
006930      MOVE SPACES TO WS-RPT-LINE
006940      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
006950      STRING "RUN " DELIMITED BY SIZE
006960          WS-SEL-RUN-NUMBER (WS-SEL-SUB) DELIMITED BY SIZE
006970          "  STAMP " DELIMITED BY SIZE
006980          WS-SEL-START-DATE (WS-SEL-SUB) DELIMITED BY SIZE
006990          " " DELIMITED BY SIZE
007000          WS-SEL-START-TIME (WS-SEL-SUB) DELIMITED BY SIZE
007010          INTO WS-RPT-LINE
007020      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
007030      MOVE "                RUNCTL HISTORY  AUDIT EXTRACT"
007040          TO WS-RPT-LINE
007050      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
007060      MOVE "  GRADED      " TO WS-RPT-LABEL
007070      MOVE WS-SEL-GRADED (WS-SEL-SUB) TO WS-CMP-RUNCTL
007080      MOVE WS-HIST-COUNT  TO WS-CMP-HIST
007090      MOVE WS-AUDIT-COUNT TO WS-CMP-AUDIT
007100      MOVE WS-EXTR-COUNT  TO WS-CMP-EXTR
007110      PERFORM 2610-WRITE-COUNT-LINE THRU 2610-EXIT
007120      MOVE "  PASS        " TO WS-RPT-LABEL
007130      MOVE WS-SEL-PASS (WS-SEL-SUB) TO WS-CMP-RUNCTL
007140      MOVE WS-HIST-PASS   TO WS-CMP-HIST
007150      MOVE WS-AUDIT-PASS  TO WS-CMP-AUDIT
007160      MOVE WS-EXTR-PASS   TO WS-CMP-EXTR
007170      PERFORM 2610-WRITE-COUNT-LINE THRU 2610-EXIT
007180      MOVE "  FAIL        " TO WS-RPT-LABEL
007190      MOVE WS-SEL-FAIL (WS-SEL-SUB) TO WS-CMP-RUNCTL
007200      MOVE WS-HIST-FAIL   TO WS-CMP-HIST
007210      MOVE WS-AUDIT-FAIL  TO WS-CMP-AUDIT
007220      MOVE WS-EXTR-FAIL   TO WS-CMP-EXTR
007230      PERFORM 2610-WRITE-COUNT-LINE THRU 2610-EXIT.
007240  2600-EXIT.
007250      EXIT.
007260*
007270******************************************************************
007280*    2610-WRITE-COUNT-LINE
007290*    WRITES ONE COUNT LINE FROM WS-RPT-LABEL AND THE FOUR
007300*    WS-CMP- COUNTS, FLAGGING IT WHEN A FILE'S COUNT DIFFERS
007310*    FROM THE RUN-CONTROL COUNT.  THE EXTRACT COLUMN SHOWS N/A
007320*    WHEN THE EXTRACT NO LONGER HOLDS THIS RUN.
007330******************************************************************
007340  2610-WRITE-COUNT-LINE.
007350      MOVE WS-CMP-RUNCTL TO WS-RUNCTL-EDIT
007360      MOVE WS-CMP-HIST   TO WS-HIST-EDIT
007370      MOVE WS-CMP-AUDIT  TO WS-AUDIT-EDIT
007380      IF WS-EXTRACT-CHECKED
007390          MOVE WS-CMP-EXTR TO WS-EXTR-EDIT
007400          MOVE WS-EXTR-EDIT TO WS-EXTR-DISPLAY
007410      ELSE
007420          MOVE "   N/A" TO WS-EXTR-DISPLAY
007430          MOVE WS-CMP-RUNCTL TO WS-CMP-EXTR
007440      END-IF
007450      MOVE SPACES TO WS-MISSING-TEXT
007460      IF WS-CMP-HIST NOT = WS-CMP-RUNCTL
007470         OR WS-CMP-AUDIT NOT = WS-CMP-RUNCTL
007480         OR WS-CMP-EXTR NOT = WS-CMP-RUNCTL
007490          MOVE "  <-- MISMATCH" TO WS-MISSING-TEXT
007500          MOVE "N" TO WS-BALANCE-SWITCH
007510      END-IF
007520      STRING WS-RPT-LABEL (1:14) DELIMITED BY SIZE
007530          WS-RUNCTL-EDIT DELIMITED BY SIZE
007540          " " DELIMITED BY SIZE
007550          WS-HIST-EDIT DELIMITED BY SIZE
007560          " " DELIMITED BY SIZE
007570          WS-AUDIT-EDIT DELIMITED BY SIZE
007580          " " DELIMITED BY SIZE
007590          WS-EXTR-DISPLAY DELIMITED BY SIZE
007600          WS-MISSING-TEXT DELIMITED BY SIZE
007610          INTO WS-RPT-LINE
007620      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
007630  2610-EXIT.
007640      EXIT.
007650*
007660******************************************************************
007670*    2700-LIST-ONE-PAIR
007680*    LISTS THE PAIR AT WS-PAIR-SUB WHEN IT IS MISSING FROM ANY
007690*    FILE THAT WAS CHECKED, NAMING THE FILES IT IS MISSING
007700*    FROM.  A RETIRED-ID PAIR EMPTIED BY 2400 IS PASSED OVER.
007710******************************************************************
007720  2700-LIST-ONE-PAIR.
007721      IF WS-PAIR-HIST (WS-PAIR-SUB) = ZERO
007722         AND WS-PAIR-AUDIT (WS-PAIR-SUB) = ZERO
007723         AND WS-PAIR-EXTR (WS-PAIR-SUB) = ZERO
007724          GO TO 2700-EXIT
007725      END-IF
007730      MOVE SPACES TO WS-MISSING-WORK
007735      MOVE 1 TO WS-MISSING-PTR
007740      IF WS-PAIR-HIST (WS-PAIR-SUB) = ZERO
007750          STRING " HISTORY" DELIMITED BY SIZE
007760              INTO WS-MISSING-WORK
007770              WITH POINTER WS-MISSING-PTR
007780      END-IF
007790      IF WS-PAIR-AUDIT (WS-PAIR-SUB) = ZERO
007800          STRING " AUDIT" DELIMITED BY SIZE
007810              INTO WS-MISSING-WORK
007820              WITH POINTER WS-MISSING-PTR
007830      END-IF
007840      IF WS-EXTRACT-CHECKED
007850         AND WS-PAIR-EXTR (WS-PAIR-SUB) = ZERO
007860          STRING " EXTRACT" DELIMITED BY SIZE
007870              INTO WS-MISSING-WORK
007880              WITH POINTER WS-MISSING-PTR
007890      END-IF
007895      MOVE WS-MISSING-WORK TO WS-MISSING-TEXT
007900      IF WS-MISSING-TEXT = SPACES
007910          GO TO 2700-EXIT
007920      END-IF
007930      IF WS-RUN-MISMATCHES = ZERO
007940          MOVE "  STUDENT/EXAM PAIRS NOT IN EVERY FILE:"
007950              TO WS-RPT-LINE
007960          PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
007970      END-IF
007980      ADD 1 TO WS-RUN-MISMATCHES
007990      ADD 1 TO WS-MISMATCH-COUNT
008000      MOVE "N" TO WS-BALANCE-SWITCH
008010      MOVE WS-PAIR-KEY (WS-PAIR-SUB) TO WS-WORK-PAIR-KEY
008020      STRING "    ID " DELIMITED BY SIZE
008030          WS-WORK-PAIR-STUDENT DELIMITED BY SIZE
008040          " EXAM " DELIMITED BY SIZE
008050          WS-WORK-PAIR-EXAM DELIMITED BY SIZE
008060          "  MISSING FROM" DELIMITED BY SIZE
008070          WS-MISSING-TEXT DELIMITED BY SIZE
008080          INTO WS-RPT-LINE
008090      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
008100  2700-EXIT.
008110      EXIT.
008120*
008130******************************************************************
008140*    8000-WRITE-SUMMARY
008150*    WRITES THE RUN TOTALS AND FLAGS ANY OUT-OF-BALANCE RUN ON
008160*    THE OPERATOR'S CONSOLE.
008170******************************************************************
008180  8000-WRITE-SUMMARY.
008190      MOVE SPACES TO WS-RPT-LINE
008200      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
008210      MOVE "RUNS CHECKED:                " TO WS-RPT-LABEL
008220      MOVE WS-RUNS-CHECKED TO WS-COUNT-EDIT
008230      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
008240      MOVE "RUNS OUT OF BALANCE:         " TO WS-RPT-LABEL
008250      MOVE WS-RUNS-UNBALANCED TO WS-COUNT-EDIT
008260      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
008270      MOVE "UNMATCHED STUDENT/EXAM PAIRS:" TO WS-RPT-LABEL
008280      MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
008290      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
008300      IF WS-RUNS-UNBALANCED = ZERO
008310          DISPLAY "SAMPLE_38: " WS-RUNS-CHECKED " RUN(S) CHECKED"
008320              " - ALL IN BALANCE"
008330      ELSE
008340          DISPLAY "SAMPLE_38: " WS-RUNS-UNBALANCED " OF "
008350              WS-RUNS-CHECKED " RUN(S) OUT OF BALANCE"
008360      END-IF.
008370  8000-EXIT.
008380      EXIT.
008390*
008400******************************************************************
008410*    8100-WRITE-COUNT-LINE
008420*    WRITES ONE LABEL-AND-COUNT LINE OF THE REPORT FROM
008430*    WS-RPT-LABEL AND THE ALREADY-EDITED COUNT IN
008440*    WS-COUNT-EDIT.
008450******************************************************************
008460  8100-WRITE-COUNT-LINE.
008470      STRING WS-RPT-LABEL DELIMITED BY SIZE
008480          WS-COUNT-EDIT DELIMITED BY SIZE
008490          INTO WS-RPT-LINE
008500      PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
008510  8100-EXIT.
008520      EXIT.
008530*
008540******************************************************************
008550*    8900-WRITE-RPT-LINE
008560*    WRITES WS-RPT-LINE TO THE INTEGRITY REPORT AND CLEARS IT
008570*    FOR THE NEXT LINE.
008580******************************************************************
008590  8900-WRITE-RPT-LINE.
008600      MOVE WS-RPT-LINE TO IR-LINE
008610      WRITE INTEG-RPT-REC
008620      MOVE SPACES TO WS-RPT-LINE.
008630  8900-EXIT.
008640      EXIT.
