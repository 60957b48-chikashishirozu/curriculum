000010******************************************************************
000020*    IDENTIFICATION DIVISION.
000030******************************************************************
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID.    SAMPLE_43.
000060  AUTHOR.        H. YAMADA.
000070  INSTALLATION.  GAKUEN SYSTEMS DIVISION.
000080  DATE-WRITTEN.  10/15/2026.
000090  DATE-COMPILED.
000100*
000110*    DUPLICATE STUDENT-ID MERGE.  WHEN ADMISSIONS ENROLLS THE
000120*    SAME PERSON TWICE, THE STUDENT'S SCORES SPLIT ACROSS TWO
000130*    IDS AND THE REPORT CARD (SAMPLE_25), THE HONOR-ROLL
000140*    AVERAGE (SAMPLE_33) AND THE AT-RISK WATCHLIST (SAMPLE_31)
000150*    EACH SEE HALF A STUDENT.  THIS RUN READS THE MERGE
000160*    TRANSACTIONS (MERGETX - SURVIVING ID / RETIRED ID PAIRS)
000170*    AND FOR EACH PAIR:
000180*      - RE-KEYS EVERY SCORE-HISTORY POSTING (SCOREHIX) OF THE
000190*        RETIRED ID TO THE SURVIVING ID, WITH AN AUDIT-LOG
000200*        ENTRY UNDER THE SURVIVING ID (VERDICT "FROM nnnnnn")
000210*        AND A RECORD ON THE MERGE DELTA EXTRACT (MRGEXTR) SO
000220*        THE REGISTRAR CAN MOVE THE POSTING TO THE SAME ID
000230*      - RE-KEYS THE RETIRED ID'S EXAM REGISTRATIONS (EXAMREG)
000240*      - POINTS THE RETIRED ID'S GRADE-APPEAL CASES (APPEALS)
000250*        AT THE SURVIVING ID, SO AN UPHELD APPEAL STILL FINDS
000260*        ITS DECISION - ONLY ONCE THAT DECISION HAS MOVED; A
000270*        CASE WHOSE POSTING STAYED ON THE RETIRED ID STAYS WITH
000280*        IT AND IS LISTED AS AN EXCEPTION
000290*      - RETIRES THE DUPLICATE STUDENT-MASTER RECORD, WITH A
000300*        WITHDRAWAL ON THE CHANGE HISTORY (STUHIST, SOURCE
000310*        "MERGE") AND AN AUDIT-LOG ENTRY UNDER THE RETIRED ID
000320*        (VERDICT "INTO nnnnnn")
000330*    NOTHING IS OVERWRITTEN: A POSTING OR REGISTRATION THE
000340*    SURVIVING ID ALREADY HOLDS UNDER THE SAME KEY, OR A
000350*    POSTING IN A TERM CLOSED ON THE TERM CALENDAR, STAYS ON THE
000360*    RETIRED ID AND GOES TO THE EXCEPTION LISTING ON THE RUN
000370*    REPORT (MERGERPT).  A RETIRED ID WITH ANYTHING LEFT ON IT
000380*    KEEPS ITS STUDENT-MASTER RECORD; ONCE THE EXCEPTIONS ARE
000390*    RESOLVED THE SAME PAIR IS SIMPLY RUN AGAIN.
000400*
000410*    MODIFICATION HISTORY.
000420*    ------------------------------------------------------
000430*    DATE       INIT  DESCRIPTION
000440*    ---------  ----  ----------------------------------------
000450*    10/15/2026 HY    ORIGINAL VERSION.
000460*    10/15/2026 HY    AN APPEAL CASE IS NOW RE-POINTED ONLY WHEN
000470*                     THE POSTING IT NAMES HAS LEFT THE RETIRED
000480*                     ID.  A CASE WHOSE POSTING STAYED BEHIND AS
000490*                     A COLLISION OR CLOSED-TERM EXCEPTION USED
000500*                     TO FOLLOW THE ID AND THEN RESOLVED TO THE
000510*                     SURVIVING ID'S OWN POSTING; IT NOW STAYS
000520*                     AND IS LISTED AS AN EXCEPTION.
000530******************************************************************
000540  ENVIRONMENT DIVISION.
000550  CONFIGURATION SECTION.
000560  SOURCE-COMPUTER.   IBM-370.
000570  OBJECT-COMPUTER.   IBM-370.
000580  INPUT-OUTPUT SECTION.
000590  FILE-CONTROL.
000600      SELECT MERGE-TRANS-FILE ASSIGN TO "MERGETX"
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS WS-MERGETX-STATUS.
000630
000640      SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS RANDOM
000670          RECORD KEY IS SM-STUDENT-ID
000680          FILE STATUS IS WS-MASTER-STATUS.
000690
000700      SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIX"
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS DYNAMIC
000730          RECORD KEY IS HS-HISTORY-KEY
000740          FILE STATUS IS WS-HISTORY-STATUS.
000750
000760      SELECT EXAM-REG-FILE ASSIGN TO "EXAMREG"
000770          ORGANIZATION IS INDEXED
000780          ACCESS MODE IS DYNAMIC
000790          RECORD KEY IS ER-REG-KEY
000800          FILE STATUS IS WS-REG-STATUS.
000810
000820      SELECT APPEAL-CASE-FILE ASSIGN TO "APPEALS"
000830          ORGANIZATION IS INDEXED
000840          ACCESS MODE IS DYNAMIC
000850          RECORD KEY IS AP-CASE-NUMBER
000860          FILE STATUS IS WS-APPEAL-STATUS.
000870
000880      SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000890          ORGANIZATION IS INDEXED
000900          ACCESS MODE IS RANDOM
000910          RECORD KEY IS TC-TERM-CODE
000920          FILE STATUS IS WS-TERMCAL-STATUS.
000930
000940      SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000950          ORGANIZATION IS LINE SEQUENTIAL
000960          FILE STATUS IS WS-AUDIT-STATUS.
000970
000980      SELECT STUDENT-HISTORY-FILE ASSIGN TO "STUHIST"
000990          ORGANIZATION IS LINE SEQUENTIAL
001000          FILE STATUS IS WS-STUHIST-STATUS.
001010
001020      SELECT MERGE-EXTRACT-FILE ASSIGN TO "MRGEXTR"
001030          ORGANIZATION IS LINE SEQUENTIAL
001040          FILE STATUS IS WS-EXTRACT-STATUS.
001050
001060      SELECT MERGE-RPT-FILE ASSIGN TO "MERGERPT"
001070          ORGANIZATION IS LINE SEQUENTIAL
001080          FILE STATUS IS WS-MERGERPT-STATUS.
001090
001100      SELECT SIGNON-FILE ASSIGN TO "OPSIGNON"
001110          ORGANIZATION IS LINE SEQUENTIAL
001120          FILE STATUS IS WS-SIGNON-STATUS.
001130*
001140  DATA DIVISION.
001150  FILE SECTION.
001160  FD  MERGE-TRANS-FILE.
001170  COPY MERGETX.
001180*
001190  FD  STUDENT-MASTER-FILE.
001200  COPY STUMAST.
001210*
001220  FD  SCORE-HISTORY-FILE.
001230  COPY SCOREHIS.
001240*
001250  FD  EXAM-REG-FILE.
001260  COPY EXAMREG.
001270*
001280  FD  APPEAL-CASE-FILE.
001290  COPY APPEAL.
001300*
001310  FD  TERM-CALENDAR-FILE.
001320  COPY TERMCAL.
001330*
001340  FD  AUDIT-LOG-FILE.
001350  COPY AUDITREC.
001360*
001370  FD  STUDENT-HISTORY-FILE.
001380  COPY STUHIST.
001390*
001400  FD  MERGE-EXTRACT-FILE.
001410  COPY MRGEXTR.
001420*
001430  FD  MERGE-RPT-FILE.
001440  COPY MERGERPT.
001450*
001460  FD  SIGNON-FILE.
001470  COPY OPSIGNON.
001480*
001490  WORKING-STORAGE SECTION.
001500  01  WS-SWITCHES.
001510      05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001520          88  WS-END-OF-FILE          VALUE "Y".
001530      05  WS-BROWSE-END-SWITCH        PIC X(01) VALUE "N".
001540          88  WS-BROWSE-END           VALUE "Y".
001550      05  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
001560          88  WS-TABLE-FULL           VALUE "Y".
001570      05  WS-EXAMREG-AVAIL-SWITCH     PIC X(01) VALUE "N".
001580          88  WS-EXAMREG-AVAILABLE    VALUE "Y".
001590      05  WS-APPEAL-AVAIL-SWITCH      PIC X(01) VALUE "N".
001600          88  WS-APPEAL-AVAILABLE     VALUE "Y".
001610      05  WS-TERMCAL-AVAIL-SWITCH     PIC X(01) VALUE "N".
001620          88  WS-TERMCAL-AVAILABLE    VALUE "Y".
001630      05  WS-TERM-LOCK-SWITCH         PIC X(01) VALUE "N".
001640          88  WS-TERM-LOCKED          VALUE "Y".
001650      05  WS-PAIR-OK-SWITCH           PIC X(01) VALUE "N".
001660          88  WS-PAIR-OK              VALUE "Y".
001670      05  WS-POSTING-LEFT-SWITCH      PIC X(01) VALUE "N".
001680          88  WS-POSTING-LEFT         VALUE "Y".
001690*
001700  01  WS-FILE-STATUSES.
001710      05  WS-MERGETX-STATUS           PIC X(02) VALUE SPACES.
001720      05  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001730      05  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001740      05  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001750      05  WS-APPEAL-STATUS            PIC X(02) VALUE SPACES.
001760      05  WS-TERMCAL-STATUS           PIC X(02) VALUE SPACES.
001770      05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001780      05  WS-STUHIST-STATUS           PIC X(02) VALUE SPACES.
001790      05  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
001800      05  WS-MERGERPT-STATUS          PIC X(02) VALUE SPACES.
001810      05  WS-SIGNON-STATUS            PIC X(02) VALUE SPACES.
001820*
001830  01  WS-OPERATOR-ID                  PIC X(08) VALUE "UNKNOWN".
001840*
001850  01  WS-PAIR-FIELDS.
001860      05  WS-SURVIVING-ID             PIC 9(06).
001870      05  WS-RETIRED-ID               PIC 9(06).
001880      05  WS-SURVIVING-NAME           PIC X(20).
001890      05  WS-PAIR-LEFT-COUNT          PIC 9(04).
001900      05  WS-FROM-VERDICT             PIC X(12).
001910      05  WS-INTO-VERDICT             PIC X(12).
001920*
001930  01  WS-RETIRED-IMAGE.
001940      05  WS-RETIRED-NAME             PIC X(20).
001950      05  WS-RETIRED-SECTION          PIC X(05).
001960      05  WS-RETIRED-PHONE            PIC X(15).
001970      05  WS-RETIRED-EMAIL            PIC X(30).
001980*
001990  01  WS-HIST-TABLE-CTL.
002000      05  WS-HIST-COUNT               PIC 9(03) VALUE ZERO.
002010      05  WS-HIST-IMAGE               PIC X(57)
002020              OCCURS 500 TIMES.
002030*
002040  01  WS-HIST-SUB                     PIC 9(03).
002050*
002060  01  WS-POSTING.
002070      05  WS-POST-KEY.
002080          10  WS-POST-STUDENT-ID      PIC 9(06).
002090          10  WS-POST-EXAM-CODE       PIC X(05).
002100          10  WS-POST-RUN-DATE        PIC X(08).
002110          10  WS-POST-RUN-TIME        PIC X(08).
002120      05  WS-POST-ATTEMPT-NO          PIC 9(01).
002130      05  WS-POST-SCORE               PIC 9(03).
002140      05  WS-POST-THRESHOLD           PIC 9(03).
002150      05  WS-POST-GRADE-BAND          PIC X(01).
002160      05  WS-POST-CLASS-SECTION       PIC X(05).
002170      05  WS-POST-VERDICT             PIC X(12).
002180      05  WS-POST-TERM-CODE           PIC X(05).
002190*
002200  01  WS-REG-TABLE-CTL.
002210      05  WS-REG-COUNT                PIC 9(03) VALUE ZERO.
002220      05  WS-REG-IMAGE                PIC X(30)
002230              OCCURS 200 TIMES.
002240*
002250  01  WS-REG-SUB                      PIC 9(03).
002260*
002270  01  WS-REGISTRATION.
002280      05  WS-REGN-STUDENT-ID          PIC 9(06).
002290      05  WS-REGN-EXAM-CODE           PIC X(05).
002300      05  WS-REGN-SITTING-DATE        PIC X(08).
002310      05  FILLER                      PIC X(11).
002311*
002312  01  WS-APPEAL-MOVED.
002313      05  WS-MOVED-CASE-NUMBER        PIC 9(06).
002314      05  WS-MOVED-EXAM-CODE          PIC X(05).
002315      05  WS-MOVED-RUN-DATE           PIC X(08).
002320*
002330  01  WS-MERGE-COUNTS.
002340      05  WS-PAIR-COUNT               PIC 9(06) VALUE ZERO.
002350      05  WS-PAIR-REJECT-COUNT        PIC 9(06) VALUE ZERO.
002360      05  WS-POSTINGS-MOVED           PIC 9(06) VALUE ZERO.
002370      05  WS-REGS-MOVED               PIC 9(06) VALUE ZERO.
002380      05  WS-APPEALS-MOVED            PIC 9(06) VALUE ZERO.
002390      05  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
002400      05  WS-RETIRED-COUNT            PIC 9(06) VALUE ZERO.
002410      05  WS-NOT-RETIRED-COUNT        PIC 9(06) VALUE ZERO.
002420*
002430  01  WS-EDIT-FIELDS.
002440      05  WS-COUNT-EDIT               PIC ZZZZZ9.
002450      05  WS-LEFT-EDIT                PIC ZZZ9.
002460*
002470  01  WS-RPT-LABEL                    PIC X(30).
002480*
002490  01  WS-REJECT-REASON                PIC X(40).
002500*
002510  01  WS-RPT-LINE                     PIC X(80).
002520*
002530  01  WS-RUN-TIMESTAMP.
002540      05  WS-RUN-DATE                 PIC 9(08).
002550      05  WS-RUN-TIME                 PIC 9(08).
002560*
002570  PROCEDURE DIVISION.
002580******************************************************************
002590*    0000-MAINLINE
002600*    DRIVES THE MERGE RUN: OPENS THE FILES, APPLIES EVERY
002610*    MERGE PAIR ON THE TRANSACTION FILE IN TURN, AND CLOSES
002620*    WITH THE RUN TOTALS.
002630******************************************************************
002640  0000-MAINLINE.
002650      PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002660      PERFORM 2000-PROCESS-ONE-PAIR THRU 2000-EXIT
002670          UNTIL WS-END-OF-FILE
002680      PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002690      PERFORM 9000-TERMINATE THRU 9000-EXIT
002700      GOBACK.
002710*
002720******************************************************************
002730*    1000-OPEN-FILES
002740*    OPENS THE TRANSACTIONS, THE FILES BEING RE-KEYED, AND THE
002750*    LOGS AND OUTPUTS.  THE STUDENT MASTER AND THE SCORE
002760*    HISTORY ARE THE POINT OF THE RUN, SO EITHER MISSING ENDS
002770*    IT; NO EXAM-REGISTRATION OR APPEAL FILE JUST MEANS THERE
002780*    IS NOTHING OF THAT KIND TO MOVE.  THE AUDIT LOG AND THE
002790*    CHANGE HISTORY ARE APPENDED TO, AND CREATED THE FIRST
002800*    TIME.
002810******************************************************************
002820  1000-OPEN-FILES.
002830      OPEN INPUT MERGE-TRANS-FILE
002840      IF WS-MERGETX-STATUS NOT = "00"
002850          DISPLAY "SAMPLE_43: NO MERGE TRANSACTION FILE"
002860          GOBACK
002870      END-IF
002880      OPEN I-O STUDENT-MASTER-FILE
002890      IF WS-MASTER-STATUS NOT = "00"
002900          DISPLAY "SAMPLE_43: UNABLE TO OPEN STUDENT-MASTER"
002910          GOBACK
002920      END-IF
002930      OPEN I-O SCORE-HISTORY-FILE
002940      IF WS-HISTORY-STATUS NOT = "00"
002950          DISPLAY "SAMPLE_43: UNABLE TO OPEN SCORE-HISTORY FILE"
002960          GOBACK
002970      END-IF
002980      OPEN I-O EXAM-REG-FILE
002990      IF WS-REG-STATUS = "00"
003000          SET WS-EXAMREG-AVAILABLE TO TRUE
003010      ELSE
003020          DISPLAY "SAMPLE_43: NO EXAM-REGISTRATION FILE -"
003030          DISPLAY "SAMPLE_43: NO REGISTRATIONS WILL BE MOVED"
003040      END-IF
003050      OPEN I-O APPEAL-CASE-FILE
003060      IF WS-APPEAL-STATUS = "00"
003070          SET WS-APPEAL-AVAILABLE TO TRUE
003080      END-IF
003090      OPEN INPUT TERM-CALENDAR-FILE
003100      IF WS-TERMCAL-STATUS = "00"
003110          SET WS-TERMCAL-AVAILABLE TO TRUE
003120      END-IF
003130      OPEN EXTEND AUDIT-LOG-FILE
003140      IF WS-AUDIT-STATUS NOT = "00"
003150          OPEN OUTPUT AUDIT-LOG-FILE
003160      END-IF
003170      IF WS-AUDIT-STATUS NOT = "00"
003180          DISPLAY "SAMPLE_43: UNABLE TO OPEN AUDIT-LOG FILE"
003190          GOBACK
003200      END-IF
003210      OPEN EXTEND STUDENT-HISTORY-FILE
003220      IF WS-STUHIST-STATUS NOT = "00"
003230          OPEN OUTPUT STUDENT-HISTORY-FILE
003240      END-IF
003250      IF WS-STUHIST-STATUS NOT = "00"
003260          DISPLAY "SAMPLE_43: UNABLE TO OPEN CHANGE HISTORY"
003270          GOBACK
003280      END-IF
003290      OPEN OUTPUT MERGE-EXTRACT-FILE
003300      IF WS-EXTRACT-STATUS NOT = "00"
003310          DISPLAY "SAMPLE_43: UNABLE TO OPEN MERGE DELTA EXTRACT"
003320          GOBACK
003330      END-IF
003340      OPEN OUTPUT MERGE-RPT-FILE
003350      IF WS-MERGERPT-STATUS NOT = "00"
003360          DISPLAY "SAMPLE_43: UNABLE TO OPEN MERGE REPORT"
003370          GOBACK
003380      END-IF
003390      MOVE SPACES TO MR-LINE
003400      MOVE "DUPLICATE STUDENT-ID MERGE RUN REPORT" TO MR-LINE
003410      WRITE MERGE-RPT-REC
003420      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003430      ACCEPT WS-RUN-TIME FROM TIME
003440      PERFORM 1100-READ-SIGNON THRU 1100-EXIT.
003450  1000-EXIT.
003460      EXIT.
003470*
003480******************************************************************
003490*    1100-READ-SIGNON
003500*    PICKS UP THE OPERATOR SIGNED ON AT THE SAMPLE1 MENU FROM
003510*    THE OPSIGNON STATION FILE, FOR STAMPING INTO THE AUDIT-LOG
003520*    AND CHANGE-HISTORY ENTRIES.  NO STATION FILE LEAVES
003530*    UNKNOWN.
003540******************************************************************
003550  1100-READ-SIGNON.
003560      OPEN INPUT SIGNON-FILE
003570      IF WS-SIGNON-STATUS NOT = "00"
003580          GO TO 1100-EXIT
003590      END-IF
003600      READ SIGNON-FILE
003610          AT END
003620              GO TO 1100-CLOSE
003630      END-READ
003640      MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID.
003650  1100-CLOSE.
003660      CLOSE SIGNON-FILE.
003670  1100-EXIT.
003680      EXIT.
003690*
003700******************************************************************
003710*    2000-PROCESS-ONE-PAIR
003720*    READS ONE MERGE PAIR, CHECKS IT, AND MOVES EVERYTHING THE
003730*    RETIRED ID HOLDS ONTO THE SURVIVING ID, RETIRING THE
003740*    DUPLICATE STUDENT-MASTER RECORD WHEN NOTHING IS LEFT.
003750******************************************************************
003760  2000-PROCESS-ONE-PAIR.
003770      READ MERGE-TRANS-FILE
003780          AT END
003790              SET WS-END-OF-FILE TO TRUE
003800              GO TO 2000-EXIT
003810      END-READ
003820      ADD 1 TO WS-PAIR-COUNT
003830      MOVE SPACES TO WS-RPT-LINE
003840      STRING "MERGE: RETIRED ID " DELIMITED BY SIZE
003850          MG-RETIRED-ID DELIMITED BY SIZE
003860          " INTO SURVIVING ID " DELIMITED BY SIZE
003870          MG-SURVIVING-ID DELIMITED BY SIZE
003880          INTO WS-RPT-LINE
003890      MOVE WS-RPT-LINE TO MR-LINE
003900      WRITE MERGE-RPT-REC
003910      PERFORM 2100-CHECK-PAIR THRU 2100-EXIT
003920      IF NOT WS-PAIR-OK
003930          PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003940          GO TO 2000-EXIT
003950      END-IF
003960      MOVE ZERO TO WS-PAIR-LEFT-COUNT
003970      MOVE SPACES TO WS-FROM-VERDICT WS-INTO-VERDICT
003980      STRING "FROM " DELIMITED BY SIZE
003990          WS-RETIRED-ID DELIMITED BY SIZE
004000          INTO WS-FROM-VERDICT
004010      STRING "INTO " DELIMITED BY SIZE
004020          WS-SURVIVING-ID DELIMITED BY SIZE
004030          INTO WS-INTO-VERDICT
004040      PERFORM 3000-MOVE-HISTORY THRU 3000-EXIT
004050      IF WS-EXAMREG-AVAILABLE
004060          PERFORM 4000-MOVE-REGISTRATIONS THRU 4000-EXIT
004070      END-IF
004080      IF WS-APPEAL-AVAILABLE
004090          PERFORM 5000-MOVE-APPEALS THRU 5000-EXIT
004100      END-IF
004110      PERFORM 6000-RETIRE-MASTER THRU 6000-EXIT.
004120  2000-EXIT.
004130      EXIT.
004140*
004150******************************************************************
004160*    2100-CHECK-PAIR
004170*    A PAIR IS APPLIED ONLY WHEN BOTH IDS ARE NUMERIC AND
004180*    DIFFERENT AND BOTH ARE ON THE STUDENT MASTER.  A RETIRED ID
004190*    NO LONGER ON FILE HAS ALREADY BEEN MERGED OR WITHDRAWN.
004200*    THE SURVIVING NAME AND THE RETIRED RECORD ARE KEPT FOR THE
004210*    AUDIT-LOG AND CHANGE-HISTORY ENTRIES.
004220******************************************************************
004230  2100-CHECK-PAIR.
004240      MOVE "N" TO WS-PAIR-OK-SWITCH
004250      IF MG-SURVIVING-ID NOT NUMERIC
004260         OR MG-RETIRED-ID NOT NUMERIC
004270          MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
004280          GO TO 2100-EXIT
004290      END-IF
004300      MOVE MG-SURVIVING-ID TO WS-SURVIVING-ID
004310      MOVE MG-RETIRED-ID   TO WS-RETIRED-ID
004320      IF WS-SURVIVING-ID = WS-RETIRED-ID
004330          MOVE "SURVIVING AND RETIRED ID ARE THE SAME" TO
004340              WS-REJECT-REASON
004350          GO TO 2100-EXIT
004360      END-IF
004370      MOVE WS-SURVIVING-ID TO SM-STUDENT-ID
004380      READ STUDENT-MASTER-FILE
004390          INVALID KEY
004400              MOVE "SURVIVING ID NOT ON STUDENT MASTER" TO
004410                  WS-REJECT-REASON
004420              GO TO 2100-EXIT
004430      END-READ
004440      MOVE SM-STUDENT-NAME TO WS-SURVIVING-NAME
004450      MOVE WS-RETIRED-ID TO SM-STUDENT-ID
004460      READ STUDENT-MASTER-FILE
004470          INVALID KEY
004480              MOVE "RETIRED ID NOT ON STUDENT MASTER" TO
004490                  WS-REJECT-REASON
004500              GO TO 2100-EXIT
004510      END-READ
004520      MOVE SM-STUDENT-NAME  TO WS-RETIRED-NAME
004530      MOVE SM-CLASS-SECTION TO WS-RETIRED-SECTION
004540      MOVE SM-CONTACT-PHONE TO WS-RETIRED-PHONE
004550      MOVE SM-CONTACT-EMAIL TO WS-RETIRED-EMAIL
004560      SET WS-PAIR-OK TO TRUE.
004570  2100-EXIT.
004580      EXIT.
004590*
004600******************************************************************
004610*    2900-WRITE-REJECT-LINE
004620*    LISTS A PAIR THAT WAS NOT APPLIED, WITH THE REASON.
004630******************************************************************
004640  2900-WRITE-REJECT-LINE.
004650      ADD 1 TO WS-PAIR-REJECT-COUNT
004660      MOVE SPACES TO WS-RPT-LINE
004670      STRING "  REJECTED:  " DELIMITED BY SIZE
004680          WS-REJECT-REASON DELIMITED BY SIZE
004690          INTO WS-RPT-LINE
004700      MOVE WS-RPT-LINE TO MR-LINE
004710      WRITE MERGE-RPT-REC.
004720  2900-EXIT.
004730      EXIT.
004740*
004750******************************************************************
004760*    3000-MOVE-HISTORY
004770*    COLLECTS THE RETIRED ID'S SCORE-HISTORY POSTINGS BY A
004780*    POSITIONED BROWSE, THEN MOVES THEM ONE BY ONE.  THEY ARE
004790*    COLLECTED FIRST SO THE RE-KEYED WRITES AND THE DELETES DO
004800*    NOT DISTURB THE BROWSE.  A STUDENT WITH MORE POSTINGS THAN
004810*    THE TABLE HOLDS HAS THE REST LEFT FOR A RERUN OF THE PAIR.
004820******************************************************************
004830  3000-MOVE-HISTORY.
004840      MOVE ZERO TO WS-HIST-COUNT
004850      MOVE "N" TO WS-TABLE-FULL-SWITCH
004860      MOVE "N" TO WS-BROWSE-END-SWITCH
004870      MOVE WS-RETIRED-ID TO HS-STUDENT-ID
004880      MOVE LOW-VALUES TO HS-EXAM-CODE HS-RUN-DATE HS-RUN-TIME
004890      START SCORE-HISTORY-FILE KEY NOT LESS THAN HS-HISTORY-KEY
004900          INVALID KEY
004910              GO TO 3000-EXIT
004920      END-START
004930      PERFORM 3100-LOAD-ONE-POSTING THRU 3100-EXIT
004940          UNTIL WS-BROWSE-END
004950      PERFORM 3200-MOVE-ONE-POSTING THRU 3200-EXIT
004960          VARYING WS-HIST-SUB FROM 1 BY 1
004970          UNTIL WS-HIST-SUB > WS-HIST-COUNT
004980      IF WS-TABLE-FULL
004990          ADD 1 TO WS-PAIR-LEFT-COUNT
005000          MOVE SPACES TO MR-LINE
005010          MOVE "  MORE POSTINGS THAN ONE PASS HOLDS - RERUN"
005020              TO MR-LINE
005030          WRITE MERGE-RPT-REC
005040      END-IF.
005050  3000-EXIT.
005060      EXIT.
005070*
005080******************************************************************
005090*    3100-LOAD-ONE-POSTING
005100*    READS THE NEXT SCORE-HISTORY RECORD AND KEEPS IT WHILE IT
005110*    STILL BELONGS TO THE RETIRED ID.
005120******************************************************************
005130  3100-LOAD-ONE-POSTING.
005140      READ SCORE-HISTORY-FILE NEXT RECORD
005150          AT END
005160              SET WS-BROWSE-END TO TRUE
005170              GO TO 3100-EXIT
005180      END-READ
005190      IF HS-STUDENT-ID NOT = WS-RETIRED-ID
005200          SET WS-BROWSE-END TO TRUE
005210          GO TO 3100-EXIT
005220      END-IF
005230      IF WS-HIST-COUNT >= 500
005240          SET WS-TABLE-FULL TO TRUE
005250          SET WS-BROWSE-END TO TRUE
005260          GO TO 3100-EXIT
005270      END-IF
005280      ADD 1 TO WS-HIST-COUNT
005290      MOVE SCORE-HISTORY-REC TO WS-HIST-IMAGE (WS-HIST-COUNT).
005300  3100-EXIT.
005310      EXIT.
005320*
005330******************************************************************
005340*    3200-MOVE-ONE-POSTING
005350*    WRITES THE POSTING UNDER THE SURVIVING ID, THEN DELETES IT
005360*    FROM THE RETIRED ID, AND LOGS AND EXTRACTS THE MOVE.  A
005370*    POSTING IN A CLOSED TERM, OR ONE THE SURVIVING ID ALREADY
005380*    HAS UNDER THE SAME EXAM AND RUN DATE/TIME, STAYS WHERE IT
005390*    IS AND GOES TO THE EXCEPTION LISTING.
005400******************************************************************
005410  3200-MOVE-ONE-POSTING.
005420      MOVE WS-HIST-IMAGE (WS-HIST-SUB) TO WS-POSTING
005430      PERFORM 3250-CHECK-TERM-OPEN THRU 3250-EXIT
005440      IF WS-TERM-LOCKED
005450          MOVE "TERM CLOSED - REOPEN IT FIRST" TO
005460              WS-REJECT-REASON
005470          PERFORM 3900-WRITE-EXCEPTION-LINE THRU 3900-EXIT
005480          GO TO 3200-EXIT
005490      END-IF
005500      MOVE WS-POSTING TO SCORE-HISTORY-REC
005510      MOVE WS-SURVIVING-ID TO HS-STUDENT-ID
005520      WRITE SCORE-HISTORY-REC
005530          INVALID KEY
005540              MOVE "COLLISION - SURVIVING ID HAS THIS POSTING" TO
005550                  WS-REJECT-REASON
005560              PERFORM 3900-WRITE-EXCEPTION-LINE THRU 3900-EXIT
005570              GO TO 3200-EXIT
005580      END-WRITE
005590      MOVE WS-POSTING TO SCORE-HISTORY-REC
005600      DELETE SCORE-HISTORY-FILE RECORD
005610          INVALID KEY
005620              DISPLAY "SAMPLE_43: UNABLE TO DELETE POSTING "
005630                  WS-POST-KEY
005640      END-DELETE
005650      ADD 1 TO WS-POSTINGS-MOVED
005660      PERFORM 3300-WRITE-POSTING-AUDIT THRU 3300-EXIT
005670      PERFORM 3400-WRITE-MERGE-EXTRACT THRU 3400-EXIT
005680      MOVE SPACES TO WS-RPT-LINE
005690      STRING "  MOVED:     EXAM " DELIMITED BY SIZE
005700          WS-POST-EXAM-CODE DELIMITED BY SIZE
005710          " RUN " DELIMITED BY SIZE
005720          WS-POST-RUN-DATE DELIMITED BY SIZE
005730          " " DELIMITED BY SIZE
005740          WS-POST-RUN-TIME DELIMITED BY SIZE
005750          " SCORE " DELIMITED BY SIZE
005760          WS-POST-SCORE DELIMITED BY SIZE
005770          " TERM " DELIMITED BY SIZE
005780          WS-POST-TERM-CODE DELIMITED BY SIZE
005790          INTO WS-RPT-LINE
005800      MOVE WS-RPT-LINE TO MR-LINE
005810      WRITE MERGE-RPT-REC.
005820  3200-EXIT.
005830      EXIT.
005840*
005850******************************************************************
005860*    3250-CHECK-TERM-OPEN
005870*    A POSTING WHOSE TERM IS CLOSED OR ARCHIVED ON THE TERM
005880*    CALENDAR IS LOCKED, THE SAME AS FOR A GRADE CORRECTION
005890*    (SAMPLE_23).  A BLANK TERM, A TERM NOT ON THE CALENDAR,
005900*    OR NO CALENDAR AT ALL IS OPEN.
005910******************************************************************
005920  3250-CHECK-TERM-OPEN.
005930      MOVE "N" TO WS-TERM-LOCK-SWITCH
005940      IF NOT WS-TERMCAL-AVAILABLE
005950         OR WS-POST-TERM-CODE = SPACES
005960          GO TO 3250-EXIT
005970      END-IF
005980      MOVE WS-POST-TERM-CODE TO TC-TERM-CODE
005990      READ TERM-CALENDAR-FILE
006000          INVALID KEY
006010              GO TO 3250-EXIT
006020      END-READ
006030      IF TC-TERM-LOCKED
006040          SET WS-TERM-LOCKED TO TRUE
006050      END-IF.
006060  3250-EXIT.
006070      EXIT.
006080*
006090******************************************************************
006100*    3300-WRITE-POSTING-AUDIT
006110*    APPENDS THE AUDIT-LOG ENTRY FOR ONE MOVED POSTING, UNDER
006120*    THE SURVIVING ID WITH THE POSTING'S EXAM, SECTION AND
006130*    SCORE, THE VERDICT NAMING THE ID IT CAME FROM.
006140******************************************************************
006150  3300-WRITE-POSTING-AUDIT.
006160      MOVE WS-RUN-DATE           TO AL-RUN-DATE
006170      MOVE WS-RUN-TIME           TO AL-RUN-TIME
006180      MOVE WS-SURVIVING-ID       TO AL-STUDENT-ID
006190      MOVE WS-SURVIVING-NAME     TO AL-STUDENT-NAME
006200      MOVE WS-POST-CLASS-SECTION TO AL-CLASS-SECTION
006210      MOVE WS-POST-EXAM-CODE     TO AL-EXAM-CODE
006220      MOVE WS-POST-SCORE         TO AL-SCORE
006230      MOVE WS-FROM-VERDICT       TO AL-VERDICT
006240      MOVE WS-OPERATOR-ID        TO AL-OPERATOR-ID
006250      WRITE AUDIT-LOG-REC.
006260  3300-EXIT.
006270      EXIT.
006280*
006290******************************************************************
006300*    3400-WRITE-MERGE-EXTRACT
006310*    WRITES THE REGISTRAR'S DELTA RECORD FOR ONE MOVED POSTING:
006320*    THE RESULT AS IT WAS POSTED, THE ID IT WAS POSTED UNDER,
006330*    AND THE ID IT NOW BELONGS TO.
006340******************************************************************
006350  3400-WRITE-MERGE-EXTRACT.
006360      MOVE WS-RETIRED-ID     TO MX-RETIRED-ID
006370      MOVE WS-SURVIVING-ID   TO MX-SURVIVING-ID
006380      MOVE WS-POST-EXAM-CODE TO MX-EXAM-CODE
006390      MOVE WS-POST-SCORE     TO MX-SCORE
006400      IF WS-POST-VERDICT = "合格"
006410          MOVE "P" TO MX-PASS-FAIL-FLAG
006420      ELSE
006430          MOVE "F" TO MX-PASS-FAIL-FLAG
006440      END-IF
006450      MOVE WS-POST-RUN-DATE  TO MX-RUN-DATE
006460      MOVE WS-POST-TERM-CODE TO MX-TERM-CODE
006470      WRITE MERGE-EXTRACT-REC.
006480  3400-EXIT.
006490      EXIT.
006500*
006510******************************************************************
006520*    3900-WRITE-EXCEPTION-LINE
006530*    LISTS A SCORE-HISTORY POSTING LEFT ON THE RETIRED ID, WITH
006540*    THE REASON, AND COUNTS IT AGAINST THE PAIR.
006550******************************************************************
006560  3900-WRITE-EXCEPTION-LINE.
006570      ADD 1 TO WS-EXCEPTION-COUNT
006580      ADD 1 TO WS-PAIR-LEFT-COUNT
006590      MOVE SPACES TO WS-RPT-LINE
006600      STRING "  EXCEPTION: EXAM " DELIMITED BY SIZE
006610          WS-POST-EXAM-CODE DELIMITED BY SIZE
006620          " RUN " DELIMITED BY SIZE
006630          WS-POST-RUN-DATE DELIMITED BY SIZE
006640          " - " DELIMITED BY SIZE
006650          WS-REJECT-REASON DELIMITED BY SIZE
006660          INTO WS-RPT-LINE
006670      MOVE WS-RPT-LINE TO MR-LINE
006680      WRITE MERGE-RPT-REC.
006690  3900-EXIT.
006700      EXIT.
006710*
006720******************************************************************
006730*    4000-MOVE-REGISTRATIONS
006740*    COLLECTS THE RETIRED ID'S EXAM REGISTRATIONS, THEN MOVES
006750*    THEM ONE BY ONE THE SAME WAY AS THE SCORE HISTORY.  SEAT
006760*    ALLOCATIONS GO WITH THE REGISTRATION.
006770******************************************************************
006780  4000-MOVE-REGISTRATIONS.
006790      MOVE ZERO TO WS-REG-COUNT
006800      MOVE "N" TO WS-TABLE-FULL-SWITCH
006810      MOVE "N" TO WS-BROWSE-END-SWITCH
006820      MOVE WS-RETIRED-ID TO ER-STUDENT-ID
006830      MOVE LOW-VALUES TO ER-EXAM-CODE
006840      START EXAM-REG-FILE KEY NOT LESS THAN ER-REG-KEY
006850          INVALID KEY
006860              GO TO 4000-EXIT
006870      END-START
006880      PERFORM 4100-LOAD-ONE-REGISTRATION THRU 4100-EXIT
006890          UNTIL WS-BROWSE-END
006900      PERFORM 4200-MOVE-ONE-REGISTRATION THRU 4200-EXIT
006910          VARYING WS-REG-SUB FROM 1 BY 1
006920          UNTIL WS-REG-SUB > WS-REG-COUNT
006930      IF WS-TABLE-FULL
006940          ADD 1 TO WS-PAIR-LEFT-COUNT
006950          MOVE SPACES TO MR-LINE
006960          MOVE "  MORE REGISTRATIONS THAN ONE PASS HOLDS - RERUN"
006970              TO MR-LINE
006980          WRITE MERGE-RPT-REC
006990      END-IF.
007000  4000-EXIT.
007010      EXIT.
007020*
007030******************************************************************
007040*    4100-LOAD-ONE-REGISTRATION
007050*    READS THE NEXT EXAM REGISTRATION AND KEEPS IT WHILE IT
007060*    STILL BELONGS TO THE RETIRED ID.
007070******************************************************************
007080  4100-LOAD-ONE-REGISTRATION.
007090      READ EXAM-REG-FILE NEXT RECORD
007100          AT END
007110              SET WS-BROWSE-END TO TRUE
007120              GO TO 4100-EXIT
007130      END-READ
007140      IF ER-STUDENT-ID NOT = WS-RETIRED-ID
007150          SET WS-BROWSE-END TO TRUE
007160          GO TO 4100-EXIT
007170      END-IF
007180      IF WS-REG-COUNT >= 200
007190          SET WS-TABLE-FULL TO TRUE
007200          SET WS-BROWSE-END TO TRUE
007210          GO TO 4100-EXIT
007220      END-IF
007230      ADD 1 TO WS-REG-COUNT
007240      MOVE EXAM-REG-REC TO WS-REG-IMAGE (WS-REG-COUNT).
007250  4100-EXIT.
007260      EXIT.
007270*
007280******************************************************************
007290*    4200-MOVE-ONE-REGISTRATION
007300*    WRITES THE REGISTRATION UNDER THE SURVIVING ID, THEN
007310*    DELETES IT FROM THE RETIRED ID.  A SURVIVING ID ALREADY
007320*    REGISTERED FOR THE SAME EXAM IS A COLLISION - THE
007330*    REGISTRATION STAYS AND GOES TO THE EXCEPTION LISTING.
007340******************************************************************
007350  4200-MOVE-ONE-REGISTRATION.
007360      MOVE WS-REG-IMAGE (WS-REG-SUB) TO WS-REGISTRATION
007370      MOVE WS-REG-IMAGE (WS-REG-SUB) TO EXAM-REG-REC
007380      MOVE WS-SURVIVING-ID TO ER-STUDENT-ID
007390      WRITE EXAM-REG-REC
007400          INVALID KEY
007410              ADD 1 TO WS-EXCEPTION-COUNT
007420              ADD 1 TO WS-PAIR-LEFT-COUNT
007430              MOVE SPACES TO WS-RPT-LINE
007440              STRING "  EXCEPTION: REGISTRATION EXAM "
007450                  DELIMITED BY SIZE
007460                  WS-REGN-EXAM-CODE DELIMITED BY SIZE
007470                  " - COLLISION - SURVIVING ID REGISTERED"
007480                  DELIMITED BY SIZE
007490                  INTO WS-RPT-LINE
007500              MOVE WS-RPT-LINE TO MR-LINE
007510              WRITE MERGE-RPT-REC
007520              GO TO 4200-EXIT
007530      END-WRITE
007540      MOVE WS-REG-IMAGE (WS-REG-SUB) TO EXAM-REG-REC
007550      DELETE EXAM-REG-FILE RECORD
007560          INVALID KEY
007570              DISPLAY "SAMPLE_43: UNABLE TO DELETE REGISTRATION "
007580                  WS-REGN-STUDENT-ID " " WS-REGN-EXAM-CODE
007590      END-DELETE
007600      ADD 1 TO WS-REGS-MOVED
007610      MOVE SPACES TO WS-RPT-LINE
007620      STRING "  REG MOVED: EXAM " DELIMITED BY SIZE
007630          WS-REGN-EXAM-CODE DELIMITED BY SIZE
007640          " SITTING " DELIMITED BY SIZE
007650          WS-REGN-SITTING-DATE DELIMITED BY SIZE
007660          INTO WS-RPT-LINE
007670      MOVE WS-RPT-LINE TO MR-LINE
007680      WRITE MERGE-RPT-REC.
007690  4200-EXIT.
007700      EXIT.
007710*
007720******************************************************************
007730*    5000-MOVE-APPEALS
007740*    POINTS EVERY GRADE-APPEAL CASE OF THE RETIRED ID WHOSE
007750*    DECISION HAS MOVED AT THE SURVIVING ID.  THE CASE FILE IS
007760*    KEYED BY CASE NUMBER, SO THE WHOLE FILE IS BROWSED AND THE
007770*    STUDENT ID REWRITTEN IN PLACE.
007780******************************************************************
007790  5000-MOVE-APPEALS.
007800      MOVE "N" TO WS-BROWSE-END-SWITCH
007810      MOVE ZERO TO AP-CASE-NUMBER
007820      START APPEAL-CASE-FILE KEY NOT LESS THAN AP-CASE-NUMBER
007830          INVALID KEY
007840              GO TO 5000-EXIT
007850      END-START
007860      PERFORM 5100-MOVE-ONE-APPEAL THRU 5100-EXIT
007870          UNTIL WS-BROWSE-END.
007880  5000-EXIT.
007890      EXIT.
007900*
007910******************************************************************
007920*    5100-MOVE-ONE-APPEAL
007930*    READS THE NEXT APPEAL CASE AND, WHEN IT IS THE RETIRED
007940*    ID'S, REWRITES IT UNDER THE SURVIVING ID.  A CASE WHOSE
007950*    POSTING IS STILL ON THE RETIRED ID (A COLLISION, A CLOSED
007960*    TERM, OR MORE POSTINGS THAN ONE PASS HOLDS) WOULD FIND THE
007970*    WRONG DECISION UNDER THE SURVIVING ID, SO IT STAYS, IS
007980*    LISTED AS AN EXCEPTION, AND COUNTS AGAINST THE PAIR.
007990******************************************************************
008000  5100-MOVE-ONE-APPEAL.
008010      READ APPEAL-CASE-FILE NEXT RECORD
008020          AT END
008030              SET WS-BROWSE-END TO TRUE
008040              GO TO 5100-EXIT
008050      END-READ
008060      IF AP-STUDENT-ID NOT = WS-RETIRED-ID
008070          GO TO 5100-EXIT
008080      END-IF
008090      PERFORM 5150-CHECK-POSTING-LEFT THRU 5150-EXIT
008100      IF WS-POSTING-LEFT
008110          ADD 1 TO WS-EXCEPTION-COUNT
008120          ADD 1 TO WS-PAIR-LEFT-COUNT
008130          MOVE SPACES TO WS-RPT-LINE
008140          STRING "  EXCEPTION: APPEAL CASE " DELIMITED BY SIZE
008150              AP-CASE-NUMBER DELIMITED BY SIZE
008160              " EXAM " DELIMITED BY SIZE
008170              AP-EXAM-CODE DELIMITED BY SIZE
008180              " RUN " DELIMITED BY SIZE
008190              AP-ORIG-RUN-DATE DELIMITED BY SIZE
008200              " - POSTING NOT MOVED" DELIMITED BY SIZE
008210              INTO WS-RPT-LINE
008220          MOVE WS-RPT-LINE TO MR-LINE
008230          WRITE MERGE-RPT-REC
008240          GO TO 5100-EXIT
008250      END-IF
008252      MOVE AP-CASE-NUMBER   TO WS-MOVED-CASE-NUMBER
008254      MOVE AP-EXAM-CODE     TO WS-MOVED-EXAM-CODE
008256      MOVE AP-ORIG-RUN-DATE TO WS-MOVED-RUN-DATE
008260      MOVE WS-SURVIVING-ID TO AP-STUDENT-ID
008270      REWRITE APPEAL-CASE-REC
008280          INVALID KEY
008290              DISPLAY "SAMPLE_43: UNABLE TO REWRITE APPEAL CASE "
008300                  WS-MOVED-CASE-NUMBER
008310              GO TO 5100-EXIT
008320      END-REWRITE
008330      ADD 1 TO WS-APPEALS-MOVED
008340      MOVE SPACES TO WS-RPT-LINE
008350      STRING "  APPEAL MOVED: CASE " DELIMITED BY SIZE
008360          WS-MOVED-CASE-NUMBER DELIMITED BY SIZE
008370          " EXAM " DELIMITED BY SIZE
008380          WS-MOVED-EXAM-CODE DELIMITED BY SIZE
008390          " RUN " DELIMITED BY SIZE
008400          WS-MOVED-RUN-DATE DELIMITED BY SIZE
008410          INTO WS-RPT-LINE
008420      MOVE WS-RPT-LINE TO MR-LINE
008430      WRITE MERGE-RPT-REC.
008440  5100-EXIT.
008450      EXIT.
008460*
008470******************************************************************
008480*    5150-CHECK-POSTING-LEFT
008490*    LOOKS ON THE SCORE HISTORY FOR A POSTING STILL UNDER THE
008500*    RETIRED ID FOR THE CASE'S EXAM AND ORIGINAL RUN DATE, AT
008510*    ANY RUN TIME - THE SAME MATCH SAMPLE_23 MAKES.
008520******************************************************************
008530  5150-CHECK-POSTING-LEFT.
008540      MOVE "N" TO WS-POSTING-LEFT-SWITCH
008550      MOVE WS-RETIRED-ID    TO HS-STUDENT-ID
008560      MOVE AP-EXAM-CODE     TO HS-EXAM-CODE
008570      MOVE AP-ORIG-RUN-DATE TO HS-RUN-DATE
008580      MOVE LOW-VALUES       TO HS-RUN-TIME
008590      START SCORE-HISTORY-FILE KEY NOT LESS THAN HS-HISTORY-KEY
008600          INVALID KEY
008610              GO TO 5150-EXIT
008620      END-START
008630      READ SCORE-HISTORY-FILE NEXT RECORD
008640          AT END
008650              GO TO 5150-EXIT
008660      END-READ
008670      IF HS-STUDENT-ID = WS-RETIRED-ID
008680         AND HS-EXAM-CODE = AP-EXAM-CODE
008690         AND HS-RUN-DATE = AP-ORIG-RUN-DATE
008700          SET WS-POSTING-LEFT TO TRUE
008710      END-IF.
008720  5150-EXIT.
008730      EXIT.
008740*
008750******************************************************************
008760*    6000-RETIRE-MASTER
008770*    WITH NOTHING LEFT ON THE RETIRED ID, DELETES ITS STUDENT-
008780*    MASTER RECORD AND RECORDS THE RETIREMENT ON THE CHANGE
008790*    HISTORY AND THE AUDIT LOG.  OTHERWISE THE RECORD IS KEPT
008800*    SO THE EXCEPTIONS STILL HAVE A STUDENT, AND THE PAIR IS
008810*    RUN AGAIN ONCE THEY ARE RESOLVED.
008820******************************************************************
008830  6000-RETIRE-MASTER.
008840      IF WS-PAIR-LEFT-COUNT > ZERO
008850          ADD 1 TO WS-NOT-RETIRED-COUNT
008860          MOVE WS-PAIR-LEFT-COUNT TO WS-LEFT-EDIT
008870          MOVE SPACES TO WS-RPT-LINE
008880          STRING "  NOT RETIRED: " DELIMITED BY SIZE
008890              WS-LEFT-EDIT DELIMITED BY SIZE
008900              " ITEM(S) LEFT - RESOLVE AND RERUN THE PAIR"
008910              DELIMITED BY SIZE
008920              INTO WS-RPT-LINE
008930          MOVE WS-RPT-LINE TO MR-LINE
008940          WRITE MERGE-RPT-REC
008950          GO TO 6000-EXIT
008960      END-IF
008970      MOVE WS-RETIRED-ID TO SM-STUDENT-ID
008980      DELETE STUDENT-MASTER-FILE RECORD
008990          INVALID KEY
009000              ADD 1 TO WS-NOT-RETIRED-COUNT
009010              MOVE SPACES TO MR-LINE
009020              MOVE "  NOT RETIRED: UNABLE TO DELETE MASTER"
009030                  TO MR-LINE
009040              WRITE MERGE-RPT-REC
009050              GO TO 6000-EXIT
009060      END-DELETE
009070      ADD 1 TO WS-RETIRED-COUNT
009080      PERFORM 6100-WRITE-RETIRE-HISTORY THRU 6100-EXIT
009090      MOVE WS-RUN-DATE        TO AL-RUN-DATE
009100      MOVE WS-RUN-TIME        TO AL-RUN-TIME
009110      MOVE WS-RETIRED-ID      TO AL-STUDENT-ID
009120      MOVE WS-RETIRED-NAME    TO AL-STUDENT-NAME
009130      MOVE WS-RETIRED-SECTION TO AL-CLASS-SECTION
009140      MOVE SPACES             TO AL-EXAM-CODE
009150      MOVE ZERO               TO AL-SCORE
009160      MOVE WS-INTO-VERDICT    TO AL-VERDICT
009170      MOVE WS-OPERATOR-ID     TO AL-OPERATOR-ID
009180      WRITE AUDIT-LOG-REC
009190      MOVE SPACES TO WS-RPT-LINE
009200      STRING "  RETIRED:   ID " DELIMITED BY SIZE
009210          WS-RETIRED-ID DELIMITED BY SIZE
009220          " " DELIMITED BY SIZE
009230          WS-RETIRED-NAME DELIMITED BY SIZE
009240          INTO WS-RPT-LINE
009250      MOVE WS-RPT-LINE TO MR-LINE
009260      WRITE MERGE-RPT-REC.
009270  6000-EXIT.
009280      EXIT.
009290*
009300******************************************************************
009310*    6100-WRITE-RETIRE-HISTORY
009320*    APPENDS THE CHANGE-HISTORY ENTRY FOR THE RETIRED RECORD:
009330*    A WITHDRAWAL FROM SOURCE "MERGE", THE RECORD AS IT STOOD
009340*    BEFORE, AND A BLANK AFTER IMAGE.
009350******************************************************************
009360  6100-WRITE-RETIRE-HISTORY.
009370      MOVE WS-RUN-DATE       TO MH-CHANGE-DATE
009380      MOVE WS-RUN-TIME       TO MH-CHANGE-TIME
009390      MOVE WS-OPERATOR-ID    TO MH-OPERATOR-ID
009400      MOVE "MERGE"           TO MH-SOURCE
009410      MOVE "W"               TO MH-ACTION
009420      MOVE WS-RETIRED-ID     TO MH-STUDENT-ID
009430      MOVE "N"               TO MH-SECTION-FLAG
009440      MOVE WS-RETIRED-IMAGE  TO MH-BEFORE-IMAGE
009450      MOVE SPACES            TO MH-AFTER-IMAGE
009460      WRITE STUDENT-HISTORY-REC.
009470  6100-EXIT.
009480      EXIT.
009490*
009500******************************************************************
009510*    8000-WRITE-SUMMARY
009520*    WRITES THE RUN TOTALS TO THE MERGE REPORT AND TELLS THE
009530*    OPERATOR WHEN ANYTHING WAS LEFT ON A RETIRED ID.
009540******************************************************************
009550  8000-WRITE-SUMMARY.
009560      MOVE "MERGE PAIRS READ:           " TO WS-RPT-LABEL
009570      MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT
009580      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009590      MOVE "MERGE PAIRS REJECTED:       " TO WS-RPT-LABEL
009600      MOVE WS-PAIR-REJECT-COUNT TO WS-COUNT-EDIT
009610      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009620      MOVE "SCORE POSTINGS MOVED:       " TO WS-RPT-LABEL
009630      MOVE WS-POSTINGS-MOVED TO WS-COUNT-EDIT
009640      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009650      MOVE "EXAM REGISTRATIONS MOVED:   " TO WS-RPT-LABEL
009660      MOVE WS-REGS-MOVED TO WS-COUNT-EDIT
009670      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009680      MOVE "APPEAL CASES MOVED:         " TO WS-RPT-LABEL
009690      MOVE WS-APPEALS-MOVED TO WS-COUNT-EDIT
009700      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009710      MOVE "EXCEPTIONS (LEFT IN PLACE): " TO WS-RPT-LABEL
009720      MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
009730      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009740      MOVE "DUPLICATE IDS RETIRED:      " TO WS-RPT-LABEL
009750      MOVE WS-RETIRED-COUNT TO WS-COUNT-EDIT
009760      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009770      MOVE "DUPLICATE IDS NOT RETIRED:  " TO WS-RPT-LABEL
009780      MOVE WS-NOT-RETIRED-COUNT TO WS-COUNT-EDIT
009790      PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009800      IF WS-PAIR-REJECT-COUNT > ZERO
009810         OR WS-NOT-RETIRED-COUNT > ZERO
009820          DISPLAY "SAMPLE_43: " WS-NOT-RETIRED-COUNT " PAIR(S)"
009830              " NOT COMPLETED, " WS-PAIR-REJECT-COUNT
009840              " REJECTED - SEE THE MERGE REPORT"
009850      END-IF.
009860  8000-EXIT.
009870      EXIT.
009880*
009890******************************************************************
009900*    8100-WRITE-COUNT-LINE
009910*    WRITES ONE LABELLED COUNT LINE TO THE MERGE REPORT.
009920******************************************************************
009930  8100-WRITE-COUNT-LINE.
009940      MOVE SPACES TO WS-RPT-LINE
009950      STRING WS-RPT-LABEL DELIMITED BY SIZE
009960          WS-COUNT-EDIT DELIMITED BY SIZE
009970          INTO WS-RPT-LINE
009980      MOVE WS-RPT-LINE TO MR-LINE
009990      WRITE MERGE-RPT-REC.
010000  8100-EXIT.
010010      EXIT.
010020*
010030******************************************************************
010040*    9000-TERMINATE
010050*    CLOSES EVERY FILE THE RUN OPENED.
010060******************************************************************
010070  9000-TERMINATE.
010080      CLOSE MERGE-TRANS-FILE
010090      CLOSE STUDENT-MASTER-FILE
010100      CLOSE SCORE-HISTORY-FILE
010110      IF WS-EXAMREG-AVAILABLE
010120          CLOSE EXAM-REG-FILE
010130      END-IF
010140      IF WS-APPEAL-AVAILABLE
010150          CLOSE APPEAL-CASE-FILE
010160      END-IF
010170      IF WS-TERMCAL-AVAILABLE
010180          CLOSE TERM-CALENDAR-FILE
010190      END-IF
010200      CLOSE AUDIT-LOG-FILE
010210      CLOSE STUDENT-HISTORY-FILE
010220      CLOSE MERGE-EXTRACT-FILE
010230      CLOSE MERGE-RPT-FILE.
010240  9000-EXIT.
010250      EXIT.
