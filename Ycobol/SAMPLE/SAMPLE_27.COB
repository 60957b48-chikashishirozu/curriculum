000331*                     FOR A MAKEUP ROSTER - ONLY SAMPLE_17
000332*                     EMPTIES THE FEED, AFTER THE ROSTER IS
000333*                     SAFELY WRITTEN.
000334*    10/15/2026 HY    A RUN THAT A MASTER-FILE RESTORE (SAMPLE_46)
000335*                     HAS ROLLED BACK - ITS LATEST COMPLETED OR
000336*                     ROLLED-BACK RUN-CONTROL ENTRY IS "B" - IS
000337*                     PASSED OVER WHEN FINDING THE LATEST RUN.
000338*                     ITS DECISIONS ARE NO LONGER ON SCOREHIX.
000339******************************************************************
000340  ENVIRONMENT DIVISION.
000350  CONFIGURATION SECTION.
000360  SOURCE-COMPUTER.   IBM-370.
000870      05  WS-LATEST-RUN-TIME          PIC X(08) VALUE LOW-VALUES.
000880*
000890  01  WS-MAX-RUN-NUMBER               PIC 9(06) VALUE ZERO.
000892*
000894  01  WS-ROLLED-TABLE-CTL.
000896      05  WS-ROLLED-COUNT             PIC 9(04) VALUE ZERO.
000898      05  WS-ROLLED-RUN               PIC 9(06)
000900              OCCURS 0 TO 1000 TIMES
000902              DEPENDING ON WS-ROLLED-COUNT.
000904*
000906  01  WS-ROLLED-SUB                   PIC 9(04).
000908  01  WS-ROLLED-FOUND-SUB             PIC 9(04).
000910  01  WS-FIND-RUN                     PIC 9(06).
000920*
000930  01  WS-REG-TABLE-CTL.
000940      05  WS-RG-COUNT                 PIC 9(04) VALUE ZERO.
002100*    STAMP EVERY HISTORY RECORD OF THAT RUN CARRIES - THE SAME
002102*    WAY SAMPLE_17 AND SAMPLE_18 PICK THE RUN THEY WORK FROM.
002104*    NO LOG ON FILE MEANS NO RUN HAS EVER WRITTEN HISTORY.
002106*    A RUN THAT STANDS ROLLED BACK BY A MASTER-FILE RESTORE IS
002108*    PASSED OVER - ITS DECISIONS ARE NO LONGER ON THE HISTORY.
002110******************************************************************
002120  1500-FIND-LATEST-RUN.
002125      PERFORM 9100-LOAD-ROLLED-BACK THRU 9100-EXIT
002130      OPEN INPUT RUN-CONTROL-FILE
002140      IF WS-RUNCTL-STATUS NOT = "00"
002150          GO TO 1500-EXIT
002240******************************************************************
002250*    1600-CHECK-ONE-STAMP
002260*    READS ONE RUN-CONTROL ENTRY AND KEEPS ITS START DATE/TIME
002270*    WHEN ITS RUN NUMBER IS THE HIGHEST SEEN SO FAR,
002275*    UNLESS THE RUN IS ON THE ROLLED-BACK LIST.
002280******************************************************************
002290  1600-CHECK-ONE-STAMP.
002300      READ RUN-CONTROL-FILE
002320              SET WS-END-OF-FILE TO TRUE
002330              GO TO 1600-EXIT
002340      END-READ
002341      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
002342      PERFORM 9120-FIND-ROLLED THRU 9120-EXIT
002343      IF WS-ROLLED-FOUND-SUB > ZERO
002344          GO TO 1600-EXIT
002345      END-IF
002350      IF RC-RUN-NUMBER >= WS-MAX-RUN-NUMBER
002360          MOVE RC-RUN-NUMBER TO WS-MAX-RUN-NUMBER
002370          MOVE RC-START-DATE TO WS-LATEST-RUN-DATE
004350      CLOSE ABSENTEE-FILE.
004360  9000-EXIT.
004370      EXIT.
004380*
004390******************************************************************
004400*    9100-LOAD-ROLLED-BACK
004410*    READS THE RUN-CONTROL LOG ONCE TO LIST THE RUNS THAT STAND
004420*    ROLLED BACK, SO THE SEARCH FOR THE LATEST RUN CAN PASS OVER
004430*    THEM.  NO LOG ON FILE LEAVES THE LIST EMPTY.
004440******************************************************************
004450  9100-LOAD-ROLLED-BACK.
004460      OPEN INPUT RUN-CONTROL-FILE
004470      IF WS-RUNCTL-STATUS NOT = "00"
004480          GO TO 9100-EXIT
004490      END-IF
004500      PERFORM 9110-NOTE-ONE-ENTRY THRU 9110-EXIT
004510          UNTIL WS-RUNCTL-STATUS NOT = "00"
004520      CLOSE RUN-CONTROL-FILE.
004530  9100-EXIT.
004540      EXIT.
004550*
004560******************************************************************
004570*    9110-NOTE-ONE-ENTRY
004580*    READS ONE RUN-CONTROL ENTRY.  A ROLLED-BACK ENTRY ADDS ITS
004590*    RUN TO THE LIST; A COMPLETED ENTRY FOR A LISTED RUN (ONE A
004600*    LATER RESTORE REINSTATED) TAKES IT OFF, THE LAST ENTRY
004610*    MOVING INTO ITS PLACE.  MORE THAN 1000 RUNS ROLLED BACK AT
004620*    ONCE ARE NOT ALL LISTED.
004630******************************************************************
004640  9110-NOTE-ONE-ENTRY.
004650      READ RUN-CONTROL-FILE
004660          AT END
004670              MOVE "10" TO WS-RUNCTL-STATUS
004680              GO TO 9110-EXIT
004690      END-READ
004700      IF NOT RC-IS-ROLLED-BACK
004710         AND NOT RC-IS-COMPLETED
004720          GO TO 9110-EXIT
004730      END-IF
004740      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
004750      PERFORM 9120-FIND-ROLLED THRU 9120-EXIT
004760      IF RC-IS-COMPLETED
004770          IF WS-ROLLED-FOUND-SUB > ZERO
004780              MOVE WS-ROLLED-RUN (WS-ROLLED-COUNT)
004790                  TO WS-ROLLED-RUN (WS-ROLLED-FOUND-SUB)
004800              SUBTRACT 1 FROM WS-ROLLED-COUNT
004810          END-IF
004820          GO TO 9110-EXIT
004830      END-IF
004840      IF WS-ROLLED-FOUND-SUB > ZERO
004850         OR WS-ROLLED-COUNT >= 1000
004860          GO TO 9110-EXIT
004870      END-IF
004880      ADD 1 TO WS-ROLLED-COUNT
004890      MOVE RC-RUN-NUMBER TO WS-ROLLED-RUN (WS-ROLLED-COUNT).
004900  9110-EXIT.
004910      EXIT.
004920*
004930******************************************************************
004940*    9120-FIND-ROLLED
004950*    SETS WS-ROLLED-FOUND-SUB TO THE ROLLED-BACK LIST ENTRY FOR
004960*    WS-FIND-RUN, OR ZERO WHEN THE RUN IS NOT ON THE LIST.
004970******************************************************************
004980  9120-FIND-ROLLED.
004990      MOVE ZERO TO WS-ROLLED-FOUND-SUB
005000      PERFORM 9130-CHECK-ONE-ROLLED THRU 9130-EXIT
005010          VARYING WS-ROLLED-SUB FROM 1 BY 1
005020          UNTIL WS-ROLLED-SUB > WS-ROLLED-COUNT
005030             OR WS-ROLLED-FOUND-SUB > ZERO.
005040  9120-EXIT.
005050      EXIT.
005060*
005070******************************************************************
005080*    9130-CHECK-ONE-ROLLED
005090*    TESTS ONE ROLLED-BACK LIST ENTRY FOR WS-FIND-RUN.
005100******************************************************************
005110  9130-CHECK-ONE-ROLLED.
005120      IF WS-ROLLED-RUN (WS-ROLLED-SUB) = WS-FIND-RUN
005130          MOVE WS-ROLLED-SUB TO WS-ROLLED-FOUND-SUB
005140      END-IF.
005150  9130-EXIT.
005160      EXIT.
