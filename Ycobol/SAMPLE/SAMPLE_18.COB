000298*                     HIGHEST RUN NUMBER AND THE COLLECTION
000299*                     WALKS THE INDEXED FILE WITH START/READ
000301*                     NEXT.
000302*    10/15/2026 HY    A RUN THAT A MASTER-FILE RESTORE (SAMPLE_46)
000303*                     HAS ROLLED BACK - ITS LATEST COMPLETED OR
000304*                     ROLLED-BACK RUN-CONTROL ENTRY IS "B" - IS
000305*                     PASSED OVER WHEN FINDING THE LATEST RUN.
000306*                     ITS DECISIONS ARE NO LONGER ON SCOREHIX.
000307******************************************************************
000310  ENVIRONMENT DIVISION.
000320  CONFIGURATION SECTION.
000330  SOURCE-COMPUTER.   IBM-370.
000720      05  WS-LATEST-RUN-TIME          PIC X(08) VALUE LOW-VALUES.
000730*
000740  01  WS-MAX-RUN-NUMBER               PIC 9(06) VALUE ZERO.
000742*
000744  01  WS-ROLLED-TABLE-CTL.
000746      05  WS-ROLLED-COUNT             PIC 9(04) VALUE ZERO.
000748      05  WS-ROLLED-RUN               PIC 9(06)
000750              OCCURS 0 TO 1000 TIMES
000752              DEPENDING ON WS-ROLLED-COUNT.
000754*
000756  01  WS-ROLLED-SUB                   PIC 9(04).
000758  01  WS-ROLLED-FOUND-SUB             PIC 9(04).
000760  01  WS-FIND-RUN                     PIC 9(06).
000770*
000780  01  WS-GRADE-TABLE-CTL.
000790      05  WS-GRADE-COUNT              PIC 9(02) VALUE ZERO.
001950*    STAMP EVERY HISTORY RECORD OF THAT RUN CARRIES - THE SAME
001960*    WAY SAMPLE_17 NOW PICKS THE RUN ITS ROSTER IS BUILT FROM.
001965*    NO LOG ON FILE MEANS NO RUN HAS EVER WRITTEN HISTORY.
001966*    A RUN THAT STANDS ROLLED BACK BY A MASTER-FILE RESTORE IS
001967*    PASSED OVER - ITS DECISIONS ARE NO LONGER ON THE HISTORY.
001970******************************************************************
001980  1000-FIND-LATEST-RUN.
001985      PERFORM 9100-LOAD-ROLLED-BACK THRU 9100-EXIT
001990      OPEN INPUT RUN-CONTROL-FILE
002000      IF WS-RUNCTL-STATUS NOT = "00"
002010          GO TO 1000-EXIT
002100******************************************************************
002110*    1100-CHECK-ONE-STAMP
002120*    READS ONE RUN-CONTROL ENTRY AND KEEPS ITS START DATE/TIME
002130*    WHEN ITS RUN NUMBER IS THE HIGHEST SEEN SO FAR,
002135*    UNLESS THE RUN IS ON THE ROLLED-BACK LIST.
002140******************************************************************
002150  1100-CHECK-ONE-STAMP.
002160      READ RUN-CONTROL-FILE
002180              SET WS-END-OF-FILE TO TRUE
002190              GO TO 1100-EXIT
002200      END-READ
002201      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
002202      PERFORM 9120-FIND-ROLLED THRU 9120-EXIT
002203      IF WS-ROLLED-FOUND-SUB > ZERO
002204          GO TO 1100-EXIT
002205      END-IF
002210      IF RC-RUN-NUMBER >= WS-MAX-RUN-NUMBER
002220          MOVE RC-RUN-NUMBER TO WS-MAX-RUN-NUMBER
002230          MOVE RC-START-DATE TO WS-LATEST-RUN-DATE
006710      DISPLAY WS-RPT-LINE.
006720  5900-EXIT.
006730      EXIT.
006740*
006750******************************************************************
006760*    9100-LOAD-ROLLED-BACK
006770*    READS THE RUN-CONTROL LOG ONCE TO LIST THE RUNS THAT STAND
006780*    ROLLED BACK, SO THE SEARCH FOR THE LATEST RUN CAN PASS OVER
006790*    THEM.  NO LOG ON FILE LEAVES THE LIST EMPTY.
006800******************************************************************
006810  9100-LOAD-ROLLED-BACK.
006820      OPEN INPUT RUN-CONTROL-FILE
006830      IF WS-RUNCTL-STATUS NOT = "00"
006840          GO TO 9100-EXIT
006850      END-IF
006860      PERFORM 9110-NOTE-ONE-ENTRY THRU 9110-EXIT
006870          UNTIL WS-RUNCTL-STATUS NOT = "00"
006880      CLOSE RUN-CONTROL-FILE.
006890  9100-EXIT.
006900      EXIT.
006910*
006920******************************************************************
006930*    9110-NOTE-ONE-ENTRY
006940*    READS ONE RUN-CONTROL ENTRY.  A ROLLED-BACK ENTRY ADDS ITS
006950*    RUN TO THE LIST; A COMPLETED ENTRY FOR A LISTED RUN (ONE A
006960*    LATER RESTORE REINSTATED) TAKES IT OFF, THE LAST ENTRY
006970*    MOVING INTO ITS PLACE.  MORE THAN 1000 RUNS ROLLED BACK AT
006980*    ONCE ARE NOT ALL LISTED.
006990******************************************************************
007000  9110-NOTE-ONE-ENTRY.
007010      READ RUN-CONTROL-FILE
007020          AT END
007030              MOVE "10" TO WS-RUNCTL-STATUS
007040              GO TO 9110-EXIT
007050      END-READ
007060      IF NOT RC-IS-ROLLED-BACK
007070         AND NOT RC-IS-COMPLETED
007080          GO TO 9110-EXIT
007090      END-IF
007100      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
007110      PERFORM 9120-FIND-ROLLED THRU 9120-EXIT
007120      IF RC-IS-COMPLETED
007130          IF WS-ROLLED-FOUND-SUB > ZERO
007140              MOVE WS-ROLLED-RUN (WS-ROLLED-COUNT)
007150                  TO WS-ROLLED-RUN (WS-ROLLED-FOUND-SUB)
007160              SUBTRACT 1 FROM WS-ROLLED-COUNT
007170          END-IF
007180          GO TO 9110-EXIT
007190      END-IF
007200      IF WS-ROLLED-FOUND-SUB > ZERO
007210         OR WS-ROLLED-COUNT >= 1000
007220          GO TO 9110-EXIT
007230      END-IF
007240      ADD 1 TO WS-ROLLED-COUNT
007250      MOVE RC-RUN-NUMBER TO WS-ROLLED-RUN (WS-ROLLED-COUNT).
007260  9110-EXIT.
007270      EXIT.
007280*
007290******************************************************************
007300*    9120-FIND-ROLLED
007310*    SETS WS-ROLLED-FOUND-SUB TO THE ROLLED-BACK LIST ENTRY FOR
007320*    WS-FIND-RUN, OR ZERO WHEN THE RUN IS NOT ON THE LIST.
007330******************************************************************
007340  9120-FIND-ROLLED.
007350      MOVE ZERO TO WS-ROLLED-FOUND-SUB
007360      PERFORM 9130-CHECK-ONE-ROLLED THRU 9130-EXIT
007370          VARYING WS-ROLLED-SUB FROM 1 BY 1
007380          UNTIL WS-ROLLED-SUB > WS-ROLLED-COUNT
007390             OR WS-ROLLED-FOUND-SUB > ZERO.
007400  9120-EXIT.
007410      EXIT.
007420*
007430******************************************************************
007440*    9130-CHECK-ONE-ROLLED
007450*    TESTS ONE ROLLED-BACK LIST ENTRY FOR WS-FIND-RUN.
007460******************************************************************
007470  9130-CHECK-ONE-ROLLED.
007480      IF WS-ROLLED-RUN (WS-ROLLED-SUB) = WS-FIND-RUN
007490          MOVE WS-ROLLED-SUB TO WS-ROLLED-FOUND-SUB
007500      END-IF.
007510  9130-EXIT.
007520      EXIT.
