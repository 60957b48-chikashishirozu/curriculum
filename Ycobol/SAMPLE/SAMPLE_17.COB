000339*                     RE-KEYING THE PRINTED ROSTER.  THE PAID
000341*                     CONFIRMATIONS COME BACK ON PAYCONF, WHICH
000342*                     THE SECOND-ATTEMPT SCORING PASS CHECKS.
000343*    10/15/2026 HY    A RUN ROLLED BACK BY A MASTER-FILE RESTORE
000344*                     (SAMPLE_46) IS PASSED OVER WHEN FINDING THE
000345*                     LATEST RUN - ITS DECISIONS ARE NO LONGER ON
000346*                     SCOREHIX.
000347******************************************************************
000348  ENVIRONMENT DIVISION.
000349  CONFIGURATION SECTION.
000350  SOURCE-COMPUTER.   IBM-370.
000360  OBJECT-COMPUTER.   IBM-370.
000370  INPUT-OUTPUT SECTION.
000650      05  WS-LATEST-RUN-DATE          PIC X(08) VALUE LOW-VALUES.
000660      05  WS-LATEST-RUN-TIME          PIC X(08) VALUE LOW-VALUES.
000670*
000674  01  WS-ROLLED-TABLE-CTL.
000678      05  WS-ROLLED-COUNT             PIC 9(04) VALUE ZERO.
000682      05  WS-ROLLED-RUN               PIC 9(06)
000686              OCCURS 0 TO 1000 TIMES
000690              DEPENDING ON WS-ROLLED-COUNT.
000694*
000698  01  WS-ROLLED-SUB                   PIC 9(04).
000702  01  WS-ROLLED-FOUND-SUB             PIC 9(04).
000706  01  WS-FIND-RUN                     PIC 9(06).
000710*
000720  01  WS-FAIL-TABLE-CTL.
000730      05  WS-FAIL-COUNT               PIC 9(04) VALUE ZERO.
000740      05  WS-FAIL-TABLE OCCURS 0 TO 5000 TIMES
001180*    HISTORY WRITER REGISTERS IN THE LOG, SO THE STAMP IS
001190*    FOUND WITHOUT SCANNING THE WHOLE INDEXED HISTORY.  NO LOG
001200*    ON FILE MEANS NO RUN HAS EVER WRITTEN HISTORY.
001203*    A RUN THAT STANDS ROLLED BACK BY A MASTER-FILE RESTORE IS
001206*    PASSED OVER - ITS DECISIONS ARE NO LONGER ON THE HISTORY.
001210******************************************************************
001220  1000-FIND-LATEST-RUN.
001225      PERFORM 9100-LOAD-ROLLED-BACK THRU 9100-EXIT
001230      OPEN INPUT RUN-CONTROL-FILE
001240      IF WS-RUNCTL-STATUS NOT = "00"
001250          GO TO 1000-EXIT
001340******************************************************************
001350*    1100-CHECK-ONE-STAMP
001360*    READS ONE RUN-CONTROL ENTRY AND KEEPS ITS START DATE/TIME
001370*    WHEN ITS RUN NUMBER IS THE HIGHEST SEEN SO FAR,
001375*    UNLESS THE RUN IS ON THE ROLLED-BACK LIST.
001380******************************************************************
001390  1100-CHECK-ONE-STAMP.
001400      READ RUN-CONTROL-FILE
001420              SET WS-END-OF-FILE TO TRUE
001430              GO TO 1100-EXIT
001440      END-READ
001441      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
001442      PERFORM 9120-FIND-ROLLED THRU 9120-EXIT
001443      IF WS-ROLLED-FOUND-SUB > ZERO
001444          GO TO 1100-EXIT
001445      END-IF
001450      IF RC-RUN-NUMBER >= WS-MAX-RUN-NUMBER
001460          MOVE RC-RUN-NUMBER TO WS-MAX-RUN-NUMBER
001470          MOVE RC-START-DATE TO WS-LATEST-RUN-DATE
002750      CLOSE ABSENTEE-FILE.
002760  5500-EXIT.
002770      EXIT.
002780*
002790******************************************************************
002800*    9100-LOAD-ROLLED-BACK
002810*    READS THE RUN-CONTROL LOG ONCE TO LIST THE RUNS THAT STAND
002820*    ROLLED BACK, SO THE SEARCH FOR THE LATEST RUN CAN PASS OVER
002830*    THEM.  NO LOG ON FILE LEAVES THE LIST EMPTY.
002840******************************************************************
002850  9100-LOAD-ROLLED-BACK.
002860      OPEN INPUT RUN-CONTROL-FILE
002870      IF WS-RUNCTL-STATUS NOT = "00"
002880          GO TO 9100-EXIT
002890      END-IF
002900      PERFORM 9110-NOTE-ONE-ENTRY THRU 9110-EXIT
002910          UNTIL WS-RUNCTL-STATUS NOT = "00"
002920      CLOSE RUN-CONTROL-FILE.
002930  9100-EXIT.
002940      EXIT.
002950*
002960******************************************************************
002970*    9110-NOTE-ONE-ENTRY
002980*    READS ONE RUN-CONTROL ENTRY.  A ROLLED-BACK ENTRY ADDS ITS
002990*    RUN TO THE LIST; A COMPLETED ENTRY FOR A LISTED RUN (ONE A
003000*    LATER RESTORE REINSTATED) TAKES IT OFF, THE LAST ENTRY
003010*    MOVING INTO ITS PLACE.  MORE THAN 1000 RUNS ROLLED BACK AT
003020*    ONCE ARE NOT ALL LISTED.
003030******************************************************************
003040  9110-NOTE-ONE-ENTRY.
003050      READ RUN-CONTROL-FILE
003060          AT END
003070              MOVE "10" TO WS-RUNCTL-STATUS
003080              GO TO 9110-EXIT
003090      END-READ
003100      IF NOT RC-IS-ROLLED-BACK
003110         AND NOT RC-IS-COMPLETED
003120          GO TO 9110-EXIT
003130      END-IF
003140      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
003150      PERFORM 9120-FIND-ROLLED THRU 9120-EXIT
003160      IF RC-IS-COMPLETED
003170          IF WS-ROLLED-FOUND-SUB > ZERO
003180              MOVE WS-ROLLED-RUN (WS-ROLLED-COUNT)
003190                  TO WS-ROLLED-RUN (WS-ROLLED-FOUND-SUB)
003200              SUBTRACT 1 FROM WS-ROLLED-COUNT
003210          END-IF
003220          GO TO 9110-EXIT
003230      END-IF
003240      IF WS-ROLLED-FOUND-SUB > ZERO
003250         OR WS-ROLLED-COUNT >= 1000
003260          GO TO 9110-EXIT
003270      END-IF
003280      ADD 1 TO WS-ROLLED-COUNT
003290      MOVE RC-RUN-NUMBER TO WS-ROLLED-RUN (WS-ROLLED-COUNT).
003300  9110-EXIT.
003310      EXIT.
003320*
003330******************************************************************
003340*    9120-FIND-ROLLED
003350*    SETS WS-ROLLED-FOUND-SUB TO THE ROLLED-BACK LIST ENTRY FOR
003360*    WS-FIND-RUN, OR ZERO WHEN THE RUN IS NOT ON THE LIST.
003370******************************************************************
003380  9120-FIND-ROLLED.
003390      MOVE ZERO TO WS-ROLLED-FOUND-SUB
003400      PERFORM 9130-CHECK-ONE-ROLLED THRU 9130-EXIT
003410          VARYING WS-ROLLED-SUB FROM 1 BY 1
003420          UNTIL WS-ROLLED-SUB > WS-ROLLED-COUNT
003430             OR WS-ROLLED-FOUND-SUB > ZERO.
003440  9120-EXIT.
003450      EXIT.
003460*
003470******************************************************************
003480*    9130-CHECK-ONE-ROLLED
003490*    TESTS ONE ROLLED-BACK LIST ENTRY FOR WS-FIND-RUN.
003500******************************************************************
003510  9130-CHECK-ONE-ROLLED.
003520      IF WS-ROLLED-RUN (WS-ROLLED-SUB) = WS-FIND-RUN
003530          MOVE WS-ROLLED-SUB TO WS-ROLLED-FOUND-SUB
003540      END-IF.
003550  9130-EXIT.
003560      EXIT.
