000367*                     STAMP COMES FROM THE RUN-CONTROL LOG'S
000368*                     HIGHEST RUN NUMBER AND THE FAIL WALK USES
000369*                     START/READ NEXT ON THE INDEXED FILE.
000370*    10/15/2026 HY    A RUN THAT A MASTER-FILE RESTORE (SAMPLE_46)
000371*                     HAS ROLLED BACK - ITS LATEST COMPLETED OR
000372*                     ROLLED-BACK RUN-CONTROL ENTRY IS "B" - IS
000373*                     PASSED OVER WHEN FINDING THE LATEST RUN.
000374*                     ITS DECISIONS ARE NO LONGER ON SCOREHIX.
000375******************************************************************
000380  ENVIRONMENT DIVISION.
000390  CONFIGURATION SECTION.
000400  SOURCE-COMPUTER.   IBM-370.
001030      05  WS-LATEST-RUN-TIME          PIC X(08) VALUE LOW-VALUES.
001040*
001050  01  WS-MAX-RUN-NUMBER               PIC 9(06) VALUE ZERO.
001052*
001054  01  WS-ROLLED-TABLE-CTL.
001056      05  WS-ROLLED-COUNT             PIC 9(04) VALUE ZERO.
001058      05  WS-ROLLED-RUN               PIC 9(06)
001060              OCCURS 0 TO 1000 TIMES
001062              DEPENDING ON WS-ROLLED-COUNT.
001064*
001066  01  WS-ROLLED-SUB                   PIC 9(04).
001068  01  WS-ROLLED-FOUND-SUB             PIC 9(04).
001070  01  WS-FIND-RUN                     PIC 9(06).
001080*
001090  01  WS-THRESH-TABLE-CTL.
001100      05  WS-THRESH-COUNT             PIC 9(04) VALUE ZERO.
001815*    WAY SAMPLE_17 AND SAMPLE_18 NOW PICK THE RUN THEY WORK
001816*    FROM.  NO LOG ON FILE MEANS NO RUN HAS EVER WRITTEN
001817*    HISTORY.
001818*    A RUN THAT STANDS ROLLED BACK BY A MASTER-FILE RESTORE IS
001819*    PASSED OVER - ITS DECISIONS ARE NO LONGER ON THE HISTORY.
001820******************************************************************
001830  1000-FIND-LATEST-RUN.
001835      PERFORM 9100-LOAD-ROLLED-BACK THRU 9100-EXIT
001840      OPEN INPUT RUN-CONTROL-FILE
001850      IF WS-RUNCTL-STATUS NOT = "00"
001860          GO TO 1000-EXIT
001950******************************************************************
001960*    1100-CHECK-ONE-STAMP
001970*    READS ONE RUN-CONTROL ENTRY AND KEEPS ITS START DATE/TIME
001980*    WHEN ITS RUN NUMBER IS THE HIGHEST SEEN SO FAR,
001985*    UNLESS THE RUN IS ON THE ROLLED-BACK LIST.
001990******************************************************************
002000  1100-CHECK-ONE-STAMP.
002010      READ RUN-CONTROL-FILE
002030              SET WS-END-OF-FILE TO TRUE
002040              GO TO 1100-EXIT
002050      END-READ
002051      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
002052      PERFORM 9120-FIND-ROLLED THRU 9120-EXIT
002053      IF WS-ROLLED-FOUND-SUB > ZERO
002054          GO TO 1100-EXIT
002055      END-IF
002060      IF RC-RUN-NUMBER >= WS-MAX-RUN-NUMBER
002070          MOVE RC-RUN-NUMBER TO WS-MAX-RUN-NUMBER
002080          MOVE RC-START-DATE TO WS-LATEST-RUN-DATE
005320      END-IF.
005330  9000-EXIT.
005340      EXIT.
005350*
005360******************************************************************
005370*    9100-LOAD-ROLLED-BACK
005380*    READS THE RUN-CONTROL LOG ONCE TO LIST THE RUNS THAT STAND
005390*    ROLLED BACK, SO THE SEARCH FOR THE LATEST RUN CAN PASS OVER
005400*    THEM.  NO LOG ON FILE LEAVES THE LIST EMPTY.
005410******************************************************************
005420  9100-LOAD-ROLLED-BACK.
005430      OPEN INPUT RUN-CONTROL-FILE
005440      IF WS-RUNCTL-STATUS NOT = "00"
005450          GO TO 9100-EXIT
005460      END-IF
005470      PERFORM 9110-NOTE-ONE-ENTRY THRU 9110-EXIT
005480          UNTIL WS-RUNCTL-STATUS NOT = "00"
005490      CLOSE RUN-CONTROL-FILE.
005500  9100-EXIT.
005510      EXIT.
005520*
005530******************************************************************
005540*    9110-NOTE-ONE-ENTRY
005550*    READS ONE RUN-CONTROL ENTRY.  A ROLLED-BACK ENTRY ADDS ITS
005560*    RUN TO THE LIST; A COMPLETED ENTRY FOR A LISTED RUN (ONE A
005570*    LATER RESTORE REINSTATED) TAKES IT OFF, THE LAST ENTRY
005580*    MOVING INTO ITS PLACE.  MORE THAN 1000 RUNS ROLLED BACK AT
005590*    ONCE ARE NOT ALL LISTED.
005600******************************************************************
005610  9110-NOTE-ONE-ENTRY.
005620      READ RUN-CONTROL-FILE
005630          AT END
005640              MOVE "10" TO WS-RUNCTL-STATUS
005650              GO TO 9110-EXIT
005660      END-READ
005670      IF NOT RC-IS-ROLLED-BACK
005680         AND NOT RC-IS-COMPLETED
005690          GO TO 9110-EXIT
005700      END-IF
005710      MOVE RC-RUN-NUMBER TO WS-FIND-RUN
005720      PERFORM 9120-FIND-ROLLED THRU 9120-EXIT
005730      IF RC-IS-COMPLETED
005740          IF WS-ROLLED-FOUND-SUB > ZERO
005750              MOVE WS-ROLLED-RUN (WS-ROLLED-COUNT)
005760                  TO WS-ROLLED-RUN (WS-ROLLED-FOUND-SUB)
005770              SUBTRACT 1 FROM WS-ROLLED-COUNT
005780          END-IF
005790          GO TO 9110-EXIT
005800      END-IF
005810      IF WS-ROLLED-FOUND-SUB > ZERO
005820         OR WS-ROLLED-COUNT >= 1000
005830          GO TO 9110-EXIT
005840      END-IF
005850      ADD 1 TO WS-ROLLED-COUNT
005860      MOVE RC-RUN-NUMBER TO WS-ROLLED-RUN (WS-ROLLED-COUNT).
005870  9110-EXIT.
005880      EXIT.
005890*
005900******************************************************************
005910*    9120-FIND-ROLLED
005920*    SETS WS-ROLLED-FOUND-SUB TO THE ROLLED-BACK LIST ENTRY FOR
005930*    WS-FIND-RUN, OR ZERO WHEN THE RUN IS NOT ON THE LIST.
005940******************************************************************
005950  9120-FIND-ROLLED.
005960      MOVE ZERO TO WS-ROLLED-FOUND-SUB
005970      PERFORM 9130-CHECK-ONE-ROLLED THRU 9130-EXIT
005980          VARYING WS-ROLLED-SUB FROM 1 BY 1
005990          UNTIL WS-ROLLED-SUB > WS-ROLLED-COUNT
006000             OR WS-ROLLED-FOUND-SUB > ZERO.
006010  9120-EXIT.
006020      EXIT.
006030*
006040******************************************************************
006050*    9130-CHECK-ONE-ROLLED
006060*    TESTS ONE ROLLED-BACK LIST ENTRY FOR WS-FIND-RUN.
006070******************************************************************
006080  9130-CHECK-ONE-ROLLED.
006090      IF WS-ROLLED-RUN (WS-ROLLED-SUB) = WS-FIND-RUN
006100          MOVE WS-ROLLED-SUB TO WS-ROLLED-FOUND-SUB
006110      END-IF.
006120  9130-EXIT.
006130      EXIT.
