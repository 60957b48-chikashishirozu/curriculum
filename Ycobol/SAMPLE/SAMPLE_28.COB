000250*    THAT ALREADY RAN - SAMPLE_10'S OWN CHECKPOINT THEN PICKS
000260*    UP MID-ROSTER IF THE SCORING STEP ITSELF WAS THE ONE THAT
000270*    DIED.
000271*    THE OPERATOR MAY ALSO ASK FOR THE CROSS-FILE INTEGRITY
000272*    CHECK (SAMPLE_38) AS A LAST STEP.  IT ENDS WITH RETURN
000273*    CODE 4 WHEN THE SCORING RUN'S FILES DO NOT BALANCE, WHICH
000274*    IS LOGGED COMPLETED AND REPORTED AS A WARNING RATHER THAN
000275*    STOPPING THE STREAM - THE STREAM HAS NOTHING LEFT TO RUN.
000276*    EVERY NEW STREAM OPENS WITH STEP ZERO, A DATED BACKUP OF
000277*    THE INDEXED MASTER FILES (SAMPLE_45) LOGGED ON THE STEP
000278*    LOG LIKE ANY OTHER STEP, SO A STEP THAT COMPLETES BUT
000279*    WRITES BAD DATA CAN BE UNDONE BY THE RESTORE (SAMPLE_46).
000280*    A BACKUP THAT FAILS STOPS THE STREAM BEFORE STEP 1.
000281*
000290*    MODIFICATION HISTORY.
000300*    ------------------------------------------------------
000310*    DATE       INIT  DESCRIPTION
000320*    ---------  ----  ----------------------------------------
000330*    08/26/2026 HY    ORIGINAL VERSION.
000332*    10/15/2026 HY    OPTIONAL INTEGRITY-CHECK LAST STEP
000334*                     (SAMPLE_38); RC 4 FROM IT IS A WARNING.
000336*    10/15/2026 HY    STEP ZERO MASTER-FILE BACKUP (SAMPLE_45)
000338*                     BEFORE STEP 1 OF EVERY NEW STREAM.
000340******************************************************************
000350  ENVIRONMENT DIVISION.
000360  CONFIGURATION SECTION.
000620          88  WS-STREAM-STOPPED       VALUE "Y".
000630      05  WS-STEP-FAILED-SWITCH       PIC X(01) VALUE "N".
000640          88  WS-STEP-FAILED          VALUE "Y".
000642      05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
000644          88  WS-STREAM-WARNED        VALUE "Y".
000646      05  WS-INTEG-CHECK-SWITCH       PIC X(01) VALUE "N".
000648          88  WS-INTEG-CHECK-WANTED   VALUE "Y".
000650*
000660  01  WS-FILE-STATUSES.
000670      05  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.
000690*
000700  01  WS-STEP-TABLE-CTL.
000710      05  WS-STEP-COUNT               PIC 9(02) VALUE 5.
000720      05  WS-STEP-TABLE OCCURS 6 TIMES.
000730          10  WS-STEP-PROGRAM         PIC X(30).
000740*
000750  01  WS-STEP-SUB                     PIC 9(02).
000751  01  WS-INTEG-STEP                   PIC 9(02) VALUE 6.
000752  01  WS-BACKUP-PROGRAM               PIC X(30) VALUE "SAMPLE_45".
000753  01  WS-BACKUP-STEP-STATUS           PIC X(01) VALUE SPACE.
000754*
000755  01  WS-LOG-FIELDS.
000756      05  WS-LOG-STEP                 PIC 9(02).
000757      05  WS-LOG-PROGRAM              PIC X(30).
000760*
000770  01  WS-STREAM-FIELDS.
000780      05  WS-STREAM-NUMBER            PIC 9(06) VALUE ZERO.
000790      05  WS-MAX-STREAM               PIC 9(06) VALUE ZERO.
000800      05  WS-START-STEP               PIC 9(02) VALUE 1.
000810      05  WS-STEP-STATUS              PIC X(01) OCCURS 6 TIMES.
000820*
000830  01  WS-REJECT-TOLERANCE             PIC 9(06).
000840  01  WS-REJECT-FOUND                 PIC 9(06) VALUE ZERO.
000930******************************************************************
000940*    0000-MAINLINE
000950*    LOADS THE STEP SEQUENCE, WORKS OUT FROM THE STEP LOG WHERE
000960*    THIS STREAM SHOULD START, TAKES THE STEP-ZERO MASTER-FILE
000970*    BACKUP WHEN THE STREAM NEEDS ONE, THEN RUNS THE STEPS IN
000975*    ORDER UNTIL THE STREAM FINISHES OR A STEP FAILS.
000980******************************************************************
000990  0000-MAINLINE.
001000      PERFORM 1000-INITIALIZE THRU 1000-EXIT
001010      PERFORM 1500-SCAN-STEP-LOG THRU 1500-EXIT
001020      PERFORM 1700-DECIDE-START-POINT THRU 1700-EXIT
001025      PERFORM 2000-CHECK-BACKUP-STEP THRU 2000-EXIT
001030      PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
001040          VARYING WS-STEP-SUB FROM WS-START-STEP BY 1
001050          UNTIL WS-STEP-SUB > WS-STEP-COUNT
001060             OR WS-STREAM-STOPPED
001070      EVALUATE TRUE
001080          WHEN WS-STREAM-STOPPED
001090              DISPLAY "SAMPLE_28: STREAM " WS-STREAM-NUMBER
001100                  " STOPPED - RERUN RESUMES AT THE FAILED STEP"
001110          WHEN WS-STREAM-WARNED
001120              DISPLAY "SAMPLE_28: STREAM " WS-STREAM-NUMBER
001130                  " COMPLETED WITH WARNINGS - SEE THE INTEGRITY"
001131                  " REPORT (INTEGRPT)"
001132          WHEN OTHER
001133              DISPLAY "SAMPLE_28: STREAM " WS-STREAM-NUMBER
001134                  " COMPLETED - ALL STEPS RAN CLEAN"
001135      END-EVALUATE
001140      GOBACK.
001150*
001160******************************************************************
001180*    LOADS THE NIGHTLY STEP SEQUENCE AND ACCEPTS THE OPERATOR'S
001190*    REJECT TOLERANCE FOR THE EDIT STEP: MORE REJECTS THAN THIS
001200*    ON SCOREREJ AND THE STREAM STOPS BEFORE SCORING A ROSTER
001210*    THE CLERKS ARE STILL GOING TO RE-KEY.  A YES TO THE
001215*    INTEGRITY-CHECK QUESTION ADDS SAMPLE_38 AS THE LAST STEP.
001220******************************************************************
001230  1000-INITIALIZE.
001240      MOVE "SAMPLE_14" TO WS-STEP-PROGRAM (1)
001310          UNTIL WS-STEP-SUB > WS-STEP-COUNT
001320      DISPLAY "NIGHT BATCH STREAM"
001330      DISPLAY "ENTER EDIT-REJECT TOLERANCE (0 = NO REJECTS): "
001340      ACCEPT WS-REJECT-TOLERANCE
001341      DISPLAY "RUN INTEGRITY CHECK AS LAST STEP (Y/N): "
001342      ACCEPT WS-INTEG-CHECK-SWITCH
001343      IF WS-INTEG-CHECK-SWITCH = "y"
001344          MOVE "Y" TO WS-INTEG-CHECK-SWITCH
001345      END-IF
001346      IF WS-INTEG-CHECK-WANTED
001347          MOVE "SAMPLE_38" TO WS-STEP-PROGRAM (WS-INTEG-STEP)
001348          MOVE WS-INTEG-STEP TO WS-STEP-COUNT
001349          MOVE SPACE TO WS-STEP-STATUS (WS-INTEG-STEP)
001350      END-IF.
001351  1000-EXIT.
001360      EXIT.
001370*
001380******************************************************************
001480*    1500-SCAN-STEP-LOG
001490*    READS THE STEP LOG FRONT TO BACK TRACKING THE HIGHEST
001500*    STREAM NUMBER AND, FOR THAT STREAM, THE LAST RECORDED
001510*    STATUS OF EACH STEP AND OF ITS STEP-ZERO BACKUP.  NO LOG
001520*    ON FILE MEANS THIS IS STREAM NUMBER 1 STARTING AT STEP 1.
001530******************************************************************
001540  1500-SCAN-STEP-LOG.
001550      OPEN INPUT STEP-LOG-FILE
001800          PERFORM 1100-CLEAR-ONE-STATUS THRU 1100-EXIT
001810              VARYING WS-STEP-SUB FROM 1 BY 1
001820              UNTIL WS-STEP-SUB > WS-STEP-COUNT
001821          MOVE SPACE TO WS-BACKUP-STEP-STATUS
001822      END-IF
001823      IF SL-STREAM-NUMBER = WS-MAX-STREAM
001824         AND SL-STEP-NUMBER = ZERO
001825          MOVE SL-ENTRY-STATUS TO WS-BACKUP-STEP-STATUS
001830      END-IF
001840      IF SL-STREAM-NUMBER = WS-MAX-STREAM
001850         AND SL-STEP-NUMBER >= 1
001970*    COMPLETED IS FINISHED BUSINESS, SO A NEW STREAM STARTS AT
001980*    STEP 1; OTHERWISE THE LATEST STREAM IS RESUMED FROM ITS
001990*    FIRST STEP NOT MARKED COMPLETED - A FAILED OR IN-FLIGHT
002000*    STEP IS RERUN, A COMPLETED ONE IS NOT REPEATED.  THE
002002*    OPTIONAL INTEGRITY STEP ONLY HOLDS A STREAM OPEN WHEN IT
002004*    WAS STARTED AND DID NOT COMPLETE; A STREAM THAT NEVER
002006*    ASKED FOR IT IS FINISHED ONCE ITS REGULAR STEPS ARE.
002010******************************************************************
002020  1700-DECIDE-START-POINT.
002030      MOVE 1 TO WS-START-STEP
002060          GO TO 1700-EXIT
002070      END-IF
002080      PERFORM 1800-FIND-FIRST-UNDONE THRU 1800-EXIT
002082      IF WS-START-STEP = WS-INTEG-STEP
002084         AND WS-STEP-STATUS (WS-INTEG-STEP) = SPACE
002086          ADD 1 TO WS-START-STEP
002088      END-IF
002090      IF WS-START-STEP > WS-STEP-COUNT
002100          ADD 1 TO WS-MAX-STREAM
002110          MOVE WS-MAX-STREAM TO WS-STREAM-NUMBER
002120          MOVE 1 TO WS-START-STEP
002125          MOVE SPACE TO WS-BACKUP-STEP-STATUS
002130      ELSE
002140          MOVE WS-MAX-STREAM TO WS-STREAM-NUMBER
002150          IF WS-START-STEP > 1
002470      EXIT.
002480*
002490******************************************************************
002491*    2000-CHECK-BACKUP-STEP
002492*    TAKES THE STEP-ZERO MASTER-FILE BACKUP WHEN THE STREAM IS
002493*    STARTING FROM STEP 1 AND HAS NO COMPLETED BACKUP YET - A
002494*    NEW STREAM, OR A RERUN AFTER THE BACKUP ITSELF FAILED OR
002495*    STEP 1 DIED.  A STREAM RESUMED PART WAY THROUGH IS NOT
002496*    BACKED UP AGAIN: THE FILES ALREADY HOLD ITS COMPLETED
002497*    STEPS' WORK, SO A BACKUP NOW WOULD NOT BE THE POINT BEFORE
002498*    THE STREAM.
002499******************************************************************
002500  2000-CHECK-BACKUP-STEP.
002501      IF WS-BACKUP-STEP-STATUS = "C"
002502          GO TO 2000-EXIT
002503      END-IF
002504      IF WS-START-STEP > 1
002505          DISPLAY "SAMPLE_28: STREAM " WS-STREAM-NUMBER
002506              " HAS NO MASTER-FILE BACKUP - RESUMING WITHOUT"
002507              " ONE"
002508          GO TO 2000-EXIT
002509      END-IF
002510      PERFORM 2100-RUN-BACKUP-STEP THRU 2100-EXIT.
002511  2000-EXIT.
002512      EXIT.
002513*
002514******************************************************************
002515*    2100-RUN-BACKUP-STEP
002516*    RUNS THE BACKUP AS STEP ZERO: LOGS THE RUNNING ENTRY,
002517*    CALLS SAMPLE_45 WITH A FRESH RETURN CODE, CANCELS IT, AND
002518*    LOGS THE COMPLETED OR FAILED ENTRY.  A FAILED BACKUP STOPS
002519*    THE STREAM BEFORE ANY STEP CAN CHANGE THE FILES.
002520******************************************************************
002521  2100-RUN-BACKUP-STEP.
002522      MOVE "N" TO WS-STEP-FAILED-SWITCH
002523      ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
002524      ACCEPT WS-STEP-START-TIME FROM TIME
002525      MOVE ZERO TO WS-LOG-STEP
002526      MOVE WS-BACKUP-PROGRAM TO WS-LOG-PROGRAM
002527      DISPLAY "SAMPLE_28: STEP " WS-LOG-STEP " - "
002528          WS-LOG-PROGRAM
002529      PERFORM 3100-WRITE-RUNNING-ENTRY THRU 3100-EXIT
002530      MOVE ZERO TO RETURN-CODE
002531      CALL WS-BACKUP-PROGRAM
002532      CANCEL WS-BACKUP-PROGRAM
002533      IF RETURN-CODE NOT = ZERO
002534          SET WS-STEP-FAILED TO TRUE
002535          DISPLAY "SAMPLE_28: STEP " WS-LOG-STEP
002536              " ENDED WITH RETURN CODE " RETURN-CODE
002537      END-IF
002538      MOVE ZERO TO RETURN-CODE
002539      PERFORM 3200-WRITE-OUTCOME-ENTRY THRU 3200-EXIT
002540      IF WS-STEP-FAILED
002541          SET WS-STREAM-STOPPED TO TRUE
002542      END-IF.
002543  2100-EXIT.
002544      EXIT.
002545*
002546******************************************************************
002547*    3000-RUN-ONE-STEP
002548*    RUNS ONE STEP OF THE STREAM: LOGS THE RUNNING ENTRY, CALLS
002549*    THE STEP'S PROGRAM WITH A FRESH RETURN CODE, CANCELS IT SO
002550*    A RERUN IN THE SAME SESSION STARTS WITH FRESH WORKING
002551*    STORAGE, APPLIES THE STEP'S OUTCOME CHECKS, AND LOGS THE
002552*    COMPLETED OR FAILED ENTRY.  A FAILED STEP STOPS THE
002560*    STREAM.  RETURN CODE 4 FROM THE INTEGRITY STEP IS AN
002563*    OUT-OF-BALANCE WARNING: THE STEP IS LOGGED COMPLETED AND
002566*    THE STREAM ENDS FLAGGED.
002570******************************************************************
002580  3000-RUN-ONE-STEP.
002590      MOVE "N" TO WS-STEP-FAILED-SWITCH
002610      ACCEPT WS-STEP-START-TIME FROM TIME
002620      DISPLAY "SAMPLE_28: STEP " WS-STEP-SUB " - "
002630          WS-STEP-PROGRAM (WS-STEP-SUB)
002633      MOVE WS-STEP-SUB TO WS-LOG-STEP
002636      MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO WS-LOG-PROGRAM
002640      PERFORM 3100-WRITE-RUNNING-ENTRY THRU 3100-EXIT
002650      MOVE ZERO TO RETURN-CODE
002660      CALL WS-STEP-PROGRAM (WS-STEP-SUB)
002670      CANCEL WS-STEP-PROGRAM (WS-STEP-SUB)
002671      IF RETURN-CODE = 4
002672         AND WS-STEP-SUB = WS-INTEG-STEP
002673          SET WS-STREAM-WARNED TO TRUE
002674          DISPLAY "SAMPLE_28: STEP " WS-STEP-SUB
002675              " FOUND THE SCORING RUN OUT OF BALANCE"
002676          MOVE ZERO TO RETURN-CODE
002677      END-IF
002680      IF RETURN-CODE NOT = ZERO
002690          SET WS-STEP-FAILED TO TRUE
002700          DISPLAY "SAMPLE_28: STEP " WS-STEP-SUB
002980          GOBACK
002990      END-IF
003000      MOVE WS-STREAM-NUMBER TO SL-STREAM-NUMBER
003010      MOVE WS-LOG-STEP      TO SL-STEP-NUMBER
003020      MOVE WS-LOG-PROGRAM   TO SL-PROGRAM-ID
003030      MOVE "R"              TO SL-ENTRY-STATUS
003040      MOVE WS-STEP-START-DATE TO SL-START-DATE
003050      MOVE WS-STEP-START-TIME TO SL-START-TIME
003240      ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
003250      ACCEPT WS-STEP-END-TIME FROM TIME
003260      MOVE WS-STREAM-NUMBER TO SL-STREAM-NUMBER
003270      MOVE WS-LOG-STEP      TO SL-STEP-NUMBER
003280      MOVE WS-LOG-PROGRAM   TO SL-PROGRAM-ID
003290      IF WS-STEP-FAILED
003300          MOVE "F" TO SL-ENTRY-STATUS
003310      ELSE
