000140*    INSTEAD OF FILE TIMESTAMPS: ONE LINE PER RUN NUMBER,
000150*    COMPLETED RUNS WITH THEIR END STAMP AND FINAL COUNTS, AND
000160*    A RUNNING ENTRY WITH NO LATER COMPLETED ENTRY FLAGGED AS
000170*    ABENDED (OR STILL IN FLIGHT).  A RUN SINCE UNDONE BY THE
000173*    MASTER-FILE RESTORE (SAMPLE_46) ALSO SHOWS AS ROLLED BACK,
000176*    WITH THE RESTORE STAMP AS ITS END.
000180*
000190*    MODIFICATION HISTORY.
000200*    ------------------------------------------------------
000210*    DATE       INIT  DESCRIPTION
000220*    ---------  ----  ----------------------------------------
000230*    08/22/2026 HY    ORIGINAL VERSION.
000232*    10/15/2026 HY    ROLLED-BACK ("B") RUN-CONTROL ENTRIES ARE
000234*                     NOW LISTED AS ROLLED BACK, AND A RUNNING
000236*                     ENTRY LATER ROLLED BACK IS NO LONGER
000238*                     FLAGGED AS ABENDED.
000240******************************************************************
000250  ENVIRONMENT DIVISION.
000260  CONFIGURATION SECTION.
001390*    DISPLAYS ONE RUN'S LINE.  A COMPLETED ENTRY SHOWS ITS END
001400*    STAMP AND FINAL COUNTS; A RUNNING ENTRY IS SHOWN ONLY WHEN
001410*    NO LATER COMPLETED ENTRY EXISTS FOR THE SAME RUN NUMBER,
001420*    FLAGGED AS ABENDED OR IN FLIGHT.  A ROLLED-BACK ENTRY
001423*    SHOWS THE RUN'S START STAMP, THE RESTORE'S STAMP AS ITS
001426*    END, AND THE COUNTS THE RUN HAD REACHED.
001430******************************************************************
001440  2000-DISPLAY-ONE-ENTRY.
001450      IF WS-RUN-STATUS (WS-RUN-SUB) = "C"
001460          DISPLAY WS-RUN-NUMBER (WS-RUN-SUB) "  COMPLETED  "
001461              WS-RUN-START-DATE (WS-RUN-SUB) " "
001462              WS-RUN-START-TIME (WS-RUN-SUB) "  "
001463              WS-RUN-END-DATE (WS-RUN-SUB) " "
001464              WS-RUN-END-TIME (WS-RUN-SUB) "  "
001465              WS-RUN-GRADED (WS-RUN-SUB) "   "
001466              WS-RUN-PASS (WS-RUN-SUB) " "
001467              WS-RUN-FAIL (WS-RUN-SUB)
001468          GO TO 2000-EXIT
001469      END-IF
001470      IF WS-RUN-STATUS (WS-RUN-SUB) = "B"
001471          DISPLAY WS-RUN-NUMBER (WS-RUN-SUB) " ROLLED BACK "
001472              WS-RUN-START-DATE (WS-RUN-SUB) " "
001480              WS-RUN-START-TIME (WS-RUN-SUB) "  "
001490              WS-RUN-END-DATE (WS-RUN-SUB) " "
001500              WS-RUN-END-TIME (WS-RUN-SUB) "  "
001650*
001660******************************************************************
001670*    2100-CHECK-FOR-COMPLETION
001680*    LOOKS FOR A COMPLETED OR ROLLED-BACK ENTRY BEARING THE
001690*    SAME RUN NUMBER AS THE RUNNING ENTRY AT WS-RUN-SUB.
001700******************************************************************
001710  2100-CHECK-FOR-COMPLETION.
001720      MOVE "N" TO WS-COMPLETED-SWITCH
001790*
001800******************************************************************
001810*    2150-CHECK-ONE-SLOT
001820*    TESTS ONE TABLE SLOT FOR A COMPLETED OR ROLLED-BACK ENTRY
001830*    WITH THE SAME RUN NUMBER.
001840******************************************************************
001850  2150-CHECK-ONE-SLOT.
001860      IF (WS-RUN-STATUS (WS-SCAN-SUB) = "C"
001865         OR WS-RUN-STATUS (WS-SCAN-SUB) = "B")
001870         AND WS-RUN-NUMBER (WS-SCAN-SUB) =
001880             WS-RUN-NUMBER (WS-RUN-SUB)
001890          SET WS-RUN-COMPLETED TO TRUE
