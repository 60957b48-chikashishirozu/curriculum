000742*                     AND LEVEL ZERO AS THE SESSION ENDS, SO A
000743*                     JOB RUN OUTSIDE THE MENU NO LONGER STAMPS
000744*                     THE LAST OPERATOR'S ID INTO ITS LOGS.
000745*    10/15/2026 HY    ADDED THE TERM-END WEIGHTED COURSE GRADES
000746*                     (SAMPLE_35) AS DEFAULT OPTION 20.
000747*    10/15/2026 HY    ADDED THE EXAM SEAT ALLOCATION (SAMPLE_36)
000748*                     AS DEFAULT OPTION 21; THE MENU TABLE NOW
000749*                     HOLDS UP TO 40 OPTIONS.
000750*    10/15/2026 HY    ADDED THE TERM CLOSE / REOPEN JOB
000751*                     (SAMPLE_37) AS DEFAULT OPTION 22.
000752*    10/15/2026 HY    ADDED THE CROSS-FILE INTEGRITY CHECK
000753*                     (SAMPLE_38) AS DEFAULT OPTION 23.
000754*    10/15/2026 HY    ADDED GRADE APPEAL CASE MAINTENANCE
000755*                     (SAMPLE_39) AS DEFAULT OPTION 24 AND THE
000756*                     APPEAL AGING REPORT (SAMPLE_40) AS 25.
000757*    10/15/2026 HY    ADDED THE ANSWER-SHEET SIMILARITY
000758*                     SCREENING (SAMPLE_41) AS DEFAULT OPTION 26.
000759*    10/15/2026 HY    ADDED STUDENT MASTER INQUIRY/MAINTENANCE
000760*                     (SAMPLE_42) AS DEFAULT OPTION 27.
000761*    10/15/2026 HY    ADDED THE DUPLICATE STUDENT-ID MERGE
000762*                     (SAMPLE_43) AS DEFAULT OPTION 28.
000763*    10/15/2026 HY    ADDED THE REPORT ARCHIVE LIST/REPRINT
000764*                     (SAMPLE_44) AS DEFAULT OPTION 29.
000765*    10/15/2026 HY    ADDED THE MASTER-FILE RESTORE
000766*                     (SAMPLE_46) AS DEFAULT OPTION 30.
000767******************************************************************
000768  ENVIRONMENT DIVISION.
000769  CONFIGURATION SECTION.
000770  SOURCE-COMPUTER.   IBM-370.
000771  OBJECT-COMPUTER.   IBM-370.
000772  INPUT-OUTPUT SECTION.
000773  FILE-CONTROL.
000774      SELECT MENU-OPTION-FILE ASSIGN TO "MENUOPT"
000780          ORGANIZATION IS INDEXED
000790          ACCESS MODE IS SEQUENTIAL
000800          RECORD KEY IS MO-OPTION-CODE
000940*
000950  01  WS-MENU-TABLE-CTL.
000960      05  WS-MENU-COUNT               PIC 9(02) VALUE ZERO.
000970      05  WS-MENU-TABLE OCCURS 0 TO 40 TIMES
000980              DEPENDING ON WS-MENU-COUNT
000990              INDEXED BY WS-MENU-IDX.
001000          10  WS-MENU-OPTION-CODE     PIC 9(02).
001770*    ONLY WHEN THE MENU-OPTIONS FILE HAS NOT YET BEEN MAINTAINED.
001780******************************************************************
001790  1200-LOAD-DEFAULT-OPTIONS.
001800      MOVE 29 TO WS-MENU-COUNT
001810      MOVE 1                  TO WS-MENU-OPTION-CODE (1)
001820      MOVE "RUN BATCH SCORING JOB"
001830                              TO WS-MENU-OPTION-TEXT (1)
002080      MOVE "SAMPLE_22"        TO WS-MENU-PROGRAM-ID (7)
002090      MOVE 8                  TO WS-MENU-OPTION-CODE (8)
002100      MOVE "DISPLAY SCORING RUN HISTORY"
002101                              TO WS-MENU-OPTION-TEXT (8)
002102      MOVE "SAMPLE_24"        TO WS-MENU-PROGRAM-ID (8)
002103      MOVE 10                 TO WS-MENU-OPTION-CODE (9)
002104      MOVE "TERM-END REPORT CARDS"
002105                              TO WS-MENU-OPTION-TEXT (9)
002106      MOVE "SAMPLE_25"        TO WS-MENU-PROGRAM-ID (9)
002107      MOVE 11                 TO WS-MENU-OPTION-CODE (10)
002108      MOVE "GENERATE ROSTER FROM REGISTRATIONS"
002109                              TO WS-MENU-OPTION-TEXT (10)
002110      MOVE "SAMPLE_26"        TO WS-MENU-PROGRAM-ID (10)
002111      MOVE 12                 TO WS-MENU-OPTION-CODE (11)
002112      MOVE "REGISTRATION RECONCILIATION"
002113                              TO WS-MENU-OPTION-TEXT (11)
002114      MOVE "SAMPLE_27"        TO WS-MENU-PROGRAM-ID (11)
002115      MOVE 13                 TO WS-MENU-OPTION-CODE (12)
002116      MOVE "RUN NIGHT BATCH STREAM"
002117                              TO WS-MENU-OPTION-TEXT (12)
002118      MOVE "SAMPLE_28"        TO WS-MENU-PROGRAM-ID (12)
002119      MOVE 14                 TO WS-MENU-OPTION-CODE (13)
002120      MOVE "CONVERT SCORE HISTORY TO INDEXED"
002121                              TO WS-MENU-OPTION-TEXT (13)
002122      MOVE "SAMPLE_29"        TO WS-MENU-PROGRAM-ID (13)
002123      MOVE 15                 TO WS-MENU-OPTION-CODE (14)
002124      MOVE "OPERATOR FILE MAINTENANCE"
002125                              TO WS-MENU-OPTION-TEXT (14)
002126      MOVE "SAMPLE_30"        TO WS-MENU-PROGRAM-ID (14)
002127      MOVE 16                 TO WS-MENU-OPTION-CODE (15)
002128      MOVE "ACADEMIC AT-RISK WATCHLIST"
002129                              TO WS-MENU-OPTION-TEXT (15)
002130      MOVE "SAMPLE_31"        TO WS-MENU-PROGRAM-ID (15)
002131      MOVE 17                 TO WS-MENU-OPTION-CODE (16)
002132      MOVE "PASS-RATE TREND REPORT"
002133                              TO WS-MENU-OPTION-TEXT (16)
002134      MOVE "SAMPLE_32"        TO WS-MENU-PROGRAM-ID (16)
002135      MOVE 18                 TO WS-MENU-OPTION-CODE (17)
002136      MOVE "SECTION HONOR ROLL AND RANKING"
002137                              TO WS-MENU-OPTION-TEXT (17)
002138      MOVE "SAMPLE_33"        TO WS-MENU-PROGRAM-ID (17)
002139      MOVE 19                 TO WS-MENU-OPTION-CODE (18)
002140      MOVE "CONVERT CONTROL FILES TO NEW LAYOUT"
002141                              TO WS-MENU-OPTION-TEXT (18)
002142      MOVE "SAMPLE_34"        TO WS-MENU-PROGRAM-ID (18)
002143      MOVE 20                 TO WS-MENU-OPTION-CODE (19)
002144      MOVE "TERM-END WEIGHTED COURSE GRADES"
002145                              TO WS-MENU-OPTION-TEXT (19)
002146      MOVE "SAMPLE_35"        TO WS-MENU-PROGRAM-ID (19)
002147      MOVE 21                 TO WS-MENU-OPTION-CODE (20)
002148      MOVE "EXAM SEAT ALLOCATION"
002149                              TO WS-MENU-OPTION-TEXT (20)
002150      MOVE "SAMPLE_36"        TO WS-MENU-PROGRAM-ID (20)
002151      MOVE 22                 TO WS-MENU-OPTION-CODE (21)
002152      MOVE "TERM CLOSE / REOPEN"
002153                              TO WS-MENU-OPTION-TEXT (21)
002154      MOVE "SAMPLE_37"        TO WS-MENU-PROGRAM-ID (21)
002155      MOVE 23                 TO WS-MENU-OPTION-CODE (22)
002156      MOVE "CROSS-FILE INTEGRITY CHECK"
002157                              TO WS-MENU-OPTION-TEXT (22)
002158      MOVE "SAMPLE_38"        TO WS-MENU-PROGRAM-ID (22)
002159      MOVE 24                 TO WS-MENU-OPTION-CODE (23)
002160      MOVE "GRADE APPEAL CASES"
002161                              TO WS-MENU-OPTION-TEXT (23)
002162      MOVE "SAMPLE_39"        TO WS-MENU-PROGRAM-ID (23)
002163      MOVE 25                 TO WS-MENU-OPTION-CODE (24)
002164      MOVE "APPEAL AGING REPORT"
002165                              TO WS-MENU-OPTION-TEXT (24)
002166      MOVE "SAMPLE_40"        TO WS-MENU-PROGRAM-ID (24)
002167      MOVE 26                 TO WS-MENU-OPTION-CODE (25)
002168      MOVE "ANSWER-SHEET SIMILARITY SCREENING"
002169                              TO WS-MENU-OPTION-TEXT (25)
002170      MOVE "SAMPLE_41"        TO WS-MENU-PROGRAM-ID (25)
002171      MOVE 27                 TO WS-MENU-OPTION-CODE (26)
002172      MOVE "STUDENT MASTER INQUIRY/MAINTENANCE"
002173                              TO WS-MENU-OPTION-TEXT (26)
002174      MOVE "SAMPLE_42"        TO WS-MENU-PROGRAM-ID (26)
002175      MOVE 28                 TO WS-MENU-OPTION-CODE (27)
002176      MOVE "DUPLICATE STUDENT-ID MERGE"
002177                              TO WS-MENU-OPTION-TEXT (27)
002178      MOVE "SAMPLE_43"        TO WS-MENU-PROGRAM-ID (27)
002179      MOVE 29                 TO WS-MENU-OPTION-CODE (28)
002180      MOVE "REPORT ARCHIVE LIST/REPRINT"
002181                              TO WS-MENU-OPTION-TEXT (28)
002182      MOVE "SAMPLE_44"        TO WS-MENU-PROGRAM-ID (28)
002183      MOVE 30                 TO WS-MENU-OPTION-CODE (29)
002184      MOVE "MASTER FILE RESTORE"
002185                              TO WS-MENU-OPTION-TEXT (29)
002186      MOVE "SAMPLE_46"        TO WS-MENU-PROGRAM-ID (29)
002193      MOVE 2 TO WS-MENU-MIN-AUTH (1)
002194      MOVE 1 TO WS-MENU-MIN-AUTH (2)
002195      MOVE 3 TO WS-MENU-MIN-AUTH (3)
002207      MOVE 1 TO WS-MENU-MIN-AUTH (15)
002208      MOVE 1 TO WS-MENU-MIN-AUTH (16)
002209      MOVE 1 TO WS-MENU-MIN-AUTH (17)
002210      MOVE 3 TO WS-MENU-MIN-AUTH (18)
002211      MOVE 2 TO WS-MENU-MIN-AUTH (19)
002212      MOVE 2 TO WS-MENU-MIN-AUTH (20)
002213      MOVE 3 TO WS-MENU-MIN-AUTH (21)
002214      MOVE 2 TO WS-MENU-MIN-AUTH (22)
002215      MOVE 2 TO WS-MENU-MIN-AUTH (23)
002216      MOVE 1 TO WS-MENU-MIN-AUTH (24)
002217      MOVE 2 TO WS-MENU-MIN-AUTH (25)
002218      MOVE 2 TO WS-MENU-MIN-AUTH (26)
002219      MOVE 3 TO WS-MENU-MIN-AUTH (27)
002220      MOVE 1 TO WS-MENU-MIN-AUTH (28)
002221      MOVE 3 TO WS-MENU-MIN-AUTH (29).
002222  1200-EXIT.
002223      EXIT.
002224*
002225******************************************************************
002226*    2000-PROCESS-MENU
002227*    DISPLAYS THE MENU FROM THE LOADED TABLE, ACCEPTS ONE
002228*    SELECTION, AND DISPATCHES IT.  A SELECTION OUTSIDE THE
002229*    LOADED TABLE (AND NOT THE FIXED EXIT CODE) DISPLAYS AN ERROR
002230*    AND FALLS THROUGH TO BE REPROMPTED ON THE NEXT PASS OF THE
002231*    LOOP.
002232******************************************************************
002240  2000-PROCESS-MENU.
002250      DISPLAY "----------------------------------------"
002260      DISPLAY "  GAKUEN SCORING SYSTEM - OPERATIONS MENU"
