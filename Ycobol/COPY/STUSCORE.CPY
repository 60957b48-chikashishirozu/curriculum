000164*    STUDENT ID AND EXAM CODE IN THE SAME POSITIONS AS THE
000165*    DETAIL RECORD, SO THE EDITS AND LOOKUPS THAT KEY ON THEM
000166*    WORK UNCHANGED ON EITHER SHAPE.
000167*    SD-ROOM-ID IS THE EXAM ROOM THE SEAT ALLOCATION RUN
000168*    (SAMPLE_36) PUT THE STUDENT IN, CARRIED ONTO THE ROSTER
000169*    SKELETON BY SAMPLE_26 SO A KEYED SCORE CAN BE TRACED BACK
000170*    TO ITS ROOM.  BLANK ON ROSTERS KEYED BY HAND OR WRITTEN
000171*    BEFORE THE ALLOCATION; THE SCORING RUN DOES NOT USE IT.
000172******************************************************************
000173 01  SCORE-HEADER-REC.
000180     05  SH-REC-TYPE                 PIC X(01).
000190         88  SH-IS-HEADER             VALUE "H".
000200     05  SH-EXPECTED-COUNT           PIC 9(06).
000330     05  SD-STUDENT-ID               PIC 9(06).
000340     05  SD-EXAM-CODE                PIC X(05).
000350     05  SD-SCORE                    PIC 9(03).
000360     05  SD-ROOM-ID                  PIC X(06).
000365     05  FILLER                      PIC X(12).
000370*
000380 01  SCORE-ANSWER-REC.
000390     05  SA-REC-TYPE                 PIC X(01).
