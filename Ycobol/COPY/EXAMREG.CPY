000070*    THE STUSCORE ROSTER SKELETON FROM IT (EXPECTED COUNT
000080*    PRE-FILLED) AND SAMPLE_27 MATCHES IT AGAINST A SCORING
000090*    RUN'S SCOREHIS ENTRIES TO REPORT ABSENTEES AND WALK-INS.
000091*    ER-SESSION IS THE SESSION OF THE SITTING DAY THE EXAM IS
000092*    HELD IN ("A" MORNING, "P" AFTERNOON, "E" EVENING - SEE
000093*    SITROOM.CPY).  ER-ROOM-ID AND ER-SEAT-NO ARE NOT KEYED:
000094*    THE SEAT ALLOCATION RUN (SAMPLE_36) FILLS THEM IN, AND
000095*    THEY ARE LEFT BLANK/ZERO WHILE THE PAIR HAS NO SEAT (NOT
000096*    YET ALLOCATED, OR THE SESSION RAN OUT OF ROOMS).
000100******************************************************************
000110 01  EXAM-REG-REC.
000120     05  ER-REG-KEY.
000130         10  ER-STUDENT-ID           PIC 9(06).
000140         10  ER-EXAM-CODE            PIC X(05).
000150     05  ER-SITTING-DATE             PIC X(08).
000160     05  ER-SESSION                  PIC X(01).
000170         88  ER-SESSION-VALID        VALUE "A" "P" "E".
000180     05  ER-ROOM-ID                  PIC X(06).
000190     05  ER-SEAT-NO                  PIC 9(04).
