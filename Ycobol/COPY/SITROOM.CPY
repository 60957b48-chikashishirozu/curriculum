000010******************************************************************
000020*    SITROOM.CPY
000030*    RECORD LAYOUT FOR THE SITTING/ROOM CONTROL INDEXED FILE.
000040*    ONE ENTRY PER ROOM MADE AVAILABLE FOR A SITTING DATE AND
000050*    SESSION, WITH THE NUMBER OF SEATS IT HOLDS.  KEYED DATE,
000060*    SESSION, ROOM SO ONE SITTING'S ROOMS READ TOGETHER IN ROOM
000070*    ORDER.  MAINTAINED BY SAMPLE_13 OFF THE OPERATIONS MENU.
000080*    THE SEAT ALLOCATION RUN (SAMPLE_36) FILLS THE ROOMS OF
000090*    EACH SESSION IN ROOM ORDER FROM THE EXAM REGISTRATIONS.
000100*    SESSION CODES ARE "A" (MORNING), "P" (AFTERNOON) AND "E"
000110*    (EVENING), THE SAME CODES ER-SESSION CARRIES.
000120******************************************************************
000130 01  SITTING-ROOM-REC.
000140     05  RM-ROOM-KEY.
000150         10  RM-SITTING-DATE         PIC X(08).
000160         10  RM-SESSION              PIC X(01).
000170             88  RM-SESSION-VALID    VALUE "A" "P" "E".
000180         10  RM-ROOM-ID              PIC X(06).
000190     05  RM-CAPACITY                 PIC 9(04).
