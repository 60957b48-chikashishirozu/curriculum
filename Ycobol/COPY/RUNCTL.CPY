000112*    MENU WHEN THE RUN REGISTERED (FROM THE OPSIGNON STATION
000113*    FILE); ENTRIES WRITTEN BEFORE THE FIELD EXISTED, OR BY A
000114*    RUN OUTSIDE THE MENU, CARRY BLANK OR UNKNOWN.
000115*    A MASTER-FILE RESTORE (SAMPLE_46) APPENDS A ROLLED-BACK
000116*    ("B") ENTRY FOR EVERY RUN NUMBERED AFTER THE BACKUP SET IT
000117*    PUT BACK: THE RUN'S OWN START STAMP AND COUNTS, THE
000118*    RESTORE'S DATE/TIME AS THE END STAMP, AND THE OPERATOR WHO
000119*    RESTORED.  THE RUN'S DECISIONS ARE NO LONGER ON THE MASTER
000120*    FILES, AND ITS NUMBER IS NOT USED AGAIN.
000121*    RESTORING A SET TAKEN AFTER SUCH A ROLL-BACK (THE SAVE
000122*    THE RESTORE TOOK OF THE FILES AS THEY STOOD, SAY) PUTS THE
000123*    RUN'S DECISIONS BACK, SO SAMPLE_46 THEN APPENDS A FRESH
000124*    COMPLETED ("C") ENTRY FOR IT IN THE SAME FORM.  A RUN'S
000125*    STANDING IS ALWAYS ITS LATEST "C" OR "B" ENTRY.
000126******************************************************************
000130 01  RUN-CONTROL-REC.
000140     05  RC-RUN-NUMBER               PIC 9(06).
000150     05  RC-ENTRY-STATUS             PIC X(01).
000160         88  RC-IS-RUNNING           VALUE "R".
000170         88  RC-IS-COMPLETED         VALUE "C".
000175         88  RC-IS-ROLLED-BACK       VALUE "B".
000180     05  RC-START-DATE               PIC X(08).
000190     05  RC-START-TIME               PIC X(08).
000200     05  RC-END-DATE                 PIC X(08).
