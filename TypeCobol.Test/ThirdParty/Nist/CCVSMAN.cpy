000200*    RECORD PER SUITE STEP, REWRITTEN IN FULL BY CCVSDRV          CVMAN4.2
000300*    AFTER EVERY STEP, PLUS THE SEQUENCE-000 PROFILE RECORD       CVMAN4.2
000400*    CCVSSCHD WRITES WHEN IT OPENS THE NIGHT.  CCVSDRV WRITES     CVMAN4.2
000420*    IT; CCVSSCHD, CCVSFCST, CCVSHWDG AND CCVSTURN READ IT, AND   CVMAN4.2
000480*    CCVSFCST COPIES EACH NIGHT ONTO THE CCVSMANA ARCHIVE THAT    CVMAN4.2
000540*    CCVSSLA READS -- EVERY ONE COPIES THIS LAYOUT SO ALL AGREE   CVMAN4.2
000600*    ON ITS SHAPE.  MAN-STATUS IS "RUNNING ", "OK      ",         CVMAN4.2
000670*    "FAILED  ", "CALLFAIL", "NOTRUN  ", "SKIPPED " (A            CVMAN4.2
000740*    PREREQUISITE FAILED -- MAN-CAUSE NAMES IT) OR "PROFILE "     CVMAN4.2
000810*    (SEQUENCE 000 ONLY).                                         CVMAN4.2
000830*    ON THE SEQUENCE-000 RECORD MAN-RC COUNTS THE STEPS CCVSSCHD  CVMAN4.2
000850*    FORCED IN FROM THE CHANGE-IMPACT LIST AND MAN-CAUSE NAMES    CVMAN4.2
000870*    THE CHANGED MEMBER BEHIND THEM.                              CVMAN4.2
000874*    AFTER THE STEPS COME CCVSSCHD'S "REQUEST " RECORDS, ONE PER  CVMAN4.2
000878*    AD HOC RERUN REQUEST IT HONORED, SEQUENCE 901 UP SO THE      CVMAN4.2
000882*    NIGHT'S SEQUENCE KEEPS ASCENDING: MAN-PGM THE PROGRAM,       CVMAN4.2
000886*    MAN-START-DATE/TIME WHEN IT WAS SCHEDULED, MAN-RC THE STEP   CVMAN4.2
000890*    SEQUENCE THAT HONORS IT, MAN-CAUSE "RQ" AND THE REQUEST      CVMAN4.2
000894*    NUMBER (SEE CCVSRRQ).  THEY ARE NOT STEPS.                   CVMAN4.2
000900 01  MANIFEST-REC.                                                CVMAN4.2
001000     05  MAN-SEQ              PIC 9(3).                           CVMAN4.2
001100     05  FILLER               PIC X.                              CVMAN4.2
002200     05  MAN-RC               PIC 9(4).                           CVMAN4.2
002300     05  FILLER               PIC X.                              CVMAN4.2
002400     05  MAN-STATUS           PIC X(8).                           CVMAN4.2
002500     05  FILLER               PIC X.                              CVMAN4.2
002600     05  MAN-CAUSE            PIC X(8).                           CVMAN4.2
