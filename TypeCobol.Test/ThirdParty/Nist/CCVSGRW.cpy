000100*    COPYBOOK CCVSGRW - DATASET GROWTH HISTORY RECORD (CCVSGROW). CVGRW4.2
000200*    CCVSCAPM APPENDS ONE RECORD PER MONITORED DATASET EVERY      CVGRW4.2
000300*    TIME IT RUNS -- THE RECORD COUNT SEEN THAT DAY AND THE       CVGRW4.2
000400*    ALLOCATED CAPACITY THEN ON THE SITE CARD (ZERO WHEN THE      CVGRW4.2
000500*    SITE HAD NO CARD FOR IT) -- AND PROJECTS EACH DATASET'S      CVGRW4.2
000600*    GROWTH RATE FROM THE EARLIER RECORDS.                        CVGRW4.2
000700 01  GROWTH-HIST-REC.                                             CVGRW4.2
000800     05  GH-DATE              PIC 9(8).                           CVGRW4.2
000900     05  FILLER               PIC X.                              CVGRW4.2
001000     05  GH-DSNAME            PIC X(8).                           CVGRW4.2
001100     05  FILLER               PIC X.                              CVGRW4.2
001200     05  GH-RECORDS           PIC 9(9).                           CVGRW4.2
001300     05  FILLER               PIC X.                              CVGRW4.2
001400     05  GH-CAPACITY          PIC 9(9).                           CVGRW4.2
