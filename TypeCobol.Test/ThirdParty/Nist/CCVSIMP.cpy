000100*    COPYBOOK CCVSIMP - CHANGE-IMPACT LIST RECORD (CCVSIMPL).     CVIMP4.2
000200*    CCVSWUSE WRITES ONE RECORD PER PROGRAM WHOSE SOURCE, OR ANY  CVIMP4.2
000300*    COPYBOOK IT COPIES (DIRECTLY OR THROUGH ANOTHER COPYBOOK),   CVIMP4.2
000400*    CHANGED SINCE THE PREVIOUS LIBRARY SCAN.  IMP-CAUSE NAMES    CVIMP4.2
000500*    THE CHANGED MEMBER; IMP-REASON IS "CHANGED ", "NEW     "     CVIMP4.2
000600*    (THE PROGRAM ITSELF) OR "COPYBOOK".  CCVSSCHD FORCES EVERY   CVIMP4.2
000700*    PROGRAM ON THE LIST INTO TONIGHT'S CCVSSTEP.                 CVIMP4.2
000800 01  IMPACT-REC.                                                  CVIMP4.2
000900     05  IMP-PGM              PIC X(8).                           CVIMP4.2
001000     05  FILLER               PIC X.                              CVIMP4.2
001100     05  IMP-CAUSE            PIC X(8).                           CVIMP4.2
001200     05  FILLER               PIC X.                              CVIMP4.2
001300     05  IMP-REASON           PIC X(8).                           CVIMP4.2
001400     05  FILLER               PIC X.                              CVIMP4.2
001500     05  IMP-SCAN-DATE        PIC 9(8).                           CVIMP4.2
