000100*    COPYBOOK CCVSCAT - TEST CATALOG RECORD (CCVSTCLG).  ONE      CVCAT4.2
000200*    RECORD PER PAR-NAME LITERAL A BATTERY PROGRAM MOVES TO       CVCAT4.2
000300*    PAR-NAME, WITH THE FEATURE LITERAL IN EFFECT AT THAT         CVCAT4.2
000400*    POINT OF THE SOURCE AND THE SEQUENCE NUMBER OF THE LINE      CVCAT4.2
000500*    THAT SETS IT.  WRITTEN FRESH BY CCVSTCAT FROM THE SOURCE     CVCAT4.2
000600*    LIBRARY AND CONSULTED BY CCVSSKIP, WHICH EXPECTS EVERY       CVCAT4.2
000700*    MAIN-LINE TEST TO LEAVE AT LEAST ONE AUDIT EVENT IN EACH     CVCAT4.2
000800*    RUN OF ITS PROGRAM.  TC-PATH IS "M" WHEN THE MOVE IS AT      CVCAT4.2
000900*    STATEMENT LEVEL IN ITS PARAGRAPH AND "E" WHEN IT IS          CVCAT4.2
001000*    NESTED UNDER A CONDITION -- AN OPEN-FAILED OR WRITE-         CVCAT4.2
001100*    FAILED REPORT THAT A CLEAN RUN NEVER PRINTS.                 CVCAT4.2
001200*    TC-PAR-NAME IS THE 20-CHARACTER PAR-NAME AS THE HARNESS      CVCAT4.2
001300*    WRITES IT TO THE AUDIT TRAIL.                                CVCAT4.2
001400 01  TEST-CATALOG-REC.                                            CVCAT4.2
001500     05  TC-PGM-ID           PIC X(6).                            CVCAT4.2
001600     05  FILLER              PIC X.                               CVCAT4.2
001700     05  TC-PAR-NAME         PIC X(20).                           CVCAT4.2
001800     05  FILLER              PIC X.                               CVCAT4.2
001900     05  TC-FEATURE          PIC X(20).                           CVCAT4.2
002000     05  FILLER              PIC X.                               CVCAT4.2
002100     05  TC-SOURCE-SEQ       PIC X(6).                            CVCAT4.2
002200     05  FILLER              PIC X.                               CVCAT4.2
002300     05  TC-PATH             PIC X.                               CVCAT4.2
