000100*    COPYBOOK CCVSINC - OUTBOUND INCIDENT EVENT (CCVSINCF).  THE  CVINC4.2
000200*    FIXED-FORMAT INBOUND FEED OF THE SERVICE DESK'S INCIDENT     CVINC4.2
000300*    TOOL, WRITTEN BY CCVSINCD.  INC-EVENT IS "OPEN    ",         CVINC4.2
000400*    "RESOLVE " OR "NOTE    "; INC-ID IS THE INCIDENT'S           CVINC4.2
000500*    CORRELATION NUMBER (OPEN DATE, HHMM AND A SERIAL) AND IS     CVINC4.2
000600*    REPEATED ON EVERY LATER EVENT FOR THE SAME INCIDENT.         CVINC4.2
000700*    INC-SOURCE IS "HOTLIST ", "STALL   ", "COVERAGE", "REBUILD " CVINC4.2
000800*    OR "CERTSUSP"; INC-SEVERITY RUNS 1 (MOST URGENT) TO 4.       CVINC4.2
000900 01  INCIDENT-EVENT-REC.                                          CVINC4.2
001000     05  INC-EVENT            PIC X(8).                           CVINC4.2
001100     05  FILLER               PIC X.                              CVINC4.2
001200     05  INC-ID               PIC 9(16).                          CVINC4.2
001300     05  FILLER               PIC X.                              CVINC4.2
001400     05  INC-SOURCE           PIC X(8).                           CVINC4.2
001500     05  FILLER               PIC X.                              CVINC4.2
001600     05  INC-PGM-ID           PIC X(6).                           CVINC4.2
001700     05  FILLER               PIC X.                              CVINC4.2
001800     05  INC-TARGET-ID        PIC X(4).                           CVINC4.2
001900     05  FILLER               PIC X.                              CVINC4.2
002000     05  INC-DATE             PIC 9(8).                           CVINC4.2
002100     05  FILLER               PIC X.                              CVINC4.2
002200     05  INC-TIME             PIC 9(8).                           CVINC4.2
002300     05  FILLER               PIC X.                              CVINC4.2
002400     05  INC-SEVERITY         PIC 9.                              CVINC4.2
002500     05  FILLER               PIC X.                              CVINC4.2
002600     05  INC-TEXT             PIC X(60).                          CVINC4.2
