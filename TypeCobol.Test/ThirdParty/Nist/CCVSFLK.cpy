000100*    COPYBOOK CCVSFLK - FLAKY-TEST LIST RECORD (CCVSFLKL).        CVFLK4.2
000200*    ONE RECORD PER PROGRAM/TARGET/PAR-NAME WHOSE OUTCOME HAS     CVFLK4.2
000300*    FLIPPED BETWEEN CONSECUTIVE RUNS ON AN UNCHANGED COMPILER    CVFLK4.2
000400*    BUILD AND OS LEVEL AT LEAST THE CCVSFLKY THRESHOLD NUMBER    CVFLK4.2
000500*    OF TIMES.  WRITTEN FRESH BY CCVSFLKY FROM THE CCVSAUDA       CVFLK4.2
000600*    EVENT ARCHIVE AND CONSULTED BY CCVSALMN (A PROGRAM WHOSE     CVFLK4.2
000700*    ONLY FAILURES ARE FLAKY TESTS IS NOT ESCALATED TO THE HOT    CVFLK4.2
000800*    LIST) AND CCVSCERT (FLAKY FAILURES ARE MARKED AS SUCH IN     CVFLK4.2
000900*    THE EXCEPTION APPENDIX).  FLK-PAR-NAME IS THE 20-CHARACTER   CVFLK4.2
001000*    PAR-NAME AS THE HARNESS WRITES IT TO THE AUDIT TRAIL.        CVFLK4.2
001100 01  FLAKY-REC.                                                   CVFLK4.2
001200     05  FLK-PGM-ID          PIC X(6).                            CVFLK4.2
001300     05  FILLER              PIC X.                               CVFLK4.2
001400     05  FLK-TARGET-ID       PIC X(4).                            CVFLK4.2
001500     05  FILLER              PIC X.                               CVFLK4.2
001600     05  FLK-PAR-NAME        PIC X(20).                           CVFLK4.2
001700     05  FILLER              PIC X.                               CVFLK4.2
001800     05  FLK-FLIPS           PIC 9(4).                            CVFLK4.2
001900     05  FILLER              PIC X.                               CVFLK4.2
002000     05  FLK-RUNS            PIC 9(4).                            CVFLK4.2
002100     05  FILLER              PIC X.                               CVFLK4.2
002200     05  FLK-LAST-FLIP-DATE  PIC 9(8).                            CVFLK4.2
