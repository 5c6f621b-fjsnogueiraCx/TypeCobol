000100*    COPYBOOK CCVSCCR - CLAUSE COVERAGE RESULT RECORD (CCVSCCRS). CVCCR4.2
000200*    ONE RECORD PER TARGET PER CLAUSE ON THE CLAUSE MASTER (SEE   CVCCR4.2
000300*    CCVSCLM), WRITTEN FRESH BY CCVSCLCV FROM THE LATEST RUN OF   CVCCR4.2
000400*    EVERY PROGRAM ON THE TARGET AND PRINTED BY CCVSCERT AS THE   CVCCR4.2
000500*    COVERAGE APPENDIX OF THE SIGN-OFF PACKAGE.  CCR-TESTS IS     CVCCR4.2
000600*    THE CATALOGED TESTS OF THE CLAUSE'S FEATURES; CCR-PASS AND   CVCCR4.2
000700*    CCR-FAIL COUNT THEIR PASS AND FAIL* EVENTS IN THOSE RUNS.    CVCCR4.2
000800*    A CLAUSE IS COVERED ONLY WHEN A TEST OF IT PASSED OR FAILED  CVCCR4.2
000900*    ON THE TARGET -- CCR-NOTE SAYS WHY ONE IS NOT ("NO TEST" OR  CVCCR4.2
001000*    "NO RESULT").                                                CVCCR4.2
001100 01  CLAUSE-COV-REC.                                              CVCCR4.2
001200     05  CCR-TARGET-ID        PIC X(4).                           CVCCR4.2
001300     05  FILLER               PIC X.                              CVCCR4.2
001400     05  CCR-CITATION         PIC X(30).                          CVCCR4.2
001500     05  FILLER               PIC X.                              CVCCR4.2
001600     05  CCR-STATUS           PIC X(8).                           CVCCR4.2
001700         88  CCR-PASSING              VALUE "PASSING ".           CVCCR4.2
001800         88  CCR-FAILING              VALUE "FAILING ".           CVCCR4.2
001900         88  CCR-NOT-COVERED          VALUE "NOTCOVRD".           CVCCR4.2
002000     05  FILLER               PIC X.                              CVCCR4.2
002100     05  CCR-TESTS            PIC 9(5).                           CVCCR4.2
002200     05  FILLER               PIC X.                              CVCCR4.2
002300     05  CCR-PASS             PIC 9(5).                           CVCCR4.2
002400     05  FILLER               PIC X.                              CVCCR4.2
002500     05  CCR-FAIL             PIC 9(5).                           CVCCR4.2
002600     05  FILLER               PIC X.                              CVCCR4.2
002700     05  CCR-NOTE             PIC X(9).                           CVCCR4.2
002800     05  FILLER               PIC X.                              CVCCR4.2
002900     05  CCR-TITLE            PIC X(40).                          CVCCR4.2
003000     05  FILLER               PIC X.                              CVCCR4.2
003100     05  CCR-RUN-DATE         PIC 9(8).                           CVCCR4.2
