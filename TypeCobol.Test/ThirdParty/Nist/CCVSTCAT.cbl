000100 IDENTIFICATION DIVISION.                                         CVTCT4.2
000200 PROGRAM-ID.    CCVSTCAT.                                         CVTCT4.2
000300******************************************************************CVTCT4.2
000400**                                                                CVTCT4.2
000500**    TEST CATALOG BUILDER.  CCVSCOV CATCHES A PROGRAM THAT  *    CVTCT4.2
000600**    FELL OUT OF THE ROSTER, BUT NOT A TEST PARAGRAPH INSIDE*    CVTCT4.2
000700**    A PROGRAM THAT QUIETLY STOPPED EXECUTING -- A MISROUTED*    CVTCT4.2
000800**    GO TO JUST MAKES C-ALL SMALLER.  IN THE SAME SPIRIT AS *    CVTCT4.2
000900**    CCVSSCAN, THIS JOB WALKS THE PROGRAM LIBRARY (MEMBERS  *    CVTCT4.2
001000**    CONCATENATED, 80-COLUMN SOURCE) AND WRITES ONE CATALOG *    CVTCT4.2
001100**    RECORD (CCVSTCLG, SEE CCVSCAT) FOR EVERY LITERAL A     *    CVTCT4.2
001200**    PROGRAM MOVES TO PAR-NAME, CARRYING THE LAST FEATURE   *    CVTCT4.2
001300**    LITERAL MOVED BEFORE IT.  CCVSSKIP THEN HOLDS EACH     *    CVTCT4.2
001400**    RUN'S AUDIT EVENTS UP AGAINST THE CATALOG.  A MOVE     *    CVTCT4.2
001500**    INDENTED PAST STATEMENT LEVEL SITS UNDER A CONDITION   *    CVTCT4.2
001600**    (THE OPEN- FAILED AND WRITE-FAILED REPORTS) AND IS     *    CVTCT4.2
001700**    CATALOGED AS AN ERROR PATH THAT A CLEAN RUN NEED NOT   *    CVTCT4.2
001750**    REACH.                                                 *    CVTCT4.2
001800**                                                                CVTCT4.2
001900**    RERUN IT WHENEVER THE LIBRARY CHANGES.  COMMENT LINES  *    CVTCT4.2
002000**    ARE IGNORED; A PROGRAM-ID WHOSE NAME IS ON THE NEXT    *    CVTCT4.2
002100**    LINE IS FOLLOWED THERE.                                *    CVTCT4.2
002200**                                                                CVTCT4.2
002300******************************************************************CVTCT4.2
002400 ENVIRONMENT DIVISION.                                            CVTCT4.2
002500 CONFIGURATION SECTION.                                           CVTCT4.2
002600 SOURCE-COMPUTER.                                                 CVTCT4.2
002700     GNU-COBOL.                                                   CVTCT4.2
002800 OBJECT-COMPUTER.                                                 CVTCT4.2
002900     GNU-COBOL.                                                   CVTCT4.2
003000 INPUT-OUTPUT SECTION.                                            CVTCT4.2
003100 FILE-CONTROL.                                                    CVTCT4.2
003200     SELECT PGM-LIBRARY  ASSIGN TO                                CVTCT4.2
003300            CCVSPLIB                                              CVTCT4.2
003400            ORGANIZATION IS SEQUENTIAL                            CVTCT4.2
003500            FILE STATUS IS TCT-LIB-STATUS.                        CVTCT4.2
003600     SELECT CATALOG-FILE ASSIGN TO                                CVTCT4.2
003700            CCVSTCLG                                              CVTCT4.2
003800            ORGANIZATION IS SEQUENTIAL.                           CVTCT4.2
003900 DATA DIVISION.                                                   CVTCT4.2
004000 FILE SECTION.                                                    CVTCT4.2
004100 FD  PGM-LIBRARY                                                  CVTCT4.2
004200     LABEL RECORDS STANDARD                                       CVTCT4.2
004300     RECORD CONTAINS 80 CHARACTERS.                               CVTCT4.2
004400 01  PLR-REC.                                                     CVTCT4.2
004500     05  PLR-SEQ               PIC X(6).                          CVTCT4.2
004600     05  PLR-IND               PIC X.                             CVTCT4.2
004700     05  PLR-CODE              PIC X(65).                         CVTCT4.2
004800     05  PLR-TAG               PIC X(8).                          CVTCT4.2
004900 FD  CATALOG-FILE                                                 CVTCT4.2
005000     LABEL RECORDS STANDARD.                                      CVTCT4.2
005100     COPY CCVSCAT.                                                CVTCT4.2
005200 WORKING-STORAGE SECTION.                                         CVTCT4.2
005300 01  TCT-LIB-STATUS          PIC XX       VALUE SPACE.            CVTCT4.2
005400 01  TCT-EOF-SWITCH          PIC 9        VALUE ZERO.             CVTCT4.2
005500     88  TCT-END-OF-LIBRARY           VALUE 1.                    CVTCT4.2
005600 01  TCT-PENDING-SWITCH      PIC 9        VALUE ZERO.             CVTCT4.2
005700     88  TCT-PGM-ID-PENDING           VALUE 1.                    CVTCT4.2
005800 01  TCT-CURRENT-PGM         PIC X(30)    VALUE SPACE.            CVTCT4.2
005900 01  TCT-CURRENT-FEATURE     PIC X(20)    VALUE SPACE.            CVTCT4.2
006000 01  TCT-TOKEN-1             PIC X(30)    VALUE SPACE.            CVTCT4.2
006100 01  TCT-TOKEN-2             PIC X(30)    VALUE SPACE.            CVTCT4.2
006200 01  TCT-TOKEN-3             PIC X(30)    VALUE SPACE.            CVTCT4.2
006300 01  TCT-NAME-WORK           PIC X(30)    VALUE SPACE.            CVTCT4.2
006400 01  TCT-BEFORE-QUOTE        PIC X(65)    VALUE SPACE.            CVTCT4.2
006500 01  TCT-LITERAL             PIC X(30)    VALUE SPACE.            CVTCT4.2
006600 01  TCT-PAR-TALLY           PIC 99       VALUE ZERO.             CVTCT4.2
006700 01  TCT-FEAT-TALLY          PIC 99       VALUE ZERO.             CVTCT4.2
006800 01  TCT-CODE-W.                                                  CVTCT4.2
006900     05  TCT-CODE-MARGIN     PIC X(4).                            CVTCT4.2
007000     05  TCT-CODE-VERB-1     PIC X.                               CVTCT4.2
007100     05  FILLER              PIC X(60).                           CVTCT4.2
007200 01  TCT-MAIN-COUNT          PIC 9(5)     VALUE ZERO.             CVTCT4.2
007300 01  TCT-PGM-COUNT           PIC 9(5)     VALUE ZERO.             CVTCT4.2
007400 01  TCT-ENTRY-COUNT         PIC 9(5)     VALUE ZERO.             CVTCT4.2
007500*    THE RECEIVING FIELDS ARE MATCHED WITH THE LEADING "TO " SO   CVTCT4.2
007600*    IOERR-PAR-NAME, AUDIT-PAR-NAME AND THE LIKE ARE NOT TAKEN    CVTCT4.2
007700*    FOR THE HARNESS'S OWN PAR-NAME AND FEATURE.                  CVTCT4.2
007800 01  PROGRAM-ID-LITERAL      PIC X(30)    VALUE "PROGRAM-ID.".    CVTCT4.2
007900 01  TO-PAR-NAME-LITERAL     PIC X(11)    VALUE "TO PAR-NAME".    CVTCT4.2
008000 01  TO-FEATURE-LITERAL      PIC X(10)    VALUE "TO FEATURE".     CVTCT4.2
008100 PROCEDURE DIVISION.                                              CVTCT4.2
008200 0000-MAINLINE SECTION.                                           CVTCT4.2
008300 0000-START.                                                      CVTCT4.2
008400     OPEN INPUT PGM-LIBRARY.                                      CVTCT4.2
008500     IF TCT-LIB-STATUS NOT EQUAL TO "00"                          CVTCT4.2
008600         DISPLAY "CCVSTCAT - NO PROGRAM LIBRARY - STATUS "        CVTCT4.2
008700             TCT-LIB-STATUS                                       CVTCT4.2
008800         MOVE 8 TO RETURN-CODE                                    CVTCT4.2
008900         STOP RUN.                                                CVTCT4.2
009000     OPEN OUTPUT CATALOG-FILE.                                    CVTCT4.2
009100     PERFORM 1000-READ-LIBRARY THRU 1000-EXIT                     CVTCT4.2
009200             UNTIL TCT-END-OF-LIBRARY.                            CVTCT4.2
009300     CLOSE PGM-LIBRARY.                                           CVTCT4.2
009400     CLOSE CATALOG-FILE.                                          CVTCT4.2
009500     DISPLAY "CCVSTCAT - PROGRAMS SCANNED:   " TCT-PGM-COUNT.     CVTCT4.2
009600     DISPLAY "CCVSTCAT - TESTS CATALOGED:    " TCT-ENTRY-COUNT.   CVTCT4.2
009700     DISPLAY "CCVSTCAT -   ON THE MAIN LINE: " TCT-MAIN-COUNT.    CVTCT4.2
009800     STOP RUN.                                                    CVTCT4.2
009900 1000-READ-LIBRARY.                                               CVTCT4.2
010000     READ PGM-LIBRARY AT END                                      CVTCT4.2
010100         MOVE 1 TO TCT-EOF-SWITCH                                 CVTCT4.2
010200         GO TO 1000-EXIT.                                         CVTCT4.2
010300     PERFORM 2000-SCAN-RECORD THRU 2000-EXIT.                     CVTCT4.2
010400 1000-EXIT. EXIT.                                                 CVTCT4.2
010500*    2000-SCAN-RECORD HOLDS THE MOST RECENT PROGRAM-ID AND THE    CVTCT4.2
010600*    MOST RECENT FEATURE LITERAL, SO EACH PAR-NAME LITERAL FOUND  CVTCT4.2
010700*    IS CATALOGED AGAINST THE PROGRAM AND FEATURE IT BELONGS TO.  CVTCT4.2
010800 2000-SCAN-RECORD.                                                CVTCT4.2
010900     IF PLR-IND EQUAL TO "*" OR "/"                               CVTCT4.2
011000         GO TO 2000-EXIT.                                         CVTCT4.2
011100     MOVE SPACE TO TCT-TOKEN-1 TCT-TOKEN-2 TCT-TOKEN-3.           CVTCT4.2
011200     UNSTRING PLR-CODE DELIMITED BY ALL SPACE                     CVTCT4.2
011300         INTO TCT-TOKEN-1 TCT-TOKEN-2 TCT-TOKEN-3.                CVTCT4.2
011400     IF TCT-PGM-ID-PENDING                                        CVTCT4.2
011500         PERFORM 2150-CAPTURE-NEXT-LINE THRU 2150-EXIT            CVTCT4.2
011600         GO TO 2000-EXIT.                                         CVTCT4.2
011700     IF TCT-TOKEN-1 EQUAL TO PROGRAM-ID-LITERAL                   CVTCT4.2
011800         PERFORM 2100-CAPTURE-PGM-ID THRU 2100-EXIT               CVTCT4.2
011900         GO TO 2000-EXIT.                                         CVTCT4.2
012000     MOVE ZERO TO TCT-PAR-TALLY TCT-FEAT-TALLY.                   CVTCT4.2
012100     INSPECT PLR-CODE TALLYING                                    CVTCT4.2
012200         TCT-PAR-TALLY  FOR ALL TO-PAR-NAME-LITERAL               CVTCT4.2
012300         TCT-FEAT-TALLY FOR ALL TO-FEATURE-LITERAL.               CVTCT4.2
012400     IF TCT-PAR-TALLY EQUAL TO ZERO                               CVTCT4.2
012500             AND TCT-FEAT-TALLY EQUAL TO ZERO                     CVTCT4.2
012600         GO TO 2000-EXIT.                                         CVTCT4.2
012700     PERFORM 2300-PULL-LITERAL THRU 2300-EXIT.                    CVTCT4.2
012800     IF TCT-LITERAL EQUAL TO SPACE                                CVTCT4.2
012900         GO TO 2000-EXIT.                                         CVTCT4.2
013000     IF TCT-FEAT-TALLY GREATER THAN ZERO                          CVTCT4.2
013100         MOVE TCT-LITERAL TO TCT-CURRENT-FEATURE                  CVTCT4.2
013200         GO TO 2000-EXIT.                                         CVTCT4.2
013300     PERFORM 2400-WRITE-ENTRY THRU 2400-EXIT.                     CVTCT4.2
013400 2000-EXIT. EXIT.                                                 CVTCT4.2
013500 2100-CAPTURE-PGM-ID.                                             CVTCT4.2
013600     IF TCT-TOKEN-2 EQUAL TO SPACE                                CVTCT4.2
013700         MOVE 1 TO TCT-PENDING-SWITCH                             CVTCT4.2
013800         GO TO 2100-EXIT.                                         CVTCT4.2
013900     MOVE TCT-TOKEN-2 TO TCT-NAME-WORK.                           CVTCT4.2
014000     PERFORM 2200-NEW-PROGRAM THRU 2200-EXIT.                     CVTCT4.2
014100 2100-EXIT. EXIT.                                                 CVTCT4.2
014200*    AN AREA-B CONTINUATION STARTS WITH SPACES, SO ITS FIRST      CVTCT4.2
014300*    TOKEN COMES BACK EMPTY AND THE NAME IS THE SECOND.           CVTCT4.2
014400 2150-CAPTURE-NEXT-LINE.                                          CVTCT4.2
014500     MOVE ZERO TO TCT-PENDING-SWITCH.                             CVTCT4.2
014600     IF TCT-TOKEN-1 EQUAL TO SPACE                                CVTCT4.2
014700         MOVE TCT-TOKEN-2 TO TCT-NAME-WORK                        CVTCT4.2
014800     ELSE                                                         CVTCT4.2
014900         MOVE TCT-TOKEN-1 TO TCT-NAME-WORK.                       CVTCT4.2
015000     PERFORM 2200-NEW-PROGRAM THRU 2200-EXIT.                     CVTCT4.2
015100 2150-EXIT. EXIT.                                                 CVTCT4.2
015200 2200-NEW-PROGRAM.                                                CVTCT4.2
015300     MOVE SPACE TO TCT-CURRENT-PGM.                               CVTCT4.2
015400     UNSTRING TCT-NAME-WORK DELIMITED BY "."                      CVTCT4.2
015500         INTO TCT-CURRENT-PGM.                                    CVTCT4.2
015600     MOVE SPACE TO TCT-CURRENT-FEATURE.                           CVTCT4.2
015700     ADD 1 TO TCT-PGM-COUNT.                                      CVTCT4.2
015800 2200-EXIT. EXIT.                                                 CVTCT4.2
015900*    THE LITERAL IS WHATEVER SITS BETWEEN THE FIRST PAIR OF       CVTCT4.2
016000*    QUOTES ON THE LINE; A MOVE FROM A DATA NAME HAS NONE AND     CVTCT4.2
016100*    IS PASSED OVER.                                              CVTCT4.2
016200 2300-PULL-LITERAL.                                               CVTCT4.2
016300     MOVE SPACE TO TCT-BEFORE-QUOTE TCT-LITERAL.                  CVTCT4.2
016400     UNSTRING PLR-CODE DELIMITED BY QUOTE                         CVTCT4.2
016500         INTO TCT-BEFORE-QUOTE TCT-LITERAL.                       CVTCT4.2
016600 2300-EXIT. EXIT.                                                 CVTCT4.2
016700 2400-WRITE-ENTRY.                                                CVTCT4.2
016800     IF TCT-CURRENT-PGM EQUAL TO SPACE                            CVTCT4.2
016900         GO TO 2400-EXIT.                                         CVTCT4.2
017000     MOVE SPACE TO TEST-CATALOG-REC.                              CVTCT4.2
017100     MOVE TCT-CURRENT-PGM     TO TC-PGM-ID.                       CVTCT4.2
017200     MOVE TCT-LITERAL         TO TC-PAR-NAME.                     CVTCT4.2
017300     MOVE TCT-CURRENT-FEATURE TO TC-FEATURE.                      CVTCT4.2
017400     MOVE PLR-SEQ             TO TC-SOURCE-SEQ.                   CVTCT4.2
017500     MOVE PLR-CODE            TO TCT-CODE-W.                      CVTCT4.2
017600     MOVE "E"                 TO TC-PATH.                         CVTCT4.2
017700     IF TCT-CODE-MARGIN EQUAL TO SPACE                            CVTCT4.2
017800             AND TCT-CODE-VERB-1 NOT EQUAL TO SPACE               CVTCT4.2
017900         MOVE "M" TO TC-PATH                                      CVTCT4.2
018000         ADD 1 TO TCT-MAIN-COUNT.                                 CVTCT4.2
018100     WRITE TEST-CATALOG-REC.                                      CVTCT4.2
018200     ADD 1 TO TCT-ENTRY-COUNT.                                    CVTCT4.2
018300 2400-EXIT. EXIT.                                                 CVTCT4.2
