000100 IDENTIFICATION DIVISION.                                         CVCLC4.2
000200 PROGRAM-ID.    CCVSCLCV.                                         CVCLC4.2
000300******************************************************************CVCLC4.2
000400**                                                                CVCLC4.2
000500**    STANDARD-CLAUSE COVERAGE GAP ANALYSIS.  CCVSFDIC MAPS  *    CVCLC4.2
000600**    EACH FEATURE STRING TO THE CLAUSE IT CERTIFIES, BUT    *    CVCLC4.2
000700**    NOTHING SAID WHICH REQUIRED CLAUSES THE BATTERY NEVER  *    CVCLC4.2
000800**    TOUCHES.  THIS JOB STARTS FROM THE SITE'S CLAUSE MASTER*    CVCLC4.2
000900**    (CCVSCLAU, SEE CCVSCLM) AND JOINS IT --                *    CVCLC4.2
001000**      CLAUSE   TO ITS FEATURES    THROUGH THE DICTIONARY   *    CVCLC4.2
001100**      FEATURE  TO ITS TESTS       THROUGH THE TEST CATALOG *    CVCLC4.2
001200**      TEST     TO ITS OUTCOME     THROUGH THE CCVSAUDA     *    CVCLC4.2
001300**               EVENTS OF THE LATEST RUN OF EACH PROGRAM    *    CVCLC4.2
001400**               ON EACH TARGET, AS CCVSLATE NAMES IT        *    CVCLC4.2
001500**    -- AND CALLS EACH CLAUSE, PER TARGET, COVERED AND      *    CVCLC4.2
001600**    PASSING (A TEST OF IT PASSED, NONE FAILED), COVERED BUT*    CVCLC4.2
001700**    FAILING (A TEST OF IT FAILED) OR NOT COVERED (NO TEST  *    CVCLC4.2
001800**    IN THE CATALOG, OR NO PASS OR FAIL FOR IT ON THE       *    CVCLC4.2
001900**    TARGET).  EACH TARGET CLOSES WITH ITS COVERAGE         *    CVCLC4.2
002000**    PERCENTAGE.  THE RESULT GOES TO CCVSCCRS (SEE CCVSCCR),*    CVCLC4.2
002100**    WHICH CCVSCERT PRINTS AS THE COVERAGE APPENDIX OF THE  *    CVCLC4.2
002150**    SIGN-OFF.                                              *    CVCLC4.2
002200**                                                                CVCLC4.2
002300**    ANY GAP -- A CLAUSE FAILING OR NOT COVERED -- ENDS THE *    CVCLC4.2
002400**    JOB RETURN CODE 4.  A MISSING MASTER, DICTIONARY,      *    CVCLC4.2
002500**    CATALOG, CCVSLATE OR ARCHIVE ENDS IT RETURN CODE 8.  A *    CVCLC4.2
002600**    DICTIONARY CITATION NOT ON THE MASTER IS LISTED SO THE *    CVCLC4.2
002700**    TWO CAN BE KEPT IN STEP.                               *    CVCLC4.2
002800**                                                                CVCLC4.2
002900**    CONTROL CARD (CCVSCLCC, OPTIONAL) --                   *    CVCLC4.2
003000**      COLS 1-4    TARGET ID (DEFAULT - EVERY TARGET ON     *    CVCLC4.2
003100**                  CCVSLATE, UP TO 10)                      *    CVCLC4.2
003200**                                                                CVCLC4.2
003300******************************************************************CVCLC4.2
003400 ENVIRONMENT DIVISION.                                            CVCLC4.2
003500 CONFIGURATION SECTION.                                           CVCLC4.2
003600 SOURCE-COMPUTER.                                                 CVCLC4.2
003700     GNU-COBOL.                                                   CVCLC4.2
003800 OBJECT-COMPUTER.                                                 CVCLC4.2
003900     GNU-COBOL.                                                   CVCLC4.2
004000 INPUT-OUTPUT SECTION.                                            CVCLC4.2
004100 FILE-CONTROL.                                                    CVCLC4.2
004200     SELECT CTL-FILE   ASSIGN TO                                  CVCLC4.2
004300            CCVSCLCC                                              CVCLC4.2
004400            ORGANIZATION IS SEQUENTIAL                            CVCLC4.2
004500            FILE STATUS IS CLC-CTL-STATUS.                        CVCLC4.2
004600     SELECT CLAUSE-FILE ASSIGN TO                                 CVCLC4.2
004700            CCVSCLAU                                              CVCLC4.2
004800            ORGANIZATION IS SEQUENTIAL                            CVCLC4.2
004900            FILE STATUS IS CLC-CLM-STATUS.                        CVCLC4.2
005000     SELECT DICT-FILE  ASSIGN TO                                  CVCLC4.2
005100            CCVSFDIC                                              CVCLC4.2
005200            ORGANIZATION IS SEQUENTIAL                            CVCLC4.2
005300            FILE STATUS IS CLC-DIC-STATUS.                        CVCLC4.2
005400     SELECT CATALOG-FILE ASSIGN TO                                CVCLC4.2
005500            CCVSTCLG                                              CVCLC4.2
005600            ORGANIZATION IS SEQUENTIAL                            CVCLC4.2
005700            FILE STATUS IS CLC-CAT-STATUS.                        CVCLC4.2
005800     SELECT LATEST-FILE ASSIGN TO                                 CVCLC4.2
005900            CCVSLATE                                              CVCLC4.2
006000            ORGANIZATION IS INDEXED                               CVCLC4.2
006100            ACCESS MODE IS SEQUENTIAL                             CVCLC4.2
006200            RECORD KEY IS LATEST-KEY                              CVCLC4.2
006300            FILE STATUS IS CLC-LAT-STATUS.                        CVCLC4.2
006400     SELECT ARCH-FILE  ASSIGN TO                                  CVCLC4.2
006500            CCVSAUDA                                              CVCLC4.2
006600            ORGANIZATION IS SEQUENTIAL                            CVCLC4.2
006700            FILE STATUS IS CLC-ARCH-STATUS.                       CVCLC4.2
006800     SELECT RESULT-FILE ASSIGN TO                                 CVCLC4.2
006900            CCVSCCRS                                              CVCLC4.2
007000            ORGANIZATION IS SEQUENTIAL                            CVCLC4.2
007100            FILE STATUS IS CLC-CCR-STATUS.                        CVCLC4.2
007200     SELECT PRINT-FILE ASSIGN TO                                  CVCLC4.2
007300            CCVSCLCP.                                             CVCLC4.2
007400 DATA DIVISION.                                                   CVCLC4.2
007500 FILE SECTION.                                                    CVCLC4.2
007600 FD  CTL-FILE                                                     CVCLC4.2
007700     LABEL RECORDS STANDARD.                                      CVCLC4.2
007800 01  CLC-CTL-REC.                                                 CVCLC4.2
007900     05  CC-TARGET-ID         PIC X(4).                           CVCLC4.2
008000     05  FILLER               PIC X(76).                          CVCLC4.2
008100 FD  CLAUSE-FILE                                                  CVCLC4.2
008200     LABEL RECORDS STANDARD.                                      CVCLC4.2
008300     COPY CCVSCLM.                                                CVCLC4.2
008400 FD  DICT-FILE                                                    CVCLC4.2
008500     LABEL RECORDS STANDARD.                                      CVCLC4.2
008600     COPY CCVSFDR.                                                CVCLC4.2
008700 FD  CATALOG-FILE                                                 CVCLC4.2
008800     LABEL RECORDS STANDARD.                                      CVCLC4.2
008900     COPY CCVSCAT.                                                CVCLC4.2
009000 FD  LATEST-FILE.                                                 CVCLC4.2
009100     COPY CCVSLAT.                                                CVCLC4.2
009200 FD  ARCH-FILE                                                    CVCLC4.2
009300     LABEL RECORDS STANDARD.                                      CVCLC4.2
009400*    SAME SHAPE AS AUDIT-ARCH-REC IN CCVSHFD.                     CVCLC4.2
009500 01  CLC-ARCH-REC.                                                CVCLC4.2
009600     05  AR-PGM-ID            PIC X(6).                           CVCLC4.2
009700     05  FILLER               PIC X.                              CVCLC4.2
009800     05  AR-TARGET-ID         PIC X(4).                           CVCLC4.2
009900     05  FILLER               PIC X.                              CVCLC4.2
010000     05  AR-RUN-DATE          PIC 9(8).                           CVCLC4.2
010100     05  FILLER               PIC X.                              CVCLC4.2
010200     05  AR-RUN-TIME          PIC 9(8).                           CVCLC4.2
010300     05  FILLER               PIC X.                              CVCLC4.2
010400     05  AR-PAR-NAME          PIC X(20).                          CVCLC4.2
010500     05  FILLER               PIC X.                              CVCLC4.2
010600     05  AR-FEATURE           PIC X(20).                          CVCLC4.2
010700     05  FILLER               PIC X.                              CVCLC4.2
010800     05  AR-OUTCOME           PIC X(5).                           CVCLC4.2
010900     05  FILLER               PIC X.                              CVCLC4.2
011000     05  AR-DATE              PIC 9(8).                           CVCLC4.2
011100     05  FILLER               PIC X.                              CVCLC4.2
011200     05  AR-TIME              PIC 9(8).                           CVCLC4.2
011300 FD  RESULT-FILE                                                  CVCLC4.2
011400     LABEL RECORDS STANDARD.                                      CVCLC4.2
011500     COPY CCVSCCR.                                                CVCLC4.2
011600 FD  PRINT-FILE                                                   CVCLC4.2
011700     LABEL RECORDS STANDARD                                       CVCLC4.2
011800     DATA RECORD IS PRINT-REC.                                    CVCLC4.2
011900 01  PRINT-REC PICTURE X(120).                                    CVCLC4.2
012000 WORKING-STORAGE SECTION.                                         CVCLC4.2
012100 01  CLC-CTL-STATUS          PIC XX       VALUE SPACE.            CVCLC4.2
012200 01  CLC-CLM-STATUS          PIC XX       VALUE SPACE.            CVCLC4.2
012300 01  CLC-DIC-STATUS          PIC XX       VALUE SPACE.            CVCLC4.2
012400 01  CLC-CAT-STATUS          PIC XX       VALUE SPACE.            CVCLC4.2
012500 01  CLC-LAT-STATUS          PIC XX       VALUE SPACE.            CVCLC4.2
012600 01  CLC-ARCH-STATUS         PIC XX       VALUE SPACE.            CVCLC4.2
012700 01  CLC-CCR-STATUS          PIC XX       VALUE SPACE.            CVCLC4.2
012800 01  CLC-EOF-SWITCH          PIC 9        VALUE ZERO.             CVCLC4.2
012900     88  CLC-AT-EOF                   VALUE 1.                    CVCLC4.2
013000 01  CLC-TODAY               PIC 9(8)     VALUE ZERO.             CVCLC4.2
013100 01  CLC-CARD-TARGET         PIC X(4)     VALUE SPACE.            CVCLC4.2
013200 01  CLC-SUB                 PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
013300 01  CLC-FIND-SUB            PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
013400 01  CLC-CL-SUB              PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
013500 01  CLC-TG-SUB              PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
013600 01  CLC-GAP-COUNT           PIC 9(5) COMP VALUE ZERO.            CVCLC4.2
013700 01  CLC-UNDICT-COUNT        PIC 9(5) COMP VALUE ZERO.            CVCLC4.2
013800 01  CLC-TG-DROPPED          PIC 9(5) COMP VALUE ZERO.            CVCLC4.2
013850 01  CLC-LT-DROPPED          PIC 9(5) COMP VALUE ZERO.            CVCLC4.2
013900 01  CLC-EVENT-COUNT         PIC 9(9) COMP VALUE ZERO.            CVCLC4.2
014000 01  CLC-LATEST-EVENTS       PIC 9(9) COMP VALUE ZERO.            CVCLC4.2
014100 01  CLC-COVERED             PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
014200 01  CLC-PCT                 PIC 9(3)V9   VALUE ZERO.             CVCLC4.2
014300*    THE CLAUSE MASTER.  TESTS COUNTS CATALOGED TESTS OF THE      CVCLC4.2
014400*    CLAUSE'S FEATURES; PASS AND FAIL ARE KEPT PER TARGET, IN     CVCLC4.2
014500*    THE ORDER OF THE TARGET TABLE.                               CVCLC4.2
014600 01  CLC-CL-COUNT            PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
014700 01  CLC-CL-TABLE.                                                CVCLC4.2
014800     05  CLC-CL-ENTRY        OCCURS 300 TIMES.                    CVCLC4.2
014900         10  CLC-CL-CITATION     PIC X(30).                       CVCLC4.2
015000         10  CLC-CL-TITLE        PIC X(40).                       CVCLC4.2
015100         10  CLC-CL-TESTS        PIC 9(5) COMP.                   CVCLC4.2
015200         10  CLC-CL-RESULT       OCCURS 10 TIMES.                 CVCLC4.2
015300             15  CLC-CL-PASS         PIC 9(5) COMP.               CVCLC4.2
015400             15  CLC-CL-FAIL         PIC 9(5) COMP.               CVCLC4.2
015500*    THE DICTIONARY -- EACH FEATURE WITH ITS CLAUSE'S ENTRY       CVCLC4.2
015600*    ABOVE, ZERO WHEN ITS CITATION IS NOT ON THE MASTER.          CVCLC4.2
015700 01  CLC-DC-COUNT            PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
015800 01  CLC-DC-TABLE.                                                CVCLC4.2
015900     05  CLC-DC-ENTRY        OCCURS 300 TIMES.                    CVCLC4.2
016000         10  CLC-DC-FEATURE      PIC X(20).                       CVCLC4.2
016100         10  CLC-DC-CLAUSE       PIC 9(4) COMP.                   CVCLC4.2
016200 01  CLC-UC-COUNT            PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
016300 01  CLC-UC-TABLE.                                                CVCLC4.2
016400     05  CLC-UC-CITATION     OCCURS 100 TIMES PIC X(30).          CVCLC4.2
016500*    THE LATEST RUN OF EACH PROGRAM ON EACH REPORTED TARGET.      CVCLC4.2
016600 01  CLC-LT-COUNT            PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
016700 01  CLC-LT-TABLE.                                                CVCLC4.2
016800     05  CLC-LT-ENTRY        OCCURS 3000 TIMES.                   CVCLC4.2
016900         10  CLC-LT-KEY.                                          CVCLC4.2
017000             15  CLC-LT-PGM-ID       PIC X(6).                    CVCLC4.2
017100             15  CLC-LT-TARGET-ID    PIC X(4).                    CVCLC4.2
017200             15  CLC-LT-DATE         PIC 9(8).                    CVCLC4.2
017300             15  CLC-LT-TIME         PIC 9(8).                    CVCLC4.2
017400         10  CLC-LT-TG-SUB       PIC 9(4) COMP.                   CVCLC4.2
017500 01  CLC-TG-COUNT            PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
017600 01  CLC-TG-TABLE.                                                CVCLC4.2
017700     05  CLC-TG-ENTRY        OCCURS 10 TIMES.                     CVCLC4.2
017800         10  CLC-TG-ID           PIC X(4).                        CVCLC4.2
017900         10  CLC-TG-PASSING      PIC 9(4) COMP.                   CVCLC4.2
018000         10  CLC-TG-FAILING      PIC 9(4) COMP.                   CVCLC4.2
018100         10  CLC-TG-UNCOVERED    PIC 9(4) COMP.                   CVCLC4.2
018200*    THE ARCHIVE HOLDS EACH RUN'S EVENTS TOGETHER, SO THE RUN     CVCLC4.2
018300*    IN HAND IS LOOKED UP ONCE.  HELD-TG-SUB IS ITS TARGET'S      CVCLC4.2
018400*    ENTRY WHEN IT IS A LATEST RUN, OTHERWISE ZERO.               CVCLC4.2
018500 01  CLC-EVT-KEY.                                                 CVCLC4.2
018600     05  CLC-EVT-PGM-ID      PIC X(6)     VALUE SPACE.            CVCLC4.2
018700     05  CLC-EVT-TARGET-ID   PIC X(4)     VALUE SPACE.            CVCLC4.2
018800     05  CLC-EVT-DATE        PIC 9(8)     VALUE ZERO.             CVCLC4.2
018900     05  CLC-EVT-TIME        PIC 9(8)     VALUE ZERO.             CVCLC4.2
019000 01  CLC-HELD-KEY            PIC X(26)    VALUE SPACE.            CVCLC4.2
019100 01  CLC-HELD-TG-SUB         PIC 9(4) COMP VALUE ZERO.            CVCLC4.2
019200 01  CLC-H-1.                                                     CVCLC4.2
019300     02 FILLER PIC X(120) VALUE                                   CVCLC4.2
019400     "    CCVS85 STANDARD-CLAUSE COVERAGE GAP ANALYSIS".          CVCLC4.2
019500 01  CLC-H-2.                                                     CVCLC4.2
019600     02 FILLER PIC X(11) VALUE "RUN DATE = ".                     CVCLC4.2
019700     02 CH-TODAY-O         PIC 9(8).                              CVCLC4.2
019800     02 FILLER PIC X(21) VALUE "   CLAUSES ON MASTER ".           CVCLC4.2
019900     02 FILLER PIC X(2)  VALUE "= ".                              CVCLC4.2
020000     02 CH-CLAUSES-O       PIC ZZZ9.                              CVCLC4.2
020100     02 FILLER PIC X(74) VALUE SPACE.                             CVCLC4.2
020200 01  CLC-T-1.                                                     CVCLC4.2
020300     02 FILLER PIC X(7)  VALUE "TARGET ".                         CVCLC4.2
020400     02 CT-TARGET-O        PIC X(4).                              CVCLC4.2
020500     02 FILLER PIC X(109) VALUE                                   CVCLC4.2
020600     " - LATEST RUN OF EACH PROGRAM".                             CVCLC4.2
020700 01  CLC-C-1.                                                     CVCLC4.2
020800     02 FILLER PIC X(30) VALUE "CITATION".                        CVCLC4.2
020900     02 FILLER PIC X(2)  VALUE SPACE.                             CVCLC4.2
021000     02 FILLER PIC X(39) VALUE "CLAUSE".                          CVCLC4.2
021100     02 FILLER PIC X(2)  VALUE SPACE.                             CVCLC4.2
021200     02 FILLER PIC X(11) VALUE "COVERAGE".                        CVCLC4.2
021300     02 FILLER PIC X(2)  VALUE SPACE.                             CVCLC4.2
021400     02 FILLER PIC X(5)  VALUE "TESTS".                           CVCLC4.2
021500     02 FILLER PIC X(2)  VALUE SPACE.                             CVCLC4.2
021600     02 FILLER PIC X(5)  VALUE " PASS".                           CVCLC4.2
021700     02 FILLER PIC X(2)  VALUE SPACE.                             CVCLC4.2
021800     02 FILLER PIC X(5)  VALUE " FAIL".                           CVCLC4.2
021900     02 FILLER PIC X(2)  VALUE SPACE.                             CVCLC4.2
022000     02 FILLER PIC X(9)  VALUE "NOTE".                            CVCLC4.2
022100     02 FILLER PIC X(4)  VALUE SPACE.                             CVCLC4.2
022200 01  CLC-D-1.                                                     CVCLC4.2
022300     02 CD-CITATION-O      PIC X(30).                             CVCLC4.2
022400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCLC4.2
022500     02 CD-TITLE-O         PIC X(39).                             CVCLC4.2
022600     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCLC4.2
022700     02 CD-STATUS-O        PIC X(11).                             CVCLC4.2
022800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCLC4.2
022900     02 CD-TESTS-O         PIC ZZZZ9.                             CVCLC4.2
023000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCLC4.2
023100     02 CD-PASS-O          PIC ZZZZ9.                             CVCLC4.2
023200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCLC4.2
023300     02 CD-FAIL-O          PIC ZZZZ9.                             CVCLC4.2
023400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCLC4.2
023500     02 CD-NOTE-O          PIC X(9).                              CVCLC4.2
023600     02 FILLER             PIC X(4)  VALUE SPACE.                 CVCLC4.2
023700 01  CLC-S-1.                                                     CVCLC4.2
023800     02 CS-LABEL-O         PIC X(26).                             CVCLC4.2
023900     02 CS-COUNT-O         PIC ZZZ9.                              CVCLC4.2
024000     02 FILLER PIC X(90) VALUE SPACE.                             CVCLC4.2
024100 01  CLC-S-2.                                                     CVCLC4.2
024200     02 CS-PCT-LABEL-O     PIC X(26).                             CVCLC4.2
024300     02 CS-PCT-O           PIC ZZ9.9.                             CVCLC4.2
024400     02 FILLER PIC X     VALUE "%".                               CVCLC4.2
024500     02 FILLER PIC X(88) VALUE SPACE.                             CVCLC4.2
024600 01  CLC-U-T-1.                                                   CVCLC4.2
024700     02 FILLER PIC X(120) VALUE                                   CVCLC4.2
024800     "DICTIONARY CITATIONS NOT ON THE CLAUSE MASTER".             CVCLC4.2
024900 01  CLC-U-1.                                                     CVCLC4.2
025000     02 FILLER             PIC X(4)  VALUE SPACE.                 CVCLC4.2
025100     02 CU-CITATION-O      PIC X(30).                             CVCLC4.2
025200     02 FILLER             PIC X(86) VALUE SPACE.                 CVCLC4.2
025300 01  CLC-N-1.                                                     CVCLC4.2
025400     02 FILLER PIC X(120) VALUE "    NONE".                       CVCLC4.2
025500 PROCEDURE DIVISION.                                              CVCLC4.2
025600 0000-MAINLINE SECTION.                                           CVCLC4.2
025700 0000-START.                                                      CVCLC4.2
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVCLC4.2
025900     PERFORM 1100-LOAD-CLAUSES THRU 1100-EXIT.                    CVCLC4.2
026000     PERFORM 1200-LOAD-DICT THRU 1200-EXIT.                       CVCLC4.2
026100     PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT.                    CVCLC4.2
026200     PERFORM 1400-LOAD-LATEST THRU 1400-EXIT.                     CVCLC4.2
026300     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT.                    CVCLC4.2
026400     PERFORM 3000-REPORT THRU 3000-EXIT.                          CVCLC4.2
026500     DISPLAY "CCVSCLCV - CLAUSES " CLC-CL-COUNT " TARGETS "       CVCLC4.2
026600         CLC-TG-COUNT " GAPS " CLC-GAP-COUNT.                     CVCLC4.2
026700     IF CLC-GAP-COUNT GREATER THAN ZERO                           CVCLC4.2
026750             OR CLC-LT-DROPPED GREATER THAN ZERO                  CVCLC4.2
026800         MOVE 4 TO RETURN-CODE.                                   CVCLC4.2
026900     STOP RUN.                                                    CVCLC4.2
027000*    THE CARD IS OPTIONAL; WITHOUT IT EVERY TARGET IS REPORTED.   CVCLC4.2
027100 1000-INITIALIZE.                                                 CVCLC4.2
027200     ACCEPT CLC-TODAY FROM DATE YYYYMMDD.                         CVCLC4.2
027300     OPEN INPUT CTL-FILE.                                         CVCLC4.2
027400     IF CLC-CTL-STATUS NOT EQUAL TO "00"                          CVCLC4.2
027500         GO TO 1000-EXIT.                                         CVCLC4.2
027600     READ CTL-FILE AT END GO TO 1000-CLOSE.                       CVCLC4.2
027700     MOVE CC-TARGET-ID TO CLC-CARD-TARGET.                        CVCLC4.2
027800 1000-CLOSE.                                                      CVCLC4.2
027900     CLOSE CTL-FILE.                                              CVCLC4.2
028000 1000-EXIT. EXIT.                                                 CVCLC4.2
028100 1100-LOAD-CLAUSES.                                               CVCLC4.2
028200     OPEN INPUT CLAUSE-FILE.                                      CVCLC4.2
028300     IF CLC-CLM-STATUS NOT EQUAL TO "00"                          CVCLC4.2
028400         DISPLAY "CCVSCLCV - NO CCVSCLAU CLAUSE MASTER - STATUS " CVCLC4.2
028500             CLC-CLM-STATUS                                       CVCLC4.2
028600         MOVE 8 TO RETURN-CODE                                    CVCLC4.2
028700         STOP RUN.                                                CVCLC4.2
028800     MOVE ZERO TO CLC-EOF-SWITCH.                                 CVCLC4.2
028900     PERFORM 1110-LOAD-ONE-CLAUSE THRU 1110-EXIT                  CVCLC4.2
029000         UNTIL CLC-AT-EOF.                                        CVCLC4.2
029100     CLOSE CLAUSE-FILE.                                           CVCLC4.2
029200     IF CLC-CL-COUNT EQUAL TO ZERO                                CVCLC4.2
029300         DISPLAY "CCVSCLCV - CLAUSE MASTER IS EMPTY"              CVCLC4.2
029400         MOVE 8 TO RETURN-CODE                                    CVCLC4.2
029500         STOP RUN.                                                CVCLC4.2
029600 1100-EXIT. EXIT.                                                 CVCLC4.2
029700*    A BLANK CARD IS SKIPPED, AND A CLAUSE KEYED TWICE IS         CVCLC4.2
029800*    COUNTED ONCE.                                                CVCLC4.2
029900 1110-LOAD-ONE-CLAUSE.                                            CVCLC4.2
030000     READ CLAUSE-FILE AT END                                      CVCLC4.2
030100         MOVE 1 TO CLC-EOF-SWITCH                                 CVCLC4.2
030200         GO TO 1110-EXIT.                                         CVCLC4.2
030300     IF CLM-CITATION EQUAL TO SPACE                               CVCLC4.2
030400         GO TO 1110-EXIT.                                         CVCLC4.2
030500     PERFORM 1900-FIND THRU 1900-EXIT                             CVCLC4.2
030600         VARYING CLC-FIND-SUB FROM 1 BY 1                         CVCLC4.2
030700         UNTIL CLC-FIND-SUB GREATER THAN CLC-CL-COUNT             CVCLC4.2
030800         OR CLC-CL-CITATION (CLC-FIND-SUB) EQUAL TO CLM-CITATION. CVCLC4.2
030900     IF CLC-FIND-SUB NOT GREATER THAN CLC-CL-COUNT                CVCLC4.2
031000         GO TO 1110-EXIT.                                         CVCLC4.2
031100     IF CLC-CL-COUNT EQUAL TO 300                                 CVCLC4.2
031200         DISPLAY "CCVSCLCV - OVER 300 CLAUSES - " CLM-CITATION    CVCLC4.2
031300             " IGNORED"                                           CVCLC4.2
031400         GO TO 1110-EXIT.                                         CVCLC4.2
031500     ADD 1 TO CLC-CL-COUNT.                                       CVCLC4.2
031600     MOVE CLM-CITATION TO CLC-CL-CITATION (CLC-CL-COUNT).         CVCLC4.2
031700     MOVE CLM-TITLE    TO CLC-CL-TITLE    (CLC-CL-COUNT).         CVCLC4.2
031800     MOVE ZERO         TO CLC-CL-TESTS    (CLC-CL-COUNT).         CVCLC4.2
031900     PERFORM 1120-CLEAR-RESULT THRU 1120-EXIT                     CVCLC4.2
032000         VARYING CLC-TG-SUB FROM 1 BY 1                           CVCLC4.2
032100         UNTIL CLC-TG-SUB GREATER THAN 10.                        CVCLC4.2
032200 1110-EXIT. EXIT.                                                 CVCLC4.2
032300 1120-CLEAR-RESULT.                                               CVCLC4.2
032400     MOVE ZERO TO CLC-CL-PASS (CLC-CL-COUNT CLC-TG-SUB).          CVCLC4.2
032500     MOVE ZERO TO CLC-CL-FAIL (CLC-CL-COUNT CLC-TG-SUB).          CVCLC4.2
032600 1120-EXIT. EXIT.                                                 CVCLC4.2
032700 1200-LOAD-DICT.                                                  CVCLC4.2
032800     OPEN INPUT DICT-FILE.                                        CVCLC4.2
032900     IF CLC-DIC-STATUS NOT EQUAL TO "00"                          CVCLC4.2
033000         DISPLAY "CCVSCLCV - NO CCVSFDIC FEATURE DICTIONARY - "   CVCLC4.2
033100             "STATUS " CLC-DIC-STATUS                             CVCLC4.2
033200         MOVE 8 TO RETURN-CODE                                    CVCLC4.2
033300         STOP RUN.                                                CVCLC4.2
033400     MOVE ZERO TO CLC-EOF-SWITCH.                                 CVCLC4.2
033500     PERFORM 1210-LOAD-ONE-DICT THRU 1210-EXIT                    CVCLC4.2
033600         UNTIL CLC-AT-EOF.                                        CVCLC4.2
033700     CLOSE DICT-FILE.                                             CVCLC4.2
033800 1200-EXIT. EXIT.                                                 CVCLC4.2
033900 1210-LOAD-ONE-DICT.                                              CVCLC4.2
034000     READ DICT-FILE AT END                                        CVCLC4.2
034100         MOVE 1 TO CLC-EOF-SWITCH                                 CVCLC4.2
034200         GO TO 1210-EXIT.                                         CVCLC4.2
034300     IF FDR-FEATURE EQUAL TO SPACE                                CVCLC4.2
034400         GO TO 1210-EXIT.                                         CVCLC4.2
034500     IF CLC-DC-COUNT EQUAL TO 300                                 CVCLC4.2
034600         GO TO 1210-EXIT.                                         CVCLC4.2
034700     ADD 1 TO CLC-DC-COUNT.                                       CVCLC4.2
034800     MOVE FDR-FEATURE TO CLC-DC-FEATURE (CLC-DC-COUNT).           CVCLC4.2
034900     PERFORM 1900-FIND THRU 1900-EXIT                             CVCLC4.2
035000         VARYING CLC-FIND-SUB FROM 1 BY 1                         CVCLC4.2
035100         UNTIL CLC-FIND-SUB GREATER THAN CLC-CL-COUNT             CVCLC4.2
035200         OR CLC-CL-CITATION (CLC-FIND-SUB) EQUAL TO FDR-CITATION. CVCLC4.2
035300     IF CLC-FIND-SUB NOT GREATER THAN CLC-CL-COUNT                CVCLC4.2
035400         MOVE CLC-FIND-SUB TO CLC-DC-CLAUSE (CLC-DC-COUNT)        CVCLC4.2
035500         GO TO 1210-EXIT.                                         CVCLC4.2
035600     MOVE ZERO TO CLC-DC-CLAUSE (CLC-DC-COUNT).                   CVCLC4.2
035700     PERFORM 1900-FIND THRU 1900-EXIT                             CVCLC4.2
035800         VARYING CLC-FIND-SUB FROM 1 BY 1                         CVCLC4.2
035900         UNTIL CLC-FIND-SUB GREATER THAN CLC-UC-COUNT             CVCLC4.2
036000         OR CLC-UC-CITATION (CLC-FIND-SUB) EQUAL TO FDR-CITATION. CVCLC4.2
036100     IF CLC-FIND-SUB GREATER THAN CLC-UC-COUNT                    CVCLC4.2
036200             AND CLC-UC-COUNT LESS THAN 100                       CVCLC4.2
036300         ADD 1 TO CLC-UC-COUNT                                    CVCLC4.2
036400         MOVE FDR-CITATION TO CLC-UC-CITATION (CLC-UC-COUNT).     CVCLC4.2
036500 1210-EXIT. EXIT.                                                 CVCLC4.2
036600 1300-LOAD-CATALOG.                                               CVCLC4.2
036700     OPEN INPUT CATALOG-FILE.                                     CVCLC4.2
036800     IF CLC-CAT-STATUS NOT EQUAL TO "00"                          CVCLC4.2
036900         DISPLAY "CCVSCLCV - NO CCVSTCLG TEST CATALOG - STATUS "  CVCLC4.2
037000             CLC-CAT-STATUS                                       CVCLC4.2
037100         MOVE 8 TO RETURN-CODE                                    CVCLC4.2
037200         STOP RUN.                                                CVCLC4.2
037300     MOVE ZERO TO CLC-EOF-SWITCH.                                 CVCLC4.2
037400     PERFORM 1310-LOAD-ONE-TEST THRU 1310-EXIT                    CVCLC4.2
037500         UNTIL CLC-AT-EOF.                                        CVCLC4.2
037600     CLOSE CATALOG-FILE.                                          CVCLC4.2
037700 1300-EXIT. EXIT.                                                 CVCLC4.2
037800 1310-LOAD-ONE-TEST.                                              CVCLC4.2
037900     READ CATALOG-FILE AT END                                     CVCLC4.2
038000         MOVE 1 TO CLC-EOF-SWITCH                                 CVCLC4.2
038100         GO TO 1310-EXIT.                                         CVCLC4.2
038200     PERFORM 1900-FIND THRU 1900-EXIT                             CVCLC4.2
038300         VARYING CLC-FIND-SUB FROM 1 BY 1                         CVCLC4.2
038400         UNTIL CLC-FIND-SUB GREATER THAN CLC-DC-COUNT             CVCLC4.2
038500         OR CLC-DC-FEATURE (CLC-FIND-SUB) EQUAL TO TC-FEATURE.    CVCLC4.2
038600     IF CLC-FIND-SUB GREATER THAN CLC-DC-COUNT                    CVCLC4.2
038700         ADD 1 TO CLC-UNDICT-COUNT                                CVCLC4.2
038800         GO TO 1310-EXIT.                                         CVCLC4.2
038900     MOVE CLC-DC-CLAUSE (CLC-FIND-SUB) TO CLC-CL-SUB.             CVCLC4.2
039000     IF CLC-CL-SUB GREATER THAN ZERO                              CVCLC4.2
039100         ADD 1 TO CLC-CL-TESTS (CLC-CL-SUB).                      CVCLC4.2
039200 1310-EXIT. EXIT.                                                 CVCLC4.2
039300*    THE TARGETS REPORTED ARE THE CARD'S, OR EVERY ONE WITH A     CVCLC4.2
039400*    RUN ON CCVSLATE, IN THE ORDER CCVSLATE FIRST SHOWS THEM.     CVCLC4.2
039500 1400-LOAD-LATEST.                                                CVCLC4.2
039600     OPEN INPUT LATEST-FILE.                                      CVCLC4.2
039700     IF CLC-LAT-STATUS NOT EQUAL TO "00"                          CVCLC4.2
039800         DISPLAY "CCVSCLCV - NO CCVSLATE - STATUS " CLC-LAT-STATUSCVCLC4.2
039900         MOVE 8 TO RETURN-CODE                                    CVCLC4.2
040000         STOP RUN.                                                CVCLC4.2
040100     IF CLC-CARD-TARGET NOT EQUAL TO SPACE                        CVCLC4.2
040200         MOVE 1 TO CLC-TG-COUNT                                   CVCLC4.2
040300         MOVE CLC-CARD-TARGET TO CLC-TG-ID (1).                   CVCLC4.2
040400     MOVE ZERO TO CLC-EOF-SWITCH.                                 CVCLC4.2
040500     PERFORM 1410-LOAD-ONE-LATEST THRU 1410-EXIT                  CVCLC4.2
040600         UNTIL CLC-AT-EOF.                                        CVCLC4.2
040700     CLOSE LATEST-FILE.                                           CVCLC4.2
040800     IF CLC-TG-DROPPED GREATER THAN ZERO                          CVCLC4.2
040900         DISPLAY "CCVSCLCV - OVER 10 TARGETS - " CLC-TG-DROPPED   CVCLC4.2
041000             " CCVSLATE RECORDS NOT REPORTED - "                  CVCLC4.2
041100             "NAME ONE ON THE CARD".                              CVCLC4.2
041120     IF CLC-LT-DROPPED GREATER THAN ZERO                          CVCLC4.2
041140         DISPLAY "CCVSCLCV - LATEST-RUN TABLE FULL - "            CVCLC4.2
041160             CLC-LT-DROPPED " CCVSLATE RECORDS NOT LOADED - "     CVCLC4.2
041180             "THEIR CLAUSES MAY SHOW AS NOT COVERED".             CVCLC4.2
041200 1400-EXIT. EXIT.                                                 CVCLC4.2
041300 1410-LOAD-ONE-LATEST.                                            CVCLC4.2
041400     READ LATEST-FILE AT END                                      CVCLC4.2
041500         MOVE 1 TO CLC-EOF-SWITCH                                 CVCLC4.2
041600         GO TO 1410-EXIT.                                         CVCLC4.2
041700     IF CLC-CARD-TARGET NOT EQUAL TO SPACE                        CVCLC4.2
041800             AND LAT-TARGET-ID NOT EQUAL TO CLC-CARD-TARGET       CVCLC4.2
041900         GO TO 1410-EXIT.                                         CVCLC4.2
042000     PERFORM 1900-FIND THRU 1900-EXIT                             CVCLC4.2
042100         VARYING CLC-TG-SUB FROM 1 BY 1                           CVCLC4.2
042200         UNTIL CLC-TG-SUB GREATER THAN CLC-TG-COUNT               CVCLC4.2
042300         OR CLC-TG-ID (CLC-TG-SUB) EQUAL TO LAT-TARGET-ID.        CVCLC4.2
042400     IF CLC-TG-SUB GREATER THAN CLC-TG-COUNT                      CVCLC4.2
042500             AND CLC-TG-COUNT EQUAL TO 10                         CVCLC4.2
042600         ADD 1 TO CLC-TG-DROPPED                                  CVCLC4.2
042700         GO TO 1410-EXIT.                                         CVCLC4.2
042800     IF CLC-LT-COUNT EQUAL TO 3000                                CVCLC4.2
042900         ADD 1 TO CLC-LT-DROPPED                                  CVCLC4.2
043000         GO TO 1410-EXIT.                                         CVCLC4.2
043100     IF CLC-TG-SUB GREATER THAN CLC-TG-COUNT                      CVCLC4.2
043200         ADD 1 TO CLC-TG-COUNT                                    CVCLC4.2
043300         MOVE LAT-TARGET-ID TO CLC-TG-ID (CLC-TG-COUNT).          CVCLC4.2
043400     ADD 1 TO CLC-LT-COUNT.                                       CVCLC4.2
043500     MOVE LAT-PGM-ID    TO CLC-LT-PGM-ID    (CLC-LT-COUNT).       CVCLC4.2
043600     MOVE LAT-TARGET-ID TO CLC-LT-TARGET-ID (CLC-LT-COUNT).       CVCLC4.2
043700     MOVE LAT-DATE      TO CLC-LT-DATE      (CLC-LT-COUNT).       CVCLC4.2
043800     MOVE LAT-TIME      TO CLC-LT-TIME      (CLC-LT-COUNT).       CVCLC4.2
043900     MOVE CLC-TG-SUB    TO CLC-LT-TG-SUB    (CLC-LT-COUNT).       CVCLC4.2
044000 1410-EXIT. EXIT.                                                 CVCLC4.2
044100 1900-FIND. EXIT.                                                 CVCLC4.2
044200 1900-EXIT. EXIT.                                                 CVCLC4.2
044300*    ONLY PASS AND FAIL* EVENTS OF A LATEST RUN COUNT.  A         CVCLC4.2
044400*    DELETED (*****) OR INSPT TEST NEITHER COVERS NOR FAILS ITS   CVCLC4.2
044500*    CLAUSE.                                                      CVCLC4.2
044600 2000-SCAN-ARCHIVE.                                               CVCLC4.2
044700     OPEN INPUT ARCH-FILE.                                        CVCLC4.2
044800     IF CLC-ARCH-STATUS NOT EQUAL TO "00"                         CVCLC4.2
044900         DISPLAY "CCVSCLCV - NO CCVSAUDA EVENT ARCHIVE - STATUS " CVCLC4.2
045000             CLC-ARCH-STATUS                                      CVCLC4.2
045100         MOVE 8 TO RETURN-CODE                                    CVCLC4.2
045200         STOP RUN.                                                CVCLC4.2
045300     MOVE ZERO TO CLC-EOF-SWITCH.                                 CVCLC4.2
045400     PERFORM 2100-EVENT THRU 2100-EXIT                            CVCLC4.2
045500         UNTIL CLC-AT-EOF.                                        CVCLC4.2
045600     CLOSE ARCH-FILE.                                             CVCLC4.2
045700 2000-EXIT. EXIT.                                                 CVCLC4.2
045800 2100-EVENT.                                                      CVCLC4.2
045900     READ ARCH-FILE AT END                                        CVCLC4.2
046000         MOVE 1 TO CLC-EOF-SWITCH                                 CVCLC4.2
046100         GO TO 2100-EXIT.                                         CVCLC4.2
046200     ADD 1 TO CLC-EVENT-COUNT.                                    CVCLC4.2
046300     MOVE AR-PGM-ID    TO CLC-EVT-PGM-ID.                         CVCLC4.2
046400     MOVE AR-TARGET-ID TO CLC-EVT-TARGET-ID.                      CVCLC4.2
046500     MOVE AR-RUN-DATE  TO CLC-EVT-DATE.                           CVCLC4.2
046600     MOVE AR-RUN-TIME  TO CLC-EVT-TIME.                           CVCLC4.2
046700     IF CLC-EVT-KEY NOT EQUAL TO CLC-HELD-KEY                     CVCLC4.2
046800         PERFORM 2200-NEW-RUN THRU 2200-EXIT.                     CVCLC4.2
046900     IF CLC-HELD-TG-SUB EQUAL TO ZERO                             CVCLC4.2
047000         GO TO 2100-EXIT.                                         CVCLC4.2
047100     IF AR-OUTCOME NOT EQUAL TO "PASS " AND NOT EQUAL TO "FAIL*"  CVCLC4.2
047200         GO TO 2100-EXIT.                                         CVCLC4.2
047300     PERFORM 1900-FIND THRU 1900-EXIT                             CVCLC4.2
047400         VARYING CLC-FIND-SUB FROM 1 BY 1                         CVCLC4.2
047500         UNTIL CLC-FIND-SUB GREATER THAN CLC-DC-COUNT             CVCLC4.2
047600         OR CLC-DC-FEATURE (CLC-FIND-SUB) EQUAL TO AR-FEATURE.    CVCLC4.2
047700     IF CLC-FIND-SUB GREATER THAN CLC-DC-COUNT                    CVCLC4.2
047800         GO TO 2100-EXIT.                                         CVCLC4.2
047900     MOVE CLC-DC-CLAUSE (CLC-FIND-SUB) TO CLC-CL-SUB.             CVCLC4.2
048000     IF CLC-CL-SUB EQUAL TO ZERO                                  CVCLC4.2
048100         GO TO 2100-EXIT.                                         CVCLC4.2
048200     ADD 1 TO CLC-LATEST-EVENTS.                                  CVCLC4.2
048300     IF AR-OUTCOME EQUAL TO "PASS "                               CVCLC4.2
048400         ADD 1 TO CLC-CL-PASS (CLC-CL-SUB CLC-HELD-TG-SUB)        CVCLC4.2
048500     ELSE                                                         CVCLC4.2
048600         ADD 1 TO CLC-CL-FAIL (CLC-CL-SUB CLC-HELD-TG-SUB).       CVCLC4.2
048700 2100-EXIT. EXIT.                                                 CVCLC4.2
048800 2200-NEW-RUN.                                                    CVCLC4.2
048900     MOVE CLC-EVT-KEY TO CLC-HELD-KEY.                            CVCLC4.2
049000     MOVE ZERO TO CLC-HELD-TG-SUB.                                CVCLC4.2
049100     PERFORM 1900-FIND THRU 1900-EXIT                             CVCLC4.2
049200         VARYING CLC-FIND-SUB FROM 1 BY 1                         CVCLC4.2
049300         UNTIL CLC-FIND-SUB GREATER THAN CLC-LT-COUNT             CVCLC4.2
049400         OR CLC-LT-KEY (CLC-FIND-SUB) EQUAL TO CLC-EVT-KEY.       CVCLC4.2
049500     IF CLC-FIND-SUB NOT GREATER THAN CLC-LT-COUNT                CVCLC4.2
049600         MOVE CLC-LT-TG-SUB (CLC-FIND-SUB) TO CLC-HELD-TG-SUB.    CVCLC4.2
049700 2200-EXIT. EXIT.                                                 CVCLC4.2
049800 3000-REPORT.                                                     CVCLC4.2
049900     OPEN OUTPUT RESULT-FILE.                                     CVCLC4.2
050000     OPEN OUTPUT PRINT-FILE.                                      CVCLC4.2
050100     MOVE CLC-TODAY    TO CH-TODAY-O.                             CVCLC4.2
050200     MOVE CLC-CL-COUNT TO CH-CLAUSES-O.                           CVCLC4.2
050300     MOVE CLC-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
050400     MOVE CLC-H-2 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
050500     PERFORM 3100-TARGET THRU 3100-EXIT                           CVCLC4.2
050600         VARYING CLC-TG-SUB FROM 1 BY 1                           CVCLC4.2
050700         UNTIL CLC-TG-SUB GREATER THAN CLC-TG-COUNT.              CVCLC4.2
050800     MOVE SPACE TO PRINT-REC.                                     CVCLC4.2
050900     WRITE PRINT-REC AFTER ADVANCING PAGE.                        CVCLC4.2
051000     MOVE CLC-U-T-1 TO PRINT-REC. WRITE PRINT-REC.                CVCLC4.2
051100     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCLC4.2
051200     IF CLC-UC-COUNT EQUAL TO ZERO                                CVCLC4.2
051300         MOVE CLC-N-1 TO PRINT-REC                                CVCLC4.2
051400         WRITE PRINT-REC.                                         CVCLC4.2
051500     PERFORM 3300-UNCITED THRU 3300-EXIT                          CVCLC4.2
051600         VARYING CLC-SUB FROM 1 BY 1                              CVCLC4.2
051700         UNTIL CLC-SUB GREATER THAN CLC-UC-COUNT.                 CVCLC4.2
051800     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCLC4.2
051900     MOVE "CATALOG TESTS NOT IN DICT= " TO CS-LABEL-O.            CVCLC4.2
052000     MOVE CLC-UNDICT-COUNT TO CS-COUNT-O.                         CVCLC4.2
052100     MOVE CLC-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
052200     CLOSE RESULT-FILE.                                           CVCLC4.2
052300     CLOSE PRINT-FILE.                                            CVCLC4.2
052400 3000-EXIT. EXIT.                                                 CVCLC4.2
052500 3100-TARGET.                                                     CVCLC4.2
052600     MOVE ZERO TO CLC-TG-PASSING   (CLC-TG-SUB).                  CVCLC4.2
052700     MOVE ZERO TO CLC-TG-FAILING   (CLC-TG-SUB).                  CVCLC4.2
052800     MOVE ZERO TO CLC-TG-UNCOVERED (CLC-TG-SUB).                  CVCLC4.2
052900     MOVE SPACE TO PRINT-REC.                                     CVCLC4.2
053000     WRITE PRINT-REC AFTER ADVANCING PAGE.                        CVCLC4.2
053100     MOVE CLC-TG-ID (CLC-TG-SUB) TO CT-TARGET-O.                  CVCLC4.2
053200     MOVE CLC-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
053300     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCLC4.2
053400     MOVE CLC-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
053500     PERFORM 3200-CLAUSE THRU 3200-EXIT                           CVCLC4.2
053600         VARYING CLC-CL-SUB FROM 1 BY 1                           CVCLC4.2
053700         UNTIL CLC-CL-SUB GREATER THAN CLC-CL-COUNT.              CVCLC4.2
053800     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCLC4.2
053900     MOVE "CLAUSES REQUIRED        = " TO CS-LABEL-O.             CVCLC4.2
054000     MOVE CLC-CL-COUNT TO CS-COUNT-O.                             CVCLC4.2
054100     MOVE CLC-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
054200     MOVE "COVERED AND PASSING     = " TO CS-LABEL-O.             CVCLC4.2
054300     MOVE CLC-TG-PASSING (CLC-TG-SUB) TO CS-COUNT-O.              CVCLC4.2
054400     MOVE CLC-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
054500     MOVE "COVERED BUT FAILING     = " TO CS-LABEL-O.             CVCLC4.2
054600     MOVE CLC-TG-FAILING (CLC-TG-SUB) TO CS-COUNT-O.              CVCLC4.2
054700     MOVE CLC-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
054800     MOVE "NOT COVERED             = " TO CS-LABEL-O.             CVCLC4.2
054900     MOVE CLC-TG-UNCOVERED (CLC-TG-SUB) TO CS-COUNT-O.            CVCLC4.2
055000     MOVE CLC-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
055100     ADD CLC-TG-PASSING (CLC-TG-SUB) CLC-TG-FAILING (CLC-TG-SUB)  CVCLC4.2
055200         GIVING CLC-COVERED.                                      CVCLC4.2
055300     COMPUTE CLC-PCT ROUNDED = (CLC-COVERED * 100) / CLC-CL-COUNT.CVCLC4.2
055400     MOVE "COVERAGE PERCENT        = " TO CS-PCT-LABEL-O.         CVCLC4.2
055500     MOVE CLC-PCT TO CS-PCT-O.                                    CVCLC4.2
055600     MOVE CLC-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
055700     COMPUTE CLC-PCT ROUNDED =                                    CVCLC4.2
055800         (CLC-TG-PASSING (CLC-TG-SUB) * 100) / CLC-CL-COUNT.      CVCLC4.2
055900     MOVE "PASSING PERCENT         = " TO CS-PCT-LABEL-O.         CVCLC4.2
056000     MOVE CLC-PCT TO CS-PCT-O.                                    CVCLC4.2
056100     MOVE CLC-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
056200 3100-EXIT. EXIT.                                                 CVCLC4.2
056300 3200-CLAUSE.                                                     CVCLC4.2
056400     MOVE SPACE TO CLAUSE-COV-REC.                                CVCLC4.2
056500     MOVE CLC-TG-ID (CLC-TG-SUB)          TO CCR-TARGET-ID.       CVCLC4.2
056600     MOVE CLC-CL-CITATION (CLC-CL-SUB)    TO CCR-CITATION.        CVCLC4.2
056700     MOVE CLC-CL-TITLE (CLC-CL-SUB)       TO CCR-TITLE.           CVCLC4.2
056800     MOVE CLC-CL-TESTS (CLC-CL-SUB)       TO CCR-TESTS.           CVCLC4.2
056900     MOVE CLC-CL-PASS (CLC-CL-SUB CLC-TG-SUB) TO CCR-PASS.        CVCLC4.2
057000     MOVE CLC-CL-FAIL (CLC-CL-SUB CLC-TG-SUB) TO CCR-FAIL.        CVCLC4.2
057100     MOVE CLC-TODAY                       TO CCR-RUN-DATE.        CVCLC4.2
057200     MOVE SPACE TO CLC-D-1.                                       CVCLC4.2
057300     IF CCR-FAIL GREATER THAN ZERO                                CVCLC4.2
057400         MOVE "FAILING " TO CCR-STATUS                            CVCLC4.2
057500         MOVE "FAILING" TO CD-STATUS-O                            CVCLC4.2
057600         ADD 1 TO CLC-TG-FAILING (CLC-TG-SUB)                     CVCLC4.2
057700         ADD 1 TO CLC-GAP-COUNT                                   CVCLC4.2
057800         GO TO 3200-WRITE.                                        CVCLC4.2
057900     IF CCR-PASS GREATER THAN ZERO                                CVCLC4.2
058000         MOVE "PASSING " TO CCR-STATUS                            CVCLC4.2
058100         MOVE "PASSING" TO CD-STATUS-O                            CVCLC4.2
058200         ADD 1 TO CLC-TG-PASSING (CLC-TG-SUB)                     CVCLC4.2
058300         GO TO 3200-WRITE.                                        CVCLC4.2
058400     MOVE "NOTCOVRD" TO CCR-STATUS.                               CVCLC4.2
058500     MOVE "NOT COVERED" TO CD-STATUS-O.                           CVCLC4.2
058600     ADD 1 TO CLC-TG-UNCOVERED (CLC-TG-SUB).                      CVCLC4.2
058700     ADD 1 TO CLC-GAP-COUNT.                                      CVCLC4.2
058800     IF CCR-TESTS EQUAL TO ZERO                                   CVCLC4.2
058900         MOVE "NO TEST" TO CCR-NOTE                               CVCLC4.2
059000     ELSE                                                         CVCLC4.2
059100         MOVE "NO RESULT" TO CCR-NOTE.                            CVCLC4.2
059200 3200-WRITE.                                                      CVCLC4.2
059300     MOVE CCR-CITATION TO CD-CITATION-O.                          CVCLC4.2
059400     MOVE CCR-TITLE    TO CD-TITLE-O.                             CVCLC4.2
059500     MOVE CCR-TESTS    TO CD-TESTS-O.                             CVCLC4.2
059600     MOVE CCR-PASS     TO CD-PASS-O.                              CVCLC4.2
059700     MOVE CCR-FAIL     TO CD-FAIL-O.                              CVCLC4.2
059800     MOVE CCR-NOTE     TO CD-NOTE-O.                              CVCLC4.2
059900     WRITE CLAUSE-COV-REC.                                        CVCLC4.2
060000     MOVE CLC-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
060100 3200-EXIT. EXIT.                                                 CVCLC4.2
060200 3300-UNCITED.                                                    CVCLC4.2
060300     MOVE CLC-UC-CITATION (CLC-SUB) TO CU-CITATION-O.             CVCLC4.2
060400     MOVE CLC-U-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCLC4.2
060500 3300-EXIT. EXIT.                                                 CVCLC4.2
