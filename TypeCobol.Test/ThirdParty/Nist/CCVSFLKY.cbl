000100 IDENTIFICATION DIVISION.                                         CVFKY4.2
000200 PROGRAM-ID.    CCVSFLKY.                                         CVFKY4.2
000300******************************************************************CVFKY4.2
000400**                                                                CVFKY4.2
000500**    FLAKY-TEST DETECTOR OVER THE CCVSAUDA AUDIT EVENT      *    CVFKY4.2
000600**    ARCHIVE.  CCVSTRND CHARTS WHOLE-PROGRAM FAIL COUNTS,   *    CVFKY4.2
000700**    SO ONE TEST FLIPPING BACK AND FORTH SHOWS UP THERE     *    CVFKY4.2
000800**    AS A STRING OF "REGRESSIONS" THAT ARE NOTHING OF THE   *    CVFKY4.2
000900**    KIND.  THIS JOB WALKS THE ARCHIVE ONE TEST AT A TIME   *    CVFKY4.2
001000**    (PROGRAM/TARGET/AAR-PAR-NAME), SETTLES EACH RUN'S      *    CVFKY4.2
001100**    OUTCOME FOR THE TEST, AND COUNTS A FLIP WHENEVER THE   *    CVFKY4.2
001200**    OUTCOME CHANGED FROM ONE RUN TO THE NEXT WHILE THE     *    CVFKY4.2
001300**    TWO RUNS' CCVSENVS SNAPSHOTS SHOW THE SAME COMPILER    *    CVFKY4.2
001400**    BUILD AND OS LEVEL.  A CHANGE THAT COINCIDES WITH AN   *    CVFKY4.2
001500**    ENVIRONMENT CHANGE (OR A MISSING SNAPSHOT) IS COUNTED  *    CVFKY4.2
001600**    SEPARATELY AND NEVER AS A FLIP.                        *    CVFKY4.2
001700**                                                                CVFKY4.2
001800**    OUTPUT IS A RANKED INSTABILITY REPORT (CCVSFLKP) AND   *    CVFKY4.2
001900**    THE FLAKY-TEST LIST (CCVSFLKL, SEE CCVSFLK) THAT       *    CVFKY4.2
002000**    CCVSALMN AND CCVSCERT CONSULT.  A TEST GOES ON THE     *    CVFKY4.2
002100**    LIST ONLY AT THE FLIP THRESHOLD -- ONE CHANGE IS A     *    CVFKY4.2
002200**    REGRESSION OR A FIX, IT TAKES TWO TO FLIP-FLOP.        *    CVFKY4.2
002300**                                                                CVFKY4.2
002400**    CONTROL CARD (CCVSFLKC, OPTIONAL) --                   *    CVFKY4.2
002500**      COLS 1-3   MINIMUM FLIPS TO LIST A TEST (DEFAULT 2)  *    CVFKY4.2
002600**      COLS 4-11  FIRST RUN DATE CONSIDERED (YYYYMMDD)      *    CVFKY4.2
002700**                                                                CVFKY4.2
002800******************************************************************CVFKY4.2
002900 ENVIRONMENT DIVISION.                                            CVFKY4.2
003000 CONFIGURATION SECTION.                                           CVFKY4.2
003100 SOURCE-COMPUTER.                                                 CVFKY4.2
003200     GNU-COBOL.                                                   CVFKY4.2
003300 OBJECT-COMPUTER.                                                 CVFKY4.2
003400     GNU-COBOL.                                                   CVFKY4.2
003500 INPUT-OUTPUT SECTION.                                            CVFKY4.2
003600 FILE-CONTROL.                                                    CVFKY4.2
003700     SELECT ARCH-FILE  ASSIGN TO                                  CVFKY4.2
003800            CCVSAUDA                                              CVFKY4.2
003900            ORGANIZATION IS SEQUENTIAL                            CVFKY4.2
004000            FILE STATUS IS FKY-ARCH-STATUS.                       CVFKY4.2
004100     SELECT ENVS-FILE  ASSIGN TO                                  CVFKY4.2
004200            CCVSENVS                                              CVFKY4.2
004300            ORGANIZATION IS INDEXED                               CVFKY4.2
004400            ACCESS MODE IS RANDOM                                 CVFKY4.2
004500            RECORD KEY IS ENV-SNAP-KEY                            CVFKY4.2
004600            FILE STATUS IS FKY-ENV-STATUS.                        CVFKY4.2
004700     SELECT CTL-FILE   ASSIGN TO                                  CVFKY4.2
004800            CCVSFLKC                                              CVFKY4.2
004900            ORGANIZATION IS SEQUENTIAL                            CVFKY4.2
005000            FILE STATUS IS FKY-CTL-STATUS.                        CVFKY4.2
005100     SELECT FLAKY-FILE ASSIGN TO                                  CVFKY4.2
005200            CCVSFLKL                                              CVFKY4.2
005300            ORGANIZATION IS SEQUENTIAL.                           CVFKY4.2
005400     SELECT PRINT-FILE ASSIGN TO                                  CVFKY4.2
005500            CCVSFLKP.                                             CVFKY4.2
005600 DATA DIVISION.                                                   CVFKY4.2
005700 FILE SECTION.                                                    CVFKY4.2
005800 FD  ARCH-FILE                                                    CVFKY4.2
005900     LABEL RECORDS STANDARD.                                      CVFKY4.2
006000*    SAME SHAPE AS AUDIT-ARCH-REC IN CCVSHFD.                     CVFKY4.2
006100 01  FKY-ARCH-REC.                                                CVFKY4.2
006200     05  AR-PGM-ID            PIC X(6).                           CVFKY4.2
006300     05  FILLER               PIC X.                              CVFKY4.2
006400     05  AR-TARGET-ID         PIC X(4).                           CVFKY4.2
006500     05  FILLER               PIC X.                              CVFKY4.2
006600     05  AR-RUN-DATE          PIC 9(8).                           CVFKY4.2
006700     05  FILLER               PIC X.                              CVFKY4.2
006800     05  AR-RUN-TIME          PIC 9(8).                           CVFKY4.2
006900     05  FILLER               PIC X.                              CVFKY4.2
007000     05  AR-PAR-NAME          PIC X(20).                          CVFKY4.2
007100     05  FILLER               PIC X.                              CVFKY4.2
007200     05  AR-FEATURE           PIC X(20).                          CVFKY4.2
007300     05  FILLER               PIC X.                              CVFKY4.2
007400     05  AR-OUTCOME           PIC X(5).                           CVFKY4.2
007500     05  FILLER               PIC X.                              CVFKY4.2
007600     05  AR-DATE              PIC 9(8).                           CVFKY4.2
007700     05  FILLER               PIC X.                              CVFKY4.2
007800     05  AR-TIME              PIC 9(8).                           CVFKY4.2
007900 FD  ENVS-FILE.                                                   CVFKY4.2
008000     COPY CCVSENV.                                                CVFKY4.2
008100 FD  CTL-FILE                                                     CVFKY4.2
008200     LABEL RECORDS STANDARD.                                      CVFKY4.2
008300 01  FKY-CTL-REC.                                                 CVFKY4.2
008400     05  FC-MIN-FLIPS         PIC 9(3).                           CVFKY4.2
008500     05  FC-FROM-DATE         PIC 9(8).                           CVFKY4.2
008600 FD  FLAKY-FILE                                                   CVFKY4.2
008700     LABEL RECORDS STANDARD.                                      CVFKY4.2
008800     COPY CCVSFLK.                                                CVFKY4.2
008900 FD  PRINT-FILE                                                   CVFKY4.2
009000     LABEL RECORDS STANDARD                                       CVFKY4.2
009100     DATA RECORD IS PRINT-REC.                                    CVFKY4.2
009200 01  PRINT-REC PICTURE X(120).                                    CVFKY4.2
009300 WORKING-STORAGE SECTION.                                         CVFKY4.2
009400 01  FKY-ARCH-STATUS         PIC XX       VALUE SPACE.            CVFKY4.2
009500 01  FKY-ENV-STATUS          PIC XX       VALUE SPACE.            CVFKY4.2
009600 01  FKY-CTL-STATUS          PIC XX       VALUE SPACE.            CVFKY4.2
009700 01  FKY-EOF-SWITCH          PIC 9        VALUE ZERO.             CVFKY4.2
009800     88  FKY-AT-EOF                   VALUE 1.                    CVFKY4.2
009900 01  FKY-FULL-SW             PIC 9        VALUE ZERO.             CVFKY4.2
010000     88  FKY-TABLE-FULL               VALUE 1.                    CVFKY4.2
010100 01  FKY-SWAP-SW             PIC 9        VALUE ZERO.             CVFKY4.2
010200     88  FKY-PASS-SWAPPED             VALUE 1.                    CVFKY4.2
010300 01  FKY-MIN-FLIPS           PIC 9(3)     VALUE 002.              CVFKY4.2
010400 01  FKY-FROM-DATE           PIC 9(8)     VALUE ZERO.             CVFKY4.2
010500 01  FKY-TEST-COUNT          PIC 9(4) COMP VALUE ZERO.            CVFKY4.2
010600 01  FKY-SUB                 PIC 9(4) COMP VALUE ZERO.            CVFKY4.2
010700 01  FKY-SUB-2               PIC 9(4) COMP VALUE ZERO.            CVFKY4.2
010800 01  FKY-HINT-SUB            PIC 9(4) COMP VALUE ZERO.            CVFKY4.2
010900 01  FKY-RANK                PIC 9(4) COMP VALUE ZERO.            CVFKY4.2
011000 01  FKY-READ-COUNT          PIC 9(7)     VALUE ZERO.             CVFKY4.2
011100 01  FKY-FLIPPED-COUNT       PIC 9(5) COMP VALUE ZERO.            CVFKY4.2
011200 01  FKY-LISTED-COUNT        PIC 9(5) COMP VALUE ZERO.            CVFKY4.2
011300 01  FKY-ENVCHG-COUNT        PIC 9(5) COMP VALUE ZERO.            CVFKY4.2
011400 01  FKY-INTERVALS           PIC 9(4)     VALUE ZERO.             CVFKY4.2
011500*    THE SNAPSHOT FOR THE RUN NOW BEING READ.  A RUN'S EVENTS     CVFKY4.2
011600*    ARE CONTIGUOUS ON THE ARCHIVE, SO ONE KEYED READ SERVES      CVFKY4.2
011700*    THE WHOLE RUN.                                               CVFKY4.2
011800 01  FKY-ENV-RUN-KEY         PIC X(26)    VALUE SPACE.            CVFKY4.2
011900 01  FKY-NEW-RUN-KEY.                                             CVFKY4.2
012000     05  FKY-NR-PGM-ID       PIC X(6).                            CVFKY4.2
012100     05  FKY-NR-TARGET-ID    PIC X(4).                            CVFKY4.2
012200     05  FKY-NR-STAMP.                                            CVFKY4.2
012300         10  FKY-NR-DATE     PIC 9(8).                            CVFKY4.2
012400         10  FKY-NR-TIME     PIC 9(8).                            CVFKY4.2
012500 01  FKY-ENV-SNAP-SW         PIC 9        VALUE ZERO.             CVFKY4.2
012600 01  FKY-ENV-W.                                                   CVFKY4.2
012700     05  FKY-ENV-COMPILER    PIC X(28).                           CVFKY4.2
012800     05  FKY-ENV-OS-LEVEL    PIC X(20).                           CVFKY4.2
012900*    ONE ENTRY PER TEST.  CUR-* ACCUMULATES THE RUN NOW BEING     CVFKY4.2
013000*    READ (A FAILURE ANYWHERE IN THE RUN MAKES THE RUN'S          CVFKY4.2
013100*    OUTCOME FAIL*); PRV-* IS THE SETTLED OUTCOME OF THE RUN      CVFKY4.2
013200*    BEFORE IT.  A FLIP IS COUNTED WHEN CUR IS SETTLED AGAINST    CVFKY4.2
013300*    PRV.  RANK-KEY (FLIPS, THEN FLIP RATE) DRIVES THE ORDER      CVFKY4.2
013400*    OF THE REPORT.                                               CVFKY4.2
013500 01  FKY-TEST-TABLE.                                              CVFKY4.2
013600     05  FKY-TEST-ENTRY      OCCURS 1000 TIMES.                   CVFKY4.2
013700         10  FKY-T-PGM-ID        PIC X(6).                        CVFKY4.2
013800         10  FKY-T-TARGET-ID     PIC X(4).                        CVFKY4.2
013900         10  FKY-T-PAR-NAME      PIC X(20).                       CVFKY4.2
014000         10  FKY-T-CUR-RUN.                                       CVFKY4.2
014100             15  FKY-T-CUR-DATE  PIC 9(8).                        CVFKY4.2
014200             15  FKY-T-CUR-TIME  PIC 9(8).                        CVFKY4.2
014300         10  FKY-T-CUR-OUTCOME   PIC X(5).                        CVFKY4.2
014400         10  FKY-T-CUR-SNAP      PIC 9.                           CVFKY4.2
014500         10  FKY-T-CUR-ENV       PIC X(48).                       CVFKY4.2
014600         10  FKY-T-PRV-HELD      PIC 9.                           CVFKY4.2
014700         10  FKY-T-PRV-OUTCOME   PIC X(5).                        CVFKY4.2
014800         10  FKY-T-PRV-SNAP      PIC 9.                           CVFKY4.2
014900         10  FKY-T-PRV-ENV       PIC X(48).                       CVFKY4.2
015000         10  FKY-T-RUNS          PIC 9(4).                        CVFKY4.2
015100         10  FKY-T-ENV-CHG       PIC 9(4).                        CVFKY4.2
015200         10  FKY-T-LAST-FLIP     PIC 9(8).                        CVFKY4.2
015300         10  FKY-T-RANK-KEY.                                      CVFKY4.2
015400             15  FKY-T-FLIPS     PIC 9(4).                        CVFKY4.2
015500             15  FKY-T-RATE      PIC 9(3).                        CVFKY4.2
015600 01  FKY-HOLD-ENTRY          PIC X(178).                          CVFKY4.2
015700 01  FKY-H-1.                                                     CVFKY4.2
015800     02 FILLER PIC X(120) VALUE                                   CVFKY4.2
015900     "    CCVS85 FLAKY-TEST DETECTOR - RANKED INSTABILITY REPORT".CVFKY4.2
016000 01  FKY-E-1.                                                     CVFKY4.2
016100     02 FILLER PIC X(16) VALUE "MINIMUM FLIPS = ".                CVFKY4.2
016200     02 FE-MIN-O           PIC ZZ9.                               CVFKY4.2
016300     02 FILLER PIC X(17) VALUE "  FROM RUN DATE =".               CVFKY4.2
016400     02 FE-FROM-O          PIC 9(8).                              CVFKY4.2
016500     02 FILLER             PIC X(76) VALUE SPACE.                 CVFKY4.2
016600 01  FKY-C-1.                                                     CVFKY4.2
016700     02 FILLER PIC X(4)  VALUE "RANK".                            CVFKY4.2
016800     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
016900     02 FILLER PIC X(6)  VALUE "PGM-ID".                          CVFKY4.2
017000     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
017100     02 FILLER PIC X(4)  VALUE "TRGT".                            CVFKY4.2
017200     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
017300     02 FILLER PIC X(20) VALUE "PAR-NAME".                        CVFKY4.2
017400     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
017500     02 FILLER PIC X(4)  VALUE "RUNS".                            CVFKY4.2
017600     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
017700     02 FILLER PIC X(4)  VALUE "FLIP".                            CVFKY4.2
017800     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
017900     02 FILLER PIC X(4)  VALUE "PCT ".                            CVFKY4.2
018000     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
018100     02 FILLER PIC X(4)  VALUE "ENVC".                            CVFKY4.2
018200     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
018300     02 FILLER PIC X(8)  VALUE "LASTFLIP".                        CVFKY4.2
018400     02 FILLER PIC X(2)  VALUE SPACE.                             CVFKY4.2
018500     02 FILLER PIC X(5)  VALUE "LIST ".                           CVFKY4.2
018600     02 FILLER PIC X(41) VALUE SPACE.                             CVFKY4.2
018700 01  FKY-D-1.                                                     CVFKY4.2
018800     02 FD-RANK-O          PIC ZZZ9.                              CVFKY4.2
018900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVFKY4.2
019000     02 FD-PGM-ID-O        PIC X(6).                              CVFKY4.2
019100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVFKY4.2
019200     02 FD-TARGET-O        PIC X(4).                              CVFKY4.2
019300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVFKY4.2
019400     02 FD-PAR-NAME-O      PIC X(20).                             CVFKY4.2
019500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVFKY4.2
019600     02 FD-RUNS-O          PIC ZZZ9.                              CVFKY4.2
019700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVFKY4.2
019800     02 FD-FLIPS-O         PIC ZZZ9.                              CVFKY4.2
019900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVFKY4.2
020000     02 FD-RATE-O          PIC ZZ9.                               CVFKY4.2
020100     02 FILLER             PIC X(3)  VALUE SPACE.                 CVFKY4.2
020200     02 FD-ENVCHG-O        PIC ZZZ9.                              CVFKY4.2
020300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVFKY4.2
020400     02 FD-LAST-O          PIC 9(8).                              CVFKY4.2
020500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVFKY4.2
020600     02 FD-LIST-O          PIC X(5).                              CVFKY4.2
020700     02 FILLER             PIC X(41) VALUE SPACE.                 CVFKY4.2
020800 01  FKY-S-1.                                                     CVFKY4.2
020900     02 FILLER PIC X(24) VALUE "ARCHIVE EVENTS READ    =".        CVFKY4.2
021000     02 FS-READ-O          PIC ZZZZZZ9.                           CVFKY4.2
021100     02 FILLER PIC X(89) VALUE SPACE.                             CVFKY4.2
021200 01  FKY-S-2.                                                     CVFKY4.2
021300     02 FILLER PIC X(24) VALUE "TESTS TRACKED          =".        CVFKY4.2
021400     02 FS-TESTS-O         PIC ZZZZ9.                             CVFKY4.2
021500     02 FILLER PIC X(91) VALUE SPACE.                             CVFKY4.2
021600 01  FKY-S-3.                                                     CVFKY4.2
021700     02 FILLER PIC X(24) VALUE "TESTS THAT FLIPPED     =".        CVFKY4.2
021800     02 FS-FLIPPED-O       PIC ZZZZ9.                             CVFKY4.2
021900     02 FILLER PIC X(91) VALUE SPACE.                             CVFKY4.2
022000 01  FKY-S-4.                                                     CVFKY4.2
022100     02 FILLER PIC X(24) VALUE "LISTED AS FLAKY        =".        CVFKY4.2
022200     02 FS-LISTED-O        PIC ZZZZ9.                             CVFKY4.2
022300     02 FILLER PIC X(91) VALUE SPACE.                             CVFKY4.2
022400 01  FKY-S-5.                                                     CVFKY4.2
022500     02 FILLER PIC X(24) VALUE "CHANGED WITH ENVIRONMNT=".        CVFKY4.2
022600     02 FS-ENVCHG-O        PIC ZZZZ9.                             CVFKY4.2
022700     02 FILLER PIC X(91) VALUE SPACE.                             CVFKY4.2
022800 01  FKY-W-1.                                                     CVFKY4.2
022900     02 FILLER PIC X(120) VALUE                                   CVFKY4.2
023000     "** TEST TABLE FULL - LATER TESTS NOT TRACKED **".           CVFKY4.2
023100 PROCEDURE DIVISION.                                              CVFKY4.2
023200 0000-MAINLINE SECTION.                                           CVFKY4.2
023300 0000-START.                                                      CVFKY4.2
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVFKY4.2
023500     PERFORM 2000-READ-EVENT THRU 2000-EXIT                       CVFKY4.2
023600             UNTIL FKY-AT-EOF.                                    CVFKY4.2
023700     PERFORM 3000-SETTLE-RUN THRU 3000-EXIT                       CVFKY4.2
023800         VARYING FKY-SUB FROM 1 BY 1                              CVFKY4.2
023900         UNTIL FKY-SUB GREATER THAN FKY-TEST-COUNT.               CVFKY4.2
024000     PERFORM 4000-RANK-TESTS THRU 4000-EXIT.                      CVFKY4.2
024100     PERFORM 5000-REPORT THRU 5000-EXIT.                          CVFKY4.2
024200     PERFORM 6000-FINISH THRU 6000-EXIT.                          CVFKY4.2
024300     STOP RUN.                                                    CVFKY4.2
024400 1000-INITIALIZE.                                                 CVFKY4.2
024500     PERFORM 1100-CTL-READ THRU 1100-EXIT.                        CVFKY4.2
024600     OPEN INPUT ARCH-FILE.                                        CVFKY4.2
024700     IF FKY-ARCH-STATUS NOT EQUAL TO "00"                         CVFKY4.2
024800         DISPLAY "CCVSFLKY - NO AUDIT ARCHIVE - STATUS "          CVFKY4.2
024900             FKY-ARCH-STATUS                                      CVFKY4.2
025000         MOVE 8 TO RETURN-CODE                                    CVFKY4.2
025100         STOP RUN.                                                CVFKY4.2
025200     OPEN INPUT ENVS-FILE.                                        CVFKY4.2
025300     IF FKY-ENV-STATUS NOT EQUAL TO "00"                          CVFKY4.2
025400         DISPLAY "CCVSFLKY - NO CCVSENVS SNAPSHOT FILE - STATUS " CVFKY4.2
025500             FKY-ENV-STATUS                                       CVFKY4.2
025600         CLOSE ARCH-FILE                                          CVFKY4.2
025700         MOVE 8 TO RETURN-CODE                                    CVFKY4.2
025800         STOP RUN.                                                CVFKY4.2
025900     OPEN OUTPUT FLAKY-FILE.                                      CVFKY4.2
026000     OPEN OUTPUT PRINT-FILE.                                      CVFKY4.2
026100 1000-EXIT. EXIT.                                                 CVFKY4.2
026200 1100-CTL-READ.                                                   CVFKY4.2
026300     OPEN INPUT CTL-FILE.                                         CVFKY4.2
026400     IF FKY-CTL-STATUS NOT EQUAL TO "00"                          CVFKY4.2
026500         GO TO 1100-EXIT.                                         CVFKY4.2
026600     READ CTL-FILE AT END GO TO 1100-CLOSE.                       CVFKY4.2
026700     IF FC-MIN-FLIPS NUMERIC AND FC-MIN-FLIPS GREATER THAN ZERO   CVFKY4.2
026800         MOVE FC-MIN-FLIPS TO FKY-MIN-FLIPS.                      CVFKY4.2
026900     IF FC-FROM-DATE NUMERIC                                      CVFKY4.2
027000         MOVE FC-FROM-DATE TO FKY-FROM-DATE.                      CVFKY4.2
027100 1100-CLOSE.                                                      CVFKY4.2
027200     CLOSE CTL-FILE.                                              CVFKY4.2
027300 1100-EXIT. EXIT.                                                 CVFKY4.2
027400*    THE ARCHIVE IS APPENDED ONE WHOLE RUN AT A TIME AT EACH      CVFKY4.2
027500*    RUN'S CLOSE-FILES, SO A GIVEN PROGRAM/TARGET'S RUNS ARE      CVFKY4.2
027600*    ALREADY IN TIME ORDER AND EACH RUN'S EVENTS CONTIGUOUS.      CVFKY4.2
027700 2000-READ-EVENT.                                                 CVFKY4.2
027800     READ ARCH-FILE AT END                                        CVFKY4.2
027900         MOVE 1 TO FKY-EOF-SWITCH                                 CVFKY4.2
028000         GO TO 2000-EXIT.                                         CVFKY4.2
028100     ADD 1 TO FKY-READ-COUNT.                                     CVFKY4.2
028200     IF AR-RUN-DATE NOT NUMERIC OR AR-PAR-NAME EQUAL TO SPACE     CVFKY4.2
028300         GO TO 2000-EXIT.                                         CVFKY4.2
028400     IF AR-RUN-DATE LESS THAN FKY-FROM-DATE                       CVFKY4.2
028500         GO TO 2000-EXIT.                                         CVFKY4.2
028600     PERFORM 2500-GET-ENV THRU 2500-EXIT.                         CVFKY4.2
028700     PERFORM 2200-FIND-TEST THRU 2200-EXIT.                       CVFKY4.2
028800     IF FKY-SUB GREATER THAN FKY-TEST-COUNT                       CVFKY4.2
028900         PERFORM 2400-ADD-TEST THRU 2400-EXIT                     CVFKY4.2
029000         GO TO 2000-EXIT.                                         CVFKY4.2
029100     MOVE FKY-SUB TO FKY-HINT-SUB.                                CVFKY4.2
029200     IF FKY-T-CUR-RUN (FKY-SUB) NOT EQUAL TO FKY-NR-STAMP         CVFKY4.2
029300         GO TO 2000-NEW-RUN.                                      CVFKY4.2
029400     IF AR-OUTCOME EQUAL TO "FAIL*"                               CVFKY4.2
029500         MOVE AR-OUTCOME TO FKY-T-CUR-OUTCOME (FKY-SUB).          CVFKY4.2
029600     GO TO 2000-EXIT.                                             CVFKY4.2
029700 2000-NEW-RUN.                                                    CVFKY4.2
029800     PERFORM 3000-SETTLE-RUN THRU 3000-EXIT.                      CVFKY4.2
029900     PERFORM 2600-START-RUN THRU 2600-EXIT.                       CVFKY4.2
030000 2000-EXIT. EXIT.                                                 CVFKY4.2
030100*    A RUN'S EVENTS COME IN THE PROGRAM'S OWN PARAGRAPH ORDER,    CVFKY4.2
030200*    SO THE ENTRY AFTER THE LAST ONE FOUND IS TRIED FIRST.        CVFKY4.2
030300 2200-FIND-TEST.                                                  CVFKY4.2
030400     ADD 1 FKY-HINT-SUB GIVING FKY-SUB.                           CVFKY4.2
030500     IF FKY-SUB NOT GREATER THAN FKY-TEST-COUNT                   CVFKY4.2
030600             AND AR-PGM-ID    EQUAL TO FKY-T-PGM-ID    (FKY-SUB)  CVFKY4.2
030700             AND AR-TARGET-ID EQUAL TO FKY-T-TARGET-ID (FKY-SUB)  CVFKY4.2
030800             AND AR-PAR-NAME  EQUAL TO FKY-T-PAR-NAME  (FKY-SUB)  CVFKY4.2
030900         GO TO 2200-EXIT.                                         CVFKY4.2
031000     PERFORM 2300-FIND-ONE THRU 2300-EXIT                         CVFKY4.2
031100         VARYING FKY-SUB FROM 1 BY 1                              CVFKY4.2
031200         UNTIL FKY-SUB GREATER THAN FKY-TEST-COUNT                CVFKY4.2
031300         OR (AR-PGM-ID    EQUAL TO FKY-T-PGM-ID    (FKY-SUB)      CVFKY4.2
031400         AND AR-TARGET-ID EQUAL TO FKY-T-TARGET-ID (FKY-SUB)      CVFKY4.2
031500         AND AR-PAR-NAME  EQUAL TO FKY-T-PAR-NAME  (FKY-SUB)).    CVFKY4.2
031600 2200-EXIT. EXIT.                                                 CVFKY4.2
031700 2300-FIND-ONE. EXIT.                                             CVFKY4.2
031800 2300-EXIT. EXIT.                                                 CVFKY4.2
031900 2400-ADD-TEST.                                                   CVFKY4.2
032000     IF FKY-TEST-COUNT EQUAL TO 1000                              CVFKY4.2
032100         MOVE 1 TO FKY-FULL-SW                                    CVFKY4.2
032200         GO TO 2400-EXIT.                                         CVFKY4.2
032300     ADD 1 TO FKY-TEST-COUNT.                                     CVFKY4.2
032400     MOVE FKY-TEST-COUNT TO FKY-SUB.                              CVFKY4.2
032500     MOVE FKY-SUB TO FKY-HINT-SUB.                                CVFKY4.2
032600     MOVE AR-PGM-ID    TO FKY-T-PGM-ID    (FKY-SUB).              CVFKY4.2
032700     MOVE AR-TARGET-ID TO FKY-T-TARGET-ID (FKY-SUB).              CVFKY4.2
032800     MOVE AR-PAR-NAME  TO FKY-T-PAR-NAME  (FKY-SUB).              CVFKY4.2
032900     MOVE ZERO TO FKY-T-PRV-HELD (FKY-SUB) FKY-T-RUNS (FKY-SUB)   CVFKY4.2
033000         FKY-T-ENV-CHG (FKY-SUB) FKY-T-LAST-FLIP (FKY-SUB)        CVFKY4.2
033100         FKY-T-FLIPS (FKY-SUB) FKY-T-RATE (FKY-SUB).              CVFKY4.2
033200     PERFORM 2600-START-RUN THRU 2600-EXIT.                       CVFKY4.2
033300 2400-EXIT. EXIT.                                                 CVFKY4.2
033400 2500-GET-ENV.                                                    CVFKY4.2
033500     MOVE AR-PGM-ID    TO FKY-NR-PGM-ID.                          CVFKY4.2
033600     MOVE AR-TARGET-ID TO FKY-NR-TARGET-ID.                       CVFKY4.2
033700     MOVE AR-RUN-DATE  TO FKY-NR-DATE.                            CVFKY4.2
033800     MOVE AR-RUN-TIME  TO FKY-NR-TIME.                            CVFKY4.2
033900     IF FKY-NEW-RUN-KEY EQUAL TO FKY-ENV-RUN-KEY                  CVFKY4.2
034000         GO TO 2500-EXIT.                                         CVFKY4.2
034100     MOVE FKY-NEW-RUN-KEY TO FKY-ENV-RUN-KEY.                     CVFKY4.2
034200     MOVE FKY-NEW-RUN-KEY TO ENV-SNAP-KEY.                        CVFKY4.2
034300     MOVE SPACE TO FKY-ENV-W.                                     CVFKY4.2
034400     MOVE ZERO TO FKY-ENV-SNAP-SW.                                CVFKY4.2
034500     READ ENVS-FILE                                               CVFKY4.2
034600         INVALID KEY GO TO 2500-EXIT.                             CVFKY4.2
034700     MOVE 1 TO FKY-ENV-SNAP-SW.                                   CVFKY4.2
034800     MOVE ES-COMPILER TO FKY-ENV-COMPILER.                        CVFKY4.2
034900     MOVE ES-OS-LEVEL TO FKY-ENV-OS-LEVEL.                        CVFKY4.2
035000 2500-EXIT. EXIT.                                                 CVFKY4.2
035100 2600-START-RUN.                                                  CVFKY4.2
035200     MOVE FKY-NR-STAMP    TO FKY-T-CUR-RUN     (FKY-SUB).         CVFKY4.2
035300     MOVE AR-OUTCOME      TO FKY-T-CUR-OUTCOME (FKY-SUB).         CVFKY4.2
035400     MOVE FKY-ENV-SNAP-SW TO FKY-T-CUR-SNAP    (FKY-SUB).         CVFKY4.2
035500     MOVE FKY-ENV-W       TO FKY-T-CUR-ENV     (FKY-SUB).         CVFKY4.2
035600 2600-EXIT. EXIT.                                                 CVFKY4.2
035700*    SETTLES THE TEST'S CURRENT RUN AGAINST ITS PRIOR RUN.  A     CVFKY4.2
035800*    CHANGED OUTCOME IS A FLIP ONLY WHEN BOTH RUNS HAVE A         CVFKY4.2
035900*    SNAPSHOT AND THE COMPILER BUILD AND OS LEVEL MATCH.          CVFKY4.2
036000 3000-SETTLE-RUN.                                                 CVFKY4.2
036100     IF FKY-T-CUR-RUN (FKY-SUB) EQUAL TO SPACE                    CVFKY4.2
036200         GO TO 3000-EXIT.                                         CVFKY4.2
036300     ADD 1 TO FKY-T-RUNS (FKY-SUB).                               CVFKY4.2
036400     IF FKY-T-PRV-HELD (FKY-SUB) EQUAL TO ZERO                    CVFKY4.2
036500         GO TO 3000-SHIFT.                                        CVFKY4.2
036600     IF FKY-T-CUR-OUTCOME (FKY-SUB) EQUAL TO                      CVFKY4.2
036700             FKY-T-PRV-OUTCOME (FKY-SUB)                          CVFKY4.2
036800         GO TO 3000-SHIFT.                                        CVFKY4.2
036900     IF FKY-T-CUR-SNAP (FKY-SUB) EQUAL TO 1                       CVFKY4.2
037000             AND FKY-T-PRV-SNAP (FKY-SUB) EQUAL TO 1              CVFKY4.2
037100             AND FKY-T-CUR-ENV (FKY-SUB) EQUAL TO                 CVFKY4.2
037200                 FKY-T-PRV-ENV (FKY-SUB)                          CVFKY4.2
037300         ADD 1 TO FKY-T-FLIPS (FKY-SUB)                           CVFKY4.2
037400         MOVE FKY-T-CUR-DATE (FKY-SUB)                            CVFKY4.2
037500             TO FKY-T-LAST-FLIP (FKY-SUB)                         CVFKY4.2
037600     ELSE                                                         CVFKY4.2
037700         ADD 1 TO FKY-T-ENV-CHG (FKY-SUB).                        CVFKY4.2
037800 3000-SHIFT.                                                      CVFKY4.2
037900     MOVE 1 TO FKY-T-PRV-HELD (FKY-SUB).                          CVFKY4.2
038000     MOVE FKY-T-CUR-OUTCOME (FKY-SUB)                             CVFKY4.2
038100         TO FKY-T-PRV-OUTCOME (FKY-SUB).                          CVFKY4.2
038200     MOVE FKY-T-CUR-SNAP (FKY-SUB) TO FKY-T-PRV-SNAP (FKY-SUB).   CVFKY4.2
038300     MOVE FKY-T-CUR-ENV  (FKY-SUB) TO FKY-T-PRV-ENV  (FKY-SUB).   CVFKY4.2
038400     MOVE SPACE TO FKY-T-CUR-RUN (FKY-SUB).                       CVFKY4.2
038500 3000-EXIT. EXIT.                                                 CVFKY4.2
038600*    FLIP RATE IS FLIPS PER RUN-TO-RUN INTERVAL, IN PERCENT.      CVFKY4.2
038700*    A STRAIGHT EXCHANGE SORT THEN PUTS THE MOST UNSTABLE         CVFKY4.2
038800*    TESTS FIRST.                                                 CVFKY4.2
038900 4000-RANK-TESTS.                                                 CVFKY4.2
039000     PERFORM 4050-RATE-ONE THRU 4050-EXIT                         CVFKY4.2
039100         VARYING FKY-SUB FROM 1 BY 1                              CVFKY4.2
039200         UNTIL FKY-SUB GREATER THAN FKY-TEST-COUNT.               CVFKY4.2
039300     IF FKY-TEST-COUNT LESS THAN 2                                CVFKY4.2
039400         GO TO 4000-EXIT.                                         CVFKY4.2
039500     MOVE 1 TO FKY-SWAP-SW.                                       CVFKY4.2
039600     PERFORM 4100-SORT-PASS THRU 4100-EXIT                        CVFKY4.2
039700         UNTIL NOT FKY-PASS-SWAPPED.                              CVFKY4.2
039800 4000-EXIT. EXIT.                                                 CVFKY4.2
039900 4050-RATE-ONE.                                                   CVFKY4.2
040000     IF FKY-T-FLIPS (FKY-SUB) EQUAL TO ZERO                       CVFKY4.2
040100         GO TO 4050-EXIT.                                         CVFKY4.2
040200     SUBTRACT 1 FROM FKY-T-RUNS (FKY-SUB) GIVING FKY-INTERVALS.   CVFKY4.2
040300     COMPUTE FKY-T-RATE (FKY-SUB) =                               CVFKY4.2
040400         (FKY-T-FLIPS (FKY-SUB) * 100) / FKY-INTERVALS.           CVFKY4.2
040500 4050-EXIT. EXIT.                                                 CVFKY4.2
040600 4100-SORT-PASS.                                                  CVFKY4.2
040700     MOVE ZERO TO FKY-SWAP-SW.                                    CVFKY4.2
040800     PERFORM 4200-SORT-COMPARE THRU 4200-EXIT                     CVFKY4.2
040900         VARYING FKY-SUB FROM 1 BY 1                              CVFKY4.2
041000         UNTIL FKY-SUB EQUAL TO FKY-TEST-COUNT.                   CVFKY4.2
041100 4100-EXIT. EXIT.                                                 CVFKY4.2
041200 4200-SORT-COMPARE.                                               CVFKY4.2
041300     ADD 1 FKY-SUB GIVING FKY-SUB-2.                              CVFKY4.2
041400     IF FKY-T-RANK-KEY (FKY-SUB) NOT LESS THAN                    CVFKY4.2
041500             FKY-T-RANK-KEY (FKY-SUB-2)                           CVFKY4.2
041600         GO TO 4200-EXIT.                                         CVFKY4.2
041700     MOVE FKY-TEST-ENTRY (FKY-SUB)   TO FKY-HOLD-ENTRY.           CVFKY4.2
041800     MOVE FKY-TEST-ENTRY (FKY-SUB-2) TO FKY-TEST-ENTRY (FKY-SUB). CVFKY4.2
041900     MOVE FKY-HOLD-ENTRY TO FKY-TEST-ENTRY (FKY-SUB-2).           CVFKY4.2
042000     MOVE 1 TO FKY-SWAP-SW.                                       CVFKY4.2
042100 4200-EXIT. EXIT.                                                 CVFKY4.2
042200 5000-REPORT.                                                     CVFKY4.2
042300     MOVE FKY-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
042400     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
042500     MOVE FKY-MIN-FLIPS TO FE-MIN-O.                              CVFKY4.2
042600     MOVE FKY-FROM-DATE TO FE-FROM-O.                             CVFKY4.2
042700     MOVE FKY-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
042800     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
042900     MOVE FKY-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
043000     PERFORM 5100-REPORT-ONE THRU 5100-EXIT                       CVFKY4.2
043100         VARYING FKY-SUB FROM 1 BY 1                              CVFKY4.2
043200         UNTIL FKY-SUB GREATER THAN FKY-TEST-COUNT.               CVFKY4.2
043300 5000-EXIT. EXIT.                                                 CVFKY4.2
043400 5100-REPORT-ONE.                                                 CVFKY4.2
043500     IF FKY-T-ENV-CHG (FKY-SUB) GREATER THAN ZERO                 CVFKY4.2
043600         ADD 1 TO FKY-ENVCHG-COUNT.                               CVFKY4.2
043700     IF FKY-T-FLIPS (FKY-SUB) EQUAL TO ZERO                       CVFKY4.2
043800         GO TO 5100-EXIT.                                         CVFKY4.2
043900     ADD 1 TO FKY-FLIPPED-COUNT.                                  CVFKY4.2
044000     ADD 1 TO FKY-RANK.                                           CVFKY4.2
044100     MOVE SPACE TO FKY-D-1.                                       CVFKY4.2
044200     MOVE FKY-RANK                  TO FD-RANK-O.                 CVFKY4.2
044300     MOVE FKY-T-PGM-ID    (FKY-SUB) TO FD-PGM-ID-O.               CVFKY4.2
044400     MOVE FKY-T-TARGET-ID (FKY-SUB) TO FD-TARGET-O.               CVFKY4.2
044500     MOVE FKY-T-PAR-NAME  (FKY-SUB) TO FD-PAR-NAME-O.             CVFKY4.2
044600     MOVE FKY-T-RUNS      (FKY-SUB) TO FD-RUNS-O.                 CVFKY4.2
044700     MOVE FKY-T-FLIPS     (FKY-SUB) TO FD-FLIPS-O.                CVFKY4.2
044800     MOVE FKY-T-RATE      (FKY-SUB) TO FD-RATE-O.                 CVFKY4.2
044900     MOVE FKY-T-ENV-CHG   (FKY-SUB) TO FD-ENVCHG-O.               CVFKY4.2
045000     MOVE FKY-T-LAST-FLIP (FKY-SUB) TO FD-LAST-O.                 CVFKY4.2
045100     IF FKY-T-FLIPS (FKY-SUB) NOT LESS THAN FKY-MIN-FLIPS         CVFKY4.2
045200         MOVE "FLAKY" TO FD-LIST-O                                CVFKY4.2
045300         PERFORM 5200-WRITE-FLAKY THRU 5200-EXIT.                 CVFKY4.2
045400     MOVE FKY-D-1 TO PRINT-REC.                                   CVFKY4.2
045500     WRITE PRINT-REC.                                             CVFKY4.2
045600 5100-EXIT. EXIT.                                                 CVFKY4.2
045700 5200-WRITE-FLAKY.                                                CVFKY4.2
045800     ADD 1 TO FKY-LISTED-COUNT.                                   CVFKY4.2
045900     MOVE SPACE TO FLAKY-REC.                                     CVFKY4.2
046000     MOVE FKY-T-PGM-ID    (FKY-SUB) TO FLK-PGM-ID.                CVFKY4.2
046100     MOVE FKY-T-TARGET-ID (FKY-SUB) TO FLK-TARGET-ID.             CVFKY4.2
046200     MOVE FKY-T-PAR-NAME  (FKY-SUB) TO FLK-PAR-NAME.              CVFKY4.2
046300     MOVE FKY-T-FLIPS     (FKY-SUB) TO FLK-FLIPS.                 CVFKY4.2
046400     MOVE FKY-T-RUNS      (FKY-SUB) TO FLK-RUNS.                  CVFKY4.2
046500     MOVE FKY-T-LAST-FLIP (FKY-SUB) TO FLK-LAST-FLIP-DATE.        CVFKY4.2
046600     WRITE FLAKY-REC.                                             CVFKY4.2
046700 5200-EXIT. EXIT.                                                 CVFKY4.2
046800 6000-FINISH.                                                     CVFKY4.2
046900     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVFKY4.2
047000     MOVE FKY-READ-COUNT    TO FS-READ-O.                         CVFKY4.2
047100     MOVE FKY-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
047200     MOVE FKY-TEST-COUNT    TO FS-TESTS-O.                        CVFKY4.2
047300     MOVE FKY-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
047400     MOVE FKY-FLIPPED-COUNT TO FS-FLIPPED-O.                      CVFKY4.2
047500     MOVE FKY-S-3 TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
047600     MOVE FKY-LISTED-COUNT  TO FS-LISTED-O.                       CVFKY4.2
047700     MOVE FKY-S-4 TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
047800     MOVE FKY-ENVCHG-COUNT  TO FS-ENVCHG-O.                       CVFKY4.2
047900     MOVE FKY-S-5 TO PRINT-REC. WRITE PRINT-REC.                  CVFKY4.2
048000     IF FKY-TABLE-FULL                                            CVFKY4.2
048100         MOVE FKY-W-1 TO PRINT-REC                                CVFKY4.2
048200         WRITE PRINT-REC                                          CVFKY4.2
048300         MOVE 4 TO RETURN-CODE.                                   CVFKY4.2
048400     CLOSE ARCH-FILE.                                             CVFKY4.2
048500     CLOSE ENVS-FILE.                                             CVFKY4.2
048600     CLOSE FLAKY-FILE.                                            CVFKY4.2
048700     CLOSE PRINT-FILE.                                            CVFKY4.2
048800 6000-EXIT. EXIT.                                                 CVFKY4.2
