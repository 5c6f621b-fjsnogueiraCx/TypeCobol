000100 IDENTIFICATION DIVISION.                                         CVSLA4.2
000200 PROGRAM-ID.    CCVSSLA.                                          CVSLA4.2
000300******************************************************************CVSLA4.2
000400**                                                                CVSLA4.2
000500**    MONTHLY BATCH-WINDOW SERVICE-LEVEL ATTAINMENT.         *    CVSLA4.2
000600**    CCVSFCST FORECASTS TONIGHT'S FINISH BEFORE LAUNCH;     *    CVSLA4.2
000700**    THIS JOB LOOKS BACK.  IT WALKS THE CCVSMANA MANIFEST   *    CVSLA4.2
000800**    ARCHIVE (EVERY NIGHT'S CCVSMANI, COPIED ON BY THE      *    CVSLA4.2
000900**    CCVSFCST MORNING HARVEST), MEASURES EACH NIGHT OF THE  *    CVSLA4.2
001000**    MONTH FROM ITS FIRST STEP START TO ITS LAST STEP END,  *    CVSLA4.2
001100**    AND PRINTS THE NIGHT'S MARGIN AGAINST THE ONLINE-UP    *    CVSLA4.2
001200**    DEADLINE.  FOR EVERY MISSED NIGHT IT NAMES THE STEP    *    CVSLA4.2
001300**    THAT CONSUMED THE MOST TIME, FROM THE CCVSDURH         *    CVSLA4.2
001400**    DURATION HISTORY.  THE MONTH CLOSES WITH THE           *    CVSLA4.2
001500**    ATTAINMENT PERCENTAGE AND THE WORST OVERRUN -- THE     *    CVSLA4.2
001600**    FIGURES THE MONTHLY SERVICE REVIEW ASKS FOR.           *    CVSLA4.2
001700**                                                                CVSLA4.2
001800**    A NIGHT WITH A STEP STILL "RUNNING " NEVER FINISHED    *    CVSLA4.2
001900**    (THE SUITE ABENDED UNDER CCVSDRV) AND COUNTS AS MISSED *    CVSLA4.2
002000**    WHATEVER ITS LAST END STAMP SAYS.  A NIGHT HARVESTED   *    CVSLA4.2
002100**    TWICE (CCVSFCST RERUN THE SAME MORNING) IS COUNTED     *    CVSLA4.2
002200**    ONCE.  A MONTH WITH NO ARCHIVED NIGHTS ENDS RETURN     *    CVSLA4.2
002300**    CODE 4.                                                *    CVSLA4.2
002400**                                                                CVSLA4.2
002500**    CONTROL CARD (CCVSSLAC, OPTIONAL) --                   *    CVSLA4.2
002600**      COLS 1-6    REPORT MONTH YYYYMM                      *    CVSLA4.2
002700**                  (DEFAULT - THE MONTH BEFORE THIS RUN)    *    CVSLA4.2
002800**      COLS 7-14   ONLINE-UP DEADLINE HHMMSSCC              *    CVSLA4.2
002900**                  (DEFAULT 06000000, AS CCVSFCST)          *    CVSLA4.2
003000**                                                                CVSLA4.2
003100******************************************************************CVSLA4.2
003200 ENVIRONMENT DIVISION.                                            CVSLA4.2
003300 CONFIGURATION SECTION.                                           CVSLA4.2
003400 SOURCE-COMPUTER.                                                 CVSLA4.2
003500     GNU-COBOL.                                                   CVSLA4.2
003600 OBJECT-COMPUTER.                                                 CVSLA4.2
003700     GNU-COBOL.                                                   CVSLA4.2
003800 INPUT-OUTPUT SECTION.                                            CVSLA4.2
003900 FILE-CONTROL.                                                    CVSLA4.2
004000     SELECT MANA-FILE  ASSIGN TO                                  CVSLA4.2
004100            CCVSMANA                                              CVSLA4.2
004200            ORGANIZATION IS SEQUENTIAL                            CVSLA4.2
004300            FILE STATUS IS SLA-MANA-STATUS.                       CVSLA4.2
004400     SELECT OPTIONAL DURH-FILE ASSIGN TO                          CVSLA4.2
004500            CCVSDURH                                              CVSLA4.2
004600            ORGANIZATION IS SEQUENTIAL                            CVSLA4.2
004700            FILE STATUS IS SLA-DURH-STATUS.                       CVSLA4.2
004800     SELECT CTL-FILE   ASSIGN TO                                  CVSLA4.2
004900            CCVSSLAC                                              CVSLA4.2
005000            ORGANIZATION IS SEQUENTIAL                            CVSLA4.2
005100            FILE STATUS IS SLA-CTL-STATUS.                        CVSLA4.2
005200     SELECT PRINT-FILE ASSIGN TO                                  CVSLA4.2
005300            CCVSSLAP.                                             CVSLA4.2
005400 DATA DIVISION.                                                   CVSLA4.2
005500 FILE SECTION.                                                    CVSLA4.2
005600 FD  MANA-FILE                                                    CVSLA4.2
005700     LABEL RECORDS STANDARD.                                      CVSLA4.2
005800*    THE ARCHIVE HOLDS MANIFEST RECORDS EXACTLY AS CCVSDRV        CVSLA4.2
005900*    WROTE THEM (SEE CCVSMAN).                                    CVSLA4.2
006000     COPY CCVSMAN.                                                CVSLA4.2
006100 FD  DURH-FILE                                                    CVSLA4.2
006200     LABEL RECORDS STANDARD.                                      CVSLA4.2
006300 01  SLA-DURH-REC.                                                CVSLA4.2
006400     05  DH-PGM               PIC X(8).                           CVSLA4.2
006500     05  FILLER               PIC X VALUE SPACE.                  CVSLA4.2
006600     05  DH-DATE              PIC 9(8).                           CVSLA4.2
006700     05  FILLER               PIC X VALUE SPACE.                  CVSLA4.2
006800     05  DH-SECONDS           PIC 9(6).                           CVSLA4.2
006900 FD  CTL-FILE                                                     CVSLA4.2
007000     LABEL RECORDS STANDARD.                                      CVSLA4.2
007100 01  SLA-CTL-REC.                                                 CVSLA4.2
007200     05  SC-MONTH             PIC 9(6).                           CVSLA4.2
007300     05  SC-DEADLINE-TIME     PIC 9(8).                           CVSLA4.2
007400 FD  PRINT-FILE                                                   CVSLA4.2
007500     LABEL RECORDS STANDARD                                       CVSLA4.2
007600     DATA RECORD IS PRINT-REC.                                    CVSLA4.2
007700 01  PRINT-REC PICTURE X(120).                                    CVSLA4.2
007800 WORKING-STORAGE SECTION.                                         CVSLA4.2
007900 01  SLA-MANA-STATUS         PIC XX       VALUE SPACE.            CVSLA4.2
008000 01  SLA-DURH-STATUS         PIC XX       VALUE SPACE.            CVSLA4.2
008100 01  SLA-CTL-STATUS          PIC XX       VALUE SPACE.            CVSLA4.2
008200 01  SLA-EOF-SWITCH          PIC 9        VALUE ZERO.             CVSLA4.2
008300     88  SLA-AT-EOF                   VALUE 1.                    CVSLA4.2
008400 01  SLA-OPEN-SWITCH         PIC 9        VALUE ZERO.             CVSLA4.2
008500     88  SLA-NIGHT-OPEN               VALUE 1.                    CVSLA4.2
008600 01  SLA-UNFINISHED-SWITCH   PIC 9        VALUE ZERO.             CVSLA4.2
008700     88  SLA-NIGHT-UNFINISHED         VALUE 1.                    CVSLA4.2
008800 01  SLA-RECORDS-READ        PIC 9(7) COMP VALUE ZERO.            CVSLA4.2
008900 01  SLA-NIGHT-COUNT         PIC 9(3) COMP VALUE ZERO.            CVSLA4.2
009000 01  SLA-MET-COUNT           PIC 9(3) COMP VALUE ZERO.            CVSLA4.2
009100 01  SLA-MISSED-COUNT        PIC 9(3) COMP VALUE ZERO.            CVSLA4.2
009200 01  SLA-DUP-COUNT           PIC 9(3) COMP VALUE ZERO.            CVSLA4.2
009300 01  SLA-STEP-COUNT          PIC 9(4) COMP VALUE ZERO.            CVSLA4.2
009400 01  SLA-STEP-BASE           PIC 9(4) COMP VALUE ZERO.            CVSLA4.2
009500 01  SLA-SUB                 PIC 9(3) COMP VALUE ZERO.            CVSLA4.2
009600 01  SLA-STEP-SUB            PIC 9(4) COMP VALUE ZERO.            CVSLA4.2
009700 01  SLA-WORST-SUB           PIC 9(3) COMP VALUE ZERO.            CVSLA4.2
009800 01  SLA-PREV-SEQ            PIC 9(3)     VALUE ZERO.             CVSLA4.2
009900 01  SLA-TODAY               PIC 9(8)     VALUE ZERO.             CVSLA4.2
010000 01  SLA-MONTH               PIC 9(6)     VALUE ZERO.             CVSLA4.2
010100 01  SLA-MONTH-W REDEFINES SLA-MONTH.                             CVSLA4.2
010200     05  SLA-MONTH-YYYY      PIC 9(4).                            CVSLA4.2
010300     05  SLA-MONTH-MM        PIC 99.                              CVSLA4.2
010400 01  SLA-DEADLINE-TIME       PIC 9(8)     VALUE 06000000.         CVSLA4.2
010500 01  SLA-PCT-W               PIC 9(3)V9   VALUE ZERO.             CVSLA4.2
010600*    STAMP ARITHMETIC -- DATES BECOME A MONOTONIC DAY SERIAL      CVSLA4.2
010700*    (YYYY*372 + MM*31 + DD, THE SAME OVERCOUNTING SERIAL         CVSLA4.2
010800*    CCVSPROF AND CCVSFCST USE) AND TIMES BECOME SECONDS.         CVSLA4.2
010900 01  SLA-DATE-W.                                                  CVSLA4.2
011000     05  SLA-DATE-YYYY       PIC 9(4).                            CVSLA4.2
011100     05  SLA-DATE-MM         PIC 99.                              CVSLA4.2
011200     05  SLA-DATE-DD         PIC 99.                              CVSLA4.2
011300 01  SLA-DATE-MONTH REDEFINES SLA-DATE-W.                         CVSLA4.2
011400     05  SLA-DATE-YYYYMM     PIC 9(6).                            CVSLA4.2
011500     05  FILLER              PIC 99.                              CVSLA4.2
011600 01  SLA-TIME-W.                                                  CVSLA4.2
011700     05  SLA-TIME-HH         PIC 99.                              CVSLA4.2
011800     05  SLA-TIME-MM         PIC 99.                              CVSLA4.2
011900     05  SLA-TIME-SS         PIC 99.                              CVSLA4.2
012000     05  FILLER              PIC 99.                              CVSLA4.2
012100 01  SLA-DAY-SERIAL          PIC 9(8)  COMP VALUE ZERO.           CVSLA4.2
012200 01  SLA-SECS-W              PIC 9(12) COMP VALUE ZERO.           CVSLA4.2
012300 01  SLA-DEADLINE-SECS       PIC 9(8)  COMP VALUE ZERO.           CVSLA4.2
012400 01  SLA-START-SECS          PIC 9(8)  COMP VALUE ZERO.           CVSLA4.2
012500 01  SLA-DEADLINE-STAMP      PIC 9(12) COMP VALUE ZERO.           CVSLA4.2
012600 01  SLA-CLOCK-SECS          PIC 9(8)  COMP VALUE ZERO.           CVSLA4.2
012700 01  SLA-CLOCK-REM           PIC 9(8)  COMP VALUE ZERO.           CVSLA4.2
012800 01  SLA-CLOCK-HOURS         PIC 9(8)  COMP VALUE ZERO.           CVSLA4.2
012900 01  SLA-CLOCK-HH            PIC 99    VALUE ZERO.                CVSLA4.2
013000 01  SLA-CLOCK-MM            PIC 99    VALUE ZERO.                CVSLA4.2
013100 01  SLA-CLOCK-SS            PIC 99    VALUE ZERO.                CVSLA4.2
013200*    THE NIGHT BEING ASSEMBLED FROM THE ARCHIVE.                  CVSLA4.2
013300 01  SLA-CUR-NIGHT.                                               CVSLA4.2
013400     05  SLA-CUR-START-DATE  PIC 9(8).                            CVSLA4.2
013500     05  SLA-CUR-START-TIME  PIC 9(8).                            CVSLA4.2
013600     05  SLA-CUR-END-DATE    PIC 9(8).                            CVSLA4.2
013700     05  SLA-CUR-END-TIME    PIC 9(8).                            CVSLA4.2
013800 01  SLA-CUR-START-STAMP     PIC 9(12) COMP VALUE ZERO.           CVSLA4.2
013900 01  SLA-CUR-END-STAMP       PIC 9(12) COMP VALUE ZERO.           CVSLA4.2
014000*    ONE ENTRY PER NIGHT OF THE REPORT MONTH, IN ARCHIVE          CVSLA4.2
014100*    (THAT IS, CALENDAR) ORDER.  SLA-N-MARGIN IS SECONDS          CVSLA4.2
014200*    TO SPARE BEFORE THE DEADLINE -- NEGATIVE IS AN OVERRUN.      CVSLA4.2
014300 01  SLA-NIGHT-TABLE.                                             CVSLA4.2
014400     05  SLA-NIGHT-ENTRY     OCCURS 40 TIMES.                     CVSLA4.2
014500         10  SLA-N-START-DATE    PIC 9(8).                        CVSLA4.2
014600         10  SLA-N-START-TIME    PIC 9(8).                        CVSLA4.2
014700         10  SLA-N-END-DATE      PIC 9(8).                        CVSLA4.2
014800         10  SLA-N-END-TIME      PIC 9(8).                        CVSLA4.2
014900         10  SLA-N-START-STAMP   PIC 9(12) COMP.                  CVSLA4.2
015000         10  SLA-N-MARGIN        PIC S9(8) COMP.                  CVSLA4.2
015100         10  SLA-N-RESULT        PIC X(10).                       CVSLA4.2
015200         10  SLA-N-LONG-PGM      PIC X(8).                        CVSLA4.2
015300         10  SLA-N-LONG-SECS     PIC 9(6)  COMP.                  CVSLA4.2
015400*    THE STEPS OF EACH MISSED NIGHT -- THE JOIN KEYS INTO THE     CVSLA4.2
015500*    DURATION HISTORY, WHICH IS KEPT PER PROGRAM AND START        CVSLA4.2
015600*    DATE.  A NIGHT THAT MET THE DEADLINE GIVES ITS SLOTS         CVSLA4.2
015700*    BACK WHEN IT CLOSES.  50 STEPS IS THE CCVSDRV LIMIT.         CVSLA4.2
015800 01  SLA-STEP-TABLE.                                              CVSLA4.2
015900     05  SLA-STEP-ENTRY      OCCURS 2000 TIMES.                   CVSLA4.2
016000         10  SLA-S-NIGHT         PIC 9(3)  COMP.                  CVSLA4.2
016100         10  SLA-S-PGM           PIC X(8).                        CVSLA4.2
016200         10  SLA-S-DATE          PIC 9(8).                        CVSLA4.2
016300 01  SLA-STEP-LOW-DATE       PIC 9(8)     VALUE 99999999.         CVSLA4.2
016400 01  SLA-STEP-HIGH-DATE      PIC 9(8)     VALUE ZERO.             CVSLA4.2
016500 01  SLA-H-1.                                                     CVSLA4.2
016600     02 FILLER PIC X(120) VALUE                                   CVSLA4.2
016700     "    CCVS85 MONTHLY BATCH-WINDOW SLA ATTAINMENT".            CVSLA4.2
016800 01  SLA-E-1.                                                     CVSLA4.2
016900     02 FILLER PIC X(14) VALUE "REPORT MONTH =".                  CVSLA4.2
017000     02 SE-MONTH-O         PIC 9(6).                              CVSLA4.2
017100     02 FILLER PIC X(18) VALUE "  DEADLINE       =".              CVSLA4.2
017200     02 SE-DEADLINE-O      PIC 9(8).                              CVSLA4.2
017300     02 FILLER PIC X(74) VALUE SPACE.                             CVSLA4.2
017400 01  SLA-C-1.                                                     CVSLA4.2
017500     02 FILLER PIC X(8)  VALUE "NIGHT OF".                        CVSLA4.2
017600     02 FILLER PIC X(2)  VALUE SPACE.                             CVSLA4.2
017700     02 FILLER PIC X(8)  VALUE "START   ".                        CVSLA4.2
017800     02 FILLER PIC X(2)  VALUE SPACE.                             CVSLA4.2
017900     02 FILLER PIC X(17) VALUE "END              ".               CVSLA4.2
018000     02 FILLER PIC X(2)  VALUE SPACE.                             CVSLA4.2
018100     02 FILLER PIC X(9)  VALUE "MARGIN   ".                       CVSLA4.2
018200     02 FILLER PIC X(2)  VALUE SPACE.                             CVSLA4.2
018300     02 FILLER PIC X(10) VALUE "RESULT    ".                      CVSLA4.2
018400     02 FILLER PIC X(2)  VALUE SPACE.                             CVSLA4.2
018500     02 FILLER PIC X(8)  VALUE "LONGEST ".                        CVSLA4.2
018600     02 FILLER PIC X(2)  VALUE SPACE.                             CVSLA4.2
018700     02 FILLER PIC X(8)  VALUE "    SECS".                        CVSLA4.2
018800     02 FILLER PIC X(40) VALUE SPACE.                             CVSLA4.2
018900 01  SLA-D-1.                                                     CVSLA4.2
019000     02 SD-DATE-O          PIC 9(8).                              CVSLA4.2
019100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSLA4.2
019200     02 SD-START-HH-O      PIC 99.                                CVSLA4.2
019300     02 FILLER             PIC X     VALUE ":".                   CVSLA4.2
019400     02 SD-START-MM-O      PIC 99.                                CVSLA4.2
019500     02 FILLER             PIC X     VALUE ":".                   CVSLA4.2
019600     02 SD-START-SS-O      PIC 99.                                CVSLA4.2
019700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSLA4.2
019800     02 SD-END-DATE-O      PIC 9(8).                              CVSLA4.2
019900     02 FILLER             PIC X     VALUE SPACE.                 CVSLA4.2
020000     02 SD-END-HH-O        PIC 99.                                CVSLA4.2
020100     02 FILLER             PIC X     VALUE ":".                   CVSLA4.2
020200     02 SD-END-MM-O        PIC 99.                                CVSLA4.2
020300     02 FILLER             PIC X     VALUE ":".                   CVSLA4.2
020400     02 SD-END-SS-O        PIC 99.                                CVSLA4.2
020500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSLA4.2
020600     02 SD-SIGN-O          PIC X.                                 CVSLA4.2
020700     02 SD-MARGIN-HH-O     PIC 99.                                CVSLA4.2
020800     02 FILLER             PIC X     VALUE ":".                   CVSLA4.2
020900     02 SD-MARGIN-MM-O     PIC 99.                                CVSLA4.2
021000     02 FILLER             PIC X     VALUE ":".                   CVSLA4.2
021100     02 SD-MARGIN-SS-O     PIC 99.                                CVSLA4.2
021200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSLA4.2
021300     02 SD-RESULT-O        PIC X(10).                             CVSLA4.2
021400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSLA4.2
021500     02 SD-LONG-PGM-O      PIC X(10).                             CVSLA4.2
021600     02 SD-LONG-SECS-O     PIC X(8).                              CVSLA4.2
021700     02 FILLER             PIC X(40) VALUE SPACE.                 CVSLA4.2
021800 01  SLA-LONG-SECS-ED        PIC ZZZZZZZ9.                        CVSLA4.2
021900 01  SLA-S-1.                                                     CVSLA4.2
022000     02 FILLER PIC X(26) VALUE "NIGHTS MEASURED         = ".      CVSLA4.2
022100     02 SS-NIGHTS-O        PIC ZZ9.                               CVSLA4.2
022200     02 FILLER PIC X(91) VALUE SPACE.                             CVSLA4.2
022300 01  SLA-S-2.                                                     CVSLA4.2
022400     02 FILLER PIC X(26) VALUE "NIGHTS WITHIN DEADLINE  = ".      CVSLA4.2
022500     02 SS-MET-O           PIC ZZ9.                               CVSLA4.2
022600     02 FILLER PIC X(91) VALUE SPACE.                             CVSLA4.2
022700 01  SLA-S-3.                                                     CVSLA4.2
022800     02 FILLER PIC X(26) VALUE "NIGHTS MISSED           = ".      CVSLA4.2
022900     02 SS-MISSED-O        PIC ZZ9.                               CVSLA4.2
023000     02 FILLER PIC X(91) VALUE SPACE.                             CVSLA4.2
023100 01  SLA-S-4.                                                     CVSLA4.2
023200     02 FILLER PIC X(26) VALUE "ATTAINMENT PERCENT      = ".      CVSLA4.2
023300     02 SS-PCT-O           PIC ZZ9.9.                             CVSLA4.2
023400     02 FILLER PIC X(89) VALUE SPACE.                             CVSLA4.2
023500 01  SLA-S-5.                                                     CVSLA4.2
023600     02 FILLER PIC X(26) VALUE "WORST OVERRUN           = ".      CVSLA4.2
023700     02 SS-WORST-O         PIC X(40).                             CVSLA4.2
023800     02 FILLER PIC X(54) VALUE SPACE.                             CVSLA4.2
023900 01  SLA-WORST-W.                                                 CVSLA4.2
024000     02 SW-HH-O            PIC 99.                                CVSLA4.2
024100     02 FILLER             PIC X     VALUE ":".                   CVSLA4.2
024200     02 SW-MM-O            PIC 99.                                CVSLA4.2
024300     02 FILLER             PIC X     VALUE ":".                   CVSLA4.2
024400     02 SW-SS-O            PIC 99.                                CVSLA4.2
024500     02 FILLER             PIC X(12) VALUE " ON NIGHT OF".        CVSLA4.2
024600     02 FILLER             PIC X     VALUE SPACE.                 CVSLA4.2
024700     02 SW-DATE-O          PIC 9(8).                              CVSLA4.2
024800     02 FILLER             PIC X(11) VALUE SPACE.                 CVSLA4.2
024900 01  SLA-S-6.                                                     CVSLA4.2
025000     02 FILLER PIC X(26) VALUE "DUPLICATE NIGHTS IGNORED= ".      CVSLA4.2
025100     02 SS-DUP-O           PIC ZZ9.                               CVSLA4.2
025200     02 FILLER PIC X(91) VALUE SPACE.                             CVSLA4.2
025300 PROCEDURE DIVISION.                                              CVSLA4.2
025400 0000-MAINLINE SECTION.                                           CVSLA4.2
025500 0000-START.                                                      CVSLA4.2
025600     PERFORM 1000-CTL-READ THRU 1000-EXIT.                        CVSLA4.2
025700     PERFORM 2000-LOAD-NIGHTS THRU 2000-EXIT.                     CVSLA4.2
025800     PERFORM 3000-LONGEST-STEPS THRU 3000-EXIT.                   CVSLA4.2
025900     PERFORM 4000-REPORT THRU 4000-EXIT.                          CVSLA4.2
026000     IF SLA-NIGHT-COUNT EQUAL TO ZERO                             CVSLA4.2
026100         MOVE 4 TO RETURN-CODE.                                   CVSLA4.2
026200     STOP RUN.                                                    CVSLA4.2
026300 1000-CTL-READ.                                                   CVSLA4.2
026400*    THE REPORT IS RUN AFTER THE MONTH CLOSES, SO IT DEFAULTS     CVSLA4.2
026500*    TO THE PREVIOUS CALENDAR MONTH.                              CVSLA4.2
026600     ACCEPT SLA-TODAY FROM DATE YYYYMMDD.                         CVSLA4.2
026700     MOVE SLA-TODAY TO SLA-DATE-W.                                CVSLA4.2
026800     MOVE SLA-DATE-YYYY TO SLA-MONTH-YYYY.                        CVSLA4.2
026900     MOVE SLA-DATE-MM TO SLA-MONTH-MM.                            CVSLA4.2
027000     IF SLA-MONTH-MM EQUAL TO 1                                   CVSLA4.2
027100         MOVE 12 TO SLA-MONTH-MM                                  CVSLA4.2
027200         SUBTRACT 1 FROM SLA-MONTH-YYYY                           CVSLA4.2
027300     ELSE                                                         CVSLA4.2
027400         SUBTRACT 1 FROM SLA-MONTH-MM.                            CVSLA4.2
027500     OPEN INPUT CTL-FILE.                                         CVSLA4.2
027600     IF SLA-CTL-STATUS NOT EQUAL TO "00"                          CVSLA4.2
027700         GO TO 1000-SECONDS.                                      CVSLA4.2
027800     READ CTL-FILE AT END GO TO 1000-CLOSE.                       CVSLA4.2
027900     IF SC-MONTH NUMERIC                                          CVSLA4.2
028000             AND SC-MONTH GREATER THAN ZERO                       CVSLA4.2
028100         MOVE SC-MONTH TO SLA-MONTH.                              CVSLA4.2
028200     IF SC-DEADLINE-TIME NUMERIC                                  CVSLA4.2
028300             AND SC-DEADLINE-TIME GREATER THAN ZERO               CVSLA4.2
028400         MOVE SC-DEADLINE-TIME TO SLA-DEADLINE-TIME.              CVSLA4.2
028500 1000-CLOSE.                                                      CVSLA4.2
028600     CLOSE CTL-FILE.                                              CVSLA4.2
028700 1000-SECONDS.                                                    CVSLA4.2
028800     MOVE SLA-DEADLINE-TIME TO SLA-TIME-W.                        CVSLA4.2
028900     COMPUTE SLA-DEADLINE-SECS =                                  CVSLA4.2
029000         (SLA-TIME-HH * 3600) + (SLA-TIME-MM * 60)                CVSLA4.2
029100         + SLA-TIME-SS.                                           CVSLA4.2
029200 1000-EXIT. EXIT.                                                 CVSLA4.2
029300*    A NIGHT BEGINS WHERE MAN-SEQ STOPS ASCENDING -- THE          CVSLA4.2
029400*    SEQUENCE-000 PROFILE RECORD, OR STEP 001 WHEN NO PROFILE     CVSLA4.2
029500*    WAS WRITTEN -- AND ENDS AT THE NEXT SUCH BREAK.              CVSLA4.2
029600 2000-LOAD-NIGHTS.                                                CVSLA4.2
029700     MOVE ZERO TO SLA-EOF-SWITCH.                                 CVSLA4.2
029800     OPEN INPUT MANA-FILE.                                        CVSLA4.2
029900     IF SLA-MANA-STATUS NOT EQUAL TO "00"                         CVSLA4.2
030000         DISPLAY "CCVSSLA - NO CCVSMANA MANIFEST ARCHIVE - "      CVSLA4.2
030100             "NOTHING TO REPORT"                                  CVSLA4.2
030200         MOVE 8 TO RETURN-CODE                                    CVSLA4.2
030300         STOP RUN.                                                CVSLA4.2
030400     PERFORM 2100-READ-ONE THRU 2100-EXIT                         CVSLA4.2
030500         UNTIL SLA-AT-EOF.                                        CVSLA4.2
030600     CLOSE MANA-FILE.                                             CVSLA4.2
030700 2000-EXIT. EXIT.                                                 CVSLA4.2
030800 2100-READ-ONE.                                                   CVSLA4.2
030900     READ MANA-FILE AT END                                        CVSLA4.2
031000         PERFORM 2300-CLOSE-NIGHT THRU 2300-EXIT                  CVSLA4.2
031100         MOVE 1 TO SLA-EOF-SWITCH                                 CVSLA4.2
031200         GO TO 2100-EXIT.                                         CVSLA4.2
031300     ADD 1 TO SLA-RECORDS-READ.                                   CVSLA4.2
031400     IF MAN-SEQ NOT NUMERIC                                       CVSLA4.2
031500         GO TO 2100-EXIT.                                         CVSLA4.2
031600     IF SLA-NIGHT-OPEN                                            CVSLA4.2
031700             AND MAN-SEQ NOT GREATER THAN SLA-PREV-SEQ            CVSLA4.2
031800         PERFORM 2300-CLOSE-NIGHT THRU 2300-EXIT.                 CVSLA4.2
031900     IF NOT SLA-NIGHT-OPEN                                        CVSLA4.2
032000         PERFORM 2200-OPEN-NIGHT THRU 2200-EXIT.                  CVSLA4.2
032100     MOVE MAN-SEQ TO SLA-PREV-SEQ.                                CVSLA4.2
032200     IF MAN-STATUS EQUAL TO "PROFILE " OR "REQUEST "              CVSLA4.2
032300         GO TO 2100-EXIT.                                         CVSLA4.2
032400     IF MAN-STATUS EQUAL TO "RUNNING "                            CVSLA4.2
032500         MOVE 1 TO SLA-UNFINISHED-SWITCH.                         CVSLA4.2
032600     IF MAN-START-DATE NOT NUMERIC                                CVSLA4.2
032700             OR MAN-START-DATE EQUAL TO ZERO                      CVSLA4.2
032800         GO TO 2100-EXIT.                                         CVSLA4.2
032900     MOVE MAN-START-DATE TO SLA-DATE-W.                           CVSLA4.2
033000     MOVE MAN-START-TIME TO SLA-TIME-W.                           CVSLA4.2
033100     PERFORM 2400-STAMP-TO-SECONDS THRU 2400-EXIT.                CVSLA4.2
033200     IF SLA-CUR-START-STAMP EQUAL TO ZERO                         CVSLA4.2
033300             OR SLA-SECS-W LESS THAN SLA-CUR-START-STAMP          CVSLA4.2
033400         MOVE SLA-SECS-W TO SLA-CUR-START-STAMP                   CVSLA4.2
033500         MOVE MAN-START-DATE TO SLA-CUR-START-DATE                CVSLA4.2
033600         MOVE MAN-START-TIME TO SLA-CUR-START-TIME.               CVSLA4.2
033700     IF SLA-STEP-COUNT LESS THAN 2000                             CVSLA4.2
033800         ADD 1 TO SLA-STEP-COUNT                                  CVSLA4.2
033900         ADD 1 SLA-NIGHT-COUNT                                    CVSLA4.2
034000             GIVING SLA-S-NIGHT (SLA-STEP-COUNT)                  CVSLA4.2
034100         MOVE MAN-PGM TO SLA-S-PGM (SLA-STEP-COUNT)               CVSLA4.2
034200         MOVE MAN-START-DATE TO SLA-S-DATE (SLA-STEP-COUNT).      CVSLA4.2
034300     IF MAN-END-DATE NOT NUMERIC                                  CVSLA4.2
034400             OR MAN-END-DATE EQUAL TO ZERO                        CVSLA4.2
034500         GO TO 2100-EXIT.                                         CVSLA4.2
034600     MOVE MAN-END-DATE TO SLA-DATE-W.                             CVSLA4.2
034700     MOVE MAN-END-TIME TO SLA-TIME-W.                             CVSLA4.2
034800     PERFORM 2400-STAMP-TO-SECONDS THRU 2400-EXIT.                CVSLA4.2
034900     IF SLA-SECS-W GREATER THAN SLA-CUR-END-STAMP                 CVSLA4.2
035000         MOVE SLA-SECS-W TO SLA-CUR-END-STAMP                     CVSLA4.2
035100         MOVE MAN-END-DATE TO SLA-CUR-END-DATE                    CVSLA4.2
035200         MOVE MAN-END-TIME TO SLA-CUR-END-TIME.                   CVSLA4.2
035300 2100-EXIT. EXIT.                                                 CVSLA4.2
035400 2200-OPEN-NIGHT.                                                 CVSLA4.2
035500     MOVE 1 TO SLA-OPEN-SWITCH.                                   CVSLA4.2
035600     MOVE ZERO TO SLA-UNFINISHED-SWITCH.                          CVSLA4.2
035700     MOVE ZERO TO SLA-CUR-NIGHT.                                  CVSLA4.2
035800     MOVE ZERO TO SLA-CUR-START-STAMP.                            CVSLA4.2
035900     MOVE ZERO TO SLA-CUR-END-STAMP.                              CVSLA4.2
036000     MOVE SLA-STEP-COUNT TO SLA-STEP-BASE.                        CVSLA4.2
036100 2200-EXIT. EXIT.                                                 CVSLA4.2
036200*    A NIGHT IS KEPT WHEN IT STARTED IN THE REPORT MONTH.  ITS    CVSLA4.2
036300*    DEADLINE IS THE FIRST OCCURRENCE OF THE DEADLINE CLOCK       CVSLA4.2
036400*    AFTER THE SUITE STARTED -- TOMORROW MORNING'S FOR THE        CVSLA4.2
036500*    NORMAL OVERNIGHT LAUNCH, AS CCVSFCST RECKONS IT.             CVSLA4.2
036600 2300-CLOSE-NIGHT.                                                CVSLA4.2
036700     IF NOT SLA-NIGHT-OPEN                                        CVSLA4.2
036800         GO TO 2300-EXIT.                                         CVSLA4.2
036900     MOVE ZERO TO SLA-OPEN-SWITCH.                                CVSLA4.2
037000     IF SLA-CUR-START-STAMP EQUAL TO ZERO                         CVSLA4.2
037100         GO TO 2300-DROP.                                         CVSLA4.2
037200     MOVE SLA-CUR-START-DATE TO SLA-DATE-W.                       CVSLA4.2
037300     IF SLA-DATE-YYYYMM NOT EQUAL TO SLA-MONTH                    CVSLA4.2
037400         GO TO 2300-DROP.                                         CVSLA4.2
037500     IF SLA-NIGHT-COUNT GREATER THAN ZERO                         CVSLA4.2
037600         IF SLA-CUR-START-STAMP EQUAL TO                          CVSLA4.2
037700                 SLA-N-START-STAMP (SLA-NIGHT-COUNT)              CVSLA4.2
037800             ADD 1 TO SLA-DUP-COUNT                               CVSLA4.2
037900             GO TO 2300-DROP.                                     CVSLA4.2
038000     IF SLA-NIGHT-COUNT EQUAL TO 40                               CVSLA4.2
038100         DISPLAY "CCVSSLA - NIGHT TABLE FULL - NIGHT OF "         CVSLA4.2
038200             SLA-CUR-START-DATE " NOT REPORTED"                   CVSLA4.2
038300         GO TO 2300-DROP.                                         CVSLA4.2
038400     ADD 1 TO SLA-NIGHT-COUNT.                                    CVSLA4.2
038500     MOVE SLA-NIGHT-COUNT TO SLA-SUB.                             CVSLA4.2
038600     MOVE SLA-CUR-START-DATE TO SLA-N-START-DATE (SLA-SUB).       CVSLA4.2
038700     MOVE SLA-CUR-START-TIME TO SLA-N-START-TIME (SLA-SUB).       CVSLA4.2
038800     MOVE SLA-CUR-END-DATE   TO SLA-N-END-DATE (SLA-SUB).         CVSLA4.2
038900     MOVE SLA-CUR-END-TIME   TO SLA-N-END-TIME (SLA-SUB).         CVSLA4.2
039000     MOVE SLA-CUR-START-STAMP TO SLA-N-START-STAMP (SLA-SUB).     CVSLA4.2
039100     MOVE SPACE TO SLA-N-LONG-PGM (SLA-SUB).                      CVSLA4.2
039200     MOVE ZERO  TO SLA-N-LONG-SECS (SLA-SUB).                     CVSLA4.2
039300     MOVE SLA-CUR-START-DATE TO SLA-DATE-W.                       CVSLA4.2
039400     MOVE SLA-CUR-START-TIME TO SLA-TIME-W.                       CVSLA4.2
039500     PERFORM 2400-STAMP-TO-SECONDS THRU 2400-EXIT.                CVSLA4.2
039600     COMPUTE SLA-START-SECS =                                     CVSLA4.2
039700         (SLA-TIME-HH * 3600) + (SLA-TIME-MM * 60)                CVSLA4.2
039800         + SLA-TIME-SS.                                           CVSLA4.2
039900     COMPUTE SLA-DEADLINE-STAMP =                                 CVSLA4.2
040000         (SLA-DAY-SERIAL * 86400) + SLA-DEADLINE-SECS.            CVSLA4.2
040100     IF SLA-DEADLINE-SECS NOT GREATER THAN SLA-START-SECS         CVSLA4.2
040200         ADD 86400 TO SLA-DEADLINE-STAMP.                         CVSLA4.2
040300*    A NIGHT WITH NO STEP EVER ENDED HAS NO MARGIN TO SHOW.       CVSLA4.2
040400     IF SLA-CUR-END-STAMP EQUAL TO ZERO                           CVSLA4.2
040500         MOVE 1 TO SLA-UNFINISHED-SWITCH                          CVSLA4.2
040600         MOVE ZERO TO SLA-N-MARGIN (SLA-SUB)                      CVSLA4.2
040700     ELSE                                                         CVSLA4.2
040800         COMPUTE SLA-N-MARGIN (SLA-SUB) =                         CVSLA4.2
040900             SLA-DEADLINE-STAMP - SLA-CUR-END-STAMP.              CVSLA4.2
041000     IF SLA-NIGHT-UNFINISHED                                      CVSLA4.2
041100         MOVE "UNFINISHED" TO SLA-N-RESULT (SLA-SUB)              CVSLA4.2
041200         ADD 1 TO SLA-MISSED-COUNT                                CVSLA4.2
041300         GO TO 2300-KEEP.                                         CVSLA4.2
041400     IF SLA-N-MARGIN (SLA-SUB) LESS THAN ZERO                     CVSLA4.2
041500         MOVE "MISSED    " TO SLA-N-RESULT (SLA-SUB)              CVSLA4.2
041600         ADD 1 TO SLA-MISSED-COUNT                                CVSLA4.2
041700         GO TO 2300-KEEP.                                         CVSLA4.2
041800     MOVE "MET       " TO SLA-N-RESULT (SLA-SUB).                 CVSLA4.2
041900     ADD 1 TO SLA-MET-COUNT.                                      CVSLA4.2
042000     GO TO 2300-DROP.                                             CVSLA4.2
042100 2300-KEEP.                                                       CVSLA4.2
042200*    A MISSED NIGHT KEEPS ITS STEPS FOR THE DURATION JOIN AND     CVSLA4.2
042300*    WIDENS THE DATE RANGE OF HISTORY WORTH LOOKING AT.           CVSLA4.2
042400     IF SLA-CUR-START-DATE LESS THAN SLA-STEP-LOW-DATE            CVSLA4.2
042500         MOVE SLA-CUR-START-DATE TO SLA-STEP-LOW-DATE.            CVSLA4.2
042600     IF SLA-CUR-END-DATE GREATER THAN SLA-STEP-HIGH-DATE          CVSLA4.2
042700         MOVE SLA-CUR-END-DATE TO SLA-STEP-HIGH-DATE.             CVSLA4.2
042800     GO TO 2300-EXIT.                                             CVSLA4.2
042900 2300-DROP.                                                       CVSLA4.2
043000     MOVE SLA-STEP-BASE TO SLA-STEP-COUNT.                        CVSLA4.2
043100 2300-EXIT. EXIT.                                                 CVSLA4.2
043200 2400-STAMP-TO-SECONDS.                                           CVSLA4.2
043300     COMPUTE SLA-DAY-SERIAL =                                     CVSLA4.2
043400         (SLA-DATE-YYYY * 372) + (SLA-DATE-MM * 31)               CVSLA4.2
043500         + SLA-DATE-DD.                                           CVSLA4.2
043600     COMPUTE SLA-SECS-W =                                         CVSLA4.2
043700         (SLA-DAY-SERIAL * 86400)                                 CVSLA4.2
043800         + (SLA-TIME-HH * 3600) + (SLA-TIME-MM * 60)              CVSLA4.2
043900         + SLA-TIME-SS.                                           CVSLA4.2
044000 2400-EXIT. EXIT.                                                 CVSLA4.2
044100*    THE DURATION HISTORY HOLDS ONE RECORD PER STEP PER NIGHT,    CVSLA4.2
044200*    KEYED BY PROGRAM AND THE STEP'S START DATE.  EACH RECORD     CVSLA4.2
044300*    MATCHING A STEP OF A MISSED NIGHT COMPETES FOR THAT          CVSLA4.2
044400*    NIGHT'S LONGEST STEP.  A STEP WITH NO HISTORY (CALLFAIL,     CVSLA4.2
044500*    OR A NIGHT THE HARVEST NEVER SAW) CANNOT BE NAMED.           CVSLA4.2
044600 3000-LONGEST-STEPS.                                              CVSLA4.2
044700     IF SLA-STEP-COUNT EQUAL TO ZERO                              CVSLA4.2
044800         GO TO 3000-EXIT.                                         CVSLA4.2
044900     MOVE ZERO TO SLA-EOF-SWITCH.                                 CVSLA4.2
045000     OPEN INPUT DURH-FILE.                                        CVSLA4.2
045100*    STATUS 05 IS THE OPTIONAL FILE OPENED ABSENT-AS-EMPTY,       CVSLA4.2
045200*    AS IN CCVSFCST.                                              CVSLA4.2
045300     IF SLA-DURH-STATUS NOT EQUAL TO "00" AND "05"                CVSLA4.2
045400         GO TO 3000-EXIT.                                         CVSLA4.2
045500     PERFORM 3100-MATCH-ONE THRU 3100-EXIT                        CVSLA4.2
045600         UNTIL SLA-AT-EOF.                                        CVSLA4.2
045700     CLOSE DURH-FILE.                                             CVSLA4.2
045800 3000-EXIT. EXIT.                                                 CVSLA4.2
045900 3100-MATCH-ONE.                                                  CVSLA4.2
046000     READ DURH-FILE AT END                                        CVSLA4.2
046100         MOVE 1 TO SLA-EOF-SWITCH                                 CVSLA4.2
046200         GO TO 3100-EXIT.                                         CVSLA4.2
046300     IF DH-PGM EQUAL TO SPACE                                     CVSLA4.2
046400             OR DH-DATE NOT NUMERIC                               CVSLA4.2
046500             OR DH-SECONDS NOT NUMERIC                            CVSLA4.2
046600         GO TO 3100-EXIT.                                         CVSLA4.2
046700     IF DH-DATE LESS THAN SLA-STEP-LOW-DATE                       CVSLA4.2
046800             OR DH-DATE GREATER THAN SLA-STEP-HIGH-DATE           CVSLA4.2
046900         GO TO 3100-EXIT.                                         CVSLA4.2
047000     PERFORM 3200-FIND-STEP THRU 3200-EXIT                        CVSLA4.2
047100         VARYING SLA-STEP-SUB FROM 1 BY 1                         CVSLA4.2
047200         UNTIL SLA-STEP-SUB GREATER THAN SLA-STEP-COUNT           CVSLA4.2
047300         OR (DH-PGM EQUAL TO SLA-S-PGM (SLA-STEP-SUB)             CVSLA4.2
047400             AND DH-DATE EQUAL TO SLA-S-DATE (SLA-STEP-SUB)).     CVSLA4.2
047500     IF SLA-STEP-SUB GREATER THAN SLA-STEP-COUNT                  CVSLA4.2
047600         GO TO 3100-EXIT.                                         CVSLA4.2
047700     MOVE SLA-S-NIGHT (SLA-STEP-SUB) TO SLA-SUB.                  CVSLA4.2
047800     IF DH-SECONDS GREATER THAN SLA-N-LONG-SECS (SLA-SUB)         CVSLA4.2
047900         MOVE DH-PGM     TO SLA-N-LONG-PGM (SLA-SUB)              CVSLA4.2
048000         MOVE DH-SECONDS TO SLA-N-LONG-SECS (SLA-SUB).            CVSLA4.2
048100 3100-EXIT. EXIT.                                                 CVSLA4.2
048200 3200-FIND-STEP. EXIT.                                            CVSLA4.2
048300 3200-EXIT. EXIT.                                                 CVSLA4.2
048400 4000-REPORT.                                                     CVSLA4.2
048500     OPEN OUTPUT PRINT-FILE.                                      CVSLA4.2
048600     MOVE SLA-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
048700     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
048800     MOVE SLA-MONTH         TO SE-MONTH-O.                        CVSLA4.2
048900     MOVE SLA-DEADLINE-TIME TO SE-DEADLINE-O.                     CVSLA4.2
049000     MOVE SLA-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
049100     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
049200     MOVE SLA-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
049300     MOVE ZERO TO SLA-WORST-SUB.                                  CVSLA4.2
049400     PERFORM 4100-NIGHT-LINE THRU 4100-EXIT                       CVSLA4.2
049500         VARYING SLA-SUB FROM 1 BY 1                              CVSLA4.2
049600         UNTIL SLA-SUB GREATER THAN SLA-NIGHT-COUNT.              CVSLA4.2
049700     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
049800     MOVE SLA-NIGHT-COUNT  TO SS-NIGHTS-O.                        CVSLA4.2
049900     MOVE SLA-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
050000     MOVE SLA-MET-COUNT    TO SS-MET-O.                           CVSLA4.2
050100     MOVE SLA-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
050200     MOVE SLA-MISSED-COUNT TO SS-MISSED-O.                        CVSLA4.2
050300     MOVE SLA-S-3 TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
050400     MOVE ZERO TO SLA-PCT-W.                                      CVSLA4.2
050500     IF SLA-NIGHT-COUNT GREATER THAN ZERO                         CVSLA4.2
050600         COMPUTE SLA-PCT-W ROUNDED =                              CVSLA4.2
050700             (SLA-MET-COUNT * 100) / SLA-NIGHT-COUNT.             CVSLA4.2
050800     MOVE SLA-PCT-W TO SS-PCT-O.                                  CVSLA4.2
050900     MOVE SLA-S-4 TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
051000     PERFORM 4300-WORST-LINE THRU 4300-EXIT.                      CVSLA4.2
051100     MOVE SLA-S-5 TO PRINT-REC. WRITE PRINT-REC.                  CVSLA4.2
051200     IF SLA-DUP-COUNT GREATER THAN ZERO                           CVSLA4.2
051300         MOVE SLA-DUP-COUNT TO SS-DUP-O                           CVSLA4.2
051400         MOVE SLA-S-6 TO PRINT-REC                                CVSLA4.2
051500         WRITE PRINT-REC.                                         CVSLA4.2
051600     CLOSE PRINT-FILE.                                            CVSLA4.2
051700 4000-EXIT. EXIT.                                                 CVSLA4.2
051800 4100-NIGHT-LINE.                                                 CVSLA4.2
051900     MOVE SLA-N-START-DATE (SLA-SUB) TO SD-DATE-O.                CVSLA4.2
052000     MOVE SLA-N-START-TIME (SLA-SUB) TO SLA-TIME-W.               CVSLA4.2
052100     MOVE SLA-TIME-HH TO SD-START-HH-O.                           CVSLA4.2
052200     MOVE SLA-TIME-MM TO SD-START-MM-O.                           CVSLA4.2
052300     MOVE SLA-TIME-SS TO SD-START-SS-O.                           CVSLA4.2
052400     MOVE SLA-N-END-DATE (SLA-SUB) TO SD-END-DATE-O.              CVSLA4.2
052500     MOVE SLA-N-END-TIME (SLA-SUB) TO SLA-TIME-W.                 CVSLA4.2
052600     MOVE SLA-TIME-HH TO SD-END-HH-O.                             CVSLA4.2
052700     MOVE SLA-TIME-MM TO SD-END-MM-O.                             CVSLA4.2
052800     MOVE SLA-TIME-SS TO SD-END-SS-O.                             CVSLA4.2
052900     IF SLA-N-MARGIN (SLA-SUB) LESS THAN ZERO                     CVSLA4.2
053000         MOVE "-" TO SD-SIGN-O                                    CVSLA4.2
053100         COMPUTE SLA-CLOCK-SECS = 0 - SLA-N-MARGIN (SLA-SUB)      CVSLA4.2
053200     ELSE                                                         CVSLA4.2
053300         MOVE "+" TO SD-SIGN-O                                    CVSLA4.2
053400         MOVE SLA-N-MARGIN (SLA-SUB) TO SLA-CLOCK-SECS.           CVSLA4.2
053500     PERFORM 4200-SECS-TO-CLOCK THRU 4200-EXIT.                   CVSLA4.2
053600     MOVE SLA-CLOCK-HH TO SD-MARGIN-HH-O.                         CVSLA4.2
053700     MOVE SLA-CLOCK-MM TO SD-MARGIN-MM-O.                         CVSLA4.2
053800     MOVE SLA-CLOCK-SS TO SD-MARGIN-SS-O.                         CVSLA4.2
053900     MOVE SLA-N-RESULT (SLA-SUB) TO SD-RESULT-O.                  CVSLA4.2
054000     MOVE SPACE TO SD-LONG-PGM-O.                                 CVSLA4.2
054100     MOVE SPACE TO SD-LONG-SECS-O.                                CVSLA4.2
054200*    THE WORST OVERRUN IS THE MOST NEGATIVE MARGIN OF A NIGHT     CVSLA4.2
054300*    THAT ACTUALLY FINISHED LATE.                                 CVSLA4.2
054400     IF SLA-N-RESULT (SLA-SUB) EQUAL TO "MET       "              CVSLA4.2
054500         GO TO 4100-WRITE.                                        CVSLA4.2
054600     IF SLA-N-MARGIN (SLA-SUB) LESS THAN ZERO                     CVSLA4.2
054700         IF SLA-WORST-SUB EQUAL TO ZERO                           CVSLA4.2
054800             MOVE SLA-SUB TO SLA-WORST-SUB                        CVSLA4.2
054900         ELSE                                                     CVSLA4.2
055000         IF SLA-N-MARGIN (SLA-SUB) LESS THAN                      CVSLA4.2
055100                 SLA-N-MARGIN (SLA-WORST-SUB)                     CVSLA4.2
055200             MOVE SLA-SUB TO SLA-WORST-SUB.                       CVSLA4.2
055300     IF SLA-N-LONG-PGM (SLA-SUB) EQUAL TO SPACE                   CVSLA4.2
055400         MOVE "NO HISTORY" TO SD-LONG-PGM-O                       CVSLA4.2
055500         GO TO 4100-WRITE.                                        CVSLA4.2
055600     MOVE SLA-N-LONG-PGM (SLA-SUB) TO SD-LONG-PGM-O.              CVSLA4.2
055700     MOVE SLA-N-LONG-SECS (SLA-SUB) TO SLA-LONG-SECS-ED.          CVSLA4.2
055800     MOVE SLA-LONG-SECS-ED TO SD-LONG-SECS-O.                     CVSLA4.2
055900 4100-WRITE.                                                      CVSLA4.2
056000     MOVE SLA-D-1 TO PRINT-REC.                                   CVSLA4.2
056100     WRITE PRINT-REC.                                             CVSLA4.2
056200 4100-EXIT. EXIT.                                                 CVSLA4.2
056300*    MARGINS ARE SHOWN AS HOURS:MINUTES:SECONDS, NOT AS A         CVSLA4.2
056400*    CLOCK TIME, SO THEY DO NOT WRAP AT MIDNIGHT.  ANYTHING       CVSLA4.2
056500*    PAST 99 HOURS SHOWS AS 99.                                   CVSLA4.2
056600 4200-SECS-TO-CLOCK.                                              CVSLA4.2
056700     DIVIDE SLA-CLOCK-SECS BY 3600                                CVSLA4.2
056800         GIVING SLA-CLOCK-HOURS REMAINDER SLA-CLOCK-REM.          CVSLA4.2
056900     IF SLA-CLOCK-HOURS GREATER THAN 99                           CVSLA4.2
057000         MOVE 99 TO SLA-CLOCK-HH                                  CVSLA4.2
057100     ELSE                                                         CVSLA4.2
057200         MOVE SLA-CLOCK-HOURS TO SLA-CLOCK-HH.                    CVSLA4.2
057300     DIVIDE SLA-CLOCK-REM BY 60                                   CVSLA4.2
057400         GIVING SLA-CLOCK-MM REMAINDER SLA-CLOCK-SS.              CVSLA4.2
057500 4200-EXIT. EXIT.                                                 CVSLA4.2
057600 4300-WORST-LINE.                                                 CVSLA4.2
057700     IF SLA-WORST-SUB EQUAL TO ZERO                               CVSLA4.2
057800         MOVE "NONE" TO SS-WORST-O                                CVSLA4.2
057900         GO TO 4300-EXIT.                                         CVSLA4.2
058000     COMPUTE SLA-CLOCK-SECS = 0 - SLA-N-MARGIN (SLA-WORST-SUB).   CVSLA4.2
058100     PERFORM 4200-SECS-TO-CLOCK THRU 4200-EXIT.                   CVSLA4.2
058200     MOVE SLA-CLOCK-HH TO SW-HH-O.                                CVSLA4.2
058300     MOVE SLA-CLOCK-MM TO SW-MM-O.                                CVSLA4.2
058400     MOVE SLA-CLOCK-SS TO SW-SS-O.                                CVSLA4.2
058500     MOVE SLA-N-START-DATE (SLA-WORST-SUB) TO SW-DATE-O.          CVSLA4.2
058600     MOVE SLA-WORST-W TO SS-WORST-O.                              CVSLA4.2
058700 4300-EXIT. EXIT.                                                 CVSLA4.2
