000100 IDENTIFICATION DIVISION.                                         CVCAP4.2
000200 PROGRAM-ID.    CCVSCAPM.                                         CVCAP4.2
000300******************************************************************CVCAP4.2
000400**                                                                CVCAP4.2
000500**    CAPACITY AND GROWTH MONITOR FOR THE CERTIFICATION      *    CVCAP4.2
000600**    DATASET FAMILY.  RAW-DATA, THE AUDIT ARCHIVE, THE      *    CVCAP4.2
000700**    UPDATE JOURNAL, THE ALERT AND DURATION HISTORIES, THE  *    CVCAP4.2
000800**    ACCESS AND I/O ERROR LOGS, THE ENVIRONMENT SNAPSHOTS,  *    CVCAP4.2
000900**    THE RUN-DATE CROSS-REFERENCE, THE MANIFEST ARCHIVE AND *    CVCAP4.2
001000**    THE INCIDENT FEED ALL GROW EVERY NIGHT, AND A NIGHT HAS*    CVCAP4.2
001100**    ALREADY FAILED BECAUSE THE JOURNAL FILLED ITS          *    CVCAP4.2
001200**    ALLOCATION.  THIS WEEKLY JOB COUNTS THE RECORDS IN     *    CVCAP4.2
001300**    EACH, APPENDS THE COUNTS TO THE CCVSGROW GROWTH HISTORY*    CVCAP4.2
001400**    (SEE CCVSGRW), PROJECTS EACH DATASET FORWARD AT ITS    *    CVCAP4.2
001500**    RECENT DAILY GROWTH RATE AND COMPARES THE PROJECTION   *    CVCAP4.2
001600**    WITH THE ALLOCATED CAPACITY ON THE SITE CARD FILE.     *    CVCAP4.2
001700**    EVERY DATASET PROJECTED TO REACH CAPACITY WITHIN THE   *    CVCAP4.2
001800**    HORIZON (OR ALREADY AT IT) IS LISTED AND THE RUN ENDS  *    CVCAP4.2
001900**    RETURN CODE 4, SO SPACE CAN BE ADDED BEFORE A NIGHT    *    CVCAP4.2
001950**    FAILS.                                                 *    CVCAP4.2
002000**                                                                CVCAP4.2
002100**    THE RECENT RATE RUNS FROM THE OLDEST HISTORY RECORD    *    CVCAP4.2
002200**    INSIDE THE GROWTH WINDOW (OR, WITH NONE THERE, THE     *    CVCAP4.2
002300**    NEWEST ONE BEFORE IT) TO TODAY'S COUNT.  A DATASET     *    CVCAP4.2
002400**    WITH NO EARLIER HISTORY, OR NOT GROWING, IS NOT        *    CVCAP4.2
002500**    PROJECTED.  A DATASET NOT YET ALLOCATED COUNTS ZERO.   *    CVCAP4.2
002600**                                                                CVCAP4.2
002700**    CAPACITY CARDS (CCVSCAPA, SITE-MAINTAINED) --          *    CVCAP4.2
002800**      COLS 1-8    DATASET (DD) NAME, E.G. CCVSJRNL         *    CVCAP4.2
002900**      COLS 9-17   ALLOCATED CAPACITY IN RECORDS            *    CVCAP4.2
003000**    WITHOUT THE CARD FILE NOTHING CAN BE PROJECTED AND THE *    CVCAP4.2
003100**    RUN ENDS RETURN CODE 4 AS WELL.                        *    CVCAP4.2
003200**                                                                CVCAP4.2
003300**    CONTROL CARD (CCVSCAPC, OPTIONAL) --                   *    CVCAP4.2
003400**      COLS 1-3    HORIZON IN DAYS (DEFAULT 030)            *    CVCAP4.2
003500**      COLS 4-6    GROWTH WINDOW IN DAYS (DEFAULT 028)      *    CVCAP4.2
003600**                                                                CVCAP4.2
003700******************************************************************CVCAP4.2
003800 ENVIRONMENT DIVISION.                                            CVCAP4.2
003900 CONFIGURATION SECTION.                                           CVCAP4.2
004000 SOURCE-COMPUTER.                                                 CVCAP4.2
004100     GNU-COBOL.                                                   CVCAP4.2
004200 OBJECT-COMPUTER.                                                 CVCAP4.2
004300     GNU-COBOL.                                                   CVCAP4.2
004400 INPUT-OUTPUT SECTION.                                            CVCAP4.2
004500 FILE-CONTROL.                                                    CVCAP4.2
004600*    THE MONITORED DATASETS -- ONLY COUNTED, NEVER UPDATED.       CVCAP4.2
004700     SELECT RAW-DATA   ASSIGN TO                                  CVCAP4.2
004800            CCVSRAW                                               CVCAP4.2
004900            ORGANIZATION IS INDEXED                               CVCAP4.2
005000            ACCESS MODE IS SEQUENTIAL                             CVCAP4.2
005100            RECORD KEY IS RAW-DATA-KEY                            CVCAP4.2
005200            FILE STATUS IS CAP-RAW-STATUS.                        CVCAP4.2
005300     SELECT OPTIONAL AUDA-FILE ASSIGN TO                          CVCAP4.2
005400            CCVSAUDA                                              CVCAP4.2
005500            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
005600            FILE STATUS IS CAP-AUDA-STATUS.                       CVCAP4.2
005700     SELECT OPTIONAL JRNL-FILE ASSIGN TO                          CVCAP4.2
005800            CCVSJRNL                                              CVCAP4.2
005900            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
006000            FILE STATUS IS CAP-JRNL-STATUS.                       CVCAP4.2
006100     SELECT OPTIONAL ALHS-FILE ASSIGN TO                          CVCAP4.2
006200            CCVSALHS                                              CVCAP4.2
006300            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
006400            FILE STATUS IS CAP-ALHS-STATUS.                       CVCAP4.2
006500     SELECT OPTIONAL DURH-FILE ASSIGN TO                          CVCAP4.2
006600            CCVSDURH                                              CVCAP4.2
006700            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
006800            FILE STATUS IS CAP-DURH-STATUS.                       CVCAP4.2
006900     SELECT OPTIONAL ACCL-FILE ASSIGN TO                          CVCAP4.2
007000            CCVSACCL                                              CVCAP4.2
007100            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
007200            FILE STATUS IS CAP-ACCL-STATUS.                       CVCAP4.2
007300     SELECT OPTIONAL IOER-FILE ASSIGN TO                          CVCAP4.2
007400            CCVSIOER                                              CVCAP4.2
007500            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
007600            FILE STATUS IS CAP-IOER-STATUS.                       CVCAP4.2
007700     SELECT ENVS-FILE  ASSIGN TO                                  CVCAP4.2
007800            CCVSENVS                                              CVCAP4.2
007900            ORGANIZATION IS INDEXED                               CVCAP4.2
008000            ACCESS MODE IS SEQUENTIAL                             CVCAP4.2
008100            RECORD KEY IS ENV-SNAP-KEY                            CVCAP4.2
008200            FILE STATUS IS CAP-ENVS-STATUS.                       CVCAP4.2
008300     SELECT RUNX-FILE  ASSIGN TO                                  CVCAP4.2
008400            CCVSRDX                                               CVCAP4.2
008500            ORGANIZATION IS INDEXED                               CVCAP4.2
008600            ACCESS MODE IS SEQUENTIAL                             CVCAP4.2
008700            RECORD KEY IS RUN-XREF-KEY                            CVCAP4.2
008800            FILE STATUS IS CAP-RDX-STATUS.                        CVCAP4.2
008900     SELECT OPTIONAL MANA-FILE ASSIGN TO                          CVCAP4.2
009000            CCVSMANA                                              CVCAP4.2
009100            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
009200            FILE STATUS IS CAP-MANA-STATUS.                       CVCAP4.2
009300     SELECT OPTIONAL INCF-FILE ASSIGN TO                          CVCAP4.2
009400            CCVSINCF                                              CVCAP4.2
009500            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
009600            FILE STATUS IS CAP-INCF-STATUS.                       CVCAP4.2
009700     SELECT OPTIONAL GROW-FILE ASSIGN TO                          CVCAP4.2
009800            CCVSGROW                                              CVCAP4.2
009900            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
010000            FILE STATUS IS CAP-GROW-STATUS.                       CVCAP4.2
010100     SELECT ALLOC-FILE ASSIGN TO                                  CVCAP4.2
010200            CCVSCAPA                                              CVCAP4.2
010300            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
010400            FILE STATUS IS CAP-ALLOC-STATUS.                      CVCAP4.2
010500     SELECT CTL-FILE   ASSIGN TO                                  CVCAP4.2
010600            CCVSCAPC                                              CVCAP4.2
010700            ORGANIZATION IS SEQUENTIAL                            CVCAP4.2
010800            FILE STATUS IS CAP-CTL-STATUS.                        CVCAP4.2
010900     SELECT PRINT-FILE ASSIGN TO                                  CVCAP4.2
011000            CCVSCAPP.                                             CVCAP4.2
011100 DATA DIVISION.                                                   CVCAP4.2
011200 FILE SECTION.                                                    CVCAP4.2
011300*    THE SEQUENTIAL DATASETS ARE READ AS BARE RECORDS OF THEIR    CVCAP4.2
011400*    WRITERS' LENGTHS -- ONLY THE COUNT MATTERS HERE.             CVCAP4.2
011500 FD  RAW-DATA.                                                    CVCAP4.2
011600     COPY CCVSRAW.                                                CVCAP4.2
011700 FD  AUDA-FILE                                                    CVCAP4.2
011800     LABEL RECORDS STANDARD.                                      CVCAP4.2
011900 01  CAP-AUDA-REC PIC X(95).                                      CVCAP4.2
012000 FD  JRNL-FILE                                                    CVCAP4.2
012100     LABEL RECORDS STANDARD.                                      CVCAP4.2
012200 01  CAP-JRNL-REC PIC X(200).                                     CVCAP4.2
012300 FD  ALHS-FILE                                                    CVCAP4.2
012400     LABEL RECORDS STANDARD.                                      CVCAP4.2
012500 01  CAP-ALHS-REC PIC X(35).                                      CVCAP4.2
012600 FD  DURH-FILE                                                    CVCAP4.2
012700     LABEL RECORDS STANDARD.                                      CVCAP4.2
012800 01  CAP-DURH-REC PIC X(24).                                      CVCAP4.2
012900 FD  ACCL-FILE                                                    CVCAP4.2
013000     LABEL RECORDS STANDARD.                                      CVCAP4.2
013100 01  CAP-ACCL-REC PIC X(54).                                      CVCAP4.2
013200 FD  IOER-FILE                                                    CVCAP4.2
013300     LABEL RECORDS STANDARD.                                      CVCAP4.2
013400 01  CAP-IOER-REC PIC X(56).                                      CVCAP4.2
013500 FD  ENVS-FILE.                                                   CVCAP4.2
013600     COPY CCVSENV.                                                CVCAP4.2
013700 FD  RUNX-FILE.                                                   CVCAP4.2
013800     COPY CCVSRDX.                                                CVCAP4.2
013900 FD  MANA-FILE                                                    CVCAP4.2
014000     LABEL RECORDS STANDARD.                                      CVCAP4.2
014100 01  CAP-MANA-REC PIC X(71).                                      CVCAP4.2
014200 FD  INCF-FILE                                                    CVCAP4.2
014300     LABEL RECORDS STANDARD.                                      CVCAP4.2
014400 01  CAP-INCF-REC PIC X(127).                                     CVCAP4.2
014500 FD  GROW-FILE                                                    CVCAP4.2
014600     LABEL RECORDS STANDARD.                                      CVCAP4.2
014700     COPY CCVSGRW.                                                CVCAP4.2
014800 FD  ALLOC-FILE                                                   CVCAP4.2
014900     LABEL RECORDS STANDARD.                                      CVCAP4.2
015000 01  CAP-ALLOC-REC.                                               CVCAP4.2
015100     05  CA-DSNAME            PIC X(8).                           CVCAP4.2
015200     05  CA-CAPACITY          PIC 9(9).                           CVCAP4.2
015300 FD  CTL-FILE                                                     CVCAP4.2
015400     LABEL RECORDS STANDARD.                                      CVCAP4.2
015500 01  CAP-CTL-REC.                                                 CVCAP4.2
015600     05  CC-HORIZON-DAYS      PIC 9(3).                           CVCAP4.2
015700     05  CC-WINDOW-DAYS       PIC 9(3).                           CVCAP4.2
015800 FD  PRINT-FILE                                                   CVCAP4.2
015900     LABEL RECORDS STANDARD                                       CVCAP4.2
016000     DATA RECORD IS PRINT-REC.                                    CVCAP4.2
016100 01  PRINT-REC PICTURE X(120).                                    CVCAP4.2
016200 WORKING-STORAGE SECTION.                                         CVCAP4.2
016300 01  CAP-RAW-STATUS          PIC XX       VALUE SPACE.            CVCAP4.2
016400 01  CAP-AUDA-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
016500 01  CAP-JRNL-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
016600 01  CAP-ALHS-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
016700 01  CAP-DURH-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
016800 01  CAP-ACCL-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
016900 01  CAP-IOER-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
017000 01  CAP-ENVS-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
017100 01  CAP-RDX-STATUS          PIC XX       VALUE SPACE.            CVCAP4.2
017200 01  CAP-MANA-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
017300 01  CAP-INCF-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
017400 01  CAP-GROW-STATUS         PIC XX       VALUE SPACE.            CVCAP4.2
017500 01  CAP-ALLOC-STATUS        PIC XX       VALUE SPACE.            CVCAP4.2
017600 01  CAP-CTL-STATUS          PIC XX       VALUE SPACE.            CVCAP4.2
017700 01  CAP-EOF-SWITCH          PIC 9        VALUE ZERO.             CVCAP4.2
017800     88  CAP-AT-EOF                   VALUE 1.                    CVCAP4.2
017900 01  CAP-ALLOC-SWITCH        PIC 9        VALUE ZERO.             CVCAP4.2
018000     88  CAP-ALLOC-LOADED             VALUE 1.                    CVCAP4.2
018100 01  CAP-SUB                 PIC 9(3) COMP VALUE ZERO.            CVCAP4.2
018200 01  CAP-FLAG-COUNT          PIC 9(3) COMP VALUE ZERO.            CVCAP4.2
018300 01  CAP-FILE-COUNT          PIC 9(3) COMP VALUE 11.              CVCAP4.2
018400 01  CAP-HORIZON-DAYS        PIC 9(3)     VALUE 030.              CVCAP4.2
018500 01  CAP-WINDOW-DAYS         PIC 9(3)     VALUE 028.              CVCAP4.2
018600 01  CAP-TODAY               PIC 9(8)     VALUE ZERO.             CVCAP4.2
018700 01  CAP-TODAY-DAYNO         PIC 9(7) COMP VALUE ZERO.            CVCAP4.2
018800 01  CAP-ELAPSED-DAYS        PIC 9(7) COMP VALUE ZERO.            CVCAP4.2
018900 01  CAP-GROWTH-W            PIC S9(9) COMP VALUE ZERO.           CVCAP4.2
019000 01  CAP-ROOM-W              PIC 9(9) COMP VALUE ZERO.            CVCAP4.2
019100 01  CAP-PCT-W               PIC 9(3)V9   VALUE ZERO.             CVCAP4.2
019200*    TRUE CALENDAR DAY NUMBERS -- A RATE PER DAY NEEDS THE        CVCAP4.2
019300*    REAL GAP BETWEEN TWO DATES, ACROSS MONTH AND YEAR ENDS.      CVCAP4.2
019400 01  CAP-DATE-W.                                                  CVCAP4.2
019500     05  CAP-DATE-YYYY       PIC 9(4).                            CVCAP4.2
019600     05  CAP-DATE-MM         PIC 99.                              CVCAP4.2
019700     05  CAP-DATE-DD         PIC 99.                              CVCAP4.2
019800 01  CAP-DAYNO               PIC 9(7) COMP VALUE ZERO.            CVCAP4.2
019900 01  CAP-YEARS-W             PIC 9(4) COMP VALUE ZERO.            CVCAP4.2
020000 01  CAP-Q4                  PIC 9(4) COMP VALUE ZERO.            CVCAP4.2
020100 01  CAP-Q100                PIC 9(4) COMP VALUE ZERO.            CVCAP4.2
020200 01  CAP-Q400                PIC 9(4) COMP VALUE ZERO.            CVCAP4.2
020300 01  CAP-R4                  PIC 9(4) COMP VALUE ZERO.            CVCAP4.2
020400 01  CAP-R100                PIC 9(4) COMP VALUE ZERO.            CVCAP4.2
020500 01  CAP-R400                PIC 9(4) COMP VALUE ZERO.            CVCAP4.2
020600 01  CAP-MONTH-OFFSETS.                                           CVCAP4.2
020700     05  FILLER              PIC 9(3) VALUE 000.                  CVCAP4.2
020800     05  FILLER              PIC 9(3) VALUE 031.                  CVCAP4.2
020900     05  FILLER              PIC 9(3) VALUE 059.                  CVCAP4.2
021000     05  FILLER              PIC 9(3) VALUE 090.                  CVCAP4.2
021100     05  FILLER              PIC 9(3) VALUE 120.                  CVCAP4.2
021200     05  FILLER              PIC 9(3) VALUE 151.                  CVCAP4.2
021300     05  FILLER              PIC 9(3) VALUE 181.                  CVCAP4.2
021400     05  FILLER              PIC 9(3) VALUE 212.                  CVCAP4.2
021500     05  FILLER              PIC 9(3) VALUE 243.                  CVCAP4.2
021600     05  FILLER              PIC 9(3) VALUE 273.                  CVCAP4.2
021700     05  FILLER              PIC 9(3) VALUE 304.                  CVCAP4.2
021800     05  FILLER              PIC 9(3) VALUE 334.                  CVCAP4.2
021900 01  CAP-MONTH-OFFSET-TABLE REDEFINES CAP-MONTH-OFFSETS.          CVCAP4.2
022000     05  CAP-MONTH-OFFSET    OCCURS 12 TIMES PIC 9(3).            CVCAP4.2
022100*    ONE ENTRY PER MONITORED DATASET, IN REPORT ORDER.  THE       CVCAP4.2
022200*    NAMES ARE THE DD NAMES THE CAPACITY CARDS AND THE GROWTH     CVCAP4.2
022300*    HISTORY CARRY.                                               CVCAP4.2
022400 01  CAP-NAME-LIST.                                               CVCAP4.2
022500     05  FILLER              PIC X(8) VALUE "CCVSRAW".            CVCAP4.2
022600     05  FILLER              PIC X(8) VALUE "CCVSAUDA".           CVCAP4.2
022700     05  FILLER              PIC X(8) VALUE "CCVSJRNL".           CVCAP4.2
022800     05  FILLER              PIC X(8) VALUE "CCVSALHS".           CVCAP4.2
022900     05  FILLER              PIC X(8) VALUE "CCVSDURH".           CVCAP4.2
023000     05  FILLER              PIC X(8) VALUE "CCVSACCL".           CVCAP4.2
023100     05  FILLER              PIC X(8) VALUE "CCVSIOER".           CVCAP4.2
023200     05  FILLER              PIC X(8) VALUE "CCVSENVS".           CVCAP4.2
023300     05  FILLER              PIC X(8) VALUE "CCVSRDX".            CVCAP4.2
023400     05  FILLER              PIC X(8) VALUE "CCVSMANA".           CVCAP4.2
023500     05  FILLER              PIC X(8) VALUE "CCVSINCF".           CVCAP4.2
023600 01  CAP-NAME-TABLE REDEFINES CAP-NAME-LIST.                      CVCAP4.2
023700     05  CAP-NAME            OCCURS 11 TIMES PIC X(8).            CVCAP4.2
023800 01  CAP-FILE-TABLE.                                              CVCAP4.2
023900     05  CAP-FILE-ENTRY      OCCURS 11 TIMES.                     CVCAP4.2
024000         10  CAP-F-RECORDS       PIC 9(9)  COMP.                  CVCAP4.2
024100         10  CAP-F-ABSENT        PIC X.                           CVCAP4.2
024200         10  CAP-F-CAPACITY      PIC 9(9)  COMP.                  CVCAP4.2
024300         10  CAP-F-WIN-DATE      PIC 9(8).                        CVCAP4.2
024400         10  CAP-F-WIN-DAYNO     PIC 9(7)  COMP.                  CVCAP4.2
024500         10  CAP-F-WIN-RECORDS   PIC 9(9)  COMP.                  CVCAP4.2
024600         10  CAP-F-OLD-DATE      PIC 9(8).                        CVCAP4.2
024700         10  CAP-F-OLD-DAYNO     PIC 9(7)  COMP.                  CVCAP4.2
024800         10  CAP-F-OLD-RECORDS   PIC 9(9)  COMP.                  CVCAP4.2
024900         10  CAP-F-BASE-DATE     PIC 9(8).                        CVCAP4.2
025000         10  CAP-F-RATE          PIC 9(7)V99.                     CVCAP4.2
025100         10  CAP-F-DAYS-LEFT     PIC 9(7)  COMP.                  CVCAP4.2
025200         10  CAP-F-RESULT        PIC X(16).                       CVCAP4.2
025300 01  CAP-H-1.                                                     CVCAP4.2
025400     02 FILLER PIC X(120) VALUE                                   CVCAP4.2
025500     "    CCVS85 DATASET CAPACITY AND GROWTH MONITOR".            CVCAP4.2
025600 01  CAP-E-1.                                                     CVCAP4.2
025700     02 FILLER PIC X(14) VALUE "RUN DATE    = ".                  CVCAP4.2
025800     02 CE-TODAY-O         PIC 9(8).                              CVCAP4.2
025900     02 FILLER PIC X(17) VALUE "   HORIZON DAYS =".               CVCAP4.2
026000     02 CE-HORIZON-O       PIC ZZ9.                               CVCAP4.2
026100     02 FILLER PIC X(16) VALUE "   WINDOW DAYS =".                CVCAP4.2
026200     02 CE-WINDOW-O        PIC ZZ9.                               CVCAP4.2
026300     02 FILLER PIC X(59) VALUE SPACE.                             CVCAP4.2
026400 01  CAP-C-1.                                                     CVCAP4.2
026500     02 FILLER PIC X(8)  VALUE "DATASET ".                        CVCAP4.2
026600     02 FILLER PIC X(12) VALUE "     RECORDS".                    CVCAP4.2
026700     02 FILLER PIC X(12) VALUE "    CAPACITY".                    CVCAP4.2
026800     02 FILLER PIC X(8)  VALUE "   USED%".                        CVCAP4.2
026900     02 FILLER PIC X(2)  VALUE SPACE.                             CVCAP4.2
027000     02 FILLER PIC X(8)  VALUE "SINCE   ".                        CVCAP4.2
027100     02 FILLER PIC X(13) VALUE "   GROWTH/DAY".                   CVCAP4.2
027200     02 FILLER PIC X(10) VALUE " DAYS LEFT".                      CVCAP4.2
027300     02 FILLER PIC X(2)  VALUE SPACE.                             CVCAP4.2
027400     02 FILLER PIC X(16) VALUE "STATUS          ".                CVCAP4.2
027500     02 FILLER PIC X(29) VALUE SPACE.                             CVCAP4.2
027600 01  CAP-D-1.                                                     CVCAP4.2
027700     02 CD-DSNAME-O        PIC X(8).                              CVCAP4.2
027800     02 CD-RECORDS-O       PIC ZZZ,ZZZ,ZZ9.                       CVCAP4.2
027900     02 FILLER             PIC X     VALUE SPACE.                 CVCAP4.2
028000     02 CD-CAPACITY-O      PIC ZZZ,ZZZ,ZZ9.                       CVCAP4.2
028100     02 FILLER             PIC X     VALUE SPACE.                 CVCAP4.2
028200     02 CD-PCT-O           PIC ZZZZZ9.9.                          CVCAP4.2
028300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCAP4.2
028400     02 CD-SINCE-O         PIC X(8).                              CVCAP4.2
028500     02 CD-RATE-O          PIC ZZZ,ZZZ,ZZ9.99.                    CVCAP4.2
028600     02 CD-DAYS-O          PIC ZZZ,ZZZ,ZZ9.                       CVCAP4.2
028700     02 FILLER             PIC X     VALUE SPACE.                 CVCAP4.2
028800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCAP4.2
028900     02 CD-RESULT-O        PIC X(16).                             CVCAP4.2
029000     02 FILLER             PIC X(27) VALUE SPACE.                 CVCAP4.2
029100 01  CAP-SINCE-ED            PIC 9(8).                            CVCAP4.2
029200 01  CAP-F-HDR.                                                   CVCAP4.2
029300     02 FILLER PIC X(44) VALUE                                    CVCAP4.2
029400     "DATASETS PROJECTED TO REACH CAPACITY WITHIN".               CVCAP4.2
029500     02 CF-HORIZON-O       PIC ZZ9.                               CVCAP4.2
029600     02 FILLER PIC X(5)  VALUE " DAYS".                           CVCAP4.2
029700     02 FILLER PIC X(68) VALUE SPACE.                             CVCAP4.2
029800 01  CAP-F-1.                                                     CVCAP4.2
029900     02 FILLER PIC X(4)  VALUE SPACE.                             CVCAP4.2
030000     02 CF-DSNAME-O        PIC X(8).                              CVCAP4.2
030100     02 FILLER PIC X(2)  VALUE SPACE.                             CVCAP4.2
030200     02 CF-RESULT-O        PIC X(16).                             CVCAP4.2
030300     02 FILLER PIC X(2)  VALUE SPACE.                             CVCAP4.2
030400     02 CF-TEXT-O          PIC X(40).                             CVCAP4.2
030500     02 FILLER PIC X(48) VALUE SPACE.                             CVCAP4.2
030600 01  CAP-F-DAYS-ED           PIC ZZZ,ZZ9.                         CVCAP4.2
030700 01  CAP-F-NONE.                                                  CVCAP4.2
030800     02 FILLER PIC X(120) VALUE "    NONE".                       CVCAP4.2
030900 PROCEDURE DIVISION.                                              CVCAP4.2
031000 0000-MAINLINE SECTION.                                           CVCAP4.2
031100 0000-START.                                                      CVCAP4.2
031200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVCAP4.2
031300     PERFORM 2010-COUNT-RAW THRU 2010-EXIT.                       CVCAP4.2
031400     PERFORM 2020-COUNT-AUDA THRU 2020-EXIT.                      CVCAP4.2
031500     PERFORM 2030-COUNT-JRNL THRU 2030-EXIT.                      CVCAP4.2
031600     PERFORM 2040-COUNT-ALHS THRU 2040-EXIT.                      CVCAP4.2
031700     PERFORM 2050-COUNT-DURH THRU 2050-EXIT.                      CVCAP4.2
031800     PERFORM 2060-COUNT-ACCL THRU 2060-EXIT.                      CVCAP4.2
031900     PERFORM 2070-COUNT-IOER THRU 2070-EXIT.                      CVCAP4.2
032000     PERFORM 2080-COUNT-ENVS THRU 2080-EXIT.                      CVCAP4.2
032100     PERFORM 2090-COUNT-RDX THRU 2090-EXIT.                       CVCAP4.2
032200     PERFORM 2100-COUNT-MANA THRU 2100-EXIT.                      CVCAP4.2
032300     PERFORM 2110-COUNT-INCF THRU 2110-EXIT.                      CVCAP4.2
032400     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.                    CVCAP4.2
032500     PERFORM 4000-PROJECT THRU 4000-EXIT                          CVCAP4.2
032600         VARYING CAP-SUB FROM 1 BY 1                              CVCAP4.2
032700         UNTIL CAP-SUB GREATER THAN CAP-FILE-COUNT.               CVCAP4.2
032800     PERFORM 5000-APPEND-HISTORY THRU 5000-EXIT.                  CVCAP4.2
032900     PERFORM 6000-REPORT THRU 6000-EXIT.                          CVCAP4.2
033000     IF CAP-FLAG-COUNT GREATER THAN ZERO                          CVCAP4.2
033100             OR NOT CAP-ALLOC-LOADED                              CVCAP4.2
033200         MOVE 4 TO RETURN-CODE.                                   CVCAP4.2
033300     STOP RUN.                                                    CVCAP4.2
033400 1000-INITIALIZE.                                                 CVCAP4.2
033500     ACCEPT CAP-TODAY FROM DATE YYYYMMDD.                         CVCAP4.2
033600     MOVE CAP-TODAY TO CAP-DATE-W.                                CVCAP4.2
033700     PERFORM 8000-DAY-NUMBER THRU 8000-EXIT.                      CVCAP4.2
033800     MOVE CAP-DAYNO TO CAP-TODAY-DAYNO.                           CVCAP4.2
033900     PERFORM 1100-CLEAR-ENTRY THRU 1100-EXIT                      CVCAP4.2
034000         VARYING CAP-SUB FROM 1 BY 1                              CVCAP4.2
034100         UNTIL CAP-SUB GREATER THAN CAP-FILE-COUNT.               CVCAP4.2
034200     OPEN INPUT CTL-FILE.                                         CVCAP4.2
034300     IF CAP-CTL-STATUS NOT EQUAL TO "00"                          CVCAP4.2
034400         GO TO 1000-ALLOC.                                        CVCAP4.2
034500     READ CTL-FILE AT END GO TO 1000-CLOSE.                       CVCAP4.2
034600     IF CC-HORIZON-DAYS NUMERIC                                   CVCAP4.2
034700             AND CC-HORIZON-DAYS GREATER THAN ZERO                CVCAP4.2
034800         MOVE CC-HORIZON-DAYS TO CAP-HORIZON-DAYS.                CVCAP4.2
034900     IF CC-WINDOW-DAYS NUMERIC                                    CVCAP4.2
035000             AND CC-WINDOW-DAYS GREATER THAN ZERO                 CVCAP4.2
035100         MOVE CC-WINDOW-DAYS TO CAP-WINDOW-DAYS.                  CVCAP4.2
035200 1000-CLOSE.                                                      CVCAP4.2
035300     CLOSE CTL-FILE.                                              CVCAP4.2
035400 1000-ALLOC.                                                      CVCAP4.2
035500     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
035600     OPEN INPUT ALLOC-FILE.                                       CVCAP4.2
035700     IF CAP-ALLOC-STATUS NOT EQUAL TO "00"                        CVCAP4.2
035800         DISPLAY "CCVSCAPM - NO CCVSCAPA CAPACITY CARDS - "       CVCAP4.2
035900             "NOTHING CAN BE PROJECTED"                           CVCAP4.2
036000         GO TO 1000-EXIT.                                         CVCAP4.2
036100     MOVE 1 TO CAP-ALLOC-SWITCH.                                  CVCAP4.2
036200     PERFORM 1200-ALLOC-ONE THRU 1200-EXIT                        CVCAP4.2
036300         UNTIL CAP-AT-EOF.                                        CVCAP4.2
036400     CLOSE ALLOC-FILE.                                            CVCAP4.2
036500 1000-EXIT. EXIT.                                                 CVCAP4.2
036600 1100-CLEAR-ENTRY.                                                CVCAP4.2
036700     MOVE ZERO  TO CAP-F-RECORDS (CAP-SUB).                       CVCAP4.2
036800     MOVE "N"   TO CAP-F-ABSENT (CAP-SUB).                        CVCAP4.2
036900     MOVE ZERO  TO CAP-F-CAPACITY (CAP-SUB).                      CVCAP4.2
037000     MOVE ZERO  TO CAP-F-WIN-DATE (CAP-SUB).                      CVCAP4.2
037100     MOVE ZERO  TO CAP-F-WIN-DAYNO (CAP-SUB).                     CVCAP4.2
037200     MOVE ZERO  TO CAP-F-WIN-RECORDS (CAP-SUB).                   CVCAP4.2
037300     MOVE ZERO  TO CAP-F-OLD-DATE (CAP-SUB).                      CVCAP4.2
037400     MOVE ZERO  TO CAP-F-OLD-DAYNO (CAP-SUB).                     CVCAP4.2
037500     MOVE ZERO  TO CAP-F-OLD-RECORDS (CAP-SUB).                   CVCAP4.2
037600     MOVE ZERO  TO CAP-F-BASE-DATE (CAP-SUB).                     CVCAP4.2
037700     MOVE ZERO  TO CAP-F-RATE (CAP-SUB).                          CVCAP4.2
037800     MOVE ZERO  TO CAP-F-DAYS-LEFT (CAP-SUB).                     CVCAP4.2
037900     MOVE SPACE TO CAP-F-RESULT (CAP-SUB).                        CVCAP4.2
038000 1100-EXIT. EXIT.                                                 CVCAP4.2
038100 1200-ALLOC-ONE.                                                  CVCAP4.2
038200     READ ALLOC-FILE AT END                                       CVCAP4.2
038300         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
038400         GO TO 1200-EXIT.                                         CVCAP4.2
038500     IF CA-CAPACITY NOT NUMERIC                                   CVCAP4.2
038600         GO TO 1200-EXIT.                                         CVCAP4.2
038700     PERFORM 8900-FIND THRU 8900-EXIT                             CVCAP4.2
038800         VARYING CAP-SUB FROM 1 BY 1                              CVCAP4.2
038900         UNTIL CAP-SUB GREATER THAN CAP-FILE-COUNT                CVCAP4.2
039000         OR CAP-NAME (CAP-SUB) EQUAL TO CA-DSNAME.                CVCAP4.2
039100     IF CAP-SUB GREATER THAN CAP-FILE-COUNT                       CVCAP4.2
039200         DISPLAY "CCVSCAPM - CAPACITY CARD FOR UNMONITORED "      CVCAP4.2
039300             "DATASET " CA-DSNAME " IGNORED"                      CVCAP4.2
039400         GO TO 1200-EXIT.                                         CVCAP4.2
039500     MOVE CA-CAPACITY TO CAP-F-CAPACITY (CAP-SUB).                CVCAP4.2
039600 1200-EXIT. EXIT.                                                 CVCAP4.2
039700*    ONE COUNT PARAGRAPH PER MONITORED DATASET.  A DATASET THAT   CVCAP4.2
039800*    WILL NOT OPEN, OR AN OPTIONAL ONE NOT YET ALLOCATED, IS      CVCAP4.2
039900*    MARKED ABSENT AND COUNTS ZERO.                               CVCAP4.2
040000 2010-COUNT-RAW.                                                  CVCAP4.2
040100     MOVE 1 TO CAP-SUB.                                           CVCAP4.2
040200     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
040300     OPEN INPUT RAW-DATA.                                         CVCAP4.2
040400     IF CAP-RAW-STATUS NOT EQUAL TO "00"                          CVCAP4.2
040500         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
040600         GO TO 2010-EXIT.                                         CVCAP4.2
040700     PERFORM 2015-READ-RAW THRU 2015-EXIT                         CVCAP4.2
040800         UNTIL CAP-AT-EOF.                                        CVCAP4.2
040900     CLOSE RAW-DATA.                                              CVCAP4.2
041000 2010-EXIT. EXIT.                                                 CVCAP4.2
041100 2015-READ-RAW.                                                   CVCAP4.2
041200     READ RAW-DATA NEXT RECORD AT END                             CVCAP4.2
041300         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
041400         GO TO 2015-EXIT.                                         CVCAP4.2
041500     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
041600 2015-EXIT. EXIT.                                                 CVCAP4.2
041700 2020-COUNT-AUDA.                                                 CVCAP4.2
041800     MOVE 2 TO CAP-SUB.                                           CVCAP4.2
041900     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
042000     OPEN INPUT AUDA-FILE.                                        CVCAP4.2
042100     IF CAP-AUDA-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
042200         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
042300         GO TO 2020-EXIT.                                         CVCAP4.2
042400     IF CAP-AUDA-STATUS EQUAL TO "05"                             CVCAP4.2
042500         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
042600         CLOSE AUDA-FILE                                          CVCAP4.2
042700         GO TO 2020-EXIT.                                         CVCAP4.2
042800     PERFORM 2025-READ-AUDA THRU 2025-EXIT                        CVCAP4.2
042900         UNTIL CAP-AT-EOF.                                        CVCAP4.2
043000     CLOSE AUDA-FILE.                                             CVCAP4.2
043100 2020-EXIT. EXIT.                                                 CVCAP4.2
043200 2025-READ-AUDA.                                                  CVCAP4.2
043300     READ AUDA-FILE AT END                                        CVCAP4.2
043400         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
043500         GO TO 2025-EXIT.                                         CVCAP4.2
043600     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
043700 2025-EXIT. EXIT.                                                 CVCAP4.2
043800 2030-COUNT-JRNL.                                                 CVCAP4.2
043900     MOVE 3 TO CAP-SUB.                                           CVCAP4.2
044000     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
044100     OPEN INPUT JRNL-FILE.                                        CVCAP4.2
044200     IF CAP-JRNL-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
044300         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
044400         GO TO 2030-EXIT.                                         CVCAP4.2
044500     IF CAP-JRNL-STATUS EQUAL TO "05"                             CVCAP4.2
044600         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
044700         CLOSE JRNL-FILE                                          CVCAP4.2
044800         GO TO 2030-EXIT.                                         CVCAP4.2
044900     PERFORM 2035-READ-JRNL THRU 2035-EXIT                        CVCAP4.2
045000         UNTIL CAP-AT-EOF.                                        CVCAP4.2
045100     CLOSE JRNL-FILE.                                             CVCAP4.2
045200 2030-EXIT. EXIT.                                                 CVCAP4.2
045300 2035-READ-JRNL.                                                  CVCAP4.2
045400     READ JRNL-FILE AT END                                        CVCAP4.2
045500         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
045600         GO TO 2035-EXIT.                                         CVCAP4.2
045700     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
045800 2035-EXIT. EXIT.                                                 CVCAP4.2
045900 2040-COUNT-ALHS.                                                 CVCAP4.2
046000     MOVE 4 TO CAP-SUB.                                           CVCAP4.2
046100     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
046200     OPEN INPUT ALHS-FILE.                                        CVCAP4.2
046300     IF CAP-ALHS-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
046400         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
046500         GO TO 2040-EXIT.                                         CVCAP4.2
046600     IF CAP-ALHS-STATUS EQUAL TO "05"                             CVCAP4.2
046700         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
046800         CLOSE ALHS-FILE                                          CVCAP4.2
046900         GO TO 2040-EXIT.                                         CVCAP4.2
047000     PERFORM 2045-READ-ALHS THRU 2045-EXIT                        CVCAP4.2
047100         UNTIL CAP-AT-EOF.                                        CVCAP4.2
047200     CLOSE ALHS-FILE.                                             CVCAP4.2
047300 2040-EXIT. EXIT.                                                 CVCAP4.2
047400 2045-READ-ALHS.                                                  CVCAP4.2
047500     READ ALHS-FILE AT END                                        CVCAP4.2
047600         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
047700         GO TO 2045-EXIT.                                         CVCAP4.2
047800     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
047900 2045-EXIT. EXIT.                                                 CVCAP4.2
048000 2050-COUNT-DURH.                                                 CVCAP4.2
048100     MOVE 5 TO CAP-SUB.                                           CVCAP4.2
048200     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
048300     OPEN INPUT DURH-FILE.                                        CVCAP4.2
048400     IF CAP-DURH-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
048500         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
048600         GO TO 2050-EXIT.                                         CVCAP4.2
048700     IF CAP-DURH-STATUS EQUAL TO "05"                             CVCAP4.2
048800         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
048900         CLOSE DURH-FILE                                          CVCAP4.2
049000         GO TO 2050-EXIT.                                         CVCAP4.2
049100     PERFORM 2055-READ-DURH THRU 2055-EXIT                        CVCAP4.2
049200         UNTIL CAP-AT-EOF.                                        CVCAP4.2
049300     CLOSE DURH-FILE.                                             CVCAP4.2
049400 2050-EXIT. EXIT.                                                 CVCAP4.2
049500 2055-READ-DURH.                                                  CVCAP4.2
049600     READ DURH-FILE AT END                                        CVCAP4.2
049700         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
049800         GO TO 2055-EXIT.                                         CVCAP4.2
049900     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
050000 2055-EXIT. EXIT.                                                 CVCAP4.2
050100 2060-COUNT-ACCL.                                                 CVCAP4.2
050200     MOVE 6 TO CAP-SUB.                                           CVCAP4.2
050300     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
050400     OPEN INPUT ACCL-FILE.                                        CVCAP4.2
050500     IF CAP-ACCL-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
050600         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
050700         GO TO 2060-EXIT.                                         CVCAP4.2
050800     IF CAP-ACCL-STATUS EQUAL TO "05"                             CVCAP4.2
050900         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
051000         CLOSE ACCL-FILE                                          CVCAP4.2
051100         GO TO 2060-EXIT.                                         CVCAP4.2
051200     PERFORM 2065-READ-ACCL THRU 2065-EXIT                        CVCAP4.2
051300         UNTIL CAP-AT-EOF.                                        CVCAP4.2
051400     CLOSE ACCL-FILE.                                             CVCAP4.2
051500 2060-EXIT. EXIT.                                                 CVCAP4.2
051600 2065-READ-ACCL.                                                  CVCAP4.2
051700     READ ACCL-FILE AT END                                        CVCAP4.2
051800         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
051900         GO TO 2065-EXIT.                                         CVCAP4.2
052000     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
052100 2065-EXIT. EXIT.                                                 CVCAP4.2
052200 2070-COUNT-IOER.                                                 CVCAP4.2
052300     MOVE 7 TO CAP-SUB.                                           CVCAP4.2
052400     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
052500     OPEN INPUT IOER-FILE.                                        CVCAP4.2
052600     IF CAP-IOER-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
052700         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
052800         GO TO 2070-EXIT.                                         CVCAP4.2
052900     IF CAP-IOER-STATUS EQUAL TO "05"                             CVCAP4.2
053000         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
053100         CLOSE IOER-FILE                                          CVCAP4.2
053200         GO TO 2070-EXIT.                                         CVCAP4.2
053300     PERFORM 2075-READ-IOER THRU 2075-EXIT                        CVCAP4.2
053400         UNTIL CAP-AT-EOF.                                        CVCAP4.2
053500     CLOSE IOER-FILE.                                             CVCAP4.2
053600 2070-EXIT. EXIT.                                                 CVCAP4.2
053700 2075-READ-IOER.                                                  CVCAP4.2
053800     READ IOER-FILE AT END                                        CVCAP4.2
053900         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
054000         GO TO 2075-EXIT.                                         CVCAP4.2
054100     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
054200 2075-EXIT. EXIT.                                                 CVCAP4.2
054300 2080-COUNT-ENVS.                                                 CVCAP4.2
054400     MOVE 8 TO CAP-SUB.                                           CVCAP4.2
054500     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
054600     OPEN INPUT ENVS-FILE.                                        CVCAP4.2
054700     IF CAP-ENVS-STATUS NOT EQUAL TO "00"                         CVCAP4.2
054800         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
054900         GO TO 2080-EXIT.                                         CVCAP4.2
055000     PERFORM 2085-READ-ENVS THRU 2085-EXIT                        CVCAP4.2
055100         UNTIL CAP-AT-EOF.                                        CVCAP4.2
055200     CLOSE ENVS-FILE.                                             CVCAP4.2
055300 2080-EXIT. EXIT.                                                 CVCAP4.2
055400 2085-READ-ENVS.                                                  CVCAP4.2
055500     READ ENVS-FILE NEXT RECORD AT END                            CVCAP4.2
055600         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
055700         GO TO 2085-EXIT.                                         CVCAP4.2
055800     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
055900 2085-EXIT. EXIT.                                                 CVCAP4.2
056000 2090-COUNT-RDX.                                                  CVCAP4.2
056100     MOVE 9 TO CAP-SUB.                                           CVCAP4.2
056200     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
056300     OPEN INPUT RUNX-FILE.                                        CVCAP4.2
056400     IF CAP-RDX-STATUS NOT EQUAL TO "00"                          CVCAP4.2
056500         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
056600         GO TO 2090-EXIT.                                         CVCAP4.2
056700     PERFORM 2095-READ-RDX THRU 2095-EXIT                         CVCAP4.2
056800         UNTIL CAP-AT-EOF.                                        CVCAP4.2
056900     CLOSE RUNX-FILE.                                             CVCAP4.2
057000 2090-EXIT. EXIT.                                                 CVCAP4.2
057100 2095-READ-RDX.                                                   CVCAP4.2
057200     READ RUNX-FILE NEXT RECORD AT END                            CVCAP4.2
057300         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
057400         GO TO 2095-EXIT.                                         CVCAP4.2
057500     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
057600 2095-EXIT. EXIT.                                                 CVCAP4.2
057700 2100-COUNT-MANA.                                                 CVCAP4.2
057800     MOVE 10 TO CAP-SUB.                                          CVCAP4.2
057900     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
058000     OPEN INPUT MANA-FILE.                                        CVCAP4.2
058100     IF CAP-MANA-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
058200         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
058300         GO TO 2100-EXIT.                                         CVCAP4.2
058400     IF CAP-MANA-STATUS EQUAL TO "05"                             CVCAP4.2
058500         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
058600         CLOSE MANA-FILE                                          CVCAP4.2
058700         GO TO 2100-EXIT.                                         CVCAP4.2
058800     PERFORM 2105-READ-MANA THRU 2105-EXIT                        CVCAP4.2
058900         UNTIL CAP-AT-EOF.                                        CVCAP4.2
059000     CLOSE MANA-FILE.                                             CVCAP4.2
059100 2100-EXIT. EXIT.                                                 CVCAP4.2
059200 2105-READ-MANA.                                                  CVCAP4.2
059300     READ MANA-FILE AT END                                        CVCAP4.2
059400         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
059500         GO TO 2105-EXIT.                                         CVCAP4.2
059600     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
059700 2105-EXIT. EXIT.                                                 CVCAP4.2
059800 2110-COUNT-INCF.                                                 CVCAP4.2
059900     MOVE 11 TO CAP-SUB.                                          CVCAP4.2
060000     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
060100     OPEN INPUT INCF-FILE.                                        CVCAP4.2
060200     IF CAP-INCF-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
060300         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
060400         GO TO 2110-EXIT.                                         CVCAP4.2
060500     IF CAP-INCF-STATUS EQUAL TO "05"                             CVCAP4.2
060600         MOVE "Y" TO CAP-F-ABSENT (CAP-SUB)                       CVCAP4.2
060700         CLOSE INCF-FILE                                          CVCAP4.2
060800         GO TO 2110-EXIT.                                         CVCAP4.2
060900     PERFORM 2115-READ-INCF THRU 2115-EXIT                        CVCAP4.2
061000         UNTIL CAP-AT-EOF.                                        CVCAP4.2
061100     CLOSE INCF-FILE.                                             CVCAP4.2
061200 2110-EXIT. EXIT.                                                 CVCAP4.2
061300 2115-READ-INCF.                                                  CVCAP4.2
061400     READ INCF-FILE AT END                                        CVCAP4.2
061500         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
061600         GO TO 2115-EXIT.                                         CVCAP4.2
061700     ADD 1 TO CAP-F-RECORDS (CAP-SUB).                            CVCAP4.2
061800 2115-EXIT. EXIT.                                                 CVCAP4.2
061900*    EARLIER HISTORY FOR EACH DATASET -- THE OLDEST RECORD        CVCAP4.2
062000*    INSIDE THE GROWTH WINDOW, AND THE NEWEST ONE BEFORE IT.      CVCAP4.2
062100*    TODAY'S OWN RECORDS (A RERUN) ARE NOT A BASE.                CVCAP4.2
062200 3000-LOAD-HISTORY.                                               CVCAP4.2
062300     MOVE ZERO TO CAP-EOF-SWITCH.                                 CVCAP4.2
062400     OPEN INPUT GROW-FILE.                                        CVCAP4.2
062500*    STATUS 05 IS THE OPTIONAL FILE OPENED ABSENT-AS-EMPTY.       CVCAP4.2
062600     IF CAP-GROW-STATUS NOT EQUAL TO "00" AND "05"                CVCAP4.2
062700         GO TO 3000-EXIT.                                         CVCAP4.2
062800     PERFORM 3100-HISTORY-ONE THRU 3100-EXIT                      CVCAP4.2
062900         UNTIL CAP-AT-EOF.                                        CVCAP4.2
063000     CLOSE GROW-FILE.                                             CVCAP4.2
063300 3000-EXIT. EXIT.                                                 CVCAP4.2
063400 3100-HISTORY-ONE.                                                CVCAP4.2
063500     READ GROW-FILE AT END                                        CVCAP4.2
063600         MOVE 1 TO CAP-EOF-SWITCH                                 CVCAP4.2
063700         GO TO 3100-EXIT.                                         CVCAP4.2
063800     IF GH-DATE NOT NUMERIC                                       CVCAP4.2
063900             OR GH-RECORDS NOT NUMERIC                            CVCAP4.2
064000             OR GH-DATE NOT LESS THAN CAP-TODAY                   CVCAP4.2
064100         GO TO 3100-EXIT.                                         CVCAP4.2
064200     PERFORM 8900-FIND THRU 8900-EXIT                             CVCAP4.2
064300         VARYING CAP-SUB FROM 1 BY 1                              CVCAP4.2
064400         UNTIL CAP-SUB GREATER THAN CAP-FILE-COUNT                CVCAP4.2
064500         OR CAP-NAME (CAP-SUB) EQUAL TO GH-DSNAME.                CVCAP4.2
064600     IF CAP-SUB GREATER THAN CAP-FILE-COUNT                       CVCAP4.2
064700         GO TO 3100-EXIT.                                         CVCAP4.2
064800     MOVE GH-DATE TO CAP-DATE-W.                                  CVCAP4.2
064900     PERFORM 8000-DAY-NUMBER THRU 8000-EXIT.                      CVCAP4.2
065000     IF CAP-DAYNO + CAP-WINDOW-DAYS NOT LESS THAN CAP-TODAY-DAYNO CVCAP4.2
065100         GO TO 3100-WINDOW.                                       CVCAP4.2
065200     IF GH-DATE NOT LESS THAN CAP-F-OLD-DATE (CAP-SUB)            CVCAP4.2
065300         MOVE GH-DATE    TO CAP-F-OLD-DATE (CAP-SUB)              CVCAP4.2
065400         MOVE CAP-DAYNO  TO CAP-F-OLD-DAYNO (CAP-SUB)             CVCAP4.2
065500         MOVE GH-RECORDS TO CAP-F-OLD-RECORDS (CAP-SUB).          CVCAP4.2
065600     GO TO 3100-EXIT.                                             CVCAP4.2
065700 3100-WINDOW.                                                     CVCAP4.2
065800     IF CAP-F-WIN-DATE (CAP-SUB) EQUAL TO ZERO                    CVCAP4.2
065900             OR GH-DATE LESS THAN CAP-F-WIN-DATE (CAP-SUB)        CVCAP4.2
066000         MOVE GH-DATE    TO CAP-F-WIN-DATE (CAP-SUB)              CVCAP4.2
066100         MOVE CAP-DAYNO  TO CAP-F-WIN-DAYNO (CAP-SUB)             CVCAP4.2
066200         MOVE GH-RECORDS TO CAP-F-WIN-RECORDS (CAP-SUB).          CVCAP4.2
066300 3100-EXIT. EXIT.                                                 CVCAP4.2
066400*    RATE = RECORDS GAINED SINCE THE BASE / DAYS SINCE THE        CVCAP4.2
066500*    BASE; DAYS LEFT = ROOM REMAINING / RATE.                     CVCAP4.2
066600 4000-PROJECT.                                                    CVCAP4.2
066700     IF CAP-F-ABSENT (CAP-SUB) EQUAL TO "Y"                       CVCAP4.2
066800         MOVE "NOT ALLOCATED" TO CAP-F-RESULT (CAP-SUB)           CVCAP4.2
066900         GO TO 4000-EXIT.                                         CVCAP4.2
067000     IF CAP-F-CAPACITY (CAP-SUB) EQUAL TO ZERO                    CVCAP4.2
067100         MOVE "NO CAPACITY CARD" TO CAP-F-RESULT (CAP-SUB)        CVCAP4.2
067200         GO TO 4000-EXIT.                                         CVCAP4.2
067300     IF CAP-F-RECORDS (CAP-SUB) NOT LESS THAN                     CVCAP4.2
067400             CAP-F-CAPACITY (CAP-SUB)                             CVCAP4.2
067500         MOVE "AT CAPACITY" TO CAP-F-RESULT (CAP-SUB)             CVCAP4.2
067600         ADD 1 TO CAP-FLAG-COUNT                                  CVCAP4.2
067700         GO TO 4000-EXIT.                                         CVCAP4.2
067800     IF CAP-F-WIN-DATE (CAP-SUB) GREATER THAN ZERO                CVCAP4.2
067900         MOVE CAP-F-WIN-DATE (CAP-SUB)                            CVCAP4.2
068000             TO CAP-F-BASE-DATE (CAP-SUB)                         CVCAP4.2
068100         COMPUTE CAP-ELAPSED-DAYS =                               CVCAP4.2
068200             CAP-TODAY-DAYNO - CAP-F-WIN-DAYNO (CAP-SUB)          CVCAP4.2
068300         COMPUTE CAP-GROWTH-W = CAP-F-RECORDS (CAP-SUB)           CVCAP4.2
068400             - CAP-F-WIN-RECORDS (CAP-SUB)                        CVCAP4.2
068500     ELSE                                                         CVCAP4.2
068600         MOVE CAP-F-OLD-DATE (CAP-SUB)                            CVCAP4.2
068700             TO CAP-F-BASE-DATE (CAP-SUB)                         CVCAP4.2
068800         COMPUTE CAP-ELAPSED-DAYS =                               CVCAP4.2
068900             CAP-TODAY-DAYNO - CAP-F-OLD-DAYNO (CAP-SUB)          CVCAP4.2
069000         COMPUTE CAP-GROWTH-W = CAP-F-RECORDS (CAP-SUB)           CVCAP4.2
069100             - CAP-F-OLD-RECORDS (CAP-SUB).                       CVCAP4.2
069200     IF CAP-F-BASE-DATE (CAP-SUB) EQUAL TO ZERO                   CVCAP4.2
069300         MOVE "NO HISTORY" TO CAP-F-RESULT (CAP-SUB)              CVCAP4.2
069400         GO TO 4000-EXIT.                                         CVCAP4.2
069500     IF CAP-GROWTH-W NOT GREATER THAN ZERO                        CVCAP4.2
069600         MOVE "NOT GROWING" TO CAP-F-RESULT (CAP-SUB)             CVCAP4.2
069700         GO TO 4000-EXIT.                                         CVCAP4.2
069800     COMPUTE CAP-F-RATE (CAP-SUB) ROUNDED =                       CVCAP4.2
069900         CAP-GROWTH-W / CAP-ELAPSED-DAYS.                         CVCAP4.2
070000     IF CAP-F-RATE (CAP-SUB) EQUAL TO ZERO                        CVCAP4.2
070100         MOVE "NOT GROWING" TO CAP-F-RESULT (CAP-SUB)             CVCAP4.2
070200         GO TO 4000-EXIT.                                         CVCAP4.2
070300     COMPUTE CAP-ROOM-W = CAP-F-CAPACITY (CAP-SUB)                CVCAP4.2
070400         - CAP-F-RECORDS (CAP-SUB).                               CVCAP4.2
070500     COMPUTE CAP-F-DAYS-LEFT (CAP-SUB) =                          CVCAP4.2
070600         CAP-ROOM-W / CAP-F-RATE (CAP-SUB).                       CVCAP4.2
070700     IF CAP-F-DAYS-LEFT (CAP-SUB) NOT GREATER THAN                CVCAP4.2
070800             CAP-HORIZON-DAYS                                     CVCAP4.2
070900         MOVE "WITHIN HORIZON" TO CAP-F-RESULT (CAP-SUB)          CVCAP4.2
071000         ADD 1 TO CAP-FLAG-COUNT                                  CVCAP4.2
071100     ELSE                                                         CVCAP4.2
071200         MOVE "OK" TO CAP-F-RESULT (CAP-SUB).                     CVCAP4.2
071300 4000-EXIT. EXIT.                                                 CVCAP4.2
071400*    TODAY'S COUNTS GO ON THE END OF THE GROWTH HISTORY, THE      CVCAP4.2
071500*    SAME OPEN EXTEND HABIT AS CCVSDURH AND CCVSMANA.             CVCAP4.2
071600 5000-APPEND-HISTORY.                                             CVCAP4.2
071700     OPEN EXTEND GROW-FILE.                                       CVCAP4.2
071800     PERFORM 5100-APPEND-ONE THRU 5100-EXIT                       CVCAP4.2
071900         VARYING CAP-SUB FROM 1 BY 1                              CVCAP4.2
072000         UNTIL CAP-SUB GREATER THAN CAP-FILE-COUNT.               CVCAP4.2
072100     CLOSE GROW-FILE.                                             CVCAP4.2
072200 5000-EXIT. EXIT.                                                 CVCAP4.2
072300 5100-APPEND-ONE.                                                 CVCAP4.2
072400     MOVE SPACE TO GROWTH-HIST-REC.                               CVCAP4.2
072500     MOVE CAP-TODAY              TO GH-DATE.                      CVCAP4.2
072600     MOVE CAP-NAME (CAP-SUB)     TO GH-DSNAME.                    CVCAP4.2
072700     MOVE CAP-F-RECORDS (CAP-SUB)  TO GH-RECORDS.                 CVCAP4.2
072800     MOVE CAP-F-CAPACITY (CAP-SUB) TO GH-CAPACITY.                CVCAP4.2
072900     WRITE GROWTH-HIST-REC.                                       CVCAP4.2
073000 5100-EXIT. EXIT.                                                 CVCAP4.2
073100 6000-REPORT.                                                     CVCAP4.2
073200     OPEN OUTPUT PRINT-FILE.                                      CVCAP4.2
073300     MOVE CAP-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCAP4.2
073400     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCAP4.2
073500     MOVE CAP-TODAY        TO CE-TODAY-O.                         CVCAP4.2
073600     MOVE CAP-HORIZON-DAYS TO CE-HORIZON-O.                       CVCAP4.2
073700     MOVE CAP-WINDOW-DAYS  TO CE-WINDOW-O.                        CVCAP4.2
073800     MOVE CAP-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCAP4.2
073900     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCAP4.2
074000     MOVE CAP-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCAP4.2
074100     PERFORM 6100-DETAIL THRU 6100-EXIT                           CVCAP4.2
074200         VARYING CAP-SUB FROM 1 BY 1                              CVCAP4.2
074300         UNTIL CAP-SUB GREATER THAN CAP-FILE-COUNT.               CVCAP4.2
074400     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCAP4.2
074500     MOVE CAP-HORIZON-DAYS TO CF-HORIZON-O.                       CVCAP4.2
074600     MOVE CAP-F-HDR TO PRINT-REC. WRITE PRINT-REC.                CVCAP4.2
074700     IF CAP-FLAG-COUNT EQUAL TO ZERO                              CVCAP4.2
074800         MOVE CAP-F-NONE TO PRINT-REC                             CVCAP4.2
074900         WRITE PRINT-REC.                                         CVCAP4.2
075000     PERFORM 6200-FLAGGED THRU 6200-EXIT                          CVCAP4.2
075100         VARYING CAP-SUB FROM 1 BY 1                              CVCAP4.2
075200         UNTIL CAP-SUB GREATER THAN CAP-FILE-COUNT.               CVCAP4.2
075300     CLOSE PRINT-FILE.                                            CVCAP4.2
075400     DISPLAY "CCVSCAPM - DATASETS NEAR CAPACITY " CAP-FLAG-COUNT. CVCAP4.2
075500 6000-EXIT. EXIT.                                                 CVCAP4.2
075600 6100-DETAIL.                                                     CVCAP4.2
075700     MOVE SPACE TO CAP-D-1.                                       CVCAP4.2
075800     MOVE CAP-NAME (CAP-SUB)       TO CD-DSNAME-O.                CVCAP4.2
075900     MOVE CAP-F-RECORDS (CAP-SUB)  TO CD-RECORDS-O.               CVCAP4.2
076000     MOVE CAP-F-RESULT (CAP-SUB)   TO CD-RESULT-O.                CVCAP4.2
076100     IF CAP-F-CAPACITY (CAP-SUB) GREATER THAN ZERO                CVCAP4.2
076200         MOVE CAP-F-CAPACITY (CAP-SUB) TO CD-CAPACITY-O           CVCAP4.2
076300         COMPUTE CAP-PCT-W ROUNDED =                              CVCAP4.2
076400             (CAP-F-RECORDS (CAP-SUB) * 100)                      CVCAP4.2
076500             / CAP-F-CAPACITY (CAP-SUB)                           CVCAP4.2
076600         MOVE CAP-PCT-W TO CD-PCT-O.                              CVCAP4.2
076700     IF CAP-F-BASE-DATE (CAP-SUB) GREATER THAN ZERO               CVCAP4.2
076800         MOVE CAP-F-BASE-DATE (CAP-SUB) TO CAP-SINCE-ED           CVCAP4.2
076900         MOVE CAP-SINCE-ED TO CD-SINCE-O.                         CVCAP4.2
077000     IF CAP-F-RATE (CAP-SUB) GREATER THAN ZERO                    CVCAP4.2
077100         MOVE CAP-F-RATE (CAP-SUB) TO CD-RATE-O.                  CVCAP4.2
077200     IF CAP-F-RESULT (CAP-SUB) EQUAL TO "OK"                      CVCAP4.2
077300             OR CAP-F-RESULT (CAP-SUB) EQUAL TO "WITHIN HORIZON"  CVCAP4.2
077400         MOVE CAP-F-DAYS-LEFT (CAP-SUB) TO CD-DAYS-O.             CVCAP4.2
077500     MOVE CAP-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCAP4.2
077600 6100-EXIT. EXIT.                                                 CVCAP4.2
077700 6200-FLAGGED.                                                    CVCAP4.2
077800     IF CAP-F-RESULT (CAP-SUB) NOT EQUAL TO "AT CAPACITY"         CVCAP4.2
077900             AND CAP-F-RESULT (CAP-SUB) NOT EQUAL TO              CVCAP4.2
078000                 "WITHIN HORIZON"                                 CVCAP4.2
078100         GO TO 6200-EXIT.                                         CVCAP4.2
078200     MOVE SPACE TO CAP-F-1.                                       CVCAP4.2
078300     MOVE CAP-NAME (CAP-SUB)     TO CF-DSNAME-O.                  CVCAP4.2
078400     MOVE CAP-F-RESULT (CAP-SUB) TO CF-RESULT-O.                  CVCAP4.2
078500     IF CAP-F-RESULT (CAP-SUB) EQUAL TO "AT CAPACITY"             CVCAP4.2
078600         MOVE "ADD SPACE BEFORE THE NEXT NIGHT" TO CF-TEXT-O      CVCAP4.2
078700     ELSE                                                         CVCAP4.2
078800         MOVE CAP-F-DAYS-LEFT (CAP-SUB) TO CAP-F-DAYS-ED          CVCAP4.2
078900         STRING "FULL IN ABOUT" DELIMITED BY SIZE                 CVCAP4.2
079000             CAP-F-DAYS-ED DELIMITED BY SIZE                      CVCAP4.2
079100             " DAYS" DELIMITED BY SIZE                            CVCAP4.2
079200             INTO CF-TEXT-O.                                      CVCAP4.2
079300     MOVE CAP-F-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCAP4.2
079400 6200-EXIT. EXIT.                                                 CVCAP4.2
079500*    DAYS SINCE A FIXED ORIGIN FOR CAP-DATE-W -- 365 A YEAR       CVCAP4.2
079600*    PLUS THE GREGORIAN LEAP DAYS OF THE YEARS BEFORE, THE        CVCAP4.2
079700*    MONTH OFFSET, AND THE EXTRA DAY AFTER A LEAP FEBRUARY.       CVCAP4.2
079800 8000-DAY-NUMBER.                                                 CVCAP4.2
079900     SUBTRACT 1 FROM CAP-DATE-YYYY GIVING CAP-YEARS-W.            CVCAP4.2
080000     DIVIDE CAP-YEARS-W BY 4   GIVING CAP-Q4.                     CVCAP4.2
080100     DIVIDE CAP-YEARS-W BY 100 GIVING CAP-Q100.                   CVCAP4.2
080200     DIVIDE CAP-YEARS-W BY 400 GIVING CAP-Q400.                   CVCAP4.2
080300     COMPUTE CAP-DAYNO = (CAP-YEARS-W * 365)                      CVCAP4.2
080400         + CAP-Q4 - CAP-Q100 + CAP-Q400                           CVCAP4.2
080500         + CAP-MONTH-OFFSET (CAP-DATE-MM) + CAP-DATE-DD.          CVCAP4.2
080600     IF CAP-DATE-MM NOT GREATER THAN 2                            CVCAP4.2
080700         GO TO 8000-EXIT.                                         CVCAP4.2
080800     DIVIDE CAP-DATE-YYYY BY 4   GIVING CAP-Q4                    CVCAP4.2
080900         REMAINDER CAP-R4.                                        CVCAP4.2
081000     DIVIDE CAP-DATE-YYYY BY 100 GIVING CAP-Q100                  CVCAP4.2
081100         REMAINDER CAP-R100.                                      CVCAP4.2
081200     DIVIDE CAP-DATE-YYYY BY 400 GIVING CAP-Q400                  CVCAP4.2
081300         REMAINDER CAP-R400.                                      CVCAP4.2
081400     IF CAP-R4 EQUAL TO ZERO                                      CVCAP4.2
081500             AND (CAP-R100 NOT EQUAL TO ZERO                      CVCAP4.2
081600                  OR CAP-R400 EQUAL TO ZERO)                      CVCAP4.2
081700         ADD 1 TO CAP-DAYNO.                                      CVCAP4.2
081800 8000-EXIT. EXIT.                                                 CVCAP4.2
081900 8900-FIND. EXIT.                                                 CVCAP4.2
082000 8900-EXIT. EXIT.                                                 CVCAP4.2
