000100 IDENTIFICATION DIVISION.                                         CVRCN4.2
000200 PROGRAM-ID.    CCVSRECN.                                         CVRCN4.2
000300******************************************************************CVRCN4.2
000400**                                                                CVRCN4.2
000500**    CROSS-FILE RUN RECONCILIATION.  EVERY RUN LEAVES TRACES*    CVRCN4.2
000600**    IN SIX PLACES -- ITS RAW-DATA-SATZ, ITS CCVSJRNL WRITE *    CVRCN4.2
000700**    (OPEN-FILES) AND REWRITE (CLOSE-FILES), ITS AUDIT-ARCH-*    CVRCN4.2
000800**    REC EVENTS ON CCVSAUDA, ITS ENV-SNAP-SATZ ON CCVSENVS, *    CVRCN4.2
000900**    ITS PAIR'S CCVSLATE POSITION AND ITS CCVSDRV MANIFEST  *    CVRCN4.2
001000**    STEP (THE CCVSMANA ARCHIVE).  CCVSVFY CHECKS RAW-DATA  *    CVRCN4.2
001100**    ONLY AGAINST ITSELF; THIS JOB CHECKS, FOR EVERY RUN IN *    CVRCN4.2
001200**    THE CARD'S DATE RANGE, THAT --                         *    CVRCN4.2
001300**      AUDIT    THE ARCHIVED PASS / FAIL* / ***** / INSPT   *    CVRCN4.2
001400**               EVENT COUNTS EQUAL C-OK, C-FAIL, C-DELETED  *    CVRCN4.2
001500**               AND C-INSPECT                               *    CVRCN4.2
001600**      JOURNAL  THE HARNESS WRITE AND REWRITE ARE JOURNALED *    CVRCN4.2
001700**      ENVIRON  AN ENVIRONMENT SNAPSHOT EXISTS              *    CVRCN4.2
001800**      MANIFEST A MANIFEST STEP OF THE PROGRAM SPANS THE RUN*    CVRCN4.2
001900**      LATEST   CCVSLATE HOLDS THE PAIR'S NEWEST RUN NOT    *    CVRCN4.2
002000**               MARKED DISREGRD, WITH ITS COUNTS            *    CVRCN4.2
002100**    -- AND LISTS EVERY RUN WITH A MISSING OR DISAGREEING   *    CVRCN4.2
002200**    TRACE.  ANY EXCEPTION ENDS THE JOB RETURN CODE 4, SO A *    CVRCN4.2
002300**    BROKEN HARNESS PATH IS CAUGHT BEFORE A SIGN-OFF RELIES *    CVRCN4.2
002400**    ON IT.  RUN IT AFTER THE MORNING CCVSFCST HARVEST HAS  *    CVRCN4.2
002500**    COPIED THE NIGHT'S MANIFEST ONTO CCVSMANA.             *    CVRCN4.2
002600**                                                                CVRCN4.2
002700**    SQ216A'S IOERR-LOG COUNTS AN I-O ERROR IN C-FAIL       *    CVRCN4.2
002800**    WITHOUT AN AUDIT EVENT, SO ITS CCVSIOER ENTRIES STAMPED*    CVRCN4.2
002900**    FROM THE RUN'S START TO ITS JOURNALED REWRITE COUNT    *    CVRCN4.2
003000**    AS FAILURES.  A RUN CCVSMERG BROUGHT IN FROM ANOTHER   *    CVRCN4.2
003100**    SYSTEM HAS ONLY ITS JOURNALED INSERT HERE; ITS OTHER   *    CVRCN4.2
003200**    TRACES ARE ON THE SYSTEM THAT RAN IT, SO ONLY THE      *    CVRCN4.2
003300**    JOURNAL IS CHECKED FOR IT.                             *    CVRCN4.2
003400**                                                                CVRCN4.2
003500**    CONTROL CARD (CCVSRCNC, REQUIRED) --                   *    CVRCN4.2
003600**      COLS 1-8    FROM DATE (YYYYMMDD)                     *    CVRCN4.2
003700**      COLS 9-16   TO DATE   (YYYYMMDD)                     *    CVRCN4.2
003800**                                                                CVRCN4.2
003900******************************************************************CVRCN4.2
004000 ENVIRONMENT DIVISION.                                            CVRCN4.2
004100 CONFIGURATION SECTION.                                           CVRCN4.2
004200 SOURCE-COMPUTER.                                                 CVRCN4.2
004300     GNU-COBOL.                                                   CVRCN4.2
004400 OBJECT-COMPUTER.                                                 CVRCN4.2
004500     GNU-COBOL.                                                   CVRCN4.2
004600 INPUT-OUTPUT SECTION.                                            CVRCN4.2
004700 FILE-CONTROL.                                                    CVRCN4.2
004800     SELECT CTL-FILE   ASSIGN TO                                  CVRCN4.2
004900            CCVSRCNC                                              CVRCN4.2
005000            ORGANIZATION IS SEQUENTIAL                            CVRCN4.2
005100            FILE STATUS IS RCN-CTL-STATUS.                        CVRCN4.2
005200     SELECT RAW-DATA   ASSIGN TO                                  CVRCN4.2
005300            CCVSRAW                                               CVRCN4.2
005400            ORGANIZATION IS INDEXED                               CVRCN4.2
005500            ACCESS MODE IS SEQUENTIAL                             CVRCN4.2
005600            RECORD KEY IS RAW-DATA-KEY                            CVRCN4.2
005700            FILE STATUS IS RCN-RAW-STATUS.                        CVRCN4.2
005800     SELECT ENVS-FILE  ASSIGN TO                                  CVRCN4.2
005900            CCVSENVS                                              CVRCN4.2
006000            ORGANIZATION IS INDEXED                               CVRCN4.2
006100            ACCESS MODE IS RANDOM                                 CVRCN4.2
006200            RECORD KEY IS ENV-SNAP-KEY                            CVRCN4.2
006300            FILE STATUS IS RCN-ENV-STATUS.                        CVRCN4.2
006400     SELECT LATEST-FILE ASSIGN TO                                 CVRCN4.2
006500            CCVSLATE                                              CVRCN4.2
006600            ORGANIZATION IS INDEXED                               CVRCN4.2
006700            ACCESS MODE IS RANDOM                                 CVRCN4.2
006800            RECORD KEY IS LATEST-KEY                              CVRCN4.2
006900            FILE STATUS IS RCN-LAT-STATUS.                        CVRCN4.2
007000     SELECT ARCH-FILE  ASSIGN TO                                  CVRCN4.2
007100            CCVSAUDA                                              CVRCN4.2
007200            ORGANIZATION IS SEQUENTIAL                            CVRCN4.2
007300            FILE STATUS IS RCN-ARCH-STATUS.                       CVRCN4.2
007400     SELECT JRNL-FILE  ASSIGN TO                                  CVRCN4.2
007500            CCVSJRNL                                              CVRCN4.2
007600            ORGANIZATION IS SEQUENTIAL                            CVRCN4.2
007700            FILE STATUS IS RCN-JRN-STATUS.                        CVRCN4.2
007800     SELECT IOERR-FILE ASSIGN TO                                  CVRCN4.2
007900            CCVSIOER                                              CVRCN4.2
008000            ORGANIZATION IS SEQUENTIAL                            CVRCN4.2
008100            FILE STATUS IS RCN-IOE-STATUS.                        CVRCN4.2
008200     SELECT MANA-FILE  ASSIGN TO                                  CVRCN4.2
008300            CCVSMANA                                              CVRCN4.2
008400            ORGANIZATION IS SEQUENTIAL                            CVRCN4.2
008500            FILE STATUS IS RCN-MANA-STATUS.                       CVRCN4.2
008600     SELECT PRINT-FILE ASSIGN TO                                  CVRCN4.2
008700            CCVSRCNP.                                             CVRCN4.2
008800 DATA DIVISION.                                                   CVRCN4.2
008900 FILE SECTION.                                                    CVRCN4.2
009000 FD  CTL-FILE                                                     CVRCN4.2
009100     LABEL RECORDS STANDARD.                                      CVRCN4.2
009200 01  RCN-CTL-REC.                                                 CVRCN4.2
009300     05  RC-FROM-DATE         PIC 9(8).                           CVRCN4.2
009400     05  RC-TO-DATE           PIC 9(8).                           CVRCN4.2
009500 FD  RAW-DATA.                                                    CVRCN4.2
009600     COPY CCVSRAW.                                                CVRCN4.2
009700 FD  ENVS-FILE.                                                   CVRCN4.2
009800     COPY CCVSENV.                                                CVRCN4.2
009900 FD  LATEST-FILE.                                                 CVRCN4.2
010000     COPY CCVSLAT.                                                CVRCN4.2
010100 FD  ARCH-FILE                                                    CVRCN4.2
010200     LABEL RECORDS STANDARD.                                      CVRCN4.2
010300*    SAME SHAPE AS AUDIT-ARCH-REC IN CCVSHFD.                     CVRCN4.2
010400 01  RCN-ARCH-REC.                                                CVRCN4.2
010500     05  AR-PGM-ID            PIC X(6).                           CVRCN4.2
010600     05  FILLER               PIC X.                              CVRCN4.2
010700     05  AR-TARGET-ID         PIC X(4).                           CVRCN4.2
010800     05  FILLER               PIC X.                              CVRCN4.2
010900     05  AR-RUN-DATE          PIC 9(8).                           CVRCN4.2
011000     05  FILLER               PIC X.                              CVRCN4.2
011100     05  AR-RUN-TIME          PIC 9(8).                           CVRCN4.2
011200     05  FILLER               PIC X.                              CVRCN4.2
011300     05  AR-PAR-NAME          PIC X(20).                          CVRCN4.2
011400     05  FILLER               PIC X.                              CVRCN4.2
011500     05  AR-FEATURE           PIC X(20).                          CVRCN4.2
011600     05  FILLER               PIC X.                              CVRCN4.2
011700     05  AR-OUTCOME           PIC X(5).                           CVRCN4.2
011800     05  FILLER               PIC X.                              CVRCN4.2
011900     05  AR-DATE              PIC 9(8).                           CVRCN4.2
012000     05  FILLER               PIC X.                              CVRCN4.2
012100     05  AR-TIME              PIC 9(8).                           CVRCN4.2
012200 FD  JRNL-FILE                                                    CVRCN4.2
012300     LABEL RECORDS STANDARD.                                      CVRCN4.2
012400     COPY CCVSJRN.                                                CVRCN4.2
012500 FD  IOERR-FILE                                                   CVRCN4.2
012600     LABEL RECORDS STANDARD.                                      CVRCN4.2
012700*    SAME SHAPE AS IOERR-REC IN SQ216A.                           CVRCN4.2
012800 01  RCN-IOE-REC.                                                 CVRCN4.2
012900     05  IOE-PAR-NAME         PIC X(20).                          CVRCN4.2
013000     05  FILLER               PIC X.                              CVRCN4.2
013100     05  IOE-OPERATION        PIC X(7).                           CVRCN4.2
013200     05  FILLER               PIC X.                              CVRCN4.2
013300     05  IOE-STATUS           PIC XX.                             CVRCN4.2
013400     05  FILLER               PIC X.                              CVRCN4.2
013500     05  IOE-RECNO            PIC 9(6).                           CVRCN4.2
013600     05  FILLER               PIC X.                              CVRCN4.2
013700     05  IOE-DATE             PIC 9(8).                           CVRCN4.2
013800     05  FILLER               PIC X.                              CVRCN4.2
013900     05  IOE-TIME             PIC 9(8).                           CVRCN4.2
014000 FD  MANA-FILE                                                    CVRCN4.2
014100     LABEL RECORDS STANDARD.                                      CVRCN4.2
014200     COPY CCVSMAN.                                                CVRCN4.2
014300 FD  PRINT-FILE                                                   CVRCN4.2
014400     LABEL RECORDS STANDARD                                       CVRCN4.2
014500     DATA RECORD IS PRINT-REC.                                    CVRCN4.2
014600 01  PRINT-REC PICTURE X(120).                                    CVRCN4.2
014700 WORKING-STORAGE SECTION.                                         CVRCN4.2
014800 01  RCN-CTL-STATUS          PIC XX       VALUE SPACE.            CVRCN4.2
014900 01  RCN-RAW-STATUS          PIC XX       VALUE SPACE.            CVRCN4.2
015000 01  RCN-ENV-STATUS          PIC XX       VALUE SPACE.            CVRCN4.2
015100 01  RCN-LAT-STATUS          PIC XX       VALUE SPACE.            CVRCN4.2
015200 01  RCN-ARCH-STATUS         PIC XX       VALUE SPACE.            CVRCN4.2
015300 01  RCN-JRN-STATUS          PIC XX       VALUE SPACE.            CVRCN4.2
015400 01  RCN-IOE-STATUS          PIC XX       VALUE SPACE.            CVRCN4.2
015500 01  RCN-MANA-STATUS         PIC XX       VALUE SPACE.            CVRCN4.2
015600 01  RCN-EOF-SWITCH          PIC 9        VALUE ZERO.             CVRCN4.2
015700     88  RCN-AT-EOF                   VALUE 1.                    CVRCN4.2
015800 01  RCN-FULL-SWITCH         PIC 9        VALUE ZERO.             CVRCN4.2
015900     88  RCN-TABLE-FULL               VALUE 1.                    CVRCN4.2
016000 01  RCN-ENV-OPEN-SW         PIC 9        VALUE ZERO.             CVRCN4.2
016100     88  RCN-ENV-IS-OPEN              VALUE 1.                    CVRCN4.2
016200 01  RCN-LAT-OPEN-SW         PIC 9        VALUE ZERO.             CVRCN4.2
016300     88  RCN-LAT-IS-OPEN              VALUE 1.                    CVRCN4.2
016400 01  RCN-PAIR-HELD-SW        PIC 9        VALUE ZERO.             CVRCN4.2
016500     88  RCN-PAIR-HELD                VALUE 1.                    CVRCN4.2
016600 01  RCN-FROM-DATE           PIC 9(8)     VALUE ZERO.             CVRCN4.2
016700 01  RCN-TO-DATE             PIC 9(8)     VALUE ZERO.             CVRCN4.2
016800 01  RCN-TODAY               PIC 9(8)     VALUE ZERO.             CVRCN4.2
016900*    THE PAIR NOW BEING WALKED ON RAW-DATA.  NEWEST IS ITS        CVRCN4.2
017000*    LAST RUN SO FAR; LIVE-SUB IS THE TABLE ENTRY OF ITS LAST     CVRCN4.2
017100*    RUN NOT MARKED DISREGRD, ZERO WHEN THAT RUN IS OUTSIDE       CVRCN4.2
017200*    THE RANGE.                                                   CVRCN4.2
017300 01  RCN-PAIR.                                                    CVRCN4.2
017400     05  RCN-PAIR-PGM-ID     PIC X(6)     VALUE SPACE.            CVRCN4.2
017500     05  RCN-PAIR-TARGET-ID  PIC X(4)     VALUE SPACE.            CVRCN4.2
017600 01  RCN-PAIR-NEWEST.                                             CVRCN4.2
017700     05  RCN-PN-DATE         PIC 9(8)     VALUE ZERO.             CVRCN4.2
017800     05  RCN-PN-TIME         PIC 9(8)     VALUE ZERO.             CVRCN4.2
017900 01  RCN-PAIR-LIVE-SUB       PIC 9(4) COMP VALUE ZERO.            CVRCN4.2
018000 01  RCN-LAT-STAMP.                                               CVRCN4.2
018100     05  RCN-LS-DATE         PIC 9(8)     VALUE ZERO.             CVRCN4.2
018200     05  RCN-LS-TIME         PIC 9(8)     VALUE ZERO.             CVRCN4.2
018300*    THE RUN KEY OF THE RECORD IN HAND ON A TRACE FILE.           CVRCN4.2
018400 01  RCN-EVT-KEY.                                                 CVRCN4.2
018500     05  RCN-EVT-PGM-ID      PIC X(6)     VALUE SPACE.            CVRCN4.2
018600     05  RCN-EVT-TARGET-ID   PIC X(4)     VALUE SPACE.            CVRCN4.2
018700     05  RCN-EVT-STAMP.                                           CVRCN4.2
018800         10  RCN-EVT-DATE    PIC 9(8)     VALUE ZERO.             CVRCN4.2
018900         10  RCN-EVT-TIME    PIC 9(8)     VALUE ZERO.             CVRCN4.2
019000 01  RCN-STEP-START.                                              CVRCN4.2
019100     05  RCN-SS-DATE         PIC 9(8)     VALUE ZERO.             CVRCN4.2
019200     05  RCN-SS-TIME         PIC 9(8)     VALUE ZERO.             CVRCN4.2
019300 01  RCN-STEP-END.                                                CVRCN4.2
019400     05  RCN-SE-DATE         PIC 9(8)     VALUE ZERO.             CVRCN4.2
019500     05  RCN-SE-TIME         PIC 9(8)     VALUE ZERO.             CVRCN4.2
019600 01  RCN-SUB                 PIC 9(4) COMP VALUE ZERO.            CVRCN4.2
019700 01  RCN-LAST-SUB            PIC 9(4) COMP VALUE ZERO.            CVRCN4.2
019800 01  RCN-EXPECT-FAIL         PIC 9(6)     VALUE ZERO.             CVRCN4.2
019900 01  RCN-RUN-BAD-SW          PIC 9        VALUE ZERO.             CVRCN4.2
020000     88  RCN-RUN-BAD                  VALUE 1.                    CVRCN4.2
020100 01  RCN-CHECKED-COUNT       PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
020200 01  RCN-AGREE-COUNT         PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
020300 01  RCN-BAD-COUNT           PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
020400 01  RCN-IMPORT-COUNT        PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
020500 01  RCN-X-AUDIT-COUNT       PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
020600 01  RCN-X-JRNW-COUNT        PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
020700 01  RCN-X-JRNR-COUNT        PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
020800 01  RCN-X-ENV-COUNT         PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
020900 01  RCN-X-MAN-COUNT         PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
021000 01  RCN-X-LAT-COUNT         PIC 9(5) COMP VALUE ZERO.            CVRCN4.2
021100 01  RCN-ORPHAN-COUNT        PIC 9(7) COMP VALUE ZERO.            CVRCN4.2
021200*    ONE ENTRY PER RUN IN THE RANGE, IN RAW-DATA KEY ORDER.       CVRCN4.2
021300*    EACH TRACE FLAG IS "Y" ONCE THE TRACE IS FOUND.  R-LATEST    CVRCN4.2
021400*    IS SET FOR A PAIR'S NEWEST LIVE RUN ONLY -- "Y" AGREES,      CVRCN4.2
021500*    "M" NO CCVSLATE RECORD, "C" COUNTS DIFFER, "O" CCVSLATE      CVRCN4.2
021600*    HOLDS ANOTHER RUN, "D" IT HOLDS A NEWER DISREGRD RUN.        CVRCN4.2
021700 01  RCN-RUN-COUNT           PIC 9(4) COMP VALUE ZERO.            CVRCN4.2
021800 01  RCN-RUN-TABLE.                                               CVRCN4.2
021900     05  RCN-RUN-ENTRY       OCCURS 5000 TIMES.                   CVRCN4.2
022000         10  RCN-R-KEY.                                           CVRCN4.2
022100             15  RCN-R-PGM-ID    PIC X(6).                        CVRCN4.2
022200             15  RCN-R-TARGET-ID PIC X(4).                        CVRCN4.2
022300             15  RCN-R-STAMP.                                     CVRCN4.2
022400                 20  RCN-R-DATE  PIC 9(8).                        CVRCN4.2
022500                 20  RCN-R-TIME  PIC 9(8).                        CVRCN4.2
022600         10  RCN-R-OK            PIC 9(6).                        CVRCN4.2
022700         10  RCN-R-FAIL          PIC 9(6).                        CVRCN4.2
022800         10  RCN-R-DELETED       PIC 9(6).                        CVRCN4.2
022900         10  RCN-R-INSPECT       PIC 9(6).                        CVRCN4.2
023000         10  RCN-R-EVENTS        PIC 9(6) COMP.                   CVRCN4.2
023100         10  RCN-R-A-PASS        PIC 9(6) COMP.                   CVRCN4.2
023200         10  RCN-R-A-FAIL        PIC 9(6) COMP.                   CVRCN4.2
023300         10  RCN-R-A-DELETED     PIC 9(6) COMP.                   CVRCN4.2
023400         10  RCN-R-A-INSPECT     PIC 9(6) COMP.                   CVRCN4.2
023500         10  RCN-R-IOE           PIC 9(6) COMP.                   CVRCN4.2
023600         10  RCN-R-DISREGARD     PIC X.                           CVRCN4.2
023700         10  RCN-R-IMPORTED      PIC X.                           CVRCN4.2
023800         10  RCN-R-JRN-WRITE     PIC X.                           CVRCN4.2
023900         10  RCN-R-JRN-REWRITE   PIC X.                           CVRCN4.2
024000         10  RCN-R-ENV           PIC X.                           CVRCN4.2
024100         10  RCN-R-MANIFEST      PIC X.                           CVRCN4.2
024200         10  RCN-R-LATEST        PIC X.                           CVRCN4.2
024300         10  RCN-R-CLOSE-STAMP.                                   CVRCN4.2
024400             15  RCN-R-CLOSE-DATE PIC 9(8).                       CVRCN4.2
024500             15  RCN-R-CLOSE-TIME PIC 9(8).                       CVRCN4.2
024600         10  RCN-R-LAT-STAMP.                                     CVRCN4.2
024700             15  RCN-R-LAT-DATE  PIC 9(8).                        CVRCN4.2
024800             15  RCN-R-LAT-TIME  PIC 9(8).                        CVRCN4.2
024900 01  RCN-H-1.                                                     CVRCN4.2
025000     02 FILLER PIC X(120) VALUE                                   CVRCN4.2
025100     "    CCVS85 CROSS-FILE RUN RECONCILIATION".                  CVRCN4.2
025200 01  RCN-H-2.                                                     CVRCN4.2
025300     02 FILLER             PIC X(17) VALUE "    RUNS DATED   ".   CVRCN4.2
025400     02 RH-FROM-O          PIC 9(8).                              CVRCN4.2
025500     02 FILLER             PIC X(6)  VALUE " THRU ".              CVRCN4.2
025600     02 RH-TO-O            PIC 9(8).                              CVRCN4.2
025700     02 FILLER             PIC X(14) VALUE "   PRINTED ON ".      CVRCN4.2
025800     02 RH-TODAY-O         PIC 9(8).                              CVRCN4.2
025900     02 FILLER             PIC X(59) VALUE SPACE.                 CVRCN4.2
026000 01  RCN-H-3.                                                     CVRCN4.2
026100     02 FILLER PIC X(120) VALUE                                   CVRCN4.2
026200     "    RUN (PROGRAM TARGET DATE TIME) AND ITS FAULTY TRACES".  CVRCN4.2
026300 01  RCN-D-1.                                                     CVRCN4.2
026400     02 FILLER             PIC X(4)  VALUE SPACE.                 CVRCN4.2
026500     02 RD-PGM-O           PIC X(6).                              CVRCN4.2
026600     02 FILLER             PIC X     VALUE SPACE.                 CVRCN4.2
026700     02 RD-TARGET-O        PIC X(4).                              CVRCN4.2
026800     02 FILLER             PIC X     VALUE SPACE.                 CVRCN4.2
026900     02 RD-DATE-O          PIC 9(8).                              CVRCN4.2
027000     02 FILLER             PIC X     VALUE SPACE.                 CVRCN4.2
027100     02 RD-TIME-O          PIC 9(8).                              CVRCN4.2
027200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVRCN4.2
027300     02 RD-NOTE-O          PIC X(30).                             CVRCN4.2
027400     02 FILLER             PIC X(55) VALUE SPACE.                 CVRCN4.2
027500 01  RCN-X-1.                                                     CVRCN4.2
027600     02 FILLER             PIC X(8)  VALUE SPACE.                 CVRCN4.2
027700     02 RX-CODE-O          PIC X(9).                              CVRCN4.2
027800     02 RX-TEXT-O          PIC X(50).                             CVRCN4.2
027900     02 RX-DATE-O          PIC X(8).                              CVRCN4.2
028000     02 FILLER             PIC X     VALUE SPACE.                 CVRCN4.2
028100     02 RX-TIME-O          PIC X(8).                              CVRCN4.2
028200     02 FILLER             PIC X(36) VALUE SPACE.                 CVRCN4.2
028300 01  RCN-X-2.                                                     CVRCN4.2
028400     02 FILLER             PIC X(17) VALUE SPACE.                 CVRCN4.2
028500     02 RX-SOURCE-O        PIC X(12).                             CVRCN4.2
028600     02 FILLER             PIC X(5)  VALUE " OK  ".               CVRCN4.2
028700     02 RX-OK-O            PIC ZZZZZ9.                            CVRCN4.2
028800     02 FILLER             PIC X(7)  VALUE "  FAIL ".             CVRCN4.2
028900     02 RX-FAIL-O          PIC ZZZZZ9.                            CVRCN4.2
029000     02 FILLER             PIC X(10) VALUE "  DELETED ".          CVRCN4.2
029100     02 RX-DELETED-O       PIC ZZZZZ9.                            CVRCN4.2
029200     02 FILLER             PIC X(10) VALUE "  INSPECT ".          CVRCN4.2
029300     02 RX-INSPECT-O       PIC ZZZZZ9.                            CVRCN4.2
029400     02 FILLER             PIC X(35) VALUE SPACE.                 CVRCN4.2
029500 01  RCN-M-1.                                                     CVRCN4.2
029600     02 FILLER             PIC X(4)  VALUE SPACE.                 CVRCN4.2
029700     02 RM-TEXT-O          PIC X(116).                            CVRCN4.2
029800 01  RCN-T-1.                                                     CVRCN4.2
029900     02 FILLER             PIC X(4)  VALUE SPACE.                 CVRCN4.2
030000     02 RT-LABEL-O         PIC X(44).                             CVRCN4.2
030100     02 RT-COUNT-O         PIC ZZZZZZ9.                           CVRCN4.2
030200     02 FILLER             PIC X(65) VALUE SPACE.                 CVRCN4.2
030300 PROCEDURE DIVISION.                                              CVRCN4.2
030400 0000-MAINLINE SECTION.                                           CVRCN4.2
030500 0000-START.                                                      CVRCN4.2
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVRCN4.2
030700     PERFORM 2000-LOAD-RUNS THRU 2000-EXIT.                       CVRCN4.2
030800     PERFORM 3000-AUDIT-PASS THRU 3000-EXIT.                      CVRCN4.2
030900     PERFORM 3200-JOURNAL-PASS THRU 3200-EXIT.                    CVRCN4.2
031000     PERFORM 3400-IOERR-PASS THRU 3400-EXIT.                      CVRCN4.2
031100     PERFORM 3600-MANIFEST-PASS THRU 3600-EXIT.                   CVRCN4.2
031200     PERFORM 4000-REPORT-RUN THRU 4000-EXIT                       CVRCN4.2
031300         VARYING RCN-SUB FROM 1 BY 1                              CVRCN4.2
031400         UNTIL RCN-SUB GREATER THAN RCN-RUN-COUNT.                CVRCN4.2
031500     PERFORM 5000-FINISH THRU 5000-EXIT.                          CVRCN4.2
031600     STOP RUN.                                                    CVRCN4.2
031700 1000-INITIALIZE.                                                 CVRCN4.2
031800     OPEN INPUT CTL-FILE.                                         CVRCN4.2
031900     IF RCN-CTL-STATUS NOT EQUAL TO "00"                          CVRCN4.2
032000         DISPLAY "CCVSRECN - NO CONTROL CARD - STATUS "           CVRCN4.2
032100             RCN-CTL-STATUS                                       CVRCN4.2
032200         MOVE 8 TO RETURN-CODE                                    CVRCN4.2
032300         STOP RUN.                                                CVRCN4.2
032400     READ CTL-FILE AT END                                         CVRCN4.2
032500         MOVE ZERO TO RCN-CTL-REC.                                CVRCN4.2
032600     CLOSE CTL-FILE.                                              CVRCN4.2
032700     IF RC-FROM-DATE NOT NUMERIC OR RC-TO-DATE NOT NUMERIC        CVRCN4.2
032800             OR RC-FROM-DATE EQUAL TO ZERO                        CVRCN4.2
032900             OR RC-TO-DATE LESS THAN RC-FROM-DATE                 CVRCN4.2
033000         DISPLAY "CCVSRECN - CARD NEEDS FROM AND TO DATES"        CVRCN4.2
033100         MOVE 8 TO RETURN-CODE                                    CVRCN4.2
033200         STOP RUN.                                                CVRCN4.2
033300     MOVE RC-FROM-DATE TO RCN-FROM-DATE.                          CVRCN4.2
033400     MOVE RC-TO-DATE   TO RCN-TO-DATE.                            CVRCN4.2
033500     ACCEPT RCN-TODAY FROM DATE YYYYMMDD.                         CVRCN4.2
033600     OPEN OUTPUT PRINT-FILE.                                      CVRCN4.2
033700     MOVE RCN-FROM-DATE TO RH-FROM-O.                             CVRCN4.2
033800     MOVE RCN-TO-DATE   TO RH-TO-O.                               CVRCN4.2
033900     MOVE RCN-TODAY     TO RH-TODAY-O.                            CVRCN4.2
034000     MOVE RCN-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
034100     MOVE RCN-H-2 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
034200     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
034300 1000-EXIT. EXIT.                                                 CVRCN4.2
034400*    ONE KEY-SEQUENCE PASS OVER RAW-DATA LOADS THE RUNS IN THE    CVRCN4.2
034500*    RANGE, LOOKS UP EACH RUN'S SNAPSHOT, AND AT EACH PAIR        CVRCN4.2
034600*    BREAK CHECKS CCVSLATE AGAINST THE PAIR'S NEWEST LIVE RUN.    CVRCN4.2
034700 2000-LOAD-RUNS.                                                  CVRCN4.2
034800     OPEN INPUT RAW-DATA.                                         CVRCN4.2
034900     IF RCN-RAW-STATUS NOT EQUAL TO "00"                          CVRCN4.2
035000         DISPLAY "CCVSRECN - CCVSRAW UNAVAILABLE - STATUS "       CVRCN4.2
035100             RCN-RAW-STATUS                                       CVRCN4.2
035200         MOVE 8 TO RETURN-CODE                                    CVRCN4.2
035300         STOP RUN.                                                CVRCN4.2
035400     OPEN INPUT ENVS-FILE.                                        CVRCN4.2
035500     IF RCN-ENV-STATUS EQUAL TO "00"                              CVRCN4.2
035600         MOVE 1 TO RCN-ENV-OPEN-SW                                CVRCN4.2
035700     ELSE                                                         CVRCN4.2
035800         MOVE "CCVSENVS UNAVAILABLE - NO RUN CAN SHOW SNAPSHOT"   CVRCN4.2
035900             TO RM-TEXT-O                                         CVRCN4.2
036000         PERFORM 8000-NOTE-LINE THRU 8000-EXIT.                   CVRCN4.2
036100     OPEN INPUT LATEST-FILE.                                      CVRCN4.2
036200     IF RCN-LAT-STATUS EQUAL TO "00"                              CVRCN4.2
036300         MOVE 1 TO RCN-LAT-OPEN-SW                                CVRCN4.2
036400     ELSE                                                         CVRCN4.2
036500         MOVE "CCVSLATE UNAVAILABLE - NO PAIR CAN SHOW POSITION"  CVRCN4.2
036600             TO RM-TEXT-O                                         CVRCN4.2
036700         PERFORM 8000-NOTE-LINE THRU 8000-EXIT.                   CVRCN4.2
036800     MOVE ZERO TO RCN-EOF-SWITCH.                                 CVRCN4.2
036900     PERFORM 2100-READ-RUN THRU 2100-EXIT                         CVRCN4.2
037000         UNTIL RCN-AT-EOF.                                        CVRCN4.2
037100     CLOSE RAW-DATA.                                              CVRCN4.2
037200     IF RCN-ENV-IS-OPEN                                           CVRCN4.2
037300         CLOSE ENVS-FILE.                                         CVRCN4.2
037400     IF RCN-LAT-IS-OPEN                                           CVRCN4.2
037500         CLOSE LATEST-FILE.                                       CVRCN4.2
037600 2000-EXIT. EXIT.                                                 CVRCN4.2
037700 2100-READ-RUN.                                                   CVRCN4.2
037800     READ RAW-DATA AT END                                         CVRCN4.2
037900         PERFORM 2300-CLOSE-PAIR THRU 2300-EXIT                   CVRCN4.2
038000         MOVE 1 TO RCN-EOF-SWITCH                                 CVRCN4.2
038100         GO TO 2100-EXIT.                                         CVRCN4.2
038200     IF RCN-PAIR-HELD                                             CVRCN4.2
038300             AND (RD-PGM-ID NOT EQUAL TO RCN-PAIR-PGM-ID          CVRCN4.2
038400             OR RD-TARGET-ID NOT EQUAL TO RCN-PAIR-TARGET-ID)     CVRCN4.2
038500         PERFORM 2300-CLOSE-PAIR THRU 2300-EXIT.                  CVRCN4.2
038600     MOVE 1            TO RCN-PAIR-HELD-SW.                       CVRCN4.2
038700     MOVE RD-PGM-ID    TO RCN-PAIR-PGM-ID.                        CVRCN4.2
038800     MOVE RD-TARGET-ID TO RCN-PAIR-TARGET-ID.                     CVRCN4.2
038900     MOVE C-DATE       TO RCN-PN-DATE.                            CVRCN4.2
039000     MOVE C-TIME       TO RCN-PN-TIME.                            CVRCN4.2
039100     IF C-ABORT NOT EQUAL TO "DISREGRD"                           CVRCN4.2
039200         MOVE ZERO TO RCN-PAIR-LIVE-SUB.                          CVRCN4.2
039300     IF C-DATE LESS THAN RCN-FROM-DATE                            CVRCN4.2
039400             OR C-DATE GREATER THAN RCN-TO-DATE                   CVRCN4.2
039500         GO TO 2100-EXIT.                                         CVRCN4.2
039600     IF RCN-RUN-COUNT NOT LESS THAN 5000                          CVRCN4.2
039700         MOVE 1 TO RCN-FULL-SWITCH                                CVRCN4.2
039800         GO TO 2100-EXIT.                                         CVRCN4.2
039900     ADD 1 TO RCN-RUN-COUNT.                                      CVRCN4.2
040000     MOVE RCN-RUN-COUNT TO RCN-SUB.                               CVRCN4.2
040100     PERFORM 2200-NEW-ENTRY THRU 2200-EXIT.                       CVRCN4.2
040200     IF C-ABORT EQUAL TO "DISREGRD"                               CVRCN4.2
040300         MOVE "Y" TO RCN-R-DISREGARD (RCN-SUB)                    CVRCN4.2
040400     ELSE                                                         CVRCN4.2
040500         MOVE RCN-SUB TO RCN-PAIR-LIVE-SUB.                       CVRCN4.2
040600     IF NOT RCN-ENV-IS-OPEN                                       CVRCN4.2
040700         GO TO 2100-EXIT.                                         CVRCN4.2
040800     MOVE RAW-DATA-KEY TO ENV-SNAP-KEY.                           CVRCN4.2
040900     READ ENVS-FILE INVALID KEY                                   CVRCN4.2
041000         GO TO 2100-EXIT.                                         CVRCN4.2
041100     MOVE "Y" TO RCN-R-ENV (RCN-SUB).                             CVRCN4.2
041200 2100-EXIT. EXIT.                                                 CVRCN4.2
041300 2200-NEW-ENTRY.                                                  CVRCN4.2
041400     MOVE RAW-DATA-KEY TO RCN-R-KEY (RCN-SUB).                    CVRCN4.2
041500     MOVE C-OK         TO RCN-R-OK (RCN-SUB).                     CVRCN4.2
041600     MOVE C-FAIL       TO RCN-R-FAIL (RCN-SUB).                   CVRCN4.2
041700     MOVE C-DELETED    TO RCN-R-DELETED (RCN-SUB).                CVRCN4.2
041800     MOVE C-INSPECT    TO RCN-R-INSPECT (RCN-SUB).                CVRCN4.2
041900     MOVE ZERO TO RCN-R-EVENTS (RCN-SUB).                         CVRCN4.2
042000     MOVE ZERO TO RCN-R-A-PASS (RCN-SUB).                         CVRCN4.2
042100     MOVE ZERO TO RCN-R-A-FAIL (RCN-SUB).                         CVRCN4.2
042200     MOVE ZERO TO RCN-R-A-DELETED (RCN-SUB).                      CVRCN4.2
042300     MOVE ZERO TO RCN-R-A-INSPECT (RCN-SUB).                      CVRCN4.2
042400     MOVE ZERO TO RCN-R-IOE (RCN-SUB).                            CVRCN4.2
042500     MOVE "N"  TO RCN-R-DISREGARD (RCN-SUB).                      CVRCN4.2
042600     MOVE "N"  TO RCN-R-IMPORTED (RCN-SUB).                       CVRCN4.2
042700     MOVE "N"  TO RCN-R-JRN-WRITE (RCN-SUB).                      CVRCN4.2
042800     MOVE "N"  TO RCN-R-JRN-REWRITE (RCN-SUB).                    CVRCN4.2
042900     MOVE "N"  TO RCN-R-ENV (RCN-SUB).                            CVRCN4.2
043000     MOVE "N"  TO RCN-R-MANIFEST (RCN-SUB).                       CVRCN4.2
043100     MOVE SPACE TO RCN-R-LATEST (RCN-SUB).                        CVRCN4.2
043200     MOVE ALL "9" TO RCN-R-CLOSE-STAMP (RCN-SUB).                 CVRCN4.2
043300     MOVE ZERO TO RCN-R-LAT-STAMP (RCN-SUB).                      CVRCN4.2
043400 2200-EXIT. EXIT.                                                 CVRCN4.2
043500*    THE PAIR'S NEWEST LIVE RUN IS IN THE RANGE -- CCVSLATE       CVRCN4.2
043600*    MUST HOLD IT, COUNTS AND ALL.                                CVRCN4.2
043700 2300-CLOSE-PAIR.                                                 CVRCN4.2
043800     IF NOT RCN-PAIR-HELD OR RCN-PAIR-LIVE-SUB EQUAL TO ZERO      CVRCN4.2
043900         GO TO 2300-RESET.                                        CVRCN4.2
044000     MOVE RCN-PAIR-LIVE-SUB TO RCN-SUB.                           CVRCN4.2
044100     MOVE "M" TO RCN-R-LATEST (RCN-SUB).                          CVRCN4.2
044200     IF NOT RCN-LAT-IS-OPEN                                       CVRCN4.2
044300         GO TO 2300-RESET.                                        CVRCN4.2
044400     MOVE RCN-PAIR-PGM-ID    TO LAT-PGM-ID.                       CVRCN4.2
044500     MOVE RCN-PAIR-TARGET-ID TO LAT-TARGET-ID.                    CVRCN4.2
044600     READ LATEST-FILE INVALID KEY                                 CVRCN4.2
044700         GO TO 2300-RESET.                                        CVRCN4.2
044800     MOVE LAT-DATE TO RCN-LS-DATE.                                CVRCN4.2
044900     MOVE LAT-TIME TO RCN-LS-TIME.                                CVRCN4.2
045000     MOVE RCN-LAT-STAMP TO RCN-R-LAT-STAMP (RCN-SUB).             CVRCN4.2
045100     MOVE "Y" TO RCN-R-LATEST (RCN-SUB).                          CVRCN4.2
045200     IF RCN-LAT-STAMP NOT EQUAL TO RCN-R-STAMP (RCN-SUB)          CVRCN4.2
045300         MOVE "O" TO RCN-R-LATEST (RCN-SUB)                       CVRCN4.2
045400         GO TO 2300-OTHER.                                        CVRCN4.2
045500     IF LAT-OK NOT EQUAL TO RCN-R-OK (RCN-SUB)                    CVRCN4.2
045600             OR LAT-FAIL NOT EQUAL TO RCN-R-FAIL (RCN-SUB)        CVRCN4.2
045700             OR LAT-DELETED NOT EQUAL TO RCN-R-DELETED (RCN-SUB)  CVRCN4.2
045800             OR LAT-INSPECT NOT EQUAL TO RCN-R-INSPECT (RCN-SUB)  CVRCN4.2
045900         MOVE "C" TO RCN-R-LATEST (RCN-SUB).                      CVRCN4.2
046000     GO TO 2300-RESET.                                            CVRCN4.2
046100 2300-OTHER.                                                      CVRCN4.2
046200     IF RCN-LAT-STAMP EQUAL TO RCN-PAIR-NEWEST                    CVRCN4.2
046300         MOVE "D" TO RCN-R-LATEST (RCN-SUB).                      CVRCN4.2
046400 2300-RESET.                                                      CVRCN4.2
046500     MOVE ZERO TO RCN-PAIR-HELD-SW.                               CVRCN4.2
046600     MOVE ZERO TO RCN-PAIR-LIVE-SUB.                              CVRCN4.2
046700 2300-EXIT. EXIT.                                                 CVRCN4.2
046800*    A RUN'S EVENTS ARE CONTIGUOUS ON THE ARCHIVE, SO THE LAST    CVRCN4.2
046900*    ENTRY FOUND IS TRIED BEFORE THE TABLE IS SEARCHED.           CVRCN4.2
047000 3000-AUDIT-PASS.                                                 CVRCN4.2
047100     OPEN INPUT ARCH-FILE.                                        CVRCN4.2
047200     IF RCN-ARCH-STATUS NOT EQUAL TO "00"                         CVRCN4.2
047300         MOVE "CCVSAUDA UNAVAILABLE - NO RUN CAN SHOW EVENTS"     CVRCN4.2
047400             TO RM-TEXT-O                                         CVRCN4.2
047500         PERFORM 8000-NOTE-LINE THRU 8000-EXIT                    CVRCN4.2
047600         GO TO 3000-EXIT.                                         CVRCN4.2
047700     MOVE ZERO TO RCN-LAST-SUB.                                   CVRCN4.2
047800     MOVE ZERO TO RCN-EOF-SWITCH.                                 CVRCN4.2
047900     PERFORM 3100-AUDIT-EVENT THRU 3100-EXIT                      CVRCN4.2
048000         UNTIL RCN-AT-EOF.                                        CVRCN4.2
048100     CLOSE ARCH-FILE.                                             CVRCN4.2
048200 3000-EXIT. EXIT.                                                 CVRCN4.2
048300 3100-AUDIT-EVENT.                                                CVRCN4.2
048400     READ ARCH-FILE AT END                                        CVRCN4.2
048500         MOVE 1 TO RCN-EOF-SWITCH                                 CVRCN4.2
048600         GO TO 3100-EXIT.                                         CVRCN4.2
048700     IF AR-RUN-DATE LESS THAN RCN-FROM-DATE                       CVRCN4.2
048800             OR AR-RUN-DATE GREATER THAN RCN-TO-DATE              CVRCN4.2
048900         GO TO 3100-EXIT.                                         CVRCN4.2
049000     MOVE AR-PGM-ID    TO RCN-EVT-PGM-ID.                         CVRCN4.2
049100     MOVE AR-TARGET-ID TO RCN-EVT-TARGET-ID.                      CVRCN4.2
049200     MOVE AR-RUN-DATE  TO RCN-EVT-DATE.                           CVRCN4.2
049300     MOVE AR-RUN-TIME  TO RCN-EVT-TIME.                           CVRCN4.2
049400     PERFORM 8100-LOCATE-RUN THRU 8100-EXIT.                      CVRCN4.2
049500     IF RCN-SUB GREATER THAN RCN-RUN-COUNT                        CVRCN4.2
049600         ADD 1 TO RCN-ORPHAN-COUNT                                CVRCN4.2
049700         GO TO 3100-EXIT.                                         CVRCN4.2
049800     ADD 1 TO RCN-R-EVENTS (RCN-SUB).                             CVRCN4.2
049900     IF AR-OUTCOME EQUAL TO "PASS "                               CVRCN4.2
050000         ADD 1 TO RCN-R-A-PASS (RCN-SUB).                         CVRCN4.2
050100     IF AR-OUTCOME EQUAL TO "FAIL*"                               CVRCN4.2
050200         ADD 1 TO RCN-R-A-FAIL (RCN-SUB).                         CVRCN4.2
050300     IF AR-OUTCOME EQUAL TO "*****"                               CVRCN4.2
050400         ADD 1 TO RCN-R-A-DELETED (RCN-SUB).                      CVRCN4.2
050500     IF AR-OUTCOME EQUAL TO "INSPT"                               CVRCN4.2
050600         ADD 1 TO RCN-R-A-INSPECT (RCN-SUB).                      CVRCN4.2
050700 3100-EXIT. EXIT.                                                 CVRCN4.2
050800*    THE HARNESS JOURNALS ITS WRITE AT OPEN-FILES AND ITS         CVRCN4.2
050900*    REWRITE AT CLOSE-FILES UNDER ITS OWN PROGRAM ID; CCVSMERG    CVRCN4.2
051000*    JOURNALS AN IMPORTED RUN'S INSERT UNDER ITS OWN NAME.        CVRCN4.2
051100*    CCVSMNT'S REWRITES PROVE NOTHING ABOUT THE HARNESS PATH.     CVRCN4.2
051200 3200-JOURNAL-PASS.                                               CVRCN4.2
051300     OPEN INPUT JRNL-FILE.                                        CVRCN4.2
051400     IF RCN-JRN-STATUS NOT EQUAL TO "00"                          CVRCN4.2
051500         MOVE "CCVSJRNL UNAVAILABLE - NO RUN CAN SHOW A JOURNAL"  CVRCN4.2
051600             TO RM-TEXT-O                                         CVRCN4.2
051700         PERFORM 8000-NOTE-LINE THRU 8000-EXIT                    CVRCN4.2
051800         GO TO 3200-EXIT.                                         CVRCN4.2
051900     MOVE ZERO TO RCN-LAST-SUB.                                   CVRCN4.2
052000     MOVE ZERO TO RCN-EOF-SWITCH.                                 CVRCN4.2
052100     PERFORM 3300-JOURNAL-ENTRY THRU 3300-EXIT                    CVRCN4.2
052200         UNTIL RCN-AT-EOF.                                        CVRCN4.2
052300     CLOSE JRNL-FILE.                                             CVRCN4.2
052400 3200-EXIT. EXIT.                                                 CVRCN4.2
052500 3300-JOURNAL-ENTRY.                                              CVRCN4.2
052600     READ JRNL-FILE AT END                                        CVRCN4.2
052700         MOVE 1 TO RCN-EOF-SWITCH                                 CVRCN4.2
052800         GO TO 3300-EXIT.                                         CVRCN4.2
052900     IF JRN-ACTION NOT EQUAL TO "WRITE  "                         CVRCN4.2
053000             AND JRN-ACTION NOT EQUAL TO "REWRITE"                CVRCN4.2
053100         GO TO 3300-EXIT.                                         CVRCN4.2
053200     MOVE JRN-AFTER-IMAGE (1:26) TO RCN-EVT-KEY.                  CVRCN4.2
053300     IF RCN-EVT-DATE NOT NUMERIC                                  CVRCN4.2
053400             OR RCN-EVT-DATE LESS THAN RCN-FROM-DATE              CVRCN4.2
053500             OR RCN-EVT-DATE GREATER THAN RCN-TO-DATE             CVRCN4.2
053600         GO TO 3300-EXIT.                                         CVRCN4.2
053700     PERFORM 8100-LOCATE-RUN THRU 8100-EXIT.                      CVRCN4.2
053800     IF RCN-SUB GREATER THAN RCN-RUN-COUNT                        CVRCN4.2
053900         GO TO 3300-EXIT.                                         CVRCN4.2
054000     IF JRN-ACTION EQUAL TO "WRITE  "                             CVRCN4.2
054100             AND JRN-WRITER EQUAL TO "CCVSMERG"                   CVRCN4.2
054200         MOVE "Y" TO RCN-R-IMPORTED (RCN-SUB)                     CVRCN4.2
054300         GO TO 3300-EXIT.                                         CVRCN4.2
054400     IF JRN-WRITER NOT EQUAL TO RCN-R-PGM-ID (RCN-SUB)            CVRCN4.2
054500         GO TO 3300-EXIT.                                         CVRCN4.2
054600     IF JRN-ACTION EQUAL TO "WRITE  "                             CVRCN4.2
054700         MOVE "Y" TO RCN-R-JRN-WRITE (RCN-SUB)                    CVRCN4.2
054800         GO TO 3300-EXIT.                                         CVRCN4.2
054900     MOVE "Y" TO RCN-R-JRN-REWRITE (RCN-SUB).                     CVRCN4.2
055000     MOVE JRN-STAMP-DATE TO RCN-R-CLOSE-DATE (RCN-SUB).           CVRCN4.2
055100     MOVE JRN-STAMP-TIME TO RCN-R-CLOSE-TIME (RCN-SUB).           CVRCN4.2
055200 3300-EXIT. EXIT.                                                 CVRCN4.2
055300*    EACH CCVSIOER ENTRY IS CHARGED TO THE SQ216A RUN WHOSE       CVRCN4.2
055400*    START AND JOURNALED CLOSE BRACKET ITS STAMP.                 CVRCN4.2
055500 3400-IOERR-PASS.                                                 CVRCN4.2
055600     OPEN INPUT IOERR-FILE.                                       CVRCN4.2
055700     IF RCN-IOE-STATUS NOT EQUAL TO "00"                          CVRCN4.2
055800         GO TO 3400-EXIT.                                         CVRCN4.2
055900     MOVE ZERO TO RCN-EOF-SWITCH.                                 CVRCN4.2
056000     PERFORM 3500-IOERR-ENTRY THRU 3500-EXIT                      CVRCN4.2
056100         UNTIL RCN-AT-EOF.                                        CVRCN4.2
056200     CLOSE IOERR-FILE.                                            CVRCN4.2
056300 3400-EXIT. EXIT.                                                 CVRCN4.2
056400 3500-IOERR-ENTRY.                                                CVRCN4.2
056500     READ IOERR-FILE AT END                                       CVRCN4.2
056600         MOVE 1 TO RCN-EOF-SWITCH                                 CVRCN4.2
056700         GO TO 3500-EXIT.                                         CVRCN4.2
056800     MOVE IOE-DATE TO RCN-EVT-DATE.                               CVRCN4.2
056900     MOVE IOE-TIME TO RCN-EVT-TIME.                               CVRCN4.2
057000     PERFORM 3510-FIND-IOE-RUN THRU 3510-EXIT                     CVRCN4.2
057100         VARYING RCN-SUB FROM 1 BY 1                              CVRCN4.2
057200         UNTIL RCN-SUB GREATER THAN RCN-RUN-COUNT                 CVRCN4.2
057300         OR (RCN-R-PGM-ID (RCN-SUB) EQUAL TO "SQ216A"             CVRCN4.2
057400         AND RCN-EVT-STAMP NOT LESS THAN RCN-R-STAMP (RCN-SUB)    CVRCN4.2
057500         AND RCN-EVT-STAMP NOT GREATER THAN                       CVRCN4.2
057600             RCN-R-CLOSE-STAMP (RCN-SUB)).                        CVRCN4.2
057700     IF RCN-SUB NOT GREATER THAN RCN-RUN-COUNT                    CVRCN4.2
057800         ADD 1 TO RCN-R-IOE (RCN-SUB).                            CVRCN4.2
057900 3500-EXIT. EXIT.                                                 CVRCN4.2
058000 3510-FIND-IOE-RUN. EXIT.                                         CVRCN4.2
058100 3510-EXIT. EXIT.                                                 CVRCN4.2
058200*    A STEP SPANS A RUN OF ITS PROGRAM WHEN THE RUN STARTED       CVRCN4.2
058300*    BETWEEN THE STEP'S START AND END.  A STEP STILL "RUNNING "   CVRCN4.2
058400*    HAS NO END.                                                  CVRCN4.2
058500 3600-MANIFEST-PASS.                                              CVRCN4.2
058600     OPEN INPUT MANA-FILE.                                        CVRCN4.2
058700     IF RCN-MANA-STATUS NOT EQUAL TO "00"                         CVRCN4.2
058800         MOVE "CCVSMANA UNAVAILABLE - NO RUN CAN SHOW A STEP"     CVRCN4.2
058900             TO RM-TEXT-O                                         CVRCN4.2
059000         PERFORM 8000-NOTE-LINE THRU 8000-EXIT                    CVRCN4.2
059100         GO TO 3600-EXIT.                                         CVRCN4.2
059200     MOVE ZERO TO RCN-EOF-SWITCH.                                 CVRCN4.2
059300     PERFORM 3700-MANIFEST-STEP THRU 3700-EXIT                    CVRCN4.2
059400         UNTIL RCN-AT-EOF.                                        CVRCN4.2
059500     CLOSE MANA-FILE.                                             CVRCN4.2
059600 3600-EXIT. EXIT.                                                 CVRCN4.2
059700 3700-MANIFEST-STEP.                                              CVRCN4.2
059800     READ MANA-FILE AT END                                        CVRCN4.2
059900         MOVE 1 TO RCN-EOF-SWITCH                                 CVRCN4.2
060000         GO TO 3700-EXIT.                                         CVRCN4.2
060100     IF MAN-SEQ EQUAL TO ZERO                                     CVRCN4.2
060200             OR MAN-STATUS EQUAL TO "NOTRUN  "                    CVRCN4.2
060300             OR MAN-STATUS EQUAL TO "SKIPPED "                    CVRCN4.2
060350             OR MAN-STATUS EQUAL TO "REQUEST "                    CVRCN4.2
060400         GO TO 3700-EXIT.                                         CVRCN4.2
060500     MOVE MAN-START-DATE TO RCN-SS-DATE.                          CVRCN4.2
060600     MOVE MAN-START-TIME TO RCN-SS-TIME.                          CVRCN4.2
060700     MOVE MAN-END-DATE   TO RCN-SE-DATE.                          CVRCN4.2
060800     MOVE MAN-END-TIME   TO RCN-SE-TIME.                          CVRCN4.2
060900     IF MAN-STATUS EQUAL TO "RUNNING "                            CVRCN4.2
061000             OR MAN-END-DATE EQUAL TO ZERO                        CVRCN4.2
061100         MOVE ALL "9" TO RCN-STEP-END.                            CVRCN4.2
061200     IF RCN-SS-DATE GREATER THAN RCN-TO-DATE                      CVRCN4.2
061300             OR RCN-SE-DATE LESS THAN RCN-FROM-DATE               CVRCN4.2
061400         GO TO 3700-EXIT.                                         CVRCN4.2
061500     PERFORM 3710-MARK-RUN THRU 3710-EXIT                         CVRCN4.2
061600         VARYING RCN-SUB FROM 1 BY 1                              CVRCN4.2
061700         UNTIL RCN-SUB GREATER THAN RCN-RUN-COUNT.                CVRCN4.2
061800 3700-EXIT. EXIT.                                                 CVRCN4.2
061900 3710-MARK-RUN.                                                   CVRCN4.2
062000     IF RCN-R-PGM-ID (RCN-SUB) NOT EQUAL TO MAN-PGM               CVRCN4.2
062100             OR RCN-R-STAMP (RCN-SUB) LESS THAN RCN-STEP-START    CVRCN4.2
062200             OR RCN-R-STAMP (RCN-SUB) GREATER THAN RCN-STEP-END   CVRCN4.2
062300         GO TO 3710-EXIT.                                         CVRCN4.2
062400     MOVE "Y" TO RCN-R-MANIFEST (RCN-SUB).                        CVRCN4.2
062500 3710-EXIT. EXIT.                                                 CVRCN4.2
062600*    ONE ENTRY -- A RUN WHOSE TRACES ALL AGREE IS COUNTED, ONE    CVRCN4.2
062700*    WITH ANY EXCEPTION IS LISTED WITH EACH OF THEM.              CVRCN4.2
062800 4000-REPORT-RUN.                                                 CVRCN4.2
062900     ADD 1 TO RCN-CHECKED-COUNT.                                  CVRCN4.2
063000     MOVE ZERO TO RCN-RUN-BAD-SW.                                 CVRCN4.2
063100     MOVE RCN-R-PGM-ID (RCN-SUB)    TO RD-PGM-O.                  CVRCN4.2
063200     MOVE RCN-R-TARGET-ID (RCN-SUB) TO RD-TARGET-O.               CVRCN4.2
063300     MOVE RCN-R-DATE (RCN-SUB)      TO RD-DATE-O.                 CVRCN4.2
063400     MOVE RCN-R-TIME (RCN-SUB)      TO RD-TIME-O.                 CVRCN4.2
063500     MOVE SPACE TO RD-NOTE-O.                                     CVRCN4.2
063600     IF RCN-R-DISREGARD (RCN-SUB) EQUAL TO "Y"                    CVRCN4.2
063700         MOVE "(MARKED DISREGRD)" TO RD-NOTE-O.                   CVRCN4.2
063800     IF RCN-R-IMPORTED (RCN-SUB) EQUAL TO "Y"                     CVRCN4.2
063900         ADD 1 TO RCN-IMPORT-COUNT                                CVRCN4.2
064000         GO TO 4000-EXIT.                                         CVRCN4.2
064100     MOVE RCN-R-FAIL (RCN-SUB) TO RCN-EXPECT-FAIL.                CVRCN4.2
064200     IF RCN-R-IOE (RCN-SUB) NOT GREATER THAN RCN-EXPECT-FAIL      CVRCN4.2
064300         SUBTRACT RCN-R-IOE (RCN-SUB) FROM RCN-EXPECT-FAIL.       CVRCN4.2
064400     IF RCN-R-EVENTS (RCN-SUB) EQUAL TO ZERO                      CVRCN4.2
064500             AND (RCN-R-OK (RCN-SUB) GREATER THAN ZERO            CVRCN4.2
064600             OR RCN-R-FAIL (RCN-SUB) GREATER THAN ZERO            CVRCN4.2
064700             OR RCN-R-DELETED (RCN-SUB) GREATER THAN ZERO         CVRCN4.2
064800             OR RCN-R-INSPECT (RCN-SUB) GREATER THAN ZERO)        CVRCN4.2
064900         MOVE "AUDIT" TO RX-CODE-O                                CVRCN4.2
065000         MOVE "NO EVENTS ON CCVSAUDA" TO RX-TEXT-O                CVRCN4.2
065100         PERFORM 4100-EXCEPTION THRU 4100-EXIT                    CVRCN4.2
065200         ADD 1 TO RCN-X-AUDIT-COUNT                               CVRCN4.2
065300     ELSE                                                         CVRCN4.2
065400     IF RCN-R-A-PASS (RCN-SUB) NOT EQUAL TO RCN-R-OK (RCN-SUB)    CVRCN4.2
065500             OR RCN-R-A-FAIL (RCN-SUB)                            CVRCN4.2
065600                 NOT EQUAL TO RCN-EXPECT-FAIL                     CVRCN4.2
065700             OR RCN-R-A-DELETED (RCN-SUB)                         CVRCN4.2
065800                 NOT EQUAL TO RCN-R-DELETED (RCN-SUB)             CVRCN4.2
065900             OR RCN-R-A-INSPECT (RCN-SUB)                         CVRCN4.2
066000                 NOT EQUAL TO RCN-R-INSPECT (RCN-SUB)             CVRCN4.2
066100         MOVE "AUDIT" TO RX-CODE-O                                CVRCN4.2
066200         MOVE "EVENT COUNTS DISAGREE WITH RAW-DATA" TO RX-TEXT-O  CVRCN4.2
066300         PERFORM 4100-EXCEPTION THRU 4100-EXIT                    CVRCN4.2
066400         PERFORM 4200-AUDIT-DETAIL THRU 4200-EXIT                 CVRCN4.2
066500         ADD 1 TO RCN-X-AUDIT-COUNT.                              CVRCN4.2
066600     IF RCN-R-JRN-WRITE (RCN-SUB) NOT EQUAL TO "Y"                CVRCN4.2
066700         MOVE "JOURNAL" TO RX-CODE-O                              CVRCN4.2
066800         MOVE "NO HARNESS WRITE ON CCVSJRNL" TO RX-TEXT-O         CVRCN4.2
066900         PERFORM 4100-EXCEPTION THRU 4100-EXIT                    CVRCN4.2
067000         ADD 1 TO RCN-X-JRNW-COUNT.                               CVRCN4.2
067100     IF RCN-R-JRN-REWRITE (RCN-SUB) NOT EQUAL TO "Y"              CVRCN4.2
067200         MOVE "JOURNAL" TO RX-CODE-O                              CVRCN4.2
067300         MOVE "NO HARNESS REWRITE ON CCVSJRNL" TO RX-TEXT-O       CVRCN4.2
067400         PERFORM 4100-EXCEPTION THRU 4100-EXIT                    CVRCN4.2
067500         ADD 1 TO RCN-X-JRNR-COUNT.                               CVRCN4.2
067600     IF RCN-R-ENV (RCN-SUB) NOT EQUAL TO "Y"                      CVRCN4.2
067700         MOVE "ENVIRON" TO RX-CODE-O                              CVRCN4.2
067800         MOVE "NO SNAPSHOT ON CCVSENVS" TO RX-TEXT-O              CVRCN4.2
067900         PERFORM 4100-EXCEPTION THRU 4100-EXIT                    CVRCN4.2
068000         ADD 1 TO RCN-X-ENV-COUNT.                                CVRCN4.2
068100     IF RCN-R-MANIFEST (RCN-SUB) NOT EQUAL TO "Y"                 CVRCN4.2
068200         MOVE "MANIFEST" TO RX-CODE-O                             CVRCN4.2
068300         MOVE "NO STEP OF THE PROGRAM ON CCVSMANA SPANS THE RUN"  CVRCN4.2
068400             TO RX-TEXT-O                                         CVRCN4.2
068500         PERFORM 4100-EXCEPTION THRU 4100-EXIT                    CVRCN4.2
068600         ADD 1 TO RCN-X-MAN-COUNT.                                CVRCN4.2
068700     PERFORM 4300-LATEST-CHECK THRU 4300-EXIT.                    CVRCN4.2
068800     IF NOT RCN-RUN-BAD                                           CVRCN4.2
068900         ADD 1 TO RCN-AGREE-COUNT.                                CVRCN4.2
069000 4000-EXIT. EXIT.                                                 CVRCN4.2
069100 4100-EXCEPTION.                                                  CVRCN4.2
069200     IF NOT RCN-RUN-BAD                                           CVRCN4.2
069300         MOVE 1 TO RCN-RUN-BAD-SW                                 CVRCN4.2
069400         ADD 1 TO RCN-BAD-COUNT                                   CVRCN4.2
069500         MOVE RCN-D-1 TO PRINT-REC                                CVRCN4.2
069600         WRITE PRINT-REC.                                         CVRCN4.2
069700     MOVE RCN-X-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
069800     MOVE SPACE TO RX-DATE-O.                                     CVRCN4.2
069900     MOVE SPACE TO RX-TIME-O.                                     CVRCN4.2
070000 4100-EXIT. EXIT.                                                 CVRCN4.2
070100 4200-AUDIT-DETAIL.                                               CVRCN4.2
070200     MOVE "RAW-DATA"             TO RX-SOURCE-O.                  CVRCN4.2
070300     MOVE RCN-R-OK (RCN-SUB)      TO RX-OK-O.                     CVRCN4.2
070400     MOVE RCN-R-FAIL (RCN-SUB)    TO RX-FAIL-O.                   CVRCN4.2
070500     MOVE RCN-R-DELETED (RCN-SUB) TO RX-DELETED-O.                CVRCN4.2
070600     MOVE RCN-R-INSPECT (RCN-SUB) TO RX-INSPECT-O.                CVRCN4.2
070700     MOVE RCN-X-2 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
070800     MOVE "CCVSAUDA"               TO RX-SOURCE-O.                CVRCN4.2
070900     MOVE RCN-R-A-PASS (RCN-SUB)    TO RX-OK-O.                   CVRCN4.2
071000     MOVE RCN-R-A-FAIL (RCN-SUB)    TO RX-FAIL-O.                 CVRCN4.2
071100     MOVE RCN-R-A-DELETED (RCN-SUB) TO RX-DELETED-O.              CVRCN4.2
071200     MOVE RCN-R-A-INSPECT (RCN-SUB) TO RX-INSPECT-O.              CVRCN4.2
071300     MOVE RCN-X-2 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
071400     IF RCN-R-IOE (RCN-SUB) EQUAL TO ZERO                         CVRCN4.2
071500         GO TO 4200-EXIT.                                         CVRCN4.2
071600     MOVE "+ CCVSIOER"          TO RX-SOURCE-O.                   CVRCN4.2
071700     MOVE ZERO                  TO RX-OK-O.                       CVRCN4.2
071800     MOVE RCN-R-IOE (RCN-SUB)   TO RX-FAIL-O.                     CVRCN4.2
071900     MOVE ZERO                  TO RX-DELETED-O.                  CVRCN4.2
072000     MOVE ZERO                  TO RX-INSPECT-O.                  CVRCN4.2
072100     MOVE RCN-X-2 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
072200 4200-EXIT. EXIT.                                                 CVRCN4.2
072300 4300-LATEST-CHECK.                                               CVRCN4.2
072400     IF RCN-R-LATEST (RCN-SUB) EQUAL TO SPACE                     CVRCN4.2
072500             OR RCN-R-LATEST (RCN-SUB) EQUAL TO "Y"               CVRCN4.2
072600         GO TO 4300-EXIT.                                         CVRCN4.2
072700     MOVE "LATEST" TO RX-CODE-O.                                  CVRCN4.2
072800     IF RCN-R-LATEST (RCN-SUB) EQUAL TO "M"                       CVRCN4.2
072900         MOVE "NEWEST LIVE RUN - NO CCVSLATE RECORD FOR THE PAIR" CVRCN4.2
073000             TO RX-TEXT-O.                                        CVRCN4.2
073100     IF RCN-R-LATEST (RCN-SUB) EQUAL TO "C"                       CVRCN4.2
073200         MOVE "NEWEST LIVE RUN - CCVSLATE COUNTS DISAGREE"        CVRCN4.2
073300             TO RX-TEXT-O.                                        CVRCN4.2
073400     IF RCN-R-LATEST (RCN-SUB) EQUAL TO "O"                       CVRCN4.2
073500         MOVE "NEWEST LIVE RUN - CCVSLATE HOLDS ANOTHER RUN"      CVRCN4.2
073600             TO RX-TEXT-O.                                        CVRCN4.2
073700     IF RCN-R-LATEST (RCN-SUB) EQUAL TO "D"                       CVRCN4.2
073800         MOVE "NEWEST LIVE RUN - CCVSLATE HOLDS A DISREGRD RUN"   CVRCN4.2
073900             TO RX-TEXT-O.                                        CVRCN4.2
074000     IF RCN-R-LATEST (RCN-SUB) EQUAL TO "O"                       CVRCN4.2
074100             OR RCN-R-LATEST (RCN-SUB) EQUAL TO "D"               CVRCN4.2
074200         MOVE RCN-R-LAT-DATE (RCN-SUB) TO RX-DATE-O               CVRCN4.2
074300         MOVE RCN-R-LAT-TIME (RCN-SUB) TO RX-TIME-O.              CVRCN4.2
074400     PERFORM 4100-EXCEPTION THRU 4100-EXIT.                       CVRCN4.2
074500     ADD 1 TO RCN-X-LAT-COUNT.                                    CVRCN4.2
074600 4300-EXIT. EXIT.                                                 CVRCN4.2
074700 5000-FINISH.                                                     CVRCN4.2
074800     IF RCN-BAD-COUNT EQUAL TO ZERO                               CVRCN4.2
074900         MOVE "EVERY RUN'S TRACES AGREE" TO RM-TEXT-O             CVRCN4.2
075000         PERFORM 8000-NOTE-LINE THRU 8000-EXIT.                   CVRCN4.2
075100     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVRCN4.2
075200     MOVE "RUNS CHECKED"                      TO RT-LABEL-O.      CVRCN4.2
075300     MOVE RCN-CHECKED-COUNT                   TO RT-COUNT-O.      CVRCN4.2
075400     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
075500     MOVE "  ALL TRACES AGREE"                TO RT-LABEL-O.      CVRCN4.2
075600     MOVE RCN-AGREE-COUNT                     TO RT-COUNT-O.      CVRCN4.2
075700     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
075800     MOVE "  WITH EXCEPTIONS"                 TO RT-LABEL-O.      CVRCN4.2
075900     MOVE RCN-BAD-COUNT                       TO RT-COUNT-O.      CVRCN4.2
076000     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
076100     MOVE "  IMPORTED BY CCVSMERG (JOURNAL ONLY)" TO RT-LABEL-O.  CVRCN4.2
076200     MOVE RCN-IMPORT-COUNT                    TO RT-COUNT-O.      CVRCN4.2
076300     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
076400     MOVE "AUDIT EXCEPTIONS"                  TO RT-LABEL-O.      CVRCN4.2
076500     MOVE RCN-X-AUDIT-COUNT                   TO RT-COUNT-O.      CVRCN4.2
076600     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
076700     MOVE "JOURNAL WRITE MISSING"             TO RT-LABEL-O.      CVRCN4.2
076800     MOVE RCN-X-JRNW-COUNT                    TO RT-COUNT-O.      CVRCN4.2
076900     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
077000     MOVE "JOURNAL REWRITE MISSING"           TO RT-LABEL-O.      CVRCN4.2
077100     MOVE RCN-X-JRNR-COUNT                    TO RT-COUNT-O.      CVRCN4.2
077200     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
077300     MOVE "ENVIRONMENT SNAPSHOT MISSING"      TO RT-LABEL-O.      CVRCN4.2
077400     MOVE RCN-X-ENV-COUNT                     TO RT-COUNT-O.      CVRCN4.2
077500     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
077600     MOVE "MANIFEST STEP MISSING"             TO RT-LABEL-O.      CVRCN4.2
077700     MOVE RCN-X-MAN-COUNT                     TO RT-COUNT-O.      CVRCN4.2
077800     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
077900     MOVE "CCVSLATE POSITION WRONG"           TO RT-LABEL-O.      CVRCN4.2
078000     MOVE RCN-X-LAT-COUNT                     TO RT-COUNT-O.      CVRCN4.2
078100     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
078200     MOVE "AUDIT EVENTS OF NO RAW-DATA RUN"   TO RT-LABEL-O.      CVRCN4.2
078300     MOVE RCN-ORPHAN-COUNT                    TO RT-COUNT-O.      CVRCN4.2
078400     IF RCN-TABLE-FULL                                            CVRCN4.2
078500         MOVE ZERO TO RT-COUNT-O.                                 CVRCN4.2
078600     MOVE RCN-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
078700     IF RCN-TABLE-FULL                                            CVRCN4.2
078800         MOVE "OVER 5000 RUNS IN RANGE - FIRST 5000 ONLY"         CVRCN4.2
078900             TO RM-TEXT-O                                         CVRCN4.2
079000         PERFORM 8000-NOTE-LINE THRU 8000-EXIT.                   CVRCN4.2
079100     CLOSE PRINT-FILE.                                            CVRCN4.2
079200     IF RCN-BAD-COUNT GREATER THAN ZERO                           CVRCN4.2
079300             OR RCN-TABLE-FULL                                    CVRCN4.2
079400             OR (RCN-ORPHAN-COUNT GREATER THAN ZERO               CVRCN4.2
079500             AND NOT RCN-TABLE-FULL)                              CVRCN4.2
079600         MOVE 4 TO RETURN-CODE.                                   CVRCN4.2
079700     DISPLAY "CCVSRECN - RUNS CHECKED " RCN-CHECKED-COUNT         CVRCN4.2
079800         " WITH EXCEPTIONS " RCN-BAD-COUNT.                       CVRCN4.2
079900 5000-EXIT. EXIT.                                                 CVRCN4.2
080000 8000-NOTE-LINE.                                                  CVRCN4.2
080100     MOVE RCN-M-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRCN4.2
080200 8000-EXIT. EXIT.                                                 CVRCN4.2
080300*    FINDS RCN-EVT-KEY IN THE RUN TABLE, TRYING THE LAST ENTRY    CVRCN4.2
080400*    FOUND FIRST.  RCN-SUB EXCEEDS RCN-RUN-COUNT IF ABSENT.       CVRCN4.2
080500 8100-LOCATE-RUN.                                                 CVRCN4.2
080600     IF RCN-LAST-SUB GREATER THAN ZERO                            CVRCN4.2
080700         IF RCN-R-KEY (RCN-LAST-SUB) EQUAL TO RCN-EVT-KEY         CVRCN4.2
080800             MOVE RCN-LAST-SUB TO RCN-SUB                         CVRCN4.2
080900             GO TO 8100-EXIT.                                     CVRCN4.2
081000     PERFORM 8110-FIND-RUN THRU 8110-EXIT                         CVRCN4.2
081100         VARYING RCN-SUB FROM 1 BY 1                              CVRCN4.2
081200         UNTIL RCN-SUB GREATER THAN RCN-RUN-COUNT                 CVRCN4.2
081300         OR RCN-R-KEY (RCN-SUB) EQUAL TO RCN-EVT-KEY.             CVRCN4.2
081400     IF RCN-SUB NOT GREATER THAN RCN-RUN-COUNT                    CVRCN4.2
081500         MOVE RCN-SUB TO RCN-LAST-SUB.                            CVRCN4.2
081600 8100-EXIT. EXIT.                                                 CVRCN4.2
081700 8110-FIND-RUN. EXIT.                                             CVRCN4.2
081800 8110-EXIT. EXIT.                                                 CVRCN4.2
