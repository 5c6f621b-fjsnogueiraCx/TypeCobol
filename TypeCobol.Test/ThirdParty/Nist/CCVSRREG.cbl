000100 IDENTIFICATION DIVISION.                                         CVRRG4.2
000200 PROGRAM-ID.    CCVSRREG.                                         CVRRG4.2
000300******************************************************************CVRRG4.2
000400**                                                                CVRRG4.2
000500**    NIGHTLY RUN REGISTER.  EVERY INVESTIGATION STARTS WITH *    CVRRG4.2
000600**    "WHAT RAN ACROSS THE WHOLE BATTERY ON THE NIGHT OF THE *    CVRRG4.2
000700**    12TH", AND RAW-DATA-KEY LEADS WITH THE PROGRAM ID, SO  *    CVRRG4.2
000800**    THE ANSWER USED TO MEAN A FULL WALK OF CCVSRAW.  THIS  *    CVRRG4.2
000900**    JOB WALKS THE CCVSRDX RUN-DATE CROSS-REFERENCE INSTEAD *    CVRRG4.2
001000**    (SEE CCVSRDX COPYBOOK) AND LISTS EVERY RUN RECORDED ON *    CVRRG4.2
001100**    A DATE OR DATE RANGE IN TIME ORDER, ACROSS ALL PROGRAMS*    CVRRG4.2
001200**    AND TARGETS, WITH THE COUNTS AND C-ABORT STATUS READ   *    CVRRG4.2
001300**    BACK FROM RAW-DATA BY KEY.  THE SUMMARY COUNTS THE     *    CVRRG4.2
001400**    RUNS, THE ABORTED RUNS AND THE RUNS WITH FAILURES.     *    CVRRG4.2
001500**                                                                CVRRG4.2
001600**    A CROSS-REFERENCE ENTRY WHOSE RAW-DATA RECORD IS GONE  *    CVRRG4.2
001700**    IS LISTED AS STALE AND ENDS THE RUN RETURN CODE 4 --   *    CVRRG4.2
001800**    REBUILD THE CROSS-REFERENCE WITH CCVSRBLD.  A RANGE    *    CVRRG4.2
001900**    WITH NO RUNS RECORDED IS SAID SO ON THE REPORT.        *    CVRRG4.2
002000**                                                                CVRRG4.2
002100**    CONTROL CARD (CCVSRRGC, OPTIONAL) --                   *    CVRRG4.2
002200**      COLS 1-8    FROM DATE YYYYMMDD                       *    CVRRG4.2
002300**      COLS 9-16   TO DATE YYYYMMDD (DEFAULT = FROM DATE)   *    CVRRG4.2
002400**    WITH NO CARD THE REGISTER COVERS LAST NIGHT -- FROM    *    CVRRG4.2
002500**    YESTERDAY THROUGH TODAY, SO A SUITE THAT CROSSED       *    CVRRG4.2
002600**    MIDNIGHT IS SHOWN WHOLE.                               *    CVRRG4.2
002700**                                                                CVRRG4.2
002800******************************************************************CVRRG4.2
002900 ENVIRONMENT DIVISION.                                            CVRRG4.2
003000 CONFIGURATION SECTION.                                           CVRRG4.2
003100 SOURCE-COMPUTER.                                                 CVRRG4.2
003200     GNU-COBOL.                                                   CVRRG4.2
003300 OBJECT-COMPUTER.                                                 CVRRG4.2
003400     GNU-COBOL.                                                   CVRRG4.2
003500 INPUT-OUTPUT SECTION.                                            CVRRG4.2
003600 FILE-CONTROL.                                                    CVRRG4.2
003700     SELECT RAW-DATA   ASSIGN TO                                  CVRRG4.2
003800            CCVSRAW                                               CVRRG4.2
003900            ORGANIZATION IS INDEXED                               CVRRG4.2
004000            ACCESS MODE IS RANDOM                                 CVRRG4.2
004100            RECORD KEY IS RAW-DATA-KEY.                           CVRRG4.2
004200     SELECT RUNX-FILE  ASSIGN TO                                  CVRRG4.2
004300            CCVSRDX                                               CVRRG4.2
004400            ORGANIZATION IS INDEXED                               CVRRG4.2
004500            ACCESS MODE IS DYNAMIC                                CVRRG4.2
004600            RECORD KEY IS RUN-XREF-KEY                            CVRRG4.2
004700            FILE STATUS IS RRG-RDX-STATUS.                        CVRRG4.2
004800     SELECT CTL-FILE   ASSIGN TO                                  CVRRG4.2
004900            CCVSRRGC                                              CVRRG4.2
005000            ORGANIZATION IS SEQUENTIAL                            CVRRG4.2
005100            FILE STATUS IS RRG-CTL-STATUS.                        CVRRG4.2
005200     SELECT PRINT-FILE ASSIGN TO                                  CVRRG4.2
005300            CCVSRRGP.                                             CVRRG4.2
005400 DATA DIVISION.                                                   CVRRG4.2
005500 FILE SECTION.                                                    CVRRG4.2
005600 FD  RAW-DATA.                                                    CVRRG4.2
005700     COPY CCVSRAW.                                                CVRRG4.2
005800 FD  RUNX-FILE.                                                   CVRRG4.2
005900     COPY CCVSRDX.                                                CVRRG4.2
006000 FD  CTL-FILE                                                     CVRRG4.2
006100     LABEL RECORDS STANDARD.                                      CVRRG4.2
006200 01  RRG-CTL-REC.                                                 CVRRG4.2
006300     05  RC-FROM-DATE         PIC 9(8).                           CVRRG4.2
006400     05  RC-TO-DATE           PIC 9(8).                           CVRRG4.2
006500 FD  PRINT-FILE                                                   CVRRG4.2
006600     LABEL RECORDS STANDARD                                       CVRRG4.2
006700     DATA RECORD IS PRINT-REC.                                    CVRRG4.2
006800 01  PRINT-REC PICTURE X(120).                                    CVRRG4.2
006900 WORKING-STORAGE SECTION.                                         CVRRG4.2
007000 01  RRG-RDX-STATUS          PIC XX       VALUE SPACE.            CVRRG4.2
007100 01  RRG-CTL-STATUS          PIC XX       VALUE SPACE.            CVRRG4.2
007200 01  RRG-EOF-SWITCH          PIC 9        VALUE ZERO.             CVRRG4.2
007300     88  RRG-AT-EOF                   VALUE 1.                    CVRRG4.2
007400 01  RRG-FOUND-SWITCH        PIC 9        VALUE ZERO.             CVRRG4.2
007500     88  RRG-RUN-FOUND                VALUE 1.                    CVRRG4.2
007600 01  RRG-RUN-COUNT           PIC 9(6) COMP VALUE ZERO.            CVRRG4.2
007700 01  RRG-ABORT-COUNT         PIC 9(6) COMP VALUE ZERO.            CVRRG4.2
007800 01  RRG-FAIL-RUN-COUNT      PIC 9(6) COMP VALUE ZERO.            CVRRG4.2
007900 01  RRG-STALE-COUNT         PIC 9(6) COMP VALUE ZERO.            CVRRG4.2
008000 01  RRG-FROM-DATE           PIC 9(8)     VALUE ZERO.             CVRRG4.2
008100 01  RRG-TO-DATE             PIC 9(8)     VALUE ZERO.             CVRRG4.2
008200 01  RRG-TODAY               PIC 9(8)     VALUE ZERO.             CVRRG4.2
008300*    CALENDAR ARITHMETIC FOR THE DEFAULT RANGE -- ONE DAY         CVRRG4.2
008400*    BACK FROM TODAY, ACROSS MONTH AND YEAR ENDS.                 CVRRG4.2
008500 01  RRG-DATE-W.                                                  CVRRG4.2
008600     05  RRG-DATE-YYYY       PIC 9(4).                            CVRRG4.2
008700     05  RRG-DATE-MM         PIC 99.                              CVRRG4.2
008800     05  RRG-DATE-DD         PIC 99.                              CVRRG4.2
008900 01  RRG-LEAP-Q              PIC 9(4) COMP VALUE ZERO.            CVRRG4.2
009000 01  RRG-LEAP-R4             PIC 9(4) COMP VALUE ZERO.            CVRRG4.2
009100 01  RRG-LEAP-R100           PIC 9(4) COMP VALUE ZERO.            CVRRG4.2
009200 01  RRG-LEAP-R400           PIC 9(4) COMP VALUE ZERO.            CVRRG4.2
009300 01  RRG-MONTH-DAYS.                                              CVRRG4.2
009400     05  FILLER              PIC 99 VALUE 31.                     CVRRG4.2
009500     05  FILLER              PIC 99 VALUE 28.                     CVRRG4.2
009600     05  FILLER              PIC 99 VALUE 31.                     CVRRG4.2
009700     05  FILLER              PIC 99 VALUE 30.                     CVRRG4.2
009800     05  FILLER              PIC 99 VALUE 31.                     CVRRG4.2
009900     05  FILLER              PIC 99 VALUE 30.                     CVRRG4.2
010000     05  FILLER              PIC 99 VALUE 31.                     CVRRG4.2
010100     05  FILLER              PIC 99 VALUE 31.                     CVRRG4.2
010200     05  FILLER              PIC 99 VALUE 30.                     CVRRG4.2
010300     05  FILLER              PIC 99 VALUE 31.                     CVRRG4.2
010400     05  FILLER              PIC 99 VALUE 30.                     CVRRG4.2
010500     05  FILLER              PIC 99 VALUE 31.                     CVRRG4.2
010600 01  RRG-MONTH-DAYS-TABLE REDEFINES RRG-MONTH-DAYS.               CVRRG4.2
010700     05  RRG-MONTH-LAST-DAY  OCCURS 12 TIMES PIC 99.              CVRRG4.2
010800 01  RRG-TIME-W.                                                  CVRRG4.2
010900     05  RRG-TIME-HH         PIC 99.                              CVRRG4.2
011000     05  RRG-TIME-MM         PIC 99.                              CVRRG4.2
011100     05  RRG-TIME-SS         PIC 99.                              CVRRG4.2
011200     05  RRG-TIME-CC         PIC 99.                              CVRRG4.2
011300 01  RRG-H-1.                                                     CVRRG4.2
011400     02 FILLER PIC X(120) VALUE                                   CVRRG4.2
011500     "    CCVS85 NIGHTLY RUN REGISTER".                           CVRRG4.2
011600 01  RRG-E-1.                                                     CVRRG4.2
011700     02 FILLER PIC X(12) VALUE "FROM DATE = ".                    CVRRG4.2
011800     02 RE-FROM-O          PIC 9(8).                              CVRRG4.2
011900     02 FILLER PIC X(14) VALUE "   TO DATE = ".                   CVRRG4.2
012000     02 RE-TO-O            PIC 9(8).                              CVRRG4.2
012100     02 FILLER PIC X(78) VALUE SPACE.                             CVRRG4.2
012200 01  RRG-C-1.                                                     CVRRG4.2
012300     02 FILLER PIC X(8)  VALUE "DATE    ".                        CVRRG4.2
012400     02 FILLER PIC X(2)  VALUE SPACE.                             CVRRG4.2
012500     02 FILLER PIC X(8)  VALUE "TIME    ".                        CVRRG4.2
012600     02 FILLER PIC X(2)  VALUE SPACE.                             CVRRG4.2
012700     02 FILLER PIC X(6)  VALUE "PGM   ".                          CVRRG4.2
012800     02 FILLER PIC X(2)  VALUE SPACE.                             CVRRG4.2
012900     02 FILLER PIC X(6)  VALUE "TARGET".                          CVRRG4.2
013000     02 FILLER PIC X(7)  VALUE "  TESTS".                         CVRRG4.2
013100     02 FILLER PIC X(8)  VALUE "    PASS".                        CVRRG4.2
013200     02 FILLER PIC X(8)  VALUE "    FAIL".                        CVRRG4.2
013300     02 FILLER PIC X(8)  VALUE " DELETED".                        CVRRG4.2
013400     02 FILLER PIC X(8)  VALUE " INSPECT".                        CVRRG4.2
013500     02 FILLER PIC X(2)  VALUE SPACE.                             CVRRG4.2
013600     02 FILLER PIC X(8)  VALUE "C-ABORT ".                        CVRRG4.2
013700     02 FILLER PIC X(2)  VALUE SPACE.                             CVRRG4.2
013800     02 FILLER PIC X(13) VALUE "NOTE         ".                   CVRRG4.2
013900     02 FILLER PIC X(22) VALUE SPACE.                             CVRRG4.2
014000 01  RRG-D-1.                                                     CVRRG4.2
014100     02 RD-DATE-O          PIC 9(8).                              CVRRG4.2
014200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVRRG4.2
014300     02 RD-HH-O            PIC 99.                                CVRRG4.2
014400     02 FILLER             PIC X     VALUE ":".                   CVRRG4.2
014500     02 RD-MM-O            PIC 99.                                CVRRG4.2
014600     02 FILLER             PIC X     VALUE ":".                   CVRRG4.2
014700     02 RD-SS-O            PIC 99.                                CVRRG4.2
014800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVRRG4.2
014900     02 RD-PGM-O           PIC X(6).                              CVRRG4.2
015000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVRRG4.2
015100     02 RD-TARGET-O        PIC X(4).                              CVRRG4.2
015200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVRRG4.2
015300     02 RD-TESTS-O         PIC ZZZZZZ9.                           CVRRG4.2
015400     02 RD-OK-O            PIC ZZZZZZZ9.                          CVRRG4.2
015500     02 RD-FAIL-O          PIC ZZZZZZZ9.                          CVRRG4.2
015600     02 RD-DELETED-O       PIC ZZZZZZZ9.                          CVRRG4.2
015700     02 RD-INSPECT-O       PIC ZZZZZZZ9.                          CVRRG4.2
015800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVRRG4.2
015900     02 RD-ABORT-O         PIC X(8).                              CVRRG4.2
016000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVRRG4.2
016100     02 RD-NOTE-O          PIC X(13).                             CVRRG4.2
016200     02 FILLER             PIC X(21) VALUE SPACE.                 CVRRG4.2
016300 01  RRG-N-1.                                                     CVRRG4.2
016400     02 FILLER PIC X(120) VALUE                                   CVRRG4.2
016500     "NO RUNS RECORDED IN RANGE".                                 CVRRG4.2
016600 01  RRG-S-1.                                                     CVRRG4.2
016700     02 FILLER PIC X(26) VALUE "RUNS RECORDED           = ".      CVRRG4.2
016800     02 RS-RUNS-O          PIC ZZZZZ9.                            CVRRG4.2
016900     02 FILLER PIC X(88) VALUE SPACE.                             CVRRG4.2
017000 01  RRG-S-2.                                                     CVRRG4.2
017100     02 FILLER PIC X(26) VALUE "RUNS ABORTED            = ".      CVRRG4.2
017200     02 RS-ABORTED-O       PIC ZZZZZ9.                            CVRRG4.2
017300     02 FILLER PIC X(88) VALUE SPACE.                             CVRRG4.2
017400 01  RRG-S-3.                                                     CVRRG4.2
017500     02 FILLER PIC X(26) VALUE "RUNS WITH FAILURES      = ".      CVRRG4.2
017600     02 RS-FAILED-O        PIC ZZZZZ9.                            CVRRG4.2
017700     02 FILLER PIC X(88) VALUE SPACE.                             CVRRG4.2
017800 01  RRG-S-4.                                                     CVRRG4.2
017900     02 FILLER PIC X(26) VALUE "STALE CROSS-REFERENCES  = ".      CVRRG4.2
018000     02 RS-STALE-O         PIC ZZZZZ9.                            CVRRG4.2
018100     02 FILLER PIC X(88) VALUE SPACE.                             CVRRG4.2
018200 PROCEDURE DIVISION.                                              CVRRG4.2
018300 0000-MAINLINE SECTION.                                           CVRRG4.2
018400 0000-START.                                                      CVRRG4.2
018500     PERFORM 1000-CTL-READ THRU 1000-EXIT.                        CVRRG4.2
018600     OPEN INPUT RUNX-FILE.                                        CVRRG4.2
018700     IF RRG-RDX-STATUS NOT EQUAL TO "00"                          CVRRG4.2
018800         DISPLAY "CCVSRREG - CCVSRDX UNAVAILABLE - STATUS "       CVRRG4.2
018900             RRG-RDX-STATUS " - REBUILD WITH CCVSRBLD"            CVRRG4.2
019000         MOVE 8 TO RETURN-CODE                                    CVRRG4.2
019100         STOP RUN.                                                CVRRG4.2
019200     OPEN INPUT RAW-DATA.                                         CVRRG4.2
019300     OPEN OUTPUT PRINT-FILE.                                      CVRRG4.2
019400     MOVE RRG-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
019500     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
019600     MOVE RRG-FROM-DATE TO RE-FROM-O.                             CVRRG4.2
019700     MOVE RRG-TO-DATE   TO RE-TO-O.                               CVRRG4.2
019800     MOVE RRG-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
019900     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
020000     MOVE RRG-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
020100     PERFORM 2000-START-RANGE THRU 2000-EXIT.                     CVRRG4.2
020200     PERFORM 3000-LIST-ONE THRU 3000-EXIT                         CVRRG4.2
020300         UNTIL RRG-AT-EOF.                                        CVRRG4.2
020400     PERFORM 5000-FINISH THRU 5000-EXIT.                          CVRRG4.2
020500     STOP RUN.                                                    CVRRG4.2
020600 1000-CTL-READ.                                                   CVRRG4.2
020700     ACCEPT RRG-TODAY FROM DATE YYYYMMDD.                         CVRRG4.2
020800     MOVE RRG-TODAY TO RRG-TO-DATE.                               CVRRG4.2
020900     MOVE RRG-TODAY TO RRG-DATE-W.                                CVRRG4.2
021000     PERFORM 1100-DAY-BACK THRU 1100-EXIT.                        CVRRG4.2
021100     MOVE RRG-DATE-W TO RRG-FROM-DATE.                            CVRRG4.2
021200     OPEN INPUT CTL-FILE.                                         CVRRG4.2
021300     IF RRG-CTL-STATUS NOT EQUAL TO "00"                          CVRRG4.2
021400         GO TO 1000-EXIT.                                         CVRRG4.2
021500     READ CTL-FILE AT END GO TO 1000-CLOSE.                       CVRRG4.2
021600     IF RC-FROM-DATE NOT NUMERIC                                  CVRRG4.2
021700             OR RC-FROM-DATE EQUAL TO ZERO                        CVRRG4.2
021800         GO TO 1000-CLOSE.                                        CVRRG4.2
021900     MOVE RC-FROM-DATE TO RRG-FROM-DATE.                          CVRRG4.2
022000     MOVE RC-FROM-DATE TO RRG-TO-DATE.                            CVRRG4.2
022100     IF RC-TO-DATE NUMERIC                                        CVRRG4.2
022200             AND RC-TO-DATE NOT LESS THAN RC-FROM-DATE            CVRRG4.2
022300         MOVE RC-TO-DATE TO RRG-TO-DATE.                          CVRRG4.2
022400 1000-CLOSE.                                                      CVRRG4.2
022500     CLOSE CTL-FILE.                                              CVRRG4.2
022600 1000-EXIT. EXIT.                                                 CVRRG4.2
022700*    STEPS RRG-DATE-W BACK ONE CALENDAR DAY.  FEBRUARY TAKES      CVRRG4.2
022800*    ITS 29TH IN A GREGORIAN LEAP YEAR.                           CVRRG4.2
022900 1100-DAY-BACK.                                                   CVRRG4.2
023000     IF RRG-DATE-DD GREATER THAN 1                                CVRRG4.2
023100         SUBTRACT 1 FROM RRG-DATE-DD                              CVRRG4.2
023200         GO TO 1100-EXIT.                                         CVRRG4.2
023300     IF RRG-DATE-MM EQUAL TO 1                                    CVRRG4.2
023400         MOVE 12 TO RRG-DATE-MM                                   CVRRG4.2
023500         SUBTRACT 1 FROM RRG-DATE-YYYY                            CVRRG4.2
023600     ELSE                                                         CVRRG4.2
023700         SUBTRACT 1 FROM RRG-DATE-MM.                             CVRRG4.2
023800     MOVE RRG-MONTH-LAST-DAY (RRG-DATE-MM) TO RRG-DATE-DD.        CVRRG4.2
023900     IF RRG-DATE-MM NOT EQUAL TO 2                                CVRRG4.2
024000         GO TO 1100-EXIT.                                         CVRRG4.2
024100     DIVIDE RRG-DATE-YYYY BY 4 GIVING RRG-LEAP-Q                  CVRRG4.2
024200         REMAINDER RRG-LEAP-R4.                                   CVRRG4.2
024300     DIVIDE RRG-DATE-YYYY BY 100 GIVING RRG-LEAP-Q                CVRRG4.2
024400         REMAINDER RRG-LEAP-R100.                                 CVRRG4.2
024500     DIVIDE RRG-DATE-YYYY BY 400 GIVING RRG-LEAP-Q                CVRRG4.2
024600         REMAINDER RRG-LEAP-R400.                                 CVRRG4.2
024700     IF RRG-LEAP-R4 EQUAL TO ZERO                                 CVRRG4.2
024800             AND (RRG-LEAP-R100 NOT EQUAL TO ZERO                 CVRRG4.2
024900                  OR RRG-LEAP-R400 EQUAL TO ZERO)                 CVRRG4.2
025000         MOVE 29 TO RRG-DATE-DD.                                  CVRRG4.2
025100 1100-EXIT. EXIT.                                                 CVRRG4.2
025200*    THE CROSS-REFERENCE IS KEYED DATE, TIME, PROGRAM, TARGET,    CVRRG4.2
025300*    SO ONE START AND A FORWARD WALK GIVE THE RANGE IN TIME       CVRRG4.2
025400*    ORDER.                                                       CVRRG4.2
025500 2000-START-RANGE.                                                CVRRG4.2
025600     MOVE ZERO TO RRG-EOF-SWITCH.                                 CVRRG4.2
025700     MOVE RRG-FROM-DATE TO RX-DATE.                               CVRRG4.2
025800     MOVE ZERO          TO RX-TIME.                               CVRRG4.2
025900     MOVE LOW-VALUE     TO RX-PGM-ID.                             CVRRG4.2
026000     MOVE LOW-VALUE     TO RX-TARGET-ID.                          CVRRG4.2
026100     START RUNX-FILE KEY IS NOT LESS THAN RUN-XREF-KEY            CVRRG4.2
026200         INVALID KEY                                              CVRRG4.2
026300         MOVE 1 TO RRG-EOF-SWITCH.                                CVRRG4.2
026400 2000-EXIT. EXIT.                                                 CVRRG4.2
026500 3000-LIST-ONE.                                                   CVRRG4.2
026600     READ RUNX-FILE NEXT RECORD AT END                            CVRRG4.2
026700         MOVE 1 TO RRG-EOF-SWITCH                                 CVRRG4.2
026800         GO TO 3000-EXIT.                                         CVRRG4.2
026900     IF RX-DATE GREATER THAN RRG-TO-DATE                          CVRRG4.2
027000         MOVE 1 TO RRG-EOF-SWITCH                                 CVRRG4.2
027100         GO TO 3000-EXIT.                                         CVRRG4.2
027200     MOVE SPACE TO RRG-D-1.                                       CVRRG4.2
027300     MOVE RX-DATE      TO RD-DATE-O.                              CVRRG4.2
027400     MOVE RX-TIME      TO RRG-TIME-W.                             CVRRG4.2
027500     MOVE RRG-TIME-HH  TO RD-HH-O.                                CVRRG4.2
027600     MOVE RRG-TIME-MM  TO RD-MM-O.                                CVRRG4.2
027700     MOVE RRG-TIME-SS  TO RD-SS-O.                                CVRRG4.2
027800     MOVE RX-PGM-ID    TO RD-PGM-O.                               CVRRG4.2
027900     MOVE RX-TARGET-ID TO RD-TARGET-O.                            CVRRG4.2
028000     MOVE RX-PGM-ID    TO RD-PGM-ID.                              CVRRG4.2
028100     MOVE RX-TARGET-ID TO RD-TARGET-ID.                           CVRRG4.2
028200     MOVE RX-DATE      TO C-DATE.                                 CVRRG4.2
028300     MOVE RX-TIME      TO C-TIME.                                 CVRRG4.2
028400     MOVE 1 TO RRG-FOUND-SWITCH.                                  CVRRG4.2
028500     READ RAW-DATA                                                CVRRG4.2
028600         INVALID KEY MOVE ZERO TO RRG-FOUND-SWITCH.               CVRRG4.2
028700     IF NOT RRG-RUN-FOUND                                         CVRRG4.2
028800         ADD 1 TO RRG-STALE-COUNT                                 CVRRG4.2
028900         MOVE "STALE   " TO RD-ABORT-O                            CVRRG4.2
029000         MOVE "NO RAW-DATA" TO RD-NOTE-O                          CVRRG4.2
029100         GO TO 3000-PRINT.                                        CVRRG4.2
029200     ADD 1 TO RRG-RUN-COUNT.                                      CVRRG4.2
029300     MOVE C-NO-OF-TESTS TO RD-TESTS-O.                            CVRRG4.2
029400     MOVE C-OK          TO RD-OK-O.                               CVRRG4.2
029500     MOVE C-FAIL        TO RD-FAIL-O.                             CVRRG4.2
029600     MOVE C-DELETED     TO RD-DELETED-O.                          CVRRG4.2
029700     MOVE C-INSPECT     TO RD-INSPECT-O.                          CVRRG4.2
029800     MOVE C-ABORT       TO RD-ABORT-O.                            CVRRG4.2
029900     MOVE C-NOTE        TO RD-NOTE-O.                             CVRRG4.2
030000     IF C-ABORT EQUAL TO "ABORTED "                               CVRRG4.2
030100         ADD 1 TO RRG-ABORT-COUNT.                                CVRRG4.2
030200     IF C-FAIL GREATER THAN ZERO                                  CVRRG4.2
030300         ADD 1 TO RRG-FAIL-RUN-COUNT.                             CVRRG4.2
030400 3000-PRINT.                                                      CVRRG4.2
030500     MOVE RRG-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
030600 3000-EXIT. EXIT.                                                 CVRRG4.2
030700 5000-FINISH.                                                     CVRRG4.2
030800     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
030900     IF RRG-RUN-COUNT EQUAL TO ZERO                               CVRRG4.2
031000             AND RRG-STALE-COUNT EQUAL TO ZERO                    CVRRG4.2
031100         MOVE RRG-N-1 TO PRINT-REC                                CVRRG4.2
031200         WRITE PRINT-REC                                          CVRRG4.2
031300         MOVE SPACE   TO PRINT-REC                                CVRRG4.2
031400         WRITE PRINT-REC.                                         CVRRG4.2
031500     MOVE RRG-RUN-COUNT      TO RS-RUNS-O.                        CVRRG4.2
031600     MOVE RRG-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
031700     MOVE RRG-ABORT-COUNT    TO RS-ABORTED-O.                     CVRRG4.2
031800     MOVE RRG-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
031900     MOVE RRG-FAIL-RUN-COUNT TO RS-FAILED-O.                      CVRRG4.2
032000     MOVE RRG-S-3 TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
032100     MOVE RRG-STALE-COUNT    TO RS-STALE-O.                       CVRRG4.2
032200     MOVE RRG-S-4 TO PRINT-REC. WRITE PRINT-REC.                  CVRRG4.2
032300     CLOSE PRINT-FILE.                                            CVRRG4.2
032400     CLOSE RAW-DATA.                                              CVRRG4.2
032500     CLOSE RUNX-FILE.                                             CVRRG4.2
032600     DISPLAY "CCVSRREG - RUNS LISTED " RRG-RUN-COUNT              CVRRG4.2
032700         " FROM " RRG-FROM-DATE " TO " RRG-TO-DATE.               CVRRG4.2
032800     IF RRG-STALE-COUNT GREATER THAN ZERO                         CVRRG4.2
032900         DISPLAY "CCVSRREG - STALE CROSS-REFERENCE ENTRIES "      CVRRG4.2
033000             RRG-STALE-COUNT " - REBUILD WITH CCVSRBLD"           CVRRG4.2
033100         MOVE 4 TO RETURN-CODE.                                   CVRRG4.2
033200 5000-EXIT. EXIT.                                                 CVRRG4.2
