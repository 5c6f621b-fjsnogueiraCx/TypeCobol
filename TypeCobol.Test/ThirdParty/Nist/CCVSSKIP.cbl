000100 IDENTIFICATION DIVISION.                                         CVSKP4.2
000200 PROGRAM-ID.    CCVSSKIP.                                         CVSKP4.2
000300******************************************************************CVSKP4.2
000400**                                                                CVSKP4.2
000500**    SILENT-SKIP DETECTION.  HOLDS EVERY RUN ON THE CCVSAUDA*    CVSKP4.2
000600**    AUDIT EVENT ARCHIVE (EACH RUN'S CCVSAUD EVENTS UNDER   *    CVSKP4.2
000700**    ITS RAW-DATA KEY) UP AGAINST THE SOURCE-DERIVED TEST   *    CVSKP4.2
000800**    CATALOG CCVSTCAT BUILDS (CCVSTCLG, SEE CCVSCAT) AND    *    CVSKP4.2
000900**    LISTS EVERY MAIN-LINE CATALOGED TEST OF THE RUN'S      *    CVSKP4.2
001000**    PROGRAM THAT PRODUCED NO EVENT AT ALL.  A TEST THAT    *    CVSKP4.2
001100**    STOPPED EXECUTING ONLY MAKES C-ALL SMALLER, SO NOTHING *    CVSKP4.2
001200**    ELSE IN THE SUITE NOTICES; HERE IT ENDS THE JOB WITH   *    CVSKP4.2
001300**    RETURN CODE 8 THE NIGHT IT HAPPENS.                    *    CVSKP4.2
001400**                                                                CVSKP4.2
001500**    ERROR-PATH CATALOG ENTRIES ARE NOT EXPECTED.  A RUN OF *    CVSKP4.2
001600**    A PROGRAM WITH NOTHING IN THE CATALOG IS LISTED AS SUCH*    CVSKP4.2
001700**    (REBUILD THE CATALOG) BUT DOES NOT SET THE RETURN CODE.*    CVSKP4.2
001800**                                                                CVSKP4.2
001900**    CONTROL CARD (CCVSSKPC, OPTIONAL) --                   *    CVSKP4.2
002000**      COLS 1-8   FIRST RUN DATE CHECKED (DEFAULT TODAY)    *    CVSKP4.2
002100**      COLS 9-16  LAST RUN DATE CHECKED (DEFAULT NO LIMIT)  *    CVSKP4.2
002200**                                                                CVSKP4.2
002300******************************************************************CVSKP4.2
002400 ENVIRONMENT DIVISION.                                            CVSKP4.2
002500 CONFIGURATION SECTION.                                           CVSKP4.2
002600 SOURCE-COMPUTER.                                                 CVSKP4.2
002700     GNU-COBOL.                                                   CVSKP4.2
002800 OBJECT-COMPUTER.                                                 CVSKP4.2
002900     GNU-COBOL.                                                   CVSKP4.2
003000 INPUT-OUTPUT SECTION.                                            CVSKP4.2
003100 FILE-CONTROL.                                                    CVSKP4.2
003200     SELECT CATALOG-FILE ASSIGN TO                                CVSKP4.2
003300            CCVSTCLG                                              CVSKP4.2
003400            ORGANIZATION IS SEQUENTIAL                            CVSKP4.2
003500            FILE STATUS IS SKP-CAT-STATUS.                        CVSKP4.2
003600     SELECT ARCH-FILE  ASSIGN TO                                  CVSKP4.2
003700            CCVSAUDA                                              CVSKP4.2
003800            ORGANIZATION IS SEQUENTIAL                            CVSKP4.2
003900            FILE STATUS IS SKP-ARCH-STATUS.                       CVSKP4.2
004000     SELECT CTL-FILE   ASSIGN TO                                  CVSKP4.2
004100            CCVSSKPC                                              CVSKP4.2
004200            ORGANIZATION IS SEQUENTIAL                            CVSKP4.2
004300            FILE STATUS IS SKP-CTL-STATUS.                        CVSKP4.2
004400     SELECT PRINT-FILE ASSIGN TO                                  CVSKP4.2
004500            CCVSSKPP.                                             CVSKP4.2
004600 DATA DIVISION.                                                   CVSKP4.2
004700 FILE SECTION.                                                    CVSKP4.2
004800 FD  CATALOG-FILE                                                 CVSKP4.2
004900     LABEL RECORDS STANDARD.                                      CVSKP4.2
005000     COPY CCVSCAT.                                                CVSKP4.2
005100 FD  ARCH-FILE                                                    CVSKP4.2
005200     LABEL RECORDS STANDARD.                                      CVSKP4.2
005300*    SAME SHAPE AS AUDIT-ARCH-REC IN CCVSHFD.                     CVSKP4.2
005400 01  SKP-ARCH-REC.                                                CVSKP4.2
005500     05  AR-PGM-ID            PIC X(6).                           CVSKP4.2
005600     05  FILLER               PIC X.                              CVSKP4.2
005700     05  AR-TARGET-ID         PIC X(4).                           CVSKP4.2
005800     05  FILLER               PIC X.                              CVSKP4.2
005900     05  AR-RUN-DATE          PIC 9(8).                           CVSKP4.2
006000     05  FILLER               PIC X.                              CVSKP4.2
006100     05  AR-RUN-TIME          PIC 9(8).                           CVSKP4.2
006200     05  FILLER               PIC X.                              CVSKP4.2
006300     05  AR-PAR-NAME          PIC X(20).                          CVSKP4.2
006400     05  FILLER               PIC X.                              CVSKP4.2
006500     05  AR-FEATURE           PIC X(20).                          CVSKP4.2
006600     05  FILLER               PIC X.                              CVSKP4.2
006700     05  AR-OUTCOME           PIC X(5).                           CVSKP4.2
006800     05  FILLER               PIC X.                              CVSKP4.2
006900     05  AR-DATE              PIC 9(8).                           CVSKP4.2
007000     05  FILLER               PIC X.                              CVSKP4.2
007100     05  AR-TIME              PIC 9(8).                           CVSKP4.2
007200 FD  CTL-FILE                                                     CVSKP4.2
007300     LABEL RECORDS STANDARD.                                      CVSKP4.2
007400 01  SKP-CTL-REC.                                                 CVSKP4.2
007500     05  SC-FROM-DATE         PIC 9(8).                           CVSKP4.2
007600     05  SC-TO-DATE           PIC 9(8).                           CVSKP4.2
007700 FD  PRINT-FILE                                                   CVSKP4.2
007800     LABEL RECORDS STANDARD                                       CVSKP4.2
007900     DATA RECORD IS PRINT-REC.                                    CVSKP4.2
008000 01  PRINT-REC PICTURE X(120).                                    CVSKP4.2
008100 WORKING-STORAGE SECTION.                                         CVSKP4.2
008200 01  SKP-CAT-STATUS          PIC XX       VALUE SPACE.            CVSKP4.2
008300 01  SKP-ARCH-STATUS         PIC XX       VALUE SPACE.            CVSKP4.2
008400 01  SKP-CTL-STATUS          PIC XX       VALUE SPACE.            CVSKP4.2
008500 01  SKP-CAT-EOF-SWITCH      PIC 9        VALUE ZERO.             CVSKP4.2
008600     88  SKP-CAT-AT-EOF               VALUE 1.                    CVSKP4.2
008700 01  SKP-EOF-SWITCH          PIC 9        VALUE ZERO.             CVSKP4.2
008800     88  SKP-AT-EOF                   VALUE 1.                    CVSKP4.2
008900 01  SKP-RUN-HELD-SW         PIC 9        VALUE ZERO.             CVSKP4.2
009000     88  SKP-HAVE-RUN                 VALUE 1.                    CVSKP4.2
009100 01  SKP-FROM-DATE           PIC 9(8)     VALUE ZERO.             CVSKP4.2
009200 01  SKP-TO-DATE             PIC 9(8)     VALUE 99999999.         CVSKP4.2
009300 01  SKP-CAT-COUNT           PIC 9(4) COMP VALUE ZERO.            CVSKP4.2
009400 01  SKP-SUB                 PIC 9(4) COMP VALUE ZERO.            CVSKP4.2
009500 01  SKP-READ-COUNT          PIC 9(7)     VALUE ZERO.             CVSKP4.2
009600 01  SKP-RUN-EVENTS          PIC 9(5) COMP VALUE ZERO.            CVSKP4.2
009700 01  SKP-RUN-EXPECTED        PIC 9(5) COMP VALUE ZERO.            CVSKP4.2
009800 01  SKP-RUN-SILENT          PIC 9(5) COMP VALUE ZERO.            CVSKP4.2
009900 01  SKP-RUNS-CHECKED        PIC 9(5) COMP VALUE ZERO.            CVSKP4.2
010000 01  SKP-RUNS-SHORT          PIC 9(5) COMP VALUE ZERO.            CVSKP4.2
010100 01  SKP-RUNS-UNCATALOGED    PIC 9(5) COMP VALUE ZERO.            CVSKP4.2
010200 01  SKP-SILENT-COUNT        PIC 9(5) COMP VALUE ZERO.            CVSKP4.2
010300*    THE RUN NOW BEING READ.  A RUN'S EVENTS ARE CONTIGUOUS ON    CVSKP4.2
010400*    THE ARCHIVE, SO A CHANGE OF KEY SETTLES THE RUN BEFORE IT.   CVSKP4.2
010500 01  SKP-RUN-KEY.                                                 CVSKP4.2
010600     05  SKP-R-PGM-ID        PIC X(6)     VALUE SPACE.            CVSKP4.2
010700     05  SKP-R-TARGET-ID     PIC X(4)     VALUE SPACE.            CVSKP4.2
010800     05  SKP-R-DATE          PIC 9(8)     VALUE ZERO.             CVSKP4.2
010900     05  SKP-R-TIME          PIC 9(8)     VALUE ZERO.             CVSKP4.2
011000 01  SKP-NEW-KEY.                                                 CVSKP4.2
011100     05  SKP-N-PGM-ID        PIC X(6)     VALUE SPACE.            CVSKP4.2
011200     05  SKP-N-TARGET-ID     PIC X(4)     VALUE SPACE.            CVSKP4.2
011300     05  SKP-N-DATE          PIC 9(8)     VALUE ZERO.             CVSKP4.2
011400     05  SKP-N-TIME          PIC 9(8)     VALUE ZERO.             CVSKP4.2
011500*    ONE ENTRY PER DISTINCT PROGRAM/PAR-NAME IN THE CATALOG.      CVSKP4.2
011600*    A PAR-NAME SET ON THE MAIN LINE ANYWHERE IN THE PROGRAM      CVSKP4.2
011700*    IS EXPECTED EVEN IF IT IS ALSO SET ON AN ERROR PATH.         CVSKP4.2
011800*    HIT IS RAISED BY ANY EVENT OF THE CURRENT RUN.               CVSKP4.2
011900 01  SKP-CAT-TABLE.                                               CVSKP4.2
012000     05  SKP-CAT-ENTRY       OCCURS 2000 TIMES.                   CVSKP4.2
012100         10  SKP-C-PGM-ID        PIC X(6).                        CVSKP4.2
012200         10  SKP-C-PAR-NAME      PIC X(20).                       CVSKP4.2
012300         10  SKP-C-FEATURE       PIC X(20).                       CVSKP4.2
012400         10  SKP-C-SOURCE-SEQ    PIC X(6).                        CVSKP4.2
012500         10  SKP-C-PATH          PIC X.                           CVSKP4.2
012600         10  SKP-C-HIT           PIC 9.                           CVSKP4.2
012700 01  SKP-H-1.                                                     CVSKP4.2
012800     02 FILLER PIC X(120) VALUE                                   CVSKP4.2
012900     "    CCVS85 SILENT-SKIP DETECTION - TESTS WITH NO EVENT".    CVSKP4.2
013000 01  SKP-H-2.                                                     CVSKP4.2
013100     02 FILLER PIC X(18) VALUE "RUN DATES CHECKED ".              CVSKP4.2
013200     02 SH-FROM-O          PIC 9(8).                              CVSKP4.2
013300     02 FILLER PIC X(3)  VALUE " - ".                             CVSKP4.2
013400     02 SH-TO-O            PIC 9(8).                              CVSKP4.2
013500     02 FILLER PIC X(83) VALUE SPACE.                             CVSKP4.2
013600 01  SKP-C-1.                                                     CVSKP4.2
013700     02 FILLER PIC X(6)  VALUE "PGM-ID".                          CVSKP4.2
013800     02 FILLER PIC X(2)  VALUE SPACE.                             CVSKP4.2
013900     02 FILLER PIC X(4)  VALUE "TRGT".                            CVSKP4.2
014000     02 FILLER PIC X(2)  VALUE SPACE.                             CVSKP4.2
014100     02 FILLER PIC X(8)  VALUE "RUN DATE".                        CVSKP4.2
014200     02 FILLER PIC X(1)  VALUE SPACE.                             CVSKP4.2
014300     02 FILLER PIC X(8)  VALUE "RUN TIME".                        CVSKP4.2
014400     02 FILLER PIC X(2)  VALUE SPACE.                             CVSKP4.2
014500     02 FILLER PIC X(12) VALUE "VERDICT".                         CVSKP4.2
014600     02 FILLER PIC X(2)  VALUE SPACE.                             CVSKP4.2
014700     02 FILLER PIC X(6)  VALUE "EVENTS".                          CVSKP4.2
014800     02 FILLER PIC X(2)  VALUE SPACE.                             CVSKP4.2
014900     02 FILLER PIC X(6)  VALUE "TESTS ".                          CVSKP4.2
015000     02 FILLER PIC X(2)  VALUE SPACE.                             CVSKP4.2
015100     02 FILLER PIC X(6)  VALUE "SILENT".                          CVSKP4.2
015200     02 FILLER PIC X(51) VALUE SPACE.                             CVSKP4.2
015300 01  SKP-D-1.                                                     CVSKP4.2
015400     02 SD-PGM-ID-O        PIC X(6).                              CVSKP4.2
015500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSKP4.2
015600     02 SD-TARGET-ID-O     PIC X(4).                              CVSKP4.2
015700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSKP4.2
015800     02 SD-DATE-O          PIC 9(8).                              CVSKP4.2
015900     02 FILLER             PIC X(1)  VALUE SPACE.                 CVSKP4.2
016000     02 SD-TIME-O          PIC 9(8).                              CVSKP4.2
016100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSKP4.2
016200     02 SD-VERDICT-O       PIC X(12).                             CVSKP4.2
016300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSKP4.2
016400     02 SD-EVENTS-O        PIC ZZZZZ9.                            CVSKP4.2
016500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSKP4.2
016600     02 SD-EXPECTED-O      PIC ZZZZZ9.                            CVSKP4.2
016700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSKP4.2
016800     02 SD-SILENT-O        PIC ZZZZZ9.                            CVSKP4.2
016900     02 FILLER             PIC X(51) VALUE SPACE.                 CVSKP4.2
017000 01  SKP-D-2.                                                     CVSKP4.2
017100     02 FILLER             PIC X(10) VALUE SPACE.                 CVSKP4.2
017200     02 FILLER PIC X(17) VALUE "NO EVENT FROM -- ".               CVSKP4.2
017300     02 SD2-PAR-NAME-O     PIC X(20).                             CVSKP4.2
017400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVSKP4.2
017500     02 SD2-FEATURE-O      PIC X(20).                             CVSKP4.2
017600     02 FILLER PIC X(14) VALUE "  SOURCE LINE ".                  CVSKP4.2
017700     02 SD2-SEQ-O          PIC X(6).                              CVSKP4.2
017800     02 FILLER             PIC X(31) VALUE SPACE.                 CVSKP4.2
017900 01  SKP-S-1.                                                     CVSKP4.2
018000     02 FILLER PIC X(24) VALUE "CATALOGED TESTS        =".        CVSKP4.2
018100     02 SS-CATALOG-O       PIC ZZZZ9.                             CVSKP4.2
018200     02 FILLER PIC X(91) VALUE SPACE.                             CVSKP4.2
018300 01  SKP-S-2.                                                     CVSKP4.2
018400     02 FILLER PIC X(24) VALUE "RUNS CHECKED           =".        CVSKP4.2
018500     02 SS-RUNS-O          PIC ZZZZ9.                             CVSKP4.2
018600     02 FILLER PIC X(91) VALUE SPACE.                             CVSKP4.2
018700 01  SKP-S-3.                                                     CVSKP4.2
018800     02 FILLER PIC X(24) VALUE "RUNS WITH SILENT TESTS =".        CVSKP4.2
018900     02 SS-SHORT-O         PIC ZZZZ9.                             CVSKP4.2
019000     02 FILLER PIC X(91) VALUE SPACE.                             CVSKP4.2
019100 01  SKP-S-4.                                                     CVSKP4.2
019200     02 FILLER PIC X(24) VALUE "SILENT TESTS           =".        CVSKP4.2
019300     02 SS-SILENT-O        PIC ZZZZ9.                             CVSKP4.2
019400     02 FILLER PIC X(91) VALUE SPACE.                             CVSKP4.2
019500 01  SKP-S-5.                                                     CVSKP4.2
019600     02 FILLER PIC X(24) VALUE "RUNS NOT IN CATALOG    =".        CVSKP4.2
019700     02 SS-UNCAT-O         PIC ZZZZ9.                             CVSKP4.2
019800     02 FILLER PIC X(91) VALUE SPACE.                             CVSKP4.2
019900 01  SKP-M-1.                                                     CVSKP4.2
020000     02 FILLER PIC X(120) VALUE                                   CVSKP4.2
020100     "** CATALOGED TEST(S) PRODUCED NO EVENT - RUN FLAGGED **".   CVSKP4.2
020200 PROCEDURE DIVISION.                                              CVSKP4.2
020300 0000-MAINLINE SECTION.                                           CVSKP4.2
020400 0000-START.                                                      CVSKP4.2
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVSKP4.2
020600     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT                     CVSKP4.2
020700             UNTIL SKP-CAT-AT-EOF.                                CVSKP4.2
020800     CLOSE CATALOG-FILE.                                          CVSKP4.2
020900     PERFORM 2000-READ-ARCHIVE THRU 2000-EXIT                     CVSKP4.2
021000             UNTIL SKP-AT-EOF.                                    CVSKP4.2
021100     PERFORM 5000-FINISH THRU 5000-EXIT.                          CVSKP4.2
021200     STOP RUN.                                                    CVSKP4.2
021300 1000-INITIALIZE.                                                 CVSKP4.2
021400     OPEN INPUT CATALOG-FILE.                                     CVSKP4.2
021500     IF SKP-CAT-STATUS NOT EQUAL TO "00"                          CVSKP4.2
021600         DISPLAY "CCVSSKIP - NO TEST CATALOG - STATUS "           CVSKP4.2
021700             SKP-CAT-STATUS                                       CVSKP4.2
021800         DISPLAY "CCVSSKIP - BUILD IT WITH CCVSTCAT"              CVSKP4.2
021900         MOVE 8 TO RETURN-CODE                                    CVSKP4.2
022000         STOP RUN.                                                CVSKP4.2
022100     OPEN INPUT ARCH-FILE.                                        CVSKP4.2
022200     IF SKP-ARCH-STATUS NOT EQUAL TO "00"                         CVSKP4.2
022300         DISPLAY "CCVSSKIP - NO CCVSAUDA ARCHIVE - STATUS "       CVSKP4.2
022400             SKP-ARCH-STATUS                                      CVSKP4.2
022500         MOVE 8 TO RETURN-CODE                                    CVSKP4.2
022600         STOP RUN.                                                CVSKP4.2
022700     ACCEPT SKP-FROM-DATE FROM DATE YYYYMMDD.                     CVSKP4.2
022800     PERFORM 1100-CTL-READ THRU 1100-EXIT.                        CVSKP4.2
022900     OPEN OUTPUT PRINT-FILE.                                      CVSKP4.2
023000     MOVE SKP-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
023100     MOVE SKP-FROM-DATE TO SH-FROM-O.                             CVSKP4.2
023200     MOVE SKP-TO-DATE   TO SH-TO-O.                               CVSKP4.2
023300     MOVE SKP-H-2 TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
023400     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
023500     MOVE SKP-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
023600 1000-EXIT. EXIT.                                                 CVSKP4.2
023700 1100-CTL-READ.                                                   CVSKP4.2
023800     OPEN INPUT CTL-FILE.                                         CVSKP4.2
023900     IF SKP-CTL-STATUS NOT EQUAL TO "00"                          CVSKP4.2
024000         GO TO 1100-EXIT.                                         CVSKP4.2
024100     READ CTL-FILE AT END GO TO 1100-CLOSE.                       CVSKP4.2
024200     IF SC-FROM-DATE NUMERIC                                      CVSKP4.2
024300         MOVE SC-FROM-DATE TO SKP-FROM-DATE.                      CVSKP4.2
024400     IF SC-TO-DATE NUMERIC AND SC-TO-DATE GREATER THAN ZERO       CVSKP4.2
024500         MOVE SC-TO-DATE TO SKP-TO-DATE.                          CVSKP4.2
024600 1100-CLOSE.                                                      CVSKP4.2
024700     CLOSE CTL-FILE.                                              CVSKP4.2
024800 1100-EXIT. EXIT.                                                 CVSKP4.2
024900 1200-LOAD-CATALOG.                                               CVSKP4.2
025000     READ CATALOG-FILE AT END                                     CVSKP4.2
025100         MOVE 1 TO SKP-CAT-EOF-SWITCH                             CVSKP4.2
025200         GO TO 1200-EXIT.                                         CVSKP4.2
025300     IF TC-PGM-ID EQUAL TO SPACE OR TC-PAR-NAME EQUAL TO SPACE    CVSKP4.2
025400         GO TO 1200-EXIT.                                         CVSKP4.2
025500     PERFORM 1300-FIND-ENTRY THRU 1300-EXIT                       CVSKP4.2
025600         VARYING SKP-SUB FROM 1 BY 1                              CVSKP4.2
025700         UNTIL SKP-SUB GREATER THAN SKP-CAT-COUNT                 CVSKP4.2
025800         OR (TC-PGM-ID   EQUAL TO SKP-C-PGM-ID   (SKP-SUB)        CVSKP4.2
025900         AND TC-PAR-NAME EQUAL TO SKP-C-PAR-NAME (SKP-SUB)).      CVSKP4.2
026000     IF SKP-SUB NOT GREATER THAN SKP-CAT-COUNT                    CVSKP4.2
026100         GO TO 1200-UPGRADE.                                      CVSKP4.2
026200     IF SKP-CAT-COUNT EQUAL TO 2000                               CVSKP4.2
026300         GO TO 1200-EXIT.                                         CVSKP4.2
026400     ADD 1 TO SKP-CAT-COUNT.                                      CVSKP4.2
026500     MOVE SKP-CAT-COUNT TO SKP-SUB.                               CVSKP4.2
026600     MOVE TC-PGM-ID     TO SKP-C-PGM-ID     (SKP-SUB).            CVSKP4.2
026700     MOVE TC-PAR-NAME   TO SKP-C-PAR-NAME   (SKP-SUB).            CVSKP4.2
026800     MOVE TC-FEATURE    TO SKP-C-FEATURE    (SKP-SUB).            CVSKP4.2
026900     MOVE TC-SOURCE-SEQ TO SKP-C-SOURCE-SEQ (SKP-SUB).            CVSKP4.2
027000     MOVE TC-PATH       TO SKP-C-PATH       (SKP-SUB).            CVSKP4.2
027100     MOVE ZERO          TO SKP-C-HIT        (SKP-SUB).            CVSKP4.2
027200     GO TO 1200-EXIT.                                             CVSKP4.2
027300 1200-UPGRADE.                                                    CVSKP4.2
027400     IF TC-PATH EQUAL TO "M"                                      CVSKP4.2
027500             AND SKP-C-PATH (SKP-SUB) NOT EQUAL TO "M"            CVSKP4.2
027600         MOVE TC-FEATURE    TO SKP-C-FEATURE    (SKP-SUB)         CVSKP4.2
027700         MOVE TC-SOURCE-SEQ TO SKP-C-SOURCE-SEQ (SKP-SUB)         CVSKP4.2
027800         MOVE "M"           TO SKP-C-PATH       (SKP-SUB).        CVSKP4.2
027900 1200-EXIT. EXIT.                                                 CVSKP4.2
028000 1300-FIND-ENTRY. EXIT.                                           CVSKP4.2
028100 1300-EXIT. EXIT.                                                 CVSKP4.2
028200 2000-READ-ARCHIVE.                                               CVSKP4.2
028300     READ ARCH-FILE AT END                                        CVSKP4.2
028400         MOVE 1 TO SKP-EOF-SWITCH                                 CVSKP4.2
028500         PERFORM 3000-SETTLE-RUN THRU 3000-EXIT                   CVSKP4.2
028600         GO TO 2000-EXIT.                                         CVSKP4.2
028700     ADD 1 TO SKP-READ-COUNT.                                     CVSKP4.2
028800     IF AR-RUN-DATE LESS THAN SKP-FROM-DATE                       CVSKP4.2
028900             OR AR-RUN-DATE GREATER THAN SKP-TO-DATE              CVSKP4.2
029000         GO TO 2000-EXIT.                                         CVSKP4.2
029100     MOVE AR-PGM-ID    TO SKP-N-PGM-ID.                           CVSKP4.2
029200     MOVE AR-TARGET-ID TO SKP-N-TARGET-ID.                        CVSKP4.2
029300     MOVE AR-RUN-DATE  TO SKP-N-DATE.                             CVSKP4.2
029400     MOVE AR-RUN-TIME  TO SKP-N-TIME.                             CVSKP4.2
029500     IF SKP-HAVE-RUN AND SKP-NEW-KEY NOT EQUAL TO SKP-RUN-KEY     CVSKP4.2
029600         PERFORM 3000-SETTLE-RUN THRU 3000-EXIT.                  CVSKP4.2
029700     IF NOT SKP-HAVE-RUN                                          CVSKP4.2
029800         MOVE SKP-NEW-KEY TO SKP-RUN-KEY                          CVSKP4.2
029900         MOVE 1 TO SKP-RUN-HELD-SW                                CVSKP4.2
030000         MOVE ZERO TO SKP-RUN-EVENTS.                             CVSKP4.2
030100     ADD 1 TO SKP-RUN-EVENTS.                                     CVSKP4.2
030200     IF AR-PAR-NAME EQUAL TO SPACE                                CVSKP4.2
030300         GO TO 2000-EXIT.                                         CVSKP4.2
030400     PERFORM 1300-FIND-ENTRY THRU 1300-EXIT                       CVSKP4.2
030500         VARYING SKP-SUB FROM 1 BY 1                              CVSKP4.2
030600         UNTIL SKP-SUB GREATER THAN SKP-CAT-COUNT                 CVSKP4.2
030700         OR (AR-PGM-ID   EQUAL TO SKP-C-PGM-ID   (SKP-SUB)        CVSKP4.2
030800         AND AR-PAR-NAME EQUAL TO SKP-C-PAR-NAME (SKP-SUB)).      CVSKP4.2
030900     IF SKP-SUB NOT GREATER THAN SKP-CAT-COUNT                    CVSKP4.2
031000         MOVE 1 TO SKP-C-HIT (SKP-SUB).                           CVSKP4.2
031100 2000-EXIT. EXIT.                                                 CVSKP4.2
031200*    3000-SETTLE-RUN COUNTS THE RUN'S EXPECTED AND SILENT TESTS,  CVSKP4.2
031300*    PRINTS THE RUN LINE, THEN LISTS THE SILENT TESTS UNDER IT    CVSKP4.2
031400*    AND CLEARS THE PROGRAM'S HITS FOR ITS NEXT RUN.              CVSKP4.2
031500 3000-SETTLE-RUN.                                                 CVSKP4.2
031600     IF NOT SKP-HAVE-RUN                                          CVSKP4.2
031700         GO TO 3000-EXIT.                                         CVSKP4.2
031800     MOVE ZERO TO SKP-RUN-HELD-SW.                                CVSKP4.2
031900     ADD 1 TO SKP-RUNS-CHECKED.                                   CVSKP4.2
032000     MOVE ZERO TO SKP-RUN-EXPECTED SKP-RUN-SILENT.                CVSKP4.2
032100     PERFORM 3100-COUNT-ONE THRU 3100-EXIT                        CVSKP4.2
032200         VARYING SKP-SUB FROM 1 BY 1                              CVSKP4.2
032300         UNTIL SKP-SUB GREATER THAN SKP-CAT-COUNT.                CVSKP4.2
032400     MOVE SPACE TO SKP-D-1.                                       CVSKP4.2
032500     MOVE SKP-R-PGM-ID    TO SD-PGM-ID-O.                         CVSKP4.2
032600     MOVE SKP-R-TARGET-ID TO SD-TARGET-ID-O.                      CVSKP4.2
032700     MOVE SKP-R-DATE      TO SD-DATE-O.                           CVSKP4.2
032800     MOVE SKP-R-TIME      TO SD-TIME-O.                           CVSKP4.2
032900     MOVE SKP-RUN-EVENTS   TO SD-EVENTS-O.                        CVSKP4.2
033000     MOVE SKP-RUN-EXPECTED TO SD-EXPECTED-O.                      CVSKP4.2
033100     MOVE SKP-RUN-SILENT   TO SD-SILENT-O.                        CVSKP4.2
033200     MOVE "COMPLETE    " TO SD-VERDICT-O.                         CVSKP4.2
033300     IF SKP-RUN-EXPECTED EQUAL TO ZERO                            CVSKP4.2
033400         MOVE "NOT CATALOGD" TO SD-VERDICT-O                      CVSKP4.2
033500         ADD 1 TO SKP-RUNS-UNCATALOGED.                           CVSKP4.2
033600     IF SKP-RUN-SILENT GREATER THAN ZERO                          CVSKP4.2
033700         MOVE "SILENT SKIP " TO SD-VERDICT-O                      CVSKP4.2
033800         ADD 1 TO SKP-RUNS-SHORT                                  CVSKP4.2
033900         ADD SKP-RUN-SILENT TO SKP-SILENT-COUNT.                  CVSKP4.2
034000     MOVE SKP-D-1 TO PRINT-REC.                                   CVSKP4.2
034100     WRITE PRINT-REC.                                             CVSKP4.2
034200     PERFORM 3200-LIST-ONE THRU 3200-EXIT                         CVSKP4.2
034300         VARYING SKP-SUB FROM 1 BY 1                              CVSKP4.2
034400         UNTIL SKP-SUB GREATER THAN SKP-CAT-COUNT.                CVSKP4.2
034500 3000-EXIT. EXIT.                                                 CVSKP4.2
034600 3100-COUNT-ONE.                                                  CVSKP4.2
034700     IF SKP-C-PGM-ID (SKP-SUB) NOT EQUAL TO SKP-R-PGM-ID          CVSKP4.2
034800             OR SKP-C-PATH (SKP-SUB) NOT EQUAL TO "M"             CVSKP4.2
034900         GO TO 3100-EXIT.                                         CVSKP4.2
035000     ADD 1 TO SKP-RUN-EXPECTED.                                   CVSKP4.2
035100     IF SKP-C-HIT (SKP-SUB) EQUAL TO ZERO                         CVSKP4.2
035200         ADD 1 TO SKP-RUN-SILENT.                                 CVSKP4.2
035300 3100-EXIT. EXIT.                                                 CVSKP4.2
035400 3200-LIST-ONE.                                                   CVSKP4.2
035500     IF SKP-C-PGM-ID (SKP-SUB) NOT EQUAL TO SKP-R-PGM-ID          CVSKP4.2
035600         GO TO 3200-EXIT.                                         CVSKP4.2
035700     IF SKP-C-PATH (SKP-SUB) NOT EQUAL TO "M"                     CVSKP4.2
035800             OR SKP-C-HIT (SKP-SUB) NOT EQUAL TO ZERO             CVSKP4.2
035900         GO TO 3200-CLEAR.                                        CVSKP4.2
036000     MOVE SKP-C-PAR-NAME   (SKP-SUB) TO SD2-PAR-NAME-O.           CVSKP4.2
036100     MOVE SKP-C-FEATURE    (SKP-SUB) TO SD2-FEATURE-O.            CVSKP4.2
036200     MOVE SKP-C-SOURCE-SEQ (SKP-SUB) TO SD2-SEQ-O.                CVSKP4.2
036300     MOVE SKP-D-2 TO PRINT-REC.                                   CVSKP4.2
036400     WRITE PRINT-REC.                                             CVSKP4.2
036500 3200-CLEAR.                                                      CVSKP4.2
036600     MOVE ZERO TO SKP-C-HIT (SKP-SUB).                            CVSKP4.2
036700 3200-EXIT. EXIT.                                                 CVSKP4.2
036800 5000-FINISH.                                                     CVSKP4.2
036900     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVSKP4.2
037000     MOVE SKP-CAT-COUNT        TO SS-CATALOG-O.                   CVSKP4.2
037100     MOVE SKP-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
037200     MOVE SKP-RUNS-CHECKED     TO SS-RUNS-O.                      CVSKP4.2
037300     MOVE SKP-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
037400     MOVE SKP-RUNS-SHORT       TO SS-SHORT-O.                     CVSKP4.2
037500     MOVE SKP-S-3 TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
037600     MOVE SKP-SILENT-COUNT     TO SS-SILENT-O.                    CVSKP4.2
037700     MOVE SKP-S-4 TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
037800     MOVE SKP-RUNS-UNCATALOGED TO SS-UNCAT-O.                     CVSKP4.2
037900     MOVE SKP-S-5 TO PRINT-REC. WRITE PRINT-REC.                  CVSKP4.2
038000     IF SKP-SILENT-COUNT GREATER THAN ZERO                        CVSKP4.2
038100         MOVE SKP-M-1 TO PRINT-REC                                CVSKP4.2
038200         WRITE PRINT-REC                                          CVSKP4.2
038300         MOVE 8 TO RETURN-CODE.                                   CVSKP4.2
038400     CLOSE ARCH-FILE.                                             CVSKP4.2
038500     CLOSE PRINT-FILE.                                            CVSKP4.2
038600     DISPLAY "CCVSSKIP - ARCHIVE EVENTS READ: " SKP-READ-COUNT.   CVSKP4.2
038700 5000-EXIT. EXIT.                                                 CVSKP4.2
