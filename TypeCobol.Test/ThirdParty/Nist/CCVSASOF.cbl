000100 IDENTIFICATION DIVISION.                                         CVASO4.2
000200 PROGRAM-ID.    CCVSASOF.                                         CVASO4.2
000300******************************************************************CVASO4.2
000400**                                                                CVASO4.2
000500**    AS-OF SCOREBOARD RECONSTRUCTION FOR AUDIT INQUIRIES.   *    CVASO4.2
000600**    GIVEN AN AS-OF DATE AND TIME IT REBUILDS RAW-DATA AS IT*    CVASO4.2
000700**    STOOD AT THAT MOMENT -- FROM THE NEAREST CCVSUNLD      *    CVASO4.2
000800**    UNLOAD STAMPED ON OR BEFORE IT, PLUS EVERY CCVSJRNL    *    CVASO4.2
000900**    ENTRY FROM THAT UNLOAD UP TO THE CUTOFF, REPLAYED THE  *    CVASO4.2
001000**    WAY CCVSRBLD REPLAYS THEM -- INTO A PRIVATE WORK FILE  *    CVASO4.2
001100**    (CCVSASOW).  THE LIVE CCVSRAW AND CCVSLATE ARE NEVER   *    CVASO4.2
001200**    OPENED.  IT THEN PRINTS THE CCVSROLL SCOREBOARD OF THE *    CVASO4.2
001300**    LATEST RUN OF EACH PROGRAM/TARGET PAIR AS OF THE       *    CVASO4.2
001400**    CUTOFF, AND LISTS EVERY RECORD CHANGED SINCE -- CCVSMNT*    CVASO4.2
001500**    MAINTENANCE, CCVSPURG PURGES, CCVSMERG IMPORTS, LATER  *    CVASO4.2
001600**    RUNS -- WITH THE JOURNAL ENTRY THAT CHANGED IT.        *    CVASO4.2
001700**                                                                CVASO4.2
001800**    CCVSUNLS MAY BE ONE UNLOAD OR SEVERAL GENERATIONS READ *    CVASO4.2
001900**    AS ONE CONCATENATION; EACH STARTS WITH ITS STAMPED     *    CVASO4.2
002000**    HEADER.  WITH NO UNLOAD ON OR BEFORE THE CUTOFF THE    *    CVASO4.2
002100**    WHOLE JOURNAL IS REPLAYED FROM AN EMPTY FILE.  A REPLAY*    CVASO4.2
002200**    FAILURE ENDS RETURN CODE 4 -- DO NOT CITE THAT         *    CVASO4.2
002300**    SCOREBOARD.                                            *    CVASO4.2
002400**                                                                CVASO4.2
002500**    CONTROL CARD (CCVSASOC, REQUIRED) --                   *    CVASO4.2
002600**      COLS 1-8    AS-OF DATE YYYYMMDD                      *    CVASO4.2
002700**      COLS 9-16   AS-OF TIME HHMMSSCC (BLANK = END OF DAY) *    CVASO4.2
002800**                                                                CVASO4.2
002900******************************************************************CVASO4.2
003000 ENVIRONMENT DIVISION.                                            CVASO4.2
003100 CONFIGURATION SECTION.                                           CVASO4.2
003200 SOURCE-COMPUTER.                                                 CVASO4.2
003300     GNU-COBOL.                                                   CVASO4.2
003400 OBJECT-COMPUTER.                                                 CVASO4.2
003500     GNU-COBOL.                                                   CVASO4.2
003600 INPUT-OUTPUT SECTION.                                            CVASO4.2
003700 FILE-CONTROL.                                                    CVASO4.2
003800     SELECT CTL-FILE   ASSIGN TO                                  CVASO4.2
003900            CCVSASOC                                              CVASO4.2
004000            ORGANIZATION IS SEQUENTIAL                            CVASO4.2
004100            FILE STATUS IS ASO-CTL-STATUS.                        CVASO4.2
004200     SELECT UNLOAD-FILE ASSIGN TO                                 CVASO4.2
004300            CCVSUNLS                                              CVASO4.2
004400            ORGANIZATION IS SEQUENTIAL                            CVASO4.2
004500            FILE STATUS IS ASO-UNL-STATUS.                        CVASO4.2
004600     SELECT JRNL-FILE  ASSIGN TO                                  CVASO4.2
004700            CCVSJRNL                                              CVASO4.2
004800            ORGANIZATION IS SEQUENTIAL                            CVASO4.2
004900            FILE STATUS IS ASO-JRN-STATUS.                        CVASO4.2
005000*    WORK-FILE IS A SCRATCH RAW-DATA -- SAME LAYOUT AND KEY AS    CVASO4.2
005100*    CCVSRAW, BUT ITS OWN DATASET, RECREATED EVERY RUN.           CVASO4.2
005200     SELECT WORK-FILE  ASSIGN TO                                  CVASO4.2
005300            CCVSASOW                                              CVASO4.2
005400            ORGANIZATION IS INDEXED                               CVASO4.2
005500            ACCESS MODE IS DYNAMIC                                CVASO4.2
005600            RECORD KEY IS RAW-DATA-KEY                            CVASO4.2
005700            FILE STATUS IS ASO-WRK-STATUS.                        CVASO4.2
005800     SELECT TMST-FILE  ASSIGN TO                                  CVASO4.2
005900            CCVSTMST                                              CVASO4.2
006000            ORGANIZATION IS SEQUENTIAL                            CVASO4.2
006100            FILE STATUS IS ASO-TMS-STATUS.                        CVASO4.2
006200     SELECT PRINT-FILE ASSIGN TO                                  CVASO4.2
006300            CCVSASOP.                                             CVASO4.2
006400 DATA DIVISION.                                                   CVASO4.2
006500 FILE SECTION.                                                    CVASO4.2
006600 FD  CTL-FILE                                                     CVASO4.2
006700     LABEL RECORDS STANDARD.                                      CVASO4.2
006800 01  ASO-CTL-REC.                                                 CVASO4.2
006900     05  AC-DATE              PIC 9(8).                           CVASO4.2
007000     05  AC-TIME              PIC X(8).                           CVASO4.2
007100 FD  UNLOAD-FILE                                                  CVASO4.2
007200     LABEL RECORDS STANDARD                                       CVASO4.2
007300     RECORD CONTAINS 82 CHARACTERS.                               CVASO4.2
007400 01  UNLOAD-REC PIC X(82).                                        CVASO4.2
007500 FD  JRNL-FILE                                                    CVASO4.2
007600     LABEL RECORDS STANDARD.                                      CVASO4.2
007700     COPY CCVSJRN.                                                CVASO4.2
007800 FD  WORK-FILE.                                                   CVASO4.2
007900     COPY CCVSRAW.                                                CVASO4.2
008000 FD  TMST-FILE                                                    CVASO4.2
008100     LABEL RECORDS STANDARD.                                      CVASO4.2
008200     COPY CCVSTMS.                                                CVASO4.2
008300 FD  PRINT-FILE                                                   CVASO4.2
008400     LABEL RECORDS STANDARD                                       CVASO4.2
008500     DATA RECORD IS PRINT-REC.                                    CVASO4.2
008600 01  PRINT-REC PICTURE X(120).                                    CVASO4.2
008700 WORKING-STORAGE SECTION.                                         CVASO4.2
008800 01  ASO-CTL-STATUS          PIC XX       VALUE SPACE.            CVASO4.2
008900 01  ASO-UNL-STATUS          PIC XX       VALUE SPACE.            CVASO4.2
009000 01  ASO-JRN-STATUS          PIC XX       VALUE SPACE.            CVASO4.2
009100 01  ASO-WRK-STATUS          PIC XX       VALUE SPACE.            CVASO4.2
009200 01  ASO-TMS-STATUS          PIC XX       VALUE SPACE.            CVASO4.2
009300 01  ASO-EOF-SWITCH          PIC 9        VALUE ZERO.             CVASO4.2
009400     88  ASO-AT-EOF                   VALUE 1.                    CVASO4.2
009500 01  ASO-CUTOFF-STAMP        PIC 9(16)    VALUE ZERO.             CVASO4.2
009600 01  ASO-ENTRY-STAMP         PIC 9(16)    VALUE ZERO.             CVASO4.2
009700 01  ASO-BASE-STAMP          PIC 9(16)    VALUE ZERO.             CVASO4.2
009800 01  ASO-STAMP-W.                                                 CVASO4.2
009900     05  ASO-STAMP-DATE      PIC 9(8).                            CVASO4.2
010000     05  ASO-STAMP-TIME      PIC 9(8).                            CVASO4.2
010100 01  ASO-STAMP-N REDEFINES ASO-STAMP-W PIC 9(16).                 CVASO4.2
010200*    UNLOAD GENERATIONS ARE NUMBERED IN READING ORDER; THE        CVASO4.2
010300*    BASE IS THE ONE WITH THE LATEST HEADER STAMP NOT AFTER       CVASO4.2
010400*    THE CUTOFF.  ZERO MEANS NO GENERATION QUALIFIES.             CVASO4.2
010500 01  ASO-GEN-NO              PIC 9(3) COMP VALUE ZERO.            CVASO4.2
010600 01  ASO-BASE-GEN            PIC 9(3) COMP VALUE ZERO.            CVASO4.2
010700 01  ASO-LOADED-COUNT        PIC 9(7)     VALUE ZERO.             CVASO4.2
010800 01  ASO-APPLIED-COUNT       PIC 9(7)     VALUE ZERO.             CVASO4.2
010900 01  ASO-SINCE-COUNT         PIC 9(7)     VALUE ZERO.             CVASO4.2
011000 01  ASO-FAIL-COUNT          PIC 9(7)     VALUE ZERO.             CVASO4.2
011100*    THE UNLOAD HEADER WRITTEN BY CCVSUNLD, RESHAPED FROM AN      CVASO4.2
011200*    UNLOAD RECORD -- AS IN CCVSRBLD.                             CVASO4.2
011300 01  ASO-HEADER-W.                                                CVASO4.2
011400     05  ASO-HDR-TAG         PIC X(8).                            CVASO4.2
011500     05  FILLER              PIC X.                               CVASO4.2
011600     05  ASO-HDR-DATE        PIC 9(8).                            CVASO4.2
011700     05  FILLER              PIC X.                               CVASO4.2
011800     05  ASO-HDR-TIME        PIC 9(8).                            CVASO4.2
011900     05  FILLER              PIC X(56).                           CVASO4.2
012000*    THE KEY AT THE FRONT OF A JOURNAL BEFORE/AFTER IMAGE.        CVASO4.2
012100 01  ASO-IMAGE-W.                                                 CVASO4.2
012200     05  ASO-IMG-PGM-ID      PIC X(6).                            CVASO4.2
012300     05  ASO-IMG-TARGET-ID   PIC X(4).                            CVASO4.2
012400     05  ASO-IMG-DATE        PIC 9(8).                            CVASO4.2
012500     05  ASO-IMG-TIME        PIC 9(8).                            CVASO4.2
012600     05  FILLER              PIC X(56).                           CVASO4.2
012700*    GROUP-BREAK HOLD FOR THE LATEST RUN OF THE CURRENT PAIR,     CVASO4.2
012800*    THE SAME IDIOM CCVSLBLD USES TO SEED CCVSLATE.               CVASO4.2
012900 01  ASO-PRIOR-HELD          PIC 9        VALUE ZERO.             CVASO4.2
013000 01  ASO-PRIOR-W.                                                 CVASO4.2
013100     05  ASO-P-PGM-ID        PIC X(6).                            CVASO4.2
013200     05  ASO-P-TARGET-ID     PIC X(4).                            CVASO4.2
013300     05  ASO-P-DATE          PIC 9(8).                            CVASO4.2
013400     05  ASO-P-TIME          PIC 9(8).                            CVASO4.2
013500     05  ASO-P-NO-OF-TESTS   PIC 9(4).                            CVASO4.2
013600     05  ASO-P-OK            PIC 9(6).                            CVASO4.2
013700     05  ASO-P-ALL           PIC 9(6).                            CVASO4.2
013800     05  ASO-P-FAIL          PIC 9(6).                            CVASO4.2
013900     05  ASO-P-DELETED       PIC 9(6).                            CVASO4.2
014000     05  ASO-P-INSPECT       PIC 9(6).                            CVASO4.2
014100     05  ASO-P-NOTE          PIC X(13).                           CVASO4.2
014200     05  ASO-P-INDENT        PIC X.                               CVASO4.2
014300     05  ASO-P-ABORT         PIC X(8).                            CVASO4.2
014400 01  PGM-COUNT               PIC 9(3) COMP VALUE ZERO.            CVASO4.2
014500 01  GRAND-OK                PIC 9(9) COMP VALUE ZERO.            CVASO4.2
014600 01  GRAND-FAIL              PIC 9(9) COMP VALUE ZERO.            CVASO4.2
014700 01  GRAND-DELETED           PIC 9(9) COMP VALUE ZERO.            CVASO4.2
014800 01  GRAND-INSPECT           PIC 9(9) COMP VALUE ZERO.            CVASO4.2
014900 01  DUMMY-RECORD            PIC X(120)   VALUE SPACE.            CVASO4.2
015000 01  ASO-TMS-EOF-SWITCH      PIC 9        VALUE ZERO.             CVASO4.2
015100     88  ASO-TMS-AT-EOF               VALUE 1.                    CVASO4.2
015200 01  ASO-TMS-COUNT           PIC 9(3) COMP VALUE ZERO.            CVASO4.2
015300 01  ASO-TMS-SUB             PIC 9(3) COMP VALUE ZERO.            CVASO4.2
015400 01  ASO-TMS-TABLE.                                               CVASO4.2
015500     05  ASO-TMS-ENTRY         OCCURS 50 TIMES.                   CVASO4.2
015600         10  ASO-TMS-ID            PIC X(4).                      CVASO4.2
015700         10  ASO-TMS-PRODUCT       PIC X(20).                     CVASO4.2
015800 01  ASO-H-1.                                                     CVASO4.2
015900     02 FILLER PIC X(120) VALUE                                   CVASO4.2
016000     "    CCVS85 AS-OF SCOREBOARD RECONSTRUCTION".                CVASO4.2
016100 01  ASO-E-1.                                                     CVASO4.2
016200     02 FILLER PIC X(14) VALUE "AS OF       = ".                  CVASO4.2
016300     02 AE-CUT-DATE-O      PIC 9(8).                              CVASO4.2
016400     02 FILLER PIC X     VALUE SPACE.                             CVASO4.2
016500     02 AE-CUT-TIME-O      PIC 9(8).                              CVASO4.2
016600     02 FILLER PIC X(17) VALUE "   BASE UNLOAD = ".               CVASO4.2
016700     02 AE-BASE-O          PIC X(17).                             CVASO4.2
016800     02 FILLER PIC X(55) VALUE SPACE.                             CVASO4.2
016900 01  ASO-BASE-ED.                                                 CVASO4.2
017000     02 AB-DATE-O          PIC 9(8).                              CVASO4.2
017100     02 FILLER PIC X     VALUE SPACE.                             CVASO4.2
017200     02 AB-TIME-O          PIC 9(8).                              CVASO4.2
017300 01  ASO-C-1.                                                     CVASO4.2
017400     02 FILLER PIC X(6)  VALUE "PGM-ID".                          CVASO4.2
017500     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
017600     02 FILLER PIC X(4)  VALUE "TRGT".                            CVASO4.2
017700     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
017800     02 FILLER PIC X(8)  VALUE "LATEST  ".                        CVASO4.2
017900     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
018000     02 FILLER PIC X(6)  VALUE "STATUS".                          CVASO4.2
018100     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
018200     02 FILLER PIC X(4)  VALUE "PASS".                            CVASO4.2
018300     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
018400     02 FILLER PIC X(4)  VALUE "FAIL".                            CVASO4.2
018500     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
018600     02 FILLER PIC X(4)  VALUE "DEL ".                            CVASO4.2
018700     02 FILLER PIC X(4)  VALUE "INSP".                            CVASO4.2
018800     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
018900     02 FILLER PIC X(14) VALUE "TARGET PRODUCT".                  CVASO4.2
019000     02 FILLER PIC X(59) VALUE SPACE.                             CVASO4.2
019100 01  ASO-D-1.                                                     CVASO4.2
019200     02 AD-PGM-ID-O        PIC X(6).                              CVASO4.2
019300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
019400     02 AD-TARGET-ID-O     PIC X(4).                              CVASO4.2
019500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
019600     02 AD-RUN-STAMP-O     PIC X(8).                              CVASO4.2
019700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
019800     02 AD-ABORT-O         PIC X(8).                              CVASO4.2
019900     02 AD-OK-O            PIC ZZZZZ9.                            CVASO4.2
020000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
020100     02 AD-FAIL-O          PIC ZZZZZ9.                            CVASO4.2
020200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
020300     02 AD-DEL-O           PIC ZZZZZ9.                            CVASO4.2
020400     02 FILLER             PIC X(1)  VALUE SPACE.                 CVASO4.2
020500     02 AD-INSP-O          PIC ZZZZZ9.                            CVASO4.2
020600     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
020700     02 AD-TGT-NAME-O      PIC X(20).                             CVASO4.2
020800     02 FILLER             PIC X(42) VALUE SPACE.                 CVASO4.2
020900 01  ASO-S-1.                                                     CVASO4.2
021000     02 FILLER PIC X(20) VALUE "PROGRAMS ROLLED UP=".             CVASO4.2
021100     02 PGM-COUNT-O       PIC ZZ9.                                CVASO4.2
021200     02 FILLER PIC X(97) VALUE SPACE.                             CVASO4.2
021300 01  ASO-S-2.                                                     CVASO4.2
021400     02 FILLER PIC X(20) VALUE "TOTAL PASS         =".            CVASO4.2
021500     02 GRAND-OK-O        PIC ZZZZZZZZ9.                          CVASO4.2
021600     02 FILLER PIC X(91) VALUE SPACE.                             CVASO4.2
021700 01  ASO-S-3.                                                     CVASO4.2
021800     02 FILLER PIC X(20) VALUE "TOTAL FAIL         =".            CVASO4.2
021900     02 GRAND-FAIL-O      PIC ZZZZZZZZ9.                          CVASO4.2
022000     02 FILLER PIC X(91) VALUE SPACE.                             CVASO4.2
022100 01  ASO-S-4.                                                     CVASO4.2
022200     02 FILLER PIC X(20) VALUE "TOTAL DELETED      =".            CVASO4.2
022300     02 GRAND-DEL-O       PIC ZZZZZZZZ9.                          CVASO4.2
022400     02 FILLER PIC X(91) VALUE SPACE.                             CVASO4.2
022500 01  ASO-S-5.                                                     CVASO4.2
022600     02 FILLER PIC X(20) VALUE "TOTAL INSPECT      =".            CVASO4.2
022700     02 GRAND-INSP-O      PIC ZZZZZZZZ9.                          CVASO4.2
022800     02 FILLER PIC X(91) VALUE SPACE.                             CVASO4.2
022900 01  ASO-H-2.                                                     CVASO4.2
023000     02 FILLER PIC X(120) VALUE                                   CVASO4.2
023100     "RECORDS CHANGED SINCE THE AS-OF STAMP".                     CVASO4.2
023200 01  ASO-C-2.                                                     CVASO4.2
023300     02 FILLER PIC X(8)  VALUE "JRN DATE".                        CVASO4.2
023400     02 FILLER PIC X(1)  VALUE SPACE.                             CVASO4.2
023500     02 FILLER PIC X(8)  VALUE "JRN TIME".                        CVASO4.2
023600     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
023700     02 FILLER PIC X(8)  VALUE "WRITER  ".                        CVASO4.2
023800     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
023900     02 FILLER PIC X(7)  VALUE "ACTION ".                         CVASO4.2
024000     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
024100     02 FILLER PIC X(6)  VALUE "PGM-ID".                          CVASO4.2
024200     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
024300     02 FILLER PIC X(4)  VALUE "TRGT".                            CVASO4.2
024400     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
024500     02 FILLER PIC X(8)  VALUE "RUN DATE".                        CVASO4.2
024600     02 FILLER PIC X(1)  VALUE SPACE.                             CVASO4.2
024700     02 FILLER PIC X(8)  VALUE "RUN TIME".                        CVASO4.2
024800     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
024900     02 FILLER PIC X(13) VALUE "STATUS BEFORE".                   CVASO4.2
025000     02 FILLER PIC X(2)  VALUE SPACE.                             CVASO4.2
025100     02 FILLER PIC X(12) VALUE "STATUS AFTER".                    CVASO4.2
025200     02 FILLER PIC X(22) VALUE SPACE.                             CVASO4.2
025300 01  ASO-D-2.                                                     CVASO4.2
025400     02 AJ-DATE-O          PIC 9(8).                              CVASO4.2
025500     02 FILLER             PIC X(1)  VALUE SPACE.                 CVASO4.2
025600     02 AJ-TIME-O          PIC 9(8).                              CVASO4.2
025700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
025800     02 AJ-WRITER-O        PIC X(8).                              CVASO4.2
025900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
026000     02 AJ-ACTION-O        PIC X(7).                              CVASO4.2
026100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
026200     02 AJ-PGM-ID-O        PIC X(6).                              CVASO4.2
026300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
026400     02 AJ-TARGET-ID-O     PIC X(4).                              CVASO4.2
026500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
026600     02 AJ-RUN-DATE-O      PIC X(8).                              CVASO4.2
026700     02 FILLER             PIC X(1)  VALUE SPACE.                 CVASO4.2
026800     02 AJ-RUN-TIME-O      PIC X(8).                              CVASO4.2
026900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
027000     02 AJ-BEFORE-O        PIC X(13).                             CVASO4.2
027100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVASO4.2
027200     02 AJ-AFTER-O         PIC X(13).                             CVASO4.2
027300     02 FILLER             PIC X(21) VALUE SPACE.                 CVASO4.2
027400 01  ASO-S-6.                                                     CVASO4.2
027500     02 FILLER PIC X(20) VALUE "CHANGES SINCE      =".            CVASO4.2
027600     02 ASO-SINCE-O       PIC ZZZZZZZZ9.                          CVASO4.2
027700     02 FILLER PIC X(91) VALUE SPACE.                             CVASO4.2
027800 01  ASO-S-7.                                                     CVASO4.2
027900     02 FILLER PIC X(20) VALUE "UNLOAD RECORDS     =".            CVASO4.2
028000     02 ASO-LOADED-O      PIC ZZZZZZZZ9.                          CVASO4.2
028100     02 FILLER PIC X(91) VALUE SPACE.                             CVASO4.2
028200 01  ASO-S-8.                                                     CVASO4.2
028300     02 FILLER PIC X(20) VALUE "JOURNAL APPLIED    =".            CVASO4.2
028400     02 ASO-APPLIED-O     PIC ZZZZZZZZ9.                          CVASO4.2
028500     02 FILLER PIC X(91) VALUE SPACE.                             CVASO4.2
028600 01  ASO-S-9.                                                     CVASO4.2
028700     02 FILLER PIC X(20) VALUE "REPLAY FAILURES    =".            CVASO4.2
028800     02 ASO-FAIL-O        PIC ZZZZZZZZ9.                          CVASO4.2
028900     02 FILLER PIC X(91) VALUE SPACE.                             CVASO4.2
029000 01  ASO-F-NONE.                                                  CVASO4.2
029100     02 FILLER PIC X(120) VALUE "    NONE".                       CVASO4.2
029200 PROCEDURE DIVISION.                                              CVASO4.2
029300 0000-MAINLINE SECTION.                                           CVASO4.2
029400 0000-START.                                                      CVASO4.2
029500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVASO4.2
029600     PERFORM 2000-FIND-BASE THRU 2000-EXIT.                       CVASO4.2
029700     PERFORM 3000-LOAD-BASE THRU 3000-EXIT.                       CVASO4.2
029800     PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT.                  CVASO4.2
029900     PERFORM 5000-SCOREBOARD THRU 5000-EXIT.                      CVASO4.2
030000     PERFORM 6000-CHANGED-SINCE THRU 6000-EXIT.                   CVASO4.2
030100     PERFORM 7000-FINISH THRU 7000-EXIT.                          CVASO4.2
030200     STOP RUN.                                                    CVASO4.2
030300 1000-INITIALIZE.                                                 CVASO4.2
030400     OPEN INPUT CTL-FILE.                                         CVASO4.2
030500     IF ASO-CTL-STATUS NOT EQUAL TO "00"                          CVASO4.2
030600         DISPLAY "CCVSASOF - NO CCVSASOC AS-OF CARD - STATUS "    CVASO4.2
030700             ASO-CTL-STATUS                                       CVASO4.2
030800         MOVE 8 TO RETURN-CODE                                    CVASO4.2
030900         STOP RUN.                                                CVASO4.2
031000     MOVE SPACE TO ASO-CTL-REC.                                   CVASO4.2
031100     READ CTL-FILE AT END                                         CVASO4.2
031200         MOVE SPACE TO ASO-CTL-REC.                               CVASO4.2
031300     CLOSE CTL-FILE.                                              CVASO4.2
031400     IF AC-DATE NOT NUMERIC                                       CVASO4.2
031500             OR AC-DATE EQUAL TO ZERO                             CVASO4.2
031600         DISPLAY "CCVSASOF - AS-OF DATE MISSING OR INVALID"       CVASO4.2
031700         MOVE 8 TO RETURN-CODE                                    CVASO4.2
031800         STOP RUN.                                                CVASO4.2
031900     MOVE AC-DATE TO ASO-STAMP-DATE.                              CVASO4.2
032000     IF AC-TIME EQUAL TO SPACE                                    CVASO4.2
032100         MOVE 23595999 TO ASO-STAMP-TIME                          CVASO4.2
032200     ELSE                                                         CVASO4.2
032300         IF AC-TIME NUMERIC                                       CVASO4.2
032400             MOVE AC-TIME TO ASO-STAMP-TIME                       CVASO4.2
032500         ELSE                                                     CVASO4.2
032600             DISPLAY "CCVSASOF - AS-OF TIME INVALID"              CVASO4.2
032700             MOVE 8 TO RETURN-CODE                                CVASO4.2
032800             STOP RUN.                                            CVASO4.2
032900     MOVE ASO-STAMP-N TO ASO-CUTOFF-STAMP.                        CVASO4.2
033000     OPEN INPUT UNLOAD-FILE.                                      CVASO4.2
033100     IF ASO-UNL-STATUS NOT EQUAL TO "00"                          CVASO4.2
033200         DISPLAY "CCVSASOF - NO UNLOAD DATASET - STATUS "         CVASO4.2
033300             ASO-UNL-STATUS                                       CVASO4.2
033400         MOVE 8 TO RETURN-CODE                                    CVASO4.2
033500         STOP RUN.                                                CVASO4.2
033600     OPEN INPUT JRNL-FILE.                                        CVASO4.2
033700     IF ASO-JRN-STATUS NOT EQUAL TO "00"                          CVASO4.2
033800         DISPLAY "CCVSASOF - NO JOURNAL - STATUS "                CVASO4.2
033900             ASO-JRN-STATUS                                       CVASO4.2
034000         MOVE 8 TO RETURN-CODE                                    CVASO4.2
034100         STOP RUN.                                                CVASO4.2
034200     CLOSE JRNL-FILE.                                             CVASO4.2
034300     OPEN OUTPUT WORK-FILE.                                       CVASO4.2
034400     IF ASO-WRK-STATUS NOT EQUAL TO "00"                          CVASO4.2
034500         DISPLAY "CCVSASOF - CANNOT CREATE CCVSASOW WORK FILE - " CVASO4.2
034600             "STATUS " ASO-WRK-STATUS                             CVASO4.2
034700         MOVE 8 TO RETURN-CODE                                    CVASO4.2
034800         STOP RUN.                                                CVASO4.2
034900     CLOSE WORK-FILE.                                             CVASO4.2
035000     OPEN OUTPUT PRINT-FILE.                                      CVASO4.2
035100     PERFORM 8000-LOAD-TARGETS THRU 8000-EXIT.                    CVASO4.2
035200 1000-EXIT. EXIT.                                                 CVASO4.2
035300*    FIRST PASS OVER THE UNLOADS -- HEADERS ONLY -- TO PICK THE   CVASO4.2
035400*    BASE GENERATION.                                             CVASO4.2
035500 2000-FIND-BASE.                                                  CVASO4.2
035600     MOVE ZERO TO ASO-EOF-SWITCH.                                 CVASO4.2
035700     PERFORM 2100-HEADER-ONE THRU 2100-EXIT                       CVASO4.2
035800         UNTIL ASO-AT-EOF.                                        CVASO4.2
035900     CLOSE UNLOAD-FILE.                                           CVASO4.2
036000     IF ASO-BASE-GEN EQUAL TO ZERO                                CVASO4.2
036100         DISPLAY "CCVSASOF - NO UNLOAD ON OR BEFORE THE AS-OF "   CVASO4.2
036200             "STAMP - JOURNAL REPLAYED FROM ITS START".           CVASO4.2
036300 2000-EXIT. EXIT.                                                 CVASO4.2
036400 2100-HEADER-ONE.                                                 CVASO4.2
036500     READ UNLOAD-FILE AT END                                      CVASO4.2
036600         MOVE 1 TO ASO-EOF-SWITCH                                 CVASO4.2
036700         GO TO 2100-EXIT.                                         CVASO4.2
036800     MOVE UNLOAD-REC TO ASO-HEADER-W.                             CVASO4.2
036900     IF ASO-HDR-TAG NOT EQUAL TO "CCVSUNLD"                       CVASO4.2
037000         GO TO 2100-EXIT.                                         CVASO4.2
037100     ADD 1 TO ASO-GEN-NO.                                         CVASO4.2
037200     MOVE ASO-HDR-DATE TO ASO-STAMP-DATE.                         CVASO4.2
037300     MOVE ASO-HDR-TIME TO ASO-STAMP-TIME.                         CVASO4.2
037400     IF ASO-STAMP-N GREATER THAN ASO-CUTOFF-STAMP                 CVASO4.2
037500             OR ASO-STAMP-N LESS THAN ASO-BASE-STAMP              CVASO4.2
037600         GO TO 2100-EXIT.                                         CVASO4.2
037700     MOVE ASO-STAMP-N TO ASO-BASE-STAMP.                          CVASO4.2
037800     MOVE ASO-GEN-NO  TO ASO-BASE-GEN.                            CVASO4.2
037900 2100-EXIT. EXIT.                                                 CVASO4.2
038000*    SECOND PASS -- LOAD THE RECORDS OF THE BASE GENERATION       CVASO4.2
038100*    ONLY INTO THE WORK FILE.                                     CVASO4.2
038200 3000-LOAD-BASE.                                                  CVASO4.2
038300     OPEN I-O WORK-FILE.                                          CVASO4.2
038400     IF ASO-BASE-GEN EQUAL TO ZERO                                CVASO4.2
038500         GO TO 3000-EXIT.                                         CVASO4.2
038600     MOVE ZERO TO ASO-EOF-SWITCH.                                 CVASO4.2
038700     MOVE ZERO TO ASO-GEN-NO.                                     CVASO4.2
038800     OPEN INPUT UNLOAD-FILE.                                      CVASO4.2
038900     PERFORM 3100-LOAD-ONE THRU 3100-EXIT                         CVASO4.2
039000         UNTIL ASO-AT-EOF.                                        CVASO4.2
039100     CLOSE UNLOAD-FILE.                                           CVASO4.2
039200 3000-EXIT. EXIT.                                                 CVASO4.2
039300 3100-LOAD-ONE.                                                   CVASO4.2
039400     READ UNLOAD-FILE AT END                                      CVASO4.2
039500         MOVE 1 TO ASO-EOF-SWITCH                                 CVASO4.2
039600         GO TO 3100-EXIT.                                         CVASO4.2
039700     MOVE UNLOAD-REC TO ASO-HEADER-W.                             CVASO4.2
039800     IF ASO-HDR-TAG EQUAL TO "CCVSUNLD"                           CVASO4.2
039900         ADD 1 TO ASO-GEN-NO                                      CVASO4.2
040000         GO TO 3100-EXIT.                                         CVASO4.2
040100     IF ASO-GEN-NO LESS THAN ASO-BASE-GEN                         CVASO4.2
040200         GO TO 3100-EXIT.                                         CVASO4.2
040300     IF ASO-GEN-NO GREATER THAN ASO-BASE-GEN                      CVASO4.2
040400         MOVE 1 TO ASO-EOF-SWITCH                                 CVASO4.2
040500         GO TO 3100-EXIT.                                         CVASO4.2
040600     MOVE UNLOAD-REC TO RAW-DATA-SATZ.                            CVASO4.2
040700     WRITE RAW-DATA-SATZ INVALID KEY                              CVASO4.2
040800         ADD 1 TO ASO-FAIL-COUNT                                  CVASO4.2
040900         GO TO 3100-EXIT.                                         CVASO4.2
041000     ADD 1 TO ASO-LOADED-COUNT.                                   CVASO4.2
041100 3100-EXIT. EXIT.                                                 CVASO4.2
041200*    REPLAY FROM THE BASE STAMP UP TO AND INCLUDING THE           CVASO4.2
041300*    CUTOFF, ACTION FOR ACTION AS CCVSRBLD DOES.  THE JOURNAL     CVASO4.2
041400*    IS IN STAMP ORDER, SO THE FIRST LATER ENTRY ENDS THE PASS.   CVASO4.2
041500 4000-REPLAY-JOURNAL.                                             CVASO4.2
041600     MOVE ZERO TO ASO-EOF-SWITCH.                                 CVASO4.2
041700     OPEN INPUT JRNL-FILE.                                        CVASO4.2
041800     PERFORM 4100-REPLAY-ONE THRU 4100-EXIT                       CVASO4.2
041900         UNTIL ASO-AT-EOF.                                        CVASO4.2
042000     CLOSE JRNL-FILE.                                             CVASO4.2
042100 4000-EXIT. EXIT.                                                 CVASO4.2
042200 4100-REPLAY-ONE.                                                 CVASO4.2
042300     READ JRNL-FILE AT END                                        CVASO4.2
042400         MOVE 1 TO ASO-EOF-SWITCH                                 CVASO4.2
042500         GO TO 4100-EXIT.                                         CVASO4.2
042600     MOVE JRN-STAMP-DATE TO ASO-STAMP-DATE.                       CVASO4.2
042700     MOVE JRN-STAMP-TIME TO ASO-STAMP-TIME.                       CVASO4.2
042800     MOVE ASO-STAMP-N    TO ASO-ENTRY-STAMP.                      CVASO4.2
042900     IF ASO-ENTRY-STAMP LESS THAN ASO-BASE-STAMP                  CVASO4.2
043000         GO TO 4100-EXIT.                                         CVASO4.2
043100     IF ASO-ENTRY-STAMP GREATER THAN ASO-CUTOFF-STAMP             CVASO4.2
043200         MOVE 1 TO ASO-EOF-SWITCH                                 CVASO4.2
043300         GO TO 4100-EXIT.                                         CVASO4.2
043400     IF JRN-ACTION EQUAL TO "WRITE  "                             CVASO4.2
043500         MOVE JRN-AFTER-IMAGE TO RAW-DATA-SATZ                    CVASO4.2
043600         WRITE RAW-DATA-SATZ INVALID KEY                          CVASO4.2
043700             ADD 1 TO ASO-FAIL-COUNT                              CVASO4.2
043800             GO TO 4100-EXIT.                                     CVASO4.2
043900     IF JRN-ACTION EQUAL TO "REWRITE"                             CVASO4.2
044000         MOVE JRN-AFTER-IMAGE TO RAW-DATA-SATZ                    CVASO4.2
044100         REWRITE RAW-DATA-SATZ INVALID KEY                        CVASO4.2
044200             ADD 1 TO ASO-FAIL-COUNT                              CVASO4.2
044300             GO TO 4100-EXIT.                                     CVASO4.2
044400     IF JRN-ACTION EQUAL TO "DELETE "                             CVASO4.2
044500         MOVE JRN-BEFORE-IMAGE TO RAW-DATA-SATZ                   CVASO4.2
044600         DELETE WORK-FILE RECORD INVALID KEY                      CVASO4.2
044700             ADD 1 TO ASO-FAIL-COUNT                              CVASO4.2
044800             GO TO 4100-EXIT.                                     CVASO4.2
044900     ADD 1 TO ASO-APPLIED-COUNT.                                  CVASO4.2
045000 4100-EXIT. EXIT.                                                 CVASO4.2
045100*    ONE KEY-SEQUENCE PASS OVER THE RECONSTRUCTED FILE; THE       CVASO4.2
045200*    LAST RECORD OF EACH PROGRAM/TARGET GROUP IS THE LATEST       CVASO4.2
045300*    RUN AS OF THE CUTOFF AND PRINTS AS CCVSROLL PRINTS IT.       CVASO4.2
045400 5000-SCOREBOARD.                                                 CVASO4.2
045500     CLOSE WORK-FILE.                                             CVASO4.2
045600     OPEN INPUT WORK-FILE.                                        CVASO4.2
045700     MOVE ASO-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
045800     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
045900     MOVE SPACE   TO ASO-E-1.                                     CVASO4.2
046000     MOVE ASO-CUTOFF-STAMP TO ASO-STAMP-N.                        CVASO4.2
046100     MOVE ASO-STAMP-DATE TO AE-CUT-DATE-O.                        CVASO4.2
046200     MOVE ASO-STAMP-TIME TO AE-CUT-TIME-O.                        CVASO4.2
046300     MOVE "NONE" TO AE-BASE-O.                                    CVASO4.2
046400     IF ASO-BASE-GEN GREATER THAN ZERO                            CVASO4.2
046500         MOVE ASO-BASE-STAMP TO ASO-STAMP-N                       CVASO4.2
046600         MOVE ASO-STAMP-DATE TO AB-DATE-O                         CVASO4.2
046700         MOVE ASO-STAMP-TIME TO AB-TIME-O                         CVASO4.2
046800         MOVE ASO-BASE-ED    TO AE-BASE-O.                        CVASO4.2
046900     MOVE ASO-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
047000     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
047100     MOVE ASO-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
047200     MOVE ZERO TO ASO-EOF-SWITCH.                                 CVASO4.2
047300     PERFORM 5100-WALK-ONE THRU 5100-EXIT                         CVASO4.2
047400         UNTIL ASO-AT-EOF.                                        CVASO4.2
047500     CLOSE WORK-FILE.                                             CVASO4.2
047600     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
047700     MOVE PGM-COUNT   TO PGM-COUNT-O.                             CVASO4.2
047800     MOVE ASO-S-1     TO PRINT-REC. WRITE PRINT-REC.              CVASO4.2
047900     MOVE GRAND-OK    TO GRAND-OK-O.                              CVASO4.2
048000     MOVE ASO-S-2     TO PRINT-REC. WRITE PRINT-REC.              CVASO4.2
048100     MOVE GRAND-FAIL  TO GRAND-FAIL-O.                            CVASO4.2
048200     MOVE ASO-S-3     TO PRINT-REC. WRITE PRINT-REC.              CVASO4.2
048300     MOVE GRAND-DELETED TO GRAND-DEL-O.                           CVASO4.2
048400     MOVE ASO-S-4     TO PRINT-REC. WRITE PRINT-REC.              CVASO4.2
048500     MOVE GRAND-INSPECT TO GRAND-INSP-O.                          CVASO4.2
048600     MOVE ASO-S-5     TO PRINT-REC. WRITE PRINT-REC.              CVASO4.2
048700     IF GRAND-FAIL GREATER THAN ZERO                              CVASO4.2
048800         MOVE "** ONE OR MORE PROGRAMS FAILED **" TO DUMMY-RECORD CVASO4.2
048900         MOVE DUMMY-RECORD TO PRINT-REC                           CVASO4.2
049000         WRITE PRINT-REC.                                         CVASO4.2
049100 5000-EXIT. EXIT.                                                 CVASO4.2
049200 5100-WALK-ONE.                                                   CVASO4.2
049300     READ WORK-FILE NEXT RECORD AT END                            CVASO4.2
049400         MOVE 1 TO ASO-EOF-SWITCH                                 CVASO4.2
049500         PERFORM 5200-PRINT-PAIR THRU 5200-EXIT                   CVASO4.2
049600         GO TO 5100-EXIT.                                         CVASO4.2
049700     IF ASO-PRIOR-HELD EQUAL TO 1                                 CVASO4.2
049800             AND (RD-PGM-ID NOT EQUAL TO ASO-P-PGM-ID             CVASO4.2
049900             OR RD-TARGET-ID NOT EQUAL TO ASO-P-TARGET-ID)        CVASO4.2
050000         PERFORM 5200-PRINT-PAIR THRU 5200-EXIT.                  CVASO4.2
050100     MOVE RAW-DATA-SATZ TO ASO-PRIOR-W.                           CVASO4.2
050200     MOVE 1 TO ASO-PRIOR-HELD.                                    CVASO4.2
050300 5100-EXIT. EXIT.                                                 CVASO4.2
050400 5200-PRINT-PAIR.                                                 CVASO4.2
050500     IF ASO-PRIOR-HELD EQUAL TO ZERO                              CVASO4.2
050600         GO TO 5200-EXIT.                                         CVASO4.2
050700     MOVE ZERO TO ASO-PRIOR-HELD.                                 CVASO4.2
050800     ADD 1 TO PGM-COUNT.                                          CVASO4.2
050900     ADD ASO-P-OK      TO GRAND-OK.                               CVASO4.2
051000     ADD ASO-P-FAIL    TO GRAND-FAIL.                             CVASO4.2
051100     ADD ASO-P-DELETED TO GRAND-DELETED.                          CVASO4.2
051200     ADD ASO-P-INSPECT TO GRAND-INSPECT.                          CVASO4.2
051300     MOVE SPACE           TO ASO-D-1.                             CVASO4.2
051400     MOVE ASO-P-PGM-ID    TO AD-PGM-ID-O.                         CVASO4.2
051500     MOVE ASO-P-TARGET-ID TO AD-TARGET-ID-O.                      CVASO4.2
051600     MOVE ASO-P-DATE      TO AD-RUN-STAMP-O.                      CVASO4.2
051700     MOVE ASO-P-ABORT     TO AD-ABORT-O.                          CVASO4.2
051800     MOVE ASO-P-OK        TO AD-OK-O.                             CVASO4.2
051900     MOVE ASO-P-FAIL      TO AD-FAIL-O.                           CVASO4.2
052000     MOVE ASO-P-DELETED   TO AD-DEL-O.                            CVASO4.2
052100     MOVE ASO-P-INSPECT   TO AD-INSP-O.                           CVASO4.2
052200     PERFORM 5300-DECODE-TARGET THRU 5300-EXIT.                   CVASO4.2
052300     MOVE ASO-D-1         TO PRINT-REC.                           CVASO4.2
052400     WRITE PRINT-REC.                                             CVASO4.2
052500 5200-EXIT. EXIT.                                                 CVASO4.2
052600 5300-DECODE-TARGET.                                              CVASO4.2
052700     MOVE SPACE TO AD-TGT-NAME-O.                                 CVASO4.2
052800     IF ASO-TMS-COUNT EQUAL TO ZERO                               CVASO4.2
052900         GO TO 5300-EXIT.                                         CVASO4.2
053000     PERFORM 8020-FIND-TARGET THRU 8020-EXIT                      CVASO4.2
053100         VARYING ASO-TMS-SUB FROM 1 BY 1                          CVASO4.2
053200         UNTIL ASO-TMS-SUB GREATER THAN ASO-TMS-COUNT             CVASO4.2
053300         OR ASO-P-TARGET-ID EQUAL TO ASO-TMS-ID (ASO-TMS-SUB).    CVASO4.2
053400     IF ASO-TMS-SUB GREATER THAN ASO-TMS-COUNT                    CVASO4.2
053500         MOVE "(NOT ON MASTER)" TO AD-TGT-NAME-O                  CVASO4.2
053600     ELSE                                                         CVASO4.2
053700         MOVE ASO-TMS-PRODUCT (ASO-TMS-SUB) TO AD-TGT-NAME-O.     CVASO4.2
053800 5300-EXIT. EXIT.                                                 CVASO4.2
053900*    SECOND JOURNAL PASS -- EVERY ENTRY AFTER THE CUTOFF IS A     CVASO4.2
054000*    CHANGE THE AUDITOR'S SCOREBOARD DOES NOT REFLECT.  THE       CVASO4.2
054100*    STATUS COLUMNS SHOW C-ABORT (OR C-NOTE WHEN C-ABORT IS       CVASO4.2
054200*    BLANK) FROM THE BEFORE AND AFTER IMAGES.                     CVASO4.2
054300 6000-CHANGED-SINCE.                                              CVASO4.2
054400     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
054500     MOVE ASO-H-2 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
054600     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
054700     MOVE ASO-C-2 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
054800     MOVE ZERO TO ASO-EOF-SWITCH.                                 CVASO4.2
054900     OPEN INPUT JRNL-FILE.                                        CVASO4.2
055000     PERFORM 6100-SINCE-ONE THRU 6100-EXIT                        CVASO4.2
055100         UNTIL ASO-AT-EOF.                                        CVASO4.2
055200     CLOSE JRNL-FILE.                                             CVASO4.2
055300     IF ASO-SINCE-COUNT EQUAL TO ZERO                             CVASO4.2
055400         MOVE ASO-F-NONE TO PRINT-REC                             CVASO4.2
055500         WRITE PRINT-REC.                                         CVASO4.2
055600 6000-EXIT. EXIT.                                                 CVASO4.2
055700 6100-SINCE-ONE.                                                  CVASO4.2
055800     READ JRNL-FILE AT END                                        CVASO4.2
055900         MOVE 1 TO ASO-EOF-SWITCH                                 CVASO4.2
056000         GO TO 6100-EXIT.                                         CVASO4.2
056100     MOVE JRN-STAMP-DATE TO ASO-STAMP-DATE.                       CVASO4.2
056200     MOVE JRN-STAMP-TIME TO ASO-STAMP-TIME.                       CVASO4.2
056300     IF ASO-STAMP-N NOT GREATER THAN ASO-CUTOFF-STAMP             CVASO4.2
056400         GO TO 6100-EXIT.                                         CVASO4.2
056500     ADD 1 TO ASO-SINCE-COUNT.                                    CVASO4.2
056600     MOVE SPACE TO ASO-D-2.                                       CVASO4.2
056700     MOVE JRN-STAMP-DATE TO AJ-DATE-O.                            CVASO4.2
056800     MOVE JRN-STAMP-TIME TO AJ-TIME-O.                            CVASO4.2
056900     MOVE JRN-WRITER     TO AJ-WRITER-O.                          CVASO4.2
057000     MOVE JRN-ACTION     TO AJ-ACTION-O.                          CVASO4.2
057100     IF JRN-ACTION EQUAL TO "DELETE "                             CVASO4.2
057200         MOVE JRN-BEFORE-IMAGE TO ASO-IMAGE-W                     CVASO4.2
057300     ELSE                                                         CVASO4.2
057400         MOVE JRN-AFTER-IMAGE  TO ASO-IMAGE-W.                    CVASO4.2
057500     MOVE ASO-IMG-PGM-ID    TO AJ-PGM-ID-O.                       CVASO4.2
057600     MOVE ASO-IMG-TARGET-ID TO AJ-TARGET-ID-O.                    CVASO4.2
057700     MOVE ASO-IMG-DATE      TO AJ-RUN-DATE-O.                     CVASO4.2
057800     MOVE ASO-IMG-TIME      TO AJ-RUN-TIME-O.                     CVASO4.2
057900     IF JRN-ACTION NOT EQUAL TO "WRITE  "                         CVASO4.2
058000         MOVE JRN-BEFORE-IMAGE TO RAW-DATA-SATZ                   CVASO4.2
058100         PERFORM 6200-STATUS-TEXT THRU 6200-EXIT                  CVASO4.2
058200         MOVE DUMMY-RECORD TO AJ-BEFORE-O.                        CVASO4.2
058300     IF JRN-ACTION NOT EQUAL TO "DELETE "                         CVASO4.2
058400         MOVE JRN-AFTER-IMAGE TO RAW-DATA-SATZ                    CVASO4.2
058500         PERFORM 6200-STATUS-TEXT THRU 6200-EXIT                  CVASO4.2
058600         MOVE DUMMY-RECORD TO AJ-AFTER-O.                         CVASO4.2
058700     MOVE ASO-D-2 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
058800 6100-EXIT. EXIT.                                                 CVASO4.2
058900 6200-STATUS-TEXT.                                                CVASO4.2
059000     MOVE SPACE TO DUMMY-RECORD.                                  CVASO4.2
059100     IF C-ABORT NOT EQUAL TO SPACE                                CVASO4.2
059200         MOVE C-ABORT TO DUMMY-RECORD                             CVASO4.2
059300     ELSE                                                         CVASO4.2
059400         MOVE C-NOTE TO DUMMY-RECORD.                             CVASO4.2
059500 6200-EXIT. EXIT.                                                 CVASO4.2
059600 7000-FINISH.                                                     CVASO4.2
059700     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
059800     MOVE ASO-SINCE-COUNT   TO ASO-SINCE-O.                       CVASO4.2
059900     MOVE ASO-S-6 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
060000     MOVE ASO-LOADED-COUNT  TO ASO-LOADED-O.                      CVASO4.2
060100     MOVE ASO-S-7 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
060200     MOVE ASO-APPLIED-COUNT TO ASO-APPLIED-O.                     CVASO4.2
060300     MOVE ASO-S-8 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
060400     MOVE ASO-FAIL-COUNT    TO ASO-FAIL-O.                        CVASO4.2
060500     MOVE ASO-S-9 TO PRINT-REC. WRITE PRINT-REC.                  CVASO4.2
060600     IF ASO-FAIL-COUNT GREATER THAN ZERO                          CVASO4.2
060700         MOVE "** REPLAY FAILURES - SCOREBOARD NOT CITABLE **"    CVASO4.2
060800             TO DUMMY-RECORD                                      CVASO4.2
060900         MOVE DUMMY-RECORD TO PRINT-REC                           CVASO4.2
061000         WRITE PRINT-REC                                          CVASO4.2
061100         DISPLAY "CCVSASOF - ** REPLAY FAILURES - DO NOT TRUST "  CVASO4.2
061200             "THIS SCOREBOARD **"                                 CVASO4.2
061300         MOVE 4 TO RETURN-CODE.                                   CVASO4.2
061400     CLOSE PRINT-FILE.                                            CVASO4.2
061500     DISPLAY "CCVSASOF - PAIRS ON SCOREBOARD    " PGM-COUNT.      CVASO4.2
061600     DISPLAY "CCVSASOF - CHANGES SINCE CUTOFF   " ASO-SINCE-COUNT.CVASO4.2
061700 7000-EXIT. EXIT.                                                 CVASO4.2
061800 8000-LOAD-TARGETS.                                               CVASO4.2
061900     OPEN INPUT TMST-FILE.                                        CVASO4.2
062000     IF ASO-TMS-STATUS NOT EQUAL TO "00"                          CVASO4.2
062100         GO TO 8000-EXIT.                                         CVASO4.2
062200     PERFORM 8010-LOAD-ONE-TARGET THRU 8010-EXIT                  CVASO4.2
062300         UNTIL ASO-TMS-AT-EOF.                                    CVASO4.2
062400     CLOSE TMST-FILE.                                             CVASO4.2
062500 8000-EXIT. EXIT.                                                 CVASO4.2
062600 8010-LOAD-ONE-TARGET.                                            CVASO4.2
062700     READ TMST-FILE AT END                                        CVASO4.2
062800         MOVE 1 TO ASO-TMS-EOF-SWITCH                             CVASO4.2
062900         GO TO 8010-EXIT.                                         CVASO4.2
063000     IF TM-TARGET-ID EQUAL TO SPACE                               CVASO4.2
063100         GO TO 8010-EXIT.                                         CVASO4.2
063200     IF ASO-TMS-COUNT EQUAL TO 50                                 CVASO4.2
063300         GO TO 8010-EXIT.                                         CVASO4.2
063400     ADD 1 TO ASO-TMS-COUNT.                                      CVASO4.2
063500     MOVE TM-TARGET-ID TO ASO-TMS-ID      (ASO-TMS-COUNT).        CVASO4.2
063600     MOVE TM-PRODUCT   TO ASO-TMS-PRODUCT (ASO-TMS-COUNT).        CVASO4.2
063700 8010-EXIT. EXIT.                                                 CVASO4.2
063800 8020-FIND-TARGET. EXIT.                                          CVASO4.2
063900 8020-EXIT. EXIT.                                                 CVASO4.2
