000100 IDENTIFICATION DIVISION.                                         CVGCK4.2
000200 PROGRAM-ID.    CCVSGCHK.                                         CVGCK4.2
000300******************************************************************CVGCK4.2
000400**                                                                CVGCK4.2
000500**    NIGHTLY GOLDEN-MASTER CHECK.  READS THE NIGHT'S        *    CVGCK4.2
000600**    DELIMITED COLLECTION (CCVSDLM) FOR A TARGET AND LOOKS  *    CVGCK4.2
000700**    UP EVERY TEST LINE ON THE TARGET'S GOLDEN MASTER       *    CVGCK4.2
000800**    (CCVSGOLD, SEE CCVSGLD, PROMOTED BY CCVSGPRO).  IT     *    CVGCK4.2
000900**    LISTS EVERY TEST WHOSE COMPUTED VALUE DIFFERS FROM THE *    CVGCK4.2
001000**    GOLDEN VALUE, WHATEVER ITS PASS/FAIL STATUS -- A       *    CVGCK4.2
001100**    DIFFERENT PADDING BYTE OR INSPT FIGURE UNDER A PASS IS *    CVGCK4.2
001200**    EXACTLY WHAT A COUNT COMPARE CANNOT SEE.  A CHANGED    *    CVGCK4.2
001300**    CORRECT VALUE IS NOTED ON THE SAME LINE.  TESTS NOT ON *    CVGCK4.2
001400**    THE MASTER ARE LISTED AS NEW, AND MASTER TESTS A       *    CVGCK4.2
001500**    PROGRAM NO LONGER PRINTS ARE LISTED AS MISSING.  ANY OF*    CVGCK4.2
001600**    THESE ENDS THE JOB RETURN CODE 4.  THE MASTER IS ONLY  *    CVGCK4.2
001700**    READ HERE; IT IS REPLACED ONLY THROUGH CCVSGPRO.       *    CVGCK4.2
001800**                                                                CVGCK4.2
001900**    CONTROL CARD (CCVSGCKC, REQUIRED) --                   *    CVGCK4.2
002000**      COLS 1-4    TARGET ID THE COLLECTION WAS RUN UNDER   *    CVGCK4.2
002100**                                                                CVGCK4.2
002200******************************************************************CVGCK4.2
002300 ENVIRONMENT DIVISION.                                            CVGCK4.2
002400 CONFIGURATION SECTION.                                           CVGCK4.2
002500 SOURCE-COMPUTER.                                                 CVGCK4.2
002600     GNU-COBOL.                                                   CVGCK4.2
002700 OBJECT-COMPUTER.                                                 CVGCK4.2
002800     GNU-COBOL.                                                   CVGCK4.2
002900 INPUT-OUTPUT SECTION.                                            CVGCK4.2
003000 FILE-CONTROL.                                                    CVGCK4.2
003100     SELECT CTL-FILE   ASSIGN TO                                  CVGCK4.2
003200            CCVSGCKC                                              CVGCK4.2
003300            ORGANIZATION IS SEQUENTIAL                            CVGCK4.2
003400            FILE STATUS IS GCK-CTL-STATUS.                        CVGCK4.2
003500     SELECT DELIM-FILE ASSIGN TO                                  CVGCK4.2
003600            CCVSDLM                                               CVGCK4.2
003700            ORGANIZATION IS SEQUENTIAL                            CVGCK4.2
003800            FILE STATUS IS GCK-DLM-STATUS.                        CVGCK4.2
003900     SELECT GOLD-FILE  ASSIGN TO                                  CVGCK4.2
004000            CCVSGOLD                                              CVGCK4.2
004100            ORGANIZATION IS INDEXED                               CVGCK4.2
004200            ACCESS MODE IS DYNAMIC                                CVGCK4.2
004300            RECORD KEY IS GOLDEN-KEY                              CVGCK4.2
004400            FILE STATUS IS GCK-GOLD-STATUS.                       CVGCK4.2
004500     SELECT PRINT-FILE ASSIGN TO                                  CVGCK4.2
004600            CCVSGCKP.                                             CVGCK4.2
004700 DATA DIVISION.                                                   CVGCK4.2
004800 FILE SECTION.                                                    CVGCK4.2
004900 FD  CTL-FILE                                                     CVGCK4.2
005000     LABEL RECORDS STANDARD.                                      CVGCK4.2
005100 01  GCK-CTL-REC.                                                 CVGCK4.2
005200     05  GK-TARGET-ID         PIC X(4).                           CVGCK4.2
005300 FD  DELIM-FILE                                                   CVGCK4.2
005400     LABEL RECORDS STANDARD.                                      CVGCK4.2
005500 01  GCK-DELIM-REC.                                               CVGCK4.2
005600     05  DL-PGM-ID            PIC X(6).                           CVGCK4.2
005700     05  FILLER               PIC X.                              CVGCK4.2
005800     05  DL-FEATURE           PIC X(20).                          CVGCK4.2
005900     05  FILLER               PIC X.                              CVGCK4.2
006000     05  DL-PAR-NAME          PIC X(23).                          CVGCK4.2
006100     05  FILLER               PIC X.                              CVGCK4.2
006200     05  DL-P-OR-F            PIC X(5).                           CVGCK4.2
006300     05  FILLER               PIC X.                              CVGCK4.2
006400     05  DL-COMPUTED          PIC X(20).                          CVGCK4.2
006500     05  FILLER               PIC X.                              CVGCK4.2
006600     05  DL-CORRECT           PIC X(20).                          CVGCK4.2
006700     05  FILLER               PIC X.                              CVGCK4.2
006800     05  DL-REMARK            PIC X(61).                          CVGCK4.2
006900 FD  GOLD-FILE.                                                   CVGCK4.2
007000     COPY CCVSGLD.                                                CVGCK4.2
007100 FD  PRINT-FILE                                                   CVGCK4.2
007200     LABEL RECORDS STANDARD                                       CVGCK4.2
007300     DATA RECORD IS PRINT-REC.                                    CVGCK4.2
007400 01  PRINT-REC PICTURE X(120).                                    CVGCK4.2
007500 WORKING-STORAGE SECTION.                                         CVGCK4.2
007600 01  GCK-CTL-STATUS          PIC XX       VALUE SPACE.            CVGCK4.2
007700 01  GCK-DLM-STATUS          PIC XX       VALUE SPACE.            CVGCK4.2
007800 01  GCK-GOLD-STATUS         PIC XX       VALUE SPACE.            CVGCK4.2
007900 01  GCK-EOF-SWITCH          PIC 9        VALUE ZERO.             CVGCK4.2
008000     88  GCK-AT-EOF                   VALUE 1.                    CVGCK4.2
008100 01  GCK-GOLD-EOF-SWITCH     PIC 9        VALUE ZERO.             CVGCK4.2
008200     88  GCK-GOLD-AT-EOF              VALUE 1.                    CVGCK4.2
008300 01  GCK-TODAY               PIC 9(8)     VALUE ZERO.             CVGCK4.2
008400 01  GCK-TARGET-ID           PIC X(4)     VALUE SPACE.            CVGCK4.2
008500 01  GCK-LAST-PGM            PIC X(6)     VALUE SPACE.            CVGCK4.2
008600 01  GCK-OCCURRENCE          PIC 9(3)     VALUE ZERO.             CVGCK4.2
008700 01  GCK-CHECKED-COUNT       PIC 9(6) COMP VALUE ZERO.            CVGCK4.2
008800 01  GCK-SAME-COUNT          PIC 9(6) COMP VALUE ZERO.            CVGCK4.2
008900 01  GCK-CHANGED-COUNT       PIC 9(6) COMP VALUE ZERO.            CVGCK4.2
009000 01  GCK-CHANGED-PASS-COUNT  PIC 9(6) COMP VALUE ZERO.            CVGCK4.2
009100 01  GCK-NEW-COUNT           PIC 9(6) COMP VALUE ZERO.            CVGCK4.2
009200 01  GCK-MISSING-COUNT       PIC 9(6) COMP VALUE ZERO.            CVGCK4.2
009300 01  GCK-PGM-COUNT           PIC 9(4) COMP VALUE ZERO.            CVGCK4.2
009400*    PARAGRAPH NAMES SEEN SO FAR IN THE CURRENT PROGRAM, EACH     CVGCK4.2
009500*    WITH THE NUMBER OF TIMES IT HAS APPEARED -- NUMBERED THE     CVGCK4.2
009600*    SAME WAY CCVSGPRO NUMBERS GD-OCCURRENCE.                     CVGCK4.2
009700 01  GCK-PAR-COUNT           PIC 9(3) COMP VALUE ZERO.            CVGCK4.2
009800 01  GCK-PAR-SUB             PIC 9(3) COMP VALUE ZERO.            CVGCK4.2
009900 01  GCK-PAR-TABLE.                                               CVGCK4.2
010000     05  GCK-PAR-ENTRY       OCCURS 500 TIMES.                    CVGCK4.2
010100         10  GCK-P-NAME          PIC X(23).                       CVGCK4.2
010200         10  GCK-P-SEEN          PIC 9(3).                        CVGCK4.2
010300 01  GCK-H-1.                                                     CVGCK4.2
010400     02 FILLER PIC X(120) VALUE                                   CVGCK4.2
010500     "    CCVS85 GOLDEN-MASTER CHECK OF COMPUTED VALUES".         CVGCK4.2
010600 01  GCK-E-1.                                                     CVGCK4.2
010700     02 FILLER PIC X(13) VALUE "TARGET ID  = ".                   CVGCK4.2
010800     02 KE-TARGET-O        PIC X(4).                              CVGCK4.2
010900     02 FILLER PIC X(17) VALUE "     RUN DATE  = ".               CVGCK4.2
011000     02 KE-TODAY-O         PIC 9(8).                              CVGCK4.2
011100     02 FILLER PIC X(24) VALUE "     MASTER PROMOTED  = ".        CVGCK4.2
011200     02 KE-PROMOTED-O      PIC 9(8).                              CVGCK4.2
011300     02 FILLER PIC X(8)  VALUE " FROM = ".                        CVGCK4.2
011400     02 KE-RUN-DATE-O      PIC 9(8).                              CVGCK4.2
011500     02 FILLER PIC X(6)  VALUE " BY = ".                          CVGCK4.2
011600     02 KE-OPERATOR-O      PIC X(8).                              CVGCK4.2
011700     02 FILLER PIC X(16) VALUE SPACE.                             CVGCK4.2
011800 01  GCK-E-2.                                                     CVGCK4.2
011900     02 FILLER PIC X(120) VALUE                                   CVGCK4.2
012000     "    NO GOLDEN MASTER FOR THIS TARGET - SEE CCVSGPRO".       CVGCK4.2
012100 01  GCK-C-1.                                                     CVGCK4.2
012200     02 FILLER PIC X(6)  VALUE "PGM   ".                          CVGCK4.2
012300     02 FILLER PIC X(2)  VALUE SPACE.                             CVGCK4.2
012400     02 FILLER PIC X(23) VALUE "PARAGRAPH              ".         CVGCK4.2
012500     02 FILLER PIC X(1)  VALUE SPACE.                             CVGCK4.2
012600     02 FILLER PIC X(3)  VALUE "OCC".                             CVGCK4.2
012700     02 FILLER PIC X(2)  VALUE SPACE.                             CVGCK4.2
012800     02 FILLER PIC X(7)  VALUE "STATUS ".                         CVGCK4.2
012900     02 FILLER PIC X(2)  VALUE SPACE.                             CVGCK4.2
013000     02 FILLER PIC X(5)  VALUE "WAS  ".                           CVGCK4.2
013100     02 FILLER PIC X(1)  VALUE SPACE.                             CVGCK4.2
013200     02 FILLER PIC X(5)  VALUE "NOW  ".                           CVGCK4.2
013300     02 FILLER PIC X(2)  VALUE SPACE.                             CVGCK4.2
013400     02 FILLER PIC X(20) VALUE "GOLDEN COMPUTED     ".            CVGCK4.2
013500     02 FILLER PIC X(2)  VALUE SPACE.                             CVGCK4.2
013600     02 FILLER PIC X(20) VALUE "TONIGHT COMPUTED    ".            CVGCK4.2
013700     02 FILLER PIC X(2)  VALUE SPACE.                             CVGCK4.2
013800     02 FILLER PIC X(17) VALUE SPACE.                             CVGCK4.2
013900 01  GCK-D-1.                                                     CVGCK4.2
014000     02 KD-PGM-O           PIC X(6).                              CVGCK4.2
014100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVGCK4.2
014200     02 KD-PAR-NAME-O      PIC X(23).                             CVGCK4.2
014300     02 FILLER             PIC X(1)  VALUE SPACE.                 CVGCK4.2
014400     02 KD-OCC-O           PIC ZZ9.                               CVGCK4.2
014500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVGCK4.2
014600     02 KD-STATUS-O        PIC X(7).                              CVGCK4.2
014700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVGCK4.2
014800     02 KD-WAS-O           PIC X(5).                              CVGCK4.2
014900     02 FILLER             PIC X(1)  VALUE SPACE.                 CVGCK4.2
015000     02 KD-NOW-O           PIC X(5).                              CVGCK4.2
015100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVGCK4.2
015200     02 KD-GOLD-O          PIC X(20).                             CVGCK4.2
015300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVGCK4.2
015400     02 KD-TONIGHT-O       PIC X(20).                             CVGCK4.2
015500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVGCK4.2
015600     02 KD-NOTE-O          PIC X(15).                             CVGCK4.2
015700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVGCK4.2
015800 01  GCK-T-1.                                                     CVGCK4.2
015900     02 FILLER             PIC X(4)  VALUE SPACE.                 CVGCK4.2
016000     02 KT-LABEL-O         PIC X(36).                             CVGCK4.2
016100     02 KT-COUNT-O         PIC ZZZZZ9.                            CVGCK4.2
016200     02 FILLER             PIC X(74) VALUE SPACE.                 CVGCK4.2
016300 PROCEDURE DIVISION.                                              CVGCK4.2
016400 0000-MAINLINE SECTION.                                           CVGCK4.2
016500 0000-START.                                                      CVGCK4.2
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVGCK4.2
016700     PERFORM 2000-CHECK-ONE THRU 2000-EXIT                        CVGCK4.2
016800         UNTIL GCK-AT-EOF.                                        CVGCK4.2
016900     PERFORM 3000-MISSING THRU 3000-EXIT.                         CVGCK4.2
017000     PERFORM 4000-FINISH THRU 4000-EXIT.                          CVGCK4.2
017100     STOP RUN.                                                    CVGCK4.2
017200 1000-INITIALIZE.                                                 CVGCK4.2
017300     ACCEPT GCK-TODAY FROM DATE YYYYMMDD.                         CVGCK4.2
017400     OPEN INPUT CTL-FILE.                                         CVGCK4.2
017500     IF GCK-CTL-STATUS NOT EQUAL TO "00"                          CVGCK4.2
017600         DISPLAY "CCVSGCHK - NO CONTROL CARD - STATUS "           CVGCK4.2
017700             GCK-CTL-STATUS                                       CVGCK4.2
017800         MOVE 8 TO RETURN-CODE                                    CVGCK4.2
017900         STOP RUN.                                                CVGCK4.2
018000     READ CTL-FILE AT END                                         CVGCK4.2
018100         MOVE SPACE TO GK-TARGET-ID.                              CVGCK4.2
018200     MOVE GK-TARGET-ID TO GCK-TARGET-ID.                          CVGCK4.2
018300     CLOSE CTL-FILE.                                              CVGCK4.2
018400     IF GCK-TARGET-ID EQUAL TO SPACE                              CVGCK4.2
018500         DISPLAY "CCVSGCHK - CONTROL CARD NAMES NO TARGET"        CVGCK4.2
018600         MOVE 8 TO RETURN-CODE                                    CVGCK4.2
018700         STOP RUN.                                                CVGCK4.2
018800     OPEN INPUT DELIM-FILE.                                       CVGCK4.2
018900     IF GCK-DLM-STATUS NOT EQUAL TO "00"                          CVGCK4.2
019000         DISPLAY "CCVSGCHK - NO DELIMITED COLLECTION - STATUS "   CVGCK4.2
019100             GCK-DLM-STATUS                                       CVGCK4.2
019200         MOVE 8 TO RETURN-CODE                                    CVGCK4.2
019300         STOP RUN.                                                CVGCK4.2
019400     OPEN OUTPUT PRINT-FILE.                                      CVGCK4.2
019500     MOVE GCK-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
019600     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
019700     MOVE GCK-TARGET-ID TO KE-TARGET-O.                           CVGCK4.2
019800     MOVE GCK-TODAY     TO KE-TODAY-O.                            CVGCK4.2
019900     MOVE ZERO  TO KE-PROMOTED-O KE-RUN-DATE-O.                   CVGCK4.2
020000     MOVE SPACE TO KE-OPERATOR-O.                                 CVGCK4.2
020100     OPEN INPUT GOLD-FILE.                                        CVGCK4.2
020200     IF GCK-GOLD-STATUS NOT EQUAL TO "00"                         CVGCK4.2
020300         GO TO 1000-NO-MASTER.                                    CVGCK4.2
020400*    THE FIRST MASTER RECORD FOR THE TARGET SAYS WHEN AND FROM    CVGCK4.2
020500*    WHICH RUN THE MASTER WAS PROMOTED.                           CVGCK4.2
020600     MOVE LOW-VALUE     TO GOLDEN-KEY.                            CVGCK4.2
020700     MOVE GCK-TARGET-ID TO GD-TARGET-ID.                          CVGCK4.2
020800     START GOLD-FILE KEY IS NOT LESS THAN GOLDEN-KEY              CVGCK4.2
020900         INVALID KEY                                              CVGCK4.2
021000         CLOSE GOLD-FILE                                          CVGCK4.2
021100         GO TO 1000-NO-MASTER.                                    CVGCK4.2
021200     READ GOLD-FILE NEXT RECORD AT END                            CVGCK4.2
021300         CLOSE GOLD-FILE                                          CVGCK4.2
021400         GO TO 1000-NO-MASTER.                                    CVGCK4.2
021500     IF GD-TARGET-ID NOT EQUAL TO GCK-TARGET-ID                   CVGCK4.2
021600         CLOSE GOLD-FILE                                          CVGCK4.2
021700         GO TO 1000-NO-MASTER.                                    CVGCK4.2
021800     MOVE GD-PROMOTE-DATE TO KE-PROMOTED-O.                       CVGCK4.2
021900     MOVE GD-RUN-DATE     TO KE-RUN-DATE-O.                       CVGCK4.2
022000     MOVE GD-OPERATOR     TO KE-OPERATOR-O.                       CVGCK4.2
022100     MOVE GCK-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
022200     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
022300     MOVE GCK-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
022400     GO TO 1000-EXIT.                                             CVGCK4.2
022500 1000-NO-MASTER.                                                  CVGCK4.2
022600     MOVE GCK-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
022700     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
022800     MOVE GCK-E-2 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
022900     CLOSE PRINT-FILE.                                            CVGCK4.2
023000     CLOSE DELIM-FILE.                                            CVGCK4.2
023100     DISPLAY "CCVSGCHK - NO GOLDEN MASTER FOR TARGET "            CVGCK4.2
023200         GCK-TARGET-ID.                                           CVGCK4.2
023300     MOVE 4 TO RETURN-CODE.                                       CVGCK4.2
023400     STOP RUN.                                                    CVGCK4.2
023500 1000-EXIT. EXIT.                                                 CVGCK4.2
023600 2000-CHECK-ONE.                                                  CVGCK4.2
023700     READ DELIM-FILE AT END                                       CVGCK4.2
023800         MOVE 1 TO GCK-EOF-SWITCH                                 CVGCK4.2
023900         GO TO 2000-EXIT.                                         CVGCK4.2
024000     IF DL-PGM-ID EQUAL TO SPACE OR DL-PAR-NAME EQUAL TO SPACE    CVGCK4.2
024100         GO TO 2000-EXIT.                                         CVGCK4.2
024200     IF DL-PGM-ID NOT EQUAL TO GCK-LAST-PGM                       CVGCK4.2
024300         PERFORM 3000-MISSING THRU 3000-EXIT                      CVGCK4.2
024400         MOVE DL-PGM-ID TO GCK-LAST-PGM                           CVGCK4.2
024500         MOVE ZERO TO GCK-PAR-COUNT                               CVGCK4.2
024600         ADD 1 TO GCK-PGM-COUNT.                                  CVGCK4.2
024700     PERFORM 2200-OCCURRENCE THRU 2200-EXIT.                      CVGCK4.2
024800     ADD 1 TO GCK-CHECKED-COUNT.                                  CVGCK4.2
024900     MOVE GCK-TARGET-ID  TO GD-TARGET-ID.                         CVGCK4.2
025000     MOVE DL-PGM-ID      TO GD-PGM-ID.                            CVGCK4.2
025100     MOVE DL-PAR-NAME    TO GD-PAR-NAME.                          CVGCK4.2
025200     MOVE GCK-OCCURRENCE TO GD-OCCURRENCE.                        CVGCK4.2
025300     READ GOLD-FILE INVALID KEY                                   CVGCK4.2
025400         ADD 1 TO GCK-NEW-COUNT                                   CVGCK4.2
025500         MOVE SPACE TO GCK-D-1                                    CVGCK4.2
025600         MOVE "NEW    " TO KD-STATUS-O                            CVGCK4.2
025700         MOVE DL-P-OR-F   TO KD-NOW-O                             CVGCK4.2
025800         MOVE DL-COMPUTED TO KD-TONIGHT-O                         CVGCK4.2
025900         GO TO 2000-PRINT.                                        CVGCK4.2
026000     IF GD-COMPUTED EQUAL TO DL-COMPUTED                          CVGCK4.2
026100         ADD 1 TO GCK-SAME-COUNT                                  CVGCK4.2
026200         GO TO 2000-EXIT.                                         CVGCK4.2
026300     ADD 1 TO GCK-CHANGED-COUNT.                                  CVGCK4.2
026400     IF DL-P-OR-F EQUAL TO "PASS "                                CVGCK4.2
026500         ADD 1 TO GCK-CHANGED-PASS-COUNT.                         CVGCK4.2
026600     MOVE SPACE TO GCK-D-1.                                       CVGCK4.2
026700     MOVE "CHANGED"   TO KD-STATUS-O.                             CVGCK4.2
026800     MOVE GD-P-OR-F   TO KD-WAS-O.                                CVGCK4.2
026900     MOVE DL-P-OR-F   TO KD-NOW-O.                                CVGCK4.2
027000     MOVE GD-COMPUTED TO KD-GOLD-O.                               CVGCK4.2
027100     MOVE DL-COMPUTED TO KD-TONIGHT-O.                            CVGCK4.2
027200     IF GD-CORRECT NOT EQUAL TO DL-CORRECT                        CVGCK4.2
027300         MOVE "CORRECT CHANGED" TO KD-NOTE-O.                     CVGCK4.2
027400 2000-PRINT.                                                      CVGCK4.2
027500     MOVE DL-PGM-ID      TO KD-PGM-O.                             CVGCK4.2
027600     MOVE DL-PAR-NAME    TO KD-PAR-NAME-O.                        CVGCK4.2
027700     MOVE GCK-OCCURRENCE TO KD-OCC-O.                             CVGCK4.2
027800     MOVE GCK-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
027900 2000-EXIT. EXIT.                                                 CVGCK4.2
028000 2200-OCCURRENCE.                                                 CVGCK4.2
028100     PERFORM 2210-FIND-PAR THRU 2210-EXIT                         CVGCK4.2
028200         VARYING GCK-PAR-SUB FROM 1 BY 1                          CVGCK4.2
028300         UNTIL GCK-PAR-SUB GREATER THAN GCK-PAR-COUNT             CVGCK4.2
028400         OR GCK-P-NAME (GCK-PAR-SUB) EQUAL TO DL-PAR-NAME.        CVGCK4.2
028500     IF GCK-PAR-SUB NOT GREATER THAN GCK-PAR-COUNT                CVGCK4.2
028600         ADD 1 TO GCK-P-SEEN (GCK-PAR-SUB)                        CVGCK4.2
028700         MOVE GCK-P-SEEN (GCK-PAR-SUB) TO GCK-OCCURRENCE          CVGCK4.2
028800         GO TO 2200-EXIT.                                         CVGCK4.2
028900     MOVE 1 TO GCK-OCCURRENCE.                                    CVGCK4.2
029000     IF GCK-PAR-COUNT EQUAL TO 500                                CVGCK4.2
029100         GO TO 2200-EXIT.                                         CVGCK4.2
029200     ADD 1 TO GCK-PAR-COUNT.                                      CVGCK4.2
029300     MOVE DL-PAR-NAME TO GCK-P-NAME (GCK-PAR-COUNT).              CVGCK4.2
029400     MOVE 1           TO GCK-P-SEEN (GCK-PAR-COUNT).              CVGCK4.2
029500 2200-EXIT. EXIT.                                                 CVGCK4.2
029600 2210-FIND-PAR. EXIT.                                             CVGCK4.2
029700 2210-EXIT. EXIT.                                                 CVGCK4.2
029800*    WALKS THE MASTER FOR THE PROGRAM JUST FINISHED AND LISTS     CVGCK4.2
029900*    EVERY TEST IT DID NOT PRINT TONIGHT (OR PRINTED FEWER        CVGCK4.2
030000*    TIMES).                                                      CVGCK4.2
030100 3000-MISSING.                                                    CVGCK4.2
030200     IF GCK-LAST-PGM EQUAL TO SPACE                               CVGCK4.2
030300         GO TO 3000-EXIT.                                         CVGCK4.2
030400     MOVE LOW-VALUE     TO GOLDEN-KEY.                            CVGCK4.2
030500     MOVE GCK-TARGET-ID TO GD-TARGET-ID.                          CVGCK4.2
030600     MOVE GCK-LAST-PGM  TO GD-PGM-ID.                             CVGCK4.2
030700     MOVE ZERO TO GCK-GOLD-EOF-SWITCH.                            CVGCK4.2
030800     START GOLD-FILE KEY IS NOT LESS THAN GOLDEN-KEY              CVGCK4.2
030900         INVALID KEY                                              CVGCK4.2
031000         MOVE 1 TO GCK-GOLD-EOF-SWITCH.                           CVGCK4.2
031100     PERFORM 3100-MISSING-ONE THRU 3100-EXIT                      CVGCK4.2
031200         UNTIL GCK-GOLD-AT-EOF.                                   CVGCK4.2
031300 3000-EXIT. EXIT.                                                 CVGCK4.2
031400 3100-MISSING-ONE.                                                CVGCK4.2
031500     READ GOLD-FILE NEXT RECORD AT END                            CVGCK4.2
031600         MOVE 1 TO GCK-GOLD-EOF-SWITCH                            CVGCK4.2
031700         GO TO 3100-EXIT.                                         CVGCK4.2
031800     IF GD-TARGET-ID NOT EQUAL TO GCK-TARGET-ID                   CVGCK4.2
031900             OR GD-PGM-ID NOT EQUAL TO GCK-LAST-PGM               CVGCK4.2
032000         MOVE 1 TO GCK-GOLD-EOF-SWITCH                            CVGCK4.2
032100         GO TO 3100-EXIT.                                         CVGCK4.2
032200     PERFORM 2210-FIND-PAR THRU 2210-EXIT                         CVGCK4.2
032300         VARYING GCK-PAR-SUB FROM 1 BY 1                          CVGCK4.2
032400         UNTIL GCK-PAR-SUB GREATER THAN GCK-PAR-COUNT             CVGCK4.2
032500         OR GCK-P-NAME (GCK-PAR-SUB) EQUAL TO GD-PAR-NAME.        CVGCK4.2
032600     IF GCK-PAR-SUB NOT GREATER THAN GCK-PAR-COUNT                CVGCK4.2
032700         IF GCK-P-SEEN (GCK-PAR-SUB) NOT LESS THAN GD-OCCURRENCE  CVGCK4.2
032800             GO TO 3100-EXIT.                                     CVGCK4.2
032900     ADD 1 TO GCK-MISSING-COUNT.                                  CVGCK4.2
033000     MOVE SPACE TO GCK-D-1.                                       CVGCK4.2
033100     MOVE GD-PGM-ID     TO KD-PGM-O.                              CVGCK4.2
033200     MOVE GD-PAR-NAME   TO KD-PAR-NAME-O.                         CVGCK4.2
033300     MOVE GD-OCCURRENCE TO KD-OCC-O.                              CVGCK4.2
033400     MOVE "MISSING"     TO KD-STATUS-O.                           CVGCK4.2
033500     MOVE GD-P-OR-F     TO KD-WAS-O.                              CVGCK4.2
033600     MOVE GD-COMPUTED   TO KD-GOLD-O.                             CVGCK4.2
033700     MOVE GCK-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
033800 3100-EXIT. EXIT.                                                 CVGCK4.2
033900 4000-FINISH.                                                     CVGCK4.2
034000     CLOSE DELIM-FILE.                                            CVGCK4.2
034100     CLOSE GOLD-FILE.                                             CVGCK4.2
034200     IF GCK-CHANGED-COUNT EQUAL TO ZERO                           CVGCK4.2
034300             AND GCK-NEW-COUNT EQUAL TO ZERO                      CVGCK4.2
034400             AND GCK-MISSING-COUNT EQUAL TO ZERO                  CVGCK4.2
034500         MOVE "    NO DIFFERENCES FROM THE GOLDEN MASTER"         CVGCK4.2
034600             TO PRINT-REC                                         CVGCK4.2
034700         WRITE PRINT-REC.                                         CVGCK4.2
034800     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVGCK4.2
034900     MOVE "PROGRAMS CHECKED"              TO KT-LABEL-O.          CVGCK4.2
035000     MOVE GCK-PGM-COUNT                   TO KT-COUNT-O.          CVGCK4.2
035100     MOVE GCK-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
035200     MOVE "TEST LINES CHECKED"            TO KT-LABEL-O.          CVGCK4.2
035300     MOVE GCK-CHECKED-COUNT               TO KT-COUNT-O.          CVGCK4.2
035400     MOVE GCK-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
035500     MOVE "SAME AS GOLDEN"                TO KT-LABEL-O.          CVGCK4.2
035600     MOVE GCK-SAME-COUNT                  TO KT-COUNT-O.          CVGCK4.2
035700     MOVE GCK-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
035800     MOVE "COMPUTED VALUE CHANGED"        TO KT-LABEL-O.          CVGCK4.2
035900     MOVE GCK-CHANGED-COUNT               TO KT-COUNT-O.          CVGCK4.2
036000     MOVE GCK-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
036100     MOVE "  OF WHICH STILL PASSING"      TO KT-LABEL-O.          CVGCK4.2
036200     MOVE GCK-CHANGED-PASS-COUNT          TO KT-COUNT-O.          CVGCK4.2
036300     MOVE GCK-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
036400     MOVE "NEW - NOT ON THE MASTER"       TO KT-LABEL-O.          CVGCK4.2
036500     MOVE GCK-NEW-COUNT                   TO KT-COUNT-O.          CVGCK4.2
036600     MOVE GCK-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
036700     MOVE "MISSING - ON THE MASTER ONLY"  TO KT-LABEL-O.          CVGCK4.2
036800     MOVE GCK-MISSING-COUNT               TO KT-COUNT-O.          CVGCK4.2
036900     MOVE GCK-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGCK4.2
037000     CLOSE PRINT-FILE.                                            CVGCK4.2
037100     DISPLAY "CCVSGCHK - TARGET " GCK-TARGET-ID " CHANGED "       CVGCK4.2
037200         GCK-CHANGED-COUNT " NEW " GCK-NEW-COUNT " MISSING "      CVGCK4.2
037300         GCK-MISSING-COUNT.                                       CVGCK4.2
037400     IF GCK-CHANGED-COUNT GREATER THAN ZERO                       CVGCK4.2
037500             OR GCK-NEW-COUNT GREATER THAN ZERO                   CVGCK4.2
037600             OR GCK-MISSING-COUNT GREATER THAN ZERO               CVGCK4.2
037700         MOVE 4 TO RETURN-CODE.                                   CVGCK4.2
037800 4000-EXIT. EXIT.                                                 CVGCK4.2
