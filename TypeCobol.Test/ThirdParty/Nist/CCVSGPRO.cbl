000100 IDENTIFICATION DIVISION.                                         CVGPR4.2
000200 PROGRAM-ID.    CCVSGPRO.                                         CVGPR4.2
000300******************************************************************CVGPR4.2
000400**                                                                CVGPR4.2
000500**    GOLDEN-MASTER PROMOTION.  BASELINE COMPARES AND        *    CVGPR4.2
000600**    CCVSTRND WORK ON COUNTS, SO A TEST CAN GO ON PASSING   *    CVGPR4.2
000700**    WHILE THE VALUE IT COMPUTES CHANGES -- OFTEN THE FIRST *    CVGPR4.2
000800**    SIGN OF A COMPILER BEHAVING DIFFERENTLY.  THIS JOB     *    CVGPR4.2
000900**    TAKES THE DELIMITED COLLECTION (CCVSDLM) OF A RUN THE  *    CVGPR4.2
001000**    OPERATOR DESIGNATES AS CERTIFIED AND MAKES IT THE      *    CVGPR4.2
001100**    TARGET'S GOLDEN MASTER ON CCVSGOLD (SEE CCVSGLD):      *    CVGPR4.2
001200**    PROGRAM, PARAGRAPH, COMPUTED AND CORRECT VALUE OF EVERY*    CVGPR4.2
001300**    TEST LINE.  CCVSGCHK CHECKS EACH NIGHT'S COLLECTION    *    CVGPR4.2
001350**    AGAINST IT.                                            *    CVGPR4.2
001400**                                                                CVGPR4.2
001500**    THE MASTER CHANGES ONLY HERE, ONLY ON A SIGNED CARD,   *    CVGPR4.2
001600**    AND ONLY FOR AN OPERATOR HOLDING CERTIFY ON CCVSAUTH.  *    CVGPR4.2
001700**    THE TARGET'S OLD RECORDS ARE ALL REPLACED; A PROMOTION *    CVGPR4.2
001800**    IS LOGGED ON CCVSGLOG AND A REFUSED ONE ON CCVSACCL.   *    CVGPR4.2
001900**    AN EMPTY COLLECTION IS REFUSED RATHER THAN LEAVE THE   *    CVGPR4.2
002000**    TARGET WITH NO MASTER.                                 *    CVGPR4.2
002100**                                                                CVGPR4.2
002200**    CONTROL CARD (CCVSGPRC, REQUIRED) --                   *    CVGPR4.2
002300**      COLS 1-4    TARGET ID                                *    CVGPR4.2
002400**      COLS 5-12   OPERATOR                                 *    CVGPR4.2
002500**      COLS 13-20  DATE OF THE DESIGNATED RUN (YYYYMMDD)    *    CVGPR4.2
002600**      COLS 21-60  REASON                                   *    CVGPR4.2
002700**                                                                CVGPR4.2
002800******************************************************************CVGPR4.2
002900 ENVIRONMENT DIVISION.                                            CVGPR4.2
003000 CONFIGURATION SECTION.                                           CVGPR4.2
003100 SOURCE-COMPUTER.                                                 CVGPR4.2
003200     GNU-COBOL.                                                   CVGPR4.2
003300 OBJECT-COMPUTER.                                                 CVGPR4.2
003400     GNU-COBOL.                                                   CVGPR4.2
003500 INPUT-OUTPUT SECTION.                                            CVGPR4.2
003600 FILE-CONTROL.                                                    CVGPR4.2
003700     SELECT CTL-FILE   ASSIGN TO                                  CVGPR4.2
003800            CCVSGPRC                                              CVGPR4.2
003900            ORGANIZATION IS SEQUENTIAL                            CVGPR4.2
004000            FILE STATUS IS GPR-CTL-STATUS.                        CVGPR4.2
004100     SELECT DELIM-FILE ASSIGN TO                                  CVGPR4.2
004200            CCVSDLM                                               CVGPR4.2
004300            ORGANIZATION IS SEQUENTIAL                            CVGPR4.2
004400            FILE STATUS IS GPR-DLM-STATUS.                        CVGPR4.2
004500     SELECT GOLD-FILE  ASSIGN TO                                  CVGPR4.2
004600            CCVSGOLD                                              CVGPR4.2
004700            ORGANIZATION IS INDEXED                               CVGPR4.2
004800            ACCESS MODE IS DYNAMIC                                CVGPR4.2
004900            RECORD KEY IS GOLDEN-KEY                              CVGPR4.2
005000            FILE STATUS IS GPR-GOLD-STATUS.                       CVGPR4.2
005100*    AUTH-FILE NAMES WHO MAY PROMOTE (SEE CCVSAUT); ACC-LOG-FILE  CVGPR4.2
005200*    RECORDS REJECTED ATTEMPTS; GLOG-FILE RECORDS PROMOTIONS.     CVGPR4.2
005300     SELECT AUTH-FILE  ASSIGN TO                                  CVGPR4.2
005400            CCVSAUTH                                              CVGPR4.2
005500            ORGANIZATION IS SEQUENTIAL                            CVGPR4.2
005600            FILE STATUS IS GPR-AUTH-STATUS.                       CVGPR4.2
005700     SELECT OPTIONAL ACC-LOG-FILE ASSIGN TO                       CVGPR4.2
005800            CCVSACCL                                              CVGPR4.2
005900            ORGANIZATION IS SEQUENTIAL.                           CVGPR4.2
006000     SELECT OPTIONAL GLOG-FILE ASSIGN TO                          CVGPR4.2
006100            CCVSGLOG                                              CVGPR4.2
006200            ORGANIZATION IS SEQUENTIAL.                           CVGPR4.2
006300     SELECT PRINT-FILE ASSIGN TO                                  CVGPR4.2
006400            CCVSGPRP.                                             CVGPR4.2
006500 DATA DIVISION.                                                   CVGPR4.2
006600 FILE SECTION.                                                    CVGPR4.2
006700 FD  CTL-FILE                                                     CVGPR4.2
006800     LABEL RECORDS STANDARD.                                      CVGPR4.2
006900 01  GPR-CTL-REC.                                                 CVGPR4.2
007000     05  GC-TARGET-ID         PIC X(4).                           CVGPR4.2
007100     05  GC-OPERATOR          PIC X(8).                           CVGPR4.2
007200     05  GC-RUN-DATE          PIC 9(8).                           CVGPR4.2
007300     05  GC-REASON            PIC X(40).                          CVGPR4.2
007400 FD  DELIM-FILE                                                   CVGPR4.2
007500     LABEL RECORDS STANDARD.                                      CVGPR4.2
007600 01  GPR-DELIM-REC.                                               CVGPR4.2
007700     05  DL-PGM-ID            PIC X(6).                           CVGPR4.2
007800     05  FILLER               PIC X.                              CVGPR4.2
007900     05  DL-FEATURE           PIC X(20).                          CVGPR4.2
008000     05  FILLER               PIC X.                              CVGPR4.2
008100     05  DL-PAR-NAME          PIC X(23).                          CVGPR4.2
008200     05  FILLER               PIC X.                              CVGPR4.2
008300     05  DL-P-OR-F            PIC X(5).                           CVGPR4.2
008400     05  FILLER               PIC X.                              CVGPR4.2
008500     05  DL-COMPUTED          PIC X(20).                          CVGPR4.2
008600     05  FILLER               PIC X.                              CVGPR4.2
008700     05  DL-CORRECT           PIC X(20).                          CVGPR4.2
008800     05  FILLER               PIC X.                              CVGPR4.2
008900     05  DL-REMARK            PIC X(61).                          CVGPR4.2
009000 FD  GOLD-FILE.                                                   CVGPR4.2
009100     COPY CCVSGLD.                                                CVGPR4.2
009200 FD  AUTH-FILE                                                    CVGPR4.2
009300     LABEL RECORDS STANDARD.                                      CVGPR4.2
009400     COPY CCVSAUT.                                                CVGPR4.2
009500 FD  ACC-LOG-FILE                                                 CVGPR4.2
009600     LABEL RECORDS STANDARD.                                      CVGPR4.2
009700 01  GPR-ACC-REC.                                                 CVGPR4.2
009800     05  GPR-ACC-DATE          PIC 9(8).                          CVGPR4.2
009900     05  FILLER               PIC X VALUE SPACE.                  CVGPR4.2
010000     05  GPR-ACC-TIME          PIC 9(8).                          CVGPR4.2
010100     05  FILLER               PIC X VALUE SPACE.                  CVGPR4.2
010200     05  GPR-ACC-PROGRAM       PIC X(8).                          CVGPR4.2
010300     05  FILLER               PIC X VALUE SPACE.                  CVGPR4.2
010400     05  GPR-ACC-OPERATOR      PIC X(8).                          CVGPR4.2
010500     05  FILLER               PIC X VALUE SPACE.                  CVGPR4.2
010600     05  GPR-ACC-ACTION        PIC X(9).                          CVGPR4.2
010700     05  FILLER               PIC X VALUE SPACE.                  CVGPR4.2
010800     05  GPR-ACC-RESULT        PIC X(8).                          CVGPR4.2
010900*    ONE RECORD PER PROMOTION, KEPT CUMULATIVELY.                 CVGPR4.2
011000 FD  GLOG-FILE                                                    CVGPR4.2
011100     LABEL RECORDS STANDARD.                                      CVGPR4.2
011200 01  GPR-GLOG-REC.                                                CVGPR4.2
011300     05  GL-DATE              PIC 9(8).                           CVGPR4.2
011400     05  FILLER               PIC X.                              CVGPR4.2
011500     05  GL-TIME              PIC 9(8).                           CVGPR4.2
011600     05  FILLER               PIC X.                              CVGPR4.2
011700     05  GL-TARGET-ID         PIC X(4).                           CVGPR4.2
011800     05  FILLER               PIC X.                              CVGPR4.2
011900     05  GL-OPERATOR          PIC X(8).                           CVGPR4.2
012000     05  FILLER               PIC X.                              CVGPR4.2
012100     05  GL-RUN-DATE          PIC 9(8).                           CVGPR4.2
012200     05  FILLER               PIC X.                              CVGPR4.2
012300     05  GL-REMOVED           PIC 9(6).                           CVGPR4.2
012400     05  FILLER               PIC X.                              CVGPR4.2
012500     05  GL-LOADED            PIC 9(6).                           CVGPR4.2
012600     05  FILLER               PIC X.                              CVGPR4.2
012700     05  GL-REASON            PIC X(40).                          CVGPR4.2
012800 FD  PRINT-FILE                                                   CVGPR4.2
012900     LABEL RECORDS STANDARD                                       CVGPR4.2
013000     DATA RECORD IS PRINT-REC.                                    CVGPR4.2
013100 01  PRINT-REC PICTURE X(120).                                    CVGPR4.2
013200 WORKING-STORAGE SECTION.                                         CVGPR4.2
013300 01  GPR-CTL-STATUS          PIC XX       VALUE SPACE.            CVGPR4.2
013400 01  GPR-DLM-STATUS          PIC XX       VALUE SPACE.            CVGPR4.2
013500 01  GPR-GOLD-STATUS         PIC XX       VALUE SPACE.            CVGPR4.2
013600 01  GPR-AUTH-STATUS         PIC XX       VALUE SPACE.            CVGPR4.2
013700 01  GPR-EOF-SWITCH          PIC 9        VALUE ZERO.             CVGPR4.2
013800     88  GPR-AT-EOF                   VALUE 1.                    CVGPR4.2
013900 01  GPR-AUTH-EOF-SWITCH     PIC 9        VALUE ZERO.             CVGPR4.2
014000     88  GPR-AUTH-AT-EOF              VALUE 1.                    CVGPR4.2
014100 01  GPR-AUTH-LOADED         PIC 9        VALUE ZERO.             CVGPR4.2
014200     88  GPR-HAVE-AUTHORITY           VALUE 1.                    CVGPR4.2
014300 01  GPR-AUTH-COUNT          PIC 9(3) COMP VALUE ZERO.            CVGPR4.2
014400 01  GPR-AUTH-SUB            PIC 9(3) COMP VALUE ZERO.            CVGPR4.2
014500 01  GPR-AUTH-TABLE.                                              CVGPR4.2
014600     05  GPR-AUTH-ENTRY      OCCURS 50 TIMES.                     CVGPR4.2
014700         10  GPR-A-OPERATOR      PIC X(8).                        CVGPR4.2
014800         10  GPR-A-CERTIFY       PIC X.                           CVGPR4.2
014900 01  GPR-TODAY               PIC 9(8)     VALUE ZERO.             CVGPR4.2
015000 01  GPR-REMOVED-COUNT       PIC 9(6) COMP VALUE ZERO.            CVGPR4.2
015100 01  GPR-LOADED-COUNT        PIC 9(6) COMP VALUE ZERO.            CVGPR4.2
015200 01  GPR-DUP-COUNT           PIC 9(6) COMP VALUE ZERO.            CVGPR4.2
015300 01  GPR-PGM-COUNT           PIC 9(4) COMP VALUE ZERO.            CVGPR4.2
015400 01  GPR-PGM-TESTS           PIC 9(4) COMP VALUE ZERO.            CVGPR4.2
015500 01  GPR-LAST-PGM            PIC X(6)     VALUE SPACE.            CVGPR4.2
015600*    PARAGRAPH NAMES SEEN SO FAR IN THE CURRENT PROGRAM, EACH     CVGPR4.2
015700*    WITH THE NUMBER OF TIMES IT HAS APPEARED.                    CVGPR4.2
015800 01  GPR-PAR-COUNT           PIC 9(3) COMP VALUE ZERO.            CVGPR4.2
015900 01  GPR-PAR-SUB             PIC 9(3) COMP VALUE ZERO.            CVGPR4.2
016000 01  GPR-PAR-TABLE.                                               CVGPR4.2
016100     05  GPR-PAR-ENTRY       OCCURS 500 TIMES.                    CVGPR4.2
016200         10  GPR-P-NAME          PIC X(23).                       CVGPR4.2
016300         10  GPR-P-SEEN          PIC 9(3).                        CVGPR4.2
016400 01  GPR-H-1.                                                     CVGPR4.2
016500     02 FILLER PIC X(120) VALUE                                   CVGPR4.2
016600     "    CCVS85 GOLDEN-MASTER PROMOTION".                        CVGPR4.2
016700 01  GPR-E-1.                                                     CVGPR4.2
016800     02 FILLER PIC X(13) VALUE "TARGET ID  = ".                   CVGPR4.2
016900     02 GE-TARGET-O        PIC X(4).                              CVGPR4.2
017000     02 FILLER PIC X(17) VALUE "     OPERATOR  = ".               CVGPR4.2
017100     02 GE-OPERATOR-O      PIC X(8).                              CVGPR4.2
017200     02 FILLER PIC X(17) VALUE "     RUN DATE  = ".               CVGPR4.2
017300     02 GE-RUN-DATE-O      PIC 9(8).                              CVGPR4.2
017400     02 FILLER PIC X(53) VALUE SPACE.                             CVGPR4.2
017500 01  GPR-E-2.                                                     CVGPR4.2
017600     02 FILLER PIC X(13) VALUE "REASON     = ".                   CVGPR4.2
017700     02 GE-REASON-O        PIC X(40).                             CVGPR4.2
017800     02 FILLER PIC X(67) VALUE SPACE.                             CVGPR4.2
017900 01  GPR-C-1.                                                     CVGPR4.2
018000     02 FILLER PIC X(120) VALUE                                   CVGPR4.2
018100     "    PROGRAM  TESTS LOADED".                                 CVGPR4.2
018200 01  GPR-D-1.                                                     CVGPR4.2
018300     02 FILLER             PIC X(4)  VALUE SPACE.                 CVGPR4.2
018400     02 GP-PGM-O           PIC X(6).                              CVGPR4.2
018500     02 FILLER             PIC X(3)  VALUE SPACE.                 CVGPR4.2
018600     02 GP-TESTS-O         PIC ZZZZZ9.                            CVGPR4.2
018700     02 FILLER             PIC X(101) VALUE SPACE.                CVGPR4.2
018800 01  GPR-T-1.                                                     CVGPR4.2
018900     02 FILLER             PIC X(4)  VALUE SPACE.                 CVGPR4.2
019000     02 GT-LABEL-O         PIC X(32).                             CVGPR4.2
019100     02 GT-COUNT-O         PIC ZZZZZ9.                            CVGPR4.2
019200     02 FILLER             PIC X(78) VALUE SPACE.                 CVGPR4.2
019300 PROCEDURE DIVISION.                                              CVGPR4.2
019400 0000-MAINLINE SECTION.                                           CVGPR4.2
019500 0000-START.                                                      CVGPR4.2
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVGPR4.2
019700     PERFORM 2000-REMOVE-OLD THRU 2000-EXIT.                      CVGPR4.2
019800     PERFORM 3000-LOAD-NEW THRU 3000-EXIT.                        CVGPR4.2
019900     PERFORM 4000-FINISH THRU 4000-EXIT.                          CVGPR4.2
020000     STOP RUN.                                                    CVGPR4.2
020100 1000-INITIALIZE.                                                 CVGPR4.2
020200     ACCEPT GPR-TODAY FROM DATE YYYYMMDD.                         CVGPR4.2
020300     OPEN INPUT CTL-FILE.                                         CVGPR4.2
020400     IF GPR-CTL-STATUS NOT EQUAL TO "00"                          CVGPR4.2
020500         DISPLAY "CCVSGPRO - NO PROMOTION CARD - STATUS "         CVGPR4.2
020600             GPR-CTL-STATUS                                       CVGPR4.2
020700         MOVE 8 TO RETURN-CODE                                    CVGPR4.2
020800         STOP RUN.                                                CVGPR4.2
020900     READ CTL-FILE AT END                                         CVGPR4.2
021000         DISPLAY "CCVSGPRO - PROMOTION CARD FILE IS EMPTY"        CVGPR4.2
021100         CLOSE CTL-FILE                                           CVGPR4.2
021200         MOVE 8 TO RETURN-CODE                                    CVGPR4.2
021300         STOP RUN.                                                CVGPR4.2
021400     CLOSE CTL-FILE.                                              CVGPR4.2
021500     IF GC-TARGET-ID EQUAL TO SPACE                               CVGPR4.2
021600             OR GC-OPERATOR EQUAL TO SPACE                        CVGPR4.2
021700             OR GC-RUN-DATE NOT NUMERIC                           CVGPR4.2
021800         DISPLAY "CCVSGPRO - CARD NEEDS TARGET, OPERATOR AND "    CVGPR4.2
021900             "RUN DATE"                                           CVGPR4.2
022000         MOVE 8 TO RETURN-CODE                                    CVGPR4.2
022100         STOP RUN.                                                CVGPR4.2
022200     PERFORM 8600-LOAD-AUTHORITY THRU 8600-EXIT.                  CVGPR4.2
022300     PERFORM 8700-CHECK-AUTHORITY THRU 8700-EXIT.                 CVGPR4.2
022400     IF GPR-AUTH-SUB EQUAL TO ZERO                                CVGPR4.2
022500         DISPLAY "CCVSGPRO - " GC-OPERATOR                        CVGPR4.2
022600             " MAY NOT PROMOTE - GOLDEN MASTER UNCHANGED"         CVGPR4.2
022700         PERFORM 8800-LOG-DENIAL THRU 8800-EXIT                   CVGPR4.2
022800         MOVE 8 TO RETURN-CODE                                    CVGPR4.2
022900         STOP RUN.                                                CVGPR4.2
023000     OPEN INPUT DELIM-FILE.                                       CVGPR4.2
023100     IF GPR-DLM-STATUS NOT EQUAL TO "00"                          CVGPR4.2
023200         DISPLAY "CCVSGPRO - NO DELIMITED COLLECTION - STATUS "   CVGPR4.2
023300             GPR-DLM-STATUS                                       CVGPR4.2
023400         MOVE 8 TO RETURN-CODE                                    CVGPR4.2
023500         STOP RUN.                                                CVGPR4.2
023600     READ DELIM-FILE AT END                                       CVGPR4.2
023700         DISPLAY "CCVSGPRO - DELIMITED COLLECTION IS EMPTY - "    CVGPR4.2
023800             "GOLDEN MASTER UNCHANGED"                            CVGPR4.2
023900         CLOSE DELIM-FILE                                         CVGPR4.2
024000         MOVE 8 TO RETURN-CODE                                    CVGPR4.2
024100         STOP RUN.                                                CVGPR4.2
024200     OPEN I-O GOLD-FILE.                                          CVGPR4.2
024300     IF GPR-GOLD-STATUS EQUAL TO "35"                             CVGPR4.2
024400         OPEN OUTPUT GOLD-FILE                                    CVGPR4.2
024500         CLOSE GOLD-FILE                                          CVGPR4.2
024600         OPEN I-O GOLD-FILE.                                      CVGPR4.2
024700     IF GPR-GOLD-STATUS NOT EQUAL TO "00"                         CVGPR4.2
024800         DISPLAY "CCVSGPRO - CCVSGOLD UNAVAILABLE - STATUS "      CVGPR4.2
024900             GPR-GOLD-STATUS                                      CVGPR4.2
025000         CLOSE DELIM-FILE                                         CVGPR4.2
025100         MOVE 8 TO RETURN-CODE                                    CVGPR4.2
025200         STOP RUN.                                                CVGPR4.2
025300     OPEN OUTPUT PRINT-FILE.                                      CVGPR4.2
025400     MOVE GPR-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
025500     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
025600     MOVE GC-TARGET-ID TO GE-TARGET-O.                            CVGPR4.2
025700     MOVE GC-OPERATOR  TO GE-OPERATOR-O.                          CVGPR4.2
025800     MOVE GC-RUN-DATE  TO GE-RUN-DATE-O.                          CVGPR4.2
025900     MOVE GPR-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
026000     MOVE GC-REASON    TO GE-REASON-O.                            CVGPR4.2
026100     MOVE GPR-E-2 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
026200     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
026300     MOVE GPR-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
026400 1000-EXIT. EXIT.                                                 CVGPR4.2
026500*    EVERY RECORD NOW ON FILE FOR THE TARGET GOES; THE KEY        CVGPR4.2
026600*    LEADS WITH THE TARGET, SO ONE START FINDS THEM ALL.          CVGPR4.2
026700 2000-REMOVE-OLD.                                                 CVGPR4.2
026800     MOVE LOW-VALUE    TO GOLDEN-KEY.                             CVGPR4.2
026900     MOVE GC-TARGET-ID TO GD-TARGET-ID.                           CVGPR4.2
027000     MOVE ZERO TO GPR-EOF-SWITCH.                                 CVGPR4.2
027100     START GOLD-FILE KEY IS NOT LESS THAN GOLDEN-KEY              CVGPR4.2
027200         INVALID KEY                                              CVGPR4.2
027300         MOVE 1 TO GPR-EOF-SWITCH.                                CVGPR4.2
027400     PERFORM 2100-REMOVE-ONE THRU 2100-EXIT                       CVGPR4.2
027500         UNTIL GPR-AT-EOF.                                        CVGPR4.2
027600 2000-EXIT. EXIT.                                                 CVGPR4.2
027700 2100-REMOVE-ONE.                                                 CVGPR4.2
027800     READ GOLD-FILE NEXT RECORD AT END                            CVGPR4.2
027900         MOVE 1 TO GPR-EOF-SWITCH                                 CVGPR4.2
028000         GO TO 2100-EXIT.                                         CVGPR4.2
028100     IF GD-TARGET-ID NOT EQUAL TO GC-TARGET-ID                    CVGPR4.2
028200         MOVE 1 TO GPR-EOF-SWITCH                                 CVGPR4.2
028300         GO TO 2100-EXIT.                                         CVGPR4.2
028400     DELETE GOLD-FILE RECORD INVALID KEY                          CVGPR4.2
028500         GO TO 2100-EXIT.                                         CVGPR4.2
028600     ADD 1 TO GPR-REMOVED-COUNT.                                  CVGPR4.2
028700 2100-EXIT. EXIT.                                                 CVGPR4.2
028800*    THE FIRST COLLECTION RECORD WAS READ AT INITIALIZATION.      CVGPR4.2
028900 3000-LOAD-NEW.                                                   CVGPR4.2
029000     MOVE ZERO TO GPR-EOF-SWITCH.                                 CVGPR4.2
029100     PERFORM 3100-LOAD-ONE THRU 3100-EXIT                         CVGPR4.2
029200         UNTIL GPR-AT-EOF.                                        CVGPR4.2
029300     PERFORM 3300-PGM-LINE THRU 3300-EXIT.                        CVGPR4.2
029400     CLOSE DELIM-FILE.                                            CVGPR4.2
029500     CLOSE GOLD-FILE.                                             CVGPR4.2
029600 3000-EXIT. EXIT.                                                 CVGPR4.2
029700 3100-LOAD-ONE.                                                   CVGPR4.2
029800     IF DL-PGM-ID EQUAL TO SPACE OR DL-PAR-NAME EQUAL TO SPACE    CVGPR4.2
029900         GO TO 3100-NEXT.                                         CVGPR4.2
030000     IF DL-PGM-ID NOT EQUAL TO GPR-LAST-PGM                       CVGPR4.2
030100         PERFORM 3300-PGM-LINE THRU 3300-EXIT                     CVGPR4.2
030200         MOVE DL-PGM-ID TO GPR-LAST-PGM                           CVGPR4.2
030300         MOVE ZERO TO GPR-PAR-COUNT.                              CVGPR4.2
030400     PERFORM 3200-OCCURRENCE THRU 3200-EXIT.                      CVGPR4.2
030500     MOVE GC-TARGET-ID TO GD-TARGET-ID.                           CVGPR4.2
030600     MOVE DL-PGM-ID    TO GD-PGM-ID.                              CVGPR4.2
030700     MOVE DL-PAR-NAME  TO GD-PAR-NAME.                            CVGPR4.2
030800     MOVE DL-P-OR-F    TO GD-P-OR-F.                              CVGPR4.2
030900     MOVE DL-COMPUTED  TO GD-COMPUTED.                            CVGPR4.2
031000     MOVE DL-CORRECT   TO GD-CORRECT.                             CVGPR4.2
031100     MOVE GC-RUN-DATE  TO GD-RUN-DATE.                            CVGPR4.2
031200     MOVE GPR-TODAY    TO GD-PROMOTE-DATE.                        CVGPR4.2
031300     MOVE GC-OPERATOR  TO GD-OPERATOR.                            CVGPR4.2
031400     WRITE GOLDEN-REC INVALID KEY                                 CVGPR4.2
031500         ADD 1 TO GPR-DUP-COUNT                                   CVGPR4.2
031600         GO TO 3100-NEXT.                                         CVGPR4.2
031700     ADD 1 TO GPR-LOADED-COUNT.                                   CVGPR4.2
031800     ADD 1 TO GPR-PGM-TESTS.                                      CVGPR4.2
031900 3100-NEXT.                                                       CVGPR4.2
032000     READ DELIM-FILE AT END                                       CVGPR4.2
032100         MOVE 1 TO GPR-EOF-SWITCH.                                CVGPR4.2
032200 3100-EXIT. EXIT.                                                 CVGPR4.2
032300*    NUMBERS THIS APPEARANCE OF THE PARAGRAPH NAME WITHIN THE     CVGPR4.2
032400*    PROGRAM INTO GD-OCCURRENCE.                                  CVGPR4.2
032500 3200-OCCURRENCE.                                                 CVGPR4.2
032600     PERFORM 3210-FIND-PAR THRU 3210-EXIT                         CVGPR4.2
032700         VARYING GPR-PAR-SUB FROM 1 BY 1                          CVGPR4.2
032800         UNTIL GPR-PAR-SUB GREATER THAN GPR-PAR-COUNT             CVGPR4.2
032900         OR GPR-P-NAME (GPR-PAR-SUB) EQUAL TO DL-PAR-NAME.        CVGPR4.2
033000     IF GPR-PAR-SUB NOT GREATER THAN GPR-PAR-COUNT                CVGPR4.2
033100         ADD 1 TO GPR-P-SEEN (GPR-PAR-SUB)                        CVGPR4.2
033200         MOVE GPR-P-SEEN (GPR-PAR-SUB) TO GD-OCCURRENCE           CVGPR4.2
033300         GO TO 3200-EXIT.                                         CVGPR4.2
033400     MOVE 1 TO GD-OCCURRENCE.                                     CVGPR4.2
033500     IF GPR-PAR-COUNT EQUAL TO 500                                CVGPR4.2
033600         GO TO 3200-EXIT.                                         CVGPR4.2
033700     ADD 1 TO GPR-PAR-COUNT.                                      CVGPR4.2
033800     MOVE DL-PAR-NAME TO GPR-P-NAME (GPR-PAR-COUNT).              CVGPR4.2
033900     MOVE 1           TO GPR-P-SEEN (GPR-PAR-COUNT).              CVGPR4.2
034000 3200-EXIT. EXIT.                                                 CVGPR4.2
034100 3210-FIND-PAR. EXIT.                                             CVGPR4.2
034200 3210-EXIT. EXIT.                                                 CVGPR4.2
034300 3300-PGM-LINE.                                                   CVGPR4.2
034400     IF GPR-LAST-PGM EQUAL TO SPACE                               CVGPR4.2
034500         GO TO 3300-EXIT.                                         CVGPR4.2
034600     MOVE GPR-LAST-PGM  TO GP-PGM-O.                              CVGPR4.2
034700     MOVE GPR-PGM-TESTS TO GP-TESTS-O.                            CVGPR4.2
034800     MOVE GPR-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
034900     ADD 1 TO GPR-PGM-COUNT.                                      CVGPR4.2
035000     MOVE ZERO TO GPR-PGM-TESTS.                                  CVGPR4.2
035100 3300-EXIT. EXIT.                                                 CVGPR4.2
035200 4000-FINISH.                                                     CVGPR4.2
035300     OPEN EXTEND GLOG-FILE.                                       CVGPR4.2
035400     MOVE SPACE TO GPR-GLOG-REC.                                  CVGPR4.2
035500     MOVE GPR-TODAY         TO GL-DATE.                           CVGPR4.2
035600     ACCEPT GL-TIME FROM TIME.                                    CVGPR4.2
035700     MOVE GC-TARGET-ID      TO GL-TARGET-ID.                      CVGPR4.2
035800     MOVE GC-OPERATOR       TO GL-OPERATOR.                       CVGPR4.2
035900     MOVE GC-RUN-DATE       TO GL-RUN-DATE.                       CVGPR4.2
036000     MOVE GPR-REMOVED-COUNT TO GL-REMOVED.                        CVGPR4.2
036100     MOVE GPR-LOADED-COUNT  TO GL-LOADED.                         CVGPR4.2
036200     MOVE GC-REASON         TO GL-REASON.                         CVGPR4.2
036300     WRITE GPR-GLOG-REC.                                          CVGPR4.2
036400     CLOSE GLOG-FILE.                                             CVGPR4.2
036500     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVGPR4.2
036600     MOVE "PROGRAMS LOADED"            TO GT-LABEL-O.             CVGPR4.2
036700     MOVE GPR-PGM-COUNT                TO GT-COUNT-O.             CVGPR4.2
036800     MOVE GPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
036900     MOVE "TEST LINES LOADED"          TO GT-LABEL-O.             CVGPR4.2
037000     MOVE GPR-LOADED-COUNT             TO GT-COUNT-O.             CVGPR4.2
037100     MOVE GPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
037200     MOVE "PREVIOUS MASTER LINES REMOVED" TO GT-LABEL-O.          CVGPR4.2
037300     MOVE GPR-REMOVED-COUNT            TO GT-COUNT-O.             CVGPR4.2
037400     MOVE GPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
037500     MOVE "DUPLICATE LINES SKIPPED"    TO GT-LABEL-O.             CVGPR4.2
037600     MOVE GPR-DUP-COUNT                TO GT-COUNT-O.             CVGPR4.2
037700     MOVE GPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVGPR4.2
037800     CLOSE PRINT-FILE.                                            CVGPR4.2
037900     DISPLAY "CCVSGPRO - TARGET " GC-TARGET-ID " PROMOTED BY "    CVGPR4.2
038000         GC-OPERATOR " - LINES " GPR-LOADED-COUNT.                CVGPR4.2
038100     IF GPR-DUP-COUNT GREATER THAN ZERO                           CVGPR4.2
038200         MOVE 4 TO RETURN-CODE.                                   CVGPR4.2
038300 4000-EXIT. EXIT.                                                 CVGPR4.2
038400 8600-LOAD-AUTHORITY.                                             CVGPR4.2
038500     OPEN INPUT AUTH-FILE.                                        CVGPR4.2
038600     IF GPR-AUTH-STATUS NOT EQUAL TO "00"                         CVGPR4.2
038700         DISPLAY "CCVSGPRO - NO OPERATOR AUTHORITY FILE - "       CVGPR4.2
038800             "PROMOTION UNCHECKED"                                CVGPR4.2
038900         GO TO 8600-EXIT.                                         CVGPR4.2
039000     MOVE 1 TO GPR-AUTH-LOADED.                                   CVGPR4.2
039100     PERFORM 8610-LOAD-ONE-AUTH THRU 8610-EXIT                    CVGPR4.2
039200         UNTIL GPR-AUTH-AT-EOF.                                   CVGPR4.2
039300     CLOSE AUTH-FILE.                                             CVGPR4.2
039400 8600-EXIT. EXIT.                                                 CVGPR4.2
039500 8610-LOAD-ONE-AUTH.                                              CVGPR4.2
039600     READ AUTH-FILE AT END                                        CVGPR4.2
039700         MOVE 1 TO GPR-AUTH-EOF-SWITCH                            CVGPR4.2
039800         GO TO 8610-EXIT.                                         CVGPR4.2
039900     IF OA-OPERATOR EQUAL TO SPACE                                CVGPR4.2
040000         GO TO 8610-EXIT.                                         CVGPR4.2
040100     IF GPR-AUTH-COUNT EQUAL TO 50                                CVGPR4.2
040200         GO TO 8610-EXIT.                                         CVGPR4.2
040300     ADD 1 TO GPR-AUTH-COUNT.                                     CVGPR4.2
040400     MOVE OA-OPERATOR TO GPR-A-OPERATOR (GPR-AUTH-COUNT).         CVGPR4.2
040500     MOVE OA-CERTIFY  TO GPR-A-CERTIFY  (GPR-AUTH-COUNT).         CVGPR4.2
040600 8610-EXIT. EXIT.                                                 CVGPR4.2
040700 8620-FIND-AUTH. EXIT.                                            CVGPR4.2
040800 8620-EXIT. EXIT.                                                 CVGPR4.2
040900*    LEAVES GPR-AUTH-SUB ZERO WHEN THE CARD'S OPERATOR MAY NOT    CVGPR4.2
041000*    PROMOTE.  WITHOUT AN AUTHORITY FILE EVERY SIGNED CARD        CVGPR4.2
041100*    PASSES, AS IN CCVSMNT.                                       CVGPR4.2
041200 8700-CHECK-AUTHORITY.                                            CVGPR4.2
041300     MOVE 1 TO GPR-AUTH-SUB.                                      CVGPR4.2
041400     IF NOT GPR-HAVE-AUTHORITY                                    CVGPR4.2
041500         GO TO 8700-EXIT.                                         CVGPR4.2
041600     PERFORM 8620-FIND-AUTH THRU 8620-EXIT                        CVGPR4.2
041700         VARYING GPR-AUTH-SUB FROM 1 BY 1                         CVGPR4.2
041800         UNTIL GPR-AUTH-SUB GREATER THAN GPR-AUTH-COUNT           CVGPR4.2
041900         OR GC-OPERATOR EQUAL TO GPR-A-OPERATOR (GPR-AUTH-SUB).   CVGPR4.2
042000     IF GPR-AUTH-SUB GREATER THAN GPR-AUTH-COUNT                  CVGPR4.2
042100         MOVE ZERO TO GPR-AUTH-SUB                                CVGPR4.2
042200         GO TO 8700-EXIT.                                         CVGPR4.2
042300     IF GPR-A-CERTIFY (GPR-AUTH-SUB) NOT EQUAL TO "Y"             CVGPR4.2
042400         MOVE ZERO TO GPR-AUTH-SUB.                               CVGPR4.2
042500 8700-EXIT. EXIT.                                                 CVGPR4.2
042600 8800-LOG-DENIAL.                                                 CVGPR4.2
042700     OPEN EXTEND ACC-LOG-FILE.                                    CVGPR4.2
042800     ACCEPT GPR-ACC-DATE FROM DATE YYYYMMDD.                      CVGPR4.2
042900     ACCEPT GPR-ACC-TIME FROM TIME.                               CVGPR4.2
043000     MOVE "CCVSGPRO" TO GPR-ACC-PROGRAM.                          CVGPR4.2
043100     MOVE GC-OPERATOR TO GPR-ACC-OPERATOR.                        CVGPR4.2
043200     MOVE "PROMOTE  " TO GPR-ACC-ACTION.                          CVGPR4.2
043300     MOVE "DENIED  " TO GPR-ACC-RESULT.                           CVGPR4.2
043400     WRITE GPR-ACC-REC.                                           CVGPR4.2
043500     CLOSE ACC-LOG-FILE.                                          CVGPR4.2
043600 8800-EXIT. EXIT.                                                 CVGPR4.2
