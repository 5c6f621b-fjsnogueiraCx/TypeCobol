000100 IDENTIFICATION DIVISION.                                         CVCRK4.2
000200 PROGRAM-ID.    CCVSCRCK.                                         CVCRK4.2
000300******************************************************************CVCRK4.2
000400**                                                                CVCRK4.2
000500**    NIGHTLY CERTIFICATE CHECK AND REGISTER REPORT.  ONCE   *    CVCRK4.2
000600**    CCVSCERT HAS REGISTERED A CERTIFICATE ON CCVSCREG (SEE *    CVCRK4.2
000700**    CCVSCRG), THIS JOB COMPARES EVERY ISSUED CERTIFICATE'S *    CVCRK4.2
000800**    BASIS -- THE FAILURE COUNT OF EACH PROGRAM RUN THE     *    CVCRK4.2
000900**    VERDICT RESTED ON -- WITH THE PROGRAM'S CURRENT        *    CVCRK4.2
001000**    CCVSLATE POSITION FOR THE SAME TARGET.  ANY CERTIFIED  *    CVCRK4.2
001100**    PROGRAM NOW SHOWING MORE FAILURES SUSPENDS THE         *    CVCRK4.2
001200**    CERTIFICATE, WRITES AN ALERT RECORD PER REGRESSED      *    CVCRK4.2
001300**    PROGRAM TO CCVSCRTA AND ENDS THE RUN RETURN CODE 4.  A *    CVCRK4.2
001400**    LATEST RUN MARKED DISREGRD BY CCVSMNT IS NOT EVIDENCE  *    CVCRK4.2
001450**    EITHER WAY.                                            *    CVCRK4.2
001460**    A SUSPENDED CERTIFICATE IS RECHECKED EVERY NIGHT AND   *    CVCRK4.2
001470**    ITS PROGRAMS STILL REGRESSED ARE WRITTEN TO CCVSCRTA   *    CVCRK4.2
001480**    AGAIN, SO CCVSINCD KEEPS THEIR INCIDENTS OPEN UNTIL    *    CVCRK4.2
001490**    THEY RECOVER.  IT IS NEVER REINSTATED; CCVSCERT ISSUES *    CVCRK4.2
001495**    A NEW ONE.                                             *    CVCRK4.2
001500**                                                                CVCRK4.2
001600**    CHANGE-BOARD CARDS (CCVSCRKT, OPTIONAL) REVOKE A       *    CVCRK4.2
001700**    CERTIFICATE OUTRIGHT --                                *    CVCRK4.2
001800**      COLS 1-6    "REVOKE"                                 *    CVCRK4.2
001900**      COLS 7-10   TARGET ID                                *    CVCRK4.2
002000**      COLS 11-16  CERTIFICATE NUMBER                       *    CVCRK4.2
002100**      COLS 17-24  OPERATOR (MUST HOLD CERTIFY ON CCVSAUTH) *    CVCRK4.2
002200**      COLS 25-64  REASON                                   *    CVCRK4.2
002300**    A REJECTED CARD IS LOGGED ON CCVSACCL AS CCVSMNT DOES. *    CVCRK4.2
002400**                                                                CVCRK4.2
002500**    THE PRINT (CCVSCRKP) IS THE REGISTER REPORT FOR THE    *    CVCRK4.2
002600**    CHANGE BOARD: EVERY CERTIFICATE WITH ITS RANGE,        *    CVCRK4.2
002700**    OPERATOR, STATUS AND WHY IT LAST CHANGED, AND UNDER    *    CVCRK4.2
002800**    EACH SUSPENDED ONE THE PROGRAMS STILL REGRESSED.       *    CVCRK4.2
002900**                                                                CVCRK4.2
003000******************************************************************CVCRK4.2
003100 ENVIRONMENT DIVISION.                                            CVCRK4.2
003200 CONFIGURATION SECTION.                                           CVCRK4.2
003300 SOURCE-COMPUTER.                                                 CVCRK4.2
003400     GNU-COBOL.                                                   CVCRK4.2
003500 OBJECT-COMPUTER.                                                 CVCRK4.2
003600     GNU-COBOL.                                                   CVCRK4.2
003700 INPUT-OUTPUT SECTION.                                            CVCRK4.2
003800 FILE-CONTROL.                                                    CVCRK4.2
003900     SELECT CREG-FILE  ASSIGN TO                                  CVCRK4.2
004000            CCVSCREG                                              CVCRK4.2
004100            ORGANIZATION IS INDEXED                               CVCRK4.2
004200            ACCESS MODE IS DYNAMIC                                CVCRK4.2
004300            RECORD KEY IS CERT-REG-KEY                            CVCRK4.2
004400            FILE STATUS IS CRK-REG-STATUS.                        CVCRK4.2
004500     SELECT LATEST-FILE ASSIGN TO                                 CVCRK4.2
004600            CCVSLATE                                              CVCRK4.2
004700            ORGANIZATION IS INDEXED                               CVCRK4.2
004800            ACCESS MODE IS RANDOM                                 CVCRK4.2
004900            RECORD KEY IS LATEST-KEY                              CVCRK4.2
005000            FILE STATUS IS CRK-LATE-STATUS.                       CVCRK4.2
005100     SELECT TXN-FILE   ASSIGN TO                                  CVCRK4.2
005200            CCVSCRKT                                              CVCRK4.2
005300            ORGANIZATION IS SEQUENTIAL                            CVCRK4.2
005400            FILE STATUS IS CRK-TXN-STATUS.                        CVCRK4.2
005500*    AUTH-FILE NAMES WHO MAY REVOKE (SEE CCVSAUT); ACC-LOG-FILE   CVCRK4.2
005600*    RECORDS REJECTED ATTEMPTS.                                   CVCRK4.2
005700     SELECT AUTH-FILE  ASSIGN TO                                  CVCRK4.2
005800            CCVSAUTH                                              CVCRK4.2
005900            ORGANIZATION IS SEQUENTIAL                            CVCRK4.2
006000            FILE STATUS IS CRK-AUTH-STATUS.                       CVCRK4.2
006100     SELECT OPTIONAL ACC-LOG-FILE ASSIGN TO                       CVCRK4.2
006200            CCVSACCL                                              CVCRK4.2
006300            ORGANIZATION IS SEQUENTIAL.                           CVCRK4.2
006400     SELECT ALERT-FILE ASSIGN TO                                  CVCRK4.2
006500            CCVSCRTA.                                             CVCRK4.2
006600     SELECT PRINT-FILE ASSIGN TO                                  CVCRK4.2
006700            CCVSCRKP.                                             CVCRK4.2
006800 DATA DIVISION.                                                   CVCRK4.2
006900 FILE SECTION.                                                    CVCRK4.2
007000 FD  CREG-FILE.                                                   CVCRK4.2
007100     COPY CCVSCRG.                                                CVCRK4.2
007200 FD  LATEST-FILE.                                                 CVCRK4.2
007300     COPY CCVSLAT.                                                CVCRK4.2
007400 FD  TXN-FILE                                                     CVCRK4.2
007500     LABEL RECORDS STANDARD.                                      CVCRK4.2
007600 01  CRK-TXN-REC.                                                 CVCRK4.2
007700     05  KT-ACTION            PIC X(6).                           CVCRK4.2
007800     05  KT-TARGET-ID         PIC X(4).                           CVCRK4.2
007900     05  KT-CERT-NO           PIC X(6).                           CVCRK4.2
008000     05  KT-CERT-NO-N REDEFINES KT-CERT-NO PIC 9(6).              CVCRK4.2
008100     05  KT-OPERATOR          PIC X(8).                           CVCRK4.2
008200     05  KT-REASON            PIC X(40).                          CVCRK4.2
008300 FD  AUTH-FILE                                                    CVCRK4.2
008400     LABEL RECORDS STANDARD.                                      CVCRK4.2
008500     COPY CCVSAUT.                                                CVCRK4.2
008600 FD  ACC-LOG-FILE                                                 CVCRK4.2
008700     LABEL RECORDS STANDARD.                                      CVCRK4.2
008800 01  CRK-ACC-REC.                                                 CVCRK4.2
008900     05  CRK-ACC-DATE          PIC 9(8).                          CVCRK4.2
009000     05  FILLER               PIC X VALUE SPACE.                  CVCRK4.2
009100     05  CRK-ACC-TIME          PIC 9(8).                          CVCRK4.2
009200     05  FILLER               PIC X VALUE SPACE.                  CVCRK4.2
009300     05  CRK-ACC-PROGRAM       PIC X(8).                          CVCRK4.2
009400     05  FILLER               PIC X VALUE SPACE.                  CVCRK4.2
009500     05  CRK-ACC-OPERATOR      PIC X(8).                          CVCRK4.2
009600     05  FILLER               PIC X VALUE SPACE.                  CVCRK4.2
009700     05  CRK-ACC-ACTION        PIC X(9).                          CVCRK4.2
009800     05  FILLER               PIC X VALUE SPACE.                  CVCRK4.2
009900     05  CRK-ACC-RESULT        PIC X(8).                          CVCRK4.2
010000*    ONE RECORD PER PROGRAM STILL REGRESSED ON A SUSPENDED        CVCRK4.2
010100*    CERTIFICATE, TONIGHT OR EARLIER; WRITTEN FRESH EVERY RUN.    CVCRK4.2
010200 FD  ALERT-FILE                                                   CVCRK4.2
010300     LABEL RECORDS STANDARD.                                      CVCRK4.2
010400 01  CRK-ALERT-REC.                                               CVCRK4.2
010500     05  CA-TARGET-ID         PIC X(4).                           CVCRK4.2
010600     05  FILLER               PIC X.                              CVCRK4.2
010700     05  CA-CERT-NO           PIC 9(6).                           CVCRK4.2
010800     05  FILLER               PIC X.                              CVCRK4.2
010900     05  CA-PGM-ID            PIC X(6).                           CVCRK4.2
011000     05  FILLER               PIC X.                              CVCRK4.2
011100     05  CA-DATE              PIC 9(8).                           CVCRK4.2
011200     05  FILLER               PIC X.                              CVCRK4.2
011300     05  CA-TIME              PIC 9(8).                           CVCRK4.2
011400     05  FILLER               PIC X.                              CVCRK4.2
011500     05  CA-FAIL-NOW          PIC 9(6).                           CVCRK4.2
011600     05  FILLER               PIC X.                              CVCRK4.2
011700     05  CA-FAIL-BASIS        PIC 9(6).                           CVCRK4.2
011800 FD  PRINT-FILE                                                   CVCRK4.2
011900     LABEL RECORDS STANDARD                                       CVCRK4.2
012000     DATA RECORD IS PRINT-REC.                                    CVCRK4.2
012100 01  PRINT-REC PICTURE X(120).                                    CVCRK4.2
012200 WORKING-STORAGE SECTION.                                         CVCRK4.2
012300 01  CRK-REG-STATUS          PIC XX       VALUE SPACE.            CVCRK4.2
012400 01  CRK-LATE-STATUS         PIC XX       VALUE SPACE.            CVCRK4.2
012500 01  CRK-TXN-STATUS          PIC XX       VALUE SPACE.            CVCRK4.2
012600 01  CRK-AUTH-STATUS         PIC XX       VALUE SPACE.            CVCRK4.2
012700 01  CRK-EOF-SWITCH          PIC 9        VALUE ZERO.             CVCRK4.2
012800     88  CRK-AT-EOF                   VALUE 1.                    CVCRK4.2
012900 01  CRK-AUTH-EOF-SWITCH     PIC 9        VALUE ZERO.             CVCRK4.2
013000     88  CRK-AUTH-AT-EOF              VALUE 1.                    CVCRK4.2
013100 01  CRK-AUTH-LOADED         PIC 9        VALUE ZERO.             CVCRK4.2
013200     88  CRK-HAVE-AUTHORITY           VALUE 1.                    CVCRK4.2
013300 01  CRK-AUTH-COUNT          PIC 9(3) COMP VALUE ZERO.            CVCRK4.2
013400 01  CRK-AUTH-SUB            PIC 9(3) COMP VALUE ZERO.            CVCRK4.2
013500 01  CRK-AUTH-TABLE.                                              CVCRK4.2
013600     05  CRK-AUTH-ENTRY      OCCURS 50 TIMES.                     CVCRK4.2
013700         10  CRK-A-OPERATOR      PIC X(8).                        CVCRK4.2
013800         10  CRK-A-CERTIFY       PIC X.                           CVCRK4.2
013900 01  CRK-TODAY               PIC 9(8)     VALUE ZERO.             CVCRK4.2
014000 01  CRK-SUB                 PIC 9(3) COMP VALUE ZERO.            CVCRK4.2
014100 01  CRK-REGRESS-COUNT       PIC 9(3) COMP VALUE ZERO.            CVCRK4.2
014200 01  CRK-CERT-COUNT          PIC 9(5) COMP VALUE ZERO.            CVCRK4.2
014300 01  CRK-ISSUED-COUNT        PIC 9(5) COMP VALUE ZERO.            CVCRK4.2
014400 01  CRK-SUSPENDED-COUNT     PIC 9(5) COMP VALUE ZERO.            CVCRK4.2
014500 01  CRK-REVOKED-COUNT       PIC 9(5) COMP VALUE ZERO.            CVCRK4.2
014600 01  CRK-NEW-SUSP-COUNT      PIC 9(5) COMP VALUE ZERO.            CVCRK4.2
014700 01  CRK-NEW-REVOKE-COUNT    PIC 9(5) COMP VALUE ZERO.            CVCRK4.2
014800 01  CRK-REJECT-COUNT        PIC 9(5) COMP VALUE ZERO.            CVCRK4.2
014900 01  CRK-FAIL-ED             PIC ZZZZZ9.                          CVCRK4.2
015000 01  CRK-BASIS-ED            PIC ZZZZZ9.                          CVCRK4.2
015100 01  CRK-TXN-RESULT          PIC X(40)    VALUE SPACE.            CVCRK4.2
015200*    THE PROGRAMS THAT REGRESSED ON THE CERTIFICATE IN HAND,      CVCRK4.2
015300*    HELD UNTIL ITS REGISTER LINE HAS PRINTED.                    CVCRK4.2
015400 01  CRK-REG-TABLE.                                               CVCRK4.2
015500     05  CRK-REG-ENTRY       OCCURS 200 TIMES.                    CVCRK4.2
015600         10  CRK-R-PGM-ID        PIC X(6).                        CVCRK4.2
015700         10  CRK-R-DATE          PIC 9(8).                        CVCRK4.2
015800         10  CRK-R-FAIL-NOW      PIC 9(6).                        CVCRK4.2
015900         10  CRK-R-FAIL-BASIS    PIC 9(6).                        CVCRK4.2
016000 01  CRK-H-1.                                                     CVCRK4.2
016100     02 FILLER PIC X(120) VALUE                                   CVCRK4.2
016200     "    CCVS85 CERTIFICATE REGISTER - NIGHTLY CHECK".           CVCRK4.2
016300 01  CRK-E-1.                                                     CVCRK4.2
016400     02 FILLER PIC X(14) VALUE "RUN DATE    = ".                  CVCRK4.2
016500     02 CE-TODAY-O         PIC 9(8).                              CVCRK4.2
016600     02 FILLER PIC X(98) VALUE SPACE.                             CVCRK4.2
016700 01  CRK-H-2.                                                     CVCRK4.2
016800     02 FILLER PIC X(120) VALUE                                   CVCRK4.2
016900     "CHANGE-BOARD CARDS".                                        CVCRK4.2
017000 01  CRK-T-1.                                                     CVCRK4.2
017100     02 FILLER PIC X(4)  VALUE SPACE.                             CVCRK4.2
017200     02 KT-ACTION-O        PIC X(6).                              CVCRK4.2
017300     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
017400     02 KT-TARGET-O        PIC X(4).                              CVCRK4.2
017500     02 FILLER PIC X(1)  VALUE "-".                               CVCRK4.2
017600     02 KT-CERT-O          PIC X(6).                              CVCRK4.2
017700     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
017800     02 KT-OPERATOR-O      PIC X(8).                              CVCRK4.2
017900     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
018000     02 KT-RESULT-O        PIC X(40).                             CVCRK4.2
018100     02 FILLER PIC X(45) VALUE SPACE.                             CVCRK4.2
018200 01  CRK-H-3.                                                     CVCRK4.2
018300     02 FILLER PIC X(120) VALUE                                   CVCRK4.2
018400     "CERTIFICATES ON THE REGISTER".                              CVCRK4.2
018500 01  CRK-C-1.                                                     CVCRK4.2
018600     02 FILLER PIC X(11) VALUE "CERTIFICATE".                     CVCRK4.2
018700     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
018800     02 FILLER PIC X(8)  VALUE "FROM    ".                        CVCRK4.2
018900     02 FILLER PIC X(1)  VALUE SPACE.                             CVCRK4.2
019000     02 FILLER PIC X(8)  VALUE "TO      ".                        CVCRK4.2
019100     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
019200     02 FILLER PIC X(8)  VALUE "OPERATOR".                        CVCRK4.2
019300     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
019400     02 FILLER PIC X(8)  VALUE "ISSUED  ".                        CVCRK4.2
019500     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
019600     02 FILLER PIC X(4)  VALUE "PGMS".                            CVCRK4.2
019700     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
019800     02 FILLER PIC X(9)  VALUE "STATUS   ".                       CVCRK4.2
019900     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
020000     02 FILLER PIC X(8)  VALUE "SINCE   ".                        CVCRK4.2
020100     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRK4.2
020200     02 FILLER PIC X(6)  VALUE "REASON".                          CVCRK4.2
020300     02 FILLER PIC X(35) VALUE SPACE.                             CVCRK4.2
020400 01  CRK-D-1.                                                     CVCRK4.2
020500     02 CD-TARGET-O        PIC X(4).                              CVCRK4.2
020600     02 FILLER             PIC X(1)  VALUE "-".                   CVCRK4.2
020700     02 CD-CERT-O          PIC 9(6).                              CVCRK4.2
020800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRK4.2
020900     02 CD-FROM-O          PIC 9(8).                              CVCRK4.2
021000     02 FILLER             PIC X(1)  VALUE SPACE.                 CVCRK4.2
021100     02 CD-TO-O            PIC 9(8).                              CVCRK4.2
021200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRK4.2
021300     02 CD-OPERATOR-O      PIC X(8).                              CVCRK4.2
021400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRK4.2
021500     02 CD-ISSUED-O        PIC 9(8).                              CVCRK4.2
021600     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRK4.2
021700     02 CD-PGMS-O          PIC ZZZ9.                              CVCRK4.2
021800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRK4.2
021900     02 CD-STATUS-O        PIC X(9).                              CVCRK4.2
022000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRK4.2
022100     02 CD-SINCE-O         PIC 9(8).                              CVCRK4.2
022200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRK4.2
022300     02 CD-TEXT-O          PIC X(40).                             CVCRK4.2
022400     02 FILLER             PIC X(1)  VALUE SPACE.                 CVCRK4.2
022500 01  CRK-R-1.                                                     CVCRK4.2
022600     02 FILLER PIC X(6)  VALUE SPACE.                             CVCRK4.2
022700     02 FILLER PIC X(15) VALUE "REGRESSED PGM ".                  CVCRK4.2
022800     02 CR-PGM-ID-O        PIC X(6).                              CVCRK4.2
022900     02 FILLER PIC X(11) VALUE "  LATEST   ".                     CVCRK4.2
023000     02 CR-DATE-O          PIC 9(8).                              CVCRK4.2
023100     02 FILLER PIC X(13) VALUE "  FAILS NOW  ".                   CVCRK4.2
023200     02 CR-FAIL-NOW-O      PIC ZZZZZ9.                            CVCRK4.2
023300     02 FILLER PIC X(16) VALUE "  AT CERTIFIED  ".                CVCRK4.2
023400     02 CR-FAIL-BASIS-O    PIC ZZZZZ9.                            CVCRK4.2
023500     02 FILLER PIC X(33) VALUE SPACE.                             CVCRK4.2
023600 01  CRK-S-1.                                                     CVCRK4.2
023700     02 FILLER PIC X(26) VALUE "CERTIFICATES ON REGISTER =".      CVCRK4.2
023800     02 CS-CERT-O          PIC ZZZZ9.                             CVCRK4.2
023900     02 FILLER PIC X(89) VALUE SPACE.                             CVCRK4.2
024000 01  CRK-S-2.                                                     CVCRK4.2
024100     02 FILLER PIC X(26) VALUE "  ISSUED                 =".      CVCRK4.2
024200     02 CS-ISSUED-O        PIC ZZZZ9.                             CVCRK4.2
024300     02 FILLER PIC X(89) VALUE SPACE.                             CVCRK4.2
024400 01  CRK-S-3.                                                     CVCRK4.2
024500     02 FILLER PIC X(26) VALUE "  SUSPENDED              =".      CVCRK4.2
024600     02 CS-SUSP-O          PIC ZZZZ9.                             CVCRK4.2
024700     02 FILLER PIC X(89) VALUE SPACE.                             CVCRK4.2
024800 01  CRK-S-4.                                                     CVCRK4.2
024900     02 FILLER PIC X(26) VALUE "  REVOKED                =".      CVCRK4.2
025000     02 CS-REVOKED-O       PIC ZZZZ9.                             CVCRK4.2
025100     02 FILLER PIC X(89) VALUE SPACE.                             CVCRK4.2
025200 01  CRK-S-5.                                                     CVCRK4.2
025300     02 FILLER PIC X(26) VALUE "SUSPENDED TONIGHT        =".      CVCRK4.2
025400     02 CS-NEW-SUSP-O      PIC ZZZZ9.                             CVCRK4.2
025500     02 FILLER PIC X(89) VALUE SPACE.                             CVCRK4.2
025600 01  CRK-S-6.                                                     CVCRK4.2
025700     02 FILLER PIC X(26) VALUE "REVOKED TONIGHT          =".      CVCRK4.2
025800     02 CS-NEW-REV-O       PIC ZZZZ9.                             CVCRK4.2
025900     02 FILLER PIC X(89) VALUE SPACE.                             CVCRK4.2
026000 01  CRK-S-7.                                                     CVCRK4.2
026100     02 FILLER PIC X(26) VALUE "CARDS REJECTED           =".      CVCRK4.2
026200     02 CS-REJECT-O        PIC ZZZZ9.                             CVCRK4.2
026300     02 FILLER PIC X(89) VALUE SPACE.                             CVCRK4.2
026400 01  CRK-F-NONE.                                                  CVCRK4.2
026500     02 FILLER PIC X(120) VALUE "    NONE".                       CVCRK4.2
026600 PROCEDURE DIVISION.                                              CVCRK4.2
026700 0000-MAINLINE SECTION.                                           CVCRK4.2
026800 0000-START.                                                      CVCRK4.2
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVCRK4.2
027000     PERFORM 2000-CHANGE-BOARD THRU 2000-EXIT.                    CVCRK4.2
027100     PERFORM 3000-CHECK-REGISTER THRU 3000-EXIT.                  CVCRK4.2
027200     PERFORM 5000-FINISH THRU 5000-EXIT.                          CVCRK4.2
027300     STOP RUN.                                                    CVCRK4.2
027400 1000-INITIALIZE.                                                 CVCRK4.2
027500     ACCEPT CRK-TODAY FROM DATE YYYYMMDD.                         CVCRK4.2
027600     OPEN I-O CREG-FILE.                                          CVCRK4.2
027700     IF CRK-REG-STATUS EQUAL TO "35"                              CVCRK4.2
027800         DISPLAY "CCVSCRCK - NO CERTIFICATES REGISTERED YET"      CVCRK4.2
027900         STOP RUN.                                                CVCRK4.2
028000     IF CRK-REG-STATUS NOT EQUAL TO "00"                          CVCRK4.2
028100         DISPLAY "CCVSCRCK - CCVSCREG UNAVAILABLE - STATUS "      CVCRK4.2
028200             CRK-REG-STATUS                                       CVCRK4.2
028300         MOVE 8 TO RETURN-CODE                                    CVCRK4.2
028400         STOP RUN.                                                CVCRK4.2
028500     OPEN INPUT LATEST-FILE.                                      CVCRK4.2
028600     IF CRK-LATE-STATUS NOT EQUAL TO "00"                         CVCRK4.2
028700         DISPLAY "CCVSCRCK - NO CCVSLATE SUMMARY FILE - "         CVCRK4.2
028800             "STATUS " CRK-LATE-STATUS                            CVCRK4.2
028900         DISPLAY "CCVSCRCK - SEED IT WITH CCVSLBLD"               CVCRK4.2
029000         CLOSE CREG-FILE                                          CVCRK4.2
029100         MOVE 8 TO RETURN-CODE                                    CVCRK4.2
029200         STOP RUN.                                                CVCRK4.2
029300     PERFORM 8600-LOAD-AUTHORITY THRU 8600-EXIT.                  CVCRK4.2
029400     OPEN OUTPUT ALERT-FILE.                                      CVCRK4.2
029500     OPEN OUTPUT PRINT-FILE.                                      CVCRK4.2
029600     MOVE CRK-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
029700     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
029800     MOVE CRK-TODAY TO CE-TODAY-O.                                CVCRK4.2
029900     MOVE CRK-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
030000 1000-EXIT. EXIT.                                                 CVCRK4.2
030100*    REVOCATIONS ARE APPLIED BEFORE THE CHECK, SO A REVOKED       CVCRK4.2
030200*    CERTIFICATE IS NOT ALSO SUSPENDED THE SAME NIGHT.            CVCRK4.2
030300 2000-CHANGE-BOARD.                                               CVCRK4.2
030400     OPEN INPUT TXN-FILE.                                         CVCRK4.2
030500     IF CRK-TXN-STATUS NOT EQUAL TO "00"                          CVCRK4.2
030600         GO TO 2000-EXIT.                                         CVCRK4.2
030700     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
030800     MOVE CRK-H-2 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
030900     MOVE ZERO TO CRK-EOF-SWITCH.                                 CVCRK4.2
031000     PERFORM 2100-TXN-ONE THRU 2100-EXIT                          CVCRK4.2
031100         UNTIL CRK-AT-EOF.                                        CVCRK4.2
031200     CLOSE TXN-FILE.                                              CVCRK4.2
031300 2000-EXIT. EXIT.                                                 CVCRK4.2
031400 2100-TXN-ONE.                                                    CVCRK4.2
031500     READ TXN-FILE AT END                                         CVCRK4.2
031600         MOVE 1 TO CRK-EOF-SWITCH                                 CVCRK4.2
031700         GO TO 2100-EXIT.                                         CVCRK4.2
031800     IF KT-ACTION NOT EQUAL TO "REVOKE"                           CVCRK4.2
031900         MOVE "REJECTED - UNKNOWN ACTION" TO CRK-TXN-RESULT       CVCRK4.2
032000         GO TO 2100-REJECT.                                       CVCRK4.2
032100     IF KT-CERT-NO NOT NUMERIC                                    CVCRK4.2
032200         MOVE "REJECTED - CERTIFICATE NUMBER NOT NUMERIC"         CVCRK4.2
032300             TO CRK-TXN-RESULT                                    CVCRK4.2
032400         GO TO 2100-REJECT.                                       CVCRK4.2
032500     IF KT-OPERATOR EQUAL TO SPACE                                CVCRK4.2
032600         MOVE "REJECTED - UNSIGNED CARD" TO CRK-TXN-RESULT        CVCRK4.2
032700         GO TO 2100-REJECT.                                       CVCRK4.2
032800     PERFORM 8700-CHECK-AUTHORITY THRU 8700-EXIT.                 CVCRK4.2
032900     IF CRK-AUTH-SUB EQUAL TO ZERO                                CVCRK4.2
033000         PERFORM 8800-LOG-DENIAL THRU 8800-EXIT                   CVCRK4.2
033100         MOVE "REJECTED - OPERATOR NOT AUTHORIZED"                CVCRK4.2
033200             TO CRK-TXN-RESULT                                    CVCRK4.2
033300         GO TO 2100-REJECT.                                       CVCRK4.2
033400     MOVE KT-TARGET-ID TO CR-TARGET-ID.                           CVCRK4.2
033500     MOVE KT-CERT-NO-N TO CR-CERT-NO.                             CVCRK4.2
033600     READ CREG-FILE INVALID KEY                                   CVCRK4.2
033700         MOVE "REJECTED - NOT ON THE REGISTER" TO CRK-TXN-RESULT  CVCRK4.2
033800         GO TO 2100-REJECT.                                       CVCRK4.2
033900     IF CR-STATUS EQUAL TO "REVOKED"                              CVCRK4.2
034000         MOVE "IGNORED - ALREADY REVOKED" TO CRK-TXN-RESULT       CVCRK4.2
034100         GO TO 2100-PRINT.                                        CVCRK4.2
034200     MOVE "REVOKED"    TO CR-STATUS.                              CVCRK4.2
034300     MOVE CRK-TODAY    TO CR-STATUS-DATE.                         CVCRK4.2
034400     MOVE KT-REASON    TO CR-STATUS-TEXT.                         CVCRK4.2
034500     IF KT-REASON EQUAL TO SPACE                                  CVCRK4.2
034600         MOVE "REVOKED BY THE CHANGE BOARD" TO CR-STATUS-TEXT.    CVCRK4.2
034700     REWRITE CERT-REG-SATZ INVALID KEY                            CVCRK4.2
034800         MOVE "REJECTED - REGISTER NOT UPDATED" TO CRK-TXN-RESULT CVCRK4.2
034900         GO TO 2100-REJECT.                                       CVCRK4.2
035000     ADD 1 TO CRK-NEW-REVOKE-COUNT.                               CVCRK4.2
035100     MOVE "REVOKED" TO CRK-TXN-RESULT.                            CVCRK4.2
035200     GO TO 2100-PRINT.                                            CVCRK4.2
035300 2100-REJECT.                                                     CVCRK4.2
035400     ADD 1 TO CRK-REJECT-COUNT.                                   CVCRK4.2
035500 2100-PRINT.                                                      CVCRK4.2
035600     MOVE KT-ACTION      TO KT-ACTION-O.                          CVCRK4.2
035700     MOVE KT-TARGET-ID   TO KT-TARGET-O.                          CVCRK4.2
035800     MOVE KT-CERT-NO     TO KT-CERT-O.                            CVCRK4.2
035900     MOVE KT-OPERATOR    TO KT-OPERATOR-O.                        CVCRK4.2
036000     MOVE CRK-TXN-RESULT TO KT-RESULT-O.                          CVCRK4.2
036100     MOVE CRK-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
036200 2100-EXIT. EXIT.                                                 CVCRK4.2
036300*    ONE PASS OVER THE REGISTER IN KEY ORDER -- CHECK EACH        CVCRK4.2
036320*    ISSUED OR SUSPENDED CERTIFICATE, THEN PRINT ITS REGISTER     CVCRK4.2
036340*    LINE.  A SUSPENDED ONE IS RECHECKED SO ITS STILL-REGRESSED   CVCRK4.2
036400*    PROGRAMS STAY ON CCVSCRTA; IT IS NOT SUSPENDED AGAIN.        CVCRK4.2
036500 3000-CHECK-REGISTER.                                             CVCRK4.2
036600     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
036700     MOVE CRK-H-3 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
036800     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
036900     MOVE CRK-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
037000     MOVE ZERO TO CRK-EOF-SWITCH.                                 CVCRK4.2
037100     MOVE LOW-VALUE TO CERT-REG-KEY.                              CVCRK4.2
037200     START CREG-FILE KEY IS NOT LESS THAN CERT-REG-KEY            CVCRK4.2
037300         INVALID KEY MOVE 1 TO CRK-EOF-SWITCH.                    CVCRK4.2
037400     PERFORM 3100-CERT-ONE THRU 3100-EXIT                         CVCRK4.2
037500         UNTIL CRK-AT-EOF.                                        CVCRK4.2
037600     IF CRK-CERT-COUNT EQUAL TO ZERO                              CVCRK4.2
037700         MOVE CRK-F-NONE TO PRINT-REC                             CVCRK4.2
037800         WRITE PRINT-REC.                                         CVCRK4.2
037900 3000-EXIT. EXIT.                                                 CVCRK4.2
038000 3100-CERT-ONE.                                                   CVCRK4.2
038100     READ CREG-FILE NEXT RECORD AT END                            CVCRK4.2
038200         MOVE 1 TO CRK-EOF-SWITCH                                 CVCRK4.2
038300         GO TO 3100-EXIT.                                         CVCRK4.2
038400     ADD 1 TO CRK-CERT-COUNT.                                     CVCRK4.2
038500     MOVE ZERO TO CRK-REGRESS-COUNT.                              CVCRK4.2
038600     IF CR-STATUS NOT EQUAL TO "ISSUED"                           CVCRK4.2
038650             AND CR-STATUS NOT EQUAL TO "SUSPENDED"               CVCRK4.2
038700         GO TO 3100-PRINT.                                        CVCRK4.2
038800     PERFORM 3200-BASIS-ONE THRU 3200-EXIT                        CVCRK4.2
038900         VARYING CRK-SUB FROM 1 BY 1                              CVCRK4.2
039000         UNTIL CRK-SUB GREATER THAN CR-BASIS-COUNT.               CVCRK4.2
039100     IF CRK-REGRESS-COUNT EQUAL TO ZERO                           CVCRK4.2
039150             OR CR-STATUS NOT EQUAL TO "ISSUED"                   CVCRK4.2
039200         GO TO 3100-PRINT.                                        CVCRK4.2
039300     MOVE CRK-R-FAIL-NOW (1)   TO CRK-FAIL-ED.                    CVCRK4.2
039400     MOVE CRK-R-FAIL-BASIS (1) TO CRK-BASIS-ED.                   CVCRK4.2
039500     MOVE SPACE TO CR-STATUS-TEXT.                                CVCRK4.2
039600     STRING CRK-R-PGM-ID (1)  DELIMITED BY SIZE                   CVCRK4.2
039700         " FAILS"             DELIMITED BY SIZE                   CVCRK4.2
039800         CRK-FAIL-ED          DELIMITED BY SIZE                   CVCRK4.2
039900         " CERTIFIED AT"      DELIMITED BY SIZE                   CVCRK4.2
040000         CRK-BASIS-ED         DELIMITED BY SIZE                   CVCRK4.2
040100         INTO CR-STATUS-TEXT.                                     CVCRK4.2
040200     MOVE "SUSPENDED" TO CR-STATUS.                               CVCRK4.2
040300     MOVE CRK-TODAY   TO CR-STATUS-DATE.                          CVCRK4.2
040400     REWRITE CERT-REG-SATZ INVALID KEY                            CVCRK4.2
040500         DISPLAY "CCVSCRCK - CANNOT SUSPEND " CR-TARGET-ID "-"    CVCRK4.2
040600             CR-CERT-NO                                           CVCRK4.2
040700         MOVE 8 TO RETURN-CODE                                    CVCRK4.2
040800         GO TO 3100-PRINT.                                        CVCRK4.2
040900     ADD 1 TO CRK-NEW-SUSP-COUNT.                                 CVCRK4.2
041000     DISPLAY "CCVSCRCK - ** CERTIFICATE " CR-TARGET-ID "-"        CVCRK4.2
041100         CR-CERT-NO " SUSPENDED - " CR-STATUS-TEXT.               CVCRK4.2
041200 3100-PRINT.                                                      CVCRK4.2
041300     IF CR-STATUS EQUAL TO "ISSUED"                               CVCRK4.2
041400         ADD 1 TO CRK-ISSUED-COUNT.                               CVCRK4.2
041500     IF CR-STATUS EQUAL TO "SUSPENDED"                            CVCRK4.2
041600         ADD 1 TO CRK-SUSPENDED-COUNT.                            CVCRK4.2
041700     IF CR-STATUS EQUAL TO "REVOKED"                              CVCRK4.2
041800         ADD 1 TO CRK-REVOKED-COUNT.                              CVCRK4.2
041900     MOVE SPACE          TO CRK-D-1.                              CVCRK4.2
042000     MOVE CR-TARGET-ID   TO CD-TARGET-O.                          CVCRK4.2
042100     MOVE CR-CERT-NO     TO CD-CERT-O.                            CVCRK4.2
042200     MOVE CR-FROM-DATE   TO CD-FROM-O.                            CVCRK4.2
042300     MOVE CR-TO-DATE     TO CD-TO-O.                              CVCRK4.2
042400     MOVE CR-OPERATOR    TO CD-OPERATOR-O.                        CVCRK4.2
042500     MOVE CR-ISSUE-DATE  TO CD-ISSUED-O.                          CVCRK4.2
042600     MOVE CR-BASIS-COUNT TO CD-PGMS-O.                            CVCRK4.2
042700     MOVE CR-STATUS      TO CD-STATUS-O.                          CVCRK4.2
042800     MOVE CR-STATUS-DATE TO CD-SINCE-O.                           CVCRK4.2
042900     MOVE CR-STATUS-TEXT TO CD-TEXT-O.                            CVCRK4.2
043000     MOVE CRK-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
043100     PERFORM 3300-PRINT-REGRESSION THRU 3300-EXIT                 CVCRK4.2
043200         VARYING CRK-SUB FROM 1 BY 1                              CVCRK4.2
043300         UNTIL CRK-SUB GREATER THAN CRK-REGRESS-COUNT.            CVCRK4.2
043400 3100-EXIT. EXIT.                                                 CVCRK4.2
043500*    A CERTIFIED PROGRAM WITH NO CCVSLATE RECORD, OR WHOSE        CVCRK4.2
043600*    LATEST RUN WAS DISREGARDED, PROVES NOTHING EITHER WAY.       CVCRK4.2
043700 3200-BASIS-ONE.                                                  CVCRK4.2
043800     MOVE CR-B-PGM-ID (CRK-SUB) TO LAT-PGM-ID.                    CVCRK4.2
043900     MOVE CR-TARGET-ID          TO LAT-TARGET-ID.                 CVCRK4.2
044000     READ LATEST-FILE INVALID KEY                                 CVCRK4.2
044100         GO TO 3200-EXIT.                                         CVCRK4.2
044200     IF LAT-ABORT EQUAL TO "DISREGRD"                             CVCRK4.2
044300         GO TO 3200-EXIT.                                         CVCRK4.2
044400     IF LAT-FAIL NOT GREATER THAN CR-B-FAIL (CRK-SUB)             CVCRK4.2
044500         GO TO 3200-EXIT.                                         CVCRK4.2
044600     ADD 1 TO CRK-REGRESS-COUNT.                                  CVCRK4.2
044700     MOVE LAT-PGM-ID TO CRK-R-PGM-ID     (CRK-REGRESS-COUNT).     CVCRK4.2
044800     MOVE LAT-DATE   TO CRK-R-DATE       (CRK-REGRESS-COUNT).     CVCRK4.2
044900     MOVE LAT-FAIL   TO CRK-R-FAIL-NOW   (CRK-REGRESS-COUNT).     CVCRK4.2
045000     MOVE CR-B-FAIL (CRK-SUB)                                     CVCRK4.2
045100                     TO CRK-R-FAIL-BASIS (CRK-REGRESS-COUNT).     CVCRK4.2
045200     MOVE SPACE              TO CRK-ALERT-REC.                    CVCRK4.2
045300     MOVE CR-TARGET-ID       TO CA-TARGET-ID.                     CVCRK4.2
045400     MOVE CR-CERT-NO         TO CA-CERT-NO.                       CVCRK4.2
045500     MOVE LAT-PGM-ID         TO CA-PGM-ID.                        CVCRK4.2
045600     MOVE LAT-DATE           TO CA-DATE.                          CVCRK4.2
045700     MOVE LAT-TIME           TO CA-TIME.                          CVCRK4.2
045800     MOVE LAT-FAIL           TO CA-FAIL-NOW.                      CVCRK4.2
045900     MOVE CR-B-FAIL (CRK-SUB) TO CA-FAIL-BASIS.                   CVCRK4.2
046000     WRITE CRK-ALERT-REC.                                         CVCRK4.2
046100 3200-EXIT. EXIT.                                                 CVCRK4.2
046200 3300-PRINT-REGRESSION.                                           CVCRK4.2
046300     MOVE CRK-R-PGM-ID (CRK-SUB)     TO CR-PGM-ID-O.              CVCRK4.2
046400     MOVE CRK-R-DATE (CRK-SUB)       TO CR-DATE-O.                CVCRK4.2
046500     MOVE CRK-R-FAIL-NOW (CRK-SUB)   TO CR-FAIL-NOW-O.            CVCRK4.2
046600     MOVE CRK-R-FAIL-BASIS (CRK-SUB) TO CR-FAIL-BASIS-O.          CVCRK4.2
046700     MOVE CRK-R-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
046800 3300-EXIT. EXIT.                                                 CVCRK4.2
046900 5000-FINISH.                                                     CVCRK4.2
047000     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
047100     MOVE CRK-CERT-COUNT       TO CS-CERT-O.                      CVCRK4.2
047200     MOVE CRK-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
047300     MOVE CRK-ISSUED-COUNT     TO CS-ISSUED-O.                    CVCRK4.2
047400     MOVE CRK-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
047500     MOVE CRK-SUSPENDED-COUNT  TO CS-SUSP-O.                      CVCRK4.2
047600     MOVE CRK-S-3 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
047700     MOVE CRK-REVOKED-COUNT    TO CS-REVOKED-O.                   CVCRK4.2
047800     MOVE CRK-S-4 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
047900     MOVE CRK-NEW-SUSP-COUNT   TO CS-NEW-SUSP-O.                  CVCRK4.2
048000     MOVE CRK-S-5 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
048100     MOVE CRK-NEW-REVOKE-COUNT TO CS-NEW-REV-O.                   CVCRK4.2
048200     MOVE CRK-S-6 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
048300     MOVE CRK-REJECT-COUNT     TO CS-REJECT-O.                    CVCRK4.2
048400     MOVE CRK-S-7 TO PRINT-REC. WRITE PRINT-REC.                  CVCRK4.2
048500     CLOSE CREG-FILE.                                             CVCRK4.2
048600     CLOSE LATEST-FILE.                                           CVCRK4.2
048700     CLOSE ALERT-FILE.                                            CVCRK4.2
048800     CLOSE PRINT-FILE.                                            CVCRK4.2
048900     DISPLAY "CCVSCRCK - CERTIFICATES CHECKED   " CRK-CERT-COUNT. CVCRK4.2
049000     DISPLAY "CCVSCRCK - SUSPENDED TONIGHT      "                 CVCRK4.2
049100         CRK-NEW-SUSP-COUNT.                                      CVCRK4.2
049200     IF CRK-NEW-SUSP-COUNT GREATER THAN ZERO                      CVCRK4.2
049300             AND RETURN-CODE LESS THAN 4                          CVCRK4.2
049400         MOVE 4 TO RETURN-CODE.                                   CVCRK4.2
049500 5000-EXIT. EXIT.                                                 CVCRK4.2
049600 8600-LOAD-AUTHORITY.                                             CVCRK4.2
049700     OPEN INPUT AUTH-FILE.                                        CVCRK4.2
049800     IF CRK-AUTH-STATUS NOT EQUAL TO "00"                         CVCRK4.2
049900         DISPLAY "CCVSCRCK - NO OPERATOR AUTHORITY FILE - "       CVCRK4.2
050000             "CHANGES UNCHECKED"                                  CVCRK4.2
050100         GO TO 8600-EXIT.                                         CVCRK4.2
050200     MOVE 1 TO CRK-AUTH-LOADED.                                   CVCRK4.2
050300     PERFORM 8610-LOAD-ONE-AUTH THRU 8610-EXIT                    CVCRK4.2
050400         UNTIL CRK-AUTH-AT-EOF.                                   CVCRK4.2
050500     CLOSE AUTH-FILE.                                             CVCRK4.2
050600 8600-EXIT. EXIT.                                                 CVCRK4.2
050700 8610-LOAD-ONE-AUTH.                                              CVCRK4.2
050800     READ AUTH-FILE AT END                                        CVCRK4.2
050900         MOVE 1 TO CRK-AUTH-EOF-SWITCH                            CVCRK4.2
051000         GO TO 8610-EXIT.                                         CVCRK4.2
051100     IF OA-OPERATOR EQUAL TO SPACE                                CVCRK4.2
051200         GO TO 8610-EXIT.                                         CVCRK4.2
051300     IF CRK-AUTH-COUNT EQUAL TO 50                                CVCRK4.2
051400         GO TO 8610-EXIT.                                         CVCRK4.2
051500     ADD 1 TO CRK-AUTH-COUNT.                                     CVCRK4.2
051600     MOVE OA-OPERATOR TO CRK-A-OPERATOR (CRK-AUTH-COUNT).         CVCRK4.2
051700     MOVE OA-CERTIFY  TO CRK-A-CERTIFY  (CRK-AUTH-COUNT).         CVCRK4.2
051800 8610-EXIT. EXIT.                                                 CVCRK4.2
051900 8620-FIND-AUTH. EXIT.                                            CVCRK4.2
052000 8620-EXIT. EXIT.                                                 CVCRK4.2
052100*    LEAVES CRK-AUTH-SUB ZERO WHEN THE CARD'S OPERATOR MAY NOT    CVCRK4.2
052200*    REVOKE.  WITHOUT AN AUTHORITY FILE EVERY SIGNED CARD         CVCRK4.2
052300*    PASSES, AS IN CCVSMNT.                                       CVCRK4.2
052400 8700-CHECK-AUTHORITY.                                            CVCRK4.2
052500     MOVE 1 TO CRK-AUTH-SUB.                                      CVCRK4.2
052600     IF NOT CRK-HAVE-AUTHORITY                                    CVCRK4.2
052700         GO TO 8700-EXIT.                                         CVCRK4.2
052800     PERFORM 8620-FIND-AUTH THRU 8620-EXIT                        CVCRK4.2
052900         VARYING CRK-AUTH-SUB FROM 1 BY 1                         CVCRK4.2
053000         UNTIL CRK-AUTH-SUB GREATER THAN CRK-AUTH-COUNT           CVCRK4.2
053100         OR KT-OPERATOR EQUAL TO CRK-A-OPERATOR (CRK-AUTH-SUB).   CVCRK4.2
053200     IF CRK-AUTH-SUB GREATER THAN CRK-AUTH-COUNT                  CVCRK4.2
053300         MOVE ZERO TO CRK-AUTH-SUB                                CVCRK4.2
053400         GO TO 8700-EXIT.                                         CVCRK4.2
053500     IF CRK-A-CERTIFY (CRK-AUTH-SUB) NOT EQUAL TO "Y"             CVCRK4.2
053600         MOVE ZERO TO CRK-AUTH-SUB.                               CVCRK4.2
053700 8700-EXIT. EXIT.                                                 CVCRK4.2
053800 8800-LOG-DENIAL.                                                 CVCRK4.2
053900     OPEN EXTEND ACC-LOG-FILE.                                    CVCRK4.2
054000     ACCEPT CRK-ACC-DATE FROM DATE YYYYMMDD.                      CVCRK4.2
054100     ACCEPT CRK-ACC-TIME FROM TIME.                               CVCRK4.2
054200     MOVE "CCVSCRCK" TO CRK-ACC-PROGRAM.                          CVCRK4.2
054300     MOVE KT-OPERATOR TO CRK-ACC-OPERATOR.                        CVCRK4.2
054400     MOVE "REVOKE   " TO CRK-ACC-ACTION.                          CVCRK4.2
054500     MOVE "DENIED  " TO CRK-ACC-RESULT.                           CVCRK4.2
054600     WRITE CRK-ACC-REC.                                           CVCRK4.2
054700     CLOSE ACC-LOG-FILE.                                          CVCRK4.2
054800 8800-EXIT. EXIT.                                                 CVCRK4.2
