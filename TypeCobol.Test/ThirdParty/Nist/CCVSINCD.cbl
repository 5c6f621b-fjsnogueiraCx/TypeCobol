000100 IDENTIFICATION DIVISION.                                         CVINC4.2
000200 PROGRAM-ID.    CCVSINCD.                                         CVINC4.2
000300******************************************************************CVINC4.2
000400**                                                                CVINC4.2
000500**    OUTBOUND INCIDENT FEED FOR THE SERVICE DESK.  CCVSALMN *    CVINC4.2
000600**    WRITES THE CCVSHOTL HOT LIST, CCVSHWDG WRITES CCVSSTAL,*    CVINC4.2
000700**    CCVSCOV LISTS MISSING ROSTER PROGRAMS ON CCVSCOVM,     *    CVINC4.2
000800**    CCVSRBLD LEAVES ITS VERDICT ON CCVSRBLS AND CCVSCRCK   *    CVINC4.2
000900**    LISTS THE PROGRAMS HOLDING A CERTIFICATE SUSPENDED ON  *    CVINC4.2
001000**    CCVSCRTA (OPTIONAL) -- BUT EACH IS A DATASET SOMEBODY  *    CVINC4.2
001100**    HAS TO GO AND LOOK AT.  THIS JOB TURNS THEM INTO EVENTS*    CVINC4.2
001120**    ON THE INCIDENT TOOL'S FIXED-FORMAT INBOUND FEED       *    CVINC4.2
001140**    (CCVSINCF, SEE CCVSINC).                               *    CVINC4.2
001200**                                                                CVINC4.2
001300**    A CORRELATION FILE (CCVSICOR) REMEMBERS EVERY INCIDENT *    CVINC4.2
001400**    STILL OPEN, SO A CONDITION THAT PERSISTS FROM CYCLE TO *    CVINC4.2
001500**    CYCLE OPENS ONE INCIDENT, NOT ONE A NIGHT.  WHEN THE   *    CVINC4.2
001600**    CONDITION CLEARS A RESOLVE EVENT IS SENT AND THE       *    CVINC4.2
001700**    INCIDENT IS DROPPED FROM THE FILE --                   *    CVINC4.2
001800**      HOTLIST   THE PROGRAM'S WORST CCVSLATE STREAK FELL   *    CVINC4.2
001900**                BELOW THE STREAK LAST SEEN (IT RESET)      *    CVINC4.2
002000**      STALL     THE CCVSHBT HEARTBEAT IS LATER THAN THE    *    CVINC4.2
002100**                STALL ALERT                                *    CVINC4.2
002200**      COVERAGE  THE PAIR NOW HAS A CCVSLATE RECORD, OR A   *    CVINC4.2
002300**                LATER CCVSCOV RUN NO LONGER LISTS IT       *    CVINC4.2
002400**      REBUILD   A LATER CCVSRBLD RUN RECONCILES            *    CVINC4.2
002420**      CERTSUSP  A LATER CCVSCRCK RUN NO LONGER LISTS THE   *    CVINC4.2
002440**                PAIR (RECOVERED, OR CERTIFICATE REVOKED)   *    CVINC4.2
002500**    A SOURCE RECORD WHOSE CONDITION HAS ALREADY CLEARED BY *    CVINC4.2
002600**    THESE SAME TESTS (A HOT LIST OR STALL FILE LEFT OVER   *    CVINC4.2
002700**    FROM AN EARLIER CYCLE) OPENS NOTHING.                  *    CVINC4.2
002800**                                                                CVINC4.2
002900**    AN ACKNOWLEDGMENT ON CCVSACKF FOR A HOT-LISTED PROGRAM *    CVINC4.2
003000**    AT ITS CURRENT STREAK -- THE SAME MATCH CCVSALMN       *    CVINC4.2
003100**    MAKES -- IS PASSED ON ONCE AS A NOTE ON THAT INCIDENT. *    CVINC4.2
003200**                                                                CVINC4.2
003300**    THE FEED IS OPENED EXTEND; THE TRANSFER TO THE INCIDENT*    CVINC4.2
003400**    TOOL EMPTIES IT AFTER EACH SUCCESSFUL PICKUP.  A RUN   *    CVINC4.2
003500**    THAT OPENS ANY INCIDENT ENDS RETURN CODE 4.            *    CVINC4.2
003600**                                                                CVINC4.2
003700******************************************************************CVINC4.2
003800 ENVIRONMENT DIVISION.                                            CVINC4.2
003900 CONFIGURATION SECTION.                                           CVINC4.2
004000 SOURCE-COMPUTER.                                                 CVINC4.2
004100     GNU-COBOL.                                                   CVINC4.2
004200 OBJECT-COMPUTER.                                                 CVINC4.2
004300     GNU-COBOL.                                                   CVINC4.2
004400 INPUT-OUTPUT SECTION.                                            CVINC4.2
004500 FILE-CONTROL.                                                    CVINC4.2
004600     SELECT OPTIONAL CORR-FILE ASSIGN TO                          CVINC4.2
004700            CCVSICOR                                              CVINC4.2
004800            ORGANIZATION IS SEQUENTIAL                            CVINC4.2
004900            FILE STATUS IS ICD-CORR-STATUS.                       CVINC4.2
005000     SELECT LATEST-FILE ASSIGN TO                                 CVINC4.2
005100            CCVSLATE                                              CVINC4.2
005200            ORGANIZATION IS INDEXED                               CVINC4.2
005300            ACCESS MODE IS SEQUENTIAL                             CVINC4.2
005400            RECORD KEY IS LATEST-KEY                              CVINC4.2
005500            FILE STATUS IS ICD-LATE-STATUS.                       CVINC4.2
005600     SELECT HOT-FILE   ASSIGN TO                                  CVINC4.2
005700            CCVSHOTL                                              CVINC4.2
005800            ORGANIZATION IS SEQUENTIAL                            CVINC4.2
005900            FILE STATUS IS ICD-HOT-STATUS.                        CVINC4.2
006000     SELECT STALL-FILE ASSIGN TO                                  CVINC4.2
006100            CCVSSTAL                                              CVINC4.2
006200            ORGANIZATION IS SEQUENTIAL                            CVINC4.2
006300            FILE STATUS IS ICD-STL-STATUS.                        CVINC4.2
006400     SELECT HBT-FILE   ASSIGN TO                                  CVINC4.2
006500            CCVSHBT                                               CVINC4.2
006600            ORGANIZATION IS SEQUENTIAL                            CVINC4.2
006700            FILE STATUS IS ICD-HBT-STATUS.                        CVINC4.2
006800     SELECT MISS-FILE  ASSIGN TO                                  CVINC4.2
006900            CCVSCOVM                                              CVINC4.2
007000            ORGANIZATION IS SEQUENTIAL                            CVINC4.2
007100            FILE STATUS IS ICD-MISS-STATUS.                       CVINC4.2
007200     SELECT STAT-FILE  ASSIGN TO                                  CVINC4.2
007300            CCVSRBLS                                              CVINC4.2
007400            ORGANIZATION IS SEQUENTIAL                            CVINC4.2
007500            FILE STATUS IS ICD-RBLS-STATUS.                       CVINC4.2
007600     SELECT ACK-FILE   ASSIGN TO                                  CVINC4.2
007700            CCVSACKF                                              CVINC4.2
007800            ORGANIZATION IS SEQUENTIAL                            CVINC4.2
007900            FILE STATUS IS ICD-ACK-STATUS.                        CVINC4.2
007920     SELECT OPTIONAL CRTA-FILE ASSIGN TO                          CVINC4.2
007940            CCVSCRTA                                              CVINC4.2
007960            ORGANIZATION IS SEQUENTIAL                            CVINC4.2
007980            FILE STATUS IS ICD-CRTA-STATUS.                       CVINC4.2
008000     SELECT OPTIONAL FEED-FILE ASSIGN TO                          CVINC4.2
008100            CCVSINCF                                              CVINC4.2
008200            ORGANIZATION IS SEQUENTIAL.                           CVINC4.2
008300     SELECT PRINT-FILE ASSIGN TO                                  CVINC4.2
008400            CCVSINCP.                                             CVINC4.2
008500 DATA DIVISION.                                                   CVINC4.2
008600 FILE SECTION.                                                    CVINC4.2
008700*    ONE RECORD PER INCIDENT STILL OPEN.  CR-STREAK IS THE        CVINC4.2
008800*    HOT-LIST STREAK LAST SEEN, CR-ACK-STREAK THE STREAK OF THE   CVINC4.2
008900*    LAST ACKNOWLEDGMENT PASSED ON, AND CR-COND-DATE/TIME THE     CVINC4.2
009000*    STAMP OF THE STALL ALERT, REBUILD VERDICT OR CERTIFICATE     CVINC4.2
009050*    ALERT THAT RAISED IT.                                        CVINC4.2
009100 FD  CORR-FILE                                                    CVINC4.2
009200     LABEL RECORDS STANDARD.                                      CVINC4.2
009300 01  ICD-CORR-REC.                                                CVINC4.2
009400     05  CR-SOURCE            PIC X(8).                           CVINC4.2
009500     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
009600     05  CR-PGM-ID            PIC X(6).                           CVINC4.2
009700     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
009800     05  CR-TARGET-ID         PIC X(4).                           CVINC4.2
009900     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
010000     05  CR-ID                PIC 9(16).                          CVINC4.2
010100     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
010200     05  CR-SEVERITY          PIC 9.                              CVINC4.2
010300     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
010400     05  CR-OPEN-DATE         PIC 9(8).                           CVINC4.2
010500     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
010600     05  CR-OPEN-TIME         PIC 9(8).                           CVINC4.2
010700     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
010800     05  CR-STREAK            PIC 9(3).                           CVINC4.2
010900     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
011000     05  CR-ACK-STREAK        PIC 9(3).                           CVINC4.2
011100     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
011200     05  CR-COND-DATE         PIC 9(8).                           CVINC4.2
011300     05  FILLER               PIC X VALUE SPACE.                  CVINC4.2
011400     05  CR-COND-TIME         PIC 9(8).                           CVINC4.2
011500 FD  LATEST-FILE.                                                 CVINC4.2
011600     COPY CCVSLAT.                                                CVINC4.2
011700*    SAME SHAPE AS ALM-HOT-REC IN CCVSALMN.                       CVINC4.2
011800 FD  HOT-FILE                                                     CVINC4.2
011900     LABEL RECORDS STANDARD.                                      CVINC4.2
012000 01  ICD-HOT-REC.                                                 CVINC4.2
012100     05  HOT-PGM-ID           PIC X(6).                           CVINC4.2
012200     05  FILLER               PIC X.                              CVINC4.2
012300     05  HOT-STREAK           PIC 999.                            CVINC4.2
012400     05  FILLER               PIC X.                              CVINC4.2
012500     05  HOT-FAIL-COUNT       PIC 9(6).                           CVINC4.2
012600     05  HOT-TEXT             PIC X(34).                          CVINC4.2
012700*    SAME SHAPE AS WDG-STALL-REC IN CCVSHWDG.                     CVINC4.2
012800 FD  STALL-FILE                                                   CVINC4.2
012900     LABEL RECORDS STANDARD.                                      CVINC4.2
013000 01  ICD-STALL-REC.                                               CVINC4.2
013100     05  STL-PGM-ID           PIC X(6).                           CVINC4.2
013200     05  FILLER               PIC X.                              CVINC4.2
013300     05  STL-DATE             PIC 9(8).                           CVINC4.2
013400     05  FILLER               PIC X.                              CVINC4.2
013500     05  STL-TIME             PIC 9(8).                           CVINC4.2
013600     05  FILLER               PIC X.                              CVINC4.2
013700     05  STL-STALL-MINS       PIC 9(6).                           CVINC4.2
013800     05  STL-TEXT             PIC X(33).                          CVINC4.2
013900*    SAME SHAPE AS WDG-HBT-REC IN CCVSHWDG.                       CVINC4.2
014000 FD  HBT-FILE                                                     CVINC4.2
014100     LABEL RECORDS STANDARD.                                      CVINC4.2
014200 01  ICD-HBT-REC.                                                 CVINC4.2
014300     05  HBT-PAR-NAME         PIC X(20).                          CVINC4.2
014400     05  FILLER               PIC X.                              CVINC4.2
014500     05  HBT-RECS-DONE        PIC 9(6).                           CVINC4.2
014600     05  FILLER               PIC X.                              CVINC4.2
014700     05  HBT-RECS-EXPECTED    PIC 9(6).                           CVINC4.2
014800     05  FILLER               PIC X.                              CVINC4.2
014900     05  HBT-DATE             PIC 9(8).                           CVINC4.2
015000     05  FILLER               PIC X.                              CVINC4.2
015100     05  HBT-TIME             PIC 9(8).                           CVINC4.2
015200*    SAME SHAPE AS COV-MISS-REC IN CCVSCOV.                       CVINC4.2
015300 FD  MISS-FILE                                                    CVINC4.2
015400     LABEL RECORDS STANDARD.                                      CVINC4.2
015500 01  ICD-MISS-REC.                                                CVINC4.2
015600     05  MS-PGM-ID            PIC X(6).                           CVINC4.2
015700     05  FILLER               PIC X.                              CVINC4.2
015800     05  MS-TARGET-ID         PIC X(4).                           CVINC4.2
015900     05  FILLER               PIC X.                              CVINC4.2
016000     05  MS-DATE              PIC 9(8).                           CVINC4.2
016100     05  FILLER               PIC X.                              CVINC4.2
016200     05  MS-TIME              PIC 9(8).                           CVINC4.2
016300*    SAME SHAPE AS RBL-STAT-REC IN CCVSRBLD.                      CVINC4.2
016400 FD  STAT-FILE                                                    CVINC4.2
016500     LABEL RECORDS STANDARD.                                      CVINC4.2
016600 01  ICD-STAT-REC.                                                CVINC4.2
016700     05  RS-DATE              PIC 9(8).                           CVINC4.2
016800     05  FILLER               PIC X.                              CVINC4.2
016900     05  RS-TIME              PIC 9(8).                           CVINC4.2
017000     05  FILLER               PIC X.                              CVINC4.2
017100     05  RS-VERDICT           PIC X(8).                           CVINC4.2
017200     05  FILLER               PIC X.                              CVINC4.2
017300     05  RS-FINAL-COUNT       PIC 9(7).                           CVINC4.2
017400     05  FILLER               PIC X.                              CVINC4.2
017500     05  RS-EXPECT-COUNT      PIC 9(7).                           CVINC4.2
017600     05  FILLER               PIC X.                              CVINC4.2
017700     05  RS-FAIL-COUNT        PIC 9(7).                           CVINC4.2
017800*    SAME SHAPE AS ALM-ACK-REC IN CCVSALMN.                       CVINC4.2
017900 FD  ACK-FILE                                                     CVINC4.2
018000     LABEL RECORDS STANDARD.                                      CVINC4.2
018100 01  ICD-ACK-REC.                                                 CVINC4.2
018200     05  ACK-PGM-ID           PIC X(6).                           CVINC4.2
018300     05  FILLER               PIC X(2).                           CVINC4.2
018400     05  ACK-STREAK           PIC 9(3).                           CVINC4.2
018405*    SAME SHAPE AS CRK-ALERT-REC IN CCVSCRCK.                     CVINC4.2
018410 FD  CRTA-FILE                                                    CVINC4.2
018415     LABEL RECORDS STANDARD.                                      CVINC4.2
018420 01  ICD-CRTA-REC.                                                CVINC4.2
018425     05  CA-TARGET-ID         PIC X(4).                           CVINC4.2
018430     05  FILLER               PIC X.                              CVINC4.2
018435     05  CA-CERT-NO           PIC 9(6).                           CVINC4.2
018440     05  FILLER               PIC X.                              CVINC4.2
018445     05  CA-PGM-ID            PIC X(6).                           CVINC4.2
018450     05  FILLER               PIC X.                              CVINC4.2
018455     05  CA-DATE              PIC 9(8).                           CVINC4.2
018460     05  FILLER               PIC X.                              CVINC4.2
018465     05  CA-TIME              PIC 9(8).                           CVINC4.2
018470     05  FILLER               PIC X.                              CVINC4.2
018475     05  CA-FAIL-NOW          PIC 9(6).                           CVINC4.2
018480     05  FILLER               PIC X.                              CVINC4.2
018485     05  CA-FAIL-BASIS        PIC 9(6).                           CVINC4.2
018500 FD  FEED-FILE                                                    CVINC4.2
018600     LABEL RECORDS STANDARD.                                      CVINC4.2
018700     COPY CCVSINC.                                                CVINC4.2
018800 FD  PRINT-FILE                                                   CVINC4.2
018900     LABEL RECORDS STANDARD                                       CVINC4.2
019000     DATA RECORD IS PRINT-REC.                                    CVINC4.2
019100 01  PRINT-REC PICTURE X(120).                                    CVINC4.2
019200 WORKING-STORAGE SECTION.                                         CVINC4.2
019300 01  ICD-CORR-STATUS         PIC XX       VALUE SPACE.            CVINC4.2
019400 01  ICD-LATE-STATUS         PIC XX       VALUE SPACE.            CVINC4.2
019500 01  ICD-HOT-STATUS          PIC XX       VALUE SPACE.            CVINC4.2
019600 01  ICD-STL-STATUS          PIC XX       VALUE SPACE.            CVINC4.2
019700 01  ICD-HBT-STATUS          PIC XX       VALUE SPACE.            CVINC4.2
019800 01  ICD-MISS-STATUS         PIC XX       VALUE SPACE.            CVINC4.2
019900 01  ICD-RBLS-STATUS         PIC XX       VALUE SPACE.            CVINC4.2
020000 01  ICD-ACK-STATUS          PIC XX       VALUE SPACE.            CVINC4.2
020050 01  ICD-CRTA-STATUS         PIC XX       VALUE SPACE.            CVINC4.2
020100 01  ICD-EOF-SWITCH          PIC 9        VALUE ZERO.             CVINC4.2
020200     88  ICD-AT-EOF                   VALUE 1.                    CVINC4.2
020300 01  ICD-LATE-SW             PIC 9        VALUE ZERO.             CVINC4.2
020400     88  ICD-HAVE-LATEST              VALUE 1.                    CVINC4.2
020500 01  ICD-HBT-SW              PIC 9        VALUE ZERO.             CVINC4.2
020600     88  ICD-HAVE-HEARTBEAT           VALUE 1.                    CVINC4.2
020700 01  ICD-MISS-SW             PIC 9        VALUE ZERO.             CVINC4.2
020800     88  ICD-HAVE-MISSING             VALUE 1.                    CVINC4.2
020900 01  ICD-RBL-CLEAN-SW        PIC 9        VALUE ZERO.             CVINC4.2
021000     88  ICD-REBUILD-CLEAN            VALUE 1.                    CVINC4.2
021100 01  ICD-PAIR-SW             PIC 9        VALUE ZERO.             CVINC4.2
021200     88  ICD-PAIR-HAS-RUN             VALUE 1.                    CVINC4.2
021230 01  ICD-CRTA-SW             PIC 9        VALUE ZERO.             CVINC4.2
021260     88  ICD-HAVE-SUSPENSIONS         VALUE 1.                    CVINC4.2
021300 01  ICD-COR-COUNT           PIC 9(3) COMP VALUE ZERO.            CVINC4.2
021400 01  ICD-LAT-COUNT           PIC 9(3) COMP VALUE ZERO.            CVINC4.2
021500 01  ICD-ACK-COUNT           PIC 9(3) COMP VALUE ZERO.            CVINC4.2
021600 01  ICD-SUB                 PIC 9(3) COMP VALUE ZERO.            CVINC4.2
021700 01  ICD-LAT-SUB             PIC 9(3) COMP VALUE ZERO.            CVINC4.2
021800 01  ICD-ACK-SUB             PIC 9(3) COMP VALUE ZERO.            CVINC4.2
021900 01  ICD-SERIAL              PIC 9(4)     VALUE ZERO.             CVINC4.2
022000 01  ICD-OPENED-COUNT        PIC 9(5) COMP VALUE ZERO.            CVINC4.2
022100 01  ICD-RESOLVED-COUNT      PIC 9(5) COMP VALUE ZERO.            CVINC4.2
022200 01  ICD-NOTE-COUNT          PIC 9(5) COMP VALUE ZERO.            CVINC4.2
022300 01  ICD-OPEN-COUNT          PIC 9(5) COMP VALUE ZERO.            CVINC4.2
022400 01  ICD-CLEARED-COUNT       PIC 9(5) COMP VALUE ZERO.            CVINC4.2
022500 01  ICD-STREAK              PIC 9(3)     VALUE ZERO.             CVINC4.2
022600 01  ICD-RUN-DATE            PIC 9(8)     VALUE ZERO.             CVINC4.2
022700 01  ICD-RUN-TIME            PIC 9(8)     VALUE ZERO.             CVINC4.2
022800 01  ICD-RUN-TIME-W REDEFINES ICD-RUN-TIME.                       CVINC4.2
022900     05  ICD-RUN-HHMM        PIC 9(4).                            CVINC4.2
023000     05  FILLER              PIC 9(4).                            CVINC4.2
023100*    DATE-AND-TIME STAMPS COMPARED AS ONE 16-DIGIT NUMBER, THE    CVINC4.2
023200*    WAY CCVSRBLD COMPARES JOURNAL STAMPS.                        CVINC4.2
023300 01  ICD-STAMP-W.                                                 CVINC4.2
023400     05  ICD-STAMP-DATE      PIC 9(8).                            CVINC4.2
023500     05  ICD-STAMP-TIME      PIC 9(8).                            CVINC4.2
023600 01  ICD-STAMP-N REDEFINES ICD-STAMP-W PIC 9(16).                 CVINC4.2
023700 01  ICD-HBT-STAMP           PIC 9(16)    VALUE ZERO.             CVINC4.2
023800 01  ICD-RBL-STAMP           PIC 9(16)    VALUE ZERO.             CVINC4.2
023900 01  ICD-ID-W.                                                    CVINC4.2
024000     05  ICD-ID-DATE         PIC 9(8).                            CVINC4.2
024100     05  ICD-ID-HHMM         PIC 9(4).                            CVINC4.2
024200     05  ICD-ID-SERIAL       PIC 9(4).                            CVINC4.2
024300 01  ICD-ID-N REDEFINES ICD-ID-W PIC 9(16).                       CVINC4.2
024400*    THE INCIDENT BEING LOOKED UP OR OPENED.                      CVINC4.2
024500 01  ICD-KEY-W.                                                   CVINC4.2
024600     05  ICD-K-SOURCE        PIC X(8).                            CVINC4.2
024700     05  ICD-K-PGM-ID        PIC X(6).                            CVINC4.2
024800     05  ICD-K-TARGET-ID     PIC X(4).                            CVINC4.2
024900 01  ICD-EVENT-W             PIC X(8)     VALUE SPACE.            CVINC4.2
025000 01  ICD-SEVERITY-W          PIC 9        VALUE ZERO.             CVINC4.2
025100 01  ICD-COND-DATE-W         PIC 9(8)     VALUE ZERO.             CVINC4.2
025200 01  ICD-COND-TIME-W         PIC 9(8)     VALUE ZERO.             CVINC4.2
025300 01  ICD-TEXT-W              PIC X(60)    VALUE SPACE.            CVINC4.2
025400*    ICD-C-STATE -- SPACE CARRIED FORWARD, "N" OPENED THIS RUN,   CVINC4.2
025500*    "S" SEEN AGAIN IN ITS SOURCE THIS RUN, "R" RESOLVED.         CVINC4.2
025600 01  ICD-COR-TABLE.                                               CVINC4.2
025700     05  ICD-COR-ENTRY       OCCURS 200 TIMES.                    CVINC4.2
025800         10  ICD-C-SOURCE        PIC X(8).                        CVINC4.2
025900         10  ICD-C-PGM-ID        PIC X(6).                        CVINC4.2
026000         10  ICD-C-TARGET-ID     PIC X(4).                        CVINC4.2
026100         10  ICD-C-ID            PIC 9(16).                       CVINC4.2
026200         10  ICD-C-SEVERITY      PIC 9.                           CVINC4.2
026300         10  ICD-C-OPEN-DATE     PIC 9(8).                        CVINC4.2
026400         10  ICD-C-OPEN-TIME     PIC 9(8).                        CVINC4.2
026500         10  ICD-C-STREAK        PIC 9(3).                        CVINC4.2
026600         10  ICD-C-ACK-STREAK    PIC 9(3).                        CVINC4.2
026700         10  ICD-C-COND-DATE     PIC 9(8).                        CVINC4.2
026800         10  ICD-C-COND-TIME     PIC 9(8).                        CVINC4.2
026900         10  ICD-C-STATE         PIC X.                           CVINC4.2
027000 01  ICD-LAT-TABLE.                                               CVINC4.2
027100     05  ICD-LAT-ENTRY       OCCURS 200 TIMES.                    CVINC4.2
027200         10  ICD-L-PGM-ID        PIC X(6).                        CVINC4.2
027300         10  ICD-L-TARGET-ID     PIC X(4).                        CVINC4.2
027400         10  ICD-L-STREAK        PIC 9(3).                        CVINC4.2
027500 01  ICD-ACK-TABLE.                                               CVINC4.2
027600     05  ICD-ACK-ENTRY       OCCURS 100 TIMES.                    CVINC4.2
027700         10  ICD-A-PGM-ID        PIC X(6).                        CVINC4.2
027800         10  ICD-A-STREAK        PIC 9(3).                        CVINC4.2
027900*    INCIDENT TEXTS.                                              CVINC4.2
028000 01  ICD-HOT-TEXT.                                                CVINC4.2
028100     02 FILLER PIC X(8)  VALUE "FAILING ".                        CVINC4.2
028200     02 IT-STREAK-O        PIC ZZ9.                               CVINC4.2
028300     02 FILLER PIC X(19) VALUE " CONSECUTIVE RUNS, ".             CVINC4.2
028400     02 IT-FAILS-O         PIC ZZZZZ9.                            CVINC4.2
028500     02 FILLER PIC X(24) VALUE " FAIL* IN THE LATEST RUN".        CVINC4.2
028600 01  ICD-STALL-TEXT.                                              CVINC4.2
028700     02 FILLER PIC X(17) VALUE "NO HEARTBEAT FOR ".               CVINC4.2
028800     02 IT-MINS-O          PIC ZZZZZ9.                            CVINC4.2
028900     02 FILLER PIC X(5)  VALUE " MIN ".                           CVINC4.2
029000     02 IT-STALL-O         PIC X(32).                             CVINC4.2
029100 01  ICD-RBL-TEXT.                                                CVINC4.2
029200     02 FILLER PIC X(29) VALUE "RAW-DATA REBUILD MISMATCH -  ".   CVINC4.2
029300     02 IT-FINAL-O         PIC ZZZZZZ9.                           CVINC4.2
029400     02 FILLER PIC X(8)  VALUE " ON FILE".                        CVINC4.2
029500     02 FILLER PIC X(2)  VALUE ", ".                              CVINC4.2
029600     02 IT-EXPECT-O        PIC ZZZZZZ9.                           CVINC4.2
029700     02 FILLER PIC X(7)  VALUE " EXPECT".                         CVINC4.2
029710 01  ICD-CRK-TEXT.                                                CVINC4.2
029720     02 FILLER PIC X(12) VALUE "CERTIFICATE ".                    CVINC4.2
029730     02 IT-CERT-O          PIC 9(6).                              CVINC4.2
029740     02 FILLER PIC X(16) VALUE " SUSPENDED, NOW ".                CVINC4.2
029750     02 IT-NOW-O           PIC ZZZZZ9.                            CVINC4.2
029760     02 FILLER PIC X(14) VALUE " FAIL* AGAINST".                  CVINC4.2
029770     02 IT-BASIS-O         PIC ZZZZZ9.                            CVINC4.2
029800 01  ICD-ACK-TEXT.                                                CVINC4.2
029900     02 FILLER PIC X(37) VALUE                                    CVINC4.2
030000        "ACKNOWLEDGED BY OPERATIONS AT STREAK ".                  CVINC4.2
030100     02 IT-ACK-O           PIC ZZ9.                               CVINC4.2
030200     02 FILLER PIC X(20) VALUE SPACE.                             CVINC4.2
030300 01  ICD-H-1.                                                     CVINC4.2
030400     02 FILLER PIC X(120) VALUE                                   CVINC4.2
030500     "    CCVS85 INCIDENT FEED - EVENTS SENT TO THE SERVICE DESK".CVINC4.2
030600 01  ICD-C-1.                                                     CVINC4.2
030700     02 FILLER PIC X(8)  VALUE "EVENT   ".                        CVINC4.2
030800     02 FILLER PIC X(2)  VALUE SPACE.                             CVINC4.2
030900     02 FILLER PIC X(16) VALUE "INCIDENT ID     ".                CVINC4.2
031000     02 FILLER PIC X(2)  VALUE SPACE.                             CVINC4.2
031100     02 FILLER PIC X(8)  VALUE "SOURCE  ".                        CVINC4.2
031200     02 FILLER PIC X(2)  VALUE SPACE.                             CVINC4.2
031300     02 FILLER PIC X(6)  VALUE "PGM-ID".                          CVINC4.2
031400     02 FILLER PIC X(2)  VALUE SPACE.                             CVINC4.2
031500     02 FILLER PIC X(4)  VALUE "TRGT".                            CVINC4.2
031600     02 FILLER PIC X(2)  VALUE SPACE.                             CVINC4.2
031700     02 FILLER PIC X(3)  VALUE "SEV".                             CVINC4.2
031800     02 FILLER PIC X(2)  VALUE SPACE.                             CVINC4.2
031900     02 FILLER PIC X(60) VALUE "TEXT".                            CVINC4.2
032000     02 FILLER PIC X(3)  VALUE SPACE.                             CVINC4.2
032100 01  ICD-D-1.                                                     CVINC4.2
032200     02 ID-EVENT-O         PIC X(8).                              CVINC4.2
032300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVINC4.2
032400     02 ID-ID-O            PIC 9(16).                             CVINC4.2
032500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVINC4.2
032600     02 ID-SOURCE-O        PIC X(8).                              CVINC4.2
032700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVINC4.2
032800     02 ID-PGM-ID-O        PIC X(6).                              CVINC4.2
032900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVINC4.2
033000     02 ID-TARGET-ID-O     PIC X(4).                              CVINC4.2
033100     02 FILLER             PIC X(3)  VALUE SPACE.                 CVINC4.2
033200     02 ID-SEVERITY-O      PIC 9.                                 CVINC4.2
033300     02 FILLER             PIC X(3)  VALUE SPACE.                 CVINC4.2
033400     02 ID-TEXT-O          PIC X(60).                             CVINC4.2
033500     02 FILLER             PIC X(3)  VALUE SPACE.                 CVINC4.2
033600 01  ICD-S-1.                                                     CVINC4.2
033700     02 FILLER PIC X(24) VALUE "INCIDENTS OPENED       =".        CVINC4.2
033800     02 IS-OPENED-O        PIC ZZZZ9.                             CVINC4.2
033900     02 FILLER PIC X(91) VALUE SPACE.                             CVINC4.2
034000 01  ICD-S-2.                                                     CVINC4.2
034100     02 FILLER PIC X(24) VALUE "INCIDENTS RESOLVED     =".        CVINC4.2
034200     02 IS-RESOLVED-O      PIC ZZZZ9.                             CVINC4.2
034300     02 FILLER PIC X(91) VALUE SPACE.                             CVINC4.2
034400 01  ICD-S-3.                                                     CVINC4.2
034500     02 FILLER PIC X(24) VALUE "NOTES SENT             =".        CVINC4.2
034600     02 IS-NOTE-O          PIC ZZZZ9.                             CVINC4.2
034700     02 FILLER PIC X(91) VALUE SPACE.                             CVINC4.2
034800 01  ICD-S-4.                                                     CVINC4.2
034900     02 FILLER PIC X(24) VALUE "INCIDENTS STILL OPEN   =".        CVINC4.2
035000     02 IS-OPEN-O          PIC ZZZZ9.                             CVINC4.2
035100     02 FILLER PIC X(91) VALUE SPACE.                             CVINC4.2
035200 01  ICD-S-5.                                                     CVINC4.2
035300     02 FILLER PIC X(24) VALUE "ALREADY CLEARED - SKIP =".        CVINC4.2
035400     02 IS-CLEARED-O       PIC ZZZZ9.                             CVINC4.2
035500     02 FILLER PIC X(91) VALUE SPACE.                             CVINC4.2
035600 PROCEDURE DIVISION.                                              CVINC4.2
035700 0000-MAINLINE SECTION.                                           CVINC4.2
035800 0000-START.                                                      CVINC4.2
035900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVINC4.2
036000     PERFORM 2000-LOAD-CORR THRU 2000-EXIT.                       CVINC4.2
036100     PERFORM 2100-LOAD-LATEST THRU 2100-EXIT.                     CVINC4.2
036200     PERFORM 2200-LOAD-ACKS THRU 2200-EXIT.                       CVINC4.2
036300     PERFORM 2300-READ-HEARTBEAT THRU 2300-EXIT.                  CVINC4.2
036400     PERFORM 3000-HOTLIST THRU 3000-EXIT.                         CVINC4.2
036500     PERFORM 3100-STALLS THRU 3100-EXIT.                          CVINC4.2
036600     PERFORM 3200-COVERAGE THRU 3200-EXIT.                        CVINC4.2
036700     PERFORM 3300-REBUILD THRU 3300-EXIT.                         CVINC4.2
036750     PERFORM 3400-SUSPENSIONS THRU 3400-EXIT.                     CVINC4.2
036800     PERFORM 4000-CLEAR-ONE THRU 4000-EXIT                        CVINC4.2
036900         VARYING ICD-SUB FROM 1 BY 1                              CVINC4.2
037000         UNTIL ICD-SUB GREATER THAN ICD-COR-COUNT.                CVINC4.2
037100     PERFORM 5000-NOTE-ONE THRU 5000-EXIT                         CVINC4.2
037200         VARYING ICD-SUB FROM 1 BY 1                              CVINC4.2
037300         UNTIL ICD-SUB GREATER THAN ICD-COR-COUNT.                CVINC4.2
037400     PERFORM 6000-SAVE-CORR THRU 6000-EXIT.                       CVINC4.2
037500     PERFORM 7000-FINISH THRU 7000-EXIT.                          CVINC4.2
037600     STOP RUN.                                                    CVINC4.2
037700 1000-INITIALIZE.                                                 CVINC4.2
037800     ACCEPT ICD-RUN-DATE FROM DATE YYYYMMDD.                      CVINC4.2
037900     ACCEPT ICD-RUN-TIME FROM TIME.                               CVINC4.2
038000     OPEN EXTEND FEED-FILE.                                       CVINC4.2
038100     OPEN OUTPUT PRINT-FILE.                                      CVINC4.2
038200     MOVE ICD-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVINC4.2
038300     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVINC4.2
038400     MOVE ICD-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVINC4.2
038500 1000-EXIT. EXIT.                                                 CVINC4.2
038600 2000-LOAD-CORR.                                                  CVINC4.2
038700     MOVE ZERO TO ICD-EOF-SWITCH.                                 CVINC4.2
038800     OPEN INPUT CORR-FILE.                                        CVINC4.2
038900*    STATUS 05 IS THE OPTIONAL FILE OPENED ABSENT-AS-EMPTY --     CVINC4.2
038925*    THE FIRST CYCLE EVER -- AND 35 THE SAME FILE LEFT UNOPENED.  CVINC4.2
038950*    ANY OTHER STATUS STOPS THE RUN: AN EMPTY TABLE WOULD LET     CVINC4.2
038975*    6000-SAVE-CORR WIPE OUT EVERY OPEN INCIDENT.                 CVINC4.2
039000     IF ICD-CORR-STATUS EQUAL TO "35"                             CVINC4.2
039025         GO TO 2000-EXIT.                                         CVINC4.2
039050     IF ICD-CORR-STATUS NOT EQUAL TO "00" AND "05"                CVINC4.2
039075         DISPLAY "CCVSINCD - CCVSICOR UNREADABLE - STATUS "       CVINC4.2
039100             ICD-CORR-STATUS                                      CVINC4.2
039125         MOVE 8 TO RETURN-CODE                                    CVINC4.2
039150         STOP RUN.                                                CVINC4.2
039300     PERFORM 2010-LOAD-ONE THRU 2010-EXIT                         CVINC4.2
039400         UNTIL ICD-AT-EOF.                                        CVINC4.2
039500     CLOSE CORR-FILE.                                             CVINC4.2
039600 2000-EXIT. EXIT.                                                 CVINC4.2
039700 2010-LOAD-ONE.                                                   CVINC4.2
039800     READ CORR-FILE AT END                                        CVINC4.2
039900         MOVE 1 TO ICD-EOF-SWITCH                                 CVINC4.2
040000         GO TO 2010-EXIT.                                         CVINC4.2
040100     IF CR-SOURCE EQUAL TO SPACE                                  CVINC4.2
040200             OR CR-ID NOT NUMERIC                                 CVINC4.2
040300         GO TO 2010-EXIT.                                         CVINC4.2
040400     IF ICD-COR-COUNT EQUAL TO 200                                CVINC4.2
040500         DISPLAY "CCVSINCD - CORRELATION TABLE FULL - INCIDENT "  CVINC4.2
040600             CR-ID " NOT CARRIED"                                 CVINC4.2
040700         GO TO 2010-EXIT.                                         CVINC4.2
040800     ADD 1 TO ICD-COR-COUNT.                                      CVINC4.2
040900     MOVE CR-SOURCE     TO ICD-C-SOURCE     (ICD-COR-COUNT).      CVINC4.2
041000     MOVE CR-PGM-ID     TO ICD-C-PGM-ID     (ICD-COR-COUNT).      CVINC4.2
041100     MOVE CR-TARGET-ID  TO ICD-C-TARGET-ID  (ICD-COR-COUNT).      CVINC4.2
041200     MOVE CR-ID         TO ICD-C-ID         (ICD-COR-COUNT).      CVINC4.2
041300     MOVE CR-SEVERITY   TO ICD-C-SEVERITY   (ICD-COR-COUNT).      CVINC4.2
041400     MOVE CR-OPEN-DATE  TO ICD-C-OPEN-DATE  (ICD-COR-COUNT).      CVINC4.2
041500     MOVE CR-OPEN-TIME  TO ICD-C-OPEN-TIME  (ICD-COR-COUNT).      CVINC4.2
041600     MOVE CR-STREAK     TO ICD-C-STREAK     (ICD-COR-COUNT).      CVINC4.2
041700     MOVE CR-ACK-STREAK TO ICD-C-ACK-STREAK (ICD-COR-COUNT).      CVINC4.2
041800     MOVE CR-COND-DATE  TO ICD-C-COND-DATE  (ICD-COR-COUNT).      CVINC4.2
041900     MOVE CR-COND-TIME  TO ICD-C-COND-TIME  (ICD-COR-COUNT).      CVINC4.2
042000     MOVE SPACE         TO ICD-C-STATE      (ICD-COR-COUNT).      CVINC4.2
042100 2010-EXIT. EXIT.                                                 CVINC4.2
042200*    WITHOUT CCVSLATE NO STREAK OR RUN CAN BE JUDGED, SO NO       CVINC4.2
042300*    HOT-LIST OR COVERAGE INCIDENT IS RESOLVED THIS CYCLE.        CVINC4.2
042400 2100-LOAD-LATEST.                                                CVINC4.2
042500     MOVE ZERO TO ICD-EOF-SWITCH.                                 CVINC4.2
042600     OPEN INPUT LATEST-FILE.                                      CVINC4.2
042700     IF ICD-LATE-STATUS NOT EQUAL TO "00"                         CVINC4.2
042800         DISPLAY "CCVSINCD - NO CCVSLATE SUMMARY FILE - STATUS "  CVINC4.2
042900             ICD-LATE-STATUS                                      CVINC4.2
043000         DISPLAY "CCVSINCD - HOT-LIST AND COVERAGE INCIDENTS "    CVINC4.2
043100             "LEFT OPEN"                                          CVINC4.2
043200         GO TO 2100-EXIT.                                         CVINC4.2
043300     MOVE 1 TO ICD-LATE-SW.                                       CVINC4.2
043400     PERFORM 2110-LOAD-ONE THRU 2110-EXIT                         CVINC4.2
043500         UNTIL ICD-AT-EOF.                                        CVINC4.2
043600     CLOSE LATEST-FILE.                                           CVINC4.2
043700 2100-EXIT. EXIT.                                                 CVINC4.2
043800 2110-LOAD-ONE.                                                   CVINC4.2
043900     READ LATEST-FILE AT END                                      CVINC4.2
044000         MOVE 1 TO ICD-EOF-SWITCH                                 CVINC4.2
044100         GO TO 2110-EXIT.                                         CVINC4.2
044200     IF ICD-LAT-COUNT EQUAL TO 200                                CVINC4.2
044300         GO TO 2110-EXIT.                                         CVINC4.2
044400     ADD 1 TO ICD-LAT-COUNT.                                      CVINC4.2
044500     MOVE LAT-PGM-ID    TO ICD-L-PGM-ID    (ICD-LAT-COUNT).       CVINC4.2
044600     MOVE LAT-TARGET-ID TO ICD-L-TARGET-ID (ICD-LAT-COUNT).       CVINC4.2
044700     MOVE LAT-STREAK    TO ICD-L-STREAK    (ICD-LAT-COUNT).       CVINC4.2
044800 2110-EXIT. EXIT.                                                 CVINC4.2
044900 2200-LOAD-ACKS.                                                  CVINC4.2
045000     MOVE ZERO TO ICD-EOF-SWITCH.                                 CVINC4.2
045100     OPEN INPUT ACK-FILE.                                         CVINC4.2
045200     IF ICD-ACK-STATUS NOT EQUAL TO "00"                          CVINC4.2
045300         GO TO 2200-EXIT.                                         CVINC4.2
045400     PERFORM 2210-LOAD-ONE THRU 2210-EXIT                         CVINC4.2
045500         UNTIL ICD-AT-EOF.                                        CVINC4.2
045600     CLOSE ACK-FILE.                                              CVINC4.2
045700 2200-EXIT. EXIT.                                                 CVINC4.2
045800 2210-LOAD-ONE.                                                   CVINC4.2
045900     READ ACK-FILE AT END                                         CVINC4.2
046000         MOVE 1 TO ICD-EOF-SWITCH                                 CVINC4.2
046100         GO TO 2210-EXIT.                                         CVINC4.2
046200     IF ACK-PGM-ID EQUAL TO SPACE                                 CVINC4.2
046300             OR ACK-STREAK NOT NUMERIC                            CVINC4.2
046400         GO TO 2210-EXIT.                                         CVINC4.2
046500     IF ICD-ACK-COUNT EQUAL TO 100                                CVINC4.2
046600         GO TO 2210-EXIT.                                         CVINC4.2
046700     ADD 1 TO ICD-ACK-COUNT.                                      CVINC4.2
046800     MOVE ACK-PGM-ID TO ICD-A-PGM-ID (ICD-ACK-COUNT).             CVINC4.2
046900     MOVE ACK-STREAK TO ICD-A-STREAK (ICD-ACK-COUNT).             CVINC4.2
047000 2210-EXIT. EXIT.                                                 CVINC4.2
047100 2300-READ-HEARTBEAT.                                             CVINC4.2
047200     OPEN INPUT HBT-FILE.                                         CVINC4.2
047300     IF ICD-HBT-STATUS NOT EQUAL TO "00"                          CVINC4.2
047400         GO TO 2300-EXIT.                                         CVINC4.2
047500     READ HBT-FILE AT END GO TO 2300-CLOSE.                       CVINC4.2
047600     IF HBT-DATE NOT NUMERIC OR HBT-TIME NOT NUMERIC              CVINC4.2
047700         GO TO 2300-CLOSE.                                        CVINC4.2
047800     MOVE HBT-DATE TO ICD-STAMP-DATE.                             CVINC4.2
047900     MOVE HBT-TIME TO ICD-STAMP-TIME.                             CVINC4.2
048000     MOVE ICD-STAMP-N TO ICD-HBT-STAMP.                           CVINC4.2
048100     MOVE 1 TO ICD-HBT-SW.                                        CVINC4.2
048200 2300-CLOSE.                                                      CVINC4.2
048300     CLOSE HBT-FILE.                                              CVINC4.2
048400 2300-EXIT. EXIT.                                                 CVINC4.2
048500*    EACH SOURCE RECORD EITHER MATCHES AN INCIDENT ALREADY OPEN   CVINC4.2
048600*    (NOTHING IS SENT) OR, WHILE ITS CONDITION STILL HOLDS,       CVINC4.2
048700*    OPENS A NEW ONE.                                             CVINC4.2
048800 3000-HOTLIST.                                                    CVINC4.2
048900     MOVE ZERO TO ICD-EOF-SWITCH.                                 CVINC4.2
049000     OPEN INPUT HOT-FILE.                                         CVINC4.2
049100     IF ICD-HOT-STATUS NOT EQUAL TO "00"                          CVINC4.2
049200         GO TO 3000-EXIT.                                         CVINC4.2
049300     PERFORM 3010-HOT-ONE THRU 3010-EXIT                          CVINC4.2
049400         UNTIL ICD-AT-EOF.                                        CVINC4.2
049500     CLOSE HOT-FILE.                                              CVINC4.2
049600 3000-EXIT. EXIT.                                                 CVINC4.2
049700 3010-HOT-ONE.                                                    CVINC4.2
049800     READ HOT-FILE AT END                                         CVINC4.2
049900         MOVE 1 TO ICD-EOF-SWITCH                                 CVINC4.2
050000         GO TO 3010-EXIT.                                         CVINC4.2
050100     IF HOT-PGM-ID EQUAL TO SPACE                                 CVINC4.2
050200             OR HOT-STREAK NOT NUMERIC                            CVINC4.2
050300         GO TO 3010-EXIT.                                         CVINC4.2
050400     MOVE "HOTLIST " TO ICD-K-SOURCE.                             CVINC4.2
050500     MOVE HOT-PGM-ID TO ICD-K-PGM-ID.                             CVINC4.2
050600     MOVE SPACE      TO ICD-K-TARGET-ID.                          CVINC4.2
050700     PERFORM 8000-FIND-INCIDENT THRU 8000-EXIT.                   CVINC4.2
050800     IF ICD-SUB NOT GREATER THAN ICD-COR-COUNT                    CVINC4.2
050900         PERFORM 8050-MARK-SEEN THRU 8050-EXIT                    CVINC4.2
051000         IF HOT-STREAK GREATER THAN ICD-C-STREAK (ICD-SUB)        CVINC4.2
051100             MOVE HOT-STREAK TO ICD-C-STREAK (ICD-SUB)            CVINC4.2
051200             GO TO 3010-EXIT                                      CVINC4.2
051300         ELSE                                                     CVINC4.2
051400             GO TO 3010-EXIT.                                     CVINC4.2
051500     IF ICD-HAVE-LATEST                                           CVINC4.2
051600         PERFORM 8100-WORST-STREAK THRU 8100-EXIT                 CVINC4.2
051700         IF ICD-STREAK LESS THAN HOT-STREAK                       CVINC4.2
051800             ADD 1 TO ICD-CLEARED-COUNT                           CVINC4.2
051900             GO TO 3010-EXIT.                                     CVINC4.2
052000     MOVE HOT-STREAK     TO IT-STREAK-O.                          CVINC4.2
052100     MOVE HOT-FAIL-COUNT TO IT-FAILS-O.                           CVINC4.2
052200     MOVE ICD-HOT-TEXT   TO ICD-TEXT-W.                           CVINC4.2
052300     MOVE 2 TO ICD-SEVERITY-W.                                    CVINC4.2
052400     MOVE ZERO TO ICD-COND-DATE-W ICD-COND-TIME-W.                CVINC4.2
052500     PERFORM 8200-OPEN-INCIDENT THRU 8200-EXIT.                   CVINC4.2
052600     IF ICD-SUB NOT GREATER THAN ICD-COR-COUNT                    CVINC4.2
052700         MOVE HOT-STREAK TO ICD-C-STREAK (ICD-SUB).               CVINC4.2
052800 3010-EXIT. EXIT.                                                 CVINC4.2
052900 3100-STALLS.                                                     CVINC4.2
053000     MOVE ZERO TO ICD-EOF-SWITCH.                                 CVINC4.2
053100     OPEN INPUT STALL-FILE.                                       CVINC4.2
053200     IF ICD-STL-STATUS NOT EQUAL TO "00"                          CVINC4.2
053300         GO TO 3100-EXIT.                                         CVINC4.2
053400     PERFORM 3110-STALL-ONE THRU 3110-EXIT                        CVINC4.2
053500         UNTIL ICD-AT-EOF.                                        CVINC4.2
053600     CLOSE STALL-FILE.                                            CVINC4.2
053700 3100-EXIT. EXIT.                                                 CVINC4.2
053800 3110-STALL-ONE.                                                  CVINC4.2
053900     READ STALL-FILE AT END                                       CVINC4.2
054000         MOVE 1 TO ICD-EOF-SWITCH                                 CVINC4.2
054100         GO TO 3110-EXIT.                                         CVINC4.2
054200     IF STL-PGM-ID EQUAL TO SPACE                                 CVINC4.2
054300             OR STL-DATE NOT NUMERIC                              CVINC4.2
054400             OR STL-TIME NOT NUMERIC                              CVINC4.2
054500         GO TO 3110-EXIT.                                         CVINC4.2
054600     MOVE "STALL   " TO ICD-K-SOURCE.                             CVINC4.2
054700     MOVE STL-PGM-ID TO ICD-K-PGM-ID.                             CVINC4.2
054800     MOVE SPACE      TO ICD-K-TARGET-ID.                          CVINC4.2
054900     PERFORM 8000-FIND-INCIDENT THRU 8000-EXIT.                   CVINC4.2
055000     IF ICD-SUB NOT GREATER THAN ICD-COR-COUNT                    CVINC4.2
055100         PERFORM 8050-MARK-SEEN THRU 8050-EXIT                    CVINC4.2
055200         GO TO 3110-EXIT.                                         CVINC4.2
055300     MOVE STL-DATE TO ICD-STAMP-DATE.                             CVINC4.2
055400     MOVE STL-TIME TO ICD-STAMP-TIME.                             CVINC4.2
055500     IF ICD-HAVE-HEARTBEAT                                        CVINC4.2
055600             AND ICD-HBT-STAMP GREATER THAN ICD-STAMP-N           CVINC4.2
055700         ADD 1 TO ICD-CLEARED-COUNT                               CVINC4.2
055800         GO TO 3110-EXIT.                                         CVINC4.2
055900     MOVE STL-STALL-MINS TO IT-MINS-O.                            CVINC4.2
056000     MOVE STL-TEXT       TO IT-STALL-O.                           CVINC4.2
056100     MOVE ICD-STALL-TEXT TO ICD-TEXT-W.                           CVINC4.2
056200     MOVE 1 TO ICD-SEVERITY-W.                                    CVINC4.2
056300     MOVE STL-DATE TO ICD-COND-DATE-W.                            CVINC4.2
056400     MOVE STL-TIME TO ICD-COND-TIME-W.                            CVINC4.2
056500     PERFORM 8200-OPEN-INCIDENT THRU 8200-EXIT.                   CVINC4.2
056600 3110-EXIT. EXIT.                                                 CVINC4.2
056700 3200-COVERAGE.                                                   CVINC4.2
056800     MOVE ZERO TO ICD-EOF-SWITCH.                                 CVINC4.2
056900     OPEN INPUT MISS-FILE.                                        CVINC4.2
057000     IF ICD-MISS-STATUS NOT EQUAL TO "00"                         CVINC4.2
057100         GO TO 3200-EXIT.                                         CVINC4.2
057200     MOVE 1 TO ICD-MISS-SW.                                       CVINC4.2
057300     PERFORM 3210-MISS-ONE THRU 3210-EXIT                         CVINC4.2
057400         UNTIL ICD-AT-EOF.                                        CVINC4.2
057500     CLOSE MISS-FILE.                                             CVINC4.2
057600 3200-EXIT. EXIT.                                                 CVINC4.2
057700 3210-MISS-ONE.                                                   CVINC4.2
057800     READ MISS-FILE AT END                                        CVINC4.2
057900         MOVE 1 TO ICD-EOF-SWITCH                                 CVINC4.2
058000         GO TO 3210-EXIT.                                         CVINC4.2
058100     IF MS-PGM-ID EQUAL TO SPACE                                  CVINC4.2
058200         GO TO 3210-EXIT.                                         CVINC4.2
058300     MOVE "COVERAGE"   TO ICD-K-SOURCE.                           CVINC4.2
058400     MOVE MS-PGM-ID    TO ICD-K-PGM-ID.                           CVINC4.2
058500     MOVE MS-TARGET-ID TO ICD-K-TARGET-ID.                        CVINC4.2
058600     PERFORM 8000-FIND-INCIDENT THRU 8000-EXIT.                   CVINC4.2
058700     IF ICD-SUB NOT GREATER THAN ICD-COR-COUNT                    CVINC4.2
058800         PERFORM 8050-MARK-SEEN THRU 8050-EXIT                    CVINC4.2
058900         GO TO 3210-EXIT.                                         CVINC4.2
059000     PERFORM 8150-PAIR-IN-LATEST THRU 8150-EXIT.                  CVINC4.2
059100     IF ICD-PAIR-HAS-RUN                                          CVINC4.2
059200         ADD 1 TO ICD-CLEARED-COUNT                               CVINC4.2
059300         GO TO 3210-EXIT.                                         CVINC4.2
059400     MOVE "ROSTER PROGRAM HAS NO RUN ON THIS TARGET"              CVINC4.2
059500         TO ICD-TEXT-W.                                           CVINC4.2
059600     MOVE 2 TO ICD-SEVERITY-W.                                    CVINC4.2
059700     MOVE MS-DATE TO ICD-COND-DATE-W.                             CVINC4.2
059800     MOVE MS-TIME TO ICD-COND-TIME-W.                             CVINC4.2
059900     PERFORM 8200-OPEN-INCIDENT THRU 8200-EXIT.                   CVINC4.2
060000 3210-EXIT. EXIT.                                                 CVINC4.2
060100*    ONE VERDICT RECORD.  A MISMATCH RAISES (OR KEEPS) THE ONE    CVINC4.2
060200*    REBUILD INCIDENT; A CLEAN VERDICT IS NOTED FOR THE CLEARING  CVINC4.2
060300*    PASS, WHICH RESOLVES AN INCIDENT RAISED BY AN EARLIER RUN.   CVINC4.2
060400 3300-REBUILD.                                                    CVINC4.2
060500     OPEN INPUT STAT-FILE.                                        CVINC4.2
060600     IF ICD-RBLS-STATUS NOT EQUAL TO "00"                         CVINC4.2
060700         GO TO 3300-EXIT.                                         CVINC4.2
060800     READ STAT-FILE AT END GO TO 3300-CLOSE.                      CVINC4.2
060900     IF RS-DATE NOT NUMERIC OR RS-TIME NOT NUMERIC                CVINC4.2
061000         GO TO 3300-CLOSE.                                        CVINC4.2
061100     MOVE RS-DATE TO ICD-STAMP-DATE.                              CVINC4.2
061200     MOVE RS-TIME TO ICD-STAMP-TIME.                              CVINC4.2
061300     MOVE ICD-STAMP-N TO ICD-RBL-STAMP.                           CVINC4.2
061400     IF RS-VERDICT EQUAL TO "RECONCIL"                            CVINC4.2
061500         MOVE 1 TO ICD-RBL-CLEAN-SW                               CVINC4.2
061600         GO TO 3300-CLOSE.                                        CVINC4.2
061700     IF RS-VERDICT NOT EQUAL TO "MISMATCH"                        CVINC4.2
061800         GO TO 3300-CLOSE.                                        CVINC4.2
061900     MOVE "REBUILD " TO ICD-K-SOURCE.                             CVINC4.2
062000     MOVE SPACE      TO ICD-K-PGM-ID.                             CVINC4.2
062100     MOVE SPACE      TO ICD-K-TARGET-ID.                          CVINC4.2
062200     PERFORM 8000-FIND-INCIDENT THRU 8000-EXIT.                   CVINC4.2
062300     IF ICD-SUB NOT GREATER THAN ICD-COR-COUNT                    CVINC4.2
062400         PERFORM 8050-MARK-SEEN THRU 8050-EXIT                    CVINC4.2
062500         GO TO 3300-CLOSE.                                        CVINC4.2
062600     MOVE RS-FINAL-COUNT  TO IT-FINAL-O.                          CVINC4.2
062700     MOVE RS-EXPECT-COUNT TO IT-EXPECT-O.                         CVINC4.2
062800     MOVE ICD-RBL-TEXT    TO ICD-TEXT-W.                          CVINC4.2
062900     MOVE 1 TO ICD-SEVERITY-W.                                    CVINC4.2
063000     MOVE RS-DATE TO ICD-COND-DATE-W.                             CVINC4.2
063100     MOVE RS-TIME TO ICD-COND-TIME-W.                             CVINC4.2
063200     PERFORM 8200-OPEN-INCIDENT THRU 8200-EXIT.                   CVINC4.2
063300 3300-CLOSE.                                                      CVINC4.2
063400     CLOSE STAT-FILE.                                             CVINC4.2
063500 3300-EXIT. EXIT.                                                 CVINC4.2
063502*    ONE ALERT PER PROGRAM STILL REGRESSED ON A SUSPENDED         CVINC4.2
063504*    CERTIFICATE, REWRITTEN BY EVERY CCVSCRCK RUN.  ONLY A FILE   CVINC4.2
063506*    ACTUALLY PRESENT -- NOT THE OPTIONAL FILE OPENED ABSENT --   CVINC4.2
063508*    LETS THE CLEARING PASS RESOLVE A PAIR IT NO LONGER LISTS.    CVINC4.2
063510 3400-SUSPENSIONS.                                                CVINC4.2
063512     MOVE ZERO TO ICD-EOF-SWITCH.                                 CVINC4.2
063514     OPEN INPUT CRTA-FILE.                                        CVINC4.2
063516     IF ICD-CRTA-STATUS EQUAL TO "05"                             CVINC4.2
063518         CLOSE CRTA-FILE                                          CVINC4.2
063520         GO TO 3400-EXIT.                                         CVINC4.2
063522     IF ICD-CRTA-STATUS NOT EQUAL TO "00"                         CVINC4.2
063524         GO TO 3400-EXIT.                                         CVINC4.2
063526     MOVE 1 TO ICD-CRTA-SW.                                       CVINC4.2
063528     PERFORM 3410-SUSPEND-ONE THRU 3410-EXIT                      CVINC4.2
063530         UNTIL ICD-AT-EOF.                                        CVINC4.2
063532     CLOSE CRTA-FILE.                                             CVINC4.2
063534 3400-EXIT. EXIT.                                                 CVINC4.2
063536 3410-SUSPEND-ONE.                                                CVINC4.2
063538     READ CRTA-FILE AT END                                        CVINC4.2
063540         MOVE 1 TO ICD-EOF-SWITCH                                 CVINC4.2
063542         GO TO 3410-EXIT.                                         CVINC4.2
063544     IF CA-PGM-ID EQUAL TO SPACE                                  CVINC4.2
063546             OR CA-TARGET-ID EQUAL TO SPACE                       CVINC4.2
063548             OR CA-DATE NOT NUMERIC                               CVINC4.2
063550             OR CA-TIME NOT NUMERIC                               CVINC4.2
063552         GO TO 3410-EXIT.                                         CVINC4.2
063554     MOVE "CERTSUSP"   TO ICD-K-SOURCE.                           CVINC4.2
063556     MOVE CA-PGM-ID    TO ICD-K-PGM-ID.                           CVINC4.2
063558     MOVE CA-TARGET-ID TO ICD-K-TARGET-ID.                        CVINC4.2
063560     PERFORM 8000-FIND-INCIDENT THRU 8000-EXIT.                   CVINC4.2
063562     IF ICD-SUB NOT GREATER THAN ICD-COR-COUNT                    CVINC4.2
063564         PERFORM 8050-MARK-SEEN THRU 8050-EXIT                    CVINC4.2
063566         GO TO 3410-EXIT.                                         CVINC4.2
063568     MOVE CA-CERT-NO    TO IT-CERT-O.                             CVINC4.2
063570     MOVE CA-FAIL-NOW   TO IT-NOW-O.                              CVINC4.2
063572     MOVE CA-FAIL-BASIS TO IT-BASIS-O.                            CVINC4.2
063574     MOVE ICD-CRK-TEXT  TO ICD-TEXT-W.                            CVINC4.2
063576     MOVE 1 TO ICD-SEVERITY-W.                                    CVINC4.2
063578     MOVE CA-DATE TO ICD-COND-DATE-W.                             CVINC4.2
063580     MOVE CA-TIME TO ICD-COND-TIME-W.                             CVINC4.2
063582     PERFORM 8200-OPEN-INCIDENT THRU 8200-EXIT.                   CVINC4.2
063584 3410-EXIT. EXIT.                                                 CVINC4.2
063600*    AN INCIDENT OPENED THIS RUN IS NOT JUDGED AGAIN; EVERY       CVINC4.2
063700*    OTHER ONE IS RESOLVED THE MOMENT ITS CONDITION CLEARS.       CVINC4.2
063800 4000-CLEAR-ONE.                                                  CVINC4.2
063900     IF ICD-C-STATE (ICD-SUB) EQUAL TO "N" OR "R"                 CVINC4.2
064000         GO TO 4000-EXIT.                                         CVINC4.2
064100     MOVE ICD-C-SOURCE    (ICD-SUB) TO ICD-K-SOURCE.              CVINC4.2
064200     MOVE ICD-C-PGM-ID    (ICD-SUB) TO ICD-K-PGM-ID.              CVINC4.2
064300     MOVE ICD-C-TARGET-ID (ICD-SUB) TO ICD-K-TARGET-ID.           CVINC4.2
064400     IF ICD-K-SOURCE EQUAL TO "HOTLIST "                          CVINC4.2
064500         GO TO 4010-HOTLIST.                                      CVINC4.2
064600     IF ICD-K-SOURCE EQUAL TO "STALL   "                          CVINC4.2
064700         GO TO 4020-STALL.                                        CVINC4.2
064800     IF ICD-K-SOURCE EQUAL TO "COVERAGE"                          CVINC4.2
064900         GO TO 4030-COVERAGE.                                     CVINC4.2
065000     IF ICD-K-SOURCE EQUAL TO "REBUILD "                          CVINC4.2
065100         GO TO 4040-REBUILD.                                      CVINC4.2
065130     IF ICD-K-SOURCE EQUAL TO "CERTSUSP"                          CVINC4.2
065160         GO TO 4050-CERTSUSP.                                     CVINC4.2
065200     GO TO 4000-EXIT.                                             CVINC4.2
065300 4010-HOTLIST.                                                    CVINC4.2
065400     IF NOT ICD-HAVE-LATEST                                       CVINC4.2
065500         GO TO 4000-EXIT.                                         CVINC4.2
065600     PERFORM 8100-WORST-STREAK THRU 8100-EXIT.                    CVINC4.2
065700     IF ICD-STREAK NOT LESS THAN ICD-C-STREAK (ICD-SUB)           CVINC4.2
065800         MOVE ICD-STREAK TO ICD-C-STREAK (ICD-SUB)                CVINC4.2
065900         GO TO 4000-EXIT.                                         CVINC4.2
066000     MOVE "CONSECUTIVE-FAILURE STREAK RESET" TO ICD-TEXT-W.       CVINC4.2
066100     PERFORM 8300-RESOLVE THRU 8300-EXIT.                         CVINC4.2
066200     GO TO 4000-EXIT.                                             CVINC4.2
066300 4020-STALL.                                                      CVINC4.2
066400     IF NOT ICD-HAVE-HEARTBEAT                                    CVINC4.2
066500         GO TO 4000-EXIT.                                         CVINC4.2
066600     MOVE ICD-C-COND-DATE (ICD-SUB) TO ICD-STAMP-DATE.            CVINC4.2
066700     MOVE ICD-C-COND-TIME (ICD-SUB) TO ICD-STAMP-TIME.            CVINC4.2
066800     IF ICD-HBT-STAMP NOT GREATER THAN ICD-STAMP-N                CVINC4.2
066900         GO TO 4000-EXIT.                                         CVINC4.2
067000     MOVE "HEARTBEAT ADVANCED" TO ICD-TEXT-W.                     CVINC4.2
067100     PERFORM 8300-RESOLVE THRU 8300-EXIT.                         CVINC4.2
067200     GO TO 4000-EXIT.                                             CVINC4.2
067300 4030-COVERAGE.                                                   CVINC4.2
067400     PERFORM 8150-PAIR-IN-LATEST THRU 8150-EXIT.                  CVINC4.2
067500     IF ICD-PAIR-HAS-RUN                                          CVINC4.2
067600         MOVE "PROGRAM HAS NOW RUN ON THIS TARGET" TO ICD-TEXT-W  CVINC4.2
067700         PERFORM 8300-RESOLVE THRU 8300-EXIT                      CVINC4.2
067800         GO TO 4000-EXIT.                                         CVINC4.2
067900     IF ICD-HAVE-MISSING                                          CVINC4.2
068000             AND ICD-C-STATE (ICD-SUB) NOT EQUAL TO "S"           CVINC4.2
068100         MOVE "NO LONGER REPORTED MISSING BY CCVSCOV"             CVINC4.2
068200             TO ICD-TEXT-W                                        CVINC4.2
068300         PERFORM 8300-RESOLVE THRU 8300-EXIT.                     CVINC4.2
068400     GO TO 4000-EXIT.                                             CVINC4.2
068500 4040-REBUILD.                                                    CVINC4.2
068600     IF NOT ICD-REBUILD-CLEAN                                     CVINC4.2
068700         GO TO 4000-EXIT.                                         CVINC4.2
068800     MOVE ICD-C-COND-DATE (ICD-SUB) TO ICD-STAMP-DATE.            CVINC4.2
068900     MOVE ICD-C-COND-TIME (ICD-SUB) TO ICD-STAMP-TIME.            CVINC4.2
069000     IF ICD-RBL-STAMP NOT GREATER THAN ICD-STAMP-N                CVINC4.2
069100         GO TO 4000-EXIT.                                         CVINC4.2
069200     MOVE "A LATER RAW-DATA REBUILD RECONCILES" TO ICD-TEXT-W.    CVINC4.2
069300     PERFORM 8300-RESOLVE THRU 8300-EXIT.                         CVINC4.2
069310     GO TO 4000-EXIT.                                             CVINC4.2
069320 4050-CERTSUSP.                                                   CVINC4.2
069330     IF ICD-HAVE-SUSPENSIONS                                      CVINC4.2
069340             AND ICD-C-STATE (ICD-SUB) NOT EQUAL TO "S"           CVINC4.2
069350         MOVE "NO LONGER LISTED AS REGRESSED BY CCVSCRCK"         CVINC4.2
069360             TO ICD-TEXT-W                                        CVINC4.2
069370         PERFORM 8300-RESOLVE THRU 8300-EXIT.                     CVINC4.2
069400 4000-EXIT. EXIT.                                                 CVINC4.2
069500*    AN ACKNOWLEDGMENT AT THE HOT-LISTED PROGRAM'S CURRENT        CVINC4.2
069600*    STREAK IS PASSED ON ONCE; A LATER ACK AT A NEW STREAK IS     CVINC4.2
069700*    PASSED ON AGAIN.                                             CVINC4.2
069800 5000-NOTE-ONE.                                                   CVINC4.2
069900     IF ICD-C-STATE (ICD-SUB) EQUAL TO "R"                        CVINC4.2
070000         GO TO 5000-EXIT.                                         CVINC4.2
070100     IF ICD-C-SOURCE (ICD-SUB) NOT EQUAL TO "HOTLIST "            CVINC4.2
070200         GO TO 5000-EXIT.                                         CVINC4.2
070300     IF ICD-C-ACK-STREAK (ICD-SUB) EQUAL TO                       CVINC4.2
070400             ICD-C-STREAK (ICD-SUB)                               CVINC4.2
070500         GO TO 5000-EXIT.                                         CVINC4.2
070600     PERFORM 8900-FIND THRU 8900-EXIT                             CVINC4.2
070700         VARYING ICD-ACK-SUB FROM 1 BY 1                          CVINC4.2
070800         UNTIL ICD-ACK-SUB GREATER THAN ICD-ACK-COUNT             CVINC4.2
070900         OR (ICD-A-PGM-ID (ICD-ACK-SUB) EQUAL TO                  CVINC4.2
071000                 ICD-C-PGM-ID (ICD-SUB)                           CVINC4.2
071100         AND ICD-A-STREAK (ICD-ACK-SUB) EQUAL TO                  CVINC4.2
071200                 ICD-C-STREAK (ICD-SUB)).                         CVINC4.2
071300     IF ICD-ACK-SUB GREATER THAN ICD-ACK-COUNT                    CVINC4.2
071400         GO TO 5000-EXIT.                                         CVINC4.2
071500     MOVE ICD-C-STREAK (ICD-SUB) TO ICD-C-ACK-STREAK (ICD-SUB).   CVINC4.2
071600     MOVE ICD-C-STREAK (ICD-SUB) TO IT-ACK-O.                     CVINC4.2
071700     MOVE ICD-ACK-TEXT TO ICD-TEXT-W.                             CVINC4.2
071800     MOVE "NOTE    " TO ICD-EVENT-W.                              CVINC4.2
071900     PERFORM 8400-WRITE-EVENT THRU 8400-EXIT.                     CVINC4.2
072000     ADD 1 TO ICD-NOTE-COUNT.                                     CVINC4.2
072100 5000-EXIT. EXIT.                                                 CVINC4.2
072200 6000-SAVE-CORR.                                                  CVINC4.2
072300     OPEN OUTPUT CORR-FILE.                                       CVINC4.2
072400     PERFORM 6010-SAVE-ONE THRU 6010-EXIT                         CVINC4.2
072500         VARYING ICD-SUB FROM 1 BY 1                              CVINC4.2
072600         UNTIL ICD-SUB GREATER THAN ICD-COR-COUNT.                CVINC4.2
072700     CLOSE CORR-FILE.                                             CVINC4.2
072800 6000-EXIT. EXIT.                                                 CVINC4.2
072900 6010-SAVE-ONE.                                                   CVINC4.2
073000     IF ICD-C-STATE (ICD-SUB) EQUAL TO "R"                        CVINC4.2
073100         GO TO 6010-EXIT.                                         CVINC4.2
073200     MOVE SPACE TO ICD-CORR-REC.                                  CVINC4.2
073300     MOVE ICD-C-SOURCE     (ICD-SUB) TO CR-SOURCE.                CVINC4.2
073400     MOVE ICD-C-PGM-ID     (ICD-SUB) TO CR-PGM-ID.                CVINC4.2
073500     MOVE ICD-C-TARGET-ID  (ICD-SUB) TO CR-TARGET-ID.             CVINC4.2
073600     MOVE ICD-C-ID         (ICD-SUB) TO CR-ID.                    CVINC4.2
073700     MOVE ICD-C-SEVERITY   (ICD-SUB) TO CR-SEVERITY.              CVINC4.2
073800     MOVE ICD-C-OPEN-DATE  (ICD-SUB) TO CR-OPEN-DATE.             CVINC4.2
073900     MOVE ICD-C-OPEN-TIME  (ICD-SUB) TO CR-OPEN-TIME.             CVINC4.2
074000     MOVE ICD-C-STREAK     (ICD-SUB) TO CR-STREAK.                CVINC4.2
074100     MOVE ICD-C-ACK-STREAK (ICD-SUB) TO CR-ACK-STREAK.            CVINC4.2
074200     MOVE ICD-C-COND-DATE  (ICD-SUB) TO CR-COND-DATE.             CVINC4.2
074300     MOVE ICD-C-COND-TIME  (ICD-SUB) TO CR-COND-TIME.             CVINC4.2
074400     WRITE ICD-CORR-REC.                                          CVINC4.2
074500     ADD 1 TO ICD-OPEN-COUNT.                                     CVINC4.2
074600 6010-EXIT. EXIT.                                                 CVINC4.2
074700 7000-FINISH.                                                     CVINC4.2
074800     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVINC4.2
074900     MOVE ICD-OPENED-COUNT   TO IS-OPENED-O.                      CVINC4.2
075000     MOVE ICD-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVINC4.2
075100     MOVE ICD-RESOLVED-COUNT TO IS-RESOLVED-O.                    CVINC4.2
075200     MOVE ICD-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVINC4.2
075300     MOVE ICD-NOTE-COUNT     TO IS-NOTE-O.                        CVINC4.2
075400     MOVE ICD-S-3 TO PRINT-REC. WRITE PRINT-REC.                  CVINC4.2
075500     MOVE ICD-OPEN-COUNT     TO IS-OPEN-O.                        CVINC4.2
075600     MOVE ICD-S-4 TO PRINT-REC. WRITE PRINT-REC.                  CVINC4.2
075700     MOVE ICD-CLEARED-COUNT  TO IS-CLEARED-O.                     CVINC4.2
075800     MOVE ICD-S-5 TO PRINT-REC. WRITE PRINT-REC.                  CVINC4.2
075900     CLOSE FEED-FILE.                                             CVINC4.2
076000     CLOSE PRINT-FILE.                                            CVINC4.2
076100     IF ICD-OPENED-COUNT GREATER THAN ZERO                        CVINC4.2
076200         MOVE 4 TO RETURN-CODE.                                   CVINC4.2
076300 7000-EXIT. EXIT.                                                 CVINC4.2
076400 8000-FIND-INCIDENT.                                              CVINC4.2
076500     PERFORM 8900-FIND THRU 8900-EXIT                             CVINC4.2
076600         VARYING ICD-SUB FROM 1 BY 1                              CVINC4.2
076700         UNTIL ICD-SUB GREATER THAN ICD-COR-COUNT                 CVINC4.2
076800         OR (ICD-C-SOURCE (ICD-SUB) EQUAL TO ICD-K-SOURCE         CVINC4.2
076900         AND ICD-C-PGM-ID (ICD-SUB) EQUAL TO ICD-K-PGM-ID         CVINC4.2
077000         AND ICD-C-TARGET-ID (ICD-SUB) EQUAL TO ICD-K-TARGET-ID). CVINC4.2
077100 8000-EXIT. EXIT.                                                 CVINC4.2
077200 8050-MARK-SEEN.                                                  CVINC4.2
077300     IF ICD-C-STATE (ICD-SUB) EQUAL TO SPACE                      CVINC4.2
077400         MOVE "S" TO ICD-C-STATE (ICD-SUB).                       CVINC4.2
077500 8050-EXIT. EXIT.                                                 CVINC4.2
077600*    THE PROGRAM'S WORST STREAK ACROSS ITS TARGETS -- THE SAME    CVINC4.2
077700*    FIGURE CCVSALMN ESCALATES ON.                                CVINC4.2
077800 8100-WORST-STREAK.                                               CVINC4.2
077900     MOVE ZERO TO ICD-STREAK.                                     CVINC4.2
078000     PERFORM 8110-STREAK-ONE THRU 8110-EXIT                       CVINC4.2
078100         VARYING ICD-LAT-SUB FROM 1 BY 1                          CVINC4.2
078200         UNTIL ICD-LAT-SUB GREATER THAN ICD-LAT-COUNT.            CVINC4.2
078300 8100-EXIT. EXIT.                                                 CVINC4.2
078400 8110-STREAK-ONE.                                                 CVINC4.2
078500     IF ICD-L-PGM-ID (ICD-LAT-SUB) EQUAL TO ICD-K-PGM-ID          CVINC4.2
078600             AND ICD-L-STREAK (ICD-LAT-SUB)                       CVINC4.2
078700                 GREATER THAN ICD-STREAK                          CVINC4.2
078800         MOVE ICD-L-STREAK (ICD-LAT-SUB) TO ICD-STREAK.           CVINC4.2
078900 8110-EXIT. EXIT.                                                 CVINC4.2
079000 8150-PAIR-IN-LATEST.                                             CVINC4.2
079100     MOVE ZERO TO ICD-PAIR-SW.                                    CVINC4.2
079200     PERFORM 8900-FIND THRU 8900-EXIT                             CVINC4.2
079300         VARYING ICD-LAT-SUB FROM 1 BY 1                          CVINC4.2
079400         UNTIL ICD-LAT-SUB GREATER THAN ICD-LAT-COUNT             CVINC4.2
079500         OR (ICD-L-PGM-ID (ICD-LAT-SUB) EQUAL TO ICD-K-PGM-ID     CVINC4.2
079600         AND ICD-L-TARGET-ID (ICD-LAT-SUB)                        CVINC4.2
079700                 EQUAL TO ICD-K-TARGET-ID).                       CVINC4.2
079800     IF ICD-LAT-SUB NOT GREATER THAN ICD-LAT-COUNT                CVINC4.2
079900         MOVE 1 TO ICD-PAIR-SW.                                   CVINC4.2
080000 8150-EXIT. EXIT.                                                 CVINC4.2
080100*    THE NEW INCIDENT TAKES THE NEXT TABLE SLOT (LEFT IN ICD-SUB) CVINC4.2
080200*    AND ITS CORRELATION NUMBER FROM THE RUN STAMP AND A SERIAL.  CVINC4.2
080300 8200-OPEN-INCIDENT.                                              CVINC4.2
080400     IF ICD-COR-COUNT EQUAL TO 200                                CVINC4.2
080500         DISPLAY "CCVSINCD - CORRELATION TABLE FULL - "           CVINC4.2
080600             ICD-K-SOURCE " " ICD-K-PGM-ID " NOT OPENED"          CVINC4.2
080700         MOVE 201 TO ICD-SUB                                      CVINC4.2
080800         GO TO 8200-EXIT.                                         CVINC4.2
080900     ADD 1 TO ICD-COR-COUNT.                                      CVINC4.2
081000     MOVE ICD-COR-COUNT TO ICD-SUB.                               CVINC4.2
081100     ADD 1 TO ICD-SERIAL.                                         CVINC4.2
081200     MOVE ICD-RUN-DATE TO ICD-ID-DATE.                            CVINC4.2
081300     MOVE ICD-RUN-HHMM TO ICD-ID-HHMM.                            CVINC4.2
081400     MOVE ICD-SERIAL   TO ICD-ID-SERIAL.                          CVINC4.2
081500     MOVE ICD-K-SOURCE    TO ICD-C-SOURCE    (ICD-SUB).           CVINC4.2
081600     MOVE ICD-K-PGM-ID    TO ICD-C-PGM-ID    (ICD-SUB).           CVINC4.2
081700     MOVE ICD-K-TARGET-ID TO ICD-C-TARGET-ID (ICD-SUB).           CVINC4.2
081800     MOVE ICD-ID-N        TO ICD-C-ID        (ICD-SUB).           CVINC4.2
081900     MOVE ICD-SEVERITY-W  TO ICD-C-SEVERITY  (ICD-SUB).           CVINC4.2
082000     MOVE ICD-RUN-DATE    TO ICD-C-OPEN-DATE (ICD-SUB).           CVINC4.2
082100     MOVE ICD-RUN-TIME    TO ICD-C-OPEN-TIME (ICD-SUB).           CVINC4.2
082200     MOVE ZERO            TO ICD-C-STREAK    (ICD-SUB).           CVINC4.2
082300     MOVE ZERO            TO ICD-C-ACK-STREAK (ICD-SUB).          CVINC4.2
082400     MOVE ICD-COND-DATE-W TO ICD-C-COND-DATE (ICD-SUB).           CVINC4.2
082500     MOVE ICD-COND-TIME-W TO ICD-C-COND-TIME (ICD-SUB).           CVINC4.2
082600     MOVE "N"             TO ICD-C-STATE     (ICD-SUB).           CVINC4.2
082700     MOVE "OPEN    " TO ICD-EVENT-W.                              CVINC4.2
082800     PERFORM 8400-WRITE-EVENT THRU 8400-EXIT.                     CVINC4.2
082900     ADD 1 TO ICD-OPENED-COUNT.                                   CVINC4.2
083000 8200-EXIT. EXIT.                                                 CVINC4.2
083100 8300-RESOLVE.                                                    CVINC4.2
083200     MOVE "R" TO ICD-C-STATE (ICD-SUB).                           CVINC4.2
083300     MOVE "RESOLVE " TO ICD-EVENT-W.                              CVINC4.2
083400     PERFORM 8400-WRITE-EVENT THRU 8400-EXIT.                     CVINC4.2
083500     ADD 1 TO ICD-RESOLVED-COUNT.                                 CVINC4.2
083600 8300-EXIT. EXIT.                                                 CVINC4.2
083700*    ONE FEED EVENT FOR TABLE ENTRY ICD-SUB, ECHOED TO THE        CVINC4.2
083800*    REPORT.                                                      CVINC4.2
083900 8400-WRITE-EVENT.                                                CVINC4.2
084000     MOVE SPACE TO INCIDENT-EVENT-REC.                            CVINC4.2
084100     MOVE ICD-EVENT-W                TO INC-EVENT.                CVINC4.2
084200     MOVE ICD-C-ID        (ICD-SUB)  TO INC-ID.                   CVINC4.2
084300     MOVE ICD-C-SOURCE    (ICD-SUB)  TO INC-SOURCE.               CVINC4.2
084400     MOVE ICD-C-PGM-ID    (ICD-SUB)  TO INC-PGM-ID.               CVINC4.2
084500     MOVE ICD-C-TARGET-ID (ICD-SUB)  TO INC-TARGET-ID.            CVINC4.2
084600     MOVE ICD-RUN-DATE               TO INC-DATE.                 CVINC4.2
084700     MOVE ICD-RUN-TIME               TO INC-TIME.                 CVINC4.2
084800     MOVE ICD-C-SEVERITY  (ICD-SUB)  TO INC-SEVERITY.             CVINC4.2
084900     MOVE ICD-TEXT-W                 TO INC-TEXT.                 CVINC4.2
085000     WRITE INCIDENT-EVENT-REC.                                    CVINC4.2
085100     MOVE INC-EVENT     TO ID-EVENT-O.                            CVINC4.2
085200     MOVE INC-ID        TO ID-ID-O.                               CVINC4.2
085300     MOVE INC-SOURCE    TO ID-SOURCE-O.                           CVINC4.2
085400     MOVE INC-PGM-ID    TO ID-PGM-ID-O.                           CVINC4.2
085500     MOVE INC-TARGET-ID TO ID-TARGET-ID-O.                        CVINC4.2
085600     MOVE INC-SEVERITY  TO ID-SEVERITY-O.                         CVINC4.2
085700     MOVE INC-TEXT      TO ID-TEXT-O.                             CVINC4.2
085800     MOVE ICD-D-1 TO PRINT-REC.                                   CVINC4.2
085900     WRITE PRINT-REC.                                             CVINC4.2
086000 8400-EXIT. EXIT.                                                 CVINC4.2
086100 8900-FIND. EXIT.                                                 CVINC4.2
086200 8900-EXIT. EXIT.                                                 CVINC4.2
