000100 IDENTIFICATION DIVISION.                                         CVWUS4.2
000200 PROGRAM-ID.    CCVSWUSE.                                         CVWUS4.2
000300******************************************************************CVWUS4.2
000400**                                                                CVWUS4.2
000500**    COPYBOOK WHERE-USED AND CHANGE IMPACT.  EVERY BATTERY  *    CVWUS4.2
000600**    MEMBER COPIES THE HARNESS BOOKS (CCVSHSL, CCVSHFD,     *    CVWUS4.2
000700**    CCVSHWS, CCVSHPRC, CCVSRAW) AND SM201A ALSO COPIES     *    CVWUS4.2
000800**    KP001-KP004, SO A CHANGE TO ONE BOOK QUIETLY CHANGES   *    CVWUS4.2
000900**    WHAT EVERY PROGRAM THAT COPIES IT WOULD COMPILE TO.    *    CVWUS4.2
001000**    THIS JOB WALKS THE PROGRAM LIBRARY (CCVSPLIB) AND THE  *    CVWUS4.2
001100**    COPYBOOK LIBRARY (CCVSCLIB), COLLECTING THE LIVE COPY  *    CVWUS4.2
001200**    STATEMENTS THE WAY CCVSRCN DOES, AND FINGERPRINTS EACH *    CVWUS4.2
001300**    MEMBER -- ITS LINE COUNT AND A CHECKSUM OF COLUMNS 7-72*    CVWUS4.2
001400**    (SEQUENCE NUMBERS AND IDENTIFICATION TAGS DO NOT       *    CVWUS4.2
001500**    CHANGE WHAT COMPILES).  THE FINGERPRINTS ARE HELD ON   *    CVWUS4.2
001600**    CCVSFPRT FROM ONE SCAN TO THE NEXT.                    *    CVWUS4.2
001700**                                                                CVWUS4.2
001800**    A MEMBER WHOSE FINGERPRINT DIFFERS FROM THE PREVIOUS   *    CVWUS4.2
001900**    SCAN, OR THAT IS NEW SINCE IT, IS CHANGED.  A CHANGED  *    CVWUS4.2
002000**    COPYBOOK AFFECTS EVERY MEMBER THAT COPIES IT, AND A    *    CVWUS4.2
002100**    COPYBOOK AFFECTED THAT WAY (CCVSHFD COPIES CCVSRAW,    *    CVWUS4.2
002200**    CCVSLAT AND OTHERS) PASSES IT ON IN TURN.  EVERY       *    CVWUS4.2
002300**    CHANGED OR AFFECTED PROGRAM GOES TO THE IMPACT LIST    *    CVWUS4.2
002400**    CCVSIMPL (SEE CCVSIMP), WHICH CCVSSCHD FORCES INTO     *    CVWUS4.2
002500**    TONIGHT'S STEP LIST -- SO RUN THIS JOB ONCE A NIGHT,   *    CVWUS4.2
002600**    AHEAD OF CCVSSCHD.  THE FIRST SCAN, WITH NO            *    CVWUS4.2
002700**    FINGERPRINTS ON FILE, ONLY RECORDS THE BASELINE.       *    CVWUS4.2
002800**                                                                CVWUS4.2
002900**    THE PROGRAM LIBRARY IS MEMBERS CONCATENATED, AS FOR    *    CVWUS4.2
003000**    CCVSSCAN; A MEMBER RUNS FROM ITS PROGRAM-ID TO THE     *    CVWUS4.2
003100**    NEXT.  THE COPYBOOK LIBRARY IS IN UNLOAD FORM: EACH    *    CVWUS4.2
003200**    MEMBER FOLLOWS A "./ ADD NAME=MEMBER" CARD.            *    CVWUS4.2
003300**                                                                CVWUS4.2
003400**    OUTPUTS --                                             *    CVWUS4.2
003500**      CCVSWUSD  ONE RECORD PER LIVE COPY: COPYBOOK, COPYING*    CVWUS4.2
003600**                MEMBER AND ITS TYPE (P PROGRAM, C COPYBOOK)*    CVWUS4.2
003700**      CCVSIMPL  THE IMPACT LIST, REWRITTEN EVERY SCAN      *    CVWUS4.2
003800**      CCVSWUSP  FINGERPRINTS, WHERE-USED AND IMPACT REPORT *    CVWUS4.2
003900**    RETURN CODE 4 WHEN THE IMPACT LIST IS NOT EMPTY.       *    CVWUS4.2
004000**                                                                CVWUS4.2
004100******************************************************************CVWUS4.2
004200 ENVIRONMENT DIVISION.                                            CVWUS4.2
004300 CONFIGURATION SECTION.                                           CVWUS4.2
004400 SOURCE-COMPUTER.                                                 CVWUS4.2
004500     GNU-COBOL.                                                   CVWUS4.2
004600 OBJECT-COMPUTER.                                                 CVWUS4.2
004700     GNU-COBOL.                                                   CVWUS4.2
004800 INPUT-OUTPUT SECTION.                                            CVWUS4.2
004900 FILE-CONTROL.                                                    CVWUS4.2
005000     SELECT PGM-LIBRARY  ASSIGN TO                                CVWUS4.2
005100            CCVSPLIB                                              CVWUS4.2
005200            ORGANIZATION IS SEQUENTIAL                            CVWUS4.2
005300            FILE STATUS IS WUS-PLIB-STATUS.                       CVWUS4.2
005400     SELECT CPY-LIBRARY  ASSIGN TO                                CVWUS4.2
005500            CCVSCLIB                                              CVWUS4.2
005600            ORGANIZATION IS SEQUENTIAL                            CVWUS4.2
005700            FILE STATUS IS WUS-CLIB-STATUS.                       CVWUS4.2
005800*    LOADED WHOLE, THEN RE-CREATED WITH THIS SCAN'S PRINTS.       CVWUS4.2
005900     SELECT OPTIONAL FPRINT-FILE ASSIGN TO                        CVWUS4.2
006000            CCVSFPRT                                              CVWUS4.2
006100            ORGANIZATION IS SEQUENTIAL                            CVWUS4.2
006200            FILE STATUS IS WUS-FPRT-STATUS.                       CVWUS4.2
006300     SELECT WHERE-USED-FILE ASSIGN TO                             CVWUS4.2
006400            CCVSWUSD.                                             CVWUS4.2
006500     SELECT IMPACT-FILE  ASSIGN TO                                CVWUS4.2
006600            CCVSIMPL.                                             CVWUS4.2
006700     SELECT PRINT-FILE   ASSIGN TO                                CVWUS4.2
006800            CCVSWUSP.                                             CVWUS4.2
006900 DATA DIVISION.                                                   CVWUS4.2
007000 FILE SECTION.                                                    CVWUS4.2
007100 FD  PGM-LIBRARY                                                  CVWUS4.2
007200     LABEL RECORDS STANDARD                                       CVWUS4.2
007300     RECORD CONTAINS 80 CHARACTERS.                               CVWUS4.2
007400 01  PLR-REC.                                                     CVWUS4.2
007500     05  PLR-SEQ               PIC X(6).                          CVWUS4.2
007600     05  PLR-BODY.                                                CVWUS4.2
007700         10  PLR-IND           PIC X.                             CVWUS4.2
007800         10  PLR-CODE          PIC X(65).                         CVWUS4.2
007900     05  PLR-TAG               PIC X(8).                          CVWUS4.2
008000 FD  CPY-LIBRARY                                                  CVWUS4.2
008100     LABEL RECORDS STANDARD                                       CVWUS4.2
008200     RECORD CONTAINS 80 CHARACTERS.                               CVWUS4.2
008300 01  CLR-REC.                                                     CVWUS4.2
008400     05  CLR-SEQ               PIC X(6).                          CVWUS4.2
008500     05  CLR-BODY.                                                CVWUS4.2
008600         10  CLR-IND           PIC X.                             CVWUS4.2
008700         10  CLR-CODE          PIC X(65).                         CVWUS4.2
008800     05  CLR-TAG               PIC X(8).                          CVWUS4.2
008900 01  CLR-CONTROL-CARD REDEFINES CLR-REC.                          CVWUS4.2
009000     05  CLR-CONTROL           PIC X(2).                          CVWUS4.2
009100     05  CLR-CONTROL-TEXT      PIC X(78).                         CVWUS4.2
009200 FD  FPRINT-FILE                                                  CVWUS4.2
009300     LABEL RECORDS STANDARD.                                      CVWUS4.2
009400 01  FPRINT-REC.                                                  CVWUS4.2
009500     05  FP-TYPE               PIC X.                             CVWUS4.2
009600     05  FILLER                PIC X.                             CVWUS4.2
009700     05  FP-NAME               PIC X(8).                          CVWUS4.2
009800     05  FILLER                PIC X.                             CVWUS4.2
009900     05  FP-LINES              PIC 9(6).                          CVWUS4.2
010000     05  FILLER                PIC X.                             CVWUS4.2
010100     05  FP-CHECKSUM           PIC 9(9).                          CVWUS4.2
010200     05  FILLER                PIC X.                             CVWUS4.2
010300     05  FP-SCAN-DATE          PIC 9(8).                          CVWUS4.2
010400 FD  WHERE-USED-FILE                                              CVWUS4.2
010500     LABEL RECORDS STANDARD.                                      CVWUS4.2
010600 01  WHERE-USED-REC.                                              CVWUS4.2
010700     05  WU-COPYBOOK           PIC X(8).                          CVWUS4.2
010800     05  FILLER                PIC X.                             CVWUS4.2
010900     05  WU-USER               PIC X(8).                          CVWUS4.2
011000     05  FILLER                PIC X.                             CVWUS4.2
011100     05  WU-USER-TYPE          PIC X.                             CVWUS4.2
011200 FD  IMPACT-FILE                                                  CVWUS4.2
011300     LABEL RECORDS STANDARD.                                      CVWUS4.2
011400     COPY CCVSIMP.                                                CVWUS4.2
011500 FD  PRINT-FILE                                                   CVWUS4.2
011600     LABEL RECORDS STANDARD                                       CVWUS4.2
011700     DATA RECORD IS PRINT-REC.                                    CVWUS4.2
011800 01  PRINT-REC PICTURE X(120).                                    CVWUS4.2
011900 WORKING-STORAGE SECTION.                                         CVWUS4.2
012000 01  WUS-PLIB-STATUS          PIC XX    VALUE SPACE.              CVWUS4.2
012100 01  WUS-CLIB-STATUS          PIC XX    VALUE SPACE.              CVWUS4.2
012200 01  WUS-FPRT-STATUS          PIC XX    VALUE SPACE.              CVWUS4.2
012300 01  WUS-EOF-SWITCH           PIC 9     VALUE ZERO.               CVWUS4.2
012400     88  WUS-AT-EOF                     VALUE 1.                  CVWUS4.2
012500 01  WUS-BASELINE-SWITCH      PIC 9     VALUE ZERO.               CVWUS4.2
012600     88  WUS-BASELINE-SCAN              VALUE 1.                  CVWUS4.2
012700 01  WUS-PGM-PENDING-SWITCH   PIC 9     VALUE ZERO.               CVWUS4.2
012800     88  WUS-PGM-NAME-PENDING           VALUE 1.                  CVWUS4.2
012900 01  WUS-SPREAD-SWITCH        PIC 9     VALUE ZERO.               CVWUS4.2
013000     88  WUS-STILL-SPREADING            VALUE 1.                  CVWUS4.2
013100 01  WUS-TODAY                PIC 9(8)  VALUE ZERO.               CVWUS4.2
013200 01  WUS-PRIOR-DATE           PIC 9(8)  VALUE ZERO.               CVWUS4.2
013300 01  WUS-SUB                  PIC 9(3) COMP VALUE ZERO.           CVWUS4.2
013400 01  WUS-SUB-2                PIC 9(4) COMP VALUE ZERO.           CVWUS4.2
013500 01  WUS-FIND-SUB             PIC 9(3) COMP VALUE ZERO.           CVWUS4.2
013600 01  WUS-CUR-SUB              PIC 9(3) COMP VALUE ZERO.           CVWUS4.2
013700 01  WUS-TOKEN-SUB            PIC 9(2) COMP VALUE ZERO.           CVWUS4.2
013800 01  WUS-CHAR-SUB             PIC 9(2) COMP VALUE ZERO.           CVWUS4.2
013900 01  WUS-PGM-COUNT            PIC 9(5) COMP VALUE ZERO.           CVWUS4.2
014000 01  WUS-CPY-COUNT            PIC 9(5) COMP VALUE ZERO.           CVWUS4.2
014100 01  WUS-CHANGED-COUNT        PIC 9(5) COMP VALUE ZERO.           CVWUS4.2
014200 01  WUS-NEW-COUNT            PIC 9(5) COMP VALUE ZERO.           CVWUS4.2
014300 01  WUS-DROPPED-COUNT        PIC 9(5) COMP VALUE ZERO.           CVWUS4.2
014400 01  WUS-IMPACT-COUNT         PIC 9(5) COMP VALUE ZERO.           CVWUS4.2
014500 01  WUS-USE-PRINTED          PIC 9(5) COMP VALUE ZERO.           CVWUS4.2
014600 01  WUS-FIND-TYPE            PIC X     VALUE SPACE.              CVWUS4.2
014700 01  WUS-FIND-NAME            PIC X(8)  VALUE SPACE.              CVWUS4.2
014800 01  WUS-WORD-1               PIC X(30) VALUE SPACE.              CVWUS4.2
014900 01  WUS-WORD-2               PIC X(30) VALUE SPACE.              CVWUS4.2
015000 01  WUS-NAME-WORK            PIC X(30) VALUE SPACE.              CVWUS4.2
015100 01  WUS-NAME-REST            PIC X(78) VALUE SPACE.              CVWUS4.2
015200 01  WUS-JUNK                 PIC X(78) VALUE SPACE.              CVWUS4.2
015300 01  PROGRAM-ID-LITERAL       PIC X(30) VALUE "PROGRAM-ID.".      CVWUS4.2
015400 01  COPY-LITERAL             PIC X(30) VALUE "COPY".             CVWUS4.2
015500*    A SOURCE LINE IS TOKENIZED AS CCVSRCN DOES IT, AND THE       CVWUS4.2
015600*    FIRST TWO NONBLANK TOKENS ARE THE WORDS TESTED.              CVWUS4.2
015700 01  WUS-TOKEN-TABLE.                                             CVWUS4.2
015800     05  WUS-TOKEN            PIC X(30) OCCURS 6 TIMES.           CVWUS4.2
015900*    CHECKSUM WORK.  EACH CHARACTER OF COLUMNS 7-72 IS WEIGHTED   CVWUS4.2
016000*    BY ITS COLUMN, AND EACH LINE'S SUM IS FOLDED INTO THE        CVWUS4.2
016100*    MEMBER TOTAL IN LINE ORDER, SO A MOVED LINE CHANGES THE      CVWUS4.2
016200*    CHECKSUM AS SURELY AS AN EDITED ONE.  THE CHARACTER IS       CVWUS4.2
016300*    READ BACK AS A BINARY HALFWORD WITH A ZERO HIGH BYTE.        CVWUS4.2
016400 01  WUS-LINE                 PIC X(66) VALUE SPACE.              CVWUS4.2
016500 01  WUS-LINE-CHARS REDEFINES WUS-LINE.                           CVWUS4.2
016600     05  WUS-LINE-CHAR        PIC X OCCURS 66 TIMES.              CVWUS4.2
016700 01  WUS-CHAR-WORK.                                               CVWUS4.2
016800     05  FILLER               PIC X     VALUE LOW-VALUE.          CVWUS4.2
016900     05  WUS-CHAR             PIC X     VALUE LOW-VALUE.          CVWUS4.2
017000 01  WUS-CHAR-VALUE REDEFINES WUS-CHAR-WORK PIC 9(4) COMP.        CVWUS4.2
017100 01  WUS-LINE-SUM             PIC 9(7) COMP VALUE ZERO.           CVWUS4.2
017200 01  WUS-FOLD                 PIC 9(12) COMP VALUE ZERO.          CVWUS4.2
017300 01  WUS-FOLD-QUOT            PIC 9(12) COMP VALUE ZERO.          CVWUS4.2
017400 01  WUS-MODULUS              PIC 9(9) COMP VALUE 999999937.      CVWUS4.2
017500*    THIS SCAN'S MEMBERS, PROGRAMS FIRST, THEN COPYBOOKS.         CVWUS4.2
017600 01  WUS-MBR-COUNT            PIC 9(3) COMP VALUE ZERO.           CVWUS4.2
017700 01  WUS-MBR-TABLE.                                               CVWUS4.2
017800     05  WUS-MBR-ENTRY        OCCURS 400 TIMES.                   CVWUS4.2
017900         10  WUS-M-TYPE           PIC X.                          CVWUS4.2
018000         10  WUS-M-NAME           PIC X(8).                       CVWUS4.2
018100         10  WUS-M-LINES          PIC 9(6) COMP.                  CVWUS4.2
018200         10  WUS-M-CHECKSUM       PIC 9(9) COMP.                  CVWUS4.2
018300         10  WUS-M-WAS-LINES      PIC 9(6) COMP.                  CVWUS4.2
018400         10  WUS-M-WAS-CHECKSUM   PIC 9(9) COMP.                  CVWUS4.2
018500         10  WUS-M-STATE          PIC X(8).                       CVWUS4.2
018600         10  WUS-M-AFFECTED       PIC 9.                          CVWUS4.2
018700         10  WUS-M-CAUSE          PIC X(8).                       CVWUS4.2
018800         10  WUS-M-REASON         PIC X(8).                       CVWUS4.2
018900*    EVERY LIVE COPY -- THE COPYING MEMBER BY SUBSCRIPT, THE      CVWUS4.2
019000*    BOOK BY NAME AND (ZERO WHEN NOT IN CCVSCLIB) SUBSCRIPT.      CVWUS4.2
019100 01  WUS-USE-COUNT            PIC 9(4) COMP VALUE ZERO.           CVWUS4.2
019200 01  WUS-USE-TABLE.                                               CVWUS4.2
019300     05  WUS-USE-ENTRY        OCCURS 2000 TIMES.                  CVWUS4.2
019400         10  WUS-U-USER-SUB       PIC 9(3) COMP.                  CVWUS4.2
019500         10  WUS-U-BOOK           PIC X(8).                       CVWUS4.2
019600         10  WUS-U-BOOK-SUB       PIC 9(3) COMP.                  CVWUS4.2
019700*    THE PREVIOUS SCAN'S FINGERPRINTS.                            CVWUS4.2
019800 01  WUS-OLD-COUNT            PIC 9(3) COMP VALUE ZERO.           CVWUS4.2
019900 01  WUS-OLD-TABLE.                                               CVWUS4.2
020000     05  WUS-OLD-ENTRY        OCCURS 400 TIMES.                   CVWUS4.2
020100         10  WUS-O-TYPE           PIC X.                          CVWUS4.2
020200         10  WUS-O-NAME           PIC X(8).                       CVWUS4.2
020300         10  WUS-O-LINES          PIC 9(6) COMP.                  CVWUS4.2
020400         10  WUS-O-CHECKSUM       PIC 9(9) COMP.                  CVWUS4.2
020500         10  WUS-O-SEEN           PIC 9.                          CVWUS4.2
020600 01  WUS-H-1.                                                     CVWUS4.2
020700     02 FILLER PIC X(120) VALUE                                   CVWUS4.2
020800     "    CCVS85 COPYBOOK WHERE-USED AND CHANGE IMPACT".          CVWUS4.2
020900 01  WUS-E-1.                                                     CVWUS4.2
021000     02 FILLER PIC X(14) VALUE "SCAN DATE   = ".                  CVWUS4.2
021100     02 WE-TODAY-O         PIC 9(8).                              CVWUS4.2
021200     02 FILLER PIC X(19) VALUE "   PREVIOUS SCAN = ".             CVWUS4.2
021300     02 WE-PRIOR-O         PIC X(8).                              CVWUS4.2
021400     02 FILLER PIC X(71) VALUE SPACE.                             CVWUS4.2
021500 01  WUS-H-2.                                                     CVWUS4.2
021600     02 FILLER PIC X(120) VALUE                                   CVWUS4.2
021700     "MEMBER FINGERPRINTS".                                       CVWUS4.2
021800 01  WUS-C-2.                                                     CVWUS4.2
021900     02 FILLER PIC X(4)  VALUE "TYPE".                            CVWUS4.2
022000     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
022100     02 FILLER PIC X(8)  VALUE "MEMBER  ".                        CVWUS4.2
022200     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
022300     02 FILLER PIC X(6)  VALUE " LINES".                          CVWUS4.2
022400     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
022500     02 FILLER PIC X(9)  VALUE " CHECKSUM".                       CVWUS4.2
022600     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
022700     02 FILLER PIC X(6)  VALUE "  WAS ".                          CVWUS4.2
022800     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
022900     02 FILLER PIC X(9)  VALUE "      WAS".                       CVWUS4.2
023000     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
023100     02 FILLER PIC X(8)  VALUE "STATE   ".                        CVWUS4.2
023200     02 FILLER PIC X(58) VALUE SPACE.                             CVWUS4.2
023300 01  WUS-D-2.                                                     CVWUS4.2
023400     02 FILLER             PIC X(1)  VALUE SPACE.                 CVWUS4.2
023500     02 WD-TYPE-O          PIC X(1).                              CVWUS4.2
023600     02 FILLER             PIC X(4)  VALUE SPACE.                 CVWUS4.2
023700     02 WD-NAME-O          PIC X(8).                              CVWUS4.2
023800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
023900     02 WD-LINES-O         PIC ZZZZZ9.                            CVWUS4.2
024000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
024100     02 WD-CHECKSUM-O      PIC 9(9).                              CVWUS4.2
024200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
024300     02 WD-WAS-LINES-O     PIC ZZZZZ9.                            CVWUS4.2
024400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
024500     02 WD-WAS-CHECKSUM-O  PIC 9(9).                              CVWUS4.2
024600     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
024700     02 WD-STATE-O         PIC X(8).                              CVWUS4.2
024800     02 FILLER             PIC X(58) VALUE SPACE.                 CVWUS4.2
024900 01  WUS-H-3.                                                     CVWUS4.2
025000     02 FILLER PIC X(120) VALUE                                   CVWUS4.2
025100     "WHERE USED".                                                CVWUS4.2
025200 01  WUS-C-3.                                                     CVWUS4.2
025300     02 FILLER PIC X(8)  VALUE "COPYBOOK".                        CVWUS4.2
025400     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
025500     02 FILLER PIC X(9)  VALUE "COPIED BY".                       CVWUS4.2
025600     02 FILLER PIC X(101) VALUE SPACE.                            CVWUS4.2
025700 01  WUS-D-3.                                                     CVWUS4.2
025800     02 WU-BOOK-O          PIC X(8).                              CVWUS4.2
025900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
026000     02 WU-USER-O          PIC X(8).                              CVWUS4.2
026100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
026200     02 WU-USER-TYPE-O     PIC X(8).                              CVWUS4.2
026300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
026400     02 WU-NOTE-O          PIC X(30).                             CVWUS4.2
026500     02 FILLER             PIC X(60) VALUE SPACE.                 CVWUS4.2
026600 01  WUS-H-4.                                                     CVWUS4.2
026700     02 FILLER PIC X(120) VALUE                                   CVWUS4.2
026800     "CHANGE IMPACT - PROGRAMS TO RECOMPILE AND RECERTIFY".       CVWUS4.2
026900 01  WUS-C-4.                                                     CVWUS4.2
027000     02 FILLER PIC X(8)  VALUE "PROGRAM ".                        CVWUS4.2
027100     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
027200     02 FILLER PIC X(8)  VALUE "REASON  ".                        CVWUS4.2
027300     02 FILLER PIC X(2)  VALUE SPACE.                             CVWUS4.2
027400     02 FILLER PIC X(14) VALUE "CHANGED MEMBER".                  CVWUS4.2
027500     02 FILLER PIC X(86) VALUE SPACE.                             CVWUS4.2
027600 01  WUS-D-4.                                                     CVWUS4.2
027700     02 WI-PGM-O           PIC X(8).                              CVWUS4.2
027800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
027900     02 WI-REASON-O        PIC X(8).                              CVWUS4.2
028000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVWUS4.2
028100     02 WI-CAUSE-O         PIC X(8).                              CVWUS4.2
028200     02 FILLER             PIC X(92) VALUE SPACE.                 CVWUS4.2
028300 01  WUS-F-NONE.                                                  CVWUS4.2
028400     02 FILLER PIC X(120) VALUE "    NONE".                       CVWUS4.2
028500 01  WUS-F-BASELINE.                                              CVWUS4.2
028600     02 FILLER PIC X(120) VALUE                                   CVWUS4.2
028700     "    NONE - FIRST SCAN, BASELINE RECORDED".                  CVWUS4.2
028800 01  WUS-S-1.                                                     CVWUS4.2
028900     02 FILLER PIC X(26) VALUE "PROGRAMS SCANNED         =".      CVWUS4.2
029000     02 WUS-S-PGM-O       PIC ZZZZ9.                              CVWUS4.2
029100     02 FILLER PIC X(89) VALUE SPACE.                             CVWUS4.2
029200 01  WUS-S-2.                                                     CVWUS4.2
029300     02 FILLER PIC X(26) VALUE "COPYBOOKS SCANNED        =".      CVWUS4.2
029400     02 WUS-S-CPY-O       PIC ZZZZ9.                              CVWUS4.2
029500     02 FILLER PIC X(89) VALUE SPACE.                             CVWUS4.2
029600 01  WUS-S-3.                                                     CVWUS4.2
029700     02 FILLER PIC X(26) VALUE "MEMBERS CHANGED          =".      CVWUS4.2
029800     02 WUS-S-CHANGED-O   PIC ZZZZ9.                              CVWUS4.2
029900     02 FILLER PIC X(89) VALUE SPACE.                             CVWUS4.2
030000 01  WUS-S-4.                                                     CVWUS4.2
030100     02 FILLER PIC X(26) VALUE "MEMBERS NEW              =".      CVWUS4.2
030200     02 WUS-S-NEW-O       PIC ZZZZ9.                              CVWUS4.2
030300     02 FILLER PIC X(89) VALUE SPACE.                             CVWUS4.2
030400 01  WUS-S-5.                                                     CVWUS4.2
030500     02 FILLER PIC X(26) VALUE "MEMBERS DROPPED          =".      CVWUS4.2
030600     02 WUS-S-DROPPED-O   PIC ZZZZ9.                              CVWUS4.2
030700     02 FILLER PIC X(89) VALUE SPACE.                             CVWUS4.2
030800 01  WUS-S-6.                                                     CVWUS4.2
030900     02 FILLER PIC X(26) VALUE "PROGRAMS ON IMPACT LIST  =".      CVWUS4.2
031000     02 WUS-S-IMPACT-O    PIC ZZZZ9.                              CVWUS4.2
031100     02 FILLER PIC X(89) VALUE SPACE.                             CVWUS4.2
031200 PROCEDURE DIVISION.                                              CVWUS4.2
031300 0000-MAINLINE SECTION.                                           CVWUS4.2
031400 0000-START.                                                      CVWUS4.2
031500     ACCEPT WUS-TODAY FROM DATE YYYYMMDD.                         CVWUS4.2
031600     PERFORM 1000-LOAD-FINGERPRINTS THRU 1000-EXIT.               CVWUS4.2
031700     PERFORM 2000-SCAN-PROGRAMS THRU 2000-EXIT.                   CVWUS4.2
031800     PERFORM 3000-SCAN-COPYBOOKS THRU 3000-EXIT.                  CVWUS4.2
031900     IF WUS-PGM-COUNT EQUAL TO ZERO                               CVWUS4.2
032000         DISPLAY "CCVSWUSE - NO PROGRAMS IN CCVSPLIB - "          CVWUS4.2
032100             "FINGERPRINTS LEFT UNCHANGED"                        CVWUS4.2
032200         MOVE 8 TO RETURN-CODE                                    CVWUS4.2
032300         STOP RUN.                                                CVWUS4.2
032400     PERFORM 4000-COMPARE THRU 4000-EXIT.                         CVWUS4.2
032500     PERFORM 5000-SPREAD-IMPACT THRU 5000-EXIT.                   CVWUS4.2
032600     PERFORM 6000-WRITE-FILES THRU 6000-EXIT.                     CVWUS4.2
032700     PERFORM 7000-REPORT THRU 7000-EXIT.                          CVWUS4.2
032800     DISPLAY "CCVSWUSE - MEMBERS CHANGED " WUS-CHANGED-COUNT      CVWUS4.2
032900         " NEW " WUS-NEW-COUNT.                                   CVWUS4.2
033000     DISPLAY "CCVSWUSE - PROGRAMS ON IMPACT LIST "                CVWUS4.2
033100         WUS-IMPACT-COUNT.                                        CVWUS4.2
033200     IF WUS-IMPACT-COUNT GREATER THAN ZERO                        CVWUS4.2
033300         MOVE 4 TO RETURN-CODE.                                   CVWUS4.2
033400     STOP RUN.                                                    CVWUS4.2
033500 1000-LOAD-FINGERPRINTS.                                          CVWUS4.2
033600     OPEN INPUT FPRINT-FILE.                                      CVWUS4.2
033700     IF WUS-FPRT-STATUS EQUAL TO "05"                             CVWUS4.2
033800         CLOSE FPRINT-FILE                                        CVWUS4.2
033900         MOVE 1 TO WUS-BASELINE-SWITCH                            CVWUS4.2
034000         GO TO 1000-EXIT.                                         CVWUS4.2
034100     IF WUS-FPRT-STATUS NOT EQUAL TO "00"                         CVWUS4.2
034200         MOVE 1 TO WUS-BASELINE-SWITCH                            CVWUS4.2
034300         GO TO 1000-EXIT.                                         CVWUS4.2
034400     MOVE ZERO TO WUS-EOF-SWITCH.                                 CVWUS4.2
034500     PERFORM 1100-LOAD-ONE THRU 1100-EXIT                         CVWUS4.2
034600         UNTIL WUS-AT-EOF.                                        CVWUS4.2
034700     CLOSE FPRINT-FILE.                                           CVWUS4.2
034800     IF WUS-OLD-COUNT EQUAL TO ZERO                               CVWUS4.2
034900         MOVE 1 TO WUS-BASELINE-SWITCH.                           CVWUS4.2
035000 1000-EXIT. EXIT.                                                 CVWUS4.2
035100 1100-LOAD-ONE.                                                   CVWUS4.2
035200     READ FPRINT-FILE AT END                                      CVWUS4.2
035300         MOVE 1 TO WUS-EOF-SWITCH                                 CVWUS4.2
035400         GO TO 1100-EXIT.                                         CVWUS4.2
035500     IF FP-NAME EQUAL TO SPACE                                    CVWUS4.2
035600         GO TO 1100-EXIT.                                         CVWUS4.2
035700     IF WUS-OLD-COUNT EQUAL TO 400                                CVWUS4.2
035800         DISPLAY "CCVSWUSE - FINGERPRINTS PAST 400 - TRUNCATED"   CVWUS4.2
035900         MOVE 1 TO WUS-EOF-SWITCH                                 CVWUS4.2
036000         GO TO 1100-EXIT.                                         CVWUS4.2
036100     ADD 1 TO WUS-OLD-COUNT.                                      CVWUS4.2
036200     MOVE FP-TYPE     TO WUS-O-TYPE     (WUS-OLD-COUNT).          CVWUS4.2
036300     MOVE FP-NAME     TO WUS-O-NAME     (WUS-OLD-COUNT).          CVWUS4.2
036400     MOVE FP-LINES    TO WUS-O-LINES    (WUS-OLD-COUNT).          CVWUS4.2
036500     MOVE FP-CHECKSUM TO WUS-O-CHECKSUM (WUS-OLD-COUNT).          CVWUS4.2
036600     MOVE ZERO        TO WUS-O-SEEN     (WUS-OLD-COUNT).          CVWUS4.2
036700     MOVE FP-SCAN-DATE TO WUS-PRIOR-DATE.                         CVWUS4.2
036800 1100-EXIT. EXIT.                                                 CVWUS4.2
036900*    THE PROGRAM-ID TRACKING FOLLOWS CCVSRCN, SPLIT FORM          CVWUS4.2
037000*    INCLUDED.  LINES AHEAD OF THE FIRST PROGRAM-ID BELONG TO     CVWUS4.2
037100*    NO MEMBER.                                                   CVWUS4.2
037200 2000-SCAN-PROGRAMS.                                              CVWUS4.2
037300     OPEN INPUT PGM-LIBRARY.                                      CVWUS4.2
037400     IF WUS-PLIB-STATUS NOT EQUAL TO "00"                         CVWUS4.2
037500         DISPLAY "CCVSWUSE - NO PROGRAM LIBRARY - STATUS "        CVWUS4.2
037600             WUS-PLIB-STATUS                                      CVWUS4.2
037700         MOVE 8 TO RETURN-CODE                                    CVWUS4.2
037800         STOP RUN.                                                CVWUS4.2
037900     MOVE ZERO TO WUS-EOF-SWITCH.                                 CVWUS4.2
038000     MOVE ZERO TO WUS-CUR-SUB.                                    CVWUS4.2
038100     PERFORM 2100-READ-PROGRAM THRU 2100-EXIT                     CVWUS4.2
038200         UNTIL WUS-AT-EOF.                                        CVWUS4.2
038300     CLOSE PGM-LIBRARY.                                           CVWUS4.2
038400 2000-EXIT. EXIT.                                                 CVWUS4.2
038500 2100-READ-PROGRAM.                                               CVWUS4.2
038600     READ PGM-LIBRARY AT END                                      CVWUS4.2
038700         MOVE 1 TO WUS-EOF-SWITCH                                 CVWUS4.2
038800         GO TO 2100-EXIT.                                         CVWUS4.2
038900     MOVE PLR-BODY TO WUS-LINE.                                   CVWUS4.2
039000     IF PLR-IND EQUAL TO "*"                                      CVWUS4.2
039100         GO TO 2100-COUNT.                                        CVWUS4.2
039200     IF PLR-CODE EQUAL TO SPACE                                   CVWUS4.2
039300         GO TO 2100-COUNT.                                        CVWUS4.2
039400     PERFORM 8100-FIRST-WORDS THRU 8100-EXIT.                     CVWUS4.2
039500     IF WUS-WORD-1 EQUAL TO SPACE                                 CVWUS4.2
039600         GO TO 2100-COUNT.                                        CVWUS4.2
039700     IF WUS-PGM-NAME-PENDING                                      CVWUS4.2
039800         MOVE ZERO TO WUS-PGM-PENDING-SWITCH                      CVWUS4.2
039900         MOVE SPACE TO WUS-NAME-WORK                              CVWUS4.2
040000         UNSTRING WUS-WORD-1 DELIMITED BY "."                     CVWUS4.2
040100             INTO WUS-NAME-WORK                                   CVWUS4.2
040200         MOVE WUS-NAME-WORK TO WUS-M-NAME (WUS-CUR-SUB)           CVWUS4.2
040300         GO TO 2100-COUNT.                                        CVWUS4.2
040400     IF WUS-WORD-1 EQUAL TO PROGRAM-ID-LITERAL                    CVWUS4.2
040500         PERFORM 2200-NEW-PROGRAM THRU 2200-EXIT                  CVWUS4.2
040600         GO TO 2100-COUNT.                                        CVWUS4.2
040700     IF WUS-WORD-1 EQUAL TO COPY-LITERAL                          CVWUS4.2
040800         PERFORM 8300-RECORD-COPY THRU 8300-EXIT.                 CVWUS4.2
040900 2100-COUNT.                                                      CVWUS4.2
041000     IF WUS-CUR-SUB NOT EQUAL TO ZERO                             CVWUS4.2
041100         PERFORM 8200-FOLD-LINE THRU 8200-EXIT.                   CVWUS4.2
041200 2100-EXIT. EXIT.                                                 CVWUS4.2
041300 2200-NEW-PROGRAM.                                                CVWUS4.2
041400     IF WUS-MBR-COUNT EQUAL TO 400                                CVWUS4.2
041500         DISPLAY "CCVSWUSE - MEMBERS PAST 400 - TRUNCATED"        CVWUS4.2
041600         MOVE ZERO TO WUS-CUR-SUB                                 CVWUS4.2
041700         GO TO 2200-EXIT.                                         CVWUS4.2
041800     ADD 1 TO WUS-MBR-COUNT.                                      CVWUS4.2
041900     ADD 1 TO WUS-PGM-COUNT.                                      CVWUS4.2
042000     MOVE WUS-MBR-COUNT TO WUS-CUR-SUB.                           CVWUS4.2
042100     PERFORM 8000-CLEAR-MEMBER THRU 8000-EXIT.                    CVWUS4.2
042200     MOVE "P" TO WUS-M-TYPE (WUS-CUR-SUB).                        CVWUS4.2
042300     IF WUS-WORD-2 EQUAL TO SPACE                                 CVWUS4.2
042400         MOVE 1 TO WUS-PGM-PENDING-SWITCH                         CVWUS4.2
042500         GO TO 2200-EXIT.                                         CVWUS4.2
042600     MOVE SPACE TO WUS-NAME-WORK.                                 CVWUS4.2
042700     UNSTRING WUS-WORD-2 DELIMITED BY "."                         CVWUS4.2
042800         INTO WUS-NAME-WORK.                                      CVWUS4.2
042900     MOVE WUS-NAME-WORK TO WUS-M-NAME (WUS-CUR-SUB).              CVWUS4.2
043000 2200-EXIT. EXIT.                                                 CVWUS4.2
043100*    EACH COPYBOOK MEMBER STARTS AT ITS "./ ADD" CARD; OTHER      CVWUS4.2
043200*    "./" CONTROL CARDS ARE PASSED OVER AND NOT FINGERPRINTED.    CVWUS4.2
043300 3000-SCAN-COPYBOOKS.                                             CVWUS4.2
043400     OPEN INPUT CPY-LIBRARY.                                      CVWUS4.2
043500     IF WUS-CLIB-STATUS NOT EQUAL TO "00"                         CVWUS4.2
043600         DISPLAY "CCVSWUSE - NO COPYBOOK LIBRARY - STATUS "       CVWUS4.2
043700             WUS-CLIB-STATUS                                      CVWUS4.2
043800         MOVE 8 TO RETURN-CODE                                    CVWUS4.2
043900         STOP RUN.                                                CVWUS4.2
044000     MOVE ZERO TO WUS-EOF-SWITCH.                                 CVWUS4.2
044100     MOVE ZERO TO WUS-CUR-SUB.                                    CVWUS4.2
044200     PERFORM 3100-READ-COPYBOOK THRU 3100-EXIT                    CVWUS4.2
044300         UNTIL WUS-AT-EOF.                                        CVWUS4.2
044400     CLOSE CPY-LIBRARY.                                           CVWUS4.2
044500 3000-EXIT. EXIT.                                                 CVWUS4.2
044600 3100-READ-COPYBOOK.                                              CVWUS4.2
044700     READ CPY-LIBRARY AT END                                      CVWUS4.2
044800         MOVE 1 TO WUS-EOF-SWITCH                                 CVWUS4.2
044900         GO TO 3100-EXIT.                                         CVWUS4.2
045000     IF CLR-CONTROL EQUAL TO "./"                                 CVWUS4.2
045100         PERFORM 3200-CONTROL-CARD THRU 3200-EXIT                 CVWUS4.2
045200         GO TO 3100-EXIT.                                         CVWUS4.2
045300     IF WUS-CUR-SUB EQUAL TO ZERO                                 CVWUS4.2
045400         GO TO 3100-EXIT.                                         CVWUS4.2
045500     MOVE CLR-BODY TO WUS-LINE.                                   CVWUS4.2
045600     PERFORM 8200-FOLD-LINE THRU 8200-EXIT.                       CVWUS4.2
045700     IF CLR-IND EQUAL TO "*"                                      CVWUS4.2
045800         GO TO 3100-EXIT.                                         CVWUS4.2
045900     IF CLR-CODE EQUAL TO SPACE                                   CVWUS4.2
046000         GO TO 3100-EXIT.                                         CVWUS4.2
046100     PERFORM 8100-FIRST-WORDS THRU 8100-EXIT.                     CVWUS4.2
046200     IF WUS-WORD-1 EQUAL TO COPY-LITERAL                          CVWUS4.2
046300         PERFORM 8300-RECORD-COPY THRU 8300-EXIT.                 CVWUS4.2
046400 3100-EXIT. EXIT.                                                 CVWUS4.2
046500 3200-CONTROL-CARD.                                               CVWUS4.2
046600     MOVE SPACE TO WUS-JUNK WUS-NAME-REST.                        CVWUS4.2
046700     UNSTRING CLR-CONTROL-TEXT DELIMITED BY "NAME="               CVWUS4.2
046800         INTO WUS-JUNK WUS-NAME-REST.                             CVWUS4.2
046900     IF WUS-NAME-REST EQUAL TO SPACE                              CVWUS4.2
047000         GO TO 3200-EXIT.                                         CVWUS4.2
047100     IF WUS-MBR-COUNT EQUAL TO 400                                CVWUS4.2
047200         DISPLAY "CCVSWUSE - MEMBERS PAST 400 - TRUNCATED"        CVWUS4.2
047300         MOVE ZERO TO WUS-CUR-SUB                                 CVWUS4.2
047400         GO TO 3200-EXIT.                                         CVWUS4.2
047500     ADD 1 TO WUS-MBR-COUNT.                                      CVWUS4.2
047600     ADD 1 TO WUS-CPY-COUNT.                                      CVWUS4.2
047700     MOVE WUS-MBR-COUNT TO WUS-CUR-SUB.                           CVWUS4.2
047800     PERFORM 8000-CLEAR-MEMBER THRU 8000-EXIT.                    CVWUS4.2
047900     MOVE "C" TO WUS-M-TYPE (WUS-CUR-SUB).                        CVWUS4.2
048000     MOVE SPACE TO WUS-NAME-WORK.                                 CVWUS4.2
048100     UNSTRING WUS-NAME-REST DELIMITED BY "," OR SPACE             CVWUS4.2
048200         INTO WUS-NAME-WORK.                                      CVWUS4.2
048300     MOVE WUS-NAME-WORK TO WUS-M-NAME (WUS-CUR-SUB).              CVWUS4.2
048400 3200-EXIT. EXIT.                                                 CVWUS4.2
048500*    SETS EACH MEMBER'S STATE AGAINST THE PREVIOUS SCAN; ON       CVWUS4.2
048600*    THE BASELINE SCAN EVERY MEMBER IS SIMPLY RECORDED.           CVWUS4.2
048700 4000-COMPARE.                                                    CVWUS4.2
048800     PERFORM 4100-COMPARE-ONE THRU 4100-EXIT                      CVWUS4.2
048900         VARYING WUS-SUB FROM 1 BY 1                              CVWUS4.2
049000         UNTIL WUS-SUB GREATER THAN WUS-MBR-COUNT.                CVWUS4.2
049100     PERFORM 4200-COUNT-DROPPED THRU 4200-EXIT                    CVWUS4.2
049200         VARYING WUS-SUB FROM 1 BY 1                              CVWUS4.2
049300         UNTIL WUS-SUB GREATER THAN WUS-OLD-COUNT.                CVWUS4.2
049400 4000-EXIT. EXIT.                                                 CVWUS4.2
049500 4100-COMPARE-ONE.                                                CVWUS4.2
049600     IF WUS-BASELINE-SCAN                                         CVWUS4.2
049700         MOVE "BASELINE" TO WUS-M-STATE (WUS-SUB)                 CVWUS4.2
049800         GO TO 4100-EXIT.                                         CVWUS4.2
049900     PERFORM 4110-FIND-OLD THRU 4110-EXIT                         CVWUS4.2
050000         VARYING WUS-FIND-SUB FROM 1 BY 1                         CVWUS4.2
050100         UNTIL WUS-FIND-SUB GREATER THAN WUS-OLD-COUNT            CVWUS4.2
050200         OR (WUS-O-TYPE (WUS-FIND-SUB)                            CVWUS4.2
050300                 EQUAL TO WUS-M-TYPE (WUS-SUB)                    CVWUS4.2
050400         AND WUS-O-NAME (WUS-FIND-SUB)                            CVWUS4.2
050500                 EQUAL TO WUS-M-NAME (WUS-SUB)).                  CVWUS4.2
050600     IF WUS-FIND-SUB GREATER THAN WUS-OLD-COUNT                   CVWUS4.2
050700         MOVE "NEW     " TO WUS-M-STATE    (WUS-SUB)              CVWUS4.2
050800         MOVE "NEW     " TO WUS-M-REASON   (WUS-SUB)              CVWUS4.2
050900         MOVE 1          TO WUS-M-AFFECTED (WUS-SUB)              CVWUS4.2
051000         MOVE WUS-M-NAME (WUS-SUB) TO WUS-M-CAUSE (WUS-SUB)       CVWUS4.2
051100         ADD 1 TO WUS-NEW-COUNT                                   CVWUS4.2
051200         GO TO 4100-EXIT.                                         CVWUS4.2
051300     MOVE 1 TO WUS-O-SEEN (WUS-FIND-SUB).                         CVWUS4.2
051400     MOVE WUS-O-LINES (WUS-FIND-SUB)                              CVWUS4.2
051500         TO WUS-M-WAS-LINES (WUS-SUB).                            CVWUS4.2
051600     MOVE WUS-O-CHECKSUM (WUS-FIND-SUB)                           CVWUS4.2
051700         TO WUS-M-WAS-CHECKSUM (WUS-SUB).                         CVWUS4.2
051800     IF WUS-M-LINES (WUS-SUB) EQUAL TO WUS-M-WAS-LINES (WUS-SUB)  CVWUS4.2
051900             AND WUS-M-CHECKSUM (WUS-SUB)                         CVWUS4.2
052000                 EQUAL TO WUS-M-WAS-CHECKSUM (WUS-SUB)            CVWUS4.2
052100         MOVE "SAME    " TO WUS-M-STATE (WUS-SUB)                 CVWUS4.2
052200         GO TO 4100-EXIT.                                         CVWUS4.2
052300     MOVE "CHANGED " TO WUS-M-STATE    (WUS-SUB).                 CVWUS4.2
052400     MOVE "CHANGED " TO WUS-M-REASON   (WUS-SUB).                 CVWUS4.2
052500     MOVE 1          TO WUS-M-AFFECTED (WUS-SUB).                 CVWUS4.2
052600     MOVE WUS-M-NAME (WUS-SUB) TO WUS-M-CAUSE (WUS-SUB).          CVWUS4.2
052700     ADD 1 TO WUS-CHANGED-COUNT.                                  CVWUS4.2
052800 4100-EXIT. EXIT.                                                 CVWUS4.2
052900 4110-FIND-OLD. EXIT.                                             CVWUS4.2
053000 4110-EXIT. EXIT.                                                 CVWUS4.2
053100 4200-COUNT-DROPPED.                                              CVWUS4.2
053200     IF WUS-O-SEEN (WUS-SUB) EQUAL TO ZERO                        CVWUS4.2
053300         ADD 1 TO WUS-DROPPED-COUNT.                              CVWUS4.2
053400 4200-EXIT. EXIT.                                                 CVWUS4.2
053500*    RESOLVES EACH COPIED BOOK TO ITS LIBRARY MEMBER, THEN        CVWUS4.2
053600*    PASSES THE MARK FROM EVERY AFFECTED BOOK TO THE MEMBERS      CVWUS4.2
053700*    THAT COPY IT, OVER AND OVER UNTIL A PASS MARKS NOTHING       CVWUS4.2
053800*    NEW -- A BOOK NESTED INSIDE ANOTHER BOOK REACHES THE         CVWUS4.2
053900*    PROGRAMS ON A LATER PASS.  THE CAUSE CARRIED IS ALWAYS       CVWUS4.2
054000*    THE MEMBER THAT ACTUALLY CHANGED.                            CVWUS4.2
054100 5000-SPREAD-IMPACT.                                              CVWUS4.2
054200     PERFORM 5100-RESOLVE-ONE THRU 5100-EXIT                      CVWUS4.2
054300         VARYING WUS-SUB-2 FROM 1 BY 1                            CVWUS4.2
054400         UNTIL WUS-SUB-2 GREATER THAN WUS-USE-COUNT.              CVWUS4.2
054500     MOVE 1 TO WUS-SPREAD-SWITCH.                                 CVWUS4.2
054600     PERFORM 5200-SPREAD-PASS THRU 5200-EXIT                      CVWUS4.2
054700         UNTIL NOT WUS-STILL-SPREADING.                           CVWUS4.2
054800 5000-EXIT. EXIT.                                                 CVWUS4.2
054900 5100-RESOLVE-ONE.                                                CVWUS4.2
055000     MOVE "C" TO WUS-FIND-TYPE.                                   CVWUS4.2
055100     MOVE WUS-U-BOOK (WUS-SUB-2) TO WUS-FIND-NAME.                CVWUS4.2
055200     PERFORM 8400-FIND-MEMBER THRU 8400-EXIT.                     CVWUS4.2
055300     MOVE WUS-FIND-SUB TO WUS-U-BOOK-SUB (WUS-SUB-2).             CVWUS4.2
055400 5100-EXIT. EXIT.                                                 CVWUS4.2
055500 5200-SPREAD-PASS.                                                CVWUS4.2
055600     MOVE ZERO TO WUS-SPREAD-SWITCH.                              CVWUS4.2
055700     PERFORM 5210-SPREAD-ONE THRU 5210-EXIT                       CVWUS4.2
055800         VARYING WUS-SUB-2 FROM 1 BY 1                            CVWUS4.2
055900         UNTIL WUS-SUB-2 GREATER THAN WUS-USE-COUNT.              CVWUS4.2
056000 5200-EXIT. EXIT.                                                 CVWUS4.2
056100 5210-SPREAD-ONE.                                                 CVWUS4.2
056200     IF WUS-U-BOOK-SUB (WUS-SUB-2) EQUAL TO ZERO                  CVWUS4.2
056300         GO TO 5210-EXIT.                                         CVWUS4.2
056400     MOVE WUS-U-BOOK-SUB (WUS-SUB-2) TO WUS-FIND-SUB.             CVWUS4.2
056500     MOVE WUS-U-USER-SUB (WUS-SUB-2) TO WUS-CUR-SUB.              CVWUS4.2
056600     IF WUS-M-AFFECTED (WUS-FIND-SUB) EQUAL TO ZERO               CVWUS4.2
056700         GO TO 5210-EXIT.                                         CVWUS4.2
056800     IF WUS-M-AFFECTED (WUS-CUR-SUB) EQUAL TO 1                   CVWUS4.2
056900         GO TO 5210-EXIT.                                         CVWUS4.2
057000     MOVE 1 TO WUS-M-AFFECTED (WUS-CUR-SUB).                      CVWUS4.2
057100     MOVE "COPYBOOK" TO WUS-M-REASON (WUS-CUR-SUB).               CVWUS4.2
057200     MOVE WUS-M-CAUSE (WUS-FIND-SUB) TO WUS-M-CAUSE (WUS-CUR-SUB).CVWUS4.2
057300     MOVE 1 TO WUS-SPREAD-SWITCH.                                 CVWUS4.2
057400 5210-EXIT. EXIT.                                                 CVWUS4.2
057500 6000-WRITE-FILES.                                                CVWUS4.2
057600     OPEN OUTPUT FPRINT-FILE.                                     CVWUS4.2
057700     PERFORM 6100-WRITE-PRINT THRU 6100-EXIT                      CVWUS4.2
057800         VARYING WUS-SUB FROM 1 BY 1                              CVWUS4.2
057900         UNTIL WUS-SUB GREATER THAN WUS-MBR-COUNT.                CVWUS4.2
058000     CLOSE FPRINT-FILE.                                           CVWUS4.2
058100     OPEN OUTPUT WHERE-USED-FILE.                                 CVWUS4.2
058200     PERFORM 6200-WRITE-USE THRU 6200-EXIT                        CVWUS4.2
058300         VARYING WUS-SUB-2 FROM 1 BY 1                            CVWUS4.2
058400         UNTIL WUS-SUB-2 GREATER THAN WUS-USE-COUNT.              CVWUS4.2
058500     CLOSE WHERE-USED-FILE.                                       CVWUS4.2
058600     OPEN OUTPUT IMPACT-FILE.                                     CVWUS4.2
058700     PERFORM 6300-WRITE-IMPACT THRU 6300-EXIT                     CVWUS4.2
058800         VARYING WUS-SUB FROM 1 BY 1                              CVWUS4.2
058900         UNTIL WUS-SUB GREATER THAN WUS-MBR-COUNT.                CVWUS4.2
059000     CLOSE IMPACT-FILE.                                           CVWUS4.2
059100 6000-EXIT. EXIT.                                                 CVWUS4.2
059200 6100-WRITE-PRINT.                                                CVWUS4.2
059300     MOVE SPACE TO FPRINT-REC.                                    CVWUS4.2
059400     MOVE WUS-M-TYPE     (WUS-SUB) TO FP-TYPE.                    CVWUS4.2
059500     MOVE WUS-M-NAME     (WUS-SUB) TO FP-NAME.                    CVWUS4.2
059600     MOVE WUS-M-LINES    (WUS-SUB) TO FP-LINES.                   CVWUS4.2
059700     MOVE WUS-M-CHECKSUM (WUS-SUB) TO FP-CHECKSUM.                CVWUS4.2
059800     MOVE WUS-TODAY TO FP-SCAN-DATE.                              CVWUS4.2
059900     WRITE FPRINT-REC.                                            CVWUS4.2
060000 6100-EXIT. EXIT.                                                 CVWUS4.2
060100 6200-WRITE-USE.                                                  CVWUS4.2
060200     MOVE SPACE TO WHERE-USED-REC.                                CVWUS4.2
060300     MOVE WUS-U-BOOK (WUS-SUB-2) TO WU-COPYBOOK.                  CVWUS4.2
060400     MOVE WUS-U-USER-SUB (WUS-SUB-2) TO WUS-CUR-SUB.              CVWUS4.2
060500     MOVE WUS-M-NAME (WUS-CUR-SUB) TO WU-USER.                    CVWUS4.2
060600     MOVE WUS-M-TYPE (WUS-CUR-SUB) TO WU-USER-TYPE.               CVWUS4.2
060700     WRITE WHERE-USED-REC.                                        CVWUS4.2
060800 6200-EXIT. EXIT.                                                 CVWUS4.2
060900 6300-WRITE-IMPACT.                                               CVWUS4.2
061000     IF WUS-M-TYPE (WUS-SUB) NOT EQUAL TO "P"                     CVWUS4.2
061100             OR WUS-M-AFFECTED (WUS-SUB) EQUAL TO ZERO            CVWUS4.2
061200         GO TO 6300-EXIT.                                         CVWUS4.2
061300     MOVE SPACE TO IMPACT-REC.                                    CVWUS4.2
061400     MOVE WUS-M-NAME   (WUS-SUB) TO IMP-PGM.                      CVWUS4.2
061500     MOVE WUS-M-CAUSE  (WUS-SUB) TO IMP-CAUSE.                    CVWUS4.2
061600     MOVE WUS-M-REASON (WUS-SUB) TO IMP-REASON.                   CVWUS4.2
061700     MOVE WUS-TODAY TO IMP-SCAN-DATE.                             CVWUS4.2
061800     WRITE IMPACT-REC.                                            CVWUS4.2
061900     ADD 1 TO WUS-IMPACT-COUNT.                                   CVWUS4.2
062000 6300-EXIT. EXIT.                                                 CVWUS4.2
062100 7000-REPORT.                                                     CVWUS4.2
062200     OPEN OUTPUT PRINT-FILE.                                      CVWUS4.2
062300     MOVE WUS-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
062400     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
062500     MOVE WUS-TODAY TO WE-TODAY-O.                                CVWUS4.2
062600     MOVE "NONE    " TO WE-PRIOR-O.                               CVWUS4.2
062700     IF NOT WUS-BASELINE-SCAN                                     CVWUS4.2
062800         MOVE WUS-PRIOR-DATE TO WE-PRIOR-O.                       CVWUS4.2
062900     MOVE WUS-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
063000     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
063100     MOVE WUS-H-2 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
063200     MOVE WUS-C-2 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
063300     PERFORM 7100-PRINT-MEMBER THRU 7100-EXIT                     CVWUS4.2
063400         VARYING WUS-SUB FROM 1 BY 1                              CVWUS4.2
063500         UNTIL WUS-SUB GREATER THAN WUS-MBR-COUNT.                CVWUS4.2
063600     PERFORM 7150-PRINT-DROPPED THRU 7150-EXIT                    CVWUS4.2
063700         VARYING WUS-SUB FROM 1 BY 1                              CVWUS4.2
063800         UNTIL WUS-SUB GREATER THAN WUS-OLD-COUNT.                CVWUS4.2
063900     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
064000     MOVE WUS-H-3 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
064100     MOVE WUS-C-3 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
064200     MOVE ZERO TO WUS-USE-PRINTED.                                CVWUS4.2
064300     PERFORM 7200-PRINT-BOOK THRU 7200-EXIT                       CVWUS4.2
064400         VARYING WUS-SUB FROM 1 BY 1                              CVWUS4.2
064500         UNTIL WUS-SUB GREATER THAN WUS-MBR-COUNT.                CVWUS4.2
064600     PERFORM 7300-PRINT-UNKNOWN THRU 7300-EXIT                    CVWUS4.2
064700         VARYING WUS-SUB-2 FROM 1 BY 1                            CVWUS4.2
064800         UNTIL WUS-SUB-2 GREATER THAN WUS-USE-COUNT.              CVWUS4.2
064900     IF WUS-USE-PRINTED EQUAL TO ZERO                             CVWUS4.2
065000         MOVE WUS-F-NONE TO PRINT-REC                             CVWUS4.2
065100         WRITE PRINT-REC.                                         CVWUS4.2
065200     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
065300     MOVE WUS-H-4 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
065400     MOVE WUS-C-4 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
065500     PERFORM 7400-PRINT-IMPACT THRU 7400-EXIT                     CVWUS4.2
065600         VARYING WUS-SUB FROM 1 BY 1                              CVWUS4.2
065700         UNTIL WUS-SUB GREATER THAN WUS-MBR-COUNT.                CVWUS4.2
065800     IF WUS-IMPACT-COUNT EQUAL TO ZERO AND WUS-BASELINE-SCAN      CVWUS4.2
065900         MOVE WUS-F-BASELINE TO PRINT-REC                         CVWUS4.2
066000         WRITE PRINT-REC.                                         CVWUS4.2
066100     IF WUS-IMPACT-COUNT EQUAL TO ZERO AND NOT WUS-BASELINE-SCAN  CVWUS4.2
066200         MOVE WUS-F-NONE TO PRINT-REC                             CVWUS4.2
066300         WRITE PRINT-REC.                                         CVWUS4.2
066400     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
066500     MOVE WUS-PGM-COUNT     TO WUS-S-PGM-O.                       CVWUS4.2
066600     MOVE WUS-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
066700     MOVE WUS-CPY-COUNT     TO WUS-S-CPY-O.                       CVWUS4.2
066800     MOVE WUS-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
066900     MOVE WUS-CHANGED-COUNT TO WUS-S-CHANGED-O.                   CVWUS4.2
067000     MOVE WUS-S-3 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
067100     MOVE WUS-NEW-COUNT     TO WUS-S-NEW-O.                       CVWUS4.2
067200     MOVE WUS-S-4 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
067300     MOVE WUS-DROPPED-COUNT TO WUS-S-DROPPED-O.                   CVWUS4.2
067400     MOVE WUS-S-5 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
067500     MOVE WUS-IMPACT-COUNT  TO WUS-S-IMPACT-O.                    CVWUS4.2
067600     MOVE WUS-S-6 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
067700     CLOSE PRINT-FILE.                                            CVWUS4.2
067800 7000-EXIT. EXIT.                                                 CVWUS4.2
067900 7100-PRINT-MEMBER.                                               CVWUS4.2
068000     MOVE SPACE TO WUS-D-2.                                       CVWUS4.2
068100     MOVE WUS-M-TYPE     (WUS-SUB) TO WD-TYPE-O.                  CVWUS4.2
068200     MOVE WUS-M-NAME     (WUS-SUB) TO WD-NAME-O.                  CVWUS4.2
068300     MOVE WUS-M-LINES    (WUS-SUB) TO WD-LINES-O.                 CVWUS4.2
068400     MOVE WUS-M-CHECKSUM (WUS-SUB) TO WD-CHECKSUM-O.              CVWUS4.2
068500     MOVE WUS-M-WAS-LINES    (WUS-SUB) TO WD-WAS-LINES-O.         CVWUS4.2
068600     MOVE WUS-M-WAS-CHECKSUM (WUS-SUB) TO WD-WAS-CHECKSUM-O.      CVWUS4.2
068700     MOVE WUS-M-STATE    (WUS-SUB) TO WD-STATE-O.                 CVWUS4.2
068800     MOVE WUS-D-2 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
068900 7100-EXIT. EXIT.                                                 CVWUS4.2
069000 7150-PRINT-DROPPED.                                              CVWUS4.2
069100     IF WUS-O-SEEN (WUS-SUB) EQUAL TO 1                           CVWUS4.2
069200         GO TO 7150-EXIT.                                         CVWUS4.2
069300     MOVE SPACE TO WUS-D-2.                                       CVWUS4.2
069400     MOVE WUS-O-TYPE     (WUS-SUB) TO WD-TYPE-O.                  CVWUS4.2
069500     MOVE WUS-O-NAME     (WUS-SUB) TO WD-NAME-O.                  CVWUS4.2
069600     MOVE ZERO                     TO WD-LINES-O WD-CHECKSUM-O.   CVWUS4.2
069700     MOVE WUS-O-LINES    (WUS-SUB) TO WD-WAS-LINES-O.             CVWUS4.2
069800     MOVE WUS-O-CHECKSUM (WUS-SUB) TO WD-WAS-CHECKSUM-O.          CVWUS4.2
069900     MOVE "DROPPED " TO WD-STATE-O.                               CVWUS4.2
070000     MOVE WUS-D-2 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
070100 7150-EXIT. EXIT.                                                 CVWUS4.2
070200 7200-PRINT-BOOK.                                                 CVWUS4.2
070300     IF WUS-M-TYPE (WUS-SUB) NOT EQUAL TO "C"                     CVWUS4.2
070400         GO TO 7200-EXIT.                                         CVWUS4.2
070500     MOVE SPACE TO WUS-D-3.                                       CVWUS4.2
070600     MOVE WUS-M-NAME (WUS-SUB) TO WU-BOOK-O.                      CVWUS4.2
070700     PERFORM 7210-PRINT-USER THRU 7210-EXIT                       CVWUS4.2
070800         VARYING WUS-SUB-2 FROM 1 BY 1                            CVWUS4.2
070900         UNTIL WUS-SUB-2 GREATER THAN WUS-USE-COUNT.              CVWUS4.2
071000     IF WU-BOOK-O NOT EQUAL TO SPACE                              CVWUS4.2
071100         MOVE "NOT COPIED BY ANY MEMBER" TO WU-NOTE-O             CVWUS4.2
071200         MOVE WUS-D-3 TO PRINT-REC                                CVWUS4.2
071300         WRITE PRINT-REC.                                         CVWUS4.2
071400 7200-EXIT. EXIT.                                                 CVWUS4.2
071500 7210-PRINT-USER.                                                 CVWUS4.2
071600     IF WUS-U-BOOK-SUB (WUS-SUB-2) NOT EQUAL TO WUS-SUB           CVWUS4.2
071700         GO TO 7210-EXIT.                                         CVWUS4.2
071800     MOVE WUS-U-USER-SUB (WUS-SUB-2) TO WUS-CUR-SUB.              CVWUS4.2
071900     MOVE WUS-M-NAME (WUS-CUR-SUB) TO WU-USER-O.                  CVWUS4.2
072000     MOVE "PROGRAM " TO WU-USER-TYPE-O.                           CVWUS4.2
072100     IF WUS-M-TYPE (WUS-CUR-SUB) EQUAL TO "C"                     CVWUS4.2
072200         MOVE "COPYBOOK" TO WU-USER-TYPE-O.                       CVWUS4.2
072300     MOVE WUS-D-3 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
072400     ADD 1 TO WUS-USE-PRINTED.                                    CVWUS4.2
072500     MOVE SPACE TO WUS-D-3.                                       CVWUS4.2
072600 7210-EXIT. EXIT.                                                 CVWUS4.2
072700*    BOOKS COPIED BUT NOT FOUND IN CCVSCLIB CANNOT BE             CVWUS4.2
072800*    FINGERPRINTED; THEY ARE LISTED SO THE LIBRARY CAN BE         CVWUS4.2
072900*    COMPLETED.                                                   CVWUS4.2
073000 7300-PRINT-UNKNOWN.                                              CVWUS4.2
073100     IF WUS-U-BOOK-SUB (WUS-SUB-2) NOT EQUAL TO ZERO              CVWUS4.2
073200         GO TO 7300-EXIT.                                         CVWUS4.2
073300     MOVE SPACE TO WUS-D-3.                                       CVWUS4.2
073400     MOVE WUS-U-BOOK (WUS-SUB-2) TO WU-BOOK-O.                    CVWUS4.2
073500     MOVE WUS-U-USER-SUB (WUS-SUB-2) TO WUS-CUR-SUB.              CVWUS4.2
073600     MOVE WUS-M-NAME (WUS-CUR-SUB) TO WU-USER-O.                  CVWUS4.2
073700     MOVE "PROGRAM " TO WU-USER-TYPE-O.                           CVWUS4.2
073800     IF WUS-M-TYPE (WUS-CUR-SUB) EQUAL TO "C"                     CVWUS4.2
073900         MOVE "COPYBOOK" TO WU-USER-TYPE-O.                       CVWUS4.2
074000     MOVE "NOT IN THE COPYBOOK LIBRARY" TO WU-NOTE-O.             CVWUS4.2
074100     MOVE WUS-D-3 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
074200     ADD 1 TO WUS-USE-PRINTED.                                    CVWUS4.2
074300 7300-EXIT. EXIT.                                                 CVWUS4.2
074400 7400-PRINT-IMPACT.                                               CVWUS4.2
074500     IF WUS-M-TYPE (WUS-SUB) NOT EQUAL TO "P"                     CVWUS4.2
074600             OR WUS-M-AFFECTED (WUS-SUB) EQUAL TO ZERO            CVWUS4.2
074700         GO TO 7400-EXIT.                                         CVWUS4.2
074800     MOVE WUS-M-NAME   (WUS-SUB) TO WI-PGM-O.                     CVWUS4.2
074900     MOVE WUS-M-REASON (WUS-SUB) TO WI-REASON-O.                  CVWUS4.2
075000     MOVE WUS-M-CAUSE  (WUS-SUB) TO WI-CAUSE-O.                   CVWUS4.2
075100     MOVE WUS-D-4 TO PRINT-REC. WRITE PRINT-REC.                  CVWUS4.2
075200 7400-EXIT. EXIT.                                                 CVWUS4.2
075300 8000-CLEAR-MEMBER.                                               CVWUS4.2
075400     MOVE SPACE TO WUS-M-NAME   (WUS-CUR-SUB)                     CVWUS4.2
075500                   WUS-M-STATE  (WUS-CUR-SUB)                     CVWUS4.2
075600                   WUS-M-CAUSE  (WUS-CUR-SUB)                     CVWUS4.2
075700                   WUS-M-REASON (WUS-CUR-SUB).                    CVWUS4.2
075800     MOVE ZERO  TO WUS-M-LINES        (WUS-CUR-SUB)               CVWUS4.2
075900                   WUS-M-CHECKSUM     (WUS-CUR-SUB)               CVWUS4.2
076000                   WUS-M-WAS-LINES    (WUS-CUR-SUB)               CVWUS4.2
076100                   WUS-M-WAS-CHECKSUM (WUS-CUR-SUB)               CVWUS4.2
076200                   WUS-M-AFFECTED     (WUS-CUR-SUB).              CVWUS4.2
076300 8000-EXIT. EXIT.                                                 CVWUS4.2
076400 8100-FIRST-WORDS.                                                CVWUS4.2
076500     MOVE SPACE TO WUS-TOKEN-TABLE.                               CVWUS4.2
076600     UNSTRING WUS-LINE (2:65) DELIMITED BY ALL SPACE              CVWUS4.2
076700         INTO WUS-TOKEN (1) WUS-TOKEN (2) WUS-TOKEN (3)           CVWUS4.2
076800              WUS-TOKEN (4) WUS-TOKEN (5) WUS-TOKEN (6).          CVWUS4.2
076900     MOVE SPACE TO WUS-WORD-1 WUS-WORD-2.                         CVWUS4.2
077000     PERFORM 8110-SCAN-TOKEN THRU 8110-EXIT                       CVWUS4.2
077100         VARYING WUS-TOKEN-SUB FROM 1 BY 1                        CVWUS4.2
077200         UNTIL WUS-TOKEN-SUB GREATER THAN 6.                      CVWUS4.2
077300 8100-EXIT. EXIT.                                                 CVWUS4.2
077400 8110-SCAN-TOKEN.                                                 CVWUS4.2
077500     IF WUS-TOKEN (WUS-TOKEN-SUB) EQUAL TO SPACE                  CVWUS4.2
077600         GO TO 8110-EXIT.                                         CVWUS4.2
077700     IF WUS-WORD-1 EQUAL TO SPACE                                 CVWUS4.2
077800         MOVE WUS-TOKEN (WUS-TOKEN-SUB) TO WUS-WORD-1             CVWUS4.2
077900         GO TO 8110-EXIT.                                         CVWUS4.2
078000     IF WUS-WORD-2 EQUAL TO SPACE                                 CVWUS4.2
078100         MOVE WUS-TOKEN (WUS-TOKEN-SUB) TO WUS-WORD-2.            CVWUS4.2
078200 8110-EXIT. EXIT.                                                 CVWUS4.2
078300 8200-FOLD-LINE.                                                  CVWUS4.2
078400     MOVE ZERO TO WUS-LINE-SUM.                                   CVWUS4.2
078500     PERFORM 8210-ADD-CHAR THRU 8210-EXIT                         CVWUS4.2
078600         VARYING WUS-CHAR-SUB FROM 1 BY 1                         CVWUS4.2
078700         UNTIL WUS-CHAR-SUB GREATER THAN 66.                      CVWUS4.2
078800     ADD 1 TO WUS-M-LINES (WUS-CUR-SUB).                          CVWUS4.2
078900     COMPUTE WUS-FOLD = WUS-M-CHECKSUM (WUS-CUR-SUB) * 31         CVWUS4.2
079000         + WUS-LINE-SUM + WUS-M-LINES (WUS-CUR-SUB).              CVWUS4.2
079100     DIVIDE WUS-FOLD BY WUS-MODULUS GIVING WUS-FOLD-QUOT          CVWUS4.2
079200         REMAINDER WUS-M-CHECKSUM (WUS-CUR-SUB).                  CVWUS4.2
079300 8200-EXIT. EXIT.                                                 CVWUS4.2
079400 8210-ADD-CHAR.                                                   CVWUS4.2
079500     MOVE WUS-LINE-CHAR (WUS-CHAR-SUB) TO WUS-CHAR.               CVWUS4.2
079600     COMPUTE WUS-LINE-SUM = WUS-LINE-SUM                          CVWUS4.2
079700         + WUS-CHAR-VALUE * WUS-CHAR-SUB.                         CVWUS4.2
079800 8210-EXIT. EXIT.                                                 CVWUS4.2
079900 8300-RECORD-COPY.                                                CVWUS4.2
080000     MOVE SPACE TO WUS-NAME-WORK.                                 CVWUS4.2
080100     UNSTRING WUS-WORD-2 DELIMITED BY "."                         CVWUS4.2
080200         INTO WUS-NAME-WORK.                                      CVWUS4.2
080300     IF WUS-NAME-WORK EQUAL TO SPACE                              CVWUS4.2
080400         GO TO 8300-EXIT.                                         CVWUS4.2
080500     IF WUS-CUR-SUB EQUAL TO ZERO                                 CVWUS4.2
080600         GO TO 8300-EXIT.                                         CVWUS4.2
080700     IF WUS-USE-COUNT EQUAL TO 2000                               CVWUS4.2
080800         DISPLAY "CCVSWUSE - COPIES PAST 2000 - TRUNCATED"        CVWUS4.2
080900         GO TO 8300-EXIT.                                         CVWUS4.2
081000     ADD 1 TO WUS-USE-COUNT.                                      CVWUS4.2
081100     MOVE WUS-CUR-SUB   TO WUS-U-USER-SUB (WUS-USE-COUNT).        CVWUS4.2
081200     MOVE WUS-NAME-WORK TO WUS-U-BOOK     (WUS-USE-COUNT).        CVWUS4.2
081300     MOVE ZERO          TO WUS-U-BOOK-SUB (WUS-USE-COUNT).        CVWUS4.2
081400 8300-EXIT. EXIT.                                                 CVWUS4.2
081500*    LEAVES WUS-FIND-SUB ON THE MEMBER, OR ZERO.                  CVWUS4.2
081600 8400-FIND-MEMBER.                                                CVWUS4.2
081700     PERFORM 8410-FIND-ONE THRU 8410-EXIT                         CVWUS4.2
081800         VARYING WUS-FIND-SUB FROM 1 BY 1                         CVWUS4.2
081900         UNTIL WUS-FIND-SUB GREATER THAN WUS-MBR-COUNT            CVWUS4.2
082000         OR (WUS-M-TYPE (WUS-FIND-SUB) EQUAL TO WUS-FIND-TYPE     CVWUS4.2
082100         AND WUS-M-NAME (WUS-FIND-SUB) EQUAL TO WUS-FIND-NAME).   CVWUS4.2
082200     IF WUS-FIND-SUB GREATER THAN WUS-MBR-COUNT                   CVWUS4.2
082300         MOVE ZERO TO WUS-FIND-SUB.                               CVWUS4.2
082400 8400-EXIT. EXIT.                                                 CVWUS4.2
082500 8410-FIND-ONE. EXIT.                                             CVWUS4.2
082600 8410-EXIT. EXIT.                                                 CVWUS4.2
