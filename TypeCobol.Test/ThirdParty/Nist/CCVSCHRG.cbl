000100 IDENTIFICATION DIVISION.                                         CVCHG4.2
000200 PROGRAM-ID.    CCVSCHRG.                                         CVCHG4.2
000300******************************************************************CVCHG4.2
000400**                                                                CVCHG4.2
000500**    MONTHLY CERTIFICATION CHARGEBACK.  CERTIFICATION WORK  *    CVCHG4.2
000600**    IS BILLED TO THE PROJECT SPONSORING EACH CANDIDATE     *    CVCHG4.2
000700**    COMPILER.  THIS JOB TAKES EVERY STEP RUN TIME OF THE   *    CVCHG4.2
000800**    MONTH FROM THE CCVSDURH DURATION HISTORY, TRACES THE   *    CVCHG4.2
000900**    STEP TO THE RUN IT MADE (THE CCVSRDX RUN-DATE CROSS-   *    CVCHG4.2
001000**    REFERENCE, CONFIRMED ON RAW-DATA) AND SO TO THE TARGET *    CVCHG4.2
001100**    IT CERTIFIED, AND CHARGES IT TO THAT TARGET AT THE RATE*    CVCHG4.2
001200**    CARD'S CHARGE PER MINUTE PLUS A FLAT CHARGE PER RUN.   *    CVCHG4.2
001300**    CCVSENVS SAYS WHICH RUNS WERE RERUNS (RERUN=Y), AND    *    CVCHG4.2
001400**    CCVSTMST NAMES THE VENDOR AND PRODUCT OF EACH TARGET.  *    CVCHG4.2
001500**    THE STATEMENT (CCVSCHGP) GROUPS THE TARGETS BY VENDOR; *    CVCHG4.2
001600**    THE SAME FIGURES GO TO FINANCE AS A PIPE-DELIMITED     *    CVCHG4.2
001700**    EXTRACT (CCVSCHGX), ONE RECORD PER VENDOR AND TARGET.  *    CVCHG4.2
001800**                                                                CVCHG4.2
001900**    A STEP IS MATCHED TO THE FIRST UNCLAIMED RUN OF THE    *    CVCHG4.2
002000**    SAME PROGRAM THAT STARTED ON THE STEP'S DATE, OR       *    CVCHG4.2
002100**    FAILING THAT ON THE NEXT DAY (A STEP LAUNCHED JUST     *    CVCHG4.2
002200**    BEFORE MIDNIGHT).  A STEP WITH NO SUCH RUN -- IT       *    CVCHG4.2
002300**    ABENDED BEFORE OPENING ITS FILES, OR IS NOT A BATTERY  *    CVCHG4.2
002400**    PROGRAM -- IS BILLED UNDER TARGET "????" AND LISTED,   *    CVCHG4.2
002500**    AND THE JOB ENDS RETURN CODE 4, AS IT DOES WHEN A      *    CVCHG4.2
002550**    TARGET HAS NO RATE.                                    *    CVCHG4.2
002600**                                                                CVCHG4.2
002700**    CONTROL CARD (CCVSCHGC, OPTIONAL) --                   *    CVCHG4.2
002800**      COLS 1-6    BILLING MONTH YYYYMM                     *    CVCHG4.2
002900**                  (DEFAULT - THE MONTH BEFORE THIS RUN)    *    CVCHG4.2
003000**    RATE CARDS (CCVSRATE, REQUIRED) --                     *    CVCHG4.2
003100**      COLS 1-4    TARGET ID, OR "*" FOR EVERY TARGET       *    CVCHG4.2
003200**                  WITHOUT A CARD OF ITS OWN                *    CVCHG4.2
003300**      COLS 6-12   CHARGE PER MINUTE   99999V99             *    CVCHG4.2
003400**      COLS 14-20  FLAT CHARGE PER RUN 99999V99             *    CVCHG4.2
003500**                                                                CVCHG4.2
003600******************************************************************CVCHG4.2
003700 ENVIRONMENT DIVISION.                                            CVCHG4.2
003800 CONFIGURATION SECTION.                                           CVCHG4.2
003900 SOURCE-COMPUTER.                                                 CVCHG4.2
004000     GNU-COBOL.                                                   CVCHG4.2
004100 OBJECT-COMPUTER.                                                 CVCHG4.2
004200     GNU-COBOL.                                                   CVCHG4.2
004300 INPUT-OUTPUT SECTION.                                            CVCHG4.2
004400 FILE-CONTROL.                                                    CVCHG4.2
004500     SELECT OPTIONAL DURH-FILE ASSIGN TO                          CVCHG4.2
004600            CCVSDURH                                              CVCHG4.2
004700            ORGANIZATION IS SEQUENTIAL                            CVCHG4.2
004800            FILE STATUS IS CHG-DURH-STATUS.                       CVCHG4.2
004900     SELECT RAW-DATA   ASSIGN TO                                  CVCHG4.2
005000            CCVSRAW                                               CVCHG4.2
005100            ORGANIZATION IS INDEXED                               CVCHG4.2
005200            ACCESS MODE IS RANDOM                                 CVCHG4.2
005300            RECORD KEY IS RAW-DATA-KEY                            CVCHG4.2
005400            FILE STATUS IS CHG-RAW-STATUS.                        CVCHG4.2
005500     SELECT RUNX-FILE  ASSIGN TO                                  CVCHG4.2
005600            CCVSRDX                                               CVCHG4.2
005700            ORGANIZATION IS INDEXED                               CVCHG4.2
005800            ACCESS MODE IS DYNAMIC                                CVCHG4.2
005900            RECORD KEY IS RUN-XREF-KEY                            CVCHG4.2
006000            FILE STATUS IS CHG-RDX-STATUS.                        CVCHG4.2
006100     SELECT ENVS-FILE  ASSIGN TO                                  CVCHG4.2
006200            CCVSENVS                                              CVCHG4.2
006300            ORGANIZATION IS INDEXED                               CVCHG4.2
006400            ACCESS MODE IS RANDOM                                 CVCHG4.2
006500            RECORD KEY IS ENV-SNAP-KEY                            CVCHG4.2
006600            FILE STATUS IS CHG-ENV-STATUS.                        CVCHG4.2
006700     SELECT TMST-FILE  ASSIGN TO                                  CVCHG4.2
006800            CCVSTMST                                              CVCHG4.2
006900            ORGANIZATION IS SEQUENTIAL                            CVCHG4.2
007000            FILE STATUS IS CHG-TMS-STATUS.                        CVCHG4.2
007100     SELECT RATE-FILE  ASSIGN TO                                  CVCHG4.2
007200            CCVSRATE                                              CVCHG4.2
007300            ORGANIZATION IS SEQUENTIAL                            CVCHG4.2
007400            FILE STATUS IS CHG-RATE-STATUS.                       CVCHG4.2
007500     SELECT CTL-FILE   ASSIGN TO                                  CVCHG4.2
007600            CCVSCHGC                                              CVCHG4.2
007700            ORGANIZATION IS SEQUENTIAL                            CVCHG4.2
007800            FILE STATUS IS CHG-CTL-STATUS.                        CVCHG4.2
007900     SELECT EXTRACT-FILE ASSIGN TO                                CVCHG4.2
008000            CCVSCHGX.                                             CVCHG4.2
008100     SELECT PRINT-FILE ASSIGN TO                                  CVCHG4.2
008200            CCVSCHGP.                                             CVCHG4.2
008300 DATA DIVISION.                                                   CVCHG4.2
008400 FILE SECTION.                                                    CVCHG4.2
008500 FD  DURH-FILE                                                    CVCHG4.2
008600     LABEL RECORDS STANDARD.                                      CVCHG4.2
008700 01  CHG-DURH-REC.                                                CVCHG4.2
008800     05  DH-PGM               PIC X(8).                           CVCHG4.2
008900     05  FILLER               PIC X.                              CVCHG4.2
009000     05  DH-DATE              PIC 9(8).                           CVCHG4.2
009100     05  FILLER               PIC X.                              CVCHG4.2
009200     05  DH-SECONDS           PIC 9(6).                           CVCHG4.2
009300 FD  RAW-DATA.                                                    CVCHG4.2
009400     COPY CCVSRAW.                                                CVCHG4.2
009500 FD  RUNX-FILE.                                                   CVCHG4.2
009600     COPY CCVSRDX.                                                CVCHG4.2
009700 FD  ENVS-FILE.                                                   CVCHG4.2
009800     COPY CCVSENV.                                                CVCHG4.2
009900 FD  TMST-FILE                                                    CVCHG4.2
010000     LABEL RECORDS STANDARD.                                      CVCHG4.2
010100     COPY CCVSTMS.                                                CVCHG4.2
010200 FD  RATE-FILE                                                    CVCHG4.2
010300     LABEL RECORDS STANDARD.                                      CVCHG4.2
010400 01  CHG-RATE-REC.                                                CVCHG4.2
010500     05  RT-TARGET-ID         PIC X(4).                           CVCHG4.2
010600     05  FILLER               PIC X.                              CVCHG4.2
010700     05  RT-PER-MINUTE        PIC 9(5)V99.                        CVCHG4.2
010800     05  FILLER               PIC X.                              CVCHG4.2
010900     05  RT-PER-RUN           PIC 9(5)V99.                        CVCHG4.2
011000 FD  CTL-FILE                                                     CVCHG4.2
011100     LABEL RECORDS STANDARD.                                      CVCHG4.2
011200 01  CHG-CTL-REC.                                                 CVCHG4.2
011300     05  CC-MONTH             PIC 9(6).                           CVCHG4.2
011400 FD  EXTRACT-FILE                                                 CVCHG4.2
011500     LABEL RECORDS STANDARD.                                      CVCHG4.2
011600 01  CHG-EXTRACT-REC PICTURE X(99).                               CVCHG4.2
011700 FD  PRINT-FILE                                                   CVCHG4.2
011800     LABEL RECORDS STANDARD                                       CVCHG4.2
011900     DATA RECORD IS PRINT-REC.                                    CVCHG4.2
012000 01  PRINT-REC PICTURE X(120).                                    CVCHG4.2
012100 WORKING-STORAGE SECTION.                                         CVCHG4.2
012200 01  CHG-DURH-STATUS         PIC XX       VALUE SPACE.            CVCHG4.2
012300 01  CHG-RAW-STATUS          PIC XX       VALUE SPACE.            CVCHG4.2
012400 01  CHG-RDX-STATUS          PIC XX       VALUE SPACE.            CVCHG4.2
012500 01  CHG-ENV-STATUS          PIC XX       VALUE SPACE.            CVCHG4.2
012600 01  CHG-TMS-STATUS          PIC XX       VALUE SPACE.            CVCHG4.2
012700 01  CHG-RATE-STATUS         PIC XX       VALUE SPACE.            CVCHG4.2
012800 01  CHG-CTL-STATUS          PIC XX       VALUE SPACE.            CVCHG4.2
012900 01  CHG-EOF-SWITCH          PIC 9        VALUE ZERO.             CVCHG4.2
013000     88  CHG-AT-EOF                   VALUE 1.                    CVCHG4.2
013100 01  CHG-ENV-SWITCH          PIC 9        VALUE ZERO.             CVCHG4.2
013200     88  CHG-HAVE-ENVS                VALUE 1.                    CVCHG4.2
013300 01  CHG-DEFAULT-SWITCH      PIC 9        VALUE ZERO.             CVCHG4.2
013400     88  CHG-HAVE-DEFAULT             VALUE 1.                    CVCHG4.2
013500 01  CHG-TODAY               PIC 9(8)     VALUE ZERO.             CVCHG4.2
013600 01  CHG-MONTH               PIC 9(6)     VALUE ZERO.             CVCHG4.2
013700 01  CHG-MONTH-W REDEFINES CHG-MONTH.                             CVCHG4.2
013800     05  CHG-MONTH-YYYY      PIC 9(4).                            CVCHG4.2
013900     05  CHG-MONTH-MM        PIC 99.                              CVCHG4.2
014000 01  CHG-FIRST-DATE          PIC 9(8)     VALUE ZERO.             CVCHG4.2
014100 01  CHG-LOAD-END-DATE       PIC 9(8)     VALUE ZERO.             CVCHG4.2
014200 01  CHG-NEXT-DATE           PIC 9(8)     VALUE ZERO.             CVCHG4.2
014300 01  CHG-DEFAULT-PER-MINUTE  PIC 9(5)V99  VALUE ZERO.             CVCHG4.2
014400 01  CHG-DEFAULT-PER-RUN     PIC 9(5)V99  VALUE ZERO.             CVCHG4.2
014500 01  CHG-SUB                 PIC 9(4) COMP VALUE ZERO.            CVCHG4.2
014600 01  CHG-RUN-SUB             PIC 9(4) COMP VALUE ZERO.            CVCHG4.2
014700 01  CHG-TGT-SUB             PIC 9(3) COMP VALUE ZERO.            CVCHG4.2
014800 01  CHG-TMS-SUB             PIC 9(3) COMP VALUE ZERO.            CVCHG4.2
014900 01  CHG-RATE-SUB            PIC 9(3) COMP VALUE ZERO.            CVCHG4.2
015000 01  CHG-STEP-TARGET         PIC X(4)     VALUE SPACE.            CVCHG4.2
015100 01  CHG-STEP-RERUN          PIC X        VALUE SPACE.            CVCHG4.2
015200 01  CHG-STEP-COUNT          PIC 9(6) COMP VALUE ZERO.            CVCHG4.2
015300 01  CHG-UNTRACED-COUNT      PIC 9(6) COMP VALUE ZERO.            CVCHG4.2
015400 01  CHG-NO-RATE-COUNT       PIC 9(3) COMP VALUE ZERO.            CVCHG4.2
015500 01  CHG-STALE-COUNT         PIC 9(6) COMP VALUE ZERO.            CVCHG4.2
015600 01  CHG-VENDOR              PIC X(12)    VALUE SPACE.            CVCHG4.2
015700 01  CHG-VENDOR-PRINTED      PIC 9        VALUE ZERO.             CVCHG4.2
015800 01  CHG-V-RUNS              PIC 9(6) COMP VALUE ZERO.            CVCHG4.2
015900 01  CHG-V-RERUNS            PIC 9(6) COMP VALUE ZERO.            CVCHG4.2
016000 01  CHG-V-MINUTES           PIC 9(7)V99  VALUE ZERO.             CVCHG4.2
016100 01  CHG-V-CHARGE            PIC 9(9)V99  VALUE ZERO.             CVCHG4.2
016200 01  CHG-G-RUNS              PIC 9(6) COMP VALUE ZERO.            CVCHG4.2
016300 01  CHG-G-RERUNS            PIC 9(6) COMP VALUE ZERO.            CVCHG4.2
016400 01  CHG-G-MINUTES           PIC 9(7)V99  VALUE ZERO.             CVCHG4.2
016500 01  CHG-G-CHARGE            PIC 9(9)V99  VALUE ZERO.             CVCHG4.2
016600*    CALENDAR ARITHMETIC -- ONE DAY FORWARD, ACROSS MONTH AND     CVCHG4.2
016700*    YEAR ENDS.                                                   CVCHG4.2
016800 01  CHG-DATE-W.                                                  CVCHG4.2
016900     05  CHG-DATE-YYYY       PIC 9(4).                            CVCHG4.2
017000     05  CHG-DATE-MM         PIC 99.                              CVCHG4.2
017100     05  CHG-DATE-DD         PIC 99.                              CVCHG4.2
017200 01  CHG-LAST-DAY            PIC 99       VALUE ZERO.             CVCHG4.2
017300 01  CHG-LEAP-Q              PIC 9(4) COMP VALUE ZERO.            CVCHG4.2
017400 01  CHG-LEAP-R4             PIC 9(4) COMP VALUE ZERO.            CVCHG4.2
017500 01  CHG-LEAP-R100           PIC 9(4) COMP VALUE ZERO.            CVCHG4.2
017600 01  CHG-LEAP-R400           PIC 9(4) COMP VALUE ZERO.            CVCHG4.2
017700 01  CHG-MONTH-DAYS.                                              CVCHG4.2
017800     05  FILLER              PIC 99 VALUE 31.                     CVCHG4.2
017900     05  FILLER              PIC 99 VALUE 28.                     CVCHG4.2
018000     05  FILLER              PIC 99 VALUE 31.                     CVCHG4.2
018100     05  FILLER              PIC 99 VALUE 30.                     CVCHG4.2
018200     05  FILLER              PIC 99 VALUE 31.                     CVCHG4.2
018300     05  FILLER              PIC 99 VALUE 30.                     CVCHG4.2
018400     05  FILLER              PIC 99 VALUE 31.                     CVCHG4.2
018500     05  FILLER              PIC 99 VALUE 31.                     CVCHG4.2
018600     05  FILLER              PIC 99 VALUE 30.                     CVCHG4.2
018700     05  FILLER              PIC 99 VALUE 31.                     CVCHG4.2
018800     05  FILLER              PIC 99 VALUE 30.                     CVCHG4.2
018900     05  FILLER              PIC 99 VALUE 31.                     CVCHG4.2
019000 01  CHG-MONTH-DAYS-TABLE REDEFINES CHG-MONTH-DAYS.               CVCHG4.2
019100     05  CHG-MONTH-LAST-DAY  OCCURS 12 TIMES PIC 99.              CVCHG4.2
019200*    THE MONTH'S RUNS FROM THE CROSS-REFERENCE, PLUS THE FIRST    CVCHG4.2
019300*    DAY OF THE NEXT MONTH FOR STEPS LAUNCHED ON THE LAST NIGHT.  CVCHG4.2
019400 01  CHG-RUN-COUNT           PIC 9(4) COMP VALUE ZERO.            CVCHG4.2
019500 01  CHG-RUN-TABLE.                                               CVCHG4.2
019600     05  CHG-RUN-ENTRY       OCCURS 3000 TIMES.                   CVCHG4.2
019700         10  CHG-R-PGM-ID        PIC X(6).                        CVCHG4.2
019800         10  CHG-R-TARGET-ID     PIC X(4).                        CVCHG4.2
019900         10  CHG-R-DATE          PIC 9(8).                        CVCHG4.2
020000         10  CHG-R-RERUN         PIC X.                           CVCHG4.2
020100         10  CHG-R-CLAIMED       PIC 9.                           CVCHG4.2
020200 01  CHG-TMS-COUNT           PIC 9(3) COMP VALUE ZERO.            CVCHG4.2
020300 01  CHG-TMS-TABLE.                                               CVCHG4.2
020400     05  CHG-TMS-ENTRY       OCCURS 50 TIMES.                     CVCHG4.2
020500         10  CHG-TMS-ID          PIC X(4).                        CVCHG4.2
020600         10  CHG-TMS-PRODUCT     PIC X(20).                       CVCHG4.2
020700         10  CHG-TMS-VENDOR      PIC X(12).                       CVCHG4.2
020800 01  CHG-RATE-COUNT          PIC 9(3) COMP VALUE ZERO.            CVCHG4.2
020900 01  CHG-RATE-TABLE.                                              CVCHG4.2
021000     05  CHG-RATE-ENTRY      OCCURS 50 TIMES.                     CVCHG4.2
021100         10  CHG-RT-TARGET-ID    PIC X(4).                        CVCHG4.2
021200         10  CHG-RT-PER-MINUTE   PIC 9(5)V99.                     CVCHG4.2
021300         10  CHG-RT-PER-RUN      PIC 9(5)V99.                     CVCHG4.2
021400 01  CHG-TGT-COUNT           PIC 9(3) COMP VALUE ZERO.            CVCHG4.2
021500 01  CHG-TGT-TABLE.                                               CVCHG4.2
021600     05  CHG-TGT-ENTRY       OCCURS 60 TIMES.                     CVCHG4.2
021700         10  CHG-T-TARGET-ID     PIC X(4).                        CVCHG4.2
021800         10  CHG-T-VENDOR        PIC X(12).                       CVCHG4.2
021900         10  CHG-T-PRODUCT       PIC X(20).                       CVCHG4.2
022000         10  CHG-T-RUNS          PIC 9(6) COMP.                   CVCHG4.2
022100         10  CHG-T-RERUNS        PIC 9(6) COMP.                   CVCHG4.2
022200         10  CHG-T-SECONDS       PIC 9(9) COMP.                   CVCHG4.2
022300         10  CHG-T-MINUTES       PIC 9(7)V99.                     CVCHG4.2
022400         10  CHG-T-PER-MINUTE    PIC 9(5)V99.                     CVCHG4.2
022500         10  CHG-T-PER-RUN       PIC 9(5)V99.                     CVCHG4.2
022600         10  CHG-T-CHARGE        PIC 9(9)V99.                     CVCHG4.2
022700         10  CHG-T-NOTE          PIC X(12).                       CVCHG4.2
022800         10  CHG-T-PRINTED       PIC 9.                           CVCHG4.2
022900*    ONE EXTRACT RECORD PER VENDOR AND TARGET, PIPE-DELIMITED     CVCHG4.2
023000*    IN THE MANNER OF THE HARNESS'S DELIM-REC.                    CVCHG4.2
023100 01  CHG-X-1.                                                     CVCHG4.2
023200     05  CX-MONTH             PIC 9(6).                           CVCHG4.2
023300     05  CX-BAR0              PIC X VALUE "|".                    CVCHG4.2
023400     05  CX-VENDOR            PIC X(12).                          CVCHG4.2
023500     05  CX-BAR1              PIC X VALUE "|".                    CVCHG4.2
023600     05  CX-TARGET-ID         PIC X(4).                           CVCHG4.2
023700     05  CX-BAR2              PIC X VALUE "|".                    CVCHG4.2
023800     05  CX-PRODUCT           PIC X(20).                          CVCHG4.2
023900     05  CX-BAR3              PIC X VALUE "|".                    CVCHG4.2
024000     05  CX-RUNS              PIC 9(5).                           CVCHG4.2
024100     05  CX-BAR4              PIC X VALUE "|".                    CVCHG4.2
024200     05  CX-RERUNS            PIC 9(5).                           CVCHG4.2
024300     05  CX-BAR5              PIC X VALUE "|".                    CVCHG4.2
024400     05  CX-MINUTES           PIC 9(7).99.                        CVCHG4.2
024500     05  CX-BAR6              PIC X VALUE "|".                    CVCHG4.2
024600     05  CX-PER-MINUTE        PIC 9(5).99.                        CVCHG4.2
024700     05  CX-BAR7              PIC X VALUE "|".                    CVCHG4.2
024800     05  CX-PER-RUN           PIC 9(5).99.                        CVCHG4.2
024900     05  CX-BAR8              PIC X VALUE "|".                    CVCHG4.2
025000     05  CX-CHARGE            PIC 9(9).99.                        CVCHG4.2
025100 01  CHG-H-1.                                                     CVCHG4.2
025200     02 FILLER PIC X(120) VALUE                                   CVCHG4.2
025300     "    CCVS85 CERTIFICATION CHARGEBACK STATEMENT".             CVCHG4.2
025400 01  CHG-E-1.                                                     CVCHG4.2
025500     02 FILLER PIC X(16) VALUE "BILLING MONTH = ".                CVCHG4.2
025600     02 CE-MONTH-O         PIC 9(6).                              CVCHG4.2
025700     02 FILLER PIC X(18) VALUE "   STEPS BILLED = ".              CVCHG4.2
025800     02 CE-STEPS-O         PIC ZZZZZ9.                            CVCHG4.2
025900     02 FILLER PIC X(74) VALUE SPACE.                             CVCHG4.2
026000 01  CHG-E-2.                                                     CVCHG4.2
026100     02 FILLER PIC X(120) VALUE                                   CVCHG4.2
026200     "    (NO CCVSENVS SNAPSHOT FILE - RERUNS NOT COUNTED)".      CVCHG4.2
026300 01  CHG-C-1.                                                     CVCHG4.2
026400     02 FILLER PIC X(12) VALUE "VENDOR      ".                    CVCHG4.2
026500     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
026600     02 FILLER PIC X(6)  VALUE "TARGET".                          CVCHG4.2
026700     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
026800     02 FILLER PIC X(20) VALUE "PRODUCT             ".            CVCHG4.2
026900     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
027000     02 FILLER PIC X(6)  VALUE "  RUNS".                          CVCHG4.2
027100     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
027200     02 FILLER PIC X(6)  VALUE "RERUNS".                          CVCHG4.2
027300     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
027400     02 FILLER PIC X(10) VALUE "   MINUTES".                      CVCHG4.2
027500     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
027600     02 FILLER PIC X(8)  VALUE "PER MIN ".                        CVCHG4.2
027700     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
027800     02 FILLER PIC X(8)  VALUE "PER RUN ".                        CVCHG4.2
027900     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
028000     02 FILLER PIC X(12) VALUE "      CHARGE".                    CVCHG4.2
028100     02 FILLER PIC X(2)  VALUE SPACE.                             CVCHG4.2
028200     02 FILLER PIC X(14) VALUE SPACE.                             CVCHG4.2
028300 01  CHG-D-1.                                                     CVCHG4.2
028400     02 CD-VENDOR-O        PIC X(12).                             CVCHG4.2
028500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
028600     02 CD-TARGET-O        PIC X(4).                              CVCHG4.2
028700     02 FILLER             PIC X(4)  VALUE SPACE.                 CVCHG4.2
028800     02 CD-PRODUCT-O       PIC X(20).                             CVCHG4.2
028900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
029000     02 CD-RUNS-O          PIC ZZZZZ9.                            CVCHG4.2
029100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
029200     02 CD-RERUNS-O        PIC ZZZZZ9.                            CVCHG4.2
029300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
029400     02 CD-MINUTES-O       PIC ZZZZZZ9.99.                        CVCHG4.2
029500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
029600     02 CD-PER-MINUTE-O    PIC ZZZZ9.99.                          CVCHG4.2
029700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
029800     02 CD-PER-RUN-O       PIC ZZZZ9.99.                          CVCHG4.2
029900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
030000     02 CD-CHARGE-O        PIC ZZZZZZZZ9.99.                      CVCHG4.2
030100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
030200     02 CD-NOTE-O          PIC X(12).                             CVCHG4.2
030300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
030400 01  CHG-V-1.                                                     CVCHG4.2
030500     02 FILLER             PIC X(22) VALUE SPACE.                 CVCHG4.2
030600     02 CV-LABEL-O         PIC X(20).                             CVCHG4.2
030700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
030800     02 CV-RUNS-O          PIC ZZZZZ9.                            CVCHG4.2
030900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
031000     02 CV-RERUNS-O        PIC ZZZZZ9.                            CVCHG4.2
031100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
031200     02 CV-MINUTES-O       PIC ZZZZZZ9.99.                        CVCHG4.2
031300     02 FILLER             PIC X(22) VALUE SPACE.                 CVCHG4.2
031400     02 CV-CHARGE-O        PIC ZZZZZZZZ9.99.                      CVCHG4.2
031500     02 FILLER             PIC X(16) VALUE SPACE.                 CVCHG4.2
031600 01  CHG-H-2.                                                     CVCHG4.2
031700     02 FILLER PIC X(120) VALUE                                   CVCHG4.2
031800     "STEPS NOT TRACED TO A CERTIFICATION RUN (TARGET ????)".     CVCHG4.2
031900 01  CHG-U-1.                                                     CVCHG4.2
032000     02 FILLER             PIC X(4)  VALUE SPACE.                 CVCHG4.2
032100     02 CU-PGM-O           PIC X(8).                              CVCHG4.2
032200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
032300     02 CU-DATE-O          PIC 9(8).                              CVCHG4.2
032400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCHG4.2
032500     02 CU-SECONDS-O       PIC ZZZZZ9.                            CVCHG4.2
032600     02 FILLER             PIC X(8)  VALUE " SECONDS".            CVCHG4.2
032700     02 FILLER             PIC X(82) VALUE SPACE.                 CVCHG4.2
032800 01  CHG-F-NONE.                                                  CVCHG4.2
032900     02 FILLER PIC X(120) VALUE "    NONE".                       CVCHG4.2
033000 PROCEDURE DIVISION.                                              CVCHG4.2
033100 0000-MAINLINE SECTION.                                           CVCHG4.2
033200 0000-START.                                                      CVCHG4.2
033300     PERFORM 1000-CTL-READ THRU 1000-EXIT.                        CVCHG4.2
033400     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.                      CVCHG4.2
033500     PERFORM 1300-LOAD-TARGETS THRU 1300-EXIT.                    CVCHG4.2
033600     PERFORM 2000-LOAD-RUNS THRU 2000-EXIT.                       CVCHG4.2
033700     OPEN OUTPUT PRINT-FILE.                                      CVCHG4.2
033800     PERFORM 3000-BILL-STEPS THRU 3000-EXIT.                      CVCHG4.2
033900     PERFORM 4000-PRICE-TARGETS THRU 4000-EXIT                    CVCHG4.2
034000         VARYING CHG-TGT-SUB FROM 1 BY 1                          CVCHG4.2
034100         UNTIL CHG-TGT-SUB GREATER THAN CHG-TGT-COUNT.            CVCHG4.2
034200     PERFORM 5000-STATEMENT THRU 5000-EXIT.                       CVCHG4.2
034300     CLOSE PRINT-FILE.                                            CVCHG4.2
034400     DISPLAY "CCVSCHRG - MONTH " CHG-MONTH " STEPS BILLED "       CVCHG4.2
034500         CHG-STEP-COUNT.                                          CVCHG4.2
034600     DISPLAY "CCVSCHRG - STEPS NOT TRACED       "                 CVCHG4.2
034700         CHG-UNTRACED-COUNT.                                      CVCHG4.2
034800     IF CHG-UNTRACED-COUNT GREATER THAN ZERO                      CVCHG4.2
034900             OR CHG-NO-RATE-COUNT GREATER THAN ZERO               CVCHG4.2
035000         MOVE 4 TO RETURN-CODE.                                   CVCHG4.2
035100     STOP RUN.                                                    CVCHG4.2
035200 1000-CTL-READ.                                                   CVCHG4.2
035300     ACCEPT CHG-TODAY FROM DATE YYYYMMDD.                         CVCHG4.2
035400     MOVE CHG-TODAY TO CHG-DATE-W.                                CVCHG4.2
035500     MOVE CHG-DATE-YYYY TO CHG-MONTH-YYYY.                        CVCHG4.2
035600     MOVE CHG-DATE-MM TO CHG-MONTH-MM.                            CVCHG4.2
035700     IF CHG-MONTH-MM EQUAL TO 1                                   CVCHG4.2
035800         MOVE 12 TO CHG-MONTH-MM                                  CVCHG4.2
035900         SUBTRACT 1 FROM CHG-MONTH-YYYY                           CVCHG4.2
036000     ELSE                                                         CVCHG4.2
036100         SUBTRACT 1 FROM CHG-MONTH-MM.                            CVCHG4.2
036200     OPEN INPUT CTL-FILE.                                         CVCHG4.2
036300     IF CHG-CTL-STATUS NOT EQUAL TO "00"                          CVCHG4.2
036400         GO TO 1000-RANGE.                                        CVCHG4.2
036500     READ CTL-FILE AT END GO TO 1000-CLOSE.                       CVCHG4.2
036600     IF CC-MONTH NUMERIC                                          CVCHG4.2
036700             AND CC-MONTH GREATER THAN ZERO                       CVCHG4.2
036800         MOVE CC-MONTH TO CHG-MONTH.                              CVCHG4.2
036900 1000-CLOSE.                                                      CVCHG4.2
037000     CLOSE CTL-FILE.                                              CVCHG4.2
037100*    RUNS ARE LOADED FROM THE FIRST OF THE MONTH THROUGH THE      CVCHG4.2
037200*    FIRST OF THE NEXT.                                           CVCHG4.2
037300 1000-RANGE.                                                      CVCHG4.2
037400     MOVE CHG-MONTH-YYYY TO CHG-DATE-YYYY.                        CVCHG4.2
037500     MOVE CHG-MONTH-MM   TO CHG-DATE-MM.                          CVCHG4.2
037600     MOVE 1              TO CHG-DATE-DD.                          CVCHG4.2
037700     MOVE CHG-DATE-W TO CHG-FIRST-DATE.                           CVCHG4.2
037800     IF CHG-DATE-MM EQUAL TO 12                                   CVCHG4.2
037900         MOVE 1 TO CHG-DATE-MM                                    CVCHG4.2
038000         ADD 1 TO CHG-DATE-YYYY                                   CVCHG4.2
038100     ELSE                                                         CVCHG4.2
038200         ADD 1 TO CHG-DATE-MM.                                    CVCHG4.2
038300     MOVE CHG-DATE-W TO CHG-LOAD-END-DATE.                        CVCHG4.2
038400 1000-EXIT. EXIT.                                                 CVCHG4.2
038500 1200-LOAD-RATES.                                                 CVCHG4.2
038600     OPEN INPUT RATE-FILE.                                        CVCHG4.2
038700     IF CHG-RATE-STATUS NOT EQUAL TO "00"                         CVCHG4.2
038800         DISPLAY "CCVSCHRG - NO RATE CARD FILE - STATUS "         CVCHG4.2
038900             CHG-RATE-STATUS                                      CVCHG4.2
039000         MOVE 8 TO RETURN-CODE                                    CVCHG4.2
039100         STOP RUN.                                                CVCHG4.2
039200     MOVE ZERO TO CHG-EOF-SWITCH.                                 CVCHG4.2
039300     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT                    CVCHG4.2
039400         UNTIL CHG-AT-EOF.                                        CVCHG4.2
039500     CLOSE RATE-FILE.                                             CVCHG4.2
039600 1200-EXIT. EXIT.                                                 CVCHG4.2
039700 1210-LOAD-ONE-RATE.                                              CVCHG4.2
039800     READ RATE-FILE AT END                                        CVCHG4.2
039900         MOVE 1 TO CHG-EOF-SWITCH                                 CVCHG4.2
040000         GO TO 1210-EXIT.                                         CVCHG4.2
040100     IF RT-TARGET-ID EQUAL TO SPACE                               CVCHG4.2
040200         GO TO 1210-EXIT.                                         CVCHG4.2
040300     IF RT-PER-MINUTE NOT NUMERIC                                 CVCHG4.2
040400             OR RT-PER-RUN NOT NUMERIC                            CVCHG4.2
040500         DISPLAY "CCVSCHRG - RATE CARD FOR " RT-TARGET-ID         CVCHG4.2
040600             " NOT NUMERIC - IGNORED"                             CVCHG4.2
040700         GO TO 1210-EXIT.                                         CVCHG4.2
040800     IF RT-TARGET-ID EQUAL TO "*   "                              CVCHG4.2
040900         MOVE 1 TO CHG-DEFAULT-SWITCH                             CVCHG4.2
041000         MOVE RT-PER-MINUTE TO CHG-DEFAULT-PER-MINUTE             CVCHG4.2
041100         MOVE RT-PER-RUN    TO CHG-DEFAULT-PER-RUN                CVCHG4.2
041200         GO TO 1210-EXIT.                                         CVCHG4.2
041300     IF CHG-RATE-COUNT EQUAL TO 50                                CVCHG4.2
041400         GO TO 1210-EXIT.                                         CVCHG4.2
041500     ADD 1 TO CHG-RATE-COUNT.                                     CVCHG4.2
041600     MOVE RT-TARGET-ID  TO CHG-RT-TARGET-ID  (CHG-RATE-COUNT).    CVCHG4.2
041700     MOVE RT-PER-MINUTE TO CHG-RT-PER-MINUTE (CHG-RATE-COUNT).    CVCHG4.2
041800     MOVE RT-PER-RUN    TO CHG-RT-PER-RUN    (CHG-RATE-COUNT).    CVCHG4.2
041900 1210-EXIT. EXIT.                                                 CVCHG4.2
042000 1220-FIND-RATE. EXIT.                                            CVCHG4.2
042100 1220-EXIT. EXIT.                                                 CVCHG4.2
042200 1300-LOAD-TARGETS.                                               CVCHG4.2
042300     OPEN INPUT TMST-FILE.                                        CVCHG4.2
042400     IF CHG-TMS-STATUS NOT EQUAL TO "00"                          CVCHG4.2
042500         GO TO 1300-EXIT.                                         CVCHG4.2
042600     MOVE ZERO TO CHG-EOF-SWITCH.                                 CVCHG4.2
042700     PERFORM 1310-LOAD-ONE-TARGET THRU 1310-EXIT                  CVCHG4.2
042800         UNTIL CHG-AT-EOF.                                        CVCHG4.2
042900     CLOSE TMST-FILE.                                             CVCHG4.2
043000 1300-EXIT. EXIT.                                                 CVCHG4.2
043100 1310-LOAD-ONE-TARGET.                                            CVCHG4.2
043200     READ TMST-FILE AT END                                        CVCHG4.2
043300         MOVE 1 TO CHG-EOF-SWITCH                                 CVCHG4.2
043400         GO TO 1310-EXIT.                                         CVCHG4.2
043500     IF TM-TARGET-ID EQUAL TO SPACE                               CVCHG4.2
043600         GO TO 1310-EXIT.                                         CVCHG4.2
043700     IF CHG-TMS-COUNT EQUAL TO 50                                 CVCHG4.2
043800         GO TO 1310-EXIT.                                         CVCHG4.2
043900     ADD 1 TO CHG-TMS-COUNT.                                      CVCHG4.2
044000     MOVE TM-TARGET-ID TO CHG-TMS-ID      (CHG-TMS-COUNT).        CVCHG4.2
044100     MOVE TM-PRODUCT   TO CHG-TMS-PRODUCT (CHG-TMS-COUNT).        CVCHG4.2
044200     MOVE TM-VENDOR    TO CHG-TMS-VENDOR  (CHG-TMS-COUNT).        CVCHG4.2
044300 1310-EXIT. EXIT.                                                 CVCHG4.2
044400 1320-FIND-TARGET. EXIT.                                          CVCHG4.2
044500 1320-EXIT. EXIT.                                                 CVCHG4.2
044600*    THE CROSS-REFERENCE IS KEYED DATE FIRST, SO ONE START AND    CVCHG4.2
044700*    A FORWARD WALK GIVE THE MONTH.  AN ENTRY WHOSE RUN IS NO     CVCHG4.2
044800*    LONGER ON RAW-DATA IS STALE AND BILLS NOTHING.               CVCHG4.2
044900 2000-LOAD-RUNS.                                                  CVCHG4.2
045000     OPEN INPUT RUNX-FILE.                                        CVCHG4.2
045100     IF CHG-RDX-STATUS NOT EQUAL TO "00"                          CVCHG4.2
045200         DISPLAY "CCVSCHRG - CCVSRDX UNAVAILABLE - STATUS "       CVCHG4.2
045300             CHG-RDX-STATUS " - REBUILD WITH CCVSRBLD"            CVCHG4.2
045400         MOVE 8 TO RETURN-CODE                                    CVCHG4.2
045500         STOP RUN.                                                CVCHG4.2
045600     OPEN INPUT RAW-DATA.                                         CVCHG4.2
045700     IF CHG-RAW-STATUS NOT EQUAL TO "00"                          CVCHG4.2
045800         DISPLAY "CCVSCHRG - RAW-DATA UNAVAILABLE - STATUS "      CVCHG4.2
045900             CHG-RAW-STATUS                                       CVCHG4.2
046000         CLOSE RUNX-FILE                                          CVCHG4.2
046100         MOVE 8 TO RETURN-CODE                                    CVCHG4.2
046200         STOP RUN.                                                CVCHG4.2
046300     OPEN INPUT ENVS-FILE.                                        CVCHG4.2
046400     IF CHG-ENV-STATUS EQUAL TO "00"                              CVCHG4.2
046500         MOVE 1 TO CHG-ENV-SWITCH.                                CVCHG4.2
046600     MOVE ZERO TO CHG-EOF-SWITCH.                                 CVCHG4.2
046700     MOVE CHG-FIRST-DATE TO RX-DATE.                              CVCHG4.2
046800     MOVE ZERO           TO RX-TIME.                              CVCHG4.2
046900     MOVE LOW-VALUE      TO RX-PGM-ID.                            CVCHG4.2
047000     MOVE LOW-VALUE      TO RX-TARGET-ID.                         CVCHG4.2
047100     START RUNX-FILE KEY IS NOT LESS THAN RUN-XREF-KEY            CVCHG4.2
047200         INVALID KEY                                              CVCHG4.2
047300         MOVE 1 TO CHG-EOF-SWITCH.                                CVCHG4.2
047400     PERFORM 2100-LOAD-ONE-RUN THRU 2100-EXIT                     CVCHG4.2
047500         UNTIL CHG-AT-EOF.                                        CVCHG4.2
047600     CLOSE RUNX-FILE.                                             CVCHG4.2
047700     CLOSE RAW-DATA.                                              CVCHG4.2
047800     IF CHG-HAVE-ENVS                                             CVCHG4.2
047900         CLOSE ENVS-FILE.                                         CVCHG4.2
048000 2000-EXIT. EXIT.                                                 CVCHG4.2
048100 2100-LOAD-ONE-RUN.                                               CVCHG4.2
048200     READ RUNX-FILE NEXT RECORD AT END                            CVCHG4.2
048300         MOVE 1 TO CHG-EOF-SWITCH                                 CVCHG4.2
048400         GO TO 2100-EXIT.                                         CVCHG4.2
048500     IF RX-DATE GREATER THAN CHG-LOAD-END-DATE                    CVCHG4.2
048600         MOVE 1 TO CHG-EOF-SWITCH                                 CVCHG4.2
048700         GO TO 2100-EXIT.                                         CVCHG4.2
048800     MOVE RX-PGM-ID    TO RD-PGM-ID.                              CVCHG4.2
048900     MOVE RX-TARGET-ID TO RD-TARGET-ID.                           CVCHG4.2
049000     MOVE RX-DATE      TO C-DATE.                                 CVCHG4.2
049100     MOVE RX-TIME      TO C-TIME.                                 CVCHG4.2
049200     READ RAW-DATA INVALID KEY                                    CVCHG4.2
049300         ADD 1 TO CHG-STALE-COUNT                                 CVCHG4.2
049400         GO TO 2100-EXIT.                                         CVCHG4.2
049500     IF CHG-RUN-COUNT EQUAL TO 3000                               CVCHG4.2
049600         DISPLAY "CCVSCHRG - RUNS PAST 3000 - TRUNCATED"          CVCHG4.2
049700         MOVE 1 TO CHG-EOF-SWITCH                                 CVCHG4.2
049800         GO TO 2100-EXIT.                                         CVCHG4.2
049900     ADD 1 TO CHG-RUN-COUNT.                                      CVCHG4.2
050000     MOVE RX-PGM-ID    TO CHG-R-PGM-ID    (CHG-RUN-COUNT).        CVCHG4.2
050100     MOVE RX-TARGET-ID TO CHG-R-TARGET-ID (CHG-RUN-COUNT).        CVCHG4.2
050200     MOVE RX-DATE      TO CHG-R-DATE      (CHG-RUN-COUNT).        CVCHG4.2
050300     MOVE "N"          TO CHG-R-RERUN     (CHG-RUN-COUNT).        CVCHG4.2
050400     MOVE ZERO         TO CHG-R-CLAIMED   (CHG-RUN-COUNT).        CVCHG4.2
050500     IF NOT CHG-HAVE-ENVS                                         CVCHG4.2
050600         GO TO 2100-EXIT.                                         CVCHG4.2
050700     MOVE RAW-DATA-KEY TO ENV-SNAP-KEY.                           CVCHG4.2
050800     READ ENVS-FILE INVALID KEY                                   CVCHG4.2
050900         GO TO 2100-EXIT.                                         CVCHG4.2
051000     IF ES-RERUN EQUAL TO "Y"                                     CVCHG4.2
051100         MOVE "Y" TO CHG-R-RERUN (CHG-RUN-COUNT).                 CVCHG4.2
051200 2100-EXIT. EXIT.                                                 CVCHG4.2
051300 3000-BILL-STEPS.                                                 CVCHG4.2
051400     OPEN INPUT DURH-FILE.                                        CVCHG4.2
051500     IF CHG-DURH-STATUS NOT EQUAL TO "00" AND "05"                CVCHG4.2
051600         DISPLAY "CCVSCHRG - CCVSDURH UNREADABLE - STATUS "       CVCHG4.2
051700             CHG-DURH-STATUS                                      CVCHG4.2
051800         MOVE 8 TO RETURN-CODE                                    CVCHG4.2
051900         GO TO 3000-EXIT.                                         CVCHG4.2
052000     MOVE ZERO TO CHG-EOF-SWITCH.                                 CVCHG4.2
052100     PERFORM 3100-BILL-ONE-STEP THRU 3100-EXIT                    CVCHG4.2
052200         UNTIL CHG-AT-EOF.                                        CVCHG4.2
052300     CLOSE DURH-FILE.                                             CVCHG4.2
052400 3000-EXIT. EXIT.                                                 CVCHG4.2
052500 3100-BILL-ONE-STEP.                                              CVCHG4.2
052600     READ DURH-FILE AT END                                        CVCHG4.2
052700         MOVE 1 TO CHG-EOF-SWITCH                                 CVCHG4.2
052800         GO TO 3100-EXIT.                                         CVCHG4.2
052900     IF DH-DATE NOT NUMERIC OR DH-SECONDS NOT NUMERIC             CVCHG4.2
053000         GO TO 3100-EXIT.                                         CVCHG4.2
053100     IF DH-DATE LESS THAN CHG-FIRST-DATE                          CVCHG4.2
053200             OR DH-DATE NOT LESS THAN CHG-LOAD-END-DATE           CVCHG4.2
053300         GO TO 3100-EXIT.                                         CVCHG4.2
053400     ADD 1 TO CHG-STEP-COUNT.                                     CVCHG4.2
053500     MOVE "????" TO CHG-STEP-TARGET.                              CVCHG4.2
053600     MOVE "N"    TO CHG-STEP-RERUN.                               CVCHG4.2
053700     MOVE DH-DATE TO CHG-NEXT-DATE.                               CVCHG4.2
053800     PERFORM 3200-FIND-RUN THRU 3200-EXIT.                        CVCHG4.2
053900     IF CHG-RUN-SUB NOT GREATER THAN CHG-RUN-COUNT                CVCHG4.2
054000         GO TO 3100-CLAIM.                                        CVCHG4.2
054100     MOVE DH-DATE TO CHG-DATE-W.                                  CVCHG4.2
054200     PERFORM 8000-DAY-FORWARD THRU 8000-EXIT.                     CVCHG4.2
054300     MOVE CHG-DATE-W TO CHG-NEXT-DATE.                            CVCHG4.2
054400     PERFORM 3200-FIND-RUN THRU 3200-EXIT.                        CVCHG4.2
054500     IF CHG-RUN-SUB GREATER THAN CHG-RUN-COUNT                    CVCHG4.2
054600         ADD 1 TO CHG-UNTRACED-COUNT                              CVCHG4.2
054700         GO TO 3100-ADD.                                          CVCHG4.2
054800 3100-CLAIM.                                                      CVCHG4.2
054900     MOVE 1 TO CHG-R-CLAIMED (CHG-RUN-SUB).                       CVCHG4.2
055000     MOVE CHG-R-TARGET-ID (CHG-RUN-SUB) TO CHG-STEP-TARGET.       CVCHG4.2
055100     MOVE CHG-R-RERUN     (CHG-RUN-SUB) TO CHG-STEP-RERUN.        CVCHG4.2
055200 3100-ADD.                                                        CVCHG4.2
055300     PERFORM 3300-TARGET-ENTRY THRU 3300-EXIT.                    CVCHG4.2
055400     IF CHG-TGT-SUB EQUAL TO ZERO                                 CVCHG4.2
055500         GO TO 3100-EXIT.                                         CVCHG4.2
055600     ADD 1 TO CHG-T-RUNS (CHG-TGT-SUB).                           CVCHG4.2
055700     IF CHG-STEP-RERUN EQUAL TO "Y"                               CVCHG4.2
055800         ADD 1 TO CHG-T-RERUNS (CHG-TGT-SUB).                     CVCHG4.2
055900     ADD DH-SECONDS TO CHG-T-SECONDS (CHG-TGT-SUB).               CVCHG4.2
056000 3100-EXIT. EXIT.                                                 CVCHG4.2
056100*    LEAVES CHG-RUN-SUB ON THE FIRST UNCLAIMED RUN OF THE STEP'S  CVCHG4.2
056200*    PROGRAM DATED CHG-NEXT-DATE, OR PAST THE END OF THE TABLE.   CVCHG4.2
056300 3200-FIND-RUN.                                                   CVCHG4.2
056400     PERFORM 3210-FIND-ONE THRU 3210-EXIT                         CVCHG4.2
056500         VARYING CHG-RUN-SUB FROM 1 BY 1                          CVCHG4.2
056600         UNTIL CHG-RUN-SUB GREATER THAN CHG-RUN-COUNT             CVCHG4.2
056700         OR (CHG-R-CLAIMED (CHG-RUN-SUB) EQUAL TO ZERO            CVCHG4.2
056800         AND CHG-R-DATE (CHG-RUN-SUB) EQUAL TO CHG-NEXT-DATE      CVCHG4.2
056900         AND CHG-R-PGM-ID (CHG-RUN-SUB) EQUAL TO DH-PGM).         CVCHG4.2
057000 3200-EXIT. EXIT.                                                 CVCHG4.2
057100 3210-FIND-ONE. EXIT.                                             CVCHG4.2
057200 3210-EXIT. EXIT.                                                 CVCHG4.2
057300*    FINDS OR ADDS THE STATEMENT LINE FOR CHG-STEP-TARGET.        CVCHG4.2
057400 3300-TARGET-ENTRY.                                               CVCHG4.2
057500     PERFORM 3310-FIND-ONE THRU 3310-EXIT                         CVCHG4.2
057600         VARYING CHG-TGT-SUB FROM 1 BY 1                          CVCHG4.2
057700         UNTIL CHG-TGT-SUB GREATER THAN CHG-TGT-COUNT             CVCHG4.2
057800         OR CHG-T-TARGET-ID (CHG-TGT-SUB)                         CVCHG4.2
057900             EQUAL TO CHG-STEP-TARGET.                            CVCHG4.2
058000     IF CHG-TGT-SUB NOT GREATER THAN CHG-TGT-COUNT                CVCHG4.2
058100         GO TO 3300-EXIT.                                         CVCHG4.2
058200     IF CHG-TGT-COUNT EQUAL TO 60                                 CVCHG4.2
058300         DISPLAY "CCVSCHRG - TARGETS PAST 60 - " CHG-STEP-TARGET  CVCHG4.2
058400             " NOT BILLED"                                        CVCHG4.2
058500         MOVE ZERO TO CHG-TGT-SUB                                 CVCHG4.2
058600         GO TO 3300-EXIT.                                         CVCHG4.2
058700     ADD 1 TO CHG-TGT-COUNT.                                      CVCHG4.2
058800     MOVE CHG-TGT-COUNT TO CHG-TGT-SUB.                           CVCHG4.2
058900     MOVE CHG-STEP-TARGET TO CHG-T-TARGET-ID (CHG-TGT-SUB).       CVCHG4.2
059000     MOVE ZERO TO CHG-T-RUNS    (CHG-TGT-SUB)                     CVCHG4.2
059100                  CHG-T-RERUNS  (CHG-TGT-SUB)                     CVCHG4.2
059200                  CHG-T-SECONDS (CHG-TGT-SUB)                     CVCHG4.2
059300                  CHG-T-PRINTED (CHG-TGT-SUB).                    CVCHG4.2
059400     MOVE SPACE TO CHG-T-NOTE (CHG-TGT-SUB).                      CVCHG4.2
059500     MOVE "UNASSIGNED"     TO CHG-T-VENDOR  (CHG-TGT-SUB).        CVCHG4.2
059600     MOVE "(NO RUN FOUND)" TO CHG-T-PRODUCT (CHG-TGT-SUB).        CVCHG4.2
059700     IF CHG-STEP-TARGET EQUAL TO "????"                           CVCHG4.2
059800         GO TO 3300-EXIT.                                         CVCHG4.2
059900     PERFORM 1320-FIND-TARGET THRU 1320-EXIT                      CVCHG4.2
060000         VARYING CHG-TMS-SUB FROM 1 BY 1                          CVCHG4.2
060100         UNTIL CHG-TMS-SUB GREATER THAN CHG-TMS-COUNT             CVCHG4.2
060200         OR CHG-TMS-ID (CHG-TMS-SUB) EQUAL TO CHG-STEP-TARGET.    CVCHG4.2
060300     IF CHG-TMS-SUB GREATER THAN CHG-TMS-COUNT                    CVCHG4.2
060400         MOVE "UNKNOWN"         TO CHG-T-VENDOR  (CHG-TGT-SUB)    CVCHG4.2
060500         MOVE "(NOT ON MASTER)" TO CHG-T-PRODUCT (CHG-TGT-SUB)    CVCHG4.2
060600         GO TO 3300-EXIT.                                         CVCHG4.2
060700     MOVE CHG-TMS-VENDOR  (CHG-TMS-SUB)                           CVCHG4.2
060800         TO CHG-T-VENDOR  (CHG-TGT-SUB).                          CVCHG4.2
060900     MOVE CHG-TMS-PRODUCT (CHG-TMS-SUB)                           CVCHG4.2
061000         TO CHG-T-PRODUCT (CHG-TGT-SUB).                          CVCHG4.2
061100 3300-EXIT. EXIT.                                                 CVCHG4.2
061200 3310-FIND-ONE. EXIT.                                             CVCHG4.2
061300 3310-EXIT. EXIT.                                                 CVCHG4.2
061400*    MINUTES ARE TAKEN FROM THE TARGET'S TOTAL SECONDS, SO NO     CVCHG4.2
061500*    PER-STEP ROUNDING CREEPS INTO THE BILL.                      CVCHG4.2
061600 4000-PRICE-TARGETS.                                              CVCHG4.2
061700     COMPUTE CHG-T-MINUTES (CHG-TGT-SUB) ROUNDED =                CVCHG4.2
061800         CHG-T-SECONDS (CHG-TGT-SUB) / 60.                        CVCHG4.2
061900     PERFORM 1220-FIND-RATE THRU 1220-EXIT                        CVCHG4.2
062000         VARYING CHG-RATE-SUB FROM 1 BY 1                         CVCHG4.2
062100         UNTIL CHG-RATE-SUB GREATER THAN CHG-RATE-COUNT           CVCHG4.2
062200         OR CHG-RT-TARGET-ID (CHG-RATE-SUB)                       CVCHG4.2
062300             EQUAL TO CHG-T-TARGET-ID (CHG-TGT-SUB).              CVCHG4.2
062400     IF CHG-RATE-SUB NOT GREATER THAN CHG-RATE-COUNT              CVCHG4.2
062500         MOVE CHG-RT-PER-MINUTE (CHG-RATE-SUB)                    CVCHG4.2
062600             TO CHG-T-PER-MINUTE (CHG-TGT-SUB)                    CVCHG4.2
062700         MOVE CHG-RT-PER-RUN (CHG-RATE-SUB)                       CVCHG4.2
062800             TO CHG-T-PER-RUN (CHG-TGT-SUB)                       CVCHG4.2
062900         GO TO 4000-CHARGE.                                       CVCHG4.2
063000     MOVE CHG-DEFAULT-PER-MINUTE                                  CVCHG4.2
063100         TO CHG-T-PER-MINUTE (CHG-TGT-SUB).                       CVCHG4.2
063200     MOVE CHG-DEFAULT-PER-RUN                                     CVCHG4.2
063300         TO CHG-T-PER-RUN    (CHG-TGT-SUB).                       CVCHG4.2
063400     IF NOT CHG-HAVE-DEFAULT                                      CVCHG4.2
063500         MOVE "NO RATE CARD" TO CHG-T-NOTE (CHG-TGT-SUB)          CVCHG4.2
063600         ADD 1 TO CHG-NO-RATE-COUNT.                              CVCHG4.2
063700 4000-CHARGE.                                                     CVCHG4.2
063800     COMPUTE CHG-T-CHARGE (CHG-TGT-SUB) ROUNDED =                 CVCHG4.2
063900         (CHG-T-MINUTES (CHG-TGT-SUB)                             CVCHG4.2
064000             * CHG-T-PER-MINUTE (CHG-TGT-SUB))                    CVCHG4.2
064100         + (CHG-T-RUNS (CHG-TGT-SUB)                              CVCHG4.2
064200             * CHG-T-PER-RUN (CHG-TGT-SUB)).                      CVCHG4.2
064300 4000-EXIT. EXIT.                                                 CVCHG4.2
064400*    VENDORS PRINT IN NAME ORDER: EACH PASS PICKS THE LOWEST      CVCHG4.2
064500*    VENDOR NOT YET PRINTED AND PRINTS ALL OF ITS TARGETS.        CVCHG4.2
064600 5000-STATEMENT.                                                  CVCHG4.2
064700     MOVE CHG-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
064800     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
064900     MOVE CHG-MONTH      TO CE-MONTH-O.                           CVCHG4.2
065000     MOVE CHG-STEP-COUNT TO CE-STEPS-O.                           CVCHG4.2
065100     MOVE CHG-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
065200     IF NOT CHG-HAVE-ENVS                                         CVCHG4.2
065300         MOVE CHG-E-2 TO PRINT-REC                                CVCHG4.2
065400         WRITE PRINT-REC.                                         CVCHG4.2
065500     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
065600     MOVE CHG-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
065700     OPEN OUTPUT EXTRACT-FILE.                                    CVCHG4.2
065800     MOVE 1 TO CHG-VENDOR-PRINTED.                                CVCHG4.2
065900     PERFORM 5100-ONE-VENDOR THRU 5100-EXIT                       CVCHG4.2
066000         UNTIL CHG-VENDOR-PRINTED EQUAL TO ZERO.                  CVCHG4.2
066100     CLOSE EXTRACT-FILE.                                          CVCHG4.2
066200     IF CHG-TGT-COUNT EQUAL TO ZERO                               CVCHG4.2
066300         MOVE CHG-F-NONE TO PRINT-REC                             CVCHG4.2
066400         WRITE PRINT-REC.                                         CVCHG4.2
066500     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCHG4.2
066600     MOVE SPACE TO CHG-V-1.                                       CVCHG4.2
066700     MOVE "MONTH TOTAL"  TO CV-LABEL-O.                           CVCHG4.2
066800     MOVE CHG-G-RUNS     TO CV-RUNS-O.                            CVCHG4.2
066900     MOVE CHG-G-RERUNS   TO CV-RERUNS-O.                          CVCHG4.2
067000     MOVE CHG-G-MINUTES  TO CV-MINUTES-O.                         CVCHG4.2
067100     MOVE CHG-G-CHARGE   TO CV-CHARGE-O.                          CVCHG4.2
067200     MOVE CHG-V-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
067300     IF CHG-UNTRACED-COUNT EQUAL TO ZERO                          CVCHG4.2
067400         GO TO 5000-EXIT.                                         CVCHG4.2
067500     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
067600     MOVE CHG-H-2 TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
067700     PERFORM 5300-LIST-UNTRACED THRU 5300-EXIT.                   CVCHG4.2
067800 5000-EXIT. EXIT.                                                 CVCHG4.2
067900 5100-ONE-VENDOR.                                                 CVCHG4.2
068000     MOVE ZERO TO CHG-VENDOR-PRINTED.                             CVCHG4.2
068100     MOVE HIGH-VALUE TO CHG-VENDOR.                               CVCHG4.2
068200     PERFORM 5110-LOWEST-VENDOR THRU 5110-EXIT                    CVCHG4.2
068300         VARYING CHG-TGT-SUB FROM 1 BY 1                          CVCHG4.2
068400         UNTIL CHG-TGT-SUB GREATER THAN CHG-TGT-COUNT.            CVCHG4.2
068500     IF CHG-VENDOR EQUAL TO HIGH-VALUE                            CVCHG4.2
068600         GO TO 5100-EXIT.                                         CVCHG4.2
068700     MOVE 1 TO CHG-VENDOR-PRINTED.                                CVCHG4.2
068800     MOVE ZERO TO CHG-V-RUNS CHG-V-RERUNS CHG-V-MINUTES           CVCHG4.2
068900                  CHG-V-CHARGE.                                   CVCHG4.2
069000     PERFORM 5200-ONE-TARGET THRU 5200-EXIT                       CVCHG4.2
069100         VARYING CHG-TGT-SUB FROM 1 BY 1                          CVCHG4.2
069200         UNTIL CHG-TGT-SUB GREATER THAN CHG-TGT-COUNT.            CVCHG4.2
069300     MOVE SPACE TO CHG-V-1.                                       CVCHG4.2
069400     MOVE "VENDOR TOTAL" TO CV-LABEL-O.                           CVCHG4.2
069500     MOVE CHG-V-RUNS     TO CV-RUNS-O.                            CVCHG4.2
069600     MOVE CHG-V-RERUNS   TO CV-RERUNS-O.                          CVCHG4.2
069700     MOVE CHG-V-MINUTES  TO CV-MINUTES-O.                         CVCHG4.2
069800     MOVE CHG-V-CHARGE   TO CV-CHARGE-O.                          CVCHG4.2
069900     MOVE CHG-V-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
070000     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
070100 5100-EXIT. EXIT.                                                 CVCHG4.2
070200 5110-LOWEST-VENDOR.                                              CVCHG4.2
070300     IF CHG-T-PRINTED (CHG-TGT-SUB) EQUAL TO 1                    CVCHG4.2
070400         GO TO 5110-EXIT.                                         CVCHG4.2
070500     IF CHG-T-VENDOR (CHG-TGT-SUB) LESS THAN CHG-VENDOR           CVCHG4.2
070600         MOVE CHG-T-VENDOR (CHG-TGT-SUB) TO CHG-VENDOR.           CVCHG4.2
070700 5110-EXIT. EXIT.                                                 CVCHG4.2
070800 5200-ONE-TARGET.                                                 CVCHG4.2
070900     IF CHG-T-PRINTED (CHG-TGT-SUB) EQUAL TO 1                    CVCHG4.2
071000             OR CHG-T-VENDOR (CHG-TGT-SUB) NOT EQUAL TO CHG-VENDORCVCHG4.2
071100         GO TO 5200-EXIT.                                         CVCHG4.2
071200     MOVE 1 TO CHG-T-PRINTED (CHG-TGT-SUB).                       CVCHG4.2
071300     MOVE SPACE TO CHG-D-1.                                       CVCHG4.2
071400     IF CHG-V-RUNS EQUAL TO ZERO                                  CVCHG4.2
071500         MOVE CHG-T-VENDOR (CHG-TGT-SUB) TO CD-VENDOR-O.          CVCHG4.2
071600     MOVE CHG-T-TARGET-ID  (CHG-TGT-SUB) TO CD-TARGET-O.          CVCHG4.2
071700     MOVE CHG-T-PRODUCT    (CHG-TGT-SUB) TO CD-PRODUCT-O.         CVCHG4.2
071800     MOVE CHG-T-RUNS       (CHG-TGT-SUB) TO CD-RUNS-O.            CVCHG4.2
071900     MOVE CHG-T-RERUNS     (CHG-TGT-SUB) TO CD-RERUNS-O.          CVCHG4.2
072000     MOVE CHG-T-MINUTES    (CHG-TGT-SUB) TO CD-MINUTES-O.         CVCHG4.2
072100     MOVE CHG-T-PER-MINUTE (CHG-TGT-SUB) TO CD-PER-MINUTE-O.      CVCHG4.2
072200     MOVE CHG-T-PER-RUN    (CHG-TGT-SUB) TO CD-PER-RUN-O.         CVCHG4.2
072300     MOVE CHG-T-CHARGE     (CHG-TGT-SUB) TO CD-CHARGE-O.          CVCHG4.2
072400     MOVE CHG-T-NOTE       (CHG-TGT-SUB) TO CD-NOTE-O.            CVCHG4.2
072500     MOVE CHG-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
072600     ADD CHG-T-RUNS    (CHG-TGT-SUB) TO CHG-V-RUNS    CHG-G-RUNS. CVCHG4.2
072700     ADD CHG-T-RERUNS  (CHG-TGT-SUB)                              CVCHG4.2
072800         TO CHG-V-RERUNS  CHG-G-RERUNS.                           CVCHG4.2
072900     ADD CHG-T-MINUTES (CHG-TGT-SUB)                              CVCHG4.2
073000         TO CHG-V-MINUTES CHG-G-MINUTES.                          CVCHG4.2
073100     ADD CHG-T-CHARGE  (CHG-TGT-SUB)                              CVCHG4.2
073200         TO CHG-V-CHARGE  CHG-G-CHARGE.                           CVCHG4.2
073300     MOVE CHG-MONTH                      TO CX-MONTH.             CVCHG4.2
073400     MOVE CHG-T-VENDOR     (CHG-TGT-SUB) TO CX-VENDOR.            CVCHG4.2
073500     MOVE CHG-T-TARGET-ID  (CHG-TGT-SUB) TO CX-TARGET-ID.         CVCHG4.2
073600     MOVE CHG-T-PRODUCT    (CHG-TGT-SUB) TO CX-PRODUCT.           CVCHG4.2
073700     MOVE CHG-T-RUNS       (CHG-TGT-SUB) TO CX-RUNS.              CVCHG4.2
073800     MOVE CHG-T-RERUNS     (CHG-TGT-SUB) TO CX-RERUNS.            CVCHG4.2
073900     MOVE CHG-T-MINUTES    (CHG-TGT-SUB) TO CX-MINUTES.           CVCHG4.2
074000     MOVE CHG-T-PER-MINUTE (CHG-TGT-SUB) TO CX-PER-MINUTE.        CVCHG4.2
074100     MOVE CHG-T-PER-RUN    (CHG-TGT-SUB) TO CX-PER-RUN.           CVCHG4.2
074200     MOVE CHG-T-CHARGE     (CHG-TGT-SUB) TO CX-CHARGE.            CVCHG4.2
074300     WRITE CHG-EXTRACT-REC FROM CHG-X-1.                          CVCHG4.2
074400 5200-EXIT. EXIT.                                                 CVCHG4.2
074500*    A SECOND PASS OVER THE DURATION HISTORY, REPEATING THE       CVCHG4.2
074600*    MATCH AGAINST A FRESH CLAIM TABLE, LISTS EACH STEP THAT      CVCHG4.2
074700*    WENT TO TARGET ????.                                         CVCHG4.2
074800 5300-LIST-UNTRACED.                                              CVCHG4.2
074900     PERFORM 5310-UNCLAIM THRU 5310-EXIT                          CVCHG4.2
075000         VARYING CHG-RUN-SUB FROM 1 BY 1                          CVCHG4.2
075100         UNTIL CHG-RUN-SUB GREATER THAN CHG-RUN-COUNT.            CVCHG4.2
075200     OPEN INPUT DURH-FILE.                                        CVCHG4.2
075300     MOVE ZERO TO CHG-EOF-SWITCH.                                 CVCHG4.2
075400     PERFORM 5320-LIST-ONE THRU 5320-EXIT                         CVCHG4.2
075500         UNTIL CHG-AT-EOF.                                        CVCHG4.2
075600     CLOSE DURH-FILE.                                             CVCHG4.2
075700 5300-EXIT. EXIT.                                                 CVCHG4.2
075800 5310-UNCLAIM.                                                    CVCHG4.2
075900     MOVE ZERO TO CHG-R-CLAIMED (CHG-RUN-SUB).                    CVCHG4.2
076000 5310-EXIT. EXIT.                                                 CVCHG4.2
076100 5320-LIST-ONE.                                                   CVCHG4.2
076200     READ DURH-FILE AT END                                        CVCHG4.2
076300         MOVE 1 TO CHG-EOF-SWITCH                                 CVCHG4.2
076400         GO TO 5320-EXIT.                                         CVCHG4.2
076500     IF DH-DATE NOT NUMERIC OR DH-SECONDS NOT NUMERIC             CVCHG4.2
076600         GO TO 5320-EXIT.                                         CVCHG4.2
076700     IF DH-DATE LESS THAN CHG-FIRST-DATE                          CVCHG4.2
076800             OR DH-DATE NOT LESS THAN CHG-LOAD-END-DATE           CVCHG4.2
076900         GO TO 5320-EXIT.                                         CVCHG4.2
077000     MOVE DH-DATE TO CHG-NEXT-DATE.                               CVCHG4.2
077100     PERFORM 3200-FIND-RUN THRU 3200-EXIT.                        CVCHG4.2
077200     IF CHG-RUN-SUB NOT GREATER THAN CHG-RUN-COUNT                CVCHG4.2
077300         MOVE 1 TO CHG-R-CLAIMED (CHG-RUN-SUB)                    CVCHG4.2
077400         GO TO 5320-EXIT.                                         CVCHG4.2
077500     MOVE DH-DATE TO CHG-DATE-W.                                  CVCHG4.2
077600     PERFORM 8000-DAY-FORWARD THRU 8000-EXIT.                     CVCHG4.2
077700     MOVE CHG-DATE-W TO CHG-NEXT-DATE.                            CVCHG4.2
077800     PERFORM 3200-FIND-RUN THRU 3200-EXIT.                        CVCHG4.2
077900     IF CHG-RUN-SUB NOT GREATER THAN CHG-RUN-COUNT                CVCHG4.2
078000         MOVE 1 TO CHG-R-CLAIMED (CHG-RUN-SUB)                    CVCHG4.2
078100         GO TO 5320-EXIT.                                         CVCHG4.2
078200     MOVE DH-PGM     TO CU-PGM-O.                                 CVCHG4.2
078300     MOVE DH-DATE    TO CU-DATE-O.                                CVCHG4.2
078400     MOVE DH-SECONDS TO CU-SECONDS-O.                             CVCHG4.2
078500     MOVE CHG-U-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCHG4.2
078600 5320-EXIT. EXIT.                                                 CVCHG4.2
078700*    STEPS CHG-DATE-W FORWARD ONE CALENDAR DAY.  FEBRUARY TAKES   CVCHG4.2
078800*    ITS 29TH IN A GREGORIAN LEAP YEAR.                           CVCHG4.2
078900 8000-DAY-FORWARD.                                                CVCHG4.2
079000     MOVE CHG-MONTH-LAST-DAY (CHG-DATE-MM) TO CHG-LAST-DAY.       CVCHG4.2
079100     IF CHG-DATE-MM NOT EQUAL TO 2                                CVCHG4.2
079200         GO TO 8000-STEP.                                         CVCHG4.2
079300     DIVIDE CHG-DATE-YYYY BY 4 GIVING CHG-LEAP-Q                  CVCHG4.2
079400         REMAINDER CHG-LEAP-R4.                                   CVCHG4.2
079500     DIVIDE CHG-DATE-YYYY BY 100 GIVING CHG-LEAP-Q                CVCHG4.2
079600         REMAINDER CHG-LEAP-R100.                                 CVCHG4.2
079700     DIVIDE CHG-DATE-YYYY BY 400 GIVING CHG-LEAP-Q                CVCHG4.2
079800         REMAINDER CHG-LEAP-R400.                                 CVCHG4.2
079900     IF CHG-LEAP-R4 EQUAL TO ZERO                                 CVCHG4.2
080000             AND (CHG-LEAP-R100 NOT EQUAL TO ZERO                 CVCHG4.2
080100                  OR CHG-LEAP-R400 EQUAL TO ZERO)                 CVCHG4.2
080200         MOVE 29 TO CHG-LAST-DAY.                                 CVCHG4.2
080300 8000-STEP.                                                       CVCHG4.2
080400     IF CHG-DATE-DD LESS THAN CHG-LAST-DAY                        CVCHG4.2
080500         ADD 1 TO CHG-DATE-DD                                     CVCHG4.2
080600         GO TO 8000-EXIT.                                         CVCHG4.2
080700     MOVE 1 TO CHG-DATE-DD.                                       CVCHG4.2
080800     IF CHG-DATE-MM EQUAL TO 12                                   CVCHG4.2
080900         MOVE 1 TO CHG-DATE-MM                                    CVCHG4.2
081000         ADD 1 TO CHG-DATE-YYYY                                   CVCHG4.2
081100     ELSE                                                         CVCHG4.2
081200         ADD 1 TO CHG-DATE-MM.                                    CVCHG4.2
081300 8000-EXIT. EXIT.                                                 CVCHG4.2
