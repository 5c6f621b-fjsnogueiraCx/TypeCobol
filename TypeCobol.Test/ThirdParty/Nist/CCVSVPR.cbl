000100 IDENTIFICATION DIVISION.                                         CVVPR4.2
000200 PROGRAM-ID.    CCVSVPR.                                          CVVPR4.2
000300******************************************************************CVVPR4.2
000400**                                                                CVVPR4.2
000500**    VENDOR PROBLEM-REPORT PACKAGE FOR ONE FAILING TEST.    *    CVVPR4.2
000600**    THE EVIDENCE FOR A COMPILER PROBLEM REPORT WAS         *    CVVPR4.2
000700**    ASSEMBLED BY HAND FROM HALF A DOZEN FILES.  THIS JOB   *    CVVPR4.2
000800**    TAKES A PROGRAM, TARGET, RUN KEY AND PAR-NAME AND      *    CVVPR4.2
000900**    PRODUCES ONE SELF-CONTAINED DOCUMENT (CCVSVPRP) --     *    CVVPR4.2
001000**      1  THE RUN'S RAW-DATA COUNTS                         *    CVVPR4.2
001100**      2  THE RUN'S CCVSENVS ENVIRONMENT SNAPSHOT           *    CVVPR4.2
001200**      3  THE TEST'S LINES FROM THE RUN'S PRINTOUT, TAKEN   *    CVVPR4.2
001300**         FROM THE CCVSRPOS PRINT REPORT REPOSITORY         *    CVVPR4.2
001400**      4  THE RUN'S CCVSAUDA AUDIT EVENTS AROUND THE TEST   *    CVVPR4.2
001500**      5  CCVSIOER ENTRIES LOGGED DURING THE RUN (SQ216A)   *    CVVPR4.2
001600**      6  THE CCVSDIF FIELD-LEVEL SQ-FS1 COMPARE (SQ216A)   *    CVVPR4.2
001700**      7  THE TEST'S PASS/FAIL HISTORY ON OTHER TARGETS     *    CVVPR4.2
001800**      8  PACKAGE CONTENTS                                  *    CVVPR4.2
001900**    -- AND A TRANSPORT DATASET (CCVSVPKT, SEE CCVSVPK) OF  *    CVVPR4.2
002000**    THE UNDERLYING RECORDS FOR THE VENDOR TO LOAD.  EVERY  *    CVVPR4.2
002100**    PACKAGE IS LOGGED ON THE CUMULATIVE CCVSVPRL SO WE CAN *    CVVPR4.2
002200**    SEE LATER WHICH DEFECTS WERE REPORTED AND WHEN.        *    CVVPR4.2
002300**                                                                CVVPR4.2
002400**    ONLY SQ216A WRITES CCVSIOER, AND ITS RECORDS CARRY NO  *    CVVPR4.2
002500**    RUN KEY; THE ENTRIES TAKEN ARE THOSE STAMPED FROM THE  *    CVVPR4.2
002600**    RUN'S START TO THE START OF SQ216A'S NEXT RUN ON       *    CVVPR4.2
002700**    RAW-DATA.  SECTION 6 IS THE CCVSDIFP REPORT OF A       *    CVVPR4.2
002800**    CCVSDIF STEP RUN AHEAD OF THIS ONE, COPIED AS PRINTED. *    CVVPR4.2
002900**                                                                CVVPR4.2
003000**    CONTROL CARD (CCVSVPRC, REQUIRED) --                   *    CVVPR4.2
003100**      COLS 1-6    PROGRAM ID                               *    CVVPR4.2
003200**      COLS 7-10   TARGET ID                                *    CVVPR4.2
003300**      COLS 11-18  RUN DATE (YYYYMMDD)                      *    CVVPR4.2
003400**      COLS 19-26  RUN TIME (HHMMSSCC) -- BLANK OR ZERO FOR *    CVVPR4.2
003500**                  THE FIRST RUN OF THAT DATE               *    CVVPR4.2
003600**      COLS 27-46  PAR-NAME OF THE FAILING TEST             *    CVVPR4.2
003700**      COLS 47-54  OPERATOR PREPARING THE PACKAGE           *    CVVPR4.2
003800**      COLS 55-94  REMARKS (E.G. VENDOR'S PROBLEM NUMBER)   *    CVVPR4.2
003900**                                                                CVVPR4.2
004000**    RETURN CODE 8 -- NO PACKAGE (BAD CARD, OR THE RUN IS   *    CVVPR4.2
004100**    NOT ON RAW-DATA).  RETURN CODE 4 -- PACKAGE PRODUCED,  *    CVVPR4.2
004200**    BUT NEITHER THE PRINTOUT NOR THE AUDIT EVENTS KEPT SHOW*    CVVPR4.2
004300**    THE TEST FAILING IN THAT RUN.                          *    CVVPR4.2
004400**                                                                CVVPR4.2
004500******************************************************************CVVPR4.2
004600 ENVIRONMENT DIVISION.                                            CVVPR4.2
004700 CONFIGURATION SECTION.                                           CVVPR4.2
004800 SOURCE-COMPUTER.                                                 CVVPR4.2
004900     GNU-COBOL.                                                   CVVPR4.2
005000 OBJECT-COMPUTER.                                                 CVVPR4.2
005100     GNU-COBOL.                                                   CVVPR4.2
005200 INPUT-OUTPUT SECTION.                                            CVVPR4.2
005300 FILE-CONTROL.                                                    CVVPR4.2
005400     SELECT CTL-FILE   ASSIGN TO                                  CVVPR4.2
005500            CCVSVPRC                                              CVVPR4.2
005600            ORGANIZATION IS SEQUENTIAL                            CVVPR4.2
005700            FILE STATUS IS VPR-CTL-STATUS.                        CVVPR4.2
005800     SELECT RAW-DATA   ASSIGN TO                                  CVVPR4.2
005900            CCVSRAW                                               CVVPR4.2
006000            ORGANIZATION IS INDEXED                               CVVPR4.2
006100            ACCESS MODE IS DYNAMIC                                CVVPR4.2
006200            RECORD KEY IS RAW-DATA-KEY                            CVVPR4.2
006300            FILE STATUS IS VPR-RAW-STATUS.                        CVVPR4.2
006400     SELECT ENVS-FILE  ASSIGN TO                                  CVVPR4.2
006500            CCVSENVS                                              CVVPR4.2
006600            ORGANIZATION IS INDEXED                               CVVPR4.2
006700            ACCESS MODE IS RANDOM                                 CVVPR4.2
006800            RECORD KEY IS ENV-SNAP-KEY                            CVVPR4.2
006900            FILE STATUS IS VPR-ENV-STATUS.                        CVVPR4.2
007000     SELECT REPO-FILE  ASSIGN TO                                  CVVPR4.2
007100            CCVSRPOS                                              CVVPR4.2
007200            ORGANIZATION IS INDEXED                               CVVPR4.2
007300            ACCESS MODE IS DYNAMIC                                CVVPR4.2
007400            RECORD KEY IS REPORT-REPO-KEY                         CVVPR4.2
007500            FILE STATUS IS VPR-RPO-STATUS.                        CVVPR4.2
007600     SELECT ARCH-FILE  ASSIGN TO                                  CVVPR4.2
007700            CCVSAUDA                                              CVVPR4.2
007800            ORGANIZATION IS SEQUENTIAL                            CVVPR4.2
007900            FILE STATUS IS VPR-ARCH-STATUS.                       CVVPR4.2
008000     SELECT IOERR-FILE ASSIGN TO                                  CVVPR4.2
008100            CCVSIOER                                              CVVPR4.2
008200            ORGANIZATION IS SEQUENTIAL                            CVVPR4.2
008300            FILE STATUS IS VPR-IOE-STATUS.                        CVVPR4.2
008400     SELECT DIFF-FILE  ASSIGN TO                                  CVVPR4.2
008500            CCVSDIFP                                              CVVPR4.2
008600            ORGANIZATION IS SEQUENTIAL                            CVVPR4.2
008700            FILE STATUS IS VPR-DIF-STATUS.                        CVVPR4.2
008800     SELECT PKT-FILE   ASSIGN TO                                  CVVPR4.2
008900            CCVSVPKT                                              CVVPR4.2
009000            ORGANIZATION IS SEQUENTIAL                            CVVPR4.2
009100            FILE STATUS IS VPR-PKT-STATUS.                        CVVPR4.2
009200     SELECT OPTIONAL VLOG-FILE ASSIGN TO                          CVVPR4.2
009300            CCVSVPRL                                              CVVPR4.2
009400            ORGANIZATION IS SEQUENTIAL.                           CVVPR4.2
009500     SELECT PRINT-FILE ASSIGN TO                                  CVVPR4.2
009600            CCVSVPRP.                                             CVVPR4.2
009700 DATA DIVISION.                                                   CVVPR4.2
009800 FILE SECTION.                                                    CVVPR4.2
009900 FD  CTL-FILE                                                     CVVPR4.2
010000     LABEL RECORDS STANDARD.                                      CVVPR4.2
010100 01  VPR-CTL-REC.                                                 CVVPR4.2
010200     05  VC-PGM-ID            PIC X(6).                           CVVPR4.2
010300     05  VC-TARGET-ID         PIC X(4).                           CVVPR4.2
010400     05  VC-DATE              PIC 9(8).                           CVVPR4.2
010500     05  VC-TIME              PIC X(8).                           CVVPR4.2
010600     05  VC-TIME-N REDEFINES VC-TIME PIC 9(8).                    CVVPR4.2
010700     05  VC-PAR-NAME          PIC X(20).                          CVVPR4.2
010800     05  VC-OPERATOR          PIC X(8).                           CVVPR4.2
010900     05  VC-REMARKS           PIC X(40).                          CVVPR4.2
011000 FD  RAW-DATA.                                                    CVVPR4.2
011100     COPY CCVSRAW.                                                CVVPR4.2
011200 FD  ENVS-FILE.                                                   CVVPR4.2
011300     COPY CCVSENV.                                                CVVPR4.2
011400 FD  REPO-FILE.                                                   CVVPR4.2
011500     COPY CCVSRPO.                                                CVVPR4.2
011600 FD  ARCH-FILE                                                    CVVPR4.2
011700     LABEL RECORDS STANDARD.                                      CVVPR4.2
011800*    SAME SHAPE AS AUDIT-ARCH-REC IN CCVSHFD.                     CVVPR4.2
011900 01  VPR-ARCH-REC             PIC X(95).                          CVVPR4.2
012000 FD  IOERR-FILE                                                   CVVPR4.2
012100     LABEL RECORDS STANDARD.                                      CVVPR4.2
012200*    SAME SHAPE AS IOERR-REC IN SQ216A.                           CVVPR4.2
012300 01  VPR-IOE-REC.                                                 CVVPR4.2
012400     05  IOE-PAR-NAME         PIC X(20).                          CVVPR4.2
012500     05  FILLER               PIC X.                              CVVPR4.2
012600     05  IOE-OPERATION        PIC X(7).                           CVVPR4.2
012700     05  FILLER               PIC X.                              CVVPR4.2
012800     05  IOE-STATUS           PIC XX.                             CVVPR4.2
012900     05  FILLER               PIC X.                              CVVPR4.2
013000     05  IOE-RECNO            PIC 9(6).                           CVVPR4.2
013100     05  FILLER               PIC X.                              CVVPR4.2
013200     05  IOE-DATE             PIC 9(8).                           CVVPR4.2
013300     05  FILLER               PIC X.                              CVVPR4.2
013400     05  IOE-TIME             PIC 9(8).                           CVVPR4.2
013500 FD  DIFF-FILE                                                    CVVPR4.2
013600     LABEL RECORDS STANDARD.                                      CVVPR4.2
013700 01  VPR-DIFF-REC             PIC X(120).                         CVVPR4.2
013800 FD  PKT-FILE                                                     CVVPR4.2
013900     LABEL RECORDS STANDARD.                                      CVVPR4.2
014000     COPY CCVSVPK.                                                CVVPR4.2
014100*    ONE RECORD PER PACKAGE PRODUCED, KEPT CUMULATIVELY.          CVVPR4.2
014200 FD  VLOG-FILE                                                    CVVPR4.2
014300     LABEL RECORDS STANDARD.                                      CVVPR4.2
014400 01  VPR-VLOG-REC.                                                CVVPR4.2
014500     05  VL-DATE              PIC 9(8).                           CVVPR4.2
014600     05  FILLER               PIC X.                              CVVPR4.2
014700     05  VL-TIME              PIC 9(8).                           CVVPR4.2
014800     05  FILLER               PIC X.                              CVVPR4.2
014900     05  VL-PGM-ID            PIC X(6).                           CVVPR4.2
015000     05  FILLER               PIC X.                              CVVPR4.2
015100     05  VL-TARGET-ID         PIC X(4).                           CVVPR4.2
015200     05  FILLER               PIC X.                              CVVPR4.2
015300     05  VL-RUN-DATE          PIC 9(8).                           CVVPR4.2
015400     05  FILLER               PIC X.                              CVVPR4.2
015500     05  VL-RUN-TIME          PIC 9(8).                           CVVPR4.2
015600     05  FILLER               PIC X.                              CVVPR4.2
015700     05  VL-PAR-NAME          PIC X(20).                          CVVPR4.2
015800     05  FILLER               PIC X.                              CVVPR4.2
015900     05  VL-OPERATOR          PIC X(8).                           CVVPR4.2
016000     05  FILLER               PIC X.                              CVVPR4.2
016100     05  VL-FAIL-SEEN         PIC X.                              CVVPR4.2
016200     05  FILLER               PIC X.                              CVVPR4.2
016300     05  VL-RECORDS           PIC 9(5).                           CVVPR4.2
016400     05  FILLER               PIC X.                              CVVPR4.2
016500     05  VL-REMARKS           PIC X(40).                          CVVPR4.2
016600 FD  PRINT-FILE                                                   CVVPR4.2
016700     LABEL RECORDS STANDARD                                       CVVPR4.2
016800     DATA RECORD IS PRINT-REC.                                    CVVPR4.2
016900 01  PRINT-REC PICTURE X(120).                                    CVVPR4.2
017000 WORKING-STORAGE SECTION.                                         CVVPR4.2
017100 01  VPR-CTL-STATUS          PIC XX       VALUE SPACE.            CVVPR4.2
017200 01  VPR-RAW-STATUS          PIC XX       VALUE SPACE.            CVVPR4.2
017300 01  VPR-ENV-STATUS          PIC XX       VALUE SPACE.            CVVPR4.2
017400 01  VPR-RPO-STATUS          PIC XX       VALUE SPACE.            CVVPR4.2
017500 01  VPR-ARCH-STATUS         PIC XX       VALUE SPACE.            CVVPR4.2
017600 01  VPR-IOE-STATUS          PIC XX       VALUE SPACE.            CVVPR4.2
017700 01  VPR-DIF-STATUS          PIC XX       VALUE SPACE.            CVVPR4.2
017800 01  VPR-PKT-STATUS          PIC XX       VALUE SPACE.            CVVPR4.2
017900 01  VPR-EOF-SWITCH          PIC 9        VALUE ZERO.             CVVPR4.2
018000     88  VPR-AT-EOF                   VALUE 1.                    CVVPR4.2
018100 01  VPR-FAIL-SWITCH         PIC 9        VALUE ZERO.             CVVPR4.2
018200     88  VPR-FAIL-SEEN                VALUE 1.                    CVVPR4.2
018300 01  VPR-FULL-SWITCH         PIC 9        VALUE ZERO.             CVVPR4.2
018400     88  VPR-TABLE-FULL               VALUE 1.                    CVVPR4.2
018500 01  VPR-SQ216A-SWITCH       PIC 9        VALUE ZERO.             CVVPR4.2
018600     88  VPR-IS-SQ216A                VALUE 1.                    CVVPR4.2
018700 01  VPR-TODAY               PIC 9(8)     VALUE ZERO.             CVVPR4.2
018800 01  VPR-NOW                 PIC 9(8)     VALUE ZERO.             CVVPR4.2
018900 01  VPR-RUN-KEY.                                                 CVVPR4.2
019000     05  VPR-PGM-ID          PIC X(6)     VALUE SPACE.            CVVPR4.2
019100     05  VPR-TARGET-ID       PIC X(4)     VALUE SPACE.            CVVPR4.2
019200     05  VPR-RUN-STAMP.                                           CVVPR4.2
019300         10  VPR-DATE        PIC 9(8)     VALUE ZERO.             CVVPR4.2
019400         10  VPR-TIME        PIC 9(8)     VALUE ZERO.             CVVPR4.2
019500 01  VPR-PAR-NAME            PIC X(20)    VALUE SPACE.            CVVPR4.2
019600*    START OF THE PROGRAM'S NEXT RUN (ANY TARGET) -- THE END      CVVPR4.2
019700*    OF THE CCVSIOER WINDOW.  ALL NINES WHEN THERE IS NONE.       CVVPR4.2
019800 01  VPR-NEXT-STAMP.                                              CVVPR4.2
019900     05  VPR-NEXT-DATE       PIC 9(8)     VALUE ZERO.             CVVPR4.2
020000     05  VPR-NEXT-TIME       PIC 9(8)     VALUE ZERO.             CVVPR4.2
020100 01  VPR-RD-STAMP.                                                CVVPR4.2
020200     05  VPR-RD-DATE         PIC 9(8)     VALUE ZERO.             CVVPR4.2
020300     05  VPR-RD-TIME         PIC 9(8)     VALUE ZERO.             CVVPR4.2
020400 01  VPR-IOE-W-STAMP.                                             CVVPR4.2
020500     05  VPR-IOE-W-DATE      PIC 9(8)     VALUE ZERO.             CVVPR4.2
020600     05  VPR-IOE-W-TIME      PIC 9(8)     VALUE ZERO.             CVVPR4.2
020700*    FAILURE LINES.  A FAIL* RESULT LINE IS FOLLOWED BY THE       CVVPR4.2
020800*    FOUR LINES FAIL-ROUTINE (CCVSHPRC) PRINTS UNDER IT.          CVVPR4.2
020900 01  VPR-FOLLOW-LINES        PIC 9        VALUE ZERO.             CVVPR4.2
021000 01  VPR-AROUND              PIC 9(4) COMP VALUE 3.               CVVPR4.2
021100 01  VPR-PKT-TYPE            PIC XX       VALUE SPACE.            CVVPR4.2
021200 01  VPR-PKT-DATA            PIC X(160)   VALUE SPACE.            CVVPR4.2
021300 01  VPR-PKT-COUNT           PIC 9(5)     VALUE ZERO.             CVVPR4.2
021400 01  VPR-SECTION-COUNT       PIC 9(5) COMP VALUE ZERO.            CVVPR4.2
021500 01  VPR-PRT-COUNT           PIC 9(5) COMP VALUE ZERO.            CVVPR4.2
021600 01  VPR-AUD-PRINTED         PIC 9(5) COMP VALUE ZERO.            CVVPR4.2
021700 01  VPR-IOE-COUNT           PIC 9(5) COMP VALUE ZERO.            CVVPR4.2
021800 01  VPR-DIF-COUNT           PIC 9(5) COMP VALUE ZERO.            CVVPR4.2
021900 01  VPR-HIS-EVENTS          PIC 9(5) COMP VALUE ZERO.            CVVPR4.2
022000 01  VPR-SUB                 PIC 9(4) COMP VALUE ZERO.            CVVPR4.2
022100 01  VPR-LO                  PIC 9(4) COMP VALUE ZERO.            CVVPR4.2
022200 01  VPR-HI                  PIC 9(4) COMP VALUE ZERO.            CVVPR4.2
022300 01  VPR-FIRST-HIT           PIC 9(4) COMP VALUE ZERO.            CVVPR4.2
022400 01  VPR-LAST-HIT            PIC 9(4) COMP VALUE ZERO.            CVVPR4.2
022500*    THE RUN'S AUDIT EVENTS, IN ARCHIVE ORDER, SO THE ONES        CVVPR4.2
022600*    AROUND THE TEST CAN BE PRINTED WITH THEIR NEIGHBOURS.        CVVPR4.2
022700 01  VPR-AUD-COUNT           PIC 9(4) COMP VALUE ZERO.            CVVPR4.2
022800 01  VPR-AUD-TABLE.                                               CVVPR4.2
022900     05  VPR-AUD-ENTRY       PIC X(95) OCCURS 2000 TIMES.         CVVPR4.2
023000 01  VPR-AUD-W.                                                   CVVPR4.2
023100     05  AW-PGM-ID           PIC X(6).                            CVVPR4.2
023200     05  FILLER              PIC X.                               CVVPR4.2
023300     05  AW-TARGET-ID        PIC X(4).                            CVVPR4.2
023400     05  FILLER              PIC X.                               CVVPR4.2
023500     05  AW-RUN-DATE         PIC 9(8).                            CVVPR4.2
023600     05  FILLER              PIC X.                               CVVPR4.2
023700     05  AW-RUN-TIME         PIC 9(8).                            CVVPR4.2
023800     05  FILLER              PIC X.                               CVVPR4.2
023900     05  AW-PAR-NAME         PIC X(20).                           CVVPR4.2
024000     05  FILLER              PIC X.                               CVVPR4.2
024100     05  AW-FEATURE          PIC X(20).                           CVVPR4.2
024200     05  FILLER              PIC X.                               CVVPR4.2
024300     05  AW-OUTCOME          PIC X(5).                            CVVPR4.2
024400     05  FILLER              PIC X.                               CVVPR4.2
024500     05  AW-DATE             PIC 9(8).                            CVVPR4.2
024600     05  FILLER              PIC X.                               CVVPR4.2
024700     05  AW-TIME             PIC 9(8).                            CVVPR4.2
024800*    ONE ENTRY PER OTHER TARGET THE TEST HAS RUN ON.              CVVPR4.2
024900 01  VPR-HIS-COUNT           PIC 9(4) COMP VALUE ZERO.            CVVPR4.2
025000 01  VPR-HIS-FULL-SW         PIC 9        VALUE ZERO.             CVVPR4.2
025100     88  VPR-HIS-FULL                 VALUE 1.                    CVVPR4.2
025200 01  VPR-HIS-TABLE.                                               CVVPR4.2
025300     05  VPR-HIS-ENTRY       OCCURS 100 TIMES.                    CVVPR4.2
025400         10  VPR-H-TARGET-ID PIC X(4).                            CVVPR4.2
025500         10  VPR-H-EVENTS    PIC 9(5) COMP.                       CVVPR4.2
025600         10  VPR-H-PASS      PIC 9(5) COMP.                       CVVPR4.2
025700         10  VPR-H-FAIL      PIC 9(5) COMP.                       CVVPR4.2
025800         10  VPR-H-OTHER     PIC 9(5) COMP.                       CVVPR4.2
025900         10  VPR-H-LAST-STAMP.                                    CVVPR4.2
026000             15  VPR-H-LAST-DATE PIC 9(8).                        CVVPR4.2
026100             15  VPR-H-LAST-TIME PIC 9(8).                        CVVPR4.2
026200         10  VPR-H-LAST-OUTCOME PIC X(5).                         CVVPR4.2
026300 01  VPR-H-STAMP.                                                 CVVPR4.2
026400     05  VPR-H-STAMP-DATE    PIC 9(8).                            CVVPR4.2
026500     05  VPR-H-STAMP-TIME    PIC 9(8).                            CVVPR4.2
026600 01  VPR-HOLD-RAW            PIC X(82)    VALUE SPACE.            CVVPR4.2
026700 01  VPR-HDR-W.                                                   CVVPR4.2
026800     05  VPR-HDR-KEY         PIC X(26).                           CVVPR4.2
026900     05  VPR-HDR-PAR-NAME    PIC X(20).                           CVVPR4.2
027000     05  VPR-HDR-OPERATOR    PIC X(8).                            CVVPR4.2
027100     05  VPR-HDR-REMARKS     PIC X(40).                           CVVPR4.2
027200 01  VPR-H-1.                                                     CVVPR4.2
027300     02 FILLER PIC X(120) VALUE                                   CVVPR4.2
027400     "    CCVS85 VENDOR PROBLEM REPORT".                          CVVPR4.2
027500 01  VPR-H-2.                                                     CVVPR4.2
027600     02 FILLER             PIC X(14) VALUE "    PACKAGE   ".      CVVPR4.2
027700     02 VH-PKG-DATE-O      PIC 9(8).                              CVVPR4.2
027800     02 FILLER             PIC X     VALUE "-".                   CVVPR4.2
027900     02 VH-PKG-TIME-O      PIC 9(8).                              CVVPR4.2
028000     02 FILLER             PIC X(89) VALUE SPACE.                 CVVPR4.2
028100 01  VPR-H-3.                                                     CVVPR4.2
028200     02 FILLER             PIC X(14) VALUE "    PROGRAM   ".      CVVPR4.2
028300     02 VH-PGM-O           PIC X(6).                              CVVPR4.2
028400     02 FILLER             PIC X(10) VALUE "   TARGET ".          CVVPR4.2
028500     02 VH-TARGET-O        PIC X(4).                              CVVPR4.2
028600     02 FILLER             PIC X(7)  VALUE "   RUN ".             CVVPR4.2
028700     02 VH-DATE-O          PIC 9(8).                              CVVPR4.2
028800     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
028900     02 VH-TIME-O          PIC 9(8).                              CVVPR4.2
029000     02 FILLER             PIC X(62) VALUE SPACE.                 CVVPR4.2
029100 01  VPR-H-4.                                                     CVVPR4.2
029200     02 FILLER             PIC X(14) VALUE "    TEST      ".      CVVPR4.2
029300     02 VH-PAR-O           PIC X(20).                             CVVPR4.2
029400     02 FILLER             PIC X(86) VALUE SPACE.                 CVVPR4.2
029500 01  VPR-H-5.                                                     CVVPR4.2
029600     02 FILLER             PIC X(14) VALUE "    PREPARED  ".      CVVPR4.2
029700     02 VH-OPERATOR-O      PIC X(8).                              CVVPR4.2
029800     02 FILLER             PIC X(3)  VALUE SPACE.                 CVVPR4.2
029900     02 VH-REMARKS-O       PIC X(40).                             CVVPR4.2
030000     02 FILLER             PIC X(55) VALUE SPACE.                 CVVPR4.2
030100 01  VPR-SEC-LINE.                                                CVVPR4.2
030200     02 FILLER             PIC X(8)  VALUE "SECTION ".            CVVPR4.2
030300     02 VS-NUMBER-O        PIC 9.                                 CVVPR4.2
030400     02 FILLER             PIC X(2)  VALUE ". ".                  CVVPR4.2
030500     02 VS-TITLE-O         PIC X(60).                             CVVPR4.2
030600     02 FILLER             PIC X(49) VALUE SPACE.                 CVVPR4.2
030700 01  VPR-NONE-LINE.                                               CVVPR4.2
030800     02 FILLER             PIC X(4)  VALUE SPACE.                 CVVPR4.2
030900     02 VN-TEXT-O          PIC X(116).                            CVVPR4.2
031000 01  VPR-R-1.                                                     CVVPR4.2
031100     02 FILLER             PIC X(10) VALUE "    TESTS ".          CVVPR4.2
031200     02 VR-TESTS-O         PIC ZZZ9.                              CVVPR4.2
031300     02 FILLER             PIC X(5)  VALUE "  OK ".               CVVPR4.2
031400     02 VR-OK-O            PIC ZZZZZ9.                            CVVPR4.2
031500     02 FILLER             PIC X(6)  VALUE "  ALL ".              CVVPR4.2
031600     02 VR-ALL-O           PIC ZZZZZ9.                            CVVPR4.2
031700     02 FILLER             PIC X(7)  VALUE "  FAIL ".             CVVPR4.2
031800     02 VR-FAIL-O          PIC ZZZZZ9.                            CVVPR4.2
031900     02 FILLER             PIC X(10) VALUE "  DELETED ".          CVVPR4.2
032000     02 VR-DELETED-O       PIC ZZZZZ9.                            CVVPR4.2
032100     02 FILLER             PIC X(10) VALUE "  INSPECT ".          CVVPR4.2
032200     02 VR-INSPECT-O       PIC ZZZZZ9.                            CVVPR4.2
032300     02 FILLER             PIC X(38) VALUE SPACE.                 CVVPR4.2
032400 01  VPR-R-2.                                                     CVVPR4.2
032500     02 FILLER             PIC X(10) VALUE "    NOTE  ".          CVVPR4.2
032600     02 VR-NOTE-O          PIC X(13).                             CVVPR4.2
032700     02 FILLER             PIC X(9)  VALUE "   ABORT ".           CVVPR4.2
032800     02 VR-ABORT-O         PIC X(8).                              CVVPR4.2
032900     02 FILLER             PIC X(80) VALUE SPACE.                 CVVPR4.2
033000 01  VPR-E-1.                                                     CVVPR4.2
033100     02 FILLER             PIC X(13) VALUE "    COMPILER ".       CVVPR4.2
033200     02 VE-COMPILER-O      PIC X(28).                             CVVPR4.2
033300     02 FILLER             PIC X(12) VALUE "   OS LEVEL ".        CVVPR4.2
033400     02 VE-OS-LEVEL-O      PIC X(20).                             CVVPR4.2
033500     02 FILLER             PIC X(47) VALUE SPACE.                 CVVPR4.2
033600 01  VPR-E-2.                                                     CVVPR4.2
033700     02 FILLER             PIC X(15) VALUE "    PAGE LIMIT ".     CVVPR4.2
033800     02 VE-PAGE-LIMIT-O    PIC ZZ9.                               CVVPR4.2
033900     02 FILLER             PIC X(9)  VALUE "   BLOCK ".           CVVPR4.2
034000     02 VE-BLOCK-O         PIC X.                                 CVVPR4.2
034100     02 FILLER             PIC X(12) VALUE "   BASELINE ".        CVVPR4.2
034200     02 VE-BASELINE-O      PIC X.                                 CVVPR4.2
034300     02 FILLER             PIC X(9)  VALUE "   RERUN ".           CVVPR4.2
034400     02 VE-RERUN-O         PIC X.                                 CVVPR4.2
034500     02 FILLER             PIC X(8)  VALUE "   RECS ".            CVVPR4.2
034600     02 VE-RECS-O          PIC ZZZZZ9.                            CVVPR4.2
034700     02 FILLER             PIC X(55) VALUE SPACE.                 CVVPR4.2
034800 01  VPR-A-1.                                                     CVVPR4.2
034900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVVPR4.2
035000     02 VA-MARK-O          PIC X(2).                              CVVPR4.2
035100     02 VA-PAR-O           PIC X(20).                             CVVPR4.2
035200     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
035300     02 VA-FEATURE-O       PIC X(20).                             CVVPR4.2
035400     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
035500     02 VA-OUTCOME-O       PIC X(5).                              CVVPR4.2
035600     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
035700     02 VA-DATE-O          PIC 9(8).                              CVVPR4.2
035800     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
035900     02 VA-TIME-O          PIC 9(8).                              CVVPR4.2
036000     02 FILLER             PIC X(51) VALUE SPACE.                 CVVPR4.2
036100 01  VPR-I-1.                                                     CVVPR4.2
036200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVVPR4.2
036300     02 VI-MARK-O          PIC X(2).                              CVVPR4.2
036400     02 VI-PAR-O           PIC X(20).                             CVVPR4.2
036500     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
036600     02 VI-OPERATION-O     PIC X(7).                              CVVPR4.2
036700     02 FILLER             PIC X(8)  VALUE " STATUS ".            CVVPR4.2
036800     02 VI-STATUS-O        PIC XX.                                CVVPR4.2
036900     02 FILLER             PIC X(8)  VALUE " RECORD ".            CVVPR4.2
037000     02 VI-RECNO-O         PIC ZZZZZ9.                            CVVPR4.2
037100     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
037200     02 VI-DATE-O          PIC 9(8).                              CVVPR4.2
037300     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
037400     02 VI-TIME-O          PIC 9(8).                              CVVPR4.2
037500     02 FILLER             PIC X(46) VALUE SPACE.                 CVVPR4.2
037600 01  VPR-Y-0.                                                     CVVPR4.2
037700     02 FILLER PIC X(61) VALUE                                    CVVPR4.2
037800     "    TGT   EVENTS  PASSED  FAILED   OTHER  LAST RUN".        CVVPR4.2
037900     02 FILLER PIC X(59) VALUE "OUTCOME".                         CVVPR4.2
038000 01  VPR-Y-1.                                                     CVVPR4.2
038100     02 FILLER             PIC X(4)  VALUE SPACE.                 CVVPR4.2
038200     02 VY-TARGET-O        PIC X(4).                              CVVPR4.2
038300     02 FILLER             PIC X(2)  VALUE SPACE.                 CVVPR4.2
038400     02 VY-EVENTS-O        PIC ZZZZZ9.                            CVVPR4.2
038500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVVPR4.2
038600     02 VY-PASS-O          PIC ZZZZZ9.                            CVVPR4.2
038700     02 FILLER             PIC X(2)  VALUE SPACE.                 CVVPR4.2
038800     02 VY-FAIL-O          PIC ZZZZZ9.                            CVVPR4.2
038900     02 FILLER             PIC X(2)  VALUE SPACE.                 CVVPR4.2
039000     02 VY-OTHER-O         PIC ZZZZZ9.                            CVVPR4.2
039100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVVPR4.2
039200     02 VY-DATE-O          PIC 9(8).                              CVVPR4.2
039300     02 FILLER             PIC X     VALUE SPACE.                 CVVPR4.2
039400     02 VY-TIME-O          PIC 9(8).                              CVVPR4.2
039500     02 FILLER             PIC X(2)  VALUE SPACE.                 CVVPR4.2
039600     02 VY-OUTCOME-O       PIC X(5).                              CVVPR4.2
039700     02 FILLER             PIC X(54) VALUE SPACE.                 CVVPR4.2
039800 01  VPR-T-1.                                                     CVVPR4.2
039900     02 FILLER             PIC X(4)  VALUE SPACE.                 CVVPR4.2
040000     02 VT-LABEL-O         PIC X(40).                             CVVPR4.2
040100     02 VT-COUNT-O         PIC ZZZZ9.                             CVVPR4.2
040200     02 FILLER             PIC X(71) VALUE SPACE.                 CVVPR4.2
040300 PROCEDURE DIVISION.                                              CVVPR4.2
040400 0000-MAINLINE SECTION.                                           CVVPR4.2
040500 0000-START.                                                      CVVPR4.2
040600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVVPR4.2
040700     PERFORM 2000-RUN-SUMMARY THRU 2000-EXIT.                     CVVPR4.2
040800     PERFORM 2100-ENVIRONMENT THRU 2100-EXIT.                     CVVPR4.2
040900     PERFORM 2200-PRINTOUT THRU 2200-EXIT.                        CVVPR4.2
041000     PERFORM 2300-AUDIT-EVENTS THRU 2300-EXIT.                    CVVPR4.2
041100     PERFORM 2400-IO-ERRORS THRU 2400-EXIT.                       CVVPR4.2
041200     PERFORM 2500-SQ-FS1-DIFF THRU 2500-EXIT.                     CVVPR4.2
041300     PERFORM 2600-HISTORY THRU 2600-EXIT.                         CVVPR4.2
041400     PERFORM 3000-FINISH THRU 3000-EXIT.                          CVVPR4.2
041500     STOP RUN.                                                    CVVPR4.2
041600*    NOTHING IS WRITTEN UNTIL THE CARD IS GOOD AND THE RUN IS     CVVPR4.2
041700*    KNOWN TO RAW-DATA.                                           CVVPR4.2
041800 1000-INITIALIZE.                                                 CVVPR4.2
041900     OPEN INPUT CTL-FILE.                                         CVVPR4.2
042000     IF VPR-CTL-STATUS NOT EQUAL TO "00"                          CVVPR4.2
042100         DISPLAY "CCVSVPR - NO CONTROL CARD - STATUS "            CVVPR4.2
042200             VPR-CTL-STATUS                                       CVVPR4.2
042300         MOVE 8 TO RETURN-CODE                                    CVVPR4.2
042400         STOP RUN.                                                CVVPR4.2
042500     READ CTL-FILE AT END                                         CVVPR4.2
042600         MOVE SPACE TO VPR-CTL-REC.                               CVVPR4.2
042700     CLOSE CTL-FILE.                                              CVVPR4.2
042800     IF VC-PGM-ID EQUAL TO SPACE                                  CVVPR4.2
042900             OR VC-TARGET-ID EQUAL TO SPACE                       CVVPR4.2
043000             OR VC-DATE NOT NUMERIC                               CVVPR4.2
043100             OR VC-PAR-NAME EQUAL TO SPACE                        CVVPR4.2
043200         DISPLAY "CCVSVPR - CARD NEEDS PROGRAM, TARGET, RUN DATE "CVVPR4.2
043300             "AND PAR-NAME"                                       CVVPR4.2
043400         MOVE 8 TO RETURN-CODE                                    CVVPR4.2
043500         STOP RUN.                                                CVVPR4.2
043600     MOVE VC-PGM-ID    TO VPR-PGM-ID.                             CVVPR4.2
043700     MOVE VC-TARGET-ID TO VPR-TARGET-ID.                          CVVPR4.2
043800     MOVE VC-DATE      TO VPR-DATE.                               CVVPR4.2
043900     IF VC-TIME NOT EQUAL TO SPACE AND VC-TIME-N NUMERIC          CVVPR4.2
044000         MOVE VC-TIME-N TO VPR-TIME.                              CVVPR4.2
044100     MOVE VC-PAR-NAME  TO VPR-PAR-NAME.                           CVVPR4.2
044200     IF VPR-PGM-ID EQUAL TO "SQ216A"                              CVVPR4.2
044300         MOVE 1 TO VPR-SQ216A-SWITCH.                             CVVPR4.2
044400     OPEN INPUT RAW-DATA.                                         CVVPR4.2
044500     IF VPR-RAW-STATUS NOT EQUAL TO "00"                          CVVPR4.2
044600         DISPLAY "CCVSVPR - CCVSRAW UNAVAILABLE - STATUS "        CVVPR4.2
044700             VPR-RAW-STATUS                                       CVVPR4.2
044800         MOVE 8 TO RETURN-CODE                                    CVVPR4.2
044900         STOP RUN.                                                CVVPR4.2
045000     PERFORM 1100-FIND-RUN THRU 1100-EXIT.                        CVVPR4.2
045100     MOVE RAW-DATA-SATZ TO VPR-HOLD-RAW.                          CVVPR4.2
045200     MOVE C-NO-OF-TESTS TO VR-TESTS-O.                            CVVPR4.2
045300     MOVE C-OK          TO VR-OK-O.                               CVVPR4.2
045400     MOVE C-ALL         TO VR-ALL-O.                              CVVPR4.2
045500     MOVE C-FAIL        TO VR-FAIL-O.                             CVVPR4.2
045600     MOVE C-DELETED     TO VR-DELETED-O.                          CVVPR4.2
045700     MOVE C-INSPECT     TO VR-INSPECT-O.                          CVVPR4.2
045800     MOVE C-NOTE        TO VR-NOTE-O.                             CVVPR4.2
045900     MOVE C-ABORT       TO VR-ABORT-O.                            CVVPR4.2
046000     MOVE ALL "9" TO VPR-NEXT-STAMP.                              CVVPR4.2
046100     IF VPR-IS-SQ216A                                             CVVPR4.2
046200         PERFORM 1200-NEXT-RUN THRU 1200-EXIT.                    CVVPR4.2
046300     CLOSE RAW-DATA.                                              CVVPR4.2
046400     ACCEPT VPR-TODAY FROM DATE YYYYMMDD.                         CVVPR4.2
046500     ACCEPT VPR-NOW FROM TIME.                                    CVVPR4.2
046600     OPEN OUTPUT PKT-FILE.                                        CVVPR4.2
046700     IF VPR-PKT-STATUS NOT EQUAL TO "00"                          CVVPR4.2
046800         DISPLAY "CCVSVPR - CANNOT OPEN CCVSVPKT - STATUS "       CVVPR4.2
046900             VPR-PKT-STATUS                                       CVVPR4.2
047000         MOVE 8 TO RETURN-CODE                                    CVVPR4.2
047100         STOP RUN.                                                CVVPR4.2
047200     OPEN OUTPUT PRINT-FILE.                                      CVVPR4.2
047300     PERFORM 1300-COVER THRU 1300-EXIT.                           CVVPR4.2
047400 1000-EXIT. EXIT.                                                 CVVPR4.2
047500*    WITHOUT A TIME ON THE CARD THE FIRST RUN OF THE DATE IS      CVVPR4.2
047600*    TAKEN, AS CCVSRPRT DOES.                                     CVVPR4.2
047700 1100-FIND-RUN.                                                   CVVPR4.2
047800     MOVE VPR-PGM-ID    TO RD-PGM-ID.                             CVVPR4.2
047900     MOVE VPR-TARGET-ID TO RD-TARGET-ID.                          CVVPR4.2
048000     MOVE VPR-DATE      TO C-DATE.                                CVVPR4.2
048100     MOVE VPR-TIME      TO C-TIME.                                CVVPR4.2
048200     IF VPR-TIME EQUAL TO ZERO                                    CVVPR4.2
048300         GO TO 1100-FIRST-OF-DAY.                                 CVVPR4.2
048400     READ RAW-DATA INVALID KEY                                    CVVPR4.2
048500         GO TO 1100-NO-RUN.                                       CVVPR4.2
048600     GO TO 1100-EXIT.                                             CVVPR4.2
048700 1100-FIRST-OF-DAY.                                               CVVPR4.2
048800     START RAW-DATA KEY IS NOT LESS THAN RAW-DATA-KEY             CVVPR4.2
048900         INVALID KEY GO TO 1100-NO-RUN.                           CVVPR4.2
049000     READ RAW-DATA NEXT RECORD AT END                             CVVPR4.2
049100         GO TO 1100-NO-RUN.                                       CVVPR4.2
049200     IF RD-PGM-ID NOT EQUAL TO VPR-PGM-ID                         CVVPR4.2
049300             OR RD-TARGET-ID NOT EQUAL TO VPR-TARGET-ID           CVVPR4.2
049400             OR C-DATE NOT EQUAL TO VPR-DATE                      CVVPR4.2
049500         GO TO 1100-NO-RUN.                                       CVVPR4.2
049600     MOVE C-TIME TO VPR-TIME.                                     CVVPR4.2
049700     GO TO 1100-EXIT.                                             CVVPR4.2
049800 1100-NO-RUN.                                                     CVVPR4.2
049900     DISPLAY "CCVSVPR - RUN NOT ON RAW-DATA - " VPR-PGM-ID " "    CVVPR4.2
050000         VPR-TARGET-ID " " VPR-DATE " " VPR-TIME.                 CVVPR4.2
050100     CLOSE RAW-DATA.                                              CVVPR4.2
050200     MOVE 8 TO RETURN-CODE.                                       CVVPR4.2
050300     STOP RUN.                                                    CVVPR4.2
050400 1100-EXIT. EXIT.                                                 CVVPR4.2
050500*    THE EARLIEST RUN OF THE PROGRAM, ON ANY TARGET, AFTER THIS   CVVPR4.2
050600*    ONE CLOSES THE CCVSIOER WINDOW.                              CVVPR4.2
050700 1200-NEXT-RUN.                                                   CVVPR4.2
050800     MOVE VPR-PGM-ID TO RD-PGM-ID.                                CVVPR4.2
050900     MOVE LOW-VALUE  TO RD-TARGET-ID.                             CVVPR4.2
051000     MOVE ZERO       TO C-DATE.                                   CVVPR4.2
051100     MOVE ZERO       TO C-TIME.                                   CVVPR4.2
051200     START RAW-DATA KEY IS NOT LESS THAN RAW-DATA-KEY             CVVPR4.2
051300         INVALID KEY GO TO 1200-EXIT.                             CVVPR4.2
051400     MOVE ZERO TO VPR-EOF-SWITCH.                                 CVVPR4.2
051500     PERFORM 1210-NEXT-ONE THRU 1210-EXIT                         CVVPR4.2
051600         UNTIL VPR-AT-EOF.                                        CVVPR4.2
051700 1200-EXIT. EXIT.                                                 CVVPR4.2
051800 1210-NEXT-ONE.                                                   CVVPR4.2
051900     READ RAW-DATA NEXT RECORD AT END                             CVVPR4.2
052000         MOVE 1 TO VPR-EOF-SWITCH                                 CVVPR4.2
052100         GO TO 1210-EXIT.                                         CVVPR4.2
052200     IF RD-PGM-ID NOT EQUAL TO VPR-PGM-ID                         CVVPR4.2
052300         MOVE 1 TO VPR-EOF-SWITCH                                 CVVPR4.2
052400         GO TO 1210-EXIT.                                         CVVPR4.2
052500     MOVE C-DATE TO VPR-RD-DATE.                                  CVVPR4.2
052600     MOVE C-TIME TO VPR-RD-TIME.                                  CVVPR4.2
052700     IF VPR-RD-STAMP GREATER THAN VPR-RUN-STAMP                   CVVPR4.2
052800             AND VPR-RD-STAMP LESS THAN VPR-NEXT-STAMP            CVVPR4.2
052900         MOVE VPR-RD-STAMP TO VPR-NEXT-STAMP.                     CVVPR4.2
053000 1210-EXIT. EXIT.                                                 CVVPR4.2
053100 1300-COVER.                                                      CVVPR4.2
053200     MOVE VPR-TODAY     TO VH-PKG-DATE-O.                         CVVPR4.2
053300     MOVE VPR-NOW       TO VH-PKG-TIME-O.                         CVVPR4.2
053400     MOVE VPR-PGM-ID    TO VH-PGM-O.                              CVVPR4.2
053500     MOVE VPR-TARGET-ID TO VH-TARGET-O.                           CVVPR4.2
053600     MOVE VPR-DATE      TO VH-DATE-O.                             CVVPR4.2
053700     MOVE VPR-TIME      TO VH-TIME-O.                             CVVPR4.2
053800     MOVE VPR-PAR-NAME  TO VH-PAR-O.                              CVVPR4.2
053900     MOVE VC-OPERATOR   TO VH-OPERATOR-O.                         CVVPR4.2
054000     MOVE VC-REMARKS    TO VH-REMARKS-O.                          CVVPR4.2
054100     MOVE VPR-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
054200     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVVPR4.2
054300     MOVE VPR-H-2 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
054400     MOVE VPR-H-3 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
054500     MOVE VPR-H-4 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
054600     MOVE VPR-H-5 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
054700     MOVE VPR-RUN-KEY   TO VPR-HDR-KEY.                           CVVPR4.2
054800     MOVE VPR-PAR-NAME  TO VPR-HDR-PAR-NAME.                      CVVPR4.2
054900     MOVE VC-OPERATOR   TO VPR-HDR-OPERATOR.                      CVVPR4.2
055000     MOVE VC-REMARKS    TO VPR-HDR-REMARKS.                       CVVPR4.2
055100     MOVE "HD" TO VPR-PKT-TYPE.                                   CVVPR4.2
055200     MOVE VPR-HDR-W TO VPR-PKT-DATA.                              CVVPR4.2
055300     PERFORM 8100-PKT-WRITE THRU 8100-EXIT.                       CVVPR4.2
055400 1300-EXIT. EXIT.                                                 CVVPR4.2
055500 2000-RUN-SUMMARY.                                                CVVPR4.2
055600     MOVE 1 TO VS-NUMBER-O.                                       CVVPR4.2
055700     MOVE "RUN SUMMARY (RAW-DATA)" TO VS-TITLE-O.                 CVVPR4.2
055800     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.                    CVVPR4.2
055900     MOVE VPR-R-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
056000     MOVE VPR-R-2 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
056100     MOVE "RD" TO VPR-PKT-TYPE.                                   CVVPR4.2
056200     MOVE VPR-HOLD-RAW TO VPR-PKT-DATA.                           CVVPR4.2
056300     PERFORM 8100-PKT-WRITE THRU 8100-EXIT.                       CVVPR4.2
056400 2000-EXIT. EXIT.                                                 CVVPR4.2
056500 2100-ENVIRONMENT.                                                CVVPR4.2
056600     MOVE 2 TO VS-NUMBER-O.                                       CVVPR4.2
056700     MOVE "ENVIRONMENT SNAPSHOT (CCVSENVS)" TO VS-TITLE-O.        CVVPR4.2
056800     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.                    CVVPR4.2
056900     OPEN INPUT ENVS-FILE.                                        CVVPR4.2
057000     IF VPR-ENV-STATUS NOT EQUAL TO "00"                          CVVPR4.2
057100         MOVE "NOT AVAILABLE -- CCVSENVS COULD NOT BE OPENED"     CVVPR4.2
057200             TO VN-TEXT-O                                         CVVPR4.2
057300         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
057400         GO TO 2100-EXIT.                                         CVVPR4.2
057500     MOVE VPR-RUN-KEY TO ENV-SNAP-KEY.                            CVVPR4.2
057600     READ ENVS-FILE INVALID KEY                                   CVVPR4.2
057700         MOVE "NO SNAPSHOT ON FILE FOR THIS RUN" TO VN-TEXT-O     CVVPR4.2
057800         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
057900         CLOSE ENVS-FILE                                          CVVPR4.2
058000         GO TO 2100-EXIT.                                         CVVPR4.2
058100     MOVE ES-COMPILER   TO VE-COMPILER-O.                         CVVPR4.2
058200     MOVE ES-OS-LEVEL   TO VE-OS-LEVEL-O.                         CVVPR4.2
058300     MOVE ES-PAGE-LIMIT TO VE-PAGE-LIMIT-O.                       CVVPR4.2
058400     MOVE ES-BLOCK      TO VE-BLOCK-O.                            CVVPR4.2
058500     MOVE ES-BASELINE   TO VE-BASELINE-O.                         CVVPR4.2
058600     MOVE ES-RERUN      TO VE-RERUN-O.                            CVVPR4.2
058700     MOVE ES-RECS       TO VE-RECS-O.                             CVVPR4.2
058800     MOVE VPR-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
058900     MOVE VPR-E-2 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
059000     MOVE "EN" TO VPR-PKT-TYPE.                                   CVVPR4.2
059100     MOVE ENV-SNAP-SATZ TO VPR-PKT-DATA.                          CVVPR4.2
059200     PERFORM 8100-PKT-WRITE THRU 8100-EXIT.                       CVVPR4.2
059300     CLOSE ENVS-FILE.                                             CVVPR4.2
059400 2100-EXIT. EXIT.                                                 CVVPR4.2
059500*    EVERY PRINTOUT LINE CARRYING THE TEST'S PAR-NAME, EACH       CVVPR4.2
059600*    FAIL* LINE WITH THE LINES PRINTED UNDER IT.                  CVVPR4.2
059700 2200-PRINTOUT.                                                   CVVPR4.2
059800     MOVE 3 TO VS-NUMBER-O.                                       CVVPR4.2
059900     MOVE "THE TEST'S LINES FROM THE RUN'S PRINTOUT (CCVSRPOS)"   CVVPR4.2
060000         TO VS-TITLE-O.                                           CVVPR4.2
060100     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.                    CVVPR4.2
060200     OPEN INPUT REPO-FILE.                                        CVVPR4.2
060300     IF VPR-RPO-STATUS NOT EQUAL TO "00"                          CVVPR4.2
060400         MOVE "NOT AVAILABLE -- CCVSRPOS COULD NOT BE OPENED"     CVVPR4.2
060500             TO VN-TEXT-O                                         CVVPR4.2
060600         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
060700         GO TO 2200-EXIT.                                         CVVPR4.2
060800     MOVE VPR-PGM-ID    TO RR-PGM-ID.                             CVVPR4.2
060900     MOVE VPR-TARGET-ID TO RR-TARGET-ID.                          CVVPR4.2
061000     MOVE VPR-DATE      TO RR-DATE.                               CVVPR4.2
061100     MOVE VPR-TIME      TO RR-TIME.                               CVVPR4.2
061200     MOVE ZERO          TO RR-LINE-NO.                            CVVPR4.2
061300     MOVE ZERO TO VPR-SECTION-COUNT.                              CVVPR4.2
061400     START REPO-FILE KEY IS NOT LESS THAN REPORT-REPO-KEY         CVVPR4.2
061500         INVALID KEY CLOSE REPO-FILE                              CVVPR4.2
061600         GO TO 2200-NONE.                                         CVVPR4.2
061700     MOVE ZERO TO VPR-EOF-SWITCH.                                 CVVPR4.2
061800     MOVE ZERO TO VPR-FOLLOW-LINES.                               CVVPR4.2
061900     PERFORM 2210-LINE THRU 2210-EXIT                             CVVPR4.2
062000         UNTIL VPR-AT-EOF.                                        CVVPR4.2
062100     CLOSE REPO-FILE.                                             CVVPR4.2
062200     IF VPR-PRT-COUNT GREATER THAN ZERO                           CVVPR4.2
062300         GO TO 2200-EXIT.                                         CVVPR4.2
062400 2200-NONE.                                                       CVVPR4.2
062500     MOVE "NO PRINTOUT KEPT FOR THIS RUN -- PURGED, OR TOO OLD"   CVVPR4.2
062600         TO VN-TEXT-O.                                            CVVPR4.2
062700     IF VPR-SECTION-COUNT GREATER THAN ZERO                       CVVPR4.2
062800         MOVE "THE TEST PRINTED NO LINES IN THIS RUN'S PRINTOUT"  CVVPR4.2
062900             TO VN-TEXT-O.                                        CVVPR4.2
063000     PERFORM 8010-NONE-LINE THRU 8010-EXIT.                       CVVPR4.2
063100 2200-EXIT. EXIT.                                                 CVVPR4.2
063200 2210-LINE.                                                       CVVPR4.2
063300     READ REPO-FILE NEXT RECORD AT END                            CVVPR4.2
063400         MOVE 1 TO VPR-EOF-SWITCH                                 CVVPR4.2
063500         GO TO 2210-EXIT.                                         CVVPR4.2
063600     IF RR-PGM-ID NOT EQUAL TO VPR-PGM-ID                         CVVPR4.2
063700             OR RR-TARGET-ID NOT EQUAL TO VPR-TARGET-ID           CVVPR4.2
063800             OR RR-DATE NOT EQUAL TO VPR-DATE                     CVVPR4.2
063900             OR RR-TIME NOT EQUAL TO VPR-TIME                     CVVPR4.2
064000         MOVE 1 TO VPR-EOF-SWITCH                                 CVVPR4.2
064100         GO TO 2210-EXIT.                                         CVVPR4.2
064200     ADD 1 TO VPR-SECTION-COUNT.                                  CVVPR4.2
064300     IF VPR-FOLLOW-LINES GREATER THAN ZERO                        CVVPR4.2
064400         SUBTRACT 1 FROM VPR-FOLLOW-LINES                         CVVPR4.2
064500         GO TO 2210-KEEP.                                         CVVPR4.2
064600     IF RR-LINE (29:20) NOT EQUAL TO VPR-PAR-NAME                 CVVPR4.2
064700         GO TO 2210-EXIT.                                         CVVPR4.2
064800     IF RR-LINE (23:5) EQUAL TO "FAIL*"                           CVVPR4.2
064900         MOVE 1 TO VPR-FAIL-SWITCH                                CVVPR4.2
065000         MOVE 4 TO VPR-FOLLOW-LINES.                              CVVPR4.2
065100 2210-KEEP.                                                       CVVPR4.2
065200     MOVE RR-LINE TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
065300     ADD 1 TO VPR-PRT-COUNT.                                      CVVPR4.2
065400     MOVE "PR" TO VPR-PKT-TYPE.                                   CVVPR4.2
065500     MOVE REPORT-REPO-SATZ TO VPR-PKT-DATA.                       CVVPR4.2
065600     PERFORM 8100-PKT-WRITE THRU 8100-EXIT.                       CVVPR4.2
065700 2210-EXIT. EXIT.                                                 CVVPR4.2
065800*    THE RUN'S EVENTS ARE LOADED IN ARCHIVE ORDER; THOSE FROM     CVVPR4.2
065900*    VPR-AROUND BEFORE THE TEST'S FIRST EVENT TO VPR-AROUND       CVVPR4.2
066000*    AFTER ITS LAST ARE PRINTED, THE TEST'S OWN MARKED "*".       CVVPR4.2
066100 2300-AUDIT-EVENTS.                                               CVVPR4.2
066200     MOVE 4 TO VS-NUMBER-O.                                       CVVPR4.2
066300     MOVE "AUDIT EVENTS AROUND THE TEST (CCVSAUDA)" TO VS-TITLE-O.CVVPR4.2
066400     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.                    CVVPR4.2
066500     OPEN INPUT ARCH-FILE.                                        CVVPR4.2
066600     IF VPR-ARCH-STATUS NOT EQUAL TO "00"                         CVVPR4.2
066700         MOVE "NOT AVAILABLE -- CCVSAUDA COULD NOT BE OPENED"     CVVPR4.2
066800             TO VN-TEXT-O                                         CVVPR4.2
066900         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
067000         GO TO 2300-EXIT.                                         CVVPR4.2
067100     MOVE ZERO TO VPR-EOF-SWITCH.                                 CVVPR4.2
067200     PERFORM 2310-LOAD THRU 2310-EXIT                             CVVPR4.2
067300         UNTIL VPR-AT-EOF.                                        CVVPR4.2
067400     CLOSE ARCH-FILE.                                             CVVPR4.2
067500     PERFORM 2320-FIND-TEST THRU 2320-EXIT                        CVVPR4.2
067600         VARYING VPR-SUB FROM 1 BY 1                              CVVPR4.2
067700         UNTIL VPR-SUB GREATER THAN VPR-AUD-COUNT.                CVVPR4.2
067800     IF VPR-FIRST-HIT EQUAL TO ZERO                               CVVPR4.2
067900         MOVE "THE TEST HAS NO AUDIT EVENT IN THIS RUN"           CVVPR4.2
068000             TO VN-TEXT-O.                                        CVVPR4.2
068100     IF VPR-AUD-COUNT EQUAL TO ZERO                               CVVPR4.2
068200         MOVE "NO AUDIT EVENTS ARCHIVED FOR THIS RUN"             CVVPR4.2
068300             TO VN-TEXT-O.                                        CVVPR4.2
068400     IF VPR-FIRST-HIT EQUAL TO ZERO                               CVVPR4.2
068500         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
068600         GO TO 2300-EXIT.                                         CVVPR4.2
068700     MOVE 1 TO VPR-LO.                                            CVVPR4.2
068800     IF VPR-FIRST-HIT GREATER THAN VPR-AROUND                     CVVPR4.2
068900         SUBTRACT VPR-AROUND FROM VPR-FIRST-HIT GIVING VPR-LO.    CVVPR4.2
069000     ADD VPR-AROUND TO VPR-LAST-HIT GIVING VPR-HI.                CVVPR4.2
069100     IF VPR-HI GREATER THAN VPR-AUD-COUNT                         CVVPR4.2
069200         MOVE VPR-AUD-COUNT TO VPR-HI.                            CVVPR4.2
069300     PERFORM 2330-PRINT-EVENT THRU 2330-EXIT                      CVVPR4.2
069400         VARYING VPR-SUB FROM VPR-LO BY 1                         CVVPR4.2
069500         UNTIL VPR-SUB GREATER THAN VPR-HI.                       CVVPR4.2
069600     IF VPR-TABLE-FULL                                            CVVPR4.2
069700         MOVE "ONLY THE RUN'S FIRST 2000 EVENTS WERE EXAMINED"    CVVPR4.2
069800             TO VN-TEXT-O                                         CVVPR4.2
069900         PERFORM 8010-NONE-LINE THRU 8010-EXIT.                   CVVPR4.2
070000 2300-EXIT. EXIT.                                                 CVVPR4.2
070100 2310-LOAD.                                                       CVVPR4.2
070200     READ ARCH-FILE INTO VPR-AUD-W AT END                         CVVPR4.2
070300         MOVE 1 TO VPR-EOF-SWITCH                                 CVVPR4.2
070400         GO TO 2310-EXIT.                                         CVVPR4.2
070500     IF AW-PGM-ID NOT EQUAL TO VPR-PGM-ID                         CVVPR4.2
070600             OR AW-TARGET-ID NOT EQUAL TO VPR-TARGET-ID           CVVPR4.2
070700             OR AW-RUN-DATE NOT EQUAL TO VPR-DATE                 CVVPR4.2
070800             OR AW-RUN-TIME NOT EQUAL TO VPR-TIME                 CVVPR4.2
070900         GO TO 2310-EXIT.                                         CVVPR4.2
071000     IF VPR-AUD-COUNT NOT LESS THAN 2000                          CVVPR4.2
071100         MOVE 1 TO VPR-FULL-SWITCH                                CVVPR4.2
071200         GO TO 2310-EXIT.                                         CVVPR4.2
071300     ADD 1 TO VPR-AUD-COUNT.                                      CVVPR4.2
071400     MOVE VPR-AUD-W TO VPR-AUD-ENTRY (VPR-AUD-COUNT).             CVVPR4.2
071500 2310-EXIT. EXIT.                                                 CVVPR4.2
071600 2320-FIND-TEST.                                                  CVVPR4.2
071700     MOVE VPR-AUD-ENTRY (VPR-SUB) TO VPR-AUD-W.                   CVVPR4.2
071800     IF AW-PAR-NAME NOT EQUAL TO VPR-PAR-NAME                     CVVPR4.2
071900         GO TO 2320-EXIT.                                         CVVPR4.2
072000     IF VPR-FIRST-HIT EQUAL TO ZERO                               CVVPR4.2
072100         MOVE VPR-SUB TO VPR-FIRST-HIT.                           CVVPR4.2
072200     MOVE VPR-SUB TO VPR-LAST-HIT.                                CVVPR4.2
072300     IF AW-OUTCOME EQUAL TO "FAIL*"                               CVVPR4.2
072400         MOVE 1 TO VPR-FAIL-SWITCH.                               CVVPR4.2
072500 2320-EXIT. EXIT.                                                 CVVPR4.2
072600 2330-PRINT-EVENT.                                                CVVPR4.2
072700     MOVE VPR-AUD-ENTRY (VPR-SUB) TO VPR-AUD-W.                   CVVPR4.2
072800     MOVE SPACE TO VA-MARK-O.                                     CVVPR4.2
072900     IF AW-PAR-NAME EQUAL TO VPR-PAR-NAME                         CVVPR4.2
073000         MOVE "*" TO VA-MARK-O.                                   CVVPR4.2
073100     MOVE AW-PAR-NAME TO VA-PAR-O.                                CVVPR4.2
073200     MOVE AW-FEATURE  TO VA-FEATURE-O.                            CVVPR4.2
073300     MOVE AW-OUTCOME  TO VA-OUTCOME-O.                            CVVPR4.2
073400     MOVE AW-DATE     TO VA-DATE-O.                               CVVPR4.2
073500     MOVE AW-TIME     TO VA-TIME-O.                               CVVPR4.2
073600     MOVE VPR-A-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
073700     ADD 1 TO VPR-AUD-PRINTED.                                    CVVPR4.2
073800     MOVE "AU" TO VPR-PKT-TYPE.                                   CVVPR4.2
073900     MOVE VPR-AUD-W TO VPR-PKT-DATA.                              CVVPR4.2
074000     PERFORM 8100-PKT-WRITE THRU 8100-EXIT.                       CVVPR4.2
074100 2330-EXIT. EXIT.                                                 CVVPR4.2
074200*    CCVSIOER IS SQ216A'S ALONE.  ITS ENTRIES FROM THE RUN'S      CVVPR4.2
074300*    START TO THE PROGRAM'S NEXT RUN BELONG TO THIS RUN.          CVVPR4.2
074400 2400-IO-ERRORS.                                                  CVVPR4.2
074500     MOVE 5 TO VS-NUMBER-O.                                       CVVPR4.2
074600     MOVE "I-O ERROR LOG ENTRIES DURING THE RUN (CCVSIOER)"       CVVPR4.2
074700         TO VS-TITLE-O.                                           CVVPR4.2
074800     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.                    CVVPR4.2
074900     IF NOT VPR-IS-SQ216A                                         CVVPR4.2
075000         MOVE "NOT APPLICABLE -- ONLY SQ216A LOGS TO CCVSIOER"    CVVPR4.2
075100             TO VN-TEXT-O                                         CVVPR4.2
075200         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
075300         GO TO 2400-EXIT.                                         CVVPR4.2
075400     OPEN INPUT IOERR-FILE.                                       CVVPR4.2
075500     IF VPR-IOE-STATUS NOT EQUAL TO "00"                          CVVPR4.2
075600         MOVE "NONE -- NO CCVSIOER ON FILE" TO VN-TEXT-O          CVVPR4.2
075700         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
075800         GO TO 2400-EXIT.                                         CVVPR4.2
075900     MOVE ZERO TO VPR-EOF-SWITCH.                                 CVVPR4.2
076000     PERFORM 2410-ENTRY THRU 2410-EXIT                            CVVPR4.2
076100         UNTIL VPR-AT-EOF.                                        CVVPR4.2
076200     CLOSE IOERR-FILE.                                            CVVPR4.2
076300     IF VPR-IOE-COUNT EQUAL TO ZERO                               CVVPR4.2
076400         MOVE "NONE LOGGED DURING THE RUN" TO VN-TEXT-O           CVVPR4.2
076500         PERFORM 8010-NONE-LINE THRU 8010-EXIT.                   CVVPR4.2
076600 2400-EXIT. EXIT.                                                 CVVPR4.2
076700 2410-ENTRY.                                                      CVVPR4.2
076800     READ IOERR-FILE AT END                                       CVVPR4.2
076900         MOVE 1 TO VPR-EOF-SWITCH                                 CVVPR4.2
077000         GO TO 2410-EXIT.                                         CVVPR4.2
077100     MOVE IOE-DATE TO VPR-IOE-W-DATE.                             CVVPR4.2
077200     MOVE IOE-TIME TO VPR-IOE-W-TIME.                             CVVPR4.2
077300     IF VPR-IOE-W-STAMP LESS THAN VPR-RUN-STAMP                   CVVPR4.2
077400             OR VPR-IOE-W-STAMP NOT LESS THAN VPR-NEXT-STAMP      CVVPR4.2
077500         GO TO 2410-EXIT.                                         CVVPR4.2
077600     MOVE SPACE TO VI-MARK-O.                                     CVVPR4.2
077700     IF IOE-PAR-NAME EQUAL TO VPR-PAR-NAME                        CVVPR4.2
077800         MOVE "*" TO VI-MARK-O.                                   CVVPR4.2
077900     MOVE IOE-PAR-NAME  TO VI-PAR-O.                              CVVPR4.2
078000     MOVE IOE-OPERATION TO VI-OPERATION-O.                        CVVPR4.2
078100     MOVE IOE-STATUS    TO VI-STATUS-O.                           CVVPR4.2
078200     MOVE IOE-RECNO     TO VI-RECNO-O.                            CVVPR4.2
078300     MOVE IOE-DATE      TO VI-DATE-O.                             CVVPR4.2
078400     MOVE IOE-TIME      TO VI-TIME-O.                             CVVPR4.2
078500     MOVE VPR-I-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
078600     ADD 1 TO VPR-IOE-COUNT.                                      CVVPR4.2
078700     MOVE "IO" TO VPR-PKT-TYPE.                                   CVVPR4.2
078800     MOVE VPR-IOE-REC TO VPR-PKT-DATA.                            CVVPR4.2
078900     PERFORM 8100-PKT-WRITE THRU 8100-EXIT.                       CVVPR4.2
079000 2410-EXIT. EXIT.                                                 CVVPR4.2
079100*    THE CCVSDIFP REPORT OF A CCVSDIF STEP RUN JUST AHEAD OF      CVVPR4.2
079200*    THIS ONE, COPIED LINE FOR LINE.                              CVVPR4.2
079300 2500-SQ-FS1-DIFF.                                                CVVPR4.2
079400     MOVE 6 TO VS-NUMBER-O.                                       CVVPR4.2
079500     MOVE "SQ-FS1 FIELD-LEVEL COMPARE (CCVSDIF)" TO VS-TITLE-O.   CVVPR4.2
079600     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.                    CVVPR4.2
079700     IF NOT VPR-IS-SQ216A                                         CVVPR4.2
079800         MOVE "NOT APPLICABLE -- SQ216A ONLY" TO VN-TEXT-O        CVVPR4.2
079900         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
080000         GO TO 2500-EXIT.                                         CVVPR4.2
080100     OPEN INPUT DIFF-FILE.                                        CVVPR4.2
080200     IF VPR-DIF-STATUS NOT EQUAL TO "00"                          CVVPR4.2
080300         MOVE "NOT SUPPLIED -- RUN CCVSDIF AHEAD OF THIS STEP"    CVVPR4.2
080400             TO VN-TEXT-O                                         CVVPR4.2
080500         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
080600         GO TO 2500-EXIT.                                         CVVPR4.2
080700     MOVE ZERO TO VPR-EOF-SWITCH.                                 CVVPR4.2
080800     PERFORM 2510-DIFF-LINE THRU 2510-EXIT                        CVVPR4.2
080900         UNTIL VPR-AT-EOF.                                        CVVPR4.2
081000     CLOSE DIFF-FILE.                                             CVVPR4.2
081100     IF VPR-DIF-COUNT EQUAL TO ZERO                               CVVPR4.2
081200         MOVE "CCVSDIFP IS EMPTY" TO VN-TEXT-O                    CVVPR4.2
081300         PERFORM 8010-NONE-LINE THRU 8010-EXIT.                   CVVPR4.2
081400 2500-EXIT. EXIT.                                                 CVVPR4.2
081500 2510-DIFF-LINE.                                                  CVVPR4.2
081600     READ DIFF-FILE AT END                                        CVVPR4.2
081700         MOVE 1 TO VPR-EOF-SWITCH                                 CVVPR4.2
081800         GO TO 2510-EXIT.                                         CVVPR4.2
081900     MOVE VPR-DIFF-REC TO PRINT-REC. WRITE PRINT-REC.             CVVPR4.2
082000     ADD 1 TO VPR-DIF-COUNT.                                      CVVPR4.2
082100     MOVE "DF" TO VPR-PKT-TYPE.                                   CVVPR4.2
082200     MOVE VPR-DIFF-REC TO VPR-PKT-DATA.                           CVVPR4.2
082300     PERFORM 8100-PKT-WRITE THRU 8100-EXIT.                       CVVPR4.2
082400 2510-EXIT. EXIT.                                                 CVVPR4.2
082500*    ONE LINE PER OTHER TARGET THE TEST HAS AN AUDIT EVENT ON,    CVVPR4.2
082600*    WITH THE OUTCOME OF ITS LATEST RUN THERE.                    CVVPR4.2
082700 2600-HISTORY.                                                    CVVPR4.2
082800     MOVE 7 TO VS-NUMBER-O.                                       CVVPR4.2
082900     MOVE "PASS/FAIL HISTORY ON OTHER TARGETS (CCVSAUDA)"         CVVPR4.2
083000         TO VS-TITLE-O.                                           CVVPR4.2
083100     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.                    CVVPR4.2
083200     OPEN INPUT ARCH-FILE.                                        CVVPR4.2
083300     IF VPR-ARCH-STATUS NOT EQUAL TO "00"                         CVVPR4.2
083400         MOVE "NOT AVAILABLE -- CCVSAUDA COULD NOT BE OPENED"     CVVPR4.2
083500             TO VN-TEXT-O                                         CVVPR4.2
083600         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
083700         GO TO 2600-EXIT.                                         CVVPR4.2
083800     MOVE ZERO TO VPR-EOF-SWITCH.                                 CVVPR4.2
083900     PERFORM 2610-EVENT THRU 2610-EXIT                            CVVPR4.2
084000         UNTIL VPR-AT-EOF.                                        CVVPR4.2
084100     CLOSE ARCH-FILE.                                             CVVPR4.2
084200     IF VPR-HIS-COUNT EQUAL TO ZERO                               CVVPR4.2
084300         MOVE "THE TEST HAS NOT RUN ON ANY OTHER TARGET"          CVVPR4.2
084400             TO VN-TEXT-O                                         CVVPR4.2
084500         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
084600         GO TO 2600-EXIT.                                         CVVPR4.2
084700     MOVE VPR-Y-0 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
084800     PERFORM 2630-TARGET-LINE THRU 2630-EXIT                      CVVPR4.2
084900         VARYING VPR-SUB FROM 1 BY 1                              CVVPR4.2
085000         UNTIL VPR-SUB GREATER THAN VPR-HIS-COUNT.                CVVPR4.2
085100     IF VPR-HIS-FULL                                              CVVPR4.2
085200         MOVE "MORE THAN 100 OTHER TARGETS -- THE REST NOT SHOWN" CVVPR4.2
085300             TO VN-TEXT-O                                         CVVPR4.2
085400         PERFORM 8010-NONE-LINE THRU 8010-EXIT.                   CVVPR4.2
085500 2600-EXIT. EXIT.                                                 CVVPR4.2
085600 2610-EVENT.                                                      CVVPR4.2
085700     READ ARCH-FILE INTO VPR-AUD-W AT END                         CVVPR4.2
085800         MOVE 1 TO VPR-EOF-SWITCH                                 CVVPR4.2
085900         GO TO 2610-EXIT.                                         CVVPR4.2
086000     IF AW-PGM-ID NOT EQUAL TO VPR-PGM-ID                         CVVPR4.2
086100             OR AW-PAR-NAME NOT EQUAL TO VPR-PAR-NAME             CVVPR4.2
086200             OR AW-TARGET-ID EQUAL TO VPR-TARGET-ID               CVVPR4.2
086300         GO TO 2610-EXIT.                                         CVVPR4.2
086400     PERFORM 2620-FIND-TARGET THRU 2620-EXIT                      CVVPR4.2
086500         VARYING VPR-SUB FROM 1 BY 1                              CVVPR4.2
086600         UNTIL VPR-SUB GREATER THAN VPR-HIS-COUNT                 CVVPR4.2
086700         OR VPR-H-TARGET-ID (VPR-SUB) EQUAL TO AW-TARGET-ID.      CVVPR4.2
086800     IF VPR-SUB GREATER THAN VPR-HIS-COUNT                        CVVPR4.2
086900             AND VPR-HIS-COUNT NOT LESS THAN 100                  CVVPR4.2
087000         MOVE 1 TO VPR-HIS-FULL-SW                                CVVPR4.2
087100         GO TO 2610-EXIT.                                         CVVPR4.2
087200     IF VPR-SUB GREATER THAN VPR-HIS-COUNT                        CVVPR4.2
087300         ADD 1 TO VPR-HIS-COUNT                                   CVVPR4.2
087400         MOVE AW-TARGET-ID TO VPR-H-TARGET-ID (VPR-SUB)           CVVPR4.2
087500         MOVE ZERO TO VPR-H-EVENTS (VPR-SUB)                      CVVPR4.2
087600         MOVE ZERO TO VPR-H-PASS (VPR-SUB)                        CVVPR4.2
087700         MOVE ZERO TO VPR-H-FAIL (VPR-SUB)                        CVVPR4.2
087800         MOVE ZERO TO VPR-H-OTHER (VPR-SUB)                       CVVPR4.2
087900         MOVE ZERO TO VPR-H-LAST-STAMP (VPR-SUB).                 CVVPR4.2
088000     ADD 1 TO VPR-H-EVENTS (VPR-SUB).                             CVVPR4.2
088100     IF AW-OUTCOME EQUAL TO "PASS "                               CVVPR4.2
088200         ADD 1 TO VPR-H-PASS (VPR-SUB)                            CVVPR4.2
088300     ELSE                                                         CVVPR4.2
088400         IF AW-OUTCOME EQUAL TO "FAIL*"                           CVVPR4.2
088500             ADD 1 TO VPR-H-FAIL (VPR-SUB)                        CVVPR4.2
088600         ELSE                                                     CVVPR4.2
088700             ADD 1 TO VPR-H-OTHER (VPR-SUB).                      CVVPR4.2
088800     MOVE AW-RUN-DATE TO VPR-H-STAMP-DATE.                        CVVPR4.2
088900     MOVE AW-RUN-TIME TO VPR-H-STAMP-TIME.                        CVVPR4.2
089000     IF VPR-H-STAMP NOT LESS THAN VPR-H-LAST-STAMP (VPR-SUB)      CVVPR4.2
089100         MOVE VPR-H-STAMP TO VPR-H-LAST-STAMP (VPR-SUB)           CVVPR4.2
089200         MOVE AW-OUTCOME TO VPR-H-LAST-OUTCOME (VPR-SUB).         CVVPR4.2
089300     ADD 1 TO VPR-HIS-EVENTS.                                     CVVPR4.2
089400     MOVE "HI" TO VPR-PKT-TYPE.                                   CVVPR4.2
089500     MOVE VPR-AUD-W TO VPR-PKT-DATA.                              CVVPR4.2
089600     PERFORM 8100-PKT-WRITE THRU 8100-EXIT.                       CVVPR4.2
089700 2610-EXIT. EXIT.                                                 CVVPR4.2
089800 2620-FIND-TARGET. EXIT.                                          CVVPR4.2
089900 2620-EXIT. EXIT.                                                 CVVPR4.2
090000 2630-TARGET-LINE.                                                CVVPR4.2
090100     MOVE VPR-H-TARGET-ID (VPR-SUB)    TO VY-TARGET-O.            CVVPR4.2
090200     MOVE VPR-H-EVENTS (VPR-SUB)       TO VY-EVENTS-O.            CVVPR4.2
090300     MOVE VPR-H-PASS (VPR-SUB)         TO VY-PASS-O.              CVVPR4.2
090400     MOVE VPR-H-FAIL (VPR-SUB)         TO VY-FAIL-O.              CVVPR4.2
090500     MOVE VPR-H-OTHER (VPR-SUB)        TO VY-OTHER-O.             CVVPR4.2
090600     MOVE VPR-H-LAST-DATE (VPR-SUB)    TO VY-DATE-O.              CVVPR4.2
090700     MOVE VPR-H-LAST-TIME (VPR-SUB)    TO VY-TIME-O.              CVVPR4.2
090800     MOVE VPR-H-LAST-OUTCOME (VPR-SUB) TO VY-OUTCOME-O.           CVVPR4.2
090900     MOVE VPR-Y-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
091000 2630-EXIT. EXIT.                                                 CVVPR4.2
091100 3000-FINISH.                                                     CVVPR4.2
091200     MOVE 8 TO VS-NUMBER-O.                                       CVVPR4.2
091300     MOVE "PACKAGE CONTENTS" TO VS-TITLE-O.                       CVVPR4.2
091400     PERFORM 8000-SECTION-HEAD THRU 8000-EXIT.                    CVVPR4.2
091500     MOVE "PRINTOUT LINES"                 TO VT-LABEL-O.         CVVPR4.2
091600     MOVE VPR-PRT-COUNT                    TO VT-COUNT-O.         CVVPR4.2
091700     MOVE VPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
091800     MOVE "AUDIT EVENTS OF THE RUN"        TO VT-LABEL-O.         CVVPR4.2
091900     MOVE VPR-AUD-PRINTED                  TO VT-COUNT-O.         CVVPR4.2
092000     MOVE VPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
092100     MOVE "I-O ERROR LOG ENTRIES"          TO VT-LABEL-O.         CVVPR4.2
092200     MOVE VPR-IOE-COUNT                    TO VT-COUNT-O.         CVVPR4.2
092300     MOVE VPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
092400     MOVE "SQ-FS1 COMPARE LINES"           TO VT-LABEL-O.         CVVPR4.2
092500     MOVE VPR-DIF-COUNT                    TO VT-COUNT-O.         CVVPR4.2
092600     MOVE VPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
092700     MOVE "AUDIT EVENTS ON OTHER TARGETS"  TO VT-LABEL-O.         CVVPR4.2
092800     MOVE VPR-HIS-EVENTS                   TO VT-COUNT-O.         CVVPR4.2
092900     MOVE VPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
093000     MOVE "RECORDS ON TRANSPORT CCVSVPKT"  TO VT-LABEL-O.         CVVPR4.2
093100     MOVE VPR-PKT-COUNT                    TO VT-COUNT-O.         CVVPR4.2
093200     MOVE VPR-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVVPR4.2
093300     IF NOT VPR-FAIL-SEEN                                         CVVPR4.2
093400         MOVE "WARNING -- NOTHING KEPT SHOWS THIS TEST FAILING"   CVVPR4.2
093500             TO VN-TEXT-O                                         CVVPR4.2
093600         PERFORM 8010-NONE-LINE THRU 8010-EXIT                    CVVPR4.2
093700         MOVE 4 TO RETURN-CODE.                                   CVVPR4.2
093800     CLOSE PKT-FILE.                                              CVVPR4.2
093900     OPEN EXTEND VLOG-FILE.                                       CVVPR4.2
094000     MOVE SPACE TO VPR-VLOG-REC.                                  CVVPR4.2
094100     MOVE VPR-TODAY     TO VL-DATE.                               CVVPR4.2
094200     MOVE VPR-NOW       TO VL-TIME.                               CVVPR4.2
094300     MOVE VPR-PGM-ID    TO VL-PGM-ID.                             CVVPR4.2
094400     MOVE VPR-TARGET-ID TO VL-TARGET-ID.                          CVVPR4.2
094500     MOVE VPR-DATE      TO VL-RUN-DATE.                           CVVPR4.2
094600     MOVE VPR-TIME      TO VL-RUN-TIME.                           CVVPR4.2
094700     MOVE VPR-PAR-NAME  TO VL-PAR-NAME.                           CVVPR4.2
094800     MOVE VC-OPERATOR   TO VL-OPERATOR.                           CVVPR4.2
094900     MOVE "N"           TO VL-FAIL-SEEN.                          CVVPR4.2
095000     IF VPR-FAIL-SEEN                                             CVVPR4.2
095100         MOVE "Y" TO VL-FAIL-SEEN.                                CVVPR4.2
095200     MOVE VPR-PKT-COUNT TO VL-RECORDS.                            CVVPR4.2
095300     MOVE VC-REMARKS    TO VL-REMARKS.                            CVVPR4.2
095400     WRITE VPR-VLOG-REC.                                          CVVPR4.2
095500     CLOSE VLOG-FILE.                                             CVVPR4.2
095600     CLOSE PRINT-FILE.                                            CVVPR4.2
095700     DISPLAY "CCVSVPR - PACKAGE " VPR-TODAY "-" VPR-NOW           CVVPR4.2
095800         " PRODUCED FOR " VPR-PGM-ID " " VPR-TARGET-ID " "        CVVPR4.2
095900         VPR-PAR-NAME.                                            CVVPR4.2
096000 3000-EXIT. EXIT.                                                 CVVPR4.2
096100 8000-SECTION-HEAD.                                               CVVPR4.2
096200     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVVPR4.2
096300     MOVE VPR-SEC-LINE TO PRINT-REC. WRITE PRINT-REC.             CVVPR4.2
096400     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVVPR4.2
096500 8000-EXIT. EXIT.                                                 CVVPR4.2
096600 8010-NONE-LINE.                                                  CVVPR4.2
096700     MOVE VPR-NONE-LINE TO PRINT-REC. WRITE PRINT-REC.            CVVPR4.2
096800 8010-EXIT. EXIT.                                                 CVVPR4.2
096900*    EVERY TRANSPORT RECORD CARRIES THE PACKAGE ID AND ITS        CVVPR4.2
097000*    SEQUENCE NUMBER WITHIN THE PACKAGE.                          CVVPR4.2
097100 8100-PKT-WRITE.                                                  CVVPR4.2
097200     MOVE SPACE TO VPK-REC.                                       CVVPR4.2
097300     MOVE VPR-TODAY TO VK-PKG-DATE.                               CVVPR4.2
097400     MOVE VPR-NOW   TO VK-PKG-TIME.                               CVVPR4.2
097500     ADD 1 TO VPR-PKT-COUNT.                                      CVVPR4.2
097600     MOVE VPR-PKT-COUNT TO VK-SEQ.                                CVVPR4.2
097700     MOVE VPR-PKT-TYPE  TO VK-REC-TYPE.                           CVVPR4.2
097800     MOVE VPR-PKT-DATA  TO VK-DATA.                               CVVPR4.2
097900     WRITE VPK-REC.                                               CVVPR4.2
098000 8100-EXIT. EXIT.                                                 CVVPR4.2
