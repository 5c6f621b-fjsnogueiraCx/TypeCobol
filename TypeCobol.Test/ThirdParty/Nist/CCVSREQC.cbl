000100 IDENTIFICATION DIVISION.                                         CVREQ4.2
000200 PROGRAM-ID.    CCVSREQC.                                         CVREQ4.2
000300******************************************************************CVREQ4.2
000400**                                                                CVREQ4.2
000500**    AD HOC RERUN REQUEST CLOSE-OUT.  RUN EACH MORNING AFTER*    CVREQ4.2
000600**    THE SUITE AND BEFORE THE NEXT CCVSSCHD.  CCVSSCHD      *    CVREQ4.2
000700**    MERGED LAST NIGHT'S OPEN REQUESTS FROM THE CCVSRREQ    *    CVREQ4.2
000800**    QUEUE INTO THE STEP LIST, MARKED THEM "SCHEDULD" AND   *    CVREQ4.2
000900**    LEFT A "REQUEST " RECORD ON THE MANIFEST NAMING THE    *    CVREQ4.2
001000**    STEP THAT HONORS EACH.  THIS JOB READS THAT MANIFEST   *    CVREQ4.2
001100**    AND, FOR EVERY SCHEDULED REQUEST --                    *    CVREQ4.2
001200**      FULFILLD  THE STEP RAN (OK OR FAILED) AND RAW-DATA   *    CVREQ4.2
001300**                HOLDS A RUN OF THE PROGRAM STAMPED INSIDE  *    CVREQ4.2
001400**                THE STEP -- ITS KEY IS KEPT ON THE REQUEST *    CVREQ4.2
001500**      OPEN      ANYTHING ELSE.  THE REQUEST IS CARRIED TO  *    CVREQ4.2
001600**                TONIGHT WITH THE CARRY COUNTED AND THE     *    CVREQ4.2
001700**                STEP STATUS (OR "NO RUN" / "NO STEP") AS   *    CVREQ4.2
001750**                THE NOTE                                   *    CVREQ4.2
001800**    A REQUEST KEYED "CANCELLD" IS DATED CLOSED TODAY.  A   *    CVREQ4.2
001900**    FULFILLED OR CANCELLED REQUEST CLOSED LONGER AGO THAN  *    CVREQ4.2
002000**    THE RETENTION IS DROPPED FROM THE QUEUE.  THE REPORT   *    CVREQ4.2
002100**    LISTS THE OPEN REQUESTS, THOSE OPEN LONGER THAN THE AGE*    CVREQ4.2
002200**    THRESHOLD, AND THOSE CLOSED THIS MORNING.  ANY AGED    *    CVREQ4.2
002300**    REQUEST ENDS THE JOB RETURN CODE 4 SO THE QUEUE GETS   *    CVREQ4.2
002400**    ATTENTION; NO MANIFEST, NO RAW-DATA OR A QUEUE TOO BIG *    CVREQ4.2
002500**    TO HOLD ENDS IT RETURN CODE 8 WITH THE QUEUE UNTOUCHED.*    CVREQ4.2
002600**                                                                CVREQ4.2
002700**    CONTROL CARD (CCVSRQCC, OPTIONAL) --                   *    CVREQ4.2
002800**      COLS 1-3    AGE THRESHOLD IN DAYS      (DEFAULT 003) *    CVREQ4.2
002900**      COLS 4-6    RETENTION OF CLOSED        (DEFAULT 030) *    CVREQ4.2
003000**                  REQUESTS IN DAYS                         *    CVREQ4.2
003100**                                                                CVREQ4.2
003200******************************************************************CVREQ4.2
003300 ENVIRONMENT DIVISION.                                            CVREQ4.2
003400 CONFIGURATION SECTION.                                           CVREQ4.2
003500 SOURCE-COMPUTER.                                                 CVREQ4.2
003600     GNU-COBOL.                                                   CVREQ4.2
003700 OBJECT-COMPUTER.                                                 CVREQ4.2
003800     GNU-COBOL.                                                   CVREQ4.2
003900 INPUT-OUTPUT SECTION.                                            CVREQ4.2
004000 FILE-CONTROL.                                                    CVREQ4.2
004100     SELECT CTL-FILE   ASSIGN TO                                  CVREQ4.2
004200            CCVSRQCC                                              CVREQ4.2
004300            ORGANIZATION IS SEQUENTIAL                            CVREQ4.2
004400            FILE STATUS IS REQ-CTL-STATUS.                        CVREQ4.2
004500     SELECT OPTIONAL RREQ-FILE ASSIGN TO                          CVREQ4.2
004600            CCVSRREQ                                              CVREQ4.2
004700            ORGANIZATION IS SEQUENTIAL                            CVREQ4.2
004800            FILE STATUS IS REQ-RRQ-STATUS.                        CVREQ4.2
004900     SELECT MANIFEST-FILE ASSIGN TO                               CVREQ4.2
005000            CCVSMANI                                              CVREQ4.2
005100            ORGANIZATION IS SEQUENTIAL                            CVREQ4.2
005200            FILE STATUS IS REQ-MAN-STATUS.                        CVREQ4.2
005300     SELECT RAW-DATA   ASSIGN TO                                  CVREQ4.2
005400            CCVSRAW                                               CVREQ4.2
005500            ORGANIZATION IS INDEXED                               CVREQ4.2
005600            ACCESS MODE IS DYNAMIC                                CVREQ4.2
005700            RECORD KEY IS RAW-DATA-KEY                            CVREQ4.2
005800            FILE STATUS IS REQ-RAW-STATUS.                        CVREQ4.2
005900     SELECT PRINT-FILE ASSIGN TO                                  CVREQ4.2
006000            CCVSRQCP.                                             CVREQ4.2
006100 DATA DIVISION.                                                   CVREQ4.2
006200 FILE SECTION.                                                    CVREQ4.2
006300 FD  CTL-FILE                                                     CVREQ4.2
006400     LABEL RECORDS STANDARD.                                      CVREQ4.2
006500 01  REQ-CTL-REC.                                                 CVREQ4.2
006600     05  RC-AGE-DAYS          PIC 9(3).                           CVREQ4.2
006700     05  RC-KEEP-DAYS         PIC 9(3).                           CVREQ4.2
006800     05  FILLER               PIC X(74).                          CVREQ4.2
006900 FD  RREQ-FILE                                                    CVREQ4.2
007000     LABEL RECORDS STANDARD.                                      CVREQ4.2
007100     COPY CCVSRRQ.                                                CVREQ4.2
007200 FD  MANIFEST-FILE                                                CVREQ4.2
007300     LABEL RECORDS STANDARD.                                      CVREQ4.2
007400     COPY CCVSMAN.                                                CVREQ4.2
007500 FD  RAW-DATA.                                                    CVREQ4.2
007600     COPY CCVSRAW.                                                CVREQ4.2
007700 FD  PRINT-FILE                                                   CVREQ4.2
007800     LABEL RECORDS STANDARD                                       CVREQ4.2
007900     DATA RECORD IS PRINT-REC.                                    CVREQ4.2
008000 01  PRINT-REC PICTURE X(120).                                    CVREQ4.2
008100 WORKING-STORAGE SECTION.                                         CVREQ4.2
008200 01  REQ-CTL-STATUS          PIC XX       VALUE SPACE.            CVREQ4.2
008300 01  REQ-RRQ-STATUS          PIC XX       VALUE SPACE.            CVREQ4.2
008400 01  REQ-MAN-STATUS          PIC XX       VALUE SPACE.            CVREQ4.2
008500 01  REQ-RAW-STATUS          PIC XX       VALUE SPACE.            CVREQ4.2
008600 01  REQ-EOF-SWITCH          PIC 9        VALUE ZERO.             CVREQ4.2
008700     88  REQ-AT-EOF                   VALUE 1.                    CVREQ4.2
008800 01  REQ-FULL-SWITCH         PIC 9        VALUE ZERO.             CVREQ4.2
008900     88  REQ-QUEUE-FULL               VALUE 1.                    CVREQ4.2
009000 01  REQ-FOUND-SWITCH        PIC 9        VALUE ZERO.             CVREQ4.2
009100     88  REQ-RUN-FOUND                VALUE 1.                    CVREQ4.2
009200 01  REQ-AGE-DAYS            PIC 9(3)     VALUE 3.                CVREQ4.2
009300 01  REQ-KEEP-DAYS           PIC 9(3)     VALUE 30.               CVREQ4.2
009400 01  REQ-TODAY               PIC 9(8)     VALUE ZERO.             CVREQ4.2
009500 01  REQ-SUB                 PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
009600 01  REQ-FIND-SUB            PIC 9(3) COMP VALUE ZERO.            CVREQ4.2
009700 01  REQ-STEP-NO             PIC 9(3) COMP VALUE ZERO.            CVREQ4.2
009800*    THE QUEUE, LOADED WHOLE.  KEEP IS "N" FOR A CLOSED           CVREQ4.2
009900*    REQUEST PAST RETENTION; AGE IS DAYS SINCE IT OPENED.         CVREQ4.2
010000 01  REQ-RQ-COUNT            PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
010100 01  REQ-RQ-TABLE.                                                CVREQ4.2
010200     05  REQ-RQ-ENTRY        OCCURS 999 TIMES.                    CVREQ4.2
010300         10  REQ-RQ-IMAGE        PIC X(152).                      CVREQ4.2
010400         10  REQ-RQ-KEEP         PIC X.                           CVREQ4.2
010500         10  REQ-RQ-AGE          PIC 9(5) COMP.                   CVREQ4.2
010600*    LAST NIGHT'S MANIFEST -- ITS "REQUEST " RECORDS AND, BY      CVREQ4.2
010700*    SEQUENCE, ITS STEPS.                                         CVREQ4.2
010800 01  REQ-MR-COUNT            PIC 9(3) COMP VALUE ZERO.            CVREQ4.2
010900 01  REQ-MR-TABLE.                                                CVREQ4.2
011000     05  REQ-MR-ENTRY        OCCURS 99 TIMES.                     CVREQ4.2
011100         10  REQ-MR-NUMBER       PIC 9(6).                        CVREQ4.2
011200         10  REQ-MR-DATE         PIC 9(8).                        CVREQ4.2
011300         10  REQ-MR-STEP         PIC 9(3).                        CVREQ4.2
011400 01  REQ-MS-TABLE.                                                CVREQ4.2
011500     05  REQ-MS-ENTRY        OCCURS 50 TIMES.                     CVREQ4.2
011600         10  REQ-MS-PGM          PIC X(8).                        CVREQ4.2
011700         10  REQ-MS-STATUS       PIC X(8).                        CVREQ4.2
011800         10  REQ-MS-START.                                        CVREQ4.2
011900             15  REQ-MS-START-DATE   PIC 9(8).                    CVREQ4.2
012000             15  REQ-MS-START-TIME   PIC 9(8).                    CVREQ4.2
012100         10  REQ-MS-END.                                          CVREQ4.2
012200             15  REQ-MS-END-DATE     PIC 9(8).                    CVREQ4.2
012300             15  REQ-MS-END-TIME     PIC 9(8).                    CVREQ4.2
012400 01  REQ-CAUSE-W             PIC X(8)     VALUE SPACE.            CVREQ4.2
012500 01  REQ-CAUSE-RED REDEFINES REQ-CAUSE-W.                         CVREQ4.2
012600     05  REQ-CAUSE-RQ        PIC XX.                              CVREQ4.2
012700     05  REQ-CAUSE-NO        PIC X(6).                            CVREQ4.2
012800*    THE RAW-DATA SEARCH FOR THE RUN A STEP PRODUCED.             CVREQ4.2
012900 01  REQ-PGM-ID              PIC X(6)     VALUE SPACE.            CVREQ4.2
013000 01  REQ-RD-STAMP.                                                CVREQ4.2
013100     05  REQ-RD-DATE         PIC 9(8)     VALUE ZERO.             CVREQ4.2
013200     05  REQ-RD-TIME         PIC 9(8)     VALUE ZERO.             CVREQ4.2
013300 01  REQ-WIN-START.                                               CVREQ4.2
013400     05  REQ-WS-DATE         PIC 9(8)     VALUE ZERO.             CVREQ4.2
013500     05  REQ-WS-TIME         PIC 9(8)     VALUE ZERO.             CVREQ4.2
013600 01  REQ-WIN-END.                                                 CVREQ4.2
013700     05  REQ-WE-DATE         PIC 9(8)     VALUE ZERO.             CVREQ4.2
013800     05  REQ-WE-TIME         PIC 9(8)     VALUE ZERO.             CVREQ4.2
013900*    DAY SERIAL (YYYY*372 + MM*31 + DD) AS CCVSPROF, CCVSFCST     CVREQ4.2
014000*    AND CCVSSLA USE IT.                                          CVREQ4.2
014100 01  REQ-DATE-W.                                                  CVREQ4.2
014200     05  REQ-DATE-YYYY       PIC 9(4).                            CVREQ4.2
014300     05  REQ-DATE-MM         PIC 99.                              CVREQ4.2
014400     05  REQ-DATE-DD         PIC 99.                              CVREQ4.2
014500 01  REQ-DAY-SERIAL          PIC 9(8) COMP VALUE ZERO.            CVREQ4.2
014600 01  REQ-TODAY-SERIAL        PIC 9(8) COMP VALUE ZERO.            CVREQ4.2
014700 01  REQ-QUEUED-COUNT        PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
014800 01  REQ-FULFILLED-COUNT     PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
014900 01  REQ-CARRIED-COUNT       PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
015000 01  REQ-CANCELLED-COUNT     PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
015100 01  REQ-OPEN-COUNT          PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
015200 01  REQ-AGED-COUNT          PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
015300 01  REQ-DROPPED-COUNT       PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
015400 01  REQ-LINES               PIC 9(4) COMP VALUE ZERO.            CVREQ4.2
015500 01  REQ-H-1.                                                     CVREQ4.2
015600     02 FILLER PIC X(120) VALUE                                   CVREQ4.2
015700     "    CCVS85 AD HOC RERUN REQUEST CLOSE-OUT".                 CVREQ4.2
015800 01  REQ-E-1.                                                     CVREQ4.2
015900     02 FILLER PIC X(11) VALUE "RUN DATE = ".                     CVREQ4.2
016000     02 RE-TODAY-O         PIC 9(8).                              CVREQ4.2
016100     02 FILLER PIC X(17) VALUE "   AGED AFTER = ".                CVREQ4.2
016200     02 RE-AGE-O           PIC ZZ9.                               CVREQ4.2
016300     02 FILLER PIC X(22) VALUE " DAYS   RETAINED   = ".           CVREQ4.2
016400     02 RE-KEEP-O          PIC ZZ9.                               CVREQ4.2
016500     02 FILLER PIC X(5)  VALUE " DAYS".                           CVREQ4.2
016600     02 FILLER PIC X(51) VALUE SPACE.                             CVREQ4.2
016700 01  REQ-T-1.                                                     CVREQ4.2
016800     02 RT-TITLE-O         PIC X(60).                             CVREQ4.2
016900     02 FILLER PIC X(60) VALUE SPACE.                             CVREQ4.2
017000 01  REQ-C-1.                                                     CVREQ4.2
017100     02 FILLER PIC X(6)  VALUE "NUMBER".                          CVREQ4.2
017200     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
017300     02 FILLER PIC X(8)  VALUE "PROGRAM ".                        CVREQ4.2
017400     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
017500     02 FILLER PIC X(4)  VALUE "TGT ".                            CVREQ4.2
017600     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
017700     02 FILLER PIC X     VALUE "R".                               CVREQ4.2
017800     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
017900     02 FILLER PIC X(8)  VALUE "FOR     ".                        CVREQ4.2
018000     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
018100     02 FILLER PIC X(8)  VALUE "OPENED  ".                        CVREQ4.2
018200     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
018300     02 FILLER PIC X(4)  VALUE " AGE".                            CVREQ4.2
018400     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
018500     02 FILLER PIC X(3)  VALUE "CRY".                             CVREQ4.2
018600     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
018700     02 FILLER PIC X(8)  VALUE "STATUS  ".                        CVREQ4.2
018800     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
018900     02 FILLER PIC X(8)  VALUE "NOTE    ".                        CVREQ4.2
019000     02 FILLER PIC X(2)  VALUE SPACE.                             CVREQ4.2
019100     02 FILLER PIC X(40) VALUE "REASON / RESULT RUN".             CVREQ4.2
019200 01  REQ-D-1.                                                     CVREQ4.2
019300     02 QD-NUMBER-O        PIC 9(6).                              CVREQ4.2
019400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
019500     02 QD-PGM-O           PIC X(8).                              CVREQ4.2
019600     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
019700     02 QD-TARGET-O        PIC X(4).                              CVREQ4.2
019800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
019900     02 QD-RERUN-O         PIC X.                                 CVREQ4.2
020000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
020100     02 QD-REQUESTER-O     PIC X(8).                              CVREQ4.2
020200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
020300     02 QD-OPENED-O        PIC 9(8).                              CVREQ4.2
020400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
020500     02 QD-AGE-O           PIC ZZZ9.                              CVREQ4.2
020600     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
020700     02 QD-CARRY-O         PIC ZZ9.                               CVREQ4.2
020800     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
020900     02 QD-STATUS-O        PIC X(8).                              CVREQ4.2
021000     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
021100     02 QD-NOTE-O          PIC X(8).                              CVREQ4.2
021200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVREQ4.2
021300     02 QD-TEXT-O          PIC X(40).                             CVREQ4.2
021400 01  REQ-N-1.                                                     CVREQ4.2
021500     02 FILLER PIC X(120) VALUE "    NONE".                       CVREQ4.2
021600 01  REQ-S-1.                                                     CVREQ4.2
021700     02 RS-LABEL-O         PIC X(26).                             CVREQ4.2
021800     02 RS-COUNT-O         PIC ZZZ9.                              CVREQ4.2
021900     02 FILLER PIC X(90) VALUE SPACE.                             CVREQ4.2
022000 PROCEDURE DIVISION.                                              CVREQ4.2
022100 0000-MAINLINE SECTION.                                           CVREQ4.2
022200 0000-START.                                                      CVREQ4.2
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVREQ4.2
022400     PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT.                   CVREQ4.2
022500     PERFORM 3000-LOAD-QUEUE THRU 3000-EXIT.                      CVREQ4.2
022600     OPEN INPUT RAW-DATA.                                         CVREQ4.2
022700     IF REQ-RAW-STATUS NOT EQUAL TO "00"                          CVREQ4.2
022800         DISPLAY "CCVSREQC - RAW-DATA WILL NOT OPEN - STATUS "    CVREQ4.2
022900             REQ-RAW-STATUS " - QUEUE NOT CLOSED OUT"             CVREQ4.2
023000         MOVE 8 TO RETURN-CODE                                    CVREQ4.2
023100         STOP RUN.                                                CVREQ4.2
023200     OPEN OUTPUT RREQ-FILE.                                       CVREQ4.2
023300     OPEN OUTPUT PRINT-FILE.                                      CVREQ4.2
023400     PERFORM 4000-CLOSE-ONE THRU 4000-EXIT                        CVREQ4.2
023500         VARYING REQ-SUB FROM 1 BY 1                              CVREQ4.2
023600         UNTIL REQ-SUB GREATER THAN REQ-RQ-COUNT.                 CVREQ4.2
023700     CLOSE RAW-DATA.                                              CVREQ4.2
023800     PERFORM 5000-REPORT THRU 5000-EXIT.                          CVREQ4.2
023900     CLOSE RREQ-FILE.                                             CVREQ4.2
024000     CLOSE PRINT-FILE.                                            CVREQ4.2
024100     DISPLAY "CCVSREQC - FULFILLED " REQ-FULFILLED-COUNT          CVREQ4.2
024200         " CARRIED " REQ-CARRIED-COUNT " AGED " REQ-AGED-COUNT.   CVREQ4.2
024300     IF REQ-AGED-COUNT GREATER THAN ZERO                          CVREQ4.2
024400         MOVE 4 TO RETURN-CODE.                                   CVREQ4.2
024500     STOP RUN.                                                    CVREQ4.2
024600*    THE CARD IS OPTIONAL; A MISSING OR NON-NUMERIC FIELD         CVREQ4.2
024700*    KEEPS ITS DEFAULT.                                           CVREQ4.2
024800 1000-INITIALIZE.                                                 CVREQ4.2
024900     ACCEPT REQ-TODAY FROM DATE YYYYMMDD.                         CVREQ4.2
025000     MOVE REQ-TODAY TO REQ-DATE-W.                                CVREQ4.2
025100     PERFORM 6000-DAY-SERIAL THRU 6000-EXIT.                      CVREQ4.2
025200     MOVE REQ-DAY-SERIAL TO REQ-TODAY-SERIAL.                     CVREQ4.2
025300     OPEN INPUT CTL-FILE.                                         CVREQ4.2
025400     IF REQ-CTL-STATUS NOT EQUAL TO "00"                          CVREQ4.2
025500         GO TO 1000-EXIT.                                         CVREQ4.2
025600     READ CTL-FILE AT END GO TO 1000-CLOSE.                       CVREQ4.2
025700     IF RC-AGE-DAYS NUMERIC                                       CVREQ4.2
025800         MOVE RC-AGE-DAYS TO REQ-AGE-DAYS.                        CVREQ4.2
025900     IF RC-KEEP-DAYS NUMERIC                                      CVREQ4.2
026000         MOVE RC-KEEP-DAYS TO REQ-KEEP-DAYS.                      CVREQ4.2
026100 1000-CLOSE.                                                      CVREQ4.2
026200     CLOSE CTL-FILE.                                              CVREQ4.2
026300 1000-EXIT. EXIT.                                                 CVREQ4.2
026400 2000-LOAD-MANIFEST.                                              CVREQ4.2
026500     MOVE SPACE TO REQ-MS-TABLE.                                  CVREQ4.2
026600     OPEN INPUT MANIFEST-FILE.                                    CVREQ4.2
026700     IF REQ-MAN-STATUS NOT EQUAL TO "00"                          CVREQ4.2
026800         DISPLAY "CCVSREQC - NO CCVSMANI MANIFEST - STATUS "      CVREQ4.2
026900             REQ-MAN-STATUS " - QUEUE NOT CLOSED OUT"             CVREQ4.2
027000         MOVE 8 TO RETURN-CODE                                    CVREQ4.2
027100         STOP RUN.                                                CVREQ4.2
027200     MOVE ZERO TO REQ-EOF-SWITCH.                                 CVREQ4.2
027300     PERFORM 2100-READ-ONE THRU 2100-EXIT                         CVREQ4.2
027400         UNTIL REQ-AT-EOF.                                        CVREQ4.2
027500     CLOSE MANIFEST-FILE.                                         CVREQ4.2
027600 2000-EXIT. EXIT.                                                 CVREQ4.2
027700 2100-READ-ONE.                                                   CVREQ4.2
027800     READ MANIFEST-FILE AT END                                    CVREQ4.2
027900         MOVE 1 TO REQ-EOF-SWITCH                                 CVREQ4.2
028000         GO TO 2100-EXIT.                                         CVREQ4.2
028100     IF MAN-SEQ NOT NUMERIC OR MAN-SEQ EQUAL TO ZERO              CVREQ4.2
028200         GO TO 2100-EXIT.                                         CVREQ4.2
028300     IF MAN-STATUS EQUAL TO "REQUEST "                            CVREQ4.2
028400         GO TO 2100-REQUEST.                                      CVREQ4.2
028500     IF MAN-SEQ GREATER THAN 50                                   CVREQ4.2
028600         GO TO 2100-EXIT.                                         CVREQ4.2
028700     MOVE MAN-PGM        TO REQ-MS-PGM        (MAN-SEQ).          CVREQ4.2
028800     MOVE MAN-STATUS     TO REQ-MS-STATUS     (MAN-SEQ).          CVREQ4.2
028900     MOVE MAN-START-DATE TO REQ-MS-START-DATE (MAN-SEQ).          CVREQ4.2
029000     MOVE MAN-START-TIME TO REQ-MS-START-TIME (MAN-SEQ).          CVREQ4.2
029100     MOVE MAN-END-DATE   TO REQ-MS-END-DATE   (MAN-SEQ).          CVREQ4.2
029200     MOVE MAN-END-TIME   TO REQ-MS-END-TIME   (MAN-SEQ).          CVREQ4.2
029300     GO TO 2100-EXIT.                                             CVREQ4.2
029400 2100-REQUEST.                                                    CVREQ4.2
029500     MOVE MAN-CAUSE TO REQ-CAUSE-W.                               CVREQ4.2
029600     IF REQ-CAUSE-RQ NOT EQUAL TO "RQ"                            CVREQ4.2
029700             OR REQ-CAUSE-NO NOT NUMERIC                          CVREQ4.2
029800             OR REQ-MR-COUNT EQUAL TO 99                          CVREQ4.2
029900         GO TO 2100-EXIT.                                         CVREQ4.2
030000     ADD 1 TO REQ-MR-COUNT.                                       CVREQ4.2
030100     MOVE REQ-CAUSE-NO   TO REQ-MR-NUMBER (REQ-MR-COUNT).         CVREQ4.2
030200     MOVE MAN-START-DATE TO REQ-MR-DATE   (REQ-MR-COUNT).         CVREQ4.2
030300     MOVE MAN-RC         TO REQ-MR-STEP   (REQ-MR-COUNT).         CVREQ4.2
030400 2100-EXIT. EXIT.                                                 CVREQ4.2
030500*    NO QUEUE IS NOT AN ERROR -- NOBODY HAS ASKED FOR A RERUN.    CVREQ4.2
030600*    A QUEUE TOO BIG TO HOLD IS LEFT AS IT IS.                    CVREQ4.2
030700 3000-LOAD-QUEUE.                                                 CVREQ4.2
030800     OPEN INPUT RREQ-FILE.                                        CVREQ4.2
030900     IF REQ-RRQ-STATUS EQUAL TO "05"                              CVREQ4.2
031000         CLOSE RREQ-FILE                                          CVREQ4.2
031100         GO TO 3000-EXIT.                                         CVREQ4.2
031200     IF REQ-RRQ-STATUS NOT EQUAL TO "00"                          CVREQ4.2
031300         DISPLAY "CCVSREQC - RERUN REQUEST QUEUE UNREADABLE - "   CVREQ4.2
031400             "STATUS " REQ-RRQ-STATUS                             CVREQ4.2
031500         MOVE 8 TO RETURN-CODE                                    CVREQ4.2
031600         STOP RUN.                                                CVREQ4.2
031700     MOVE ZERO TO REQ-EOF-SWITCH.                                 CVREQ4.2
031800     PERFORM 3100-LOAD-ONE THRU 3100-EXIT                         CVREQ4.2
031900         UNTIL REQ-AT-EOF.                                        CVREQ4.2
032000     CLOSE RREQ-FILE.                                             CVREQ4.2
032100     IF REQ-QUEUE-FULL                                            CVREQ4.2
032200         DISPLAY "CCVSREQC - OVER 999 RERUN REQUESTS QUEUED - "   CVREQ4.2
032300             "QUEUE NOT CLOSED OUT"                               CVREQ4.2
032400         MOVE 8 TO RETURN-CODE                                    CVREQ4.2
032500         STOP RUN.                                                CVREQ4.2
032600 3000-EXIT. EXIT.                                                 CVREQ4.2
032700 3100-LOAD-ONE.                                                   CVREQ4.2
032800     READ RREQ-FILE AT END                                        CVREQ4.2
032900         MOVE 1 TO REQ-EOF-SWITCH                                 CVREQ4.2
033000         GO TO 3100-EXIT.                                         CVREQ4.2
033100     IF REQ-RQ-COUNT EQUAL TO 999                                 CVREQ4.2
033200         MOVE 1 TO REQ-FULL-SWITCH                                CVREQ4.2
033300         GO TO 3100-EXIT.                                         CVREQ4.2
033400     ADD 1 TO REQ-RQ-COUNT.                                       CVREQ4.2
033500     MOVE RERUN-REQ-REC TO REQ-RQ-IMAGE (REQ-RQ-COUNT).           CVREQ4.2
033600     MOVE "Y" TO REQ-RQ-KEEP (REQ-RQ-COUNT).                      CVREQ4.2
033700     MOVE ZERO TO REQ-RQ-AGE (REQ-RQ-COUNT).                      CVREQ4.2
033800 3100-EXIT. EXIT.                                                 CVREQ4.2
033900*    ONE REQUEST, CLOSED OUT AND WRITTEN BACK.  THE QUEUE IS      CVREQ4.2
034000*    OPEN OUTPUT HERE, SO THE RECORD AREA HOLDS THE REQUEST       CVREQ4.2
034100*    IN HAND.                                                     CVREQ4.2
034200 4000-CLOSE-ONE.                                                  CVREQ4.2
034300     MOVE REQ-RQ-IMAGE (REQ-SUB) TO RERUN-REQ-REC.                CVREQ4.2
034400     IF RQ-PGM EQUAL TO SPACE                                     CVREQ4.2
034500         GO TO 4000-WRITE.                                        CVREQ4.2
034600     ADD 1 TO REQ-QUEUED-COUNT.                                   CVREQ4.2
034700     IF RQ-IS-SCHEDULED                                           CVREQ4.2
034800         PERFORM 4100-SCHEDULED THRU 4100-EXIT.                   CVREQ4.2
034900     IF RQ-IS-CANCELLED                                           CVREQ4.2
035000             AND (RQ-CLOSED-DATE NOT NUMERIC                      CVREQ4.2
035100             OR RQ-CLOSED-DATE EQUAL TO ZERO)                     CVREQ4.2
035200         MOVE REQ-TODAY TO RQ-CLOSED-DATE                         CVREQ4.2
035300         ADD 1 TO REQ-CANCELLED-COUNT.                            CVREQ4.2
035400     IF RQ-IS-FULFILLED OR RQ-IS-CANCELLED                        CVREQ4.2
035500         GO TO 4000-RETAIN.                                       CVREQ4.2
035600     IF RQ-OPENED-DATE NOT NUMERIC                                CVREQ4.2
035700             OR RQ-OPENED-DATE EQUAL TO ZERO                      CVREQ4.2
035800         GO TO 4000-WRITE.                                        CVREQ4.2
035900     MOVE RQ-OPENED-DATE TO REQ-DATE-W.                           CVREQ4.2
036000     PERFORM 6000-DAY-SERIAL THRU 6000-EXIT.                      CVREQ4.2
036100     IF REQ-DAY-SERIAL LESS THAN REQ-TODAY-SERIAL                 CVREQ4.2
036200         SUBTRACT REQ-DAY-SERIAL FROM REQ-TODAY-SERIAL            CVREQ4.2
036300             GIVING REQ-RQ-AGE (REQ-SUB).                         CVREQ4.2
036400     GO TO 4000-WRITE.                                            CVREQ4.2
036500 4000-RETAIN.                                                     CVREQ4.2
036600     IF RQ-CLOSED-DATE NOT NUMERIC                                CVREQ4.2
036700         GO TO 4000-WRITE.                                        CVREQ4.2
036800     MOVE RQ-CLOSED-DATE TO REQ-DATE-W.                           CVREQ4.2
036900     PERFORM 6000-DAY-SERIAL THRU 6000-EXIT.                      CVREQ4.2
037000     IF REQ-DAY-SERIAL + REQ-KEEP-DAYS LESS THAN REQ-TODAY-SERIAL CVREQ4.2
037100         MOVE "N" TO REQ-RQ-KEEP (REQ-SUB)                        CVREQ4.2
037200         ADD 1 TO REQ-DROPPED-COUNT                               CVREQ4.2
037300         GO TO 4000-EXIT.                                         CVREQ4.2
037400 4000-WRITE.                                                      CVREQ4.2
037500     MOVE RERUN-REQ-REC TO REQ-RQ-IMAGE (REQ-SUB).                CVREQ4.2
037600     WRITE RERUN-REQ-REC.                                         CVREQ4.2
037700 4000-EXIT. EXIT.                                                 CVREQ4.2
037800*    A SCHEDULED REQUEST IS FULFILLED ONLY BY LAST NIGHT'S        CVREQ4.2
037900*    STEP FOR IT; ANY OTHER OUTCOME PUTS IT BACK OPEN.            CVREQ4.2
038000 4100-SCHEDULED.                                                  CVREQ4.2
038100     PERFORM 4150-FIND-REQUEST THRU 4150-EXIT                     CVREQ4.2
038200         VARYING REQ-FIND-SUB FROM 1 BY 1                         CVREQ4.2
038300         UNTIL REQ-FIND-SUB GREATER THAN REQ-MR-COUNT             CVREQ4.2
038400         OR (REQ-MR-NUMBER (REQ-FIND-SUB) EQUAL TO RQ-NUMBER      CVREQ4.2
038500         AND REQ-MR-DATE (REQ-FIND-SUB) EQUAL TO RQ-SCHED-DATE).  CVREQ4.2
038600     IF REQ-FIND-SUB GREATER THAN REQ-MR-COUNT                    CVREQ4.2
038700         MOVE "NO STEP " TO RQ-CARRY-NOTE                         CVREQ4.2
038800         GO TO 4100-CARRY.                                        CVREQ4.2
038900     MOVE REQ-MR-STEP (REQ-FIND-SUB) TO REQ-STEP-NO.              CVREQ4.2
039000     IF REQ-STEP-NO EQUAL TO ZERO OR REQ-STEP-NO GREATER THAN 50  CVREQ4.2
039100         MOVE "NO STEP " TO RQ-CARRY-NOTE                         CVREQ4.2
039200         GO TO 4100-CARRY.                                        CVREQ4.2
039300     IF REQ-MS-PGM (REQ-STEP-NO) NOT EQUAL TO RQ-PGM              CVREQ4.2
039400         MOVE "NO STEP " TO RQ-CARRY-NOTE                         CVREQ4.2
039500         GO TO 4100-CARRY.                                        CVREQ4.2
039600     IF REQ-MS-STATUS (REQ-STEP-NO) NOT EQUAL TO "OK      "       CVREQ4.2
039700             AND NOT EQUAL TO "FAILED  "                          CVREQ4.2
039800         MOVE REQ-MS-STATUS (REQ-STEP-NO) TO RQ-CARRY-NOTE        CVREQ4.2
039900         GO TO 4100-CARRY.                                        CVREQ4.2
040000     PERFORM 4200-FIND-RUN THRU 4200-EXIT.                        CVREQ4.2
040100     IF NOT REQ-RUN-FOUND                                         CVREQ4.2
040200         MOVE "NO RUN  " TO RQ-CARRY-NOTE                         CVREQ4.2
040300         GO TO 4100-CARRY.                                        CVREQ4.2
040400     MOVE "FULFILLD" TO RQ-STATUS.                                CVREQ4.2
040500     MOVE RAW-DATA-KEY TO RQ-RESULT-KEY.                          CVREQ4.2
040600     MOVE REQ-TODAY TO RQ-CLOSED-DATE.                            CVREQ4.2
040700     MOVE SPACE TO RQ-CARRY-NOTE.                                 CVREQ4.2
040800     ADD 1 TO REQ-FULFILLED-COUNT.                                CVREQ4.2
040900     GO TO 4100-EXIT.                                             CVREQ4.2
041000 4100-CARRY.                                                      CVREQ4.2
041100     MOVE "OPEN    " TO RQ-STATUS.                                CVREQ4.2
041200     IF RQ-CARRY-COUNT NOT NUMERIC                                CVREQ4.2
041300         MOVE ZERO TO RQ-CARRY-COUNT.                             CVREQ4.2
041400     IF RQ-CARRY-COUNT LESS THAN 999                              CVREQ4.2
041500         ADD 1 TO RQ-CARRY-COUNT.                                 CVREQ4.2
041600     ADD 1 TO REQ-CARRIED-COUNT.                                  CVREQ4.2
041700 4100-EXIT. EXIT.                                                 CVREQ4.2
041800 4150-FIND-REQUEST. EXIT.                                         CVREQ4.2
041900 4150-EXIT. EXIT.                                                 CVREQ4.2
042000*    THE FIRST RUN OF THE PROGRAM STAMPED INSIDE THE STEP, ON     CVREQ4.2
042100*    THE REQUESTED TARGET OR, FOR A BLANK ONE, ON ANY TARGET.     CVREQ4.2
042200*    A STEP STILL OPEN-ENDED IS TAKEN TO RUN TO THE END OF TIME.  CVREQ4.2
042300 4200-FIND-RUN.                                                   CVREQ4.2
042400     MOVE ZERO TO REQ-FOUND-SWITCH.                               CVREQ4.2
042500     MOVE REQ-MS-START (REQ-STEP-NO) TO REQ-WIN-START.            CVREQ4.2
042600     MOVE REQ-MS-END   (REQ-STEP-NO) TO REQ-WIN-END.              CVREQ4.2
042700     IF REQ-WE-DATE NOT NUMERIC OR REQ-WE-DATE EQUAL TO ZERO      CVREQ4.2
042800         MOVE 99999999 TO REQ-WE-DATE                             CVREQ4.2
042900         MOVE 99999999 TO REQ-WE-TIME.                            CVREQ4.2
043000     MOVE RQ-PGM TO REQ-PGM-ID.                                   CVREQ4.2
043100     MOVE REQ-PGM-ID TO RD-PGM-ID.                                CVREQ4.2
043200     MOVE LOW-VALUE  TO RD-TARGET-ID.                             CVREQ4.2
043300     MOVE ZERO       TO C-DATE.                                   CVREQ4.2
043400     MOVE ZERO       TO C-TIME.                                   CVREQ4.2
043500     START RAW-DATA KEY IS NOT LESS THAN RAW-DATA-KEY             CVREQ4.2
043600         INVALID KEY GO TO 4200-EXIT.                             CVREQ4.2
043700     MOVE ZERO TO REQ-EOF-SWITCH.                                 CVREQ4.2
043800     PERFORM 4210-NEXT-RUN THRU 4210-EXIT                         CVREQ4.2
043900         UNTIL REQ-AT-EOF OR REQ-RUN-FOUND.                       CVREQ4.2
044000 4200-EXIT. EXIT.                                                 CVREQ4.2
044100 4210-NEXT-RUN.                                                   CVREQ4.2
044200     READ RAW-DATA NEXT RECORD AT END                             CVREQ4.2
044300         MOVE 1 TO REQ-EOF-SWITCH                                 CVREQ4.2
044400         GO TO 4210-EXIT.                                         CVREQ4.2
044500     IF RD-PGM-ID NOT EQUAL TO REQ-PGM-ID                         CVREQ4.2
044600         MOVE 1 TO REQ-EOF-SWITCH                                 CVREQ4.2
044700         GO TO 4210-EXIT.                                         CVREQ4.2
044800     IF RQ-TARGET NOT EQUAL TO SPACE                              CVREQ4.2
044900             AND RD-TARGET-ID NOT EQUAL TO RQ-TARGET              CVREQ4.2
045000         GO TO 4210-EXIT.                                         CVREQ4.2
045100     MOVE C-DATE TO REQ-RD-DATE.                                  CVREQ4.2
045200     MOVE C-TIME TO REQ-RD-TIME.                                  CVREQ4.2
045300     IF REQ-RD-STAMP NOT LESS THAN REQ-WIN-START                  CVREQ4.2
045400             AND REQ-RD-STAMP NOT GREATER THAN REQ-WIN-END        CVREQ4.2
045500         MOVE 1 TO REQ-FOUND-SWITCH.                              CVREQ4.2
045600 4210-EXIT. EXIT.                                                 CVREQ4.2
045700*    THE QUEUE IS STILL OPEN OUTPUT, SO EACH SECTION WALKS THE    CVREQ4.2
045800*    TABLE THROUGH THE RECORD AREA AGAIN.                         CVREQ4.2
045900 5000-REPORT.                                                     CVREQ4.2
046000     MOVE REQ-TODAY     TO RE-TODAY-O.                            CVREQ4.2
046100     MOVE REQ-AGE-DAYS  TO RE-AGE-O.                              CVREQ4.2
046200     MOVE REQ-KEEP-DAYS TO RE-KEEP-O.                             CVREQ4.2
046300     MOVE REQ-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
046400     MOVE REQ-E-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
046500     MOVE "OPEN REQUESTS" TO RT-TITLE-O.                          CVREQ4.2
046600     PERFORM 5100-SECTION-HEAD THRU 5100-EXIT.                    CVREQ4.2
046700     PERFORM 5200-OPEN-ONE THRU 5200-EXIT                         CVREQ4.2
046800         VARYING REQ-SUB FROM 1 BY 1                              CVREQ4.2
046900         UNTIL REQ-SUB GREATER THAN REQ-RQ-COUNT.                 CVREQ4.2
047000     PERFORM 5900-NONE THRU 5900-EXIT.                            CVREQ4.2
047100     MOVE "AGED REQUESTS -- OPEN LONGER THAN THE AGE THRESHOLD"   CVREQ4.2
047200         TO RT-TITLE-O.                                           CVREQ4.2
047300     PERFORM 5100-SECTION-HEAD THRU 5100-EXIT.                    CVREQ4.2
047400     PERFORM 5300-AGED-ONE THRU 5300-EXIT                         CVREQ4.2
047500         VARYING REQ-SUB FROM 1 BY 1                              CVREQ4.2
047600         UNTIL REQ-SUB GREATER THAN REQ-RQ-COUNT.                 CVREQ4.2
047700     PERFORM 5900-NONE THRU 5900-EXIT.                            CVREQ4.2
047800     MOVE "REQUESTS CLOSED THIS MORNING" TO RT-TITLE-O.           CVREQ4.2
047900     PERFORM 5100-SECTION-HEAD THRU 5100-EXIT.                    CVREQ4.2
048000     PERFORM 5400-CLOSED-ONE THRU 5400-EXIT                       CVREQ4.2
048100         VARYING REQ-SUB FROM 1 BY 1                              CVREQ4.2
048200         UNTIL REQ-SUB GREATER THAN REQ-RQ-COUNT.                 CVREQ4.2
048300     PERFORM 5900-NONE THRU 5900-EXIT.                            CVREQ4.2
048400     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVREQ4.2
048500     MOVE "REQUESTS ON QUEUE       = " TO RS-LABEL-O.             CVREQ4.2
048600     MOVE REQ-QUEUED-COUNT TO RS-COUNT-O.                         CVREQ4.2
048700     MOVE REQ-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
048800     MOVE "FULFILLED THIS MORNING  = " TO RS-LABEL-O.             CVREQ4.2
048900     MOVE REQ-FULFILLED-COUNT TO RS-COUNT-O.                      CVREQ4.2
049000     MOVE REQ-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
049100     MOVE "CARRIED FORWARD         = " TO RS-LABEL-O.             CVREQ4.2
049200     MOVE REQ-CARRIED-COUNT TO RS-COUNT-O.                        CVREQ4.2
049300     MOVE REQ-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
049400     MOVE "CANCELLED SINCE LAST RUN= " TO RS-LABEL-O.             CVREQ4.2
049500     MOVE REQ-CANCELLED-COUNT TO RS-COUNT-O.                      CVREQ4.2
049600     MOVE REQ-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
049700     MOVE "STILL OPEN              = " TO RS-LABEL-O.             CVREQ4.2
049800     MOVE REQ-OPEN-COUNT TO RS-COUNT-O.                           CVREQ4.2
049900     MOVE REQ-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
050000     MOVE "AGED                    = " TO RS-LABEL-O.             CVREQ4.2
050100     MOVE REQ-AGED-COUNT TO RS-COUNT-O.                           CVREQ4.2
050200     MOVE REQ-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
050300     MOVE "DROPPED PAST RETENTION  = " TO RS-LABEL-O.             CVREQ4.2
050400     MOVE REQ-DROPPED-COUNT TO RS-COUNT-O.                        CVREQ4.2
050500     MOVE REQ-S-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
050600 5000-EXIT. EXIT.                                                 CVREQ4.2
050700 5100-SECTION-HEAD.                                               CVREQ4.2
050800     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVREQ4.2
050900     MOVE REQ-T-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
051000     MOVE REQ-C-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
051100     MOVE ZERO TO REQ-LINES.                                      CVREQ4.2
051200 5100-EXIT. EXIT.                                                 CVREQ4.2
051300 5200-OPEN-ONE.                                                   CVREQ4.2
051400     IF REQ-RQ-KEEP (REQ-SUB) NOT EQUAL TO "Y"                    CVREQ4.2
051500         GO TO 5200-EXIT.                                         CVREQ4.2
051600     MOVE REQ-RQ-IMAGE (REQ-SUB) TO RERUN-REQ-REC.                CVREQ4.2
051700     IF RQ-PGM EQUAL TO SPACE OR NOT RQ-IS-OPEN                   CVREQ4.2
051800         GO TO 5200-EXIT.                                         CVREQ4.2
051900     ADD 1 TO REQ-OPEN-COUNT.                                     CVREQ4.2
052000     MOVE RQ-REASON TO QD-TEXT-O.                                 CVREQ4.2
052100     PERFORM 5800-DETAIL THRU 5800-EXIT.                          CVREQ4.2
052200 5200-EXIT. EXIT.                                                 CVREQ4.2
052300 5300-AGED-ONE.                                                   CVREQ4.2
052400     IF REQ-RQ-KEEP (REQ-SUB) NOT EQUAL TO "Y"                    CVREQ4.2
052500             OR REQ-RQ-AGE (REQ-SUB) NOT GREATER THAN REQ-AGE-DAYSCVREQ4.2
052600         GO TO 5300-EXIT.                                         CVREQ4.2
052700     MOVE REQ-RQ-IMAGE (REQ-SUB) TO RERUN-REQ-REC.                CVREQ4.2
052800     IF RQ-PGM EQUAL TO SPACE OR NOT RQ-IS-OPEN                   CVREQ4.2
052900         GO TO 5300-EXIT.                                         CVREQ4.2
053000     ADD 1 TO REQ-AGED-COUNT.                                     CVREQ4.2
053100     MOVE RQ-REASON TO QD-TEXT-O.                                 CVREQ4.2
053200     PERFORM 5800-DETAIL THRU 5800-EXIT.                          CVREQ4.2
053300 5300-EXIT. EXIT.                                                 CVREQ4.2
053400 5400-CLOSED-ONE.                                                 CVREQ4.2
053500     IF REQ-RQ-KEEP (REQ-SUB) NOT EQUAL TO "Y"                    CVREQ4.2
053600         GO TO 5400-EXIT.                                         CVREQ4.2
053700     MOVE REQ-RQ-IMAGE (REQ-SUB) TO RERUN-REQ-REC.                CVREQ4.2
053800     IF RQ-PGM EQUAL TO SPACE                                     CVREQ4.2
053900             OR RQ-CLOSED-DATE NOT EQUAL TO REQ-TODAY             CVREQ4.2
054000         GO TO 5400-EXIT.                                         CVREQ4.2
054100     IF RQ-IS-FULFILLED                                           CVREQ4.2
054200         MOVE RQ-RESULT-KEY TO QD-TEXT-O                          CVREQ4.2
054300         PERFORM 5800-DETAIL THRU 5800-EXIT                       CVREQ4.2
054400         GO TO 5400-EXIT.                                         CVREQ4.2
054500     IF RQ-IS-CANCELLED                                           CVREQ4.2
054600         MOVE RQ-REASON TO QD-TEXT-O                              CVREQ4.2
054700         PERFORM 5800-DETAIL THRU 5800-EXIT.                      CVREQ4.2
054800 5400-EXIT. EXIT.                                                 CVREQ4.2
054900 5800-DETAIL.                                                     CVREQ4.2
055000*    A CARD ADDED SINCE CCVSSCHD LAST RAN IS NOT YET NUMBERED.    CVREQ4.2
055100     IF RQ-NUMBER NOT NUMERIC                                     CVREQ4.2
055200         MOVE ZERO TO RQ-NUMBER.                                  CVREQ4.2
055300     IF RQ-OPENED-DATE NOT NUMERIC                                CVREQ4.2
055400         MOVE ZERO TO RQ-OPENED-DATE.                             CVREQ4.2
055500     IF RQ-CARRY-COUNT NOT NUMERIC                                CVREQ4.2
055600         MOVE ZERO TO RQ-CARRY-COUNT.                             CVREQ4.2
055700     MOVE RQ-NUMBER      TO QD-NUMBER-O.                          CVREQ4.2
055800     MOVE RQ-PGM         TO QD-PGM-O.                             CVREQ4.2
055900     MOVE RQ-TARGET      TO QD-TARGET-O.                          CVREQ4.2
056000     MOVE RQ-RERUN       TO QD-RERUN-O.                           CVREQ4.2
056100     MOVE RQ-REQUESTER   TO QD-REQUESTER-O.                       CVREQ4.2
056200     MOVE RQ-OPENED-DATE TO QD-OPENED-O.                          CVREQ4.2
056300     MOVE REQ-RQ-AGE (REQ-SUB) TO QD-AGE-O.                       CVREQ4.2
056400     MOVE RQ-CARRY-COUNT TO QD-CARRY-O.                           CVREQ4.2
056500     MOVE RQ-STATUS      TO QD-STATUS-O.                          CVREQ4.2
056600     MOVE RQ-CARRY-NOTE  TO QD-NOTE-O.                            CVREQ4.2
056700     MOVE REQ-D-1 TO PRINT-REC. WRITE PRINT-REC.                  CVREQ4.2
056800     ADD 1 TO REQ-LINES.                                          CVREQ4.2
056900 5800-EXIT. EXIT.                                                 CVREQ4.2
057000 5900-NONE.                                                       CVREQ4.2
057100     IF REQ-LINES EQUAL TO ZERO                                   CVREQ4.2
057200         MOVE REQ-N-1 TO PRINT-REC                                CVREQ4.2
057300         WRITE PRINT-REC.                                         CVREQ4.2
057400 5900-EXIT. EXIT.                                                 CVREQ4.2
057500 6000-DAY-SERIAL.                                                 CVREQ4.2
057600     COMPUTE REQ-DAY-SERIAL =                                     CVREQ4.2
057700         (REQ-DATE-YYYY * 372) + (REQ-DATE-MM * 31)               CVREQ4.2
057800         + REQ-DATE-DD.                                           CVREQ4.2
057900 6000-EXIT. EXIT.                                                 CVREQ4.2
