001600**                                                                CVRBL4.2
001700**    RUN IT AGAINST AN EMPTY CCVSRAW ALLOCATION -- THE      *    CVRBL4.2
001800**    CORRUPTED FILE IS RENAMED ASIDE FIRST.                 *    CVRBL4.2
001816**                                                                CVRBL4.2
001832**    THE VERDICT IS ALSO LEFT IN A ONE-RECORD STATUS FILE   *    CVRBL4.2
001848**    (CCVSRBLS) SO THE INCIDENT FEED (CCVSINCD) CAN RAISE A *    CVRBL4.2
001864**    MISMATCH AND RESOLVE IT WHEN A LATER REBUILD           *    CVRBL4.2
001880**    RECONCILES.                                            *    CVRBL4.2
001883**                                                                CVRBL4.2
001886**    THE RECONCILE WALK ALSO RELOADS THE CCVSRDX RUN-DATE   *    CVRBL4.2
001889**    CROSS-REFERENCE FROM THE REBUILT FILE, SO A REBUILD    *    CVRBL4.2
001892**    ALSO CURES A CROSS-REFERENCE IN DOUBT.                 *    CVRBL4.2
001900**                                                                CVRBL4.2
002000******************************************************************CVRBL4.2
002100 ENVIRONMENT DIVISION.                                            CVRBL4.2
003900            ORGANIZATION IS INDEXED                               CVRBL4.2
004000            ACCESS MODE IS DYNAMIC                                CVRBL4.2
004100            RECORD KEY IS RAW-DATA-KEY.                           CVRBL4.2
004101*    RUNX-FILE IS THE RUN-DATE CROSS-REFERENCE (SEE CCVSRDX),     CVRBL4.2
004102*    RELOADED FROM THE REBUILT FILE DURING THE RECONCILE WALK.    CVRBL4.2
004103     SELECT RUNX-FILE  ASSIGN TO                                  CVRBL4.2
004104            CCVSRDX                                               CVRBL4.2
004105            ORGANIZATION IS INDEXED                               CVRBL4.2
004106            ACCESS MODE IS RANDOM                                 CVRBL4.2
004107            RECORD KEY IS RUN-XREF-KEY                            CVRBL4.2
004108            FILE STATUS IS RBL-RDX-STATUS.                        CVRBL4.2
004110*    LOCK-FILE SERIALIZES UPDATE ACCESS TO RAW-DATA WITH THE      CVRBL4.2
004120*    BATTERY HARNESS AND THE OTHER UTILITIES -- SAME CCVSLOCK     CVRBL4.2
004130*    DATASET AND PROTOCOL AS RAWLOCK-ACQUIRE IN CCVSHPRC.  A      CVRBL4.2
004180            CCVSLOCK                                              CVRBL4.2
004190            ORGANIZATION IS SEQUENTIAL                            CVRBL4.2
004195            FILE STATUS IS RBL-LOCK-STATUS.                       CVRBL4.2
004196     SELECT STAT-FILE  ASSIGN TO                                  CVRBL4.2
004197            CCVSRBLS.                                             CVRBL4.2
004200 DATA DIVISION.                                                   CVRBL4.2
004300 FILE SECTION.                                                    CVRBL4.2
004400 FD  UNLOAD-FILE                                                  CVRBL4.2
005000     COPY CCVSJRN.                                                CVRBL4.2
005100 FD  RAW-DATA.                                                    CVRBL4.2
005200     COPY CCVSRAW.                                                CVRBL4.2
005203 FD  RUNX-FILE.                                                   CVRBL4.2
005206     COPY CCVSRDX.                                                CVRBL4.2
005210 FD  LOCK-FILE                                                    CVRBL4.2
005220     LABEL RECORDS STANDARD.                                      CVRBL4.2
005230     COPY CCVSLOK.                                                CVRBL4.2
005234*    RS-VERDICT IS "RECONCIL" OR "MISMATCH".                      CVRBL4.2
005238 FD  STAT-FILE                                                    CVRBL4.2
005242     LABEL RECORDS STANDARD.                                      CVRBL4.2
005246 01  RBL-STAT-REC.                                                CVRBL4.2
005250     05  RS-DATE              PIC 9(8).                           CVRBL4.2
005254     05  FILLER               PIC X VALUE SPACE.                  CVRBL4.2
005258     05  RS-TIME              PIC 9(8).                           CVRBL4.2
005262     05  FILLER               PIC X VALUE SPACE.                  CVRBL4.2
005266     05  RS-VERDICT           PIC X(8).                           CVRBL4.2
005270     05  FILLER               PIC X VALUE SPACE.                  CVRBL4.2
005274     05  RS-FINAL-COUNT       PIC 9(7).                           CVRBL4.2
005278     05  FILLER               PIC X VALUE SPACE.                  CVRBL4.2
005282     05  RS-EXPECT-COUNT      PIC 9(7).                           CVRBL4.2
005286     05  FILLER               PIC X VALUE SPACE.                  CVRBL4.2
005290     05  RS-FAIL-COUNT        PIC 9(7).                           CVRBL4.2
005300 WORKING-STORAGE SECTION.                                         CVRBL4.2
005400 01  RBL-UNL-STATUS          PIC XX       VALUE SPACE.            CVRBL4.2
005410 01  RBL-LOCK-STATUS         PIC XX       VALUE SPACE.            CVRBL4.2
005412 01  RBL-RDX-STATUS          PIC XX       VALUE SPACE.            CVRBL4.2
005414 01  RBL-RDX-SWITCH          PIC 9        VALUE ZERO.             CVRBL4.2
005416     88  RBL-RDX-IS-OPEN              VALUE 1.                    CVRBL4.2
005420 01  RBL-LOCK-GOT-SW         PIC 9        VALUE ZERO.             CVRBL4.2
005430     88  RBL-LOCK-ACQUIRED            VALUE 1.                    CVRBL4.2
005440 01  RBL-LOCK-RETRY-SUB      PIC 9(3) COMP VALUE ZERO.            CVRBL4.2
017300 3000-RECONCILE.                                                  CVRBL4.2
017400     MOVE ZERO TO RBL-EOF-SWITCH.                                 CVRBL4.2
017500     OPEN INPUT RAW-DATA.                                         CVRBL4.2
017514     OPEN OUTPUT RUNX-FILE.                                       CVRBL4.2
017528     IF RBL-RDX-STATUS EQUAL TO "00"                              CVRBL4.2
017542         MOVE 1 TO RBL-RDX-SWITCH                                 CVRBL4.2
017556     ELSE                                                         CVRBL4.2
017570         DISPLAY "CCVSRBLD - CCVSRDX NOT RELOADED - STATUS "      CVRBL4.2
017584             RBL-RDX-STATUS.                                      CVRBL4.2
017600     PERFORM 3100-COUNT-ONE THRU 3100-EXIT                        CVRBL4.2
017700         UNTIL RBL-AT-EOF.                                        CVRBL4.2
017800     CLOSE RAW-DATA.                                              CVRBL4.2
017830     IF RBL-RDX-IS-OPEN                                           CVRBL4.2
017860         CLOSE RUNX-FILE.                                         CVRBL4.2
017900     COMPUTE RBL-EXPECT-COUNT =                                   CVRBL4.2
018000         RBL-LOADED-COUNT + RBL-WRITE-COUNT - RBL-DELETE-COUNT.   CVRBL4.2
018100     DISPLAY "CCVSRBLD - UNLOAD RECORDS LOADED " RBL-LOADED-COUNT.CVRBL4.2
018700     DISPLAY "CCVSRBLD - REPLAY FAILURES       " RBL-FAIL-COUNT.  CVRBL4.2
018800     DISPLAY "CCVSRBLD - RECORDS ON REBUILT    " RBL-FINAL-COUNT. CVRBL4.2
018900     DISPLAY "CCVSRBLD - RECORDS EXPECTED      " RBL-EXPECT-COUNT.CVRBL4.2
018930     MOVE SPACE TO RBL-STAT-REC.                                  CVRBL4.2
018960     MOVE "RECONCIL" TO RS-VERDICT.                               CVRBL4.2
019000     IF RBL-FINAL-COUNT NOT EQUAL TO RBL-EXPECT-COUNT             CVRBL4.2
019100             OR RBL-FAIL-COUNT GREATER THAN ZERO                  CVRBL4.2
019200         DISPLAY "CCVSRBLD - ** RECONSTRUCTION DOES NOT "         CVRBL4.2
019300             "RECONCILE - DO NOT TRUST THE REBUILT FILE **"       CVRBL4.2
019350         MOVE "MISMATCH" TO RS-VERDICT                            CVRBL4.2
019400         MOVE 4 TO RETURN-CODE                                    CVRBL4.2
019500     ELSE                                                         CVRBL4.2
019600         DISPLAY "CCVSRBLD - RECONSTRUCTION RECONCILES".          CVRBL4.2
019611     ACCEPT RS-DATE FROM DATE YYYYMMDD.                           CVRBL4.2
019622     ACCEPT RS-TIME FROM TIME.                                    CVRBL4.2
019633     MOVE RBL-FINAL-COUNT  TO RS-FINAL-COUNT.                     CVRBL4.2
019644     MOVE RBL-EXPECT-COUNT TO RS-EXPECT-COUNT.                    CVRBL4.2
019655     MOVE RBL-FAIL-COUNT   TO RS-FAIL-COUNT.                      CVRBL4.2
019666     OPEN OUTPUT STAT-FILE.                                       CVRBL4.2
019677     WRITE RBL-STAT-REC.                                          CVRBL4.2
019688     CLOSE STAT-FILE.                                             CVRBL4.2
019700 3000-EXIT. EXIT.                                                 CVRBL4.2
019800 3100-COUNT-ONE.                                                  CVRBL4.2
019900     READ RAW-DATA NEXT RECORD AT END                             CVRBL4.2
020000         MOVE 1 TO RBL-EOF-SWITCH                                 CVRBL4.2
020100         GO TO 3100-EXIT.                                         CVRBL4.2
020200     ADD 1 TO RBL-FINAL-COUNT.                                    CVRBL4.2
020211     IF NOT RBL-RDX-IS-OPEN                                       CVRBL4.2
020222         GO TO 3100-EXIT.                                         CVRBL4.2
020233     MOVE C-DATE       TO RX-DATE.                                CVRBL4.2
020244     MOVE C-TIME       TO RX-TIME.                                CVRBL4.2
020255     MOVE RD-PGM-ID    TO RX-PGM-ID.                              CVRBL4.2
020266     MOVE RD-TARGET-ID TO RX-TARGET-ID.                           CVRBL4.2
020277     WRITE RUN-XREF-SATZ                                          CVRBL4.2
020288         INVALID KEY GO TO 3100-EXIT.                             CVRBL4.2
020300 3100-EXIT. EXIT.                                                 CVRBL4.2
020310*    SERIALIZES UPDATE ACCESS TO RAW-DATA -- THE SAME BOUNDED     CVRBL4.2
020320*    CLOCK-PACED WAIT-AND-RETRY PROTOCOL AS RAWLOCK-ACQUIRE       CVRBL4.2
