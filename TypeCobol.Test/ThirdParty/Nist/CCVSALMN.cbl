001800**    RUNS MARKED "DISREGRD" BY CCVSMNT ARE IGNORED BY THE   *    CVALM4.2
001900**    STREAK COUNT (SEE CCVSLBLD AND LATEST-UPDATE), SO A    *    CVALM4.2
002000**    JUNKED RECORD CANNOT KEEP AN ESCALATION ALIVE.         *    CVALM4.2
002012**                                                                CVALM4.2
002024**    AN ALERT THAT WOULD ESCALATE IS FIRST CHECKED AGAINST  *    CVALM4.2
002036**    THE FLAKY-TEST LIST CCVSFLKY BUILDS (CCVSFLKL).  THE   *    CVALM4.2
002048**    RUN'S FAIL* EVENTS ARE PULLED FROM THE AUDIT ARCHIVE   *    CVALM4.2
002060**    (CCVSAUDA) AND, WHEN EVERY ONE OF THEM IS A KNOWN      *    CVALM4.2
002072**    FLIP-FLOPPING TEST, THE ALERT IS DISPOSED "FLAKY" AND  *    CVALM4.2
002084**    KEPT OFF THE HOT LIST -- IT IS NOT A COMPILER DEFECT.  *    CVALM4.2
002087**    FAILURES COVERED BY AN IN-FORCE KNOWN-DEFECT WAIVER    *    CVALM4.2
002090**    (CCVSWAIV, SEE CCVSWVR) ARE AN ACCEPTED VENDOR DEFECT; *    CVALM4.2
002093**    AN ALERT WHOSE FAILURES ARE ALL WAIVED IS DISPOSED     *    CVALM4.2
002096**    "WAIVED" AND IS NOT ESCALATED EITHER.                  *    CVALM4.2
002100**                                                                CVALM4.2
002200******************************************************************CVALM4.2
002300 ENVIRONMENT DIVISION.                                            CVALM4.2
004600            ORGANIZATION IS SEQUENTIAL.                           CVALM4.2
004700     SELECT HOT-FILE   ASSIGN TO                                  CVALM4.2
004800            CCVSHOTL.                                             CVALM4.2
004811     SELECT FLAKY-FILE ASSIGN TO                                  CVALM4.2
004822            CCVSFLKL                                              CVALM4.2
004833            ORGANIZATION IS SEQUENTIAL                            CVALM4.2
004844            FILE STATUS IS ALM-FLK-STATUS.                        CVALM4.2
004855     SELECT OPTIONAL ARCH-FILE ASSIGN TO                          CVALM4.2
004866            CCVSAUDA                                              CVALM4.2
004877            ORGANIZATION IS SEQUENTIAL                            CVALM4.2
004888            FILE STATUS IS ALM-ARCH-STATUS.                       CVALM4.2
004890     SELECT WAIVER-FILE ASSIGN TO                                 CVALM4.2
004892            CCVSWAIV                                              CVALM4.2
004894            ORGANIZATION IS SEQUENTIAL                            CVALM4.2
004896            FILE STATUS IS ALM-WVR-STATUS.                        CVALM4.2
004900     SELECT PRINT-FILE ASSIGN TO                                  CVALM4.2
005000            CCVSALMP.                                             CVALM4.2
005100 DATA DIVISION.                                                   CVALM4.2
009000     05  FILLER               PIC X VALUE SPACE.                  CVALM4.2
009100     05  HOT-FAIL-COUNT       PIC 9(6).                           CVALM4.2
009200     05  HOT-TEXT             PIC X(34).                          CVALM4.2
009204 FD  FLAKY-FILE                                                   CVALM4.2
009208     LABEL RECORDS STANDARD.                                      CVALM4.2
009212     COPY CCVSFLK.                                                CVALM4.2
009213 FD  WAIVER-FILE                                                  CVALM4.2
009214     LABEL RECORDS STANDARD.                                      CVALM4.2
009215     COPY CCVSWVR.                                                CVALM4.2
009216 FD  ARCH-FILE                                                    CVALM4.2
009220     LABEL RECORDS STANDARD.                                      CVALM4.2
009224*    SAME SHAPE AS AUDIT-ARCH-REC IN CCVSHFD.                     CVALM4.2
009228 01  ALM-ARCH-REC.                                                CVALM4.2
009232     05  AR-PGM-ID            PIC X(6).                           CVALM4.2
009236     05  FILLER               PIC X.                              CVALM4.2
009240     05  AR-TARGET-ID         PIC X(4).                           CVALM4.2
009244     05  FILLER               PIC X.                              CVALM4.2
009248     05  AR-RUN-DATE          PIC 9(8).                           CVALM4.2
009252     05  FILLER               PIC X.                              CVALM4.2
009256     05  AR-RUN-TIME          PIC 9(8).                           CVALM4.2
009260     05  FILLER               PIC X.                              CVALM4.2
009264     05  AR-PAR-NAME          PIC X(20).                          CVALM4.2
009268     05  FILLER               PIC X.                              CVALM4.2
009272     05  AR-FEATURE           PIC X(20).                          CVALM4.2
009276     05  FILLER               PIC X.                              CVALM4.2
009280     05  AR-OUTCOME           PIC X(5).                           CVALM4.2
009284     05  FILLER               PIC X.                              CVALM4.2
009288     05  AR-DATE              PIC 9(8).                           CVALM4.2
009292     05  FILLER               PIC X.                              CVALM4.2
009296     05  AR-TIME              PIC 9(8).                           CVALM4.2
009300 FD  PRINT-FILE                                                   CVALM4.2
009400     LABEL RECORDS STANDARD                                       CVALM4.2
009500     DATA RECORD IS PRINT-REC.                                    CVALM4.2
009800 01  ALM-ALERT-STATUS        PIC XX       VALUE SPACE.            CVALM4.2
009900 01  ALM-ACK-STATUS          PIC XX       VALUE SPACE.            CVALM4.2
010000 01  ALM-LATE-STATUS         PIC XX       VALUE SPACE.            CVALM4.2
010020 01  ALM-FLK-STATUS          PIC XX       VALUE SPACE.            CVALM4.2
010040 01  ALM-ARCH-STATUS         PIC XX       VALUE SPACE.            CVALM4.2
010053 01  ALM-WVR-STATUS          PIC XX       VALUE SPACE.            CVALM4.2
010066 01  ALM-RAW-EOF-SWITCH      PIC 9        VALUE ZERO.             CVALM4.2
010132     88  ALM-RAW-AT-EOF               VALUE 1.                    CVALM4.2
010200 01  ALM-ALERT-EOF-SWITCH    PIC 9        VALUE ZERO.             CVALM4.2
010300     88  ALM-ALERT-AT-EOF             VALUE 1.                    CVALM4.2
010400 01  ALM-ACK-EOF-SWITCH      PIC 9        VALUE ZERO.             CVALM4.2
010500     88  ALM-ACK-AT-EOF               VALUE 1.                    CVALM4.2
010520 01  ALM-FLK-EOF-SWITCH      PIC 9        VALUE ZERO.             CVALM4.2
010540     88  ALM-FLK-AT-EOF               VALUE 1.                    CVALM4.2
010546 01  ALM-WVR-EOF-SWITCH      PIC 9        VALUE ZERO.             CVALM4.2
010552     88  ALM-WVR-AT-EOF               VALUE 1.                    CVALM4.2
010560 01  ALM-ARCH-EOF-SWITCH     PIC 9        VALUE ZERO.             CVALM4.2
010580     88  ALM-ARCH-AT-EOF              VALUE 1.                    CVALM4.2
010600 01  ALM-ALERT-OPEN-SW       PIC 9        VALUE ZERO.             CVALM4.2
010700     88  ALM-ALERT-IS-OPEN            VALUE 1.                    CVALM4.2
010900 01  ALM-STREAK              PIC 9(3)     VALUE ZERO.             CVALM4.2
011300 01  ALM-ALERT-COUNT         PIC 9(5) COMP VALUE ZERO.            CVALM4.2
011400 01  ALM-HOT-COUNT           PIC 9(5) COMP VALUE ZERO.            CVALM4.2
011500 01  ALM-ACKED-COUNT         PIC 9(5) COMP VALUE ZERO.            CVALM4.2
011550 01  ALM-FLAKY-COUNT         PIC 9(5) COMP VALUE ZERO.            CVALM4.2
011600 01  ALM-FLK-COUNT           PIC 9(3) COMP VALUE ZERO.            CVALM4.2
011650 01  ALM-FLK-SUB             PIC 9(3) COMP VALUE ZERO.            CVALM4.2
011700 01  ALM-RUN-FAILS           PIC 9(5) COMP VALUE ZERO.            CVALM4.2
011750 01  ALM-RUN-FLAKY           PIC 9(5) COMP VALUE ZERO.            CVALM4.2
011760 01  ALM-WAIVED-COUNT        PIC 9(5) COMP VALUE ZERO.            CVALM4.2
011770 01  ALM-WVR-COUNT           PIC 9(3) COMP VALUE ZERO.            CVALM4.2
011780 01  ALM-WVR-SUB             PIC 9(3) COMP VALUE ZERO.            CVALM4.2
011790 01  ALM-RUN-WAIVED          PIC 9(5) COMP VALUE ZERO.            CVALM4.2
011800 01  ALM-DISPOSITION         PIC X(9)     VALUE SPACE.            CVALM4.2
011900*    MAX CONSECUTIVE-FAIL STREAK PER PROGRAM, TAKEN ACROSS        CVALM4.2
011975*    ALL TARGETS FROM THE CCVSLATE SUMMARY FILE -- THE ALERT      CVALM4.2
012700     05  ALM-ACK-ENTRY       OCCURS 100 TIMES.                    CVALM4.2
012800         10  ALM-A-PGM-ID        PIC X(6).                        CVALM4.2
012900         10  ALM-A-STREAK        PIC 9(3).                        CVALM4.2
012912*    THE FLAKY-TEST LIST, ALL TARGETS.  AN ARCHIVE EVENT          CVALM4.2
012924*    CARRIES ITS OWN TARGET, SO THE MATCH IS EXACT.               CVALM4.2
012936 01  ALM-FLK-TABLE.                                               CVALM4.2
012948     05  ALM-FLK-ENTRY       OCCURS 500 TIMES.                    CVALM4.2
012960         10  ALM-F-PGM-ID        PIC X(6).                        CVALM4.2
012972         10  ALM-F-TARGET-ID     PIC X(4).                        CVALM4.2
012984         10  ALM-F-PAR-NAME      PIC X(20).                       CVALM4.2
012985*    THE KNOWN-DEFECT WAIVERS, ALL TARGETS.  WHETHER ONE IS       CVALM4.2
012986*    IN FORCE IS JUDGED AGAINST THE ALERTED RUN'S DATE.           CVALM4.2
012987 01  ALM-WVR-TABLE.                                               CVALM4.2
012988     05  ALM-WVR-ENTRY       OCCURS 500 TIMES.                    CVALM4.2
012989         10  ALM-W-PGM-ID        PIC X(6).                        CVALM4.2
012990         10  ALM-W-TARGET-ID     PIC X(4).                        CVALM4.2
012991         10  ALM-W-PAR-NAME      PIC X(20).                       CVALM4.2
012992         10  ALM-W-EXPIRY        PIC 9(8).                        CVALM4.2
013000 01  ALM-H-1.                                                     CVALM4.2
013100     02 FILLER PIC X(120) VALUE                                   CVALM4.2
013200     "    CCVS85 ALERT MONITOR - NIGHTLY ALERT DISPOSITION".      CVALM4.2
016400     02 FILLER PIC X(24) VALUE "SUPPRESSED BY ACK      =".        CVALM4.2
016500     02 AS-ACKED-O         PIC ZZZZ9.                             CVALM4.2
016600     02 FILLER PIC X(91) VALUE SPACE.                             CVALM4.2
016620 01  ALM-S-4.                                                     CVALM4.2
016640     02 FILLER PIC X(24) VALUE "FLAKY - NOT ESCALATED  =".        CVALM4.2
016660     02 AS-FLAKY-O         PIC ZZZZ9.                             CVALM4.2
016680     02 FILLER PIC X(91) VALUE SPACE.                             CVALM4.2
016684 01  ALM-S-5.                                                     CVALM4.2
016688     02 FILLER PIC X(24) VALUE "WAIVED - NOT ESCALATED =".        CVALM4.2
016692     02 AS-WAIVED-O        PIC ZZZZ9.                             CVALM4.2
016696     02 FILLER PIC X(91) VALUE SPACE.                             CVALM4.2
016700 PROCEDURE DIVISION.                                              CVALM4.2
016800 0000-MAINLINE SECTION.                                           CVALM4.2
016900 0000-START.                                                      CVALM4.2
017100     PERFORM 2000-LOAD-STREAKS THRU 2000-EXIT                     CVALM4.2
017200             UNTIL ALM-RAW-AT-EOF.                                CVALM4.2
017300     PERFORM 3000-LOAD-ACKS THRU 3000-EXIT.                       CVALM4.2
017350     PERFORM 3500-LOAD-FLAKY THRU 3500-EXIT.                      CVALM4.2
017370     PERFORM 3700-LOAD-WAIVERS THRU 3700-EXIT.                    CVALM4.2
017400     PERFORM 4000-PROCESS-ALERTS THRU 4000-EXIT                   CVALM4.2
017500             UNTIL ALM-ALERT-AT-EOF.                              CVALM4.2
017600     PERFORM 5000-FINISH THRU 5000-EXIT.                          CVALM4.2
025600     MOVE ACK-PGM-ID TO ALM-A-PGM-ID (ALM-ACK-COUNT).             CVALM4.2
025700     MOVE ACK-STREAK TO ALM-A-STREAK (ALM-ACK-COUNT).             CVALM4.2
025800 3100-EXIT. EXIT.                                                 CVALM4.2
025802 3500-LOAD-FLAKY.                                                 CVALM4.2
025804     OPEN INPUT FLAKY-FILE.                                       CVALM4.2
025806     IF ALM-FLK-STATUS NOT EQUAL TO "00"                          CVALM4.2
025808         GO TO 3500-EXIT.                                         CVALM4.2
025810     PERFORM 3600-LOAD-ONE-FLAKY THRU 3600-EXIT                   CVALM4.2
025812         UNTIL ALM-FLK-AT-EOF.                                    CVALM4.2
025814     CLOSE FLAKY-FILE.                                            CVALM4.2
025816 3500-EXIT. EXIT.                                                 CVALM4.2
025818 3600-LOAD-ONE-FLAKY.                                             CVALM4.2
025820     READ FLAKY-FILE AT END                                       CVALM4.2
025822         MOVE 1 TO ALM-FLK-EOF-SWITCH                             CVALM4.2
025824         GO TO 3600-EXIT.                                         CVALM4.2
025826     IF FLK-PGM-ID EQUAL TO SPACE                                 CVALM4.2
025828         GO TO 3600-EXIT.                                         CVALM4.2
025830     IF ALM-FLK-COUNT EQUAL TO 500                                CVALM4.2
025832         GO TO 3600-EXIT.                                         CVALM4.2
025834     ADD 1 TO ALM-FLK-COUNT.                                      CVALM4.2
025836     MOVE FLK-PGM-ID    TO ALM-F-PGM-ID    (ALM-FLK-COUNT).       CVALM4.2
025838     MOVE FLK-TARGET-ID TO ALM-F-TARGET-ID (ALM-FLK-COUNT).       CVALM4.2
025840     MOVE FLK-PAR-NAME  TO ALM-F-PAR-NAME  (ALM-FLK-COUNT).       CVALM4.2
025842 3600-EXIT. EXIT.                                                 CVALM4.2
025844*    THE WAIVER MASTER IS SMALL AND OPTIONAL; EVERY RECORD IS     CVALM4.2
025846*    HELD, WHETHER IN FORCE OR NOT, AND JUDGED PER ALERT.         CVALM4.2
025848 3700-LOAD-WAIVERS.                                               CVALM4.2
025850     OPEN INPUT WAIVER-FILE.                                      CVALM4.2
025852     IF ALM-WVR-STATUS NOT EQUAL TO "00"                          CVALM4.2
025854         GO TO 3700-EXIT.                                         CVALM4.2
025856     PERFORM 3800-LOAD-ONE-WAIVER THRU 3800-EXIT                  CVALM4.2
025858         UNTIL ALM-WVR-AT-EOF.                                    CVALM4.2
025860     CLOSE WAIVER-FILE.                                           CVALM4.2
025862 3700-EXIT. EXIT.                                                 CVALM4.2
025864 3800-LOAD-ONE-WAIVER.                                            CVALM4.2
025866     READ WAIVER-FILE AT END                                      CVALM4.2
025868         MOVE 1 TO ALM-WVR-EOF-SWITCH                             CVALM4.2
025870         GO TO 3800-EXIT.                                         CVALM4.2
025872     IF WVR-PGM-ID EQUAL TO SPACE OR WVR-EXPIRY NOT NUMERIC       CVALM4.2
025874         GO TO 3800-EXIT.                                         CVALM4.2
025876     IF ALM-WVR-COUNT EQUAL TO 500                                CVALM4.2
025878         GO TO 3800-EXIT.                                         CVALM4.2
025880     ADD 1 TO ALM-WVR-COUNT.                                      CVALM4.2
025882     MOVE WVR-PGM-ID    TO ALM-W-PGM-ID    (ALM-WVR-COUNT).       CVALM4.2
025884     MOVE WVR-TARGET-ID TO ALM-W-TARGET-ID (ALM-WVR-COUNT).       CVALM4.2
025886     MOVE WVR-PAR-NAME  TO ALM-W-PAR-NAME  (ALM-WVR-COUNT).       CVALM4.2
025888     MOVE WVR-EXPIRY    TO ALM-W-EXPIRY    (ALM-WVR-COUNT).       CVALM4.2
025890 3800-EXIT. EXIT.                                                 CVALM4.2
025900 4000-PROCESS-ALERTS.                                             CVALM4.2
026000     READ ALERT-FILE AT END                                       CVALM4.2
026100         MOVE 1 TO ALM-ALERT-EOF-SWITCH                           CVALM4.2
030400         MOVE "ACKED    " TO ALM-DISPOSITION                      CVALM4.2
030500         ADD 1 TO ALM-ACKED-COUNT                                 CVALM4.2
030600         GO TO 4300-EXIT.                                         CVALM4.2
030611     IF ALM-STREAK NOT LESS THAN 3                                CVALM4.2
030622         PERFORM 4400-CLASSIFY-FAILS THRU 4400-EXIT.              CVALM4.2
030628     IF ALM-STREAK LESS THAN 3                                    CVALM4.2
030634             OR ALM-RUN-FAILS EQUAL TO ZERO                       CVALM4.2
030640         GO TO 4300-ESCALATE.                                     CVALM4.2
030642*    THE ALERT COUNT ALSO HOLDS FAILURES THAT LEAVE NO FAIL*      CVALM4.2
030644*    EVENT (SQ216A'S I/O ERROR LOG); THOSE ARE NEVER COVERED.     CVALM4.2
030646     IF ALM-RUN-WAIVED EQUAL TO AL-FAIL-COUNT                     CVALM4.2
030652         MOVE "WAIVED   " TO ALM-DISPOSITION                      CVALM4.2
030658         ADD 1 TO ALM-WAIVED-COUNT                                CVALM4.2
030664         GO TO 4300-EXIT.                                         CVALM4.2
030670     IF ALM-RUN-WAIVED + ALM-RUN-FLAKY EQUAL TO AL-FAIL-COUNT     CVALM4.2
030676         MOVE "FLAKY    " TO ALM-DISPOSITION                      CVALM4.2
030682         ADD 1 TO ALM-FLAKY-COUNT                                 CVALM4.2
030688         GO TO 4300-EXIT.                                         CVALM4.2
030694 4300-ESCALATE.                                                   CVALM4.2
030700     IF ALM-STREAK NOT LESS THAN 3                                CVALM4.2
030800         MOVE "ESCALATED" TO ALM-DISPOSITION                      CVALM4.2
030900         ADD 1 TO ALM-HOT-COUNT                                   CVALM4.2
031600     ELSE                                                         CVALM4.2
031700         MOVE "NEW      " TO ALM-DISPOSITION.                     CVALM4.2
031800 4300-EXIT. EXIT.                                                 CVALM4.2
031801*    PULLS THE ALERTED RUN'S FAIL* EVENTS FROM THE ARCHIVE        CVALM4.2
031802*    (THE ALERT'S DATE AND TIME ARE THE RUN'S ARCHIVE STAMP)      CVALM4.2
031803*    AND COUNTS HOW MANY OF THEM A WAIVER IN FORCE ON THE RUN     CVALM4.2
031804*    DATE COVERS AND HOW MANY OF THE REST ARE ON THE FLAKY-       CVALM4.2
031805*    TEST LIST.                                                   CVALM4.2
031806 4400-CLASSIFY-FAILS.                                             CVALM4.2
031807     MOVE ZERO TO ALM-RUN-FAILS ALM-RUN-FLAKY ALM-RUN-WAIVED.     CVALM4.2
031808     IF ALM-FLK-COUNT EQUAL TO ZERO                               CVALM4.2
031809             AND ALM-WVR-COUNT EQUAL TO ZERO                      CVALM4.2
031810         GO TO 4400-EXIT.                                         CVALM4.2
031816     OPEN INPUT ARCH-FILE.                                        CVALM4.2
031818     IF ALM-ARCH-STATUS NOT EQUAL TO "00"                         CVALM4.2
031820             AND ALM-ARCH-STATUS NOT EQUAL TO "05"                CVALM4.2
031822         GO TO 4400-EXIT.                                         CVALM4.2
031824     MOVE ZERO TO ALM-ARCH-EOF-SWITCH.                            CVALM4.2
031826     PERFORM 4410-SCAN-EVENT THRU 4410-EXIT                       CVALM4.2
031828         UNTIL ALM-ARCH-AT-EOF.                                   CVALM4.2
031830     CLOSE ARCH-FILE.                                             CVALM4.2
031832 4400-EXIT. EXIT.                                                 CVALM4.2
031834 4410-SCAN-EVENT.                                                 CVALM4.2
031836     READ ARCH-FILE AT END                                        CVALM4.2
031838         MOVE 1 TO ALM-ARCH-EOF-SWITCH                            CVALM4.2
031840         GO TO 4410-EXIT.                                         CVALM4.2
031842     IF AR-PGM-ID NOT EQUAL TO AL-PGM-ID                          CVALM4.2
031844             OR AR-RUN-DATE NOT EQUAL TO AL-DATE                  CVALM4.2
031846             OR AR-RUN-TIME NOT EQUAL TO AL-TIME                  CVALM4.2
031848             OR AR-OUTCOME NOT EQUAL TO "FAIL*"                   CVALM4.2
031850         GO TO 4410-EXIT.                                         CVALM4.2
031851     ADD 1 TO ALM-RUN-FAILS.                                      CVALM4.2
031852     PERFORM 2300-FIND-PGM THRU 2300-EXIT                         CVALM4.2
031853         VARYING ALM-WVR-SUB FROM 1 BY 1                          CVALM4.2
031854         UNTIL ALM-WVR-SUB GREATER THAN ALM-WVR-COUNT             CVALM4.2
031855         OR (AR-PGM-ID    EQUAL TO ALM-W-PGM-ID    (ALM-WVR-SUB)  CVALM4.2
031856         AND AR-TARGET-ID EQUAL TO ALM-W-TARGET-ID (ALM-WVR-SUB)  CVALM4.2
031857         AND AR-PAR-NAME  EQUAL TO ALM-W-PAR-NAME  (ALM-WVR-SUB)  CVALM4.2
031858         AND ALM-W-EXPIRY (ALM-WVR-SUB) NOT LESS THAN AL-DATE).   CVALM4.2
031859     IF ALM-WVR-SUB NOT GREATER THAN ALM-WVR-COUNT                CVALM4.2
031860         ADD 1 TO ALM-RUN-WAIVED                                  CVALM4.2
031861         GO TO 4410-EXIT.                                         CVALM4.2
031862     PERFORM 2300-FIND-PGM THRU 2300-EXIT                         CVALM4.2
031863         VARYING ALM-FLK-SUB FROM 1 BY 1                          CVALM4.2
031864         UNTIL ALM-FLK-SUB GREATER THAN ALM-FLK-COUNT             CVALM4.2
031865         OR (AR-PGM-ID    EQUAL TO ALM-F-PGM-ID    (ALM-FLK-SUB)  CVALM4.2
031866         AND AR-TARGET-ID EQUAL TO ALM-F-TARGET-ID (ALM-FLK-SUB)  CVALM4.2
031867         AND AR-PAR-NAME  EQUAL TO ALM-F-PAR-NAME  (ALM-FLK-SUB)).CVALM4.2
031868     IF ALM-FLK-SUB NOT GREATER THAN ALM-FLK-COUNT                CVALM4.2
031869         ADD 1 TO ALM-RUN-FLAKY.                                  CVALM4.2
031870 4410-EXIT. EXIT.                                                 CVALM4.2
031900 5000-FINISH.                                                     CVALM4.2
032000     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVALM4.2
032100     MOVE ALM-ALERT-COUNT TO AS-ALERT-O.                          CVALM4.2
032400     MOVE ALM-S-2 TO PRINT-REC. WRITE PRINT-REC.                  CVALM4.2
032500     MOVE ALM-ACKED-COUNT TO AS-ACKED-O.                          CVALM4.2
032600     MOVE ALM-S-3 TO PRINT-REC. WRITE PRINT-REC.                  CVALM4.2
032630     MOVE ALM-FLAKY-COUNT TO AS-FLAKY-O.                          CVALM4.2
032660     MOVE ALM-S-4 TO PRINT-REC. WRITE PRINT-REC.                  CVALM4.2
032673     MOVE ALM-WAIVED-COUNT TO AS-WAIVED-O.                        CVALM4.2
032686     MOVE ALM-S-5 TO PRINT-REC. WRITE PRINT-REC.                  CVALM4.2
032700     CLOSE LATEST-FILE.                                           CVALM4.2
032800     IF ALM-ALERT-IS-OPEN                                         CVALM4.2
032900         CLOSE ALERT-FILE.                                        CVALM4.2
