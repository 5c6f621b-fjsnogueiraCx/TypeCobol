002200**      HOLIDAY     COLS 1-3 "HOL", COLS 5-12 DATE           *    CVSCH4.2
002300**                  YYYYMMDD, COLS 14-21 PROFILE NAME        *    CVSCH4.2
002400**      MEMBER      COLS 1-3 "PRF", COLS 5-12 PROFILE NAME,  *    CVSCH4.2
002428**                  COLS 14-21 PROGRAM NAME (IN RUN ORDER),  *    CVSCH4.2
002456**                  COLS 23-30, 32-39, 41-48, 50-57 UP TO    *    CVSCH4.2
002484**                  FOUR PREREQUISITE PROGRAM NAMES ("NONE"  *    CVSCH4.2
002512**                  FOR AN INDEPENDENT STEP), COPIED ONTO    *    CVSCH4.2
002540**                  THE CCVSSTEP CARD FOR CCVSDRV'S          *    CVSCH4.2
002568**                  DEPENDENCY MODE                          *    CVSCH4.2
002600**    THE PROFILE "NONE" SUPPRESSES THE BATTERY -- CCVSSTEP  *    CVSCH4.2
002700**    IS WRITTEN EMPTY.  WITH NO MATCHING RULE THE "FULL"    *    CVSCH4.2
002800**    PROFILE IS ASSUMED.                                    *    CVSCH4.2
002803**                                                                CVSCH4.2
002806**    CHANGE IMPACT -- EVERY PROGRAM ON CCVSWUSE'S IMPACT    *    CVSCH4.2
002809**    LIST (CCVSIMPL, OPTIONAL) IS ADDED TO THE STEP LIST    *    CVSCH4.2
002812**    WHATEVER THE PROFILE, "NONE" INCLUDED, UNLESS THE      *    CVSCH4.2
002815**    PROFILE ALREADY RUNS IT.  IT RUNS AFTER THE PROFILE'S  *    CVSCH4.2
002818**    STEPS WITH THE PREREQUISITES OF THE FIRST MEMBER CARD  *    CVSCH4.2
002821**    THAT NAMES IT; A PROGRAM NO PROFILE NAMES IS NOT A     *    CVSCH4.2
002824**    BATTERY STEP AND IS ONLY REPORTED.  THE SEQUENCE-000   *    CVSCH4.2
002827**    RECORD CARRIES THE NUMBER OF STEPS FORCED IN MAN-RC    *    CVSCH4.2
002830**    AND THE CHANGED MEMBER BEHIND THEM IN MAN-CAUSE        *    CVSCH4.2
002833**    ("SEVERAL " WHEN MORE THAN ONE).                       *    CVSCH4.2
002836**                                                                CVSCH4.2
002839**    AD HOC RERUNS -- ANALYSTS QUEUE RERUN REQUESTS ON      *    CVSCH4.2
002842**    CCVSRREQ (SEE CCVSRRQ, OPTIONAL): PROGRAM, TARGET, A   *    CVSCH4.2
002845**    RERUN=Y FAILED-ONLY FLAG, REQUESTER AND REASON.  EVERY *    CVSCH4.2
002848**    OPEN REQUEST -- AND ANY STILL "SCHEDULD" BECAUSE NO    *    CVSCH4.2
002851**    CCVSREQC CLOSE-OUT HAS RUN SINCE -- IS MERGED INTO     *    CVSCH4.2
002854**    TONIGHT'S LIST AFTER THE FORCED STEPS.  A STEP ALREADY *    CVSCH4.2
002857**    RUNNING THE PROGRAM FOR THAT TARGET HONORS IT (A FULL  *    CVSCH4.2
002860**    RUN COVERS A FAILED-ONLY ONE); OTHERWISE A STEP IS     *    CVSCH4.2
002863**    ADDED WITH THE TARGET AND RERUN FLAG IN COLS 46-49 AND *    CVSCH4.2
002866**    51, WHICH CCVSDRV PASSES TO THE STEP, AND THE          *    CVSCH4.2
002869**    PREREQUISITES OF THE FIRST MEMBER CARD NAMING THE      *    CVSCH4.2
002872**    PROGRAM.  A PROGRAM NO PROFILE NAMES STAYS OPEN.  EACH *    CVSCH4.2
002875**    REQUEST HONORED IS MARKED "SCHEDULD" AND GETS A        *    CVSCH4.2
002878**    "REQUEST " RECORD IN THE MANIFEST BEHIND THE STEPS;    *    CVSCH4.2
002881**    CCVSREQC CLOSES IT OUT NEXT MORNING.  A NEW CARD IS    *    CVSCH4.2
002890**    NUMBERED AND DATED HERE.                               *    CVSCH4.2
002900**                                                                CVSCH4.2
003000******************************************************************CVSCH4.2
003100 ENVIRONMENT DIVISION.                                            CVSCH4.2
005000     SELECT MANIFEST-FILE ASSIGN TO                               CVSCH4.2
005100            CCVSMANI                                              CVSCH4.2
005200            ORGANIZATION IS SEQUENTIAL.                           CVSCH4.2
005220     SELECT OPTIONAL IMPACT-FILE ASSIGN TO                        CVSCH4.2
005240            CCVSIMPL                                              CVSCH4.2
005260            ORGANIZATION IS SEQUENTIAL                            CVSCH4.2
005280            FILE STATUS IS SCH-IMP-STATUS.                        CVSCH4.2
005282*    THE RERUN REQUEST QUEUE IS LOADED WHOLE, THEN RE-CREATED     CVSCH4.2
005284*    WITH TONIGHT'S NUMBERS AND SCHEDULING MARKS.                 CVSCH4.2
005286     SELECT OPTIONAL RREQ-FILE ASSIGN TO                          CVSCH4.2
005288            CCVSRREQ                                              CVSCH4.2
005290            ORGANIZATION IS SEQUENTIAL                            CVSCH4.2
005292            FILE STATUS IS SCH-RRQ-STATUS.                        CVSCH4.2
005300 DATA DIVISION.                                                   CVSCH4.2
005400 FILE SECTION.                                                    CVSCH4.2
005500 FD  CAL-FILE                                                     CVSCH4.2
007200         10  CAL-PRF-PROFILE     PIC X(8).                        CVSCH4.2
007300         10  FILLER              PIC X.                           CVSCH4.2
007400         10  CAL-PRF-PGM         PIC X(8).                        CVSCH4.2
007420         10  FILLER              PIC X.                           CVSCH4.2
007480         10  CAL-PRF-AFTER-LIST  PIC X(35).                       CVSCH4.2
007540         10  FILLER              PIC X(23).                       CVSCH4.2
007600 FD  STEP-FILE                                                    CVSCH4.2
007700     LABEL RECORDS STANDARD.                                      CVSCH4.2
007800 01  SCH-STEP-REC.                                                CVSCH4.2
007900     05  DS-PGM-NAME          PIC X(8).                           CVSCH4.2
007911*    THE PREREQUISITE NAMES, LAID OUT AS CCVSDRV READS THEM.      CVSCH4.2
007922     05  FILLER               PIC X.                              CVSCH4.2
007933     05  DS-AFTER-LIST        PIC X(35).                          CVSCH4.2
007944*    AN AD HOC RERUN STEP'S TARGET AND RERUN FLAG.                CVSCH4.2
007955     05  FILLER               PIC X.                              CVSCH4.2
007966     05  DS-TARGET            PIC X(4).                           CVSCH4.2
007977     05  FILLER               PIC X.                              CVSCH4.2
007988     05  DS-RERUN             PIC X.                              CVSCH4.2
008000 FD  MANIFEST-FILE                                                CVSCH4.2
008100     LABEL RECORDS STANDARD.                                      CVSCH4.2
008200*    THE SHARED MANIFEST LAYOUT (SEE CCVSMAN) -- EVERY READER     CVSCH4.2
008210*    AND WRITER OF CCVSMANI COPIES IT SO ALL AGREE ON ITS         CVSCH4.2
008220*    SHAPE.                                                       CVSCH4.2
008300     COPY CCVSMAN.                                                CVSCH4.2
008670 FD  IMPACT-FILE                                                  CVSCH4.2
009040     LABEL RECORDS STANDARD.                                      CVSCH4.2
009410     COPY CCVSIMP.                                                CVSCH4.2
009507 FD  RREQ-FILE                                                    CVSCH4.2
009604     LABEL RECORDS STANDARD.                                      CVSCH4.2
009701     COPY CCVSRRQ.                                                CVSCH4.2
009800 WORKING-STORAGE SECTION.                                         CVSCH4.2
009900 01  SCH-CAL-STATUS          PIC XX       VALUE SPACE.            CVSCH4.2
010000 01  SCH-EOF-SWITCH          PIC 9        VALUE ZERO.             CVSCH4.2
010900 01  SCH-PROFILE-SOURCE      PIC X(12)    VALUE "DEFAULT".        CVSCH4.2
011000 01  SCH-STEPS-WRITTEN       PIC 9(3)     VALUE ZERO.             CVSCH4.2
011100 01  SCH-SUB                 PIC 9(3) COMP VALUE ZERO.            CVSCH4.2
011103 01  SCH-RRQ-STATUS          PIC XX       VALUE SPACE.            CVSCH4.2
011106 01  SCH-STAMP-TIME          PIC 9(8)     VALUE ZERO.             CVSCH4.2
011109 01  SCH-ST-COUNT            PIC 9(3) COMP VALUE ZERO.            CVSCH4.2
011112 01  SCH-RQ-CARD             PIC X(65)    VALUE SPACE.            CVSCH4.2
011115*    THE STEPS WRITTEN SO FAR, SO A RERUN REQUEST CAN FIND ONE    CVSCH4.2
011118*    THAT ALREADY HONORS IT.  CCVSDRV RUNS AT MOST 50.            CVSCH4.2
011121 01  SCH-ST-TABLE.                                                CVSCH4.2
011124     05  SCH-ST-ENTRY        OCCURS 50 TIMES.                     CVSCH4.2
011127         10  SCH-ST-PGM          PIC X(8).                        CVSCH4.2
011130         10  SCH-ST-TARGET       PIC X(4).                        CVSCH4.2
011133         10  SCH-ST-RERUN        PIC X.                           CVSCH4.2
011136*    THE QUEUE, HELD AS RECORD IMAGES BETWEEN LOAD AND RE-CREATE. CVSCH4.2
011139 01  SCH-RQ-COUNT            PIC 9(3) COMP VALUE ZERO.            CVSCH4.2
011142 01  SCH-RQ-SUB              PIC 9(3) COMP VALUE ZERO.            CVSCH4.2
011145 01  SCH-RQ-HIGH-NO          PIC 9(6)     VALUE ZERO.             CVSCH4.2
011148 01  SCH-RQ-TABLE.                                                CVSCH4.2
011151     05  SCH-RQ-IMAGE        PIC X(152) OCCURS 500 TIMES.         CVSCH4.2
011154 01  SCH-RQ-FULL-SW          PIC 9        VALUE ZERO.             CVSCH4.2
011157     88  SCH-RQ-FULL                  VALUE 1.                    CVSCH4.2
011160 01  SCH-RQ-STEP-SEQ         PIC 9(3) COMP VALUE ZERO.            CVSCH4.2
011163 01  SCH-RQ-ADDED            PIC 9(3)     VALUE ZERO.             CVSCH4.2
011166*    THE REQUESTS HONORED, FOR THE MANIFEST.                      CVSCH4.2
011169 01  SCH-HON-COUNT           PIC 9(3)     VALUE ZERO.             CVSCH4.2
011172 01  SCH-HON-TABLE.                                               CVSCH4.2
011175     05  SCH-HON-ENTRY       OCCURS 99 TIMES.                     CVSCH4.2
011178         10  SCH-HON-PGM         PIC X(8).                        CVSCH4.2
011181         10  SCH-HON-NUMBER      PIC 9(6).                        CVSCH4.2
011184         10  SCH-HON-STEP        PIC 9(3).                        CVSCH4.2
011187 01  SCH-HON-CAUSE.                                               CVSCH4.2
011190     05  FILLER              PIC XX       VALUE "RQ".             CVSCH4.2
011193     05  SCH-HON-CAUSE-NO    PIC 9(6)     VALUE ZERO.             CVSCH4.2
011200*    ZELLER WORK FIELDS FOR THE DAY-OF-WEEK.                      CVSCH4.2
011300 01  SCH-Z-YEAR              PIC S9(5) COMP VALUE ZERO.           CVSCH4.2
011400 01  SCH-Z-MONTH             PIC S9(3) COMP VALUE ZERO.           CVSCH4.2
012800     05  SCH-MBR-ENTRY       OCCURS 200 TIMES.                    CVSCH4.2
012900         10  SCH-MBR-PROFILE     PIC X(8).                        CVSCH4.2
013000         10  SCH-MBR-PGM         PIC X(8).                        CVSCH4.2
013020         10  SCH-MBR-AFTER-LIST  PIC X(35).                       CVSCH4.2
013036 01  SCH-IMP-STATUS          PIC XX       VALUE SPACE.            CVSCH4.2
013052 01  SCH-FIND-SUB            PIC 9(3) COMP VALUE ZERO.            CVSCH4.2
013068 01  SCH-FORCED-COUNT        PIC 9(3)     VALUE ZERO.             CVSCH4.2
013084 01  SCH-FORCE-CAUSE         PIC X(8)     VALUE SPACE.            CVSCH4.2
013100 PROCEDURE DIVISION.                                              CVSCH4.2
013200 0000-MAINLINE SECTION.                                           CVSCH4.2
013300 0000-START.                                                      CVSCH4.2
014000     DISPLAY "CCVSSCHD - " SCH-TODAY " DAY " SCH-DOW              CVSCH4.2
014100         " PROFILE " SCH-PROFILE "(" SCH-PROFILE-SOURCE ")".      CVSCH4.2
014200     DISPLAY "CCVSSCHD - STEPS WRITTEN " SCH-STEPS-WRITTEN.       CVSCH4.2
014230     DISPLAY "CCVSSCHD - STEPS FORCED BY CHANGE IMPACT "          CVSCH4.2
014260         SCH-FORCED-COUNT.                                        CVSCH4.2
014273     DISPLAY "CCVSSCHD - RERUN REQUESTS HONORED " SCH-HON-COUNT   CVSCH4.2
014286         " STEPS ADDED FOR THEM " SCH-RQ-ADDED.                   CVSCH4.2
014300     STOP RUN.                                                    CVSCH4.2
014400*    ZELLER'S CONGRUENCE, SHIFTED SO 1=SUNDAY THROUGH             CVSCH4.2
014500*    7=SATURDAY MATCHES THE CALENDAR CARDS.                       CVSCH4.2
019700             ADD 1 TO SCH-MBR-COUNT                               CVSCH4.2
019800             MOVE CAL-PRF-PROFILE                                 CVSCH4.2
019900                 TO SCH-MBR-PROFILE (SCH-MBR-COUNT)               CVSCH4.2
019950             MOVE CAL-PRF-PGM TO SCH-MBR-PGM (SCH-MBR-COUNT)      CVSCH4.2
020000             MOVE CAL-PRF-AFTER-LIST                              CVSCH4.2
020050                 TO SCH-MBR-AFTER-LIST (SCH-MBR-COUNT).           CVSCH4.2
020100 2100-EXIT. EXIT.                                                 CVSCH4.2
020200 3000-PICK-PROFILE.                                               CVSCH4.2
020300     IF SCH-DOW-PROFILE (SCH-DOW) NOT EQUAL TO SPACE              CVSCH4.2
022400             " HAS NO MEMBER CARDS - EMPTY STEP LIST"             CVSCH4.2
022500         MOVE 8 TO RETURN-CODE.                                   CVSCH4.2
022600 4000-CLOSE.                                                      CVSCH4.2
022650     PERFORM 4500-FORCE-IMPACT THRU 4500-EXIT.                    CVSCH4.2
022675     PERFORM 6000-MERGE-REQUESTS THRU 6000-EXIT.                  CVSCH4.2
022700     CLOSE STEP-FILE.                                             CVSCH4.2
022800 4000-EXIT. EXIT.                                                 CVSCH4.2
022900 4100-WRITE-ONE-STEP.                                             CVSCH4.2
023000     IF SCH-MBR-PROFILE (SCH-SUB) NOT EQUAL TO SCH-PROFILE        CVSCH4.2
023100         GO TO 4100-EXIT.                                         CVSCH4.2
023150     MOVE SPACE TO SCH-STEP-REC.                                  CVSCH4.2
023200     MOVE SCH-MBR-PGM (SCH-SUB) TO DS-PGM-NAME.                   CVSCH4.2
023250     MOVE SCH-MBR-AFTER-LIST (SCH-SUB) TO DS-AFTER-LIST.          CVSCH4.2
023300     WRITE SCH-STEP-REC.                                          CVSCH4.2
023400     ADD 1 TO SCH-STEPS-WRITTEN.                                  CVSCH4.2
023450     PERFORM 6900-NOTE-STEP THRU 6900-EXIT.                       CVSCH4.2
023500 4100-EXIT. EXIT.                                                 CVSCH4.2
023501 4500-FORCE-IMPACT.                                               CVSCH4.2
023502     OPEN INPUT IMPACT-FILE.                                      CVSCH4.2
023503     IF SCH-IMP-STATUS EQUAL TO "05"                              CVSCH4.2
023504         CLOSE IMPACT-FILE                                        CVSCH4.2
023505         GO TO 4500-EXIT.                                         CVSCH4.2
023506     IF SCH-IMP-STATUS NOT EQUAL TO "00"                          CVSCH4.2
023507         GO TO 4500-EXIT.                                         CVSCH4.2
023508     MOVE ZERO TO SCH-EOF-SWITCH.                                 CVSCH4.2
023509     PERFORM 4510-FORCE-ONE THRU 4510-EXIT                        CVSCH4.2
023510         UNTIL SCH-AT-EOF.                                        CVSCH4.2
023511     CLOSE IMPACT-FILE.                                           CVSCH4.2
023512 4500-EXIT. EXIT.                                                 CVSCH4.2
023513 4510-FORCE-ONE.                                                  CVSCH4.2
023514     READ IMPACT-FILE AT END                                      CVSCH4.2
023515         MOVE 1 TO SCH-EOF-SWITCH                                 CVSCH4.2
023516         GO TO 4510-EXIT.                                         CVSCH4.2
023517     IF IMP-PGM EQUAL TO SPACE                                    CVSCH4.2
023518         GO TO 4510-EXIT.                                         CVSCH4.2
023519     IF SCH-PROFILE EQUAL TO "NONE    "                           CVSCH4.2
023520         GO TO 4510-ANY-PROFILE.                                  CVSCH4.2
023521     PERFORM 4520-FIND-MEMBER THRU 4520-EXIT                      CVSCH4.2
023522         VARYING SCH-FIND-SUB FROM 1 BY 1                         CVSCH4.2
023523         UNTIL SCH-FIND-SUB GREATER THAN SCH-MBR-COUNT            CVSCH4.2
023524         OR (SCH-MBR-PROFILE (SCH-FIND-SUB) EQUAL TO SCH-PROFILE  CVSCH4.2
023525         AND SCH-MBR-PGM (SCH-FIND-SUB) EQUAL TO IMP-PGM).        CVSCH4.2
023526     IF SCH-FIND-SUB NOT GREATER THAN SCH-MBR-COUNT               CVSCH4.2
023527         GO TO 4510-EXIT.                                         CVSCH4.2
023528 4510-ANY-PROFILE.                                                CVSCH4.2
023529     PERFORM 4520-FIND-MEMBER THRU 4520-EXIT                      CVSCH4.2
023530         VARYING SCH-FIND-SUB FROM 1 BY 1                         CVSCH4.2
023531         UNTIL SCH-FIND-SUB GREATER THAN SCH-MBR-COUNT            CVSCH4.2
023532         OR SCH-MBR-PGM (SCH-FIND-SUB) EQUAL TO IMP-PGM.          CVSCH4.2
023533     IF SCH-FIND-SUB GREATER THAN SCH-MBR-COUNT                   CVSCH4.2
023534         DISPLAY "CCVSSCHD - " IMP-PGM " CHANGED (" IMP-CAUSE     CVSCH4.2
023535             ") BUT IS IN NO PROFILE - NOT SCHEDULED"             CVSCH4.2
023536         GO TO 4510-EXIT.                                         CVSCH4.2
023537     IF SCH-STEPS-WRITTEN NOT LESS THAN 50                        CVSCH4.2
023538         DISPLAY "CCVSSCHD - " IMP-PGM " CHANGED (" IMP-CAUSE     CVSCH4.2
023539             ") - STEP LIST FULL - NOT SCHEDULED"                 CVSCH4.2
023540         GO TO 4510-EXIT.                                         CVSCH4.2
023541     MOVE SPACE TO SCH-STEP-REC.                                  CVSCH4.2
023542     MOVE IMP-PGM TO DS-PGM-NAME.                                 CVSCH4.2
023543     MOVE SCH-MBR-AFTER-LIST (SCH-FIND-SUB) TO DS-AFTER-LIST.     CVSCH4.2
023544     WRITE SCH-STEP-REC.                                          CVSCH4.2
023545     ADD 1 TO SCH-STEPS-WRITTEN.                                  CVSCH4.2
023546     PERFORM 6900-NOTE-STEP THRU 6900-EXIT.                       CVSCH4.2
023547     ADD 1 TO SCH-FORCED-COUNT.                                   CVSCH4.2
023548     DISPLAY "CCVSSCHD - FORCED " IMP-PGM " - " IMP-REASON        CVSCH4.2
023549         " " IMP-CAUSE.                                           CVSCH4.2
023550     IF SCH-FORCE-CAUSE EQUAL TO SPACE                            CVSCH4.2
023551         MOVE IMP-CAUSE TO SCH-FORCE-CAUSE                        CVSCH4.2
023552         GO TO 4510-EXIT.                                         CVSCH4.2
023553     IF SCH-FORCE-CAUSE NOT EQUAL TO IMP-CAUSE                    CVSCH4.2
023554         MOVE "SEVERAL " TO SCH-FORCE-CAUSE.                      CVSCH4.2
023555 4510-EXIT. EXIT.                                                 CVSCH4.2
023556 4520-FIND-MEMBER. EXIT.                                          CVSCH4.2
023557 4520-EXIT. EXIT.                                                 CVSCH4.2
023600*    THE SEQUENCE-000 PROFILE RECORD OPENS TONIGHT'S              CVSCH4.2
023700*    MANIFEST; CCVSDRV RECOGNIZES IT AND CARRIES IT FORWARD       CVSCH4.2
023800*    THROUGH EVERY MANIFEST REWRITE.                              CVSCH4.2
024300     MOVE SCH-PROFILE TO MAN-PGM.                                 CVSCH4.2
024400     MOVE SCH-TODAY TO MAN-START-DATE.                            CVSCH4.2
024500     ACCEPT MAN-START-TIME FROM TIME.                             CVSCH4.2
024550     MOVE MAN-START-TIME TO SCH-STAMP-TIME.                       CVSCH4.2
024600     MOVE ZERO TO MAN-END-DATE.                                   CVSCH4.2
024700     MOVE ZERO TO MAN-END-TIME.                                   CVSCH4.2
024760     MOVE SCH-FORCED-COUNT TO MAN-RC.                             CVSCH4.2
024820     MOVE SCH-FORCE-CAUSE TO MAN-CAUSE.                           CVSCH4.2
024900     MOVE "PROFILE " TO MAN-STATUS.                               CVSCH4.2
025000     WRITE MANIFEST-REC.                                          CVSCH4.2
025025     PERFORM 5100-STAMP-REQUEST THRU 5100-EXIT                    CVSCH4.2
025050         VARYING SCH-SUB FROM 1 BY 1                              CVSCH4.2
025075         UNTIL SCH-SUB GREATER THAN SCH-HON-COUNT.                CVSCH4.2
025100     CLOSE MANIFEST-FILE.                                         CVSCH4.2
025200 5000-EXIT. EXIT.                                                 CVSCH4.2
025300*    ONE "REQUEST " RECORD PER REQUEST HONORED, BEHIND THE STEPS  CVSCH4.2
025400*    CCVSDRV WILL WRITE (SEE CCVSMAN).                            CVSCH4.2
025500 5100-STAMP-REQUEST.                                              CVSCH4.2
025600     MOVE SPACE TO MANIFEST-REC.                                  CVSCH4.2
025700     ADD 900 SCH-SUB GIVING MAN-SEQ.                              CVSCH4.2
025800     MOVE SCH-HON-PGM (SCH-SUB) TO MAN-PGM.                       CVSCH4.2
025900     MOVE SCH-TODAY TO MAN-START-DATE.                            CVSCH4.2
026000     MOVE SCH-STAMP-TIME TO MAN-START-TIME.                       CVSCH4.2
026100     MOVE ZERO TO MAN-END-DATE.                                   CVSCH4.2
026200     MOVE ZERO TO MAN-END-TIME.                                   CVSCH4.2
026300     MOVE SCH-HON-STEP (SCH-SUB) TO MAN-RC.                       CVSCH4.2
026400     MOVE "REQUEST " TO MAN-STATUS.                               CVSCH4.2
026500     MOVE SCH-HON-NUMBER (SCH-SUB) TO SCH-HON-CAUSE-NO.           CVSCH4.2
026600     MOVE SCH-HON-CAUSE TO MAN-CAUSE.                             CVSCH4.2
026700     WRITE MANIFEST-REC.                                          CVSCH4.2
026800 5100-EXIT. EXIT.                                                 CVSCH4.2
026900*    THE RERUN REQUEST QUEUE.  A QUEUE TOO BIG TO HOLD IS LEFT    CVSCH4.2
027000*    AS IT IS RATHER THAN RE-CREATED SHORT.                       CVSCH4.2
027100 6000-MERGE-REQUESTS.                                             CVSCH4.2
027200     OPEN INPUT RREQ-FILE.                                        CVSCH4.2
027300     IF SCH-RRQ-STATUS EQUAL TO "05"                              CVSCH4.2
027400         CLOSE RREQ-FILE                                          CVSCH4.2
027500         GO TO 6000-EXIT.                                         CVSCH4.2
027600     IF SCH-RRQ-STATUS NOT EQUAL TO "00"                          CVSCH4.2
027700         DISPLAY "CCVSSCHD - RERUN REQUEST QUEUE UNREADABLE - "   CVSCH4.2
027800             "STATUS " SCH-RRQ-STATUS                             CVSCH4.2
027900         GO TO 6000-FLAG.                                         CVSCH4.2
028000     MOVE ZERO TO SCH-EOF-SWITCH.                                 CVSCH4.2
028100     PERFORM 6100-LOAD-REQUEST THRU 6100-EXIT                     CVSCH4.2
028200         UNTIL SCH-AT-EOF.                                        CVSCH4.2
028300     CLOSE RREQ-FILE.                                             CVSCH4.2
028400     IF SCH-RQ-FULL                                               CVSCH4.2
028500         DISPLAY "CCVSSCHD - OVER 500 RERUN REQUESTS QUEUED - "   CVSCH4.2
028600             "NONE MERGED - PRUNE THE QUEUE WITH CCVSREQC"        CVSCH4.2
028700         GO TO 6000-FLAG.                                         CVSCH4.2
028800     OPEN OUTPUT RREQ-FILE.                                       CVSCH4.2
028900     PERFORM 6200-MERGE-ONE THRU 6200-EXIT                        CVSCH4.2
029000         VARYING SCH-RQ-SUB FROM 1 BY 1                           CVSCH4.2
029100         UNTIL SCH-RQ-SUB GREATER THAN SCH-RQ-COUNT.              CVSCH4.2
029200     CLOSE RREQ-FILE.                                             CVSCH4.2
029300     GO TO 6000-EXIT.                                             CVSCH4.2
029400 6000-FLAG.                                                       CVSCH4.2
029500     IF RETURN-CODE LESS THAN 4                                   CVSCH4.2
029600         MOVE 4 TO RETURN-CODE.                                   CVSCH4.2
029700 6000-EXIT. EXIT.                                                 CVSCH4.2
029800 6100-LOAD-REQUEST.                                               CVSCH4.2
029900     READ RREQ-FILE AT END                                        CVSCH4.2
030000         MOVE 1 TO SCH-EOF-SWITCH                                 CVSCH4.2
030100         GO TO 6100-EXIT.                                         CVSCH4.2
030200     IF SCH-RQ-COUNT EQUAL TO 500                                 CVSCH4.2
030300         MOVE 1 TO SCH-RQ-FULL-SW                                 CVSCH4.2
030400         GO TO 6100-EXIT.                                         CVSCH4.2
030500     ADD 1 TO SCH-RQ-COUNT.                                       CVSCH4.2
030600     MOVE RERUN-REQ-REC TO SCH-RQ-IMAGE (SCH-RQ-COUNT).           CVSCH4.2
030700     IF RQ-NUMBER NUMERIC                                         CVSCH4.2
030800             AND RQ-NUMBER GREATER THAN SCH-RQ-HIGH-NO            CVSCH4.2
030900         MOVE RQ-NUMBER TO SCH-RQ-HIGH-NO.                        CVSCH4.2
031000 6100-EXIT. EXIT.                                                 CVSCH4.2
031100*    ONE REQUEST.  AN OPEN ONE -- OR ONE STILL "SCHEDULD" FROM A  CVSCH4.2
031200*    NIGHT NEVER CLOSED OUT -- IS HONORED BY A STEP ALREADY ON    CVSCH4.2
031300*    TONIGHT'S LIST WHEN ONE RUNS THE PROGRAM FOR THE SAME TARGET CVSCH4.2
031400*    (A FULL RUN COVERS A FAILED-ONLY ONE), OTHERWISE BY A STEP   CVSCH4.2
031500*    ADDED FOR IT.  ONE THAT CANNOT BE HONORED STAYS OPEN WITH    CVSCH4.2
031600*    THE REASON IN RQ-CARRY-NOTE.                                 CVSCH4.2
031700 6200-MERGE-ONE.                                                  CVSCH4.2
031800     MOVE SCH-RQ-IMAGE (SCH-RQ-SUB) TO RERUN-REQ-REC.             CVSCH4.2
031900     IF RQ-PGM EQUAL TO SPACE                                     CVSCH4.2
032000         GO TO 6200-WRITE.                                        CVSCH4.2
032100     IF RQ-NUMBER NOT NUMERIC OR RQ-NUMBER EQUAL TO ZERO          CVSCH4.2
032200         PERFORM 6300-NEW-REQUEST THRU 6300-EXIT.                 CVSCH4.2
032300     IF NOT RQ-IS-OPEN AND NOT RQ-IS-SCHEDULED                    CVSCH4.2
032400         GO TO 6200-WRITE.                                        CVSCH4.2
032500     IF RQ-IS-SCHEDULED                                           CVSCH4.2
032600         DISPLAY "CCVSSCHD - REQUEST " RQ-NUMBER " " RQ-PGM       CVSCH4.2
032700             " NOT CLOSED OUT SINCE " RQ-SCHED-DATE               CVSCH4.2
032800             " - SCHEDULED AGAIN".                                CVSCH4.2
032900     MOVE "OPEN    " TO RQ-STATUS.                                CVSCH4.2
033000     IF RQ-RERUN NOT EQUAL TO "Y" AND "N" AND SPACE               CVSCH4.2
033100         MOVE "BAD FLAG" TO RQ-CARRY-NOTE                         CVSCH4.2
033200         DISPLAY "CCVSSCHD - REQUEST " RQ-NUMBER " " RQ-PGM       CVSCH4.2
033300             " RERUN FLAG NOT Y OR N - NOT SCHEDULED"             CVSCH4.2
033400         GO TO 6200-WRITE.                                        CVSCH4.2
033500     IF SCH-HON-COUNT EQUAL TO 99                                 CVSCH4.2
033600         MOVE "LISTFULL" TO RQ-CARRY-NOTE                         CVSCH4.2
033700         GO TO 6200-WRITE.                                        CVSCH4.2
033800     PERFORM 6400-FIND-STEP THRU 6400-EXIT                        CVSCH4.2
033900         VARYING SCH-SUB FROM 1 BY 1                              CVSCH4.2
034000         UNTIL SCH-SUB GREATER THAN SCH-ST-COUNT                  CVSCH4.2
034100         OR (SCH-ST-PGM (SCH-SUB) EQUAL TO RQ-PGM                 CVSCH4.2
034200         AND SCH-ST-TARGET (SCH-SUB) EQUAL TO RQ-TARGET           CVSCH4.2
034300         AND (SCH-ST-RERUN (SCH-SUB) NOT EQUAL TO "Y"             CVSCH4.2
034400         OR RQ-RERUN EQUAL TO "Y")).                              CVSCH4.2
034500     IF SCH-SUB NOT GREATER THAN SCH-ST-COUNT                     CVSCH4.2
034600         MOVE SCH-SUB TO SCH-RQ-STEP-SEQ                          CVSCH4.2
034700         GO TO 6200-HONOR.                                        CVSCH4.2
034800     PERFORM 4520-FIND-MEMBER THRU 4520-EXIT                      CVSCH4.2
034900         VARYING SCH-FIND-SUB FROM 1 BY 1                         CVSCH4.2
035000         UNTIL SCH-FIND-SUB GREATER THAN SCH-MBR-COUNT            CVSCH4.2
035100         OR SCH-MBR-PGM (SCH-FIND-SUB) EQUAL TO RQ-PGM.           CVSCH4.2
035200     IF SCH-FIND-SUB GREATER THAN SCH-MBR-COUNT                   CVSCH4.2
035300         MOVE "NO PROFL" TO RQ-CARRY-NOTE                         CVSCH4.2
035400         DISPLAY "CCVSSCHD - REQUEST " RQ-NUMBER " " RQ-PGM       CVSCH4.2
035500             " IS IN NO PROFILE - NOT SCHEDULED"                  CVSCH4.2
035600         GO TO 6200-WRITE.                                        CVSCH4.2
035700     IF SCH-STEPS-WRITTEN NOT LESS THAN 50                        CVSCH4.2
035800         MOVE "LISTFULL" TO RQ-CARRY-NOTE                         CVSCH4.2
035900         DISPLAY "CCVSSCHD - REQUEST " RQ-NUMBER " " RQ-PGM       CVSCH4.2
036000             " - STEP LIST FULL - NOT SCHEDULED"                  CVSCH4.2
036100         GO TO 6200-WRITE.                                        CVSCH4.2
036200     MOVE SPACE TO SCH-STEP-REC.                                  CVSCH4.2
036300     MOVE RQ-PGM TO DS-PGM-NAME.                                  CVSCH4.2
036400     MOVE SCH-MBR-AFTER-LIST (SCH-FIND-SUB) TO DS-AFTER-LIST.     CVSCH4.2
036500     MOVE RQ-TARGET TO DS-TARGET.                                 CVSCH4.2
036600     IF RQ-RERUN EQUAL TO "Y"                                     CVSCH4.2
036700         MOVE "Y" TO DS-RERUN.                                    CVSCH4.2
036800     WRITE SCH-STEP-REC.                                          CVSCH4.2
036900     ADD 1 TO SCH-STEPS-WRITTEN.                                  CVSCH4.2
037000     PERFORM 6900-NOTE-STEP THRU 6900-EXIT.                       CVSCH4.2
037100     ADD 1 TO SCH-RQ-ADDED.                                       CVSCH4.2
037200     MOVE SCH-STEPS-WRITTEN TO SCH-RQ-STEP-SEQ.                   CVSCH4.2
037300 6200-HONOR.                                                      CVSCH4.2
037400     MOVE "SCHEDULD" TO RQ-STATUS.                                CVSCH4.2
037500     MOVE SCH-TODAY TO RQ-SCHED-DATE.                             CVSCH4.2
037600     MOVE SCH-RQ-STEP-SEQ TO RQ-STEP-SEQ.                         CVSCH4.2
037700     MOVE SPACE TO RQ-CARRY-NOTE.                                 CVSCH4.2
037800     ADD 1 TO SCH-HON-COUNT.                                      CVSCH4.2
037900     MOVE RQ-PGM    TO SCH-HON-PGM (SCH-HON-COUNT).               CVSCH4.2
038000     MOVE RQ-NUMBER TO SCH-HON-NUMBER (SCH-HON-COUNT).            CVSCH4.2
038100     MOVE RQ-STEP-SEQ TO SCH-HON-STEP (SCH-HON-COUNT).            CVSCH4.2
038200     DISPLAY "CCVSSCHD - REQUEST " RQ-NUMBER " " RQ-PGM " "       CVSCH4.2
038300         RQ-TARGET " FOR " RQ-REQUESTER " - STEP " RQ-STEP-SEQ.   CVSCH4.2
038400 6200-WRITE.                                                      CVSCH4.2
038500     WRITE RERUN-REQ-REC.                                         CVSCH4.2
038600 6200-EXIT. EXIT.                                                 CVSCH4.2
038700*    A NEW CARD KEEPS ONLY WHAT THE ANALYST KEYED (COLUMNS 1-65)  CVSCH4.2
038800*    AND IS NUMBERED, DATED AND OPENED.                           CVSCH4.2
038900 6300-NEW-REQUEST.                                                CVSCH4.2
039000     MOVE RERUN-REQ-REC TO SCH-RQ-CARD.                           CVSCH4.2
039100     MOVE SPACE TO RERUN-REQ-REC.                                 CVSCH4.2
039200     MOVE SCH-RQ-CARD TO RERUN-REQ-REC.                           CVSCH4.2
039300     ADD 1 TO SCH-RQ-HIGH-NO.                                     CVSCH4.2
039400     MOVE SCH-RQ-HIGH-NO TO RQ-NUMBER.                            CVSCH4.2
039500     MOVE "OPEN    " TO RQ-STATUS.                                CVSCH4.2
039600     MOVE SCH-TODAY TO RQ-OPENED-DATE.                            CVSCH4.2
039700     MOVE ZERO TO RQ-CARRY-COUNT.                                 CVSCH4.2
039800     MOVE ZERO TO RQ-SCHED-DATE.                                  CVSCH4.2
039900     MOVE ZERO TO RQ-STEP-SEQ.                                    CVSCH4.2
040000     MOVE ZERO TO RQ-CLOSED-DATE.                                 CVSCH4.2
040100 6300-EXIT. EXIT.                                                 CVSCH4.2
040200 6400-FIND-STEP. EXIT.                                            CVSCH4.2
040300 6400-EXIT. EXIT.                                                 CVSCH4.2
040400*    KEEPS EACH STEP WRITTEN, UP TO CCVSDRV'S 50.                 CVSCH4.2
040500 6900-NOTE-STEP.                                                  CVSCH4.2
040600     IF SCH-STEPS-WRITTEN GREATER THAN 50                         CVSCH4.2
040700         GO TO 6900-EXIT.                                         CVSCH4.2
040800     MOVE SCH-STEPS-WRITTEN TO SCH-ST-COUNT.                      CVSCH4.2
040900     MOVE DS-PGM-NAME TO SCH-ST-PGM    (SCH-ST-COUNT).            CVSCH4.2
041000     MOVE DS-TARGET   TO SCH-ST-TARGET (SCH-ST-COUNT).            CVSCH4.2
041100     MOVE DS-RERUN    TO SCH-ST-RERUN  (SCH-ST-COUNT).            CVSCH4.2
041200 6900-EXIT. EXIT.                                                 CVSCH4.2
