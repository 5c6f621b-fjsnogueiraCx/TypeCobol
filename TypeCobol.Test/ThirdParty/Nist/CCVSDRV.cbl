001900**    A STEP THAT ENDS WITH A NONZERO RETURN CODE STOPS THE  *    CVDRV4.2
002000**    SUITE; THE STEPS BEHIND IT STAY "NOTRUN  ".            *    CVDRV4.2
002100**                                                                CVDRV4.2
002104**    DEPENDENCY MODE -- WHEN ANY CCVSSTEP CARD NAMES        *    CVDRV4.2
002108**    PREREQUISITE STEPS (COLS 10-17, 19-26, 28-35, 37-44;   *    CVDRV4.2
002112**    "NONE" DECLARES A STEP INDEPENDENT), A FAILED STEP NO  *    CVDRV4.2
002116**    LONGER STOPS THE SUITE.  EVERY STEP WHOSE PREREQUISITE *    CVDRV4.2
002120**    STEPS ALL ENDED "OK" STILL RUNS; ONLY THE DEPENDENTS   *    CVDRV4.2
002124**    OF A FAILED STEP (DIRECTLY OR THROUGH ANOTHER SKIPPED  *    CVDRV4.2
002128**    STEP) ARE MARKED "SKIPPED ", WITH THE FAILED STEP      *    CVDRV4.2
002132**    NAMED IN MAN-CAUSE.  A PREREQUISITE NOT SCHEDULED      *    CVDRV4.2
002136**    AHEAD OF ITS STEP IS IGNORED.  ON RESUBMISSION ONLY    *    CVDRV4.2
002140**    THE STEPS NOT CARRIED FORWARD AS "OK" -- THE FAILED    *    CVDRV4.2
002144**    STEPS AND THEIR SKIPPED DEPENDENTS -- RUN AGAIN.       *    CVDRV4.2
002148**                                                                CVDRV4.2
002152**    AD HOC RERUNS -- A CCVSSTEP CARD MAY ALSO NAME A TARGET*    CVDRV4.2
002156**    (COLS 46-49) AND A RERUN FLAG (COL 51), AS CCVSSCHD    *    CVDRV4.2
002160**    WRITES THEM FOR A QUEUED RERUN REQUEST.  JUST BEFORE   *    CVDRV4.2
002164**    CALLING EACH STEP THE DRIVER RE-CREATES CCVSPOVR WITH  *    CVDRV4.2
002168**    THE STEP'S "TARGET=" / "RERUN=" CARD -- EMPTY FOR AN   *    CVDRV4.2
002172**    ORDINARY STEP -- AND PARM-READ APPLIES IT OVER         *    CVDRV4.2
002176**    CCVSPARM.  THE "REQUEST " RECORDS CCVSSCHD PUTS AT THE *    CVDRV4.2
002180**    END OF THE MANIFEST (SEQUENCE 901 UP) ARE CARRIED      *    CVDRV4.2
002184**    FORWARD THROUGH EVERY REWRITE LIKE THE PROFILE RECORD. *    CVDRV4.2
002188**                                                                CVDRV4.2
002200******************************************************************CVDRV4.2
002300 ENVIRONMENT DIVISION.                                            CVDRV4.2
002400 CONFIGURATION SECTION.                                           CVDRV4.2
003600            CCVSMANI                                              CVDRV4.2
003700            ORGANIZATION IS SEQUENTIAL                            CVDRV4.2
003800            FILE STATUS IS DRV-MANI-STATUS.                       CVDRV4.2
003820     SELECT POVR-FILE  ASSIGN TO                                  CVDRV4.2
003840            CCVSPOVR                                              CVDRV4.2
003860            ORGANIZATION IS SEQUENTIAL.                           CVDRV4.2
003900 DATA DIVISION.                                                   CVDRV4.2
004000 FILE SECTION.                                                    CVDRV4.2
004100 FD  STEP-FILE                                                    CVDRV4.2
004200     LABEL RECORDS STANDARD.                                      CVDRV4.2
004300 01  DRV-STEP-REC.                                                CVDRV4.2
004400     05  DS-PGM-NAME          PIC X(8).                           CVDRV4.2
004410*    UP TO FOUR PREREQUISITE STEP NAMES, ONE COLUMN APART.        CVDRV4.2
004420     05  DS-AFTER-ENTRY       OCCURS 4 TIMES.                     CVDRV4.2
004430         10  FILLER               PIC X.                          CVDRV4.2
004440         10  DS-AFTER-PGM         PIC X(8).                       CVDRV4.2
004450*    THE TARGET AND RERUN OVERRIDES OF AN AD HOC RERUN STEP.      CVDRV4.2
004460     05  FILLER               PIC X.                              CVDRV4.2
004470     05  DS-TARGET            PIC X(4).                           CVDRV4.2
004480     05  FILLER               PIC X.                              CVDRV4.2
004490     05  DS-RERUN             PIC X.                              CVDRV4.2
004500 FD  MANIFEST-FILE                                                CVDRV4.2
004600     LABEL RECORDS STANDARD.                                      CVDRV4.2
004700*    THE SHARED MANIFEST LAYOUT (SEE CCVSMAN) -- EVERY READER     CVDRV4.2
004800*    AND WRITER OF CCVSMANI COPIES IT SO ALL AGREE ON ITS         CVDRV4.2
004900*    SHAPE.                                                       CVDRV4.2
005000     COPY CCVSMAN.                                                CVDRV4.2
005260 FD  POVR-FILE                                                    CVDRV4.2
005520     LABEL RECORDS STANDARD.                                      CVDRV4.2
005780*    THE STEP'S OVERRIDE CARD, IN THE CCVSPARM FORMAT.            CVDRV4.2
006040 01  DRV-POVR-REC             PIC X(80).                          CVDRV4.2
006300 WORKING-STORAGE SECTION.                                         CVDRV4.2
006400 01  DRV-STEP-STATUS         PIC XX       VALUE SPACE.            CVDRV4.2
006500 01  DRV-MANI-STATUS         PIC XX       VALUE SPACE.            CVDRV4.2
007400 01  DRV-STOP-SWITCH         PIC 9        VALUE ZERO.             CVDRV4.2
007500     88  DRV-SUITE-STOPPED            VALUE 1.                    CVDRV4.2
007600 01  DRV-CALL-NAME           PIC X(8)     VALUE SPACE.            CVDRV4.2
007601*    DEPENDENCY MODE IS ON WHEN ANY STEP CARD NAMES A             CVDRV4.2
007602*    PREREQUISITE; DRV-BLOCKED-BY RETURNS THE FAILED STEP A       CVDRV4.2
007603*    DEPENDENT HAS TO WAIT FOR.                                   CVDRV4.2
007604 01  DRV-CONTINUE-SWITCH     PIC 9        VALUE ZERO.             CVDRV4.2
007605     88  DRV-CONTINUE-MODE            VALUE 1.                    CVDRV4.2
007606 01  DRV-AFT-SUB             PIC 9(3) COMP VALUE ZERO.            CVDRV4.2
007607 01  DRV-PRE-SUB             PIC 9(3) COMP VALUE ZERO.            CVDRV4.2
007608 01  DRV-SKIP-COUNT          PIC 9(3) COMP VALUE ZERO.            CVDRV4.2
007609 01  DRV-BLOCKED-BY          PIC X(8)     VALUE SPACE.            CVDRV4.2
007611*    CCVSSCHD OPENS EACH NIGHT'S MANIFEST WITH A SEQUENCE-000     CVDRV4.2
007622*    PROFILE RECORD SAYING WHICH RUN PROFILE BUILT CCVSSTEP;      CVDRV4.2
007633*    IT IS CAPTURED HERE AND CARRIED FORWARD THROUGH EVERY        CVDRV4.2
007644*    MANIFEST REWRITE SO WHAT RAN AND WHY STAYS ON RECORD.        CVDRV4.2
007647*    ITS MAN-RC AND MAN-CAUSE COUNT AND EXPLAIN ANY STEPS THE     CVDRV4.2
007650*    CHANGE-IMPACT LIST FORCED IN, AND TRAVEL WITH IT.            CVDRV4.2
007655 01  DRV-PROFILE-HELD        PIC 9        VALUE ZERO.             CVDRV4.2
007666 01  DRV-PROFILE-NAME        PIC X(8)     VALUE SPACE.            CVDRV4.2
007677 01  DRV-PROFILE-DATE        PIC 9(8)     VALUE ZERO.             CVDRV4.2
007688 01  DRV-PROFILE-TIME        PIC 9(8)     VALUE ZERO.             CVDRV4.2
007692 01  DRV-PROFILE-FORCED      PIC 9(4)     VALUE ZERO.             CVDRV4.2
007696 01  DRV-PROFILE-CAUSE       PIC X(8)     VALUE SPACE.            CVDRV4.2
007700 01  DRV-STEP-TABLE.                                              CVDRV4.2
007800     05  DRV-STEP-ENTRY      OCCURS 50 TIMES.                     CVDRV4.2
007900         10  DRV-T-PGM           PIC X(8).                        CVDRV4.2
008300         10  DRV-T-END-TIME      PIC 9(8).                        CVDRV4.2
008400         10  DRV-T-RC            PIC 9(4).                        CVDRV4.2
008500         10  DRV-T-STATUS        PIC X(8).                        CVDRV4.2
008505         10  DRV-T-CAUSE         PIC X(8).                        CVDRV4.2
008510         10  DRV-T-AFTER         PIC X(8) OCCURS 4 TIMES.         CVDRV4.2
008515         10  DRV-T-TARGET        PIC X(4).                        CVDRV4.2
008520         10  DRV-T-RERUN         PIC X.                           CVDRV4.2
008525*    CCVSSCHD'S "REQUEST " RECORDS, HELD WHOLE FOR REWRITING.     CVDRV4.2
008530 01  DRV-REQ-COUNT           PIC 9(3) COMP VALUE ZERO.            CVDRV4.2
008535 01  DRV-REQ-SUB             PIC 9(3) COMP VALUE ZERO.            CVDRV4.2
008540 01  DRV-REQ-TABLE.                                               CVDRV4.2
008545     05  DRV-REQ-IMAGE       PIC X(71) OCCURS 99 TIMES.           CVDRV4.2
008550*    THE OVERRIDE CARD 4050-WRITE-OVERRIDE BUILDS.                CVDRV4.2
008555 01  DRV-OVR-CARD.                                                CVDRV4.2
008560     05  DRV-OVR-TARGET-KW   PIC X(7)     VALUE SPACE.            CVDRV4.2
008565     05  DRV-OVR-TARGET      PIC X(4)     VALUE SPACE.            CVDRV4.2
008570     05  FILLER              PIC X        VALUE SPACE.            CVDRV4.2
008575     05  DRV-OVR-RERUN-KW    PIC X(6)     VALUE SPACE.            CVDRV4.2
008580     05  DRV-OVR-RERUN       PIC X        VALUE SPACE.            CVDRV4.2
008585     05  FILLER              PIC X(61)    VALUE SPACE.            CVDRV4.2
008600 PROCEDURE DIVISION.                                              CVDRV4.2
008700 0000-MAINLINE SECTION.                                           CVDRV4.2
008800 0000-START.                                                      CVDRV4.2
009200         MOVE 8 TO RETURN-CODE                                    CVDRV4.2
009300         STOP RUN.                                                CVDRV4.2
009400     PERFORM 2000-LOAD-PRIOR-MANIFEST THRU 2000-EXIT.             CVDRV4.2
009430     IF DRV-CONTINUE-MODE                                         CVDRV4.2
009460         GO TO 0000-CONTINUE-MODE.                                CVDRV4.2
009500     PERFORM 3000-FIND-RESUME-POINT THRU 3000-EXIT.               CVDRV4.2
009600     IF DRV-RESUME-SUB GREATER THAN DRV-STEP-COUNT                CVDRV4.2
009700         DISPLAY "CCVSDRV - ALL STEPS ALREADY COMPLETE"           CVDRV4.2
010300 0000-WRAP-UP.                                                    CVDRV4.2
010400     DISPLAY "CCVSDRV - STEPS EXECUTED THIS RUN " DRV-RUN-COUNT.  CVDRV4.2
010500     DISPLAY "CCVSDRV - HIGHEST RETURN CODE     " DRV-HIGH-RC.    CVDRV4.2
010520     IF DRV-CONTINUE-MODE                                         CVDRV4.2
010540         DISPLAY "CCVSDRV - STEPS SKIPPED THIS RUN  "             CVDRV4.2
010560             DRV-SKIP-COUNT.                                      CVDRV4.2
010568*    LEAVE CCVSPOVR EMPTY SO THE LAST STEP'S CARD CANNOT REACH    CVDRV4.2
010576*    A LATER STANDALONE RUN OF ANY PROGRAM.                       CVDRV4.2
010584     OPEN OUTPUT POVR-FILE.                                       CVDRV4.2
010592     CLOSE POVR-FILE.                                             CVDRV4.2
010600     MOVE DRV-HIGH-RC TO RETURN-CODE.                             CVDRV4.2
010700     STOP RUN.                                                    CVDRV4.2
010708*    DEPENDENCY MODE WALKS THE WHOLE STEP LIST.  A STEP CARRIED   CVDRV4.2
010716*    FORWARD AS "OK" IS PASSED OVER, SO A RESUBMISSION RERUNS     CVDRV4.2
010724*    ONLY THE FAILED STEPS AND THE DEPENDENTS THEY CAUSED TO BE   CVDRV4.2
010732*    SKIPPED -- NOT EVERYTHING BEHIND THE FIRST FAILURE.          CVDRV4.2
010740 0000-CONTINUE-MODE.                                              CVDRV4.2
010748     DISPLAY "CCVSDRV - DEPENDENCY MODE - A FAILED STEP SKIPS"    CVDRV4.2
010756         " ONLY ITS DEPENDENTS".                                  CVDRV4.2
010764     PERFORM 4100-CONSIDER-STEP THRU 4100-EXIT                    CVDRV4.2
010772         VARYING DRV-SUB FROM 1 BY 1                              CVDRV4.2
010780         UNTIL DRV-SUB GREATER THAN DRV-STEP-COUNT.               CVDRV4.2
010788     GO TO 0000-WRAP-UP.                                          CVDRV4.2
010800 1000-LOAD-STEPS.                                                 CVDRV4.2
010900     OPEN INPUT STEP-FILE.                                        CVDRV4.2
011000     IF DRV-STEP-STATUS NOT EQUAL TO "00"                         CVDRV4.2
013300     MOVE ZERO  TO DRV-T-END-TIME   (DRV-STEP-COUNT).             CVDRV4.2
013400     MOVE ZERO  TO DRV-T-RC         (DRV-STEP-COUNT).             CVDRV4.2
013500     MOVE "NOTRUN  " TO DRV-T-STATUS (DRV-STEP-COUNT).            CVDRV4.2
013520     MOVE SPACE TO DRV-T-CAUSE (DRV-STEP-COUNT).                  CVDRV4.2
013526     MOVE DS-TARGET TO DRV-T-TARGET (DRV-STEP-COUNT).             CVDRV4.2
013532     MOVE DS-RERUN  TO DRV-T-RERUN  (DRV-STEP-COUNT).             CVDRV4.2
013540     PERFORM 1110-LOAD-AFTER THRU 1110-EXIT                       CVDRV4.2
013560         VARYING DRV-AFT-SUB FROM 1 BY 1                          CVDRV4.2
013580         UNTIL DRV-AFT-SUB GREATER THAN 4.                        CVDRV4.2
013600 1100-EXIT. EXIT.                                                 CVDRV4.2
013608*    ANY NAMED PREREQUISITE -- "NONE" INCLUDED -- PUTS THE RUN    CVDRV4.2
013616*    INTO DEPENDENCY MODE; "NONE" ITSELF IS NOT KEPT.             CVDRV4.2
013624 1110-LOAD-AFTER.                                                 CVDRV4.2
013632     MOVE DS-AFTER-PGM (DRV-AFT-SUB)                              CVDRV4.2
013640         TO DRV-T-AFTER (DRV-STEP-COUNT, DRV-AFT-SUB).            CVDRV4.2
013648     IF DS-AFTER-PGM (DRV-AFT-SUB) EQUAL TO SPACE                 CVDRV4.2
013656         GO TO 1110-EXIT.                                         CVDRV4.2
013664     MOVE 1 TO DRV-CONTINUE-SWITCH.                               CVDRV4.2
013672     IF DS-AFTER-PGM (DRV-AFT-SUB) EQUAL TO "NONE    "            CVDRV4.2
013680         MOVE SPACE TO DRV-T-AFTER (DRV-STEP-COUNT, DRV-AFT-SUB). CVDRV4.2
013688 1110-EXIT. EXIT.                                                 CVDRV4.2
013700*    A PRIOR MANIFEST (IF ANY) MARKS THE STEPS A PREVIOUS         CVDRV4.2
013800*    SUBMISSION ALREADY COMPLETED.  A MANIFEST RECORD COUNTS      CVDRV4.2
013900*    ONLY WHEN ITS SEQUENCE AND PROGRAM NAME BOTH STILL MATCH     CVDRV4.2
015400         GO TO 2100-EXIT.                                         CVDRV4.2
015500     IF MAN-SEQ NOT NUMERIC                                       CVDRV4.2
015600         GO TO 2100-EXIT.                                         CVDRV4.2
015612     IF MAN-STATUS EQUAL TO "REQUEST "                            CVDRV4.2
015624             AND DRV-REQ-COUNT LESS THAN 99                       CVDRV4.2
015636         ADD 1 TO DRV-REQ-COUNT                                   CVDRV4.2
015648         MOVE MANIFEST-REC TO DRV-REQ-IMAGE (DRV-REQ-COUNT).      CVDRV4.2
015660     IF MAN-STATUS EQUAL TO "REQUEST "                            CVDRV4.2
015672         GO TO 2100-EXIT.                                         CVDRV4.2
015700     IF MAN-SEQ EQUAL TO ZERO                                     CVDRV4.2
015712             AND MAN-STATUS EQUAL TO "PROFILE "                   CVDRV4.2
015724         MOVE 1 TO DRV-PROFILE-HELD                               CVDRV4.2
015736         MOVE MAN-PGM        TO DRV-PROFILE-NAME                  CVDRV4.2
015748         MOVE MAN-START-DATE TO DRV-PROFILE-DATE                  CVDRV4.2
015760         MOVE MAN-START-TIME TO DRV-PROFILE-TIME                  CVDRV4.2
015764         MOVE MAN-RC         TO DRV-PROFILE-FORCED                CVDRV4.2
015768         MOVE MAN-CAUSE      TO DRV-PROFILE-CAUSE                 CVDRV4.2
015772         GO TO 2100-EXIT.                                         CVDRV4.2
015784     IF MAN-SEQ EQUAL TO ZERO                                     CVDRV4.2
015800             OR MAN-SEQ GREATER THAN DRV-STEP-COUNT               CVDRV4.2
018900     ACCEPT DRV-T-START-TIME (DRV-SUB) FROM TIME.                 CVDRV4.2
019000     MOVE "RUNNING " TO DRV-T-STATUS (DRV-SUB).                   CVDRV4.2
019100     PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT.                  CVDRV4.2
019150     PERFORM 4050-WRITE-OVERRIDE THRU 4050-EXIT.                  CVDRV4.2
019200     MOVE DRV-T-PGM (DRV-SUB) TO DRV-CALL-NAME.                   CVDRV4.2
019300     MOVE ZERO TO RETURN-CODE.                                    CVDRV4.2
019400     CALL DRV-CALL-NAME                                           CVDRV4.2
020800         MOVE DRV-T-RC (DRV-SUB) TO DRV-HIGH-RC.                  CVDRV4.2
020900     PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT.                  CVDRV4.2
021000     IF DRV-T-RC (DRV-SUB) NOT EQUAL TO ZERO                      CVDRV4.2
021008         IF DRV-CONTINUE-MODE                                     CVDRV4.2
021062             DISPLAY "CCVSDRV - STEP " DRV-SUB " "                CVDRV4.2
021116                 DRV-T-PGM (DRV-SUB) " ENDED RC "                 CVDRV4.2
021170                 DRV-T-RC (DRV-SUB) " - DEPENDENTS SKIPPED"       CVDRV4.2
021224         ELSE                                                     CVDRV4.2
021278             DISPLAY "CCVSDRV - STEP " DRV-SUB " "                CVDRV4.2
021332                 DRV-T-PGM (DRV-SUB) " ENDED RC "                 CVDRV4.2
021386                 DRV-T-RC (DRV-SUB) " - SUITE STOPPED"            CVDRV4.2
021440             MOVE 1 TO DRV-STOP-SWITCH.                           CVDRV4.2
021500     MOVE ZERO TO RETURN-CODE.                                    CVDRV4.2
021600 4000-EXIT. EXIT.                                                 CVDRV4.2
021604*    A STEP WITH NO OVERRIDES STILL GETS AN EMPTY CCVSPOVR, SO    CVDRV4.2
021608*    NO EARLIER STEP'S CARD CAN LEAK INTO IT.                     CVDRV4.2
021612 4050-WRITE-OVERRIDE.                                             CVDRV4.2
021616     OPEN OUTPUT POVR-FILE.                                       CVDRV4.2
021620     IF DRV-T-TARGET (DRV-SUB) EQUAL TO SPACE                     CVDRV4.2
021624             AND DRV-T-RERUN (DRV-SUB) EQUAL TO SPACE             CVDRV4.2
021628         GO TO 4050-CLOSE.                                        CVDRV4.2
021632     MOVE SPACE TO DRV-OVR-CARD.                                  CVDRV4.2
021636     IF DRV-T-TARGET (DRV-SUB) NOT EQUAL TO SPACE                 CVDRV4.2
021640         MOVE "TARGET=" TO DRV-OVR-TARGET-KW                      CVDRV4.2
021644         MOVE DRV-T-TARGET (DRV-SUB) TO DRV-OVR-TARGET.           CVDRV4.2
021648     IF DRV-T-RERUN (DRV-SUB) NOT EQUAL TO SPACE                  CVDRV4.2
021652         MOVE "RERUN=" TO DRV-OVR-RERUN-KW                        CVDRV4.2
021656         MOVE DRV-T-RERUN (DRV-SUB) TO DRV-OVR-RERUN.             CVDRV4.2
021660     WRITE DRV-POVR-REC FROM DRV-OVR-CARD.                        CVDRV4.2
021663     DISPLAY "CCVSDRV - STEP " DRV-SUB " " DRV-T-PGM (DRV-SUB)    CVDRV4.2
021666         " OVERRIDES - " DRV-OVR-TARGET-KW DRV-OVR-TARGET " "     CVDRV4.2
021669         DRV-OVR-RERUN-KW DRV-OVR-RERUN.                          CVDRV4.2
021672 4050-CLOSE.                                                      CVDRV4.2
021676     CLOSE POVR-FILE.                                             CVDRV4.2
021680 4050-EXIT. EXIT.                                                 CVDRV4.2
021700 5000-WRITE-MANIFEST.                                             CVDRV4.2
021800     OPEN OUTPUT MANIFEST-FILE.                                   CVDRV4.2
021810     IF DRV-PROFILE-HELD EQUAL TO 1                               CVDRV4.2
021850         MOVE DRV-PROFILE-DATE TO MAN-START-DATE                  CVDRV4.2
021860         MOVE DRV-PROFILE-TIME TO MAN-START-TIME                  CVDRV4.2
021870         MOVE ZERO TO MAN-END-DATE MAN-END-TIME MAN-RC            CVDRV4.2
021873         MOVE DRV-PROFILE-FORCED TO MAN-RC                        CVDRV4.2
021876         MOVE DRV-PROFILE-CAUSE  TO MAN-CAUSE                     CVDRV4.2
021880         MOVE "PROFILE " TO MAN-STATUS                            CVDRV4.2
021890         WRITE MANIFEST-REC.                                      CVDRV4.2
021900     PERFORM 5100-WRITE-ONE THRU 5100-EXIT                        CVDRV4.2
022000         VARYING DRV-SUB-2 FROM 1 BY 1                            CVDRV4.2
022100         UNTIL DRV-SUB-2 GREATER THAN DRV-STEP-COUNT.             CVDRV4.2
022120     PERFORM 5200-WRITE-REQUEST THRU 5200-EXIT                    CVDRV4.2
022140         VARYING DRV-REQ-SUB FROM 1 BY 1                          CVDRV4.2
022160         UNTIL DRV-REQ-SUB GREATER THAN DRV-REQ-COUNT.            CVDRV4.2
022200     CLOSE MANIFEST-FILE.                                         CVDRV4.2
022300 5000-EXIT. EXIT.                                                 CVDRV4.2
022400 5100-WRITE-ONE.                                                  CVDRV4.2
023100     MOVE DRV-T-END-TIME   (DRV-SUB-2) TO MAN-END-TIME.           CVDRV4.2
023200     MOVE DRV-T-RC         (DRV-SUB-2) TO MAN-RC.                 CVDRV4.2
023300     MOVE DRV-T-STATUS     (DRV-SUB-2) TO MAN-STATUS.             CVDRV4.2
023320     MOVE DRV-T-CAUSE      (DRV-SUB-2) TO MAN-CAUSE.              CVDRV4.2
023400     WRITE MANIFEST-REC.                                          CVDRV4.2
023500 5100-EXIT. EXIT.                                                 CVDRV4.2
023520 5200-WRITE-REQUEST.                                              CVDRV4.2
023540     MOVE DRV-REQ-IMAGE (DRV-REQ-SUB) TO MANIFEST-REC.            CVDRV4.2
023560     WRITE MANIFEST-REC.                                          CVDRV4.2
023580 5200-EXIT. EXIT.                                                 CVDRV4.2
023600*    DEPENDENCY MODE, ONE STEP.  A STEP ALREADY "OK" (CARRIED     CVDRV4.2
023700*    FORWARD FROM A PRIOR SUBMISSION) IS LEFT ALONE.  OTHERWISE   CVDRV4.2
023800*    IT RUNS UNLESS A PREREQUISITE DID NOT END CLEANLY, IN WHICH  CVDRV4.2
023900*    CASE IT IS MARKED "SKIPPED " AND THE FAILED STEP BEHIND IT   CVDRV4.2
024000*    GOES TO MAN-CAUSE.                                           CVDRV4.2
024100 4100-CONSIDER-STEP.                                              CVDRV4.2
024200     IF DRV-T-STATUS (DRV-SUB) EQUAL TO "OK      "                CVDRV4.2
024300         GO TO 4100-EXIT.                                         CVDRV4.2
024400     MOVE SPACE TO DRV-BLOCKED-BY.                                CVDRV4.2
024500     PERFORM 4110-CHECK-ONE-AFTER THRU 4110-EXIT                  CVDRV4.2
024600         VARYING DRV-AFT-SUB FROM 1 BY 1                          CVDRV4.2
024700         UNTIL DRV-AFT-SUB GREATER THAN 4                         CVDRV4.2
024800         OR DRV-BLOCKED-BY NOT EQUAL TO SPACE.                    CVDRV4.2
024900     IF DRV-BLOCKED-BY EQUAL TO SPACE                             CVDRV4.2
025000         PERFORM 4000-RUN-ONE-STEP THRU 4000-EXIT                 CVDRV4.2
025100         GO TO 4100-EXIT.                                         CVDRV4.2
025200     MOVE "SKIPPED " TO DRV-T-STATUS (DRV-SUB).                   CVDRV4.2
025300     MOVE DRV-BLOCKED-BY TO DRV-T-CAUSE (DRV-SUB).                CVDRV4.2
025400     ADD 1 TO DRV-SKIP-COUNT.                                     CVDRV4.2
025500     DISPLAY "CCVSDRV - STEP " DRV-SUB " "                        CVDRV4.2
025600         DRV-T-PGM (DRV-SUB) " SKIPPED - PREREQUISITE "           CVDRV4.2
025700         DRV-BLOCKED-BY " FAILED".                                CVDRV4.2
025800     PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT.                  CVDRV4.2
025900 4100-EXIT. EXIT.                                                 CVDRV4.2
026000*    A PREREQUISITE IS LOOKED UP AMONG THE STEPS AHEAD OF THIS    CVDRV4.2
026100*    ONE.  A SKIPPED PREREQUISITE PASSES ON ITS OWN CAUSE, SO     CVDRV4.2
026200*    THE WHOLE CHAIN NAMES THE STEP THAT ACTUALLY FAILED.         CVDRV4.2
026300 4110-CHECK-ONE-AFTER.                                            CVDRV4.2
026400     IF DRV-T-AFTER (DRV-SUB, DRV-AFT-SUB) EQUAL TO SPACE         CVDRV4.2
026500         GO TO 4110-EXIT.                                         CVDRV4.2
026600     PERFORM 4120-FIND-STEP THRU 4120-EXIT                        CVDRV4.2
026700         VARYING DRV-PRE-SUB FROM 1 BY 1                          CVDRV4.2
026800         UNTIL DRV-PRE-SUB NOT LESS THAN DRV-SUB                  CVDRV4.2
026900         OR DRV-T-PGM (DRV-PRE-SUB) EQUAL TO                      CVDRV4.2
027000             DRV-T-AFTER (DRV-SUB, DRV-AFT-SUB).                  CVDRV4.2
027100     IF DRV-PRE-SUB NOT LESS THAN DRV-SUB                         CVDRV4.2
027200         DISPLAY "CCVSDRV - STEP " DRV-SUB " "                    CVDRV4.2
027300             DRV-T-PGM (DRV-SUB) " PREREQUISITE "                 CVDRV4.2
027400             DRV-T-AFTER (DRV-SUB, DRV-AFT-SUB)                   CVDRV4.2
027500             " NOT SCHEDULED AHEAD OF IT - IGNORED"               CVDRV4.2
027600         GO TO 4110-EXIT.                                         CVDRV4.2
027700     IF DRV-T-STATUS (DRV-PRE-SUB) EQUAL TO "OK      "            CVDRV4.2
027800         GO TO 4110-EXIT.                                         CVDRV4.2
027900     IF DRV-T-STATUS (DRV-PRE-SUB) EQUAL TO "SKIPPED "            CVDRV4.2
028000         MOVE DRV-T-CAUSE (DRV-PRE-SUB) TO DRV-BLOCKED-BY         CVDRV4.2
028100     ELSE                                                         CVDRV4.2
028200         MOVE DRV-T-PGM (DRV-PRE-SUB) TO DRV-BLOCKED-BY.          CVDRV4.2
028300 4110-EXIT. EXIT.                                                 CVDRV4.2
028400 4120-FIND-STEP. EXIT.                                            CVDRV4.2
028500 4120-EXIT. EXIT.                                                 CVDRV4.2
