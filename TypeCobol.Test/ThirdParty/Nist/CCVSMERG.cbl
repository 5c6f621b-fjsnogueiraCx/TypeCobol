002060**    BE RESEEDED WITH CCVSLBLD AFTER A CONSOLIDATION --     *    CVMRG4.2
002072**    LATEST-UPDATE NEVER SEES IMPORTED RUNS, SO THE         *    CVMRG4.2
002084**    DASHBOARDS ARE STALE UNTIL THEN.                       *    CVMRG4.2
002089**    EACH INSERT IS ALSO ADDED TO THE CCVSRDX RUN-DATE      *    CVMRG4.2
002094**    CROSS-REFERENCE.                                       *    CVMRG4.2
002100**                                                                CVMRG4.2
002200******************************************************************CVMRG4.2
002300 ENVIRONMENT DIVISION.                                            CVMRG4.2
004756     SELECT OPTIONAL JRNL-FILE ASSIGN TO                          CVMRG4.2
004770            CCVSJRNL                                              CVMRG4.2
004784            ORGANIZATION IS SEQUENTIAL.                           CVMRG4.2
004785*    RUNX-FILE IS THE RUN-DATE CROSS-REFERENCE (SEE CCVSRDX);     CVMRG4.2
004786*    EVERY MERGED-IN RUN IS ADDED SO THE RUN REGISTER SEES IT.    CVMRG4.2
004787     SELECT RUNX-FILE  ASSIGN TO                                  CVMRG4.2
004788            CCVSRDX                                               CVMRG4.2
004789            ORGANIZATION IS INDEXED                               CVMRG4.2
004790            ACCESS MODE IS RANDOM                                 CVMRG4.2
004791            RECORD KEY IS RUN-XREF-KEY                            CVMRG4.2
004792            FILE STATUS IS MRG-RDX-STATUS.                        CVMRG4.2
004800     SELECT COLL-FILE  ASSIGN TO                                  CVMRG4.2
004900            CCVSCOLL                                              CVMRG4.2
005000            ORGANIZATION IS SEQUENTIAL.                           CVMRG4.2
007000 FD  JRNL-FILE                                                    CVMRG4.2
007033     LABEL RECORDS STANDARD.                                      CVMRG4.2
007066     COPY CCVSJRN.                                                CVMRG4.2
007077 FD  RUNX-FILE.                                                   CVMRG4.2
007088     COPY CCVSRDX.                                                CVMRG4.2
007100*    EACH COLLISION PUTS BOTH IMAGES ON REVIEW -- THE             CVMRG4.2
007200*    IMPORTED RECORD AND THE MASTER RECORD IT DISAGREES           CVMRG4.2
007300*    WITH, TAGGED BY ORIGIN.                                      CVMRG4.2
008400 WORKING-STORAGE SECTION.                                         CVMRG4.2
008500 01  MRG-XPRT-STATUS         PIC XX       VALUE SPACE.            CVMRG4.2
008600 01  MRG-LOCK-STATUS         PIC XX       VALUE SPACE.            CVMRG4.2
008620 01  MRG-RDX-STATUS          PIC XX       VALUE SPACE.            CVMRG4.2
008640 01  MRG-RDX-SWITCH          PIC 9        VALUE ZERO.             CVMRG4.2
008660     88  MRG-RDX-IS-OPEN              VALUE 1.                    CVMRG4.2
008700 01  MRG-EOF-SWITCH          PIC 9        VALUE ZERO.             CVMRG4.2
008800     88  MRG-AT-EOF                   VALUE 1.                    CVMRG4.2
008900 01  MRG-LOCK-GOT-SW         PIC 9        VALUE ZERO.             CVMRG4.2
015900*    RAW-DATA IS OPENED I-O ONLY UNDER THE SHARED RUN LOCK.       CVMRG4.2
016000     PERFORM 8000-LOCK-ACQUIRE THRU 8000-EXIT.                    CVMRG4.2
016100     OPEN I-O RAW-DATA.                                           CVMRG4.2
016109     OPEN I-O RUNX-FILE.                                          CVMRG4.2
016118     IF MRG-RDX-STATUS EQUAL TO "35"                              CVMRG4.2
016127         OPEN OUTPUT RUNX-FILE                                    CVMRG4.2
016136         CLOSE RUNX-FILE                                          CVMRG4.2
016145         OPEN I-O RUNX-FILE.                                      CVMRG4.2
016154     IF MRG-RDX-STATUS EQUAL TO "00"                              CVMRG4.2
016163         MOVE 1 TO MRG-RDX-SWITCH                                 CVMRG4.2
016172     ELSE                                                         CVMRG4.2
016181         DISPLAY "CCVSMERG - CCVSRDX UNAVAILABLE - STATUS "       CVMRG4.2
016190             MRG-RDX-STATUS " - REBUILD WITH CCVSRBLD".           CVMRG4.2
016200     OPEN OUTPUT COLL-FILE.                                       CVMRG4.2
016300     OPEN OUTPUT PRINT-FILE.                                      CVMRG4.2
016400     MOVE MRG-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVMRG4.2
016700         UNTIL MRG-AT-EOF.                                        CVMRG4.2
016800     CLOSE XPRT-FILE.                                             CVMRG4.2
016900     CLOSE RAW-DATA.                                              CVMRG4.2
016930     IF MRG-RDX-IS-OPEN                                           CVMRG4.2
016960         CLOSE RUNX-FILE.                                         CVMRG4.2
017000     PERFORM 8200-LOCK-RELEASE THRU 8200-EXIT.                    CVMRG4.2
017100     CLOSE COLL-FILE.                                             CVMRG4.2
017200     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVMRG4.2
022240     MOVE SPACE TO JRNL-BEFORE-HOLD.                              CVMRG4.2
022250     MOVE MRG-IN-REC TO JRNL-AFTER-HOLD.                          CVMRG4.2
022260     PERFORM 8500-JOURNAL-WRITE THRU 8500-EXIT.                   CVMRG4.2
022273     IF MRG-RDX-IS-OPEN                                           CVMRG4.2
022286         PERFORM 2300-XREF-ADD THRU 2300-EXIT.                    CVMRG4.2
022300     PERFORM 2200-PRINT-DISP THRU 2200-EXIT.                      CVMRG4.2
022310     GO TO 2000-EXIT.                                             CVMRG4.2
022320*    A WRITE THAT FAILS AFTER THE READ SAID THE KEY WAS ABSENT    CVMRG4.2
023300     MOVE MRG-D-1 TO PRINT-REC.                                   CVMRG4.2
023400     WRITE PRINT-REC.                                             CVMRG4.2
023500 2200-EXIT. EXIT.                                                 CVMRG4.2
023509*    ADDS THE MERGED-IN RUN TO THE RUN-DATE CROSS-REFERENCE.      CVMRG4.2
023518*    AN ENTRY ALREADY PRESENT IS LEFT AS IT STANDS.               CVMRG4.2
023527 2300-XREF-ADD.                                                   CVMRG4.2
023536     MOVE C-DATE       TO RX-DATE.                                CVMRG4.2
023545     MOVE C-TIME       TO RX-TIME.                                CVMRG4.2
023554     MOVE RD-PGM-ID    TO RX-PGM-ID.                              CVMRG4.2
023563     MOVE RD-TARGET-ID TO RX-TARGET-ID.                           CVMRG4.2
023572     WRITE RUN-XREF-SATZ                                          CVMRG4.2
023581         INVALID KEY GO TO 2300-EXIT.                             CVMRG4.2
023590 2300-EXIT. EXIT.                                                 CVMRG4.2
023600*    SERIALIZES UPDATE ACCESS TO RAW-DATA -- THE SAME BOUNDED     CVMRG4.2
023700*    WAIT-AND-RETRY PROTOCOL AS RAWLOCK-ACQUIRE IN CCVSHPRC,      CVMRG4.2
023800*    NAMING THE HOLDER ON EVERY ATTEMPT.                          CVMRG4.2
