001948**    IS PRESENT THE OPERATOR MUST HOLD PURGE AUTHORITY OR   *    CVPRG4.2
001964**    THE RUN IS REJECTED AND LOGGED TO CCVSACCL --          *    CVPRG4.2
001980**    CERTIFICATION HISTORY IS AUDIT EVIDENCE.               *    CVPRG4.2
001986**    EACH PURGED RUN IS ALSO DROPPED FROM THE CCVSRDX       *    CVPRG4.2
001992**    RUN-DATE CROSS-REFERENCE.                              *    CVPRG4.2
001994**    SO ARE THE RUN'S PRINTED LINES ON THE CCVSRPOS PRINT   *    CVPRG4.2
001996**    REPORT REPOSITORY (SEE CCVSRPO) -- A PURGED RUN'S      *    CVPRG4.2
001998**    PRINTOUT LEAVES WITH IT.                               *    CVPRG4.2
002000**                                                                CVPRG4.2
002100******************************************************************CVPRG4.2
002200 ENVIRONMENT DIVISION.                                            CVPRG4.2
004670     SELECT OPTIONAL ACC-LOG-FILE ASSIGN TO                       CVPRG4.2
004680            CCVSACCL                                              CVPRG4.2
004690            ORGANIZATION IS SEQUENTIAL.                           CVPRG4.2
004691*    RUNX-FILE IS THE RUN-DATE CROSS-REFERENCE (SEE CCVSRDX);     CVPRG4.2
004692*    EVERY PURGED RUN'S ENTRY IS DROPPED WITH IT.                 CVPRG4.2
004693     SELECT RUNX-FILE  ASSIGN TO                                  CVPRG4.2
004694            CCVSRDX                                               CVPRG4.2
004695            ORGANIZATION IS INDEXED                               CVPRG4.2
004696            ACCESS MODE IS RANDOM                                 CVPRG4.2
004697            RECORD KEY IS RUN-XREF-KEY                            CVPRG4.2
004698            FILE STATUS IS PURG-RDX-STATUS.                       CVPRG4.2
004700     SELECT PRINT-FILE ASSIGN TO                                  CVPRG4.2
004800            CCVSPURP.                                             CVPRG4.2
004811*    REPO-FILE IS THE PRINT REPORT REPOSITORY (SEE CCVSRPO);      CVPRG4.2
004822*    EVERY PURGED RUN'S PRINTED LINES ARE DROPPED WITH IT.        CVPRG4.2
004833     SELECT REPO-FILE  ASSIGN TO                                  CVPRG4.2
004844            CCVSRPOS                                              CVPRG4.2
004855            ORGANIZATION IS INDEXED                               CVPRG4.2
004866            ACCESS MODE IS DYNAMIC                                CVPRG4.2
004877            RECORD KEY IS REPORT-REPO-KEY                         CVPRG4.2
004888            FILE STATUS IS PURG-RPO-STATUS.                       CVPRG4.2
004900 DATA DIVISION.                                                   CVPRG4.2
005000 FILE SECTION.                                                    CVPRG4.2
005100 FD  RAW-DATA.                                                    CVPRG4.2
005200     COPY CCVSRAW.                                                CVPRG4.2
005230 FD  RUNX-FILE.                                                   CVPRG4.2
005260     COPY CCVSRDX.                                                CVPRG4.2
005273 FD  REPO-FILE.                                                   CVPRG4.2
005286     COPY CCVSRPO.                                                CVPRG4.2
005300 FD  CTL-FILE                                                     CVPRG4.2
005400     LABEL RECORDS STANDARD.                                      CVPRG4.2
005500 01  PURG-CTL-REC.                                                CVPRG4.2
007000 01  PURG-ARCH-OPEN-SW       PIC 9        VALUE ZERO.             CVPRG4.2
007100     88  PURG-ARCH-IS-OPEN            VALUE 1.                    CVPRG4.2
007200 01  PURG-CTL-STATUS         PIC XX       VALUE SPACE.            CVPRG4.2
007220 01  PURG-RDX-STATUS         PIC XX       VALUE SPACE.            CVPRG4.2
007240 01  PURG-RDX-SWITCH         PIC 9        VALUE ZERO.             CVPRG4.2
007260     88  PURG-RDX-IS-OPEN             VALUE 1.                    CVPRG4.2
007265 01  PURG-RPO-STATUS         PIC XX       VALUE SPACE.            CVPRG4.2
007270 01  PURG-RPO-SWITCH         PIC 9        VALUE ZERO.             CVPRG4.2
007275     88  PURG-RPO-IS-OPEN             VALUE 1.                    CVPRG4.2
007280 01  PURG-RPO-EOF-SWITCH     PIC 9        VALUE ZERO.             CVPRG4.2
007285     88  PURG-RPO-AT-EOF              VALUE 1.                    CVPRG4.2
007290 01  PURG-RPO-KEY-HOLD       PIC X(26)    VALUE SPACE.            CVPRG4.2
007295 01  PURG-LINES-DROPPED      PIC 9(7) COMP VALUE ZERO.            CVPRG4.2
007300 01  PURG-KEEP-DEPTH         PIC 999      VALUE 005.              CVPRG4.2
007400 01  PURG-CUTOFF-DATE        PIC 9(8)     VALUE ZERO.             CVPRG4.2
007411 01  PURG-OPERATOR           PIC X(8)     VALUE SPACE.            CVPRG4.2
013600     02 FILLER PIC X(20) VALUE "KEY READ FAILURES  =".            CVPRG4.2
013700     02 PS-KEY-FAIL-O      PIC ZZZZ9.                             CVPRG4.2
013800     02 FILLER PIC X(95) VALUE SPACE.                             CVPRG4.2
013820 01  PURG-S-5.                                                    CVPRG4.2
013840     02 FILLER PIC X(20) VALUE "PRINT LINES DROPPED=".            CVPRG4.2
013860     02 PS-LINES-O         PIC ZZZZZZ9.                           CVPRG4.2
013880     02 FILLER PIC X(93) VALUE SPACE.                             CVPRG4.2
013900 01  PURG-E-1.                                                    CVPRG4.2
014000     02 FILLER PIC X(24) VALUE "EFFECTIVE KEEP DEPTH   =".        CVPRG4.2
014100     02 PE-DEPTH-O         PIC ZZ9.                               CVPRG4.2
015400*    RAW-DATA IS OPENED I-O ONLY UNDER THE SHARED RUN LOCK.       CVPRG4.2
015433     PERFORM 8000-LOCK-ACQUIRE THRU 8000-EXIT.                    CVPRG4.2
015466     OPEN I-O RAW-DATA.                                           CVPRG4.2
015470     OPEN I-O RUNX-FILE.                                          CVPRG4.2
015474     IF PURG-RDX-STATUS EQUAL TO "00"                             CVPRG4.2
015478         MOVE 1 TO PURG-RDX-SWITCH                                CVPRG4.2
015482     ELSE                                                         CVPRG4.2
015486         DISPLAY "CCVSPURG - CCVSRDX UNAVAILABLE - STATUS "       CVPRG4.2
015490             PURG-RDX-STATUS " - REBUILD WITH CCVSRBLD".          CVPRG4.2
015491     OPEN I-O REPO-FILE.                                          CVPRG4.2
015492     IF PURG-RPO-STATUS EQUAL TO "00"                             CVPRG4.2
015493         MOVE 1 TO PURG-RPO-SWITCH                                CVPRG4.2
015494     ELSE                                                         CVPRG4.2
015495         DISPLAY "CCVSPURG - CCVSRPOS UNAVAILABLE - STATUS "      CVPRG4.2
015496             PURG-RPO-STATUS " - PRINTOUTS NOT PURGED".           CVPRG4.2
015500     OPEN OUTPUT PRINT-FILE.                                      CVPRG4.2
015700     MOVE PURG-H-1 TO PRINT-REC. WRITE PRINT-REC.                 CVPRG4.2
015800     MOVE SPACE    TO PRINT-REC. WRITE PRINT-REC.                 CVPRG4.2
024225     MOVE "DELETE " TO JRNL-ACTION-HOLD.                          CVPRG4.2
024250     MOVE SPACE TO JRNL-AFTER-HOLD.                               CVPRG4.2
024275     PERFORM 8500-JOURNAL-WRITE THRU 8500-EXIT.                   CVPRG4.2
024283     IF PURG-RDX-IS-OPEN                                          CVPRG4.2
024291         PERFORM 3300-DROP-XREF THRU 3300-EXIT.                   CVPRG4.2
024294     IF PURG-RPO-IS-OPEN                                          CVPRG4.2
024297         PERFORM 3400-DROP-PRINTOUT THRU 3400-EXIT.               CVPRG4.2
024300     MOVE SPACE          TO PURG-D-1.                             CVPRG4.2
024400     MOVE RD-PGM-ID      TO PD-PGM-ID-O.                          CVPRG4.2
024500     MOVE RD-TARGET-ID   TO PD-TARGET-ID-O.                       CVPRG4.2
026700     MOVE RAW-DATA-SATZ TO ARCH-REC.                              CVPRG4.2
026800     WRITE ARCH-REC.                                              CVPRG4.2
026900 3200-EXIT. EXIT.                                                 CVPRG4.2
026902*    DROPS THE PURGED RUN'S RUN-DATE CROSS-REFERENCE ENTRY.  AN   CVPRG4.2
026904*    ENTRY ALREADY MISSING IS LEFT ALONE.                         CVPRG4.2
026906 3300-DROP-XREF.                                                  CVPRG4.2
026908     MOVE C-DATE       TO RX-DATE.                                CVPRG4.2
026910     MOVE C-TIME       TO RX-TIME.                                CVPRG4.2
026912     MOVE RD-PGM-ID    TO RX-PGM-ID.                              CVPRG4.2
026914     MOVE RD-TARGET-ID TO RX-TARGET-ID.                           CVPRG4.2
026916     DELETE RUNX-FILE RECORD                                      CVPRG4.2
026918         INVALID KEY GO TO 3300-EXIT.                             CVPRG4.2
026920 3300-EXIT. EXIT.                                                 CVPRG4.2
026922*    DROPS EVERY PRINTED LINE THE PURGED RUN LEFT ON THE PRINT    CVPRG4.2
026924*    REPORT REPOSITORY.  THE LINE NUMBER IS THE LAST PART OF      CVPRG4.2
026926*    THE KEY, SO ONE START AT LINE ZERO FINDS THEM ALL.           CVPRG4.2
026928 3400-DROP-PRINTOUT.                                              CVPRG4.2
026930     MOVE RD-PGM-ID    TO RR-PGM-ID.                              CVPRG4.2
026932     MOVE RD-TARGET-ID TO RR-TARGET-ID.                           CVPRG4.2
026934     MOVE C-DATE       TO RR-DATE.                                CVPRG4.2
026936     MOVE C-TIME       TO RR-TIME.                                CVPRG4.2
026938     MOVE ZERO         TO RR-LINE-NO.                             CVPRG4.2
026940     MOVE REPORT-REPO-KEY TO PURG-RPO-KEY-HOLD.                   CVPRG4.2
026942     MOVE ZERO TO PURG-RPO-EOF-SWITCH.                            CVPRG4.2
026944     START REPO-FILE KEY IS NOT LESS THAN REPORT-REPO-KEY         CVPRG4.2
026946         INVALID KEY GO TO 3400-EXIT.                             CVPRG4.2
026948     PERFORM 3410-DROP-ONE-LINE THRU 3410-EXIT                    CVPRG4.2
026950         UNTIL PURG-RPO-AT-EOF.                                   CVPRG4.2
026952 3400-EXIT. EXIT.                                                 CVPRG4.2
026954 3410-DROP-ONE-LINE.                                              CVPRG4.2
026956     READ REPO-FILE NEXT RECORD AT END                            CVPRG4.2
026958         MOVE 1 TO PURG-RPO-EOF-SWITCH                            CVPRG4.2
026960         GO TO 3410-EXIT.                                         CVPRG4.2
026962     IF REPORT-REPO-KEY (1:26) NOT EQUAL TO PURG-RPO-KEY-HOLD     CVPRG4.2
026964         MOVE 1 TO PURG-RPO-EOF-SWITCH                            CVPRG4.2
026966         GO TO 3410-EXIT.                                         CVPRG4.2
026968     DELETE REPO-FILE RECORD INVALID KEY                          CVPRG4.2
026970         GO TO 3410-EXIT.                                         CVPRG4.2
026972     ADD 1 TO PURG-LINES-DROPPED.                                 CVPRG4.2
026974 3410-EXIT. EXIT.                                                 CVPRG4.2
027000 5000-FINISH.                                                     CVPRG4.2
027100     IF PURG-ARCH-IS-OPEN                                         CVPRG4.2
027200         CLOSE ARCH-FILE.                                         CVPRG4.2
027900     MOVE PURG-S-3 TO PRINT-REC. WRITE PRINT-REC.                 CVPRG4.2
028000     MOVE PURG-KEY-FAIL-COUNT  TO PS-KEY-FAIL-O.                  CVPRG4.2
028100     MOVE PURG-S-4 TO PRINT-REC. WRITE PRINT-REC.                 CVPRG4.2
028130     MOVE PURG-LINES-DROPPED   TO PS-LINES-O.                     CVPRG4.2
028160     MOVE PURG-S-5 TO PRINT-REC. WRITE PRINT-REC.                 CVPRG4.2
028200     CLOSE RAW-DATA.                                              CVPRG4.2
028216     IF PURG-RDX-IS-OPEN                                          CVPRG4.2
028232         CLOSE RUNX-FILE.                                         CVPRG4.2
028238     IF PURG-RPO-IS-OPEN                                          CVPRG4.2
028244         CLOSE REPO-FILE.                                         CVPRG4.2
028250     PERFORM 8200-LOCK-RELEASE THRU 8200-EXIT.                    CVPRG4.2
028300     CLOSE PRINT-FILE.                                            CVPRG4.2
028400 5000-EXIT. EXIT.                                                 CVPRG4.2
