004900     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      CVHHP4.2
005000     PERFORM WRITE-DELIM-DETAIL.                                  CVHHP4.2
005100     PERFORM WRITE-AUDIT-DETAIL.                                  CVHHP4.2
005130     IF P-OR-F EQUAL TO "FAIL*"                                   CVHHP4.2
005160         PERFORM WAIVER-CHECK THRU WAIVER-CHECK-EXIT.             CVHHP4.2
005200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               CVHHP4.2
005300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 CVHHP4.2
005400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 CVHHP4.2
011500         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       CVHHP4.2
011600     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           CVHHP4.2
011700     PERFORM WRITE-LINE.                                          CVHHP4.2
011716     IF WAIVED-COUNTER IS EQUAL TO ZERO                           CVHHP4.2
011732         MOVE "NO " TO ERROR-TOTAL  ELSE                          CVHHP4.2
011748         MOVE WAIVED-COUNTER TO ERROR-TOTAL.                      CVHHP4.2
011764     MOVE "  ...UNDER KNOWN-DEFECT WAIVER" TO ENDER-DESC.         CVHHP4.2
011780     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           CVHHP4.2
011800 END-ROUTINE-13.                                                  CVHHP4.2
011900     IF DELETE-CNT IS EQUAL TO ZERO                               CVHHP4.2
012000         MOVE "NO " TO ERROR-TOTAL  ELSE                          CVHHP4.2
015000     IF RECORD-COUNT GREATER PAGE-LINE-LIMIT                      CVHHP4.2
015100         MOVE DUMMY-RECORD TO DUMMY-HOLD                          CVHHP4.2
015200         MOVE SPACE TO DUMMY-RECORD                               CVHHP4.2
015233         MOVE "1" TO SPOOL-CC                                     CVHHP4.2
015266         PERFORM PRINT-SPOOL-WRITE                                CVHHP4.2
015300         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  CVHHP4.2
015400         MOVE CCVS-C-1 TO DUMMY-RECORD PERFORM WRT-LN             CVHHP4.2
015500         MOVE CCVS-C-2 TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES     CVHHP4.2
015800         MOVE ZERO TO RECORD-COUNT.                               CVHHP4.2
015900     PERFORM WRT-LN.                                              CVHHP4.2
016000 WRT-LN.                                                          CVHHP4.2
016033     MOVE SPACE TO SPOOL-CC.                                      CVHHP4.2
016066     PERFORM PRINT-SPOOL-WRITE.                                   CVHHP4.2
016100     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               CVHHP4.2
016200     MOVE SPACE TO DUMMY-RECORD.                                  CVHHP4.2
016300 BLANK-LINE-PRINT.                                                CVHHP4.2
018300     MOVE ZERO TO PARM-CARD-ERROR-SW.                             CVHHP4.2
018400     OPEN INPUT PARM-FILE.                                        CVHHP4.2
018500     IF PARM-STATUS NOT EQUAL TO "00"                             CVHHP4.2
018600         GO TO PARM-READ-OVERRIDE.                                CVHHP4.2
018700 PARM-READ-CARD.                                                  CVHHP4.2
018800     READ PARM-FILE AT END GO TO PARM-READ-CLOSE.                 CVHHP4.2
018900     MOVE SPACE TO PARM-TOKEN-TABLE.                              CVHHP4.2
019800     GO TO PARM-READ-CARD.                                        CVHHP4.2
019900 PARM-READ-CLOSE.                                                 CVHHP4.2
020000     CLOSE PARM-FILE.                                             CVHHP4.2
020004*    CCVSDRV'S OVERRIDE CARDS FOR THIS STEP, IF ANY, GO THROUGH   CVHHP4.2
020008*    THE SAME SCAN AFTER CCVSPARM, SO THEIR SETTINGS PREVAIL.     CVHHP4.2
020012 PARM-READ-OVERRIDE.                                              CVHHP4.2
020016     OPEN INPUT POVR-FILE.                                        CVHHP4.2
020020     IF POVR-STATUS NOT EQUAL TO "00"                             CVHHP4.2
020024         GO TO PARM-READ-CHECK.                                   CVHHP4.2
020028 PARM-READ-OVR-CARD.                                              CVHHP4.2
020032     READ POVR-FILE AT END GO TO PARM-READ-OVR-CLOSE.             CVHHP4.2
020036     MOVE SPACE TO PARM-TOKEN-TABLE.                              CVHHP4.2
020040     UNSTRING POVR-CARD-TEXT                                      CVHHP4.2
020044         DELIMITED BY "," OR ALL SPACE                            CVHHP4.2
020048         INTO PARM-TOKEN (1) PARM-TOKEN (2) PARM-TOKEN (3)        CVHHP4.2
020052              PARM-TOKEN (4) PARM-TOKEN (5) PARM-TOKEN (6)        CVHHP4.2
020056              PARM-TOKEN (7) PARM-TOKEN (8).                      CVHHP4.2
020060     PERFORM PARM-TOKEN-SCAN THRU PARM-TOKEN-SCAN-EXIT            CVHHP4.2
020064         VARYING PARM-TOKEN-SUB FROM 1 BY 1                       CVHHP4.2
020068         UNTIL PARM-TOKEN-SUB GREATER THAN 8.                     CVHHP4.2
020072     GO TO PARM-READ-OVR-CARD.                                    CVHHP4.2
020076 PARM-READ-OVR-CLOSE.                                             CVHHP4.2
020080     CLOSE POVR-FILE.                                             CVHHP4.2
020090 PARM-READ-CHECK.                                                 CVHHP4.2
020100*    A BAD CARD REJECTS THE WHOLE RUN -- CERTIFYING UNDER A       CVHHP4.2
020200*    HALF-READ PARAMETER SET IS EXACTLY THE FAILURE THIS          CVHHP4.2
020300*    PARSER EXISTS TO PREVENT.  OPEN-FILES ACQUIRES THE RUN       CVHHP4.2
020330*    ORPHAN THE LOCK AND STALL EVERY LATER UPDATER.               CVHHP4.2
020400     IF PARM-CARD-ERROR                                           CVHHP4.2
020500         DISPLAY "PARM-READ - RUN REJECTED - CORRECT THE "        CVHHP4.2
020600             "CCVSPARM OR CCVSPOVR CARD AND RESUBMIT"             CVHHP4.2
020610         CLOSE RAW-DATA                                           CVHHP4.2
020620         PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT        CVHHP4.2
020700         MOVE 8 TO RETURN-CODE                                    CVHHP4.2
057500 ENV-SNAPSHOT-CLOSE.                                              CVHHP4.2
057600     CLOSE ENVS-FILE.                                             CVHHP4.2
057700 ENV-SNAPSHOT-EXIT. EXIT.                                         CVHHP4.2
057800*    COUNTS A FAIL* THAT AN IN-FORCE KNOWN-DEFECT WAIVER          CVHHP4.2
057900*    (SEE CCVSWVR) COVERS.  THE PROGRAM/TARGET'S WAIVERS ARE      CVHHP4.2
058000*    LOADED ONCE, AT THE FIRST FAILURE; A WAIVER WHOSE EXPIRY     CVHHP4.2
058100*    DATE IS BEFORE THE RUN DATE IS IGNORED.  TERMINATE-CCVS      CVHHP4.2
058200*    SETS RETURN-CODE 4 ONLY FOR FAILURES BEYOND THE WAIVED.      CVHHP4.2
058300 WAIVER-CHECK.                                                    CVHHP4.2
058400     IF NOT WAIVERS-LOADED                                        CVHHP4.2
058500         PERFORM WAIVER-LOAD THRU WAIVER-LOAD-EXIT.               CVHHP4.2
058600     PERFORM WAIVER-FIND THRU WAIVER-FIND-EXIT                    CVHHP4.2
058700         VARYING WAIVER-SUB FROM 1 BY 1                           CVHHP4.2
058800         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT               CVHHP4.2
058900         OR PAR-NAME EQUAL TO WAIVER-PAR-NAME (WAIVER-SUB).       CVHHP4.2
059000     IF WAIVER-SUB NOT GREATER THAN WAIVER-COUNT                  CVHHP4.2
059100         ADD 1 TO WAIVED-COUNTER.                                 CVHHP4.2
059200 WAIVER-CHECK-EXIT. EXIT.                                         CVHHP4.2
059300 WAIVER-FIND. EXIT.                                               CVHHP4.2
059400 WAIVER-FIND-EXIT. EXIT.                                          CVHHP4.2
059500 WAIVER-LOAD.                                                     CVHHP4.2
059600     MOVE 1 TO WAIVER-LOAD-SW.                                    CVHHP4.2
059700     MOVE ZERO TO WAIVER-EOF-SW.                                  CVHHP4.2
059800     OPEN INPUT WAIVER-FILE.                                      CVHHP4.2
059900     IF WAIVER-STATUS NOT EQUAL TO "00"                           CVHHP4.2
060000         GO TO WAIVER-LOAD-EXIT.                                  CVHHP4.2
060100     PERFORM WAIVER-LOAD-ONE THRU WAIVER-LOAD-ONE-EXIT            CVHHP4.2
060200         UNTIL WAIVER-AT-EOF.                                     CVHHP4.2
060300     CLOSE WAIVER-FILE.                                           CVHHP4.2
060400 WAIVER-LOAD-EXIT. EXIT.                                          CVHHP4.2
060500 WAIVER-LOAD-ONE.                                                 CVHHP4.2
060600     READ WAIVER-FILE AT END                                      CVHHP4.2
060700         MOVE 1 TO WAIVER-EOF-SW                                  CVHHP4.2
060800         GO TO WAIVER-LOAD-ONE-EXIT.                              CVHHP4.2
060900     IF WVR-TARGET-ID NOT EQUAL TO CCVS-TARGET-ID                 CVHHP4.2
061000             OR WVR-PGM-ID NOT EQUAL TO CCVS-PGM-ID               CVHHP4.2
061100         GO TO WAIVER-LOAD-ONE-EXIT.                              CVHHP4.2
061200     IF WVR-EXPIRY NOT NUMERIC OR WVR-EXPIRY LESS THAN C-DATE     CVHHP4.2
061300         GO TO WAIVER-LOAD-ONE-EXIT.                              CVHHP4.2
061400     IF WAIVER-COUNT EQUAL TO 50                                  CVHHP4.2
061500         GO TO WAIVER-LOAD-ONE-EXIT.                              CVHHP4.2
061600     ADD 1 TO WAIVER-COUNT.                                       CVHHP4.2
061700     MOVE WVR-PAR-NAME TO WAIVER-PAR-NAME (WAIVER-COUNT).         CVHHP4.2
061800 WAIVER-LOAD-ONE-EXIT. EXIT.                                      CVHHP4.2
061900*    ADDS THIS RUN'S RAW-DATA KEY TO THE RUN-DATE CROSS-          CVHHP4.2
062000*    REFERENCE.  PERFORMED AT OPEN-FILES RIGHT AFTER THE NEW      CVHHP4.2
062100*    RAW-DATA-SATZ IS WRITTEN, UNDER THE SAME RUN LOCK.  A        CVHHP4.2
062200*    MISSING CCVSRDX IS CREATED ON THE SPOT; CCVSRBLD REBUILDS    CVHHP4.2
062300*    IT FROM FULL HISTORY AFTER ANY DOUBT.                        CVHHP4.2
062400 RUN-XREF-WRITE.                                                  CVHHP4.2
062500     OPEN I-O RUNX-FILE.                                          CVHHP4.2
062600     IF RUNX-STATUS EQUAL TO "35"                                 CVHHP4.2
062700         OPEN OUTPUT RUNX-FILE                                    CVHHP4.2
062800         CLOSE RUNX-FILE                                          CVHHP4.2
062900         OPEN I-O RUNX-FILE.                                      CVHHP4.2
063000     IF RUNX-STATUS NOT EQUAL TO "00"                             CVHHP4.2
063100         DISPLAY "RUN-XREF-WRITE - CCVSRDX UNAVAILABLE - "        CVHHP4.2
063200             "STATUS " RUNX-STATUS                                CVHHP4.2
063300         GO TO RUN-XREF-WRITE-EXIT.                               CVHHP4.2
063400     MOVE C-DATE       TO RX-DATE.                                CVHHP4.2
063500     MOVE C-TIME       TO RX-TIME.                                CVHHP4.2
063600     MOVE RD-PGM-ID    TO RX-PGM-ID.                              CVHHP4.2
063700     MOVE RD-TARGET-ID TO RX-TARGET-ID.                           CVHHP4.2
063800     WRITE RUN-XREF-SATZ                                          CVHHP4.2
063900         INVALID KEY GO TO RUN-XREF-WRITE-CLOSE.                  CVHHP4.2
064000 RUN-XREF-WRITE-CLOSE.                                            CVHHP4.2
064100     CLOSE RUNX-FILE.                                             CVHHP4.2
064200 RUN-XREF-WRITE-EXIT. EXIT.                                       CVHHP4.2
064300*    KEEPS THE LINE JUST PRINTED, WITH ITS CARRIAGE CONTROL, ON   CVHHP4.2
064400*    THE RUN'S CCVSPSPL SPOOL FOR PRINT-ARCHIVE.                  CVHHP4.2
064500 PRINT-SPOOL-WRITE.                                               CVHHP4.2
064600     IF SPOOL-IS-OPEN                                             CVHHP4.2
064700         MOVE DUMMY-RECORD TO SPOOL-LINE                          CVHHP4.2
064800         WRITE SPOOL-REC.                                         CVHHP4.2
064900*    LOADS THE RUN'S SPOOLED PRINTOUT INTO THE CCVSRPOS PRINT     CVHHP4.2
065000*    REPORT REPOSITORY, ONE RECORD PER LINE UNDER THE RUN'S OWN   CVHHP4.2
065100*    RAW-DATA KEY FIELDS PLUS THE LINE NUMBER.  PERFORMED AT      CVHHP4.2
065200*    CLOSE-FILES AFTER PRINT-FILE IS CLOSED, AS AUDIT-ARCHIVE     CVHHP4.2
065300*    IS, SO THE REPOSITORY HOLDS THE WHOLE PRINTOUT EXACTLY AS    CVHHP4.2
065400*    WRITTEN.  A MISSING CCVSRPOS IS CREATED ON THE SPOT;         CVHHP4.2
065500*    CCVSPURG REMOVES A RUN'S LINES WHEN IT PURGES THE RUN.       CVHHP4.2
065600 PRINT-ARCHIVE.                                                   CVHHP4.2
065700     IF NOT SPOOL-IS-OPEN                                         CVHHP4.2
065800         GO TO PRINT-ARCHIVE-EXIT.                                CVHHP4.2
065900     CLOSE SPOOL-FILE.                                            CVHHP4.2
066000     MOVE ZERO TO SPOOL-OPEN-SW.                                  CVHHP4.2
066100     OPEN INPUT SPOOL-FILE.                                       CVHHP4.2
066200     IF SPOOL-STATUS NOT EQUAL TO "00"                            CVHHP4.2
066300         GO TO PRINT-ARCHIVE-EXIT.                                CVHHP4.2
066400     OPEN I-O REPO-FILE.                                          CVHHP4.2
066500     IF REPO-STATUS EQUAL TO "35"                                 CVHHP4.2
066600         OPEN OUTPUT REPO-FILE                                    CVHHP4.2
066700         CLOSE REPO-FILE                                          CVHHP4.2
066800         OPEN I-O REPO-FILE.                                      CVHHP4.2
066900     IF REPO-STATUS NOT EQUAL TO "00"                             CVHHP4.2
067000         DISPLAY "PRINT-ARCHIVE - CCVSRPOS UNAVAILABLE - "        CVHHP4.2
067100             "STATUS " REPO-STATUS                                CVHHP4.2
067200         CLOSE SPOOL-FILE                                         CVHHP4.2
067300         GO TO PRINT-ARCHIVE-EXIT.                                CVHHP4.2
067400     MOVE ZERO TO REPO-LINE-NO.                                   CVHHP4.2
067500     MOVE ZERO TO SPOOL-EOF-SW.                                   CVHHP4.2
067600     PERFORM PRINT-ARCHIVE-ONE THRU PRINT-ARCHIVE-ONE-EXIT        CVHHP4.2
067700         UNTIL SPOOL-AT-EOF.                                      CVHHP4.2
067800     CLOSE SPOOL-FILE.                                            CVHHP4.2
067900     CLOSE REPO-FILE.                                             CVHHP4.2
068000 PRINT-ARCHIVE-EXIT. EXIT.                                        CVHHP4.2
068100 PRINT-ARCHIVE-ONE.                                               CVHHP4.2
068200     READ SPOOL-FILE AT END                                       CVHHP4.2
068300         MOVE 1 TO SPOOL-EOF-SW                                   CVHHP4.2
068400         GO TO PRINT-ARCHIVE-ONE-EXIT.                            CVHHP4.2
068500     ADD 1 TO REPO-LINE-NO.                                       CVHHP4.2
068600     MOVE CCVS-PGM-ID    TO RR-PGM-ID.                            CVHHP4.2
068700     MOVE CCVS-TARGET-ID TO RR-TARGET-ID.                         CVHHP4.2
068800     MOVE C-DATE         TO RR-DATE.                              CVHHP4.2
068900     MOVE C-TIME         TO RR-TIME.                              CVHHP4.2
069000     MOVE REPO-LINE-NO   TO RR-LINE-NO.                           CVHHP4.2
069100     MOVE SPOOL-CC       TO RR-CC.                                CVHHP4.2
069200     MOVE SPOOL-LINE     TO RR-LINE.                              CVHHP4.2
069300     WRITE REPORT-REPO-SATZ                                       CVHHP4.2
069400         INVALID KEY GO TO PRINT-ARCHIVE-ONE-EXIT.                CVHHP4.2
069500 PRINT-ARCHIVE-ONE-EXIT. EXIT.                                    CVHHP4.2
