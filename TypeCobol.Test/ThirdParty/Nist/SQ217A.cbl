018248     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SQ2174.2
018264     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2174.2
018280     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2174.2
018290     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SQ2174.2
018300 END-E-1.                                                         SQ2174.2
018400     CLOSE RAW-DATA.                                              SQ2174.2
018405     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2174.2
018410     OPEN     OUTPUT DELIM-FILE.                                  SQ2174.2
018411     OPEN     OUTPUT AUDIT-FILE.                                  SQ2174.2
018500     OPEN     OUTPUT PRINT-FILE.                                  SQ2174.2
018520     OPEN     OUTPUT SPOOL-FILE.                                  SQ2174.2
018540     IF SPOOL-STATUS EQUAL TO "00"                                SQ2174.2
018560         MOVE 1 TO SPOOL-OPEN-SW.                                 SQ2174.2
018600     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ2174.2
018700     MOVE    SPACE TO TEST-RESULTS.                               SQ2174.2
018800     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ2174.2
019133*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SQ2174.2
019155*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SQ2174.2
019177     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SQ2174.2
019184*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SQ2174.2
019191     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SQ2174.2
019200     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2174.2
019250     OPEN I-O RAW-DATA.                                           SQ2174.2
019300     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2174.2
020384     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2174.2
020400 TERMINATE-CCVS.                                                  SQ2174.2
020405     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2174.2
020410     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2174.2
020420         MOVE 4 TO RETURN-CODE.                                   SQ2174.2
020500     EXIT PROGRAM.                                                SQ2174.2
020600 TERMINATE-CALL.                                                  SQ2174.2
020605     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2174.2
020610     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2174.2
020620         MOVE 4 TO RETURN-CODE.                                   SQ2174.2
020700     STOP     RUN.                                                SQ2174.2
022150*    THE SHARED SERVICE PARAGRAPHS -- PASS/FAIL/INSPT/DE-LETE,    SQ2174.2
