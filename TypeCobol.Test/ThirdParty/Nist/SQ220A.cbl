016248     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SQ2204.2
016264     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2204.2
016280     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2204.2
016290     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SQ2204.2
016300 END-E-1.                                                         SQ2204.2
016400     CLOSE RAW-DATA.                                              SQ2204.2
016450     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2204.2
016500     OPEN     OUTPUT DELIM-FILE.                                  SQ2204.2
016600     OPEN     OUTPUT AUDIT-FILE.                                  SQ2204.2
016700     OPEN     OUTPUT PRINT-FILE.                                  SQ2204.2
016720     OPEN     OUTPUT SPOOL-FILE.                                  SQ2204.2
016740     IF SPOOL-STATUS EQUAL TO "00"                                SQ2204.2
016760         MOVE 1 TO SPOOL-OPEN-SW.                                 SQ2204.2
016800     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ2204.2
016900     MOVE    SPACE TO TEST-RESULTS.                               SQ2204.2
017000     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ2204.2
018425*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SQ2204.2
018450*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SQ2204.2
018475     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SQ2204.2
018483*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SQ2204.2
018491     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SQ2204.2
018500     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2204.2
018550     OPEN I-O RAW-DATA.                                           SQ2204.2
018600     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2204.2
019684     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2204.2
019700 TERMINATE-CCVS.                                                  SQ2204.2
019800     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2204.2
019900     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2204.2
020000         MOVE 4 TO RETURN-CODE.                                   SQ2204.2
020100     EXIT PROGRAM.                                                SQ2204.2
020200 TERMINATE-CALL.                                                  SQ2204.2
020300     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2204.2
020400     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2204.2
020500         MOVE 4 TO RETURN-CODE.                                   SQ2204.2
020600     STOP     RUN.                                                SQ2204.2
020700*    THE SHARED SERVICE PARAGRAPHS -- PASS/FAIL/INSPT/DE-LETE,    SQ2204.2
