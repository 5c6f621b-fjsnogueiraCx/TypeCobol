013148     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SQ2184.2
013164     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2184.2
013180     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2184.2
013190     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SQ2184.2
013200 END-E-1.                                                         SQ2184.2
013300     CLOSE RAW-DATA.                                              SQ2184.2
013350     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2184.2
013400     OPEN     OUTPUT DELIM-FILE.                                  SQ2184.2
013500     OPEN     OUTPUT AUDIT-FILE.                                  SQ2184.2
013600     OPEN     OUTPUT PRINT-FILE.                                  SQ2184.2
013620     OPEN     OUTPUT SPOOL-FILE.                                  SQ2184.2
013640     IF SPOOL-STATUS EQUAL TO "00"                                SQ2184.2
013660         MOVE 1 TO SPOOL-OPEN-SW.                                 SQ2184.2
013700     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ2184.2
013800     MOVE    SPACE TO TEST-RESULTS.                               SQ2184.2
013900     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ2184.2
015325*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SQ2184.2
015350*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SQ2184.2
015375     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SQ2184.2
015383*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SQ2184.2
015391     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SQ2184.2
015400     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2184.2
015450     OPEN I-O RAW-DATA.                                           SQ2184.2
015500     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2184.2
016584     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2184.2
016600 TERMINATE-CCVS.                                                  SQ2184.2
016700     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2184.2
016800     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2184.2
016900         MOVE 4 TO RETURN-CODE.                                   SQ2184.2
017000     EXIT PROGRAM.                                                SQ2184.2
017100 TERMINATE-CALL.                                                  SQ2184.2
017200     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2184.2
017300     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2184.2
017400         MOVE 4 TO RETURN-CODE.                                   SQ2184.2
017500     STOP     RUN.                                                SQ2184.2
017600*    THE SHARED SERVICE PARAGRAPHS -- PASS/FAIL/INSPT/DE-LETE,    SQ2184.2
