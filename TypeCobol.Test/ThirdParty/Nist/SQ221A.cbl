013948     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SQ2214.2
013964     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2214.2
013980     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2214.2
013990     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SQ2214.2
014000 END-E-1.                                                         SQ2214.2
014100     CLOSE RAW-DATA.                                              SQ2214.2
014150     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2214.2
014200     OPEN     OUTPUT DELIM-FILE.                                  SQ2214.2
014300     OPEN     OUTPUT AUDIT-FILE.                                  SQ2214.2
014400     OPEN     OUTPUT PRINT-FILE.                                  SQ2214.2
014420     OPEN     OUTPUT SPOOL-FILE.                                  SQ2214.2
014440     IF SPOOL-STATUS EQUAL TO "00"                                SQ2214.2
014460         MOVE 1 TO SPOOL-OPEN-SW.                                 SQ2214.2
014500     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ2214.2
014600     MOVE    SPACE TO TEST-RESULTS.                               SQ2214.2
014700     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ2214.2
015425*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SQ2214.2
015450*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SQ2214.2
015475     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SQ2214.2
015483*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SQ2214.2
015491     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SQ2214.2
015500     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2214.2
015550     OPEN I-O RAW-DATA.                                           SQ2214.2
015600     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2214.2
016684     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2214.2
016700 TERMINATE-CCVS.                                                  SQ2214.2
016800     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2214.2
016900     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2214.2
017000         MOVE 4 TO RETURN-CODE.                                   SQ2214.2
017100     EXIT PROGRAM.                                                SQ2214.2
017200 TERMINATE-CALL.                                                  SQ2214.2
017300     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2214.2
017400     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2214.2
017500         MOVE 4 TO RETURN-CODE.                                   SQ2214.2
017600     STOP     RUN.                                                SQ2214.2
017700*    THE SHARED SERVICE PARAGRAPHS -- PASS/FAIL/INSPT/DE-LETE,    SQ2214.2
