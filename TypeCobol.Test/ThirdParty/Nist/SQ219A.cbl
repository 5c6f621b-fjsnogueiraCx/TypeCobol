013548     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SQ2194.2
013564     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2194.2
013580     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2194.2
013590     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SQ2194.2
013600 END-E-1.                                                         SQ2194.2
013700     CLOSE RAW-DATA.                                              SQ2194.2
013750     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2194.2
013800     OPEN     OUTPUT DELIM-FILE.                                  SQ2194.2
013900     OPEN     OUTPUT AUDIT-FILE.                                  SQ2194.2
014000     OPEN     OUTPUT PRINT-FILE.                                  SQ2194.2
014020     OPEN     OUTPUT SPOOL-FILE.                                  SQ2194.2
014040     IF SPOOL-STATUS EQUAL TO "00"                                SQ2194.2
014060         MOVE 1 TO SPOOL-OPEN-SW.                                 SQ2194.2
014100     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ2194.2
014200     MOVE    SPACE TO TEST-RESULTS.                               SQ2194.2
014300     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ2194.2
015725*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SQ2194.2
015750*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SQ2194.2
015775     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SQ2194.2
015783*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SQ2194.2
015791     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SQ2194.2
015800     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2194.2
015850     OPEN I-O RAW-DATA.                                           SQ2194.2
015900     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2194.2
016984     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2194.2
017000 TERMINATE-CCVS.                                                  SQ2194.2
017100     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2194.2
017200     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2194.2
017300         MOVE 4 TO RETURN-CODE.                                   SQ2194.2
017400     EXIT PROGRAM.                                                SQ2194.2
017500 TERMINATE-CALL.                                                  SQ2194.2
017600     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2194.2
017700     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2194.2
017800         MOVE 4 TO RETURN-CODE.                                   SQ2194.2
017900     STOP     RUN.                                                SQ2194.2
018000*    THE SHARED SERVICE PARAGRAPHS -- PASS/FAIL/INSPT/DE-LETE,    SQ2194.2
