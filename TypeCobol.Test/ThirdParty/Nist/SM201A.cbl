007148     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SM2014.2
007164     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SM2014.2
007180     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SM2014.2
007190     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SM2014.2
007200 END-E-1.                                                         SM2014.2
007300     CLOSE RAW-DATA.                                              SM2014.2
007350     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SM2014.2
007400     OPEN     OUTPUT DELIM-FILE.                                  SM2014.2
007500     OPEN     OUTPUT AUDIT-FILE.                                  SM2014.2
007600     OPEN     OUTPUT PRINT-FILE.                                  SM2014.2
007620     OPEN     OUTPUT SPOOL-FILE.                                  SM2014.2
007640     IF SPOOL-STATUS EQUAL TO "00"                                SM2014.2
007660         MOVE 1 TO SPOOL-OPEN-SW.                                 SM2014.2
007700     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SM2014.2
007800     MOVE    SPACE TO TEST-RESULTS.                               SM2014.2
007900     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SM2014.2
008625*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SM2014.2
008650*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SM2014.2
008675     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SM2014.2
008683*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SM2014.2
008691     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SM2014.2
008700     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SM2014.2
008750     OPEN I-O RAW-DATA.                                           SM2014.2
008800     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SM2014.2
009884     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SM2014.2
009900 TERMINATE-CCVS.                                                  SM2014.2
010000     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SM2014.2
010100     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SM2014.2
010200         MOVE 4 TO RETURN-CODE.                                   SM2014.2
010300     EXIT PROGRAM.                                                SM2014.2
010400 TERMINATE-CALL.                                                  SM2014.2
010500     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SM2014.2
010600     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SM2014.2
010700         MOVE 4 TO RETURN-CODE.                                   SM2014.2
010800     STOP     RUN.                                                SM2014.2
010900*    THE SHARED SERVICE PARAGRAPHS -- PASS/FAIL/INSPT/DE-LETE,    SM2014.2
