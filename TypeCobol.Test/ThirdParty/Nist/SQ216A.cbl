026748     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SQ2164.2
026764     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2164.2
026780     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2164.2
026790     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SQ2164.2
026800 END-E-1.                                                         SQ2164.2
026900     CLOSE RAW-DATA.                                              SQ2164.2
026925     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2164.2
026950     OPEN     OUTPUT DELIM-FILE.                                  SQ2164.2
026960     OPEN     OUTPUT AUDIT-FILE.                                  SQ2164.2
027000     OPEN     OUTPUT PRINT-FILE.                                  SQ2164.2
027020     OPEN     OUTPUT SPOOL-FILE.                                  SQ2164.2
027040     IF SPOOL-STATUS EQUAL TO "00"                                SQ2164.2
027060         MOVE 1 TO SPOOL-OPEN-SW.                                 SQ2164.2
027100     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ2164.2
027200     MOVE    SPACE TO TEST-RESULTS.                               SQ2164.2
027300     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ2164.2
028340*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SQ2164.2
028360*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SQ2164.2
028380     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SQ2164.2
028386*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SQ2164.2
028392     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SQ2164.2
028400     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2164.2
028450     OPEN I-O RAW-DATA.                                           SQ2164.2
028500     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2164.2
029620*    A NONZERO ERROR-COUNTER SETS THE PROGRAM RETURN CODE SO      SQ2164.2
029630*    JCL COND LOGIC ON A LATER PROMOTION STEP CAN GATE ON IT      SQ2164.2
029640*    INSTEAD OF NEEDING SOMEONE TO READ THE PRINTED REPORT.       SQ2164.2
029643*    FAILURES AN IN-FORCE KNOWN-DEFECT WAIVER COVERS (SEE         SQ2164.2
029646*    WAIVER-CHECK IN CCVSHPRC) DO NOT COUNT TOWARD IT.            SQ2164.2
029650     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2164.2
029660         MOVE 4 TO RETURN-CODE.                                   SQ2164.2
029700     EXIT PROGRAM.                                                SQ2164.2
029800 TERMINATE-CALL.                                                  SQ2164.2
029810     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2164.2
029820     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2164.2
029830         MOVE 4 TO RETURN-CODE.                                   SQ2164.2
029900     STOP     RUN.                                                SQ2164.2
029997*    WRITES ONE I-O ERROR LOG RECORD FROM THE IOERR-* FIELDS      SQ2164.2
