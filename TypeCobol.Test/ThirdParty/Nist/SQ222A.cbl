000100 IDENTIFICATION DIVISION.                                         SQ2224.2
000200 PROGRAM-ID.                                                      SQ2224.2
000300     SQ222A.                                                      SQ2224.2
000400****************************************************************  SQ2224.2
000500*                                                              *  SQ2224.2
000600*    VALIDATION FOR:-                                          *  SQ2224.2
000700*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.    *  SQ2224.2
000800*                                                              *  SQ2224.2
000900*        THIS ROUTINE TESTS THE CLAUSE:                        *  SQ2224.2
001000*             FILE STATUS IS, FOR I-O THAT FAILS.              *  SQ2224.2
001100*                                                              *  SQ2224.2
001200*        SQ216A, SQ218A, SQ219A AND SQ220A PROVE THAT I-O      *  SQ2224.2
001300*    WORKS.  SQ222A PROVES THAT WHEN IT DOES NOT, THE          *  SQ2224.2
001400*    COMPILER RETURNS THE STANDARD FILE STATUS VALUE THAT      *  SQ2224.2
001500*    PRODUCTION ERROR HANDLING IS WRITTEN AGAINST.  EACH       *  SQ2224.2
001600*    TEST DELIBERATELY PROVOKES ONE CONDITION ON A             *  SQ2224.2
001700*    SEQUENTIAL, RELATIVE OR INDEXED FILE AND COMPARES THE     *  SQ2224.2
001800*    STATUS RETURNED (COMPUTED) WITH THE STANDARD VALUE        *  SQ2224.2
001900*    (CORRECT).  ONE EXPECTED CODE IS ONE TEST:                *  SQ2224.2
002000*                                                              *  SQ2224.2
002100*        35  OPEN INPUT OF AN ABSENT NON-OPTIONAL FILE         *  SQ2224.2
002200*        41  OPEN OF A FILE ALREADY OPEN                       *  SQ2224.2
002300*        42  CLOSE OF A FILE NOT OPEN                          *  SQ2224.2
002400*        47  READ OF A FILE OPENED OUTPUT                      *  SQ2224.2
002500*        48  WRITE TO A FILE OPENED INPUT                      *  SQ2224.2
002600*        49  REWRITE OR DELETE ON A FILE OPENED INPUT          *  SQ2224.2
002700*        10  READ AT END OF FILE                               *  SQ2224.2
002800*        46  READ AFTER THE AT END CONDITION                   *  SQ2224.2
002900*        43  REWRITE WITHOUT A PRIOR SUCCESSFUL READ           *  SQ2224.2
003000*        22  WRITE OF A DUPLICATE RELATIVE OR PRIME KEY        *  SQ2224.2
003100*        23  READ OR START OF A RECORD NOT IN THE FILE         *  SQ2224.2
003200*                                                              *  SQ2224.2
003300*        CCVSQMIS MUST NOT EXIST WHEN THE PROGRAM RUNS; THE    *  SQ2224.2
003400*    OTHER THREE DATA FILES ARE CREATED HERE.  RESULTS GO      *  SQ2224.2
003500*    INTO RAW-DATA, THE DELIMITED EXPORT AND THE AUDIT TRAIL   *  SQ2224.2
003600*    THROUGH THE SHARED CCVS HARNESS LIKE EVERY OTHER MEMBER.  *  SQ2224.2
003700*                                                              *  SQ2224.2
003800*        ROSTER (CCVSRSTR) ENTRY, ONE PER CERTIFIED TARGET:    *  SQ2224.2
003900*             SQ222A  <TARGET-ID>                              *  SQ2224.2
004000*        FEATURE DICTIONARY (CCVSFDIC) ENTRIES:                *  SQ2224.2
004100*             FILE STATUS OPEN     FILE STATUS, OPEN/CLOSE     *  SQ2224.2
004200*             FILE STATUS SEQ      FILE STATUS, SEQUENTIAL I-O *  SQ2224.2
004300*             FILE STATUS REL      FILE STATUS, RELATIVE I-O   *  SQ2224.2
004400*             FILE STATUS IDX      FILE STATUS, INDEXED I-O    *  SQ2224.2
004500*                                                              *  SQ2224.2
004600****************************************************************  SQ2224.2
004700 ENVIRONMENT DIVISION.                                            SQ2224.2
004800 CONFIGURATION SECTION.                                           SQ2224.2
004900 SOURCE-COMPUTER.                                                 SQ2224.2
005000     GNU-COBOL.                                                   SQ2224.2
005100 OBJECT-COMPUTER.                                                 SQ2224.2
005200     GNU-COBOL.                                                   SQ2224.2
005300 INPUT-OUTPUT SECTION.                                            SQ2224.2
005400 FILE-CONTROL.                                                    SQ2224.2
005500*    THE SHARED HARNESS FILES (RAW-DATA, PRINT-FILE, PARM-FILE,   SQ2224.2
005600*    DELIM-FILE, ALERT-FILE, AUDIT-FILE) COME FROM THE CCVSHSL    SQ2224.2
005700*    COPYBOOK; ONLY THE PRINT DD NAME IS SUPPLIED HERE.           SQ2224.2
005800     COPY CCVSHSL REPLACING ==XXPRNT== BY ==CCVSPR8==.            SQ2224.2
005900     SELECT SQ-FS4 ASSIGN TO                                      SQ2224.2
006000     CCVSQFS4                                                     SQ2224.2
006100     ORGANIZATION IS SEQUENTIAL                                   SQ2224.2
006200     ACCESS MODE IS SEQUENTIAL                                    SQ2224.2
006300     FILE STATUS IS SQ-FS4-STATUS.                                SQ2224.2
006400*    CCVSQMIS IS NEVER CREATED.  IT IS DELIBERATELY NOT           SQ2224.2
006500*    DECLARED OPTIONAL, SO OPEN INPUT MUST RETURN STATUS 35.      SQ2224.2
006600     SELECT SQ-FMS ASSIGN TO                                      SQ2224.2
006700     CCVSQMIS                                                     SQ2224.2
006800     ORGANIZATION IS SEQUENTIAL                                   SQ2224.2
006900     ACCESS MODE IS SEQUENTIAL                                    SQ2224.2
007000     FILE STATUS IS SQ-FMS-STATUS.                                SQ2224.2
007100     SELECT SQ-FR2 ASSIGN TO                                      SQ2224.2
007200     CCVSQFR2                                                     SQ2224.2
007300     ORGANIZATION IS RELATIVE                                     SQ2224.2
007400     ACCESS MODE IS DYNAMIC                                       SQ2224.2
007500     RELATIVE KEY IS SQ-FR2-KEY                                   SQ2224.2
007600     FILE STATUS IS SQ-FR2-STATUS.                                SQ2224.2
007700     SELECT SQ-FI2 ASSIGN TO                                      SQ2224.2
007800     CCVSQFI2                                                     SQ2224.2
007900     ORGANIZATION IS INDEXED                                      SQ2224.2
008000     ACCESS MODE IS DYNAMIC                                       SQ2224.2
008100     RECORD KEY IS SQ-FI2-KEY                                     SQ2224.2
008200     FILE STATUS IS SQ-FI2-STATUS.                                SQ2224.2
008300 DATA DIVISION.                                                   SQ2224.2
008400 FILE SECTION.                                                    SQ2224.2
008500     COPY CCVSHFD.                                                SQ2224.2
008600 FD  SQ-FS4                                                       SQ2224.2
008700     LABEL RECORD STANDARD                                        SQ2224.2
008800     RECORD CONTAINS 80 CHARACTERS.                               SQ2224.2
008900 01  SQ-FS4R1-F-G-80.                                             SQ2224.2
009000     02  SQ-FS4-RECNO PIC 9(6).                                   SQ2224.2
009100     02  FILLER PIC X(74).                                        SQ2224.2
009200 FD  SQ-FMS                                                       SQ2224.2
009300     LABEL RECORD STANDARD                                        SQ2224.2
009400     RECORD CONTAINS 80 CHARACTERS.                               SQ2224.2
009500 01  SQ-FMSR1-F-G-80 PIC X(80).                                   SQ2224.2
009600 FD  SQ-FR2                                                       SQ2224.2
009700     LABEL RECORD STANDARD                                        SQ2224.2
009800     RECORD CONTAINS 80 CHARACTERS.                               SQ2224.2
009900 01  SQ-FR2R1-F-G-80.                                             SQ2224.2
010000     02  SQ-FR2-RECNO PIC 9(6).                                   SQ2224.2
010100     02  FILLER PIC X(74).                                        SQ2224.2
010200 FD  SQ-FI2                                                       SQ2224.2
010300     LABEL RECORD STANDARD                                        SQ2224.2
010400     RECORD CONTAINS 80 CHARACTERS.                               SQ2224.2
010500 01  SQ-FI2R1-F-G-80.                                             SQ2224.2
010600     02  SQ-FI2-KEY PIC X(6).                                     SQ2224.2
010700     02  FILLER PIC X(74).                                        SQ2224.2
010800 WORKING-STORAGE SECTION.                                         SQ2224.2
010900*    THE HARNESS COUNTERS, REPORT LINES AND BASELINE/PARM         SQ2224.2
011000*    SWITCHES COME FROM THE CCVSHWS COPYBOOK, SHARED BY EVERY     SQ2224.2
011100*    CCVS TEST PROGRAM.                                           SQ2224.2
011200     COPY CCVSHWS.                                                SQ2224.2
011300 01  SQ-FS4-STATUS    PIC XX     VALUE SPACE.                     SQ2224.2
011400 01  SQ-FMS-STATUS    PIC XX     VALUE SPACE.                     SQ2224.2
011500 01  SQ-FR2-STATUS    PIC XX     VALUE SPACE.                     SQ2224.2
011600 01  SQ-FI2-STATUS    PIC XX     VALUE SPACE.                     SQ2224.2
011700 01  SQ-FR2-KEY       PIC 9(6)   VALUE ZERO.                      SQ2224.2
011800*    FST-JUDGE COMPARES THE STATUS A TEST GOT WITH THE ONE THE    SQ2224.2
011900*    STANDARD SAYS IT MUST GET.                                   SQ2224.2
012000 01  FST-ACTUAL       PIC XX     VALUE SPACE.                     SQ2224.2
012100 01  FST-EXPECTED     PIC XX     VALUE SPACE.                     SQ2224.2
012200 01  FST-RECNO        PIC 9(6)   VALUE ZERO.                      SQ2224.2
012300 01  WRK-CS-09V00 PIC S9(9) USAGE COMP VALUE ZERO.                SQ2224.2
012400 01  RECORDS-IN-ERROR PIC S9(5) USAGE COMP VALUE ZERO.            SQ2224.2
012500 01  REC-SKL-SUB PICTURE 9(2) VALUE ZERO.                         SQ2224.2
012600 01  FILE-RECORD-INFORMATION-REC.                                 SQ2224.2
012700     03 FILE-RECORD-INFO-SKELETON.                                SQ2224.2
012800        05 FILLER                 PICTURE X(48)       VALUE       SQ2224.2
012900             "FILE=      ,RECORD=      /0,RECNO=000000,UPDT=00".  SQ2224.2
013000        05 FILLER                 PICTURE X(46)       VALUE       SQ2224.2
013100             ",ODO=0000,PGM=     ,LRECL=000000,BLKSIZ  =0000".    SQ2224.2
013200        05 FILLER                 PICTURE X(26)       VALUE       SQ2224.2
013300             ",LFIL=000000,ORG=  ,LBLR= ".                        SQ2224.2
013400        05 FILLER                 PICTURE X(37)       VALUE       SQ2224.2
013500             ",RECKEY=                             ".             SQ2224.2
013600        05 FILLER                 PICTURE X(38)       VALUE       SQ2224.2
013700             ",ALTKEY1=                             ".            SQ2224.2
013800        05 FILLER                 PICTURE X(38)       VALUE       SQ2224.2
013900             ",ALTKEY2=                             ".            SQ2224.2
014000        05 FILLER                 PICTURE X(7)        VALUE SPACE.SQ2224.2
014100     03 FILE-RECORD-INFO          OCCURS  10  TIMES.              SQ2224.2
014200        05 FILE-RECORD-INFO-P1-120.                               SQ2224.2
014300           07 FILLER              PIC X(5).                       SQ2224.2
014400           07 XFILE-NAME           PIC X(6).                      SQ2224.2
014500           07 FILLER              PIC X(8).                       SQ2224.2
014600           07 XRECORD-NAME         PIC X(6).                      SQ2224.2
014700           07 FILLER              PIC X(1).                       SQ2224.2
014800           07 REELUNIT-NUMBER     PIC 9(1).                       SQ2224.2
014900           07 FILLER              PIC X(7).                       SQ2224.2
015000           07 XRECORD-NUMBER       PIC 9(6).                      SQ2224.2
015100           07 FILLER              PIC X(6).                       SQ2224.2
015200           07 UPDATE-NUMBER       PIC 9(2).                       SQ2224.2
015300           07 FILLER              PIC X(5).                       SQ2224.2
015400           07 ODO-NUMBER          PIC 9(4).                       SQ2224.2
015500           07 FILLER              PIC X(5).                       SQ2224.2
015600           07 XPROGRAM-NAME        PIC X(5).                      SQ2224.2
015700           07 FILLER              PIC X(7).                       SQ2224.2
015800           07 XRECORD-LENGTH       PIC 9(6).                      SQ2224.2
015900           07 FILLER              PIC X(7).                       SQ2224.2
016000           07 CHARS-OR-RECORDS    PIC X(2).                       SQ2224.2
016100           07 FILLER              PIC X(1).                       SQ2224.2
016200           07 XBLOCK-SIZE          PIC 9(4).                      SQ2224.2
016300           07 FILLER              PIC X(6).                       SQ2224.2
016400           07 RECORDS-IN-FILE     PIC 9(6).                       SQ2224.2
016500           07 FILLER              PIC X(5).                       SQ2224.2
016600           07 XFILE-ORGANIZATION   PIC X(2).                      SQ2224.2
016700           07 FILLER              PIC X(6).                       SQ2224.2
016800           07 XLABEL-TYPE          PIC X(1).                      SQ2224.2
016900        05 FILE-RECORD-INFO-P121-240.                             SQ2224.2
017000           07 FILLER              PIC X(8).                       SQ2224.2
017100           07 XRECORD-KEY          PIC X(29).                     SQ2224.2
017200           07 FILLER              PIC X(9).                       SQ2224.2
017300           07 ALTERNATE-KEY1      PIC X(29).                      SQ2224.2
017400           07 FILLER              PIC X(9).                       SQ2224.2
017500           07 ALTERNATE-KEY2      PIC X(29).                      SQ2224.2
017600           07 FILLER              PIC X(7).                       SQ2224.2
017700 01  CCVS-PGM-ID PIC X(6) VALUE                                   SQ2224.2
017800     "SQ222A".                                                    SQ2224.2
017900*    SHOP RUNS THIS BATTERY AGAINST MORE THAN ONE COMPILER/OS     SQ2224.2
018000*    TARGET; CCVS-TARGET-ID DISTINGUISHES THEIR RAW-DATA HISTORY. SQ2224.2
018100 01  CCVS-TARGET-ID PIC X(4) VALUE "DFLT".                        SQ2224.2
018200 PROCEDURE DIVISION.                                              SQ2224.2
018300 CCVS1 SECTION.                                                   SQ2224.2
018400 OPEN-FILES.                                                      SQ2224.2
018500*    RAW-DATA IS OPENED I-O ONLY UNDER THE SHARED RUN LOCK        SQ2224.2
018600*    (SEE RAWLOCK-ACQUIRE IN CCVSHPRC), SO A DAYTIME              SQ2224.2
018700*    MAINTENANCE RUN CAN NEVER UPDATE THE FILE CONCURRENTLY.      SQ2224.2
018800     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2224.2
018900     OPEN I-O RAW-DATA.                                           SQ2224.2
019000*    PARM-READ RUNS BEFORE RD-TARGET-ID IS SET AND THE FIRST      SQ2224.2
019100*    RAW-DATA-SATZ IS WRITTEN BELOW, SO A SITE-SUPPLIED           SQ2224.2
019200*    PARM-TARGET-ID TAKES EFFECT ON THIS RUN'S KEY.               SQ2224.2
019300     PERFORM  PARM-READ THRU PARM-READ-EXIT.                      SQ2224.2
019400     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2224.2
019500     MOVE CCVS-TARGET-ID TO RD-TARGET-ID.                         SQ2224.2
019600     ACCEPT C-DATE  FROM DATE YYYYMMDD.                           SQ2224.2
019700     ACCEPT C-TIME  FROM TIME.                                    SQ2224.2
019800     MOVE "ABORTED " TO C-ABORT.                                  SQ2224.2
019900     MOVE 1 TO C-NO-OF-TESTS.                                     SQ2224.2
020000     MOVE ZERO TO C-OK C-ALL C-FAIL C-DELETED C-INSPECT.          SQ2224.2
020100     MOVE SPACE TO C-NOTE C-INDENT.                               SQ2224.2
020200     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SQ2224.2
020300*    THE FRESH RECORD IS JOURNALED SO CCVSRBLD CAN REPLAY IT.     SQ2224.2
020400     MOVE "WRITE  " TO JRNL-ACTION-HOLD.                          SQ2224.2
020500     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SQ2224.2
020600     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2224.2
020700     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2224.2
020750     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SQ2224.2
020800 END-E-1.                                                         SQ2224.2
020900     CLOSE RAW-DATA.                                              SQ2224.2
021000     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2224.2
021100     OPEN     OUTPUT DELIM-FILE.                                  SQ2224.2
021200     OPEN     OUTPUT AUDIT-FILE.                                  SQ2224.2
021300     OPEN     OUTPUT PRINT-FILE.                                  SQ2224.2
021320     OPEN     OUTPUT SPOOL-FILE.                                  SQ2224.2
021340     IF SPOOL-STATUS EQUAL TO "00"                                SQ2224.2
021360         MOVE 1 TO SPOOL-OPEN-SW.                                 SQ2224.2
021400     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ2224.2
021500     MOVE    SPACE TO TEST-RESULTS.                               SQ2224.2
021600     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ2224.2
021700     MOVE ZERO TO REC-SKL-SUB.                                    SQ2224.2
021800     PERFORM CCVS-INIT-FILE 9 TIMES.                              SQ2224.2
021900 CCVS-INIT-FILE.                                                  SQ2224.2
022000     ADD 1 TO REC-SKL-SUB.                                        SQ2224.2
022100     MOVE FILE-RECORD-INFO-SKELETON TO                            SQ2224.2
022200                  FILE-RECORD-INFO (REC-SKL-SUB).                 SQ2224.2
022300 CCVS-INIT-EXIT.                                                  SQ2224.2
022400     GO TO CCVS1-EXIT.                                            SQ2224.2
022500 CLOSE-FILES.                                                     SQ2224.2
022600     IF BASELINE-MODE-ON                                          SQ2224.2
022700         PERFORM BASELINE-DIFF THRU BASELINE-DIFF-EXIT.           SQ2224.2
022800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SQ2224.2
022900     CLOSE    DELIM-FILE.                                         SQ2224.2
023000     CLOSE    AUDIT-FILE.                                         SQ2224.2
023100*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SQ2224.2
023200*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SQ2224.2
023300     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SQ2224.2
023330*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SQ2224.2
023360     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SQ2224.2
023400     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2224.2
023500     OPEN I-O RAW-DATA.                                           SQ2224.2
023600     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2224.2
023700     READ RAW-DATA INVALID KEY GO TO END-E-2.                     SQ2224.2
023800     MOVE RAW-DATA-SATZ TO JRNL-BEFORE-HOLD.                      SQ2224.2
023900     MOVE "OK.     " TO C-ABORT.                                  SQ2224.2
024000     MOVE PASS-COUNTER TO C-OK.                                   SQ2224.2
024100     MOVE ERROR-HOLD   TO C-ALL.                                  SQ2224.2
024200     MOVE ERROR-COUNTER TO C-FAIL.                                SQ2224.2
024300     MOVE DELETE-CNT TO C-DELETED.                                SQ2224.2
024400     MOVE INSPECT-COUNTER TO C-INSPECT.                           SQ2224.2
024500     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             SQ2224.2
024600*    THE UPDATED COUNTS ARE JOURNALED WITH THEIR BEFORE-IMAGE.    SQ2224.2
024700     MOVE "REWRITE" TO JRNL-ACTION-HOLD.                          SQ2224.2
024800     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2224.2
024900     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2224.2
025000 END-E-2.                                                         SQ2224.2
025100     CLOSE RAW-DATA.                                              SQ2224.2
025200*    THE FRESH COUNTS ALSO GO TO THE CCVSLATE SUMMARY FILE        SQ2224.2
025300*    WHILE THE RUN LOCK IS STILL HELD.                            SQ2224.2
025400     PERFORM LATEST-UPDATE THRU LATEST-UPDATE-EXIT.               SQ2224.2
025500*    AND THE RUN'S ENVIRONMENT SNAPSHOT GOES ON RECORD FOR        SQ2224.2
025600*    THE SIGN-OFF PACKAGE.                                        SQ2224.2
025700     PERFORM ENV-SNAPSHOT-WRITE THRU ENV-SNAPSHOT-EXIT.           SQ2224.2
025800     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2224.2
025900 TERMINATE-CCVS.                                                  SQ2224.2
026000     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2224.2
026100     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2224.2
026200         MOVE 4 TO RETURN-CODE.                                   SQ2224.2
026300     EXIT PROGRAM.                                                SQ2224.2
026400 TERMINATE-CALL.                                                  SQ2224.2
026500     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2224.2
026600     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2224.2
026700         MOVE 4 TO RETURN-CODE.                                   SQ2224.2
026800     STOP     RUN.                                                SQ2224.2
026900*    THE SHARED SERVICE PARAGRAPHS -- PASS/FAIL/INSPT/DE-LETE,    SQ2224.2
027000*    PRINT-DETAIL AND ITS DELIMITED AND AUDIT COMPANIONS, THE     SQ2224.2
027100*    PAGE AND END ROUTINES, PARM-READ, THE INSPT RECAP, THE       SQ2224.2
027200*    ALERT CHECK AND THE BASELINE DIFF -- COME FROM CCVSHPRC.     SQ2224.2
027300     COPY CCVSHPRC.                                               SQ2224.2
027400 CCVS1-EXIT.                                                      SQ2224.2
027500     EXIT.                                                        SQ2224.2
027600 SECT-SQ222A-0001 SECTION.                                        SQ2224.2
027700*    THE OPEN/CLOSE CONDITIONS RUN AGAINST THE SEQUENTIAL FILE.   SQ2224.2
027800*    THE FIRST OPEN OUTPUT ALSO CREATES THE THREE RECORDS THE     SQ2224.2
027900*    SEQUENTIAL READ TESTS BELOW DEPEND ON.                       SQ2224.2
028000 FST-OPEN-MISSING-01.                                             SQ2224.2
028100     MOVE "FILE STATUS OPEN" TO FEATURE.                          SQ2224.2
028200     MOVE "FST-OPEN-MISSING-01" TO PAR-NAME.                      SQ2224.2
028300     MOVE "OPEN INPUT, NON-OPTIONAL FILE ABSENT" TO RE-MARK.      SQ2224.2
028400     OPEN INPUT SQ-FMS.                                           SQ2224.2
028500     MOVE SQ-FMS-STATUS TO FST-ACTUAL.                            SQ2224.2
028600     MOVE "35" TO FST-EXPECTED.                                   SQ2224.2
028700     PERFORM FST-JUDGE.                                           SQ2224.2
028800     IF SQ-FMS-STATUS EQUAL TO "00"                               SQ2224.2
028900         CLOSE SQ-FMS.                                            SQ2224.2
029000 FST-OPEN-OPEN-02.                                                SQ2224.2
029100     MOVE "FST-OPEN-OPEN-02" TO PAR-NAME.                         SQ2224.2
029200     MOVE "OPEN OUTPUT OF A FILE ALREADY OPEN" TO RE-MARK.        SQ2224.2
029300     OPEN OUTPUT SQ-FS4.                                          SQ2224.2
029400     MOVE ZERO TO FST-RECNO.                                      SQ2224.2
029500     PERFORM FST-WRITE-SEQ 3 TIMES.                               SQ2224.2
029600     OPEN OUTPUT SQ-FS4.                                          SQ2224.2
029700     MOVE SQ-FS4-STATUS TO FST-ACTUAL.                            SQ2224.2
029800     MOVE "41" TO FST-EXPECTED.                                   SQ2224.2
029900     PERFORM FST-JUDGE.                                           SQ2224.2
030000     CLOSE SQ-FS4.                                                SQ2224.2
030100 FST-CLOSE-CLOSED-03.                                             SQ2224.2
030200     MOVE "FST-CLOSE-CLOSED-03" TO PAR-NAME.                      SQ2224.2
030300     MOVE "CLOSE OF A FILE NOT OPEN" TO RE-MARK.                  SQ2224.2
030400     CLOSE SQ-FS4.                                                SQ2224.2
030500     MOVE SQ-FS4-STATUS TO FST-ACTUAL.                            SQ2224.2
030600     MOVE "42" TO FST-EXPECTED.                                   SQ2224.2
030700     PERFORM FST-JUDGE.                                           SQ2224.2
030800*    WRONG-OPEN-MODE CONDITIONS.  THE OPEN OUTPUT HERE RE-CREATES SQ2224.2
030900*    THE SAME THREE RECORDS BEFORE THE READ IS ATTEMPTED.         SQ2224.2
031000 FST-SEQ-READ-OUT-04.                                             SQ2224.2
031100     MOVE "FILE STATUS SEQ" TO FEATURE.                           SQ2224.2
031200     MOVE "FST-SEQ-READ-OUT-04" TO PAR-NAME.                      SQ2224.2
031300     MOVE "READ OF A FILE OPENED OUTPUT" TO RE-MARK.              SQ2224.2
031400     OPEN OUTPUT SQ-FS4.                                          SQ2224.2
031500     MOVE ZERO TO FST-RECNO.                                      SQ2224.2
031600     PERFORM FST-WRITE-SEQ 3 TIMES.                               SQ2224.2
031700     READ SQ-FS4 AT END NEXT SENTENCE.                            SQ2224.2
031800     MOVE SQ-FS4-STATUS TO FST-ACTUAL.                            SQ2224.2
031900     MOVE "47" TO FST-EXPECTED.                                   SQ2224.2
032000     PERFORM FST-JUDGE.                                           SQ2224.2
032100     CLOSE SQ-FS4.                                                SQ2224.2
032200 FST-SEQ-WRITE-IN-05.                                             SQ2224.2
032300     MOVE "FST-SEQ-WRITE-IN-05" TO PAR-NAME.                      SQ2224.2
032400     MOVE "WRITE TO A FILE OPENED INPUT" TO RE-MARK.              SQ2224.2
032500     OPEN INPUT SQ-FS4.                                           SQ2224.2
032600     MOVE 999999 TO SQ-FS4-RECNO.                                 SQ2224.2
032700     WRITE SQ-FS4R1-F-G-80.                                       SQ2224.2
032800     MOVE SQ-FS4-STATUS TO FST-ACTUAL.                            SQ2224.2
032900     MOVE "48" TO FST-EXPECTED.                                   SQ2224.2
033000     PERFORM FST-JUDGE.                                           SQ2224.2
033100 FST-SEQ-REWR-IN-06.                                              SQ2224.2
033200     MOVE "FST-SEQ-REWR-IN-06" TO PAR-NAME.                       SQ2224.2
033300     MOVE "REWRITE ON A FILE OPENED INPUT" TO RE-MARK.            SQ2224.2
033400     READ SQ-FS4 AT END NEXT SENTENCE.                            SQ2224.2
033500     REWRITE SQ-FS4R1-F-G-80.                                     SQ2224.2
033600     MOVE SQ-FS4-STATUS TO FST-ACTUAL.                            SQ2224.2
033700     MOVE "49" TO FST-EXPECTED.                                   SQ2224.2
033800     PERFORM FST-JUDGE.                                           SQ2224.2
033900*    END-OF-FILE CONDITIONS.  ONE RECORD HAS BEEN READ ABOVE, SO  SQ2224.2
034000*    TWO MORE READS REACH THE LAST RECORD.                        SQ2224.2
034100 FST-SEQ-AT-END-07.                                               SQ2224.2
034200     MOVE "FST-SEQ-AT-END-07" TO PAR-NAME.                        SQ2224.2
034300     MOVE "READ AT END OF FILE" TO RE-MARK.                       SQ2224.2
034400     READ SQ-FS4 AT END NEXT SENTENCE.                            SQ2224.2
034500     READ SQ-FS4 AT END NEXT SENTENCE.                            SQ2224.2
034600     READ SQ-FS4 AT END NEXT SENTENCE.                            SQ2224.2
034700     MOVE SQ-FS4-STATUS TO FST-ACTUAL.                            SQ2224.2
034800     MOVE "10" TO FST-EXPECTED.                                   SQ2224.2
034900     PERFORM FST-JUDGE.                                           SQ2224.2
035000 FST-SEQ-PAST-END-08.                                             SQ2224.2
035100     MOVE "FST-SEQ-PAST-END-08" TO PAR-NAME.                      SQ2224.2
035200     MOVE "READ AFTER THE AT END CONDITION" TO RE-MARK.           SQ2224.2
035300     READ SQ-FS4 AT END NEXT SENTENCE.                            SQ2224.2
035400     MOVE SQ-FS4-STATUS TO FST-ACTUAL.                            SQ2224.2
035500     MOVE "46" TO FST-EXPECTED.                                   SQ2224.2
035600     PERFORM FST-JUDGE.                                           SQ2224.2
035700     CLOSE SQ-FS4.                                                SQ2224.2
035800 FST-SEQ-NO-READ-09.                                              SQ2224.2
035900     MOVE "FST-SEQ-NO-READ-09" TO PAR-NAME.                       SQ2224.2
036000     MOVE "REWRITE WITHOUT A PRIOR SUCCESSFUL READ" TO RE-MARK.   SQ2224.2
036100     OPEN I-O SQ-FS4.                                             SQ2224.2
036200     MOVE 999999 TO SQ-FS4-RECNO.                                 SQ2224.2
036300     REWRITE SQ-FS4R1-F-G-80.                                     SQ2224.2
036400     MOVE SQ-FS4-STATUS TO FST-ACTUAL.                            SQ2224.2
036500     MOVE "43" TO FST-EXPECTED.                                   SQ2224.2
036600     PERFORM FST-JUDGE.                                           SQ2224.2
036700     CLOSE SQ-FS4.                                                SQ2224.2
036800*    RELATIVE FILE.  SLOTS 1 THROUGH 5 ARE LOADED; SLOT 9 IS      SQ2224.2
036900*    NEVER WRITTEN.                                               SQ2224.2
037000 FST-REL-DUP-KEY-10.                                              SQ2224.2
037100     MOVE "FILE STATUS REL" TO FEATURE.                           SQ2224.2
037200     MOVE "FST-REL-DUP-KEY-10" TO PAR-NAME.                       SQ2224.2
037300     MOVE "WRITE OF A RELATIVE KEY ALREADY IN USE" TO RE-MARK.    SQ2224.2
037400     OPEN OUTPUT SQ-FR2.                                          SQ2224.2
037500     MOVE ZERO TO FST-RECNO.                                      SQ2224.2
037600     PERFORM FST-WRITE-REL 5 TIMES.                               SQ2224.2
037700     MOVE 3 TO SQ-FR2-KEY SQ-FR2-RECNO.                           SQ2224.2
037800     WRITE SQ-FR2R1-F-G-80 INVALID KEY NEXT SENTENCE.             SQ2224.2
037900     MOVE SQ-FR2-STATUS TO FST-ACTUAL.                            SQ2224.2
038000     MOVE "22" TO FST-EXPECTED.                                   SQ2224.2
038100     PERFORM FST-JUDGE.                                           SQ2224.2
038200     CLOSE SQ-FR2.                                                SQ2224.2
038300 FST-REL-NOT-FND-11.                                              SQ2224.2
038400     MOVE "FST-REL-NOT-FND-11" TO PAR-NAME.                       SQ2224.2
038500     MOVE "READ OF A RELATIVE SLOT NEVER WRITTEN" TO RE-MARK.     SQ2224.2
038600     OPEN INPUT SQ-FR2.                                           SQ2224.2
038700     MOVE 9 TO SQ-FR2-KEY.                                        SQ2224.2
038800     READ SQ-FR2 INVALID KEY NEXT SENTENCE.                       SQ2224.2
038900     MOVE SQ-FR2-STATUS TO FST-ACTUAL.                            SQ2224.2
039000     MOVE "23" TO FST-EXPECTED.                                   SQ2224.2
039100     PERFORM FST-JUDGE.                                           SQ2224.2
039200 FST-REL-DEL-IN-12.                                               SQ2224.2
039300     MOVE "FST-REL-DEL-IN-12" TO PAR-NAME.                        SQ2224.2
039400     MOVE "DELETE ON A FILE OPENED INPUT" TO RE-MARK.             SQ2224.2
039500     MOVE 1 TO SQ-FR2-KEY.                                        SQ2224.2
039600     DELETE SQ-FR2 INVALID KEY NEXT SENTENCE.                     SQ2224.2
039700     MOVE SQ-FR2-STATUS TO FST-ACTUAL.                            SQ2224.2
039800     MOVE "49" TO FST-EXPECTED.                                   SQ2224.2
039900     PERFORM FST-JUDGE.                                           SQ2224.2
040000     CLOSE SQ-FR2.                                                SQ2224.2
040100*    INDEXED FILE.  KEYS 000001 THROUGH 000005 ARE LOADED; KEY    SQ2224.2
040200*    000009 IS NEVER WRITTEN.                                     SQ2224.2
040300 FST-IDX-DUP-KEY-13.                                              SQ2224.2
040400     MOVE "FILE STATUS IDX" TO FEATURE.                           SQ2224.2
040500     MOVE "FST-IDX-DUP-KEY-13" TO PAR-NAME.                       SQ2224.2
040600     MOVE "WRITE OF A PRIME KEY ALREADY IN THE FILE" TO RE-MARK.  SQ2224.2
040700     OPEN OUTPUT SQ-FI2.                                          SQ2224.2
040800     MOVE ZERO TO FST-RECNO.                                      SQ2224.2
040900     PERFORM FST-WRITE-IDX 5 TIMES.                               SQ2224.2
041000     MOVE "000003" TO SQ-FI2-KEY.                                 SQ2224.2
041100     WRITE SQ-FI2R1-F-G-80 INVALID KEY NEXT SENTENCE.             SQ2224.2
041200     MOVE SQ-FI2-STATUS TO FST-ACTUAL.                            SQ2224.2
041300     MOVE "22" TO FST-EXPECTED.                                   SQ2224.2
041400     PERFORM FST-JUDGE.                                           SQ2224.2
041500     CLOSE SQ-FI2.                                                SQ2224.2
041600 FST-IDX-NOT-FND-14.                                              SQ2224.2
041700     MOVE "FST-IDX-NOT-FND-14" TO PAR-NAME.                       SQ2224.2
041800     MOVE "READ OF A PRIME KEY NOT IN THE FILE" TO RE-MARK.       SQ2224.2
041900     OPEN INPUT SQ-FI2.                                           SQ2224.2
042000     MOVE "000009" TO SQ-FI2-KEY.                                 SQ2224.2
042100     READ SQ-FI2 INVALID KEY NEXT SENTENCE.                       SQ2224.2
042200     MOVE SQ-FI2-STATUS TO FST-ACTUAL.                            SQ2224.2
042300     MOVE "23" TO FST-EXPECTED.                                   SQ2224.2
042400     PERFORM FST-JUDGE.                                           SQ2224.2
042500 FST-IDX-START-NF-15.                                             SQ2224.2
042600     MOVE "FST-IDX-START-NF-15" TO PAR-NAME.                      SQ2224.2
042700     MOVE "START KEY EQUAL TO A KEY NOT IN THE FILE" TO RE-MARK.  SQ2224.2
042800     MOVE "000009" TO SQ-FI2-KEY.                                 SQ2224.2
042900     START SQ-FI2 KEY IS EQUAL TO SQ-FI2-KEY                      SQ2224.2
043000         INVALID KEY NEXT SENTENCE.                               SQ2224.2
043100     MOVE SQ-FI2-STATUS TO FST-ACTUAL.                            SQ2224.2
043200     MOVE "23" TO FST-EXPECTED.                                   SQ2224.2
043300     PERFORM FST-JUDGE.                                           SQ2224.2
043400 FST-IDX-WRITE-IN-16.                                             SQ2224.2
043500     MOVE "FST-IDX-WRITE-IN-16" TO PAR-NAME.                      SQ2224.2
043600     MOVE "WRITE TO AN INDEXED FILE OPENED INPUT" TO RE-MARK.     SQ2224.2
043700     MOVE "000007" TO SQ-FI2-KEY.                                 SQ2224.2
043800     WRITE SQ-FI2R1-F-G-80 INVALID KEY NEXT SENTENCE.             SQ2224.2
043900     MOVE SQ-FI2-STATUS TO FST-ACTUAL.                            SQ2224.2
044000     MOVE "48" TO FST-EXPECTED.                                   SQ2224.2
044100     PERFORM FST-JUDGE.                                           SQ2224.2
044200     CLOSE SQ-FI2.                                                SQ2224.2
044300 FST-CLOSE-GF-17.                                                 SQ2224.2
044400     GO TO CLOSE-FILES.                                           SQ2224.2
044500*    ONE RECORD PER EXECUTION; FST-RECNO CARRIES THE NUMBER.      SQ2224.2
044600 FST-WRITE-SEQ.                                                   SQ2224.2
044700     ADD 1 TO FST-RECNO.                                          SQ2224.2
044800     MOVE SPACE TO SQ-FS4R1-F-G-80.                               SQ2224.2
044900     MOVE FST-RECNO TO SQ-FS4-RECNO.                              SQ2224.2
045000     WRITE SQ-FS4R1-F-G-80.                                       SQ2224.2
045100 FST-WRITE-REL.                                                   SQ2224.2
045200     ADD 1 TO FST-RECNO.                                          SQ2224.2
045300     MOVE SPACE TO SQ-FR2R1-F-G-80.                               SQ2224.2
045400     MOVE FST-RECNO TO SQ-FR2-KEY SQ-FR2-RECNO.                   SQ2224.2
045500     WRITE SQ-FR2R1-F-G-80 INVALID KEY NEXT SENTENCE.             SQ2224.2
045600 FST-WRITE-IDX.                                                   SQ2224.2
045700     ADD 1 TO FST-RECNO.                                          SQ2224.2
045800     MOVE SPACE TO SQ-FI2R1-F-G-80.                               SQ2224.2
045900     MOVE FST-RECNO TO SQ-FI2-KEY.                                SQ2224.2
046000     WRITE SQ-FI2R1-F-G-80 INVALID KEY NEXT SENTENCE.             SQ2224.2
046100 FST-JUDGE.                                                       SQ2224.2
046200     MOVE FST-ACTUAL TO COMPUTED-A.                               SQ2224.2
046300     MOVE FST-EXPECTED TO CORRECT-A.                              SQ2224.2
046400     IF FST-ACTUAL EQUAL TO FST-EXPECTED                          SQ2224.2
046500         PERFORM PASS                                             SQ2224.2
046600     ELSE                                                         SQ2224.2
046700         PERFORM FAIL.                                            SQ2224.2
046800     PERFORM PRINT-DETAIL.                                        SQ2224.2
046900 TERMINATE-ROUTINE.                                               SQ2224.2
047000     EXIT.                                                        SQ2224.2
