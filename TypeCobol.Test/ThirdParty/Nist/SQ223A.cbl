000100 IDENTIFICATION DIVISION.                                         SQ2234.2
000200 PROGRAM-ID.                                                      SQ2234.2
000300     SQ223A.                                                      SQ2234.2
000400****************************************************************  SQ2234.2
000500*                                                              *  SQ2234.2
000600*    VALIDATION FOR:-                                          *  SQ2234.2
000700*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.    *  SQ2234.2
000800*                                                              *  SQ2234.2
000900*        THIS ROUTINE TESTS THE CLAUSES:                       *  SQ2234.2
001000*             ALPHABET IS STANDARD-1 / NATIVE / LITERAL,       *  SQ2234.2
001100*             PROGRAM COLLATING SEQUENCE IS, AND               *  SQ2234.2
001200*             SORT ... COLLATING SEQUENCE IS.                  *  SQ2234.2
001300*                                                              *  SQ2234.2
001400*        SQ221A ORDERS NUMERIC KEYS IN NATIVE SEQUENCE ONLY.   *  SQ2234.2
001500*    PRODUCTION KEYS MIX LETTERS, DIGITS AND SPACES, AND AN    *  SQ2234.2
001600*    ASCII TARGET COLLATES THOSE DIFFERENTLY FROM THE EBCDIC   *  SQ2234.2
001700*    INCUMBENT (DIGITS BEFORE LETTERS RATHER THAN AFTER).      *  SQ2234.2
001800*    SQ223A SORTS ONE SCRAMBLED SET OF SUCH KEYS UNDER EACH    *  SQ2234.2
001900*    ALPHABET AND CHECKS THE RETURNED ORDER AGAINST THE        *  SQ2234.2
002000*    EXPECTED ORDER FOR THAT ALPHABET:                         *  SQ2234.2
002100*                                                              *  SQ2234.2
002200*        CLT-ALPHA-STD  STANDARD-1 -- ASCII ORDER ON EVERY     *  SQ2234.2
002300*                       TARGET.                                *  SQ2234.2
002400*        CLT-ALPHA-USR  A LITERAL ALPHABET (SPACE, A-Z, 0-9)   *  SQ2234.2
002500*                       THAT REPRODUCES THE EBCDIC ORDER OF    *  SQ2234.2
002600*                       THESE CHARACTERS ON EVERY TARGET.  IT  *  SQ2234.2
002700*                       IS ALSO THE PROGRAM COLLATING          *  SQ2234.2
002800*                       SEQUENCE, SO THE ALPHANUMERIC          *  SQ2234.2
002900*                       COMPARISON TESTS RUN UNDER IT.         *  SQ2234.2
003000*        CLT-ALPHA-NAT  NATIVE -- PASSES WHEN THE TARGET       *  SQ2234.2
003100*                       COLLATES LIKE THE EBCDIC INCUMBENT.    *  SQ2234.2
003200*                       AN ASCII TARGET IS NOT WRONG, BUT ITS  *  SQ2234.2
003300*                       NATIVE SORTS WILL NOT REPRODUCE THE    *  SQ2234.2
003400*                       INCUMBENT'S OUTPUT, SO THE TEST IS     *  SQ2234.2
003500*                       SCORED INSPT AND THE DIFFERENCE SHOWS  *  SQ2234.2
003600*                       AS AN INSPECT COUNT IN CCVSCMP.        *  SQ2234.2
003700*                                                              *  SQ2234.2
003800*        ONLY ONE PROGRAM COLLATING SEQUENCE IS ALLOWED PER    *  SQ2234.2
003900*    PROGRAM, SO STANDARD-1 AND NATIVE ARE CHECKED THROUGH     *  SQ2234.2
004000*    SORT ALONE.  THE LITERAL ALPHABET KEEPS DIGITS AND        *  SQ2234.2
004100*    LETTERS EACH IN THEIR OWN ORDER, SO THE HARNESS'S OWN     *  SQ2234.2
004200*    COMPARISONS ARE UNAFFECTED EXCEPT WHERE TWO RAW-DATA      *  SQ2234.2
004300*    TARGET IDS HOLD A LETTER AND A DIGIT IN THE SAME          *  SQ2234.2
004400*    POSITION.  RESULTS GO INTO RAW-DATA, THE DELIMITED        *  SQ2234.2
004500*    EXPORT AND THE AUDIT TRAIL THROUGH THE SHARED HARNESS.    *  SQ2234.2
004600*                                                              *  SQ2234.2
004700*        ROSTER (CCVSRSTR) ENTRY, ONE PER CERTIFIED TARGET:    *  SQ2234.2
004800*             SQ223A  <TARGET-ID>                              *  SQ2234.2
004900*        FEATURE DICTIONARY (CCVSFDIC) ENTRIES:                *  SQ2234.2
005000*             ALPHABET STANDARD-1  ALPHABET IS STANDARD-1      *  SQ2234.2
005100*             ALPHABET LITERAL     ALPHABET IS LITERAL         *  SQ2234.2
005200*             ALPHABET NATIVE      ALPHABET IS NATIVE          *  SQ2234.2
005300*             PROGRAM COLLATING    PROGRAM COLLATING SEQUENCE  *  SQ2234.2
005400*                                                              *  SQ2234.2
005500****************************************************************  SQ2234.2
005600 ENVIRONMENT DIVISION.                                            SQ2234.2
005700 CONFIGURATION SECTION.                                           SQ2234.2
005800 SOURCE-COMPUTER.                                                 SQ2234.2
005900     GNU-COBOL.                                                   SQ2234.2
006000 OBJECT-COMPUTER.                                                 SQ2234.2
006100     GNU-COBOL                                                    SQ2234.2
006200     PROGRAM COLLATING SEQUENCE IS CLT-ALPHA-USR.                 SQ2234.2
006300 SPECIAL-NAMES.                                                   SQ2234.2
006400     ALPHABET CLT-ALPHA-STD IS STANDARD-1                         SQ2234.2
006500     ALPHABET CLT-ALPHA-NAT IS NATIVE                             SQ2234.2
006600     ALPHABET CLT-ALPHA-USR IS " " "A" THRU "Z" "0" THRU "9".     SQ2234.2
006700 INPUT-OUTPUT SECTION.                                            SQ2234.2
006800 FILE-CONTROL.                                                    SQ2234.2
006900*    THE SHARED HARNESS FILES (RAW-DATA, PRINT-FILE, PARM-FILE,   SQ2234.2
007000*    DELIM-FILE, ALERT-FILE, AUDIT-FILE) COME FROM THE CCVSHSL    SQ2234.2
007100*    COPYBOOK; ONLY THE PRINT DD NAME IS SUPPLIED HERE.           SQ2234.2
007200     COPY CCVSHSL REPLACING ==XXPRNT== BY ==CCVSPR9==.            SQ2234.2
007300     SELECT SQ-SRT2 ASSIGN TO                                     SQ2234.2
007400     CCVSQSR2.                                                    SQ2234.2
007500 DATA DIVISION.                                                   SQ2234.2
007600 FILE SECTION.                                                    SQ2234.2
007700     COPY CCVSHFD.                                                SQ2234.2
007800 SD  SQ-SRT2                                                      SQ2234.2
007900     RECORD CONTAINS 80 CHARACTERS.                               SQ2234.2
008000 01  SRT-REC.                                                     SQ2234.2
008100     02  SRT-KEY          PIC X(4).                               SQ2234.2
008200     02  SRT-PGM-TAG      PIC X(6).                               SQ2234.2
008300     02  FILLER           PIC X(70).                              SQ2234.2
008400 WORKING-STORAGE SECTION.                                         SQ2234.2
008500*    THE HARNESS COUNTERS, REPORT LINES AND BASELINE/PARM         SQ2234.2
008600*    SWITCHES COME FROM THE CCVSHWS COPYBOOK, SHARED BY EVERY     SQ2234.2
008700*    CCVS TEST PROGRAM.                                           SQ2234.2
008800     COPY CCVSHWS.                                                SQ2234.2
008900 01  WRK-CS-09V00 PIC S9(9) USAGE COMP VALUE ZERO.                SQ2234.2
009000 01  RECORDS-IN-ERROR PIC S9(5) USAGE COMP VALUE ZERO.            SQ2234.2
009100 01  REC-SKL-SUB PICTURE 9(2) VALUE ZERO.                         SQ2234.2
009200*    THE EIGHT KEYS ARE RELEASED IN CLT-INPUT-KEY ORDER.  EACH    SQ2234.2
009300*    SORT IS JUDGED AGAINST BOTH EXPECTED ORDERS AT ONCE:         SQ2234.2
009400*    CLT-STD-KEY IS THE ASCII (STANDARD-1) ORDER, CLT-USR-KEY     SQ2234.2
009500*    THE EBCDIC ORDER THE LITERAL ALPHABET REPRODUCES.            SQ2234.2
009600 01  CLT-INPUT-TABLE.                                             SQ2234.2
009700     02  FILLER PIC X(16) VALUE "A1  9Z   A  Z9  ".               SQ2234.2
009800     02  FILLER PIC X(16) VALUE "A     1 AB  1A  ".               SQ2234.2
009900 01  CLT-INPUT-REDEF REDEFINES CLT-INPUT-TABLE.                   SQ2234.2
010000     02  CLT-INPUT-KEY    PIC X(4) OCCURS 8 TIMES.                SQ2234.2
010100 01  CLT-STD-TABLE.                                               SQ2234.2
010200     02  FILLER PIC X(16) VALUE "  1  A  1A  9Z  ".               SQ2234.2
010300     02  FILLER PIC X(16) VALUE "A   A1  AB  Z9  ".               SQ2234.2
010400 01  CLT-STD-REDEF REDEFINES CLT-STD-TABLE.                       SQ2234.2
010500     02  CLT-STD-KEY      PIC X(4) OCCURS 8 TIMES.                SQ2234.2
010600 01  CLT-USR-TABLE.                                               SQ2234.2
010700     02  FILLER PIC X(16) VALUE "  1  A  A   AB  ".               SQ2234.2
010800     02  FILLER PIC X(16) VALUE "A1  Z9  1A  9Z  ".               SQ2234.2
010900 01  CLT-USR-REDEF REDEFINES CLT-USR-TABLE.                       SQ2234.2
011000     02  CLT-USR-KEY      PIC X(4) OCCURS 8 TIMES.                SQ2234.2
011100 01  CLT-SUB          PIC S9(5) USAGE COMP VALUE ZERO.            SQ2234.2
011200 01  CLT-RETURN-COUNT PIC S9(5) USAGE COMP VALUE ZERO.            SQ2234.2
011300 01  CLT-STD-ERRS     PIC S9(5) USAGE COMP VALUE ZERO.            SQ2234.2
011400 01  CLT-USR-ERRS     PIC S9(5) USAGE COMP VALUE ZERO.            SQ2234.2
011500 01  CLT-CMP-ERRS     PIC S9(5) USAGE COMP VALUE ZERO.            SQ2234.2
011600 01  CLT-LETTER-KEY   PIC X(4)   VALUE "A1  ".                    SQ2234.2
011700 01  CLT-DIGIT-KEY    PIC X(4)   VALUE "1A  ".                    SQ2234.2
011800 01  CCVS-PGM-ID PIC X(6) VALUE                                   SQ2234.2
011900     "SQ223A".                                                    SQ2234.2
012000*    SHOP RUNS THIS BATTERY AGAINST MORE THAN ONE COMPILER/OS     SQ2234.2
012100*    TARGET; CCVS-TARGET-ID DISTINGUISHES THEIR RAW-DATA HISTORY. SQ2234.2
012200 01  CCVS-TARGET-ID PIC X(4) VALUE "DFLT".                        SQ2234.2
012300 PROCEDURE DIVISION.                                              SQ2234.2
012400 CCVS1 SECTION.                                                   SQ2234.2
012500 OPEN-FILES.                                                      SQ2234.2
012600*    RAW-DATA IS OPENED I-O ONLY UNDER THE SHARED RUN LOCK        SQ2234.2
012700*    (SEE RAWLOCK-ACQUIRE IN CCVSHPRC), SO A DAYTIME              SQ2234.2
012800*    MAINTENANCE RUN CAN NEVER UPDATE THE FILE CONCURRENTLY.      SQ2234.2
012900     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2234.2
013000     OPEN I-O RAW-DATA.                                           SQ2234.2
013100*    PARM-READ RUNS BEFORE RD-TARGET-ID IS SET AND THE FIRST      SQ2234.2
013200*    RAW-DATA-SATZ IS WRITTEN BELOW, SO A SITE-SUPPLIED           SQ2234.2
013300*    PARM-TARGET-ID TAKES EFFECT ON THIS RUN'S KEY.               SQ2234.2
013400     PERFORM  PARM-READ THRU PARM-READ-EXIT.                      SQ2234.2
013500     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2234.2
013600     MOVE CCVS-TARGET-ID TO RD-TARGET-ID.                         SQ2234.2
013700     ACCEPT C-DATE  FROM DATE YYYYMMDD.                           SQ2234.2
013800     ACCEPT C-TIME  FROM TIME.                                    SQ2234.2
013900     MOVE "ABORTED " TO C-ABORT.                                  SQ2234.2
014000     MOVE 1 TO C-NO-OF-TESTS.                                     SQ2234.2
014100     MOVE ZERO TO C-OK C-ALL C-FAIL C-DELETED C-INSPECT.          SQ2234.2
014200     MOVE SPACE TO C-NOTE C-INDENT.                               SQ2234.2
014300     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SQ2234.2
014400*    THE FRESH RECORD IS JOURNALED SO CCVSRBLD CAN REPLAY IT.     SQ2234.2
014500     MOVE "WRITE  " TO JRNL-ACTION-HOLD.                          SQ2234.2
014600     MOVE SPACE TO JRNL-BEFORE-HOLD.                              SQ2234.2
014700     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2234.2
014800     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2234.2
014850     PERFORM RUN-XREF-WRITE THRU RUN-XREF-WRITE-EXIT.             SQ2234.2
014900 END-E-1.                                                         SQ2234.2
015000     CLOSE RAW-DATA.                                              SQ2234.2
015100     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2234.2
015200     OPEN     OUTPUT DELIM-FILE.                                  SQ2234.2
015300     OPEN     OUTPUT AUDIT-FILE.                                  SQ2234.2
015400     OPEN     OUTPUT PRINT-FILE.                                  SQ2234.2
015420     OPEN     OUTPUT SPOOL-FILE.                                  SQ2234.2
015440     IF SPOOL-STATUS EQUAL TO "00"                                SQ2234.2
015460         MOVE 1 TO SPOOL-OPEN-SW.                                 SQ2234.2
015500     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ2234.2
015600     MOVE    SPACE TO TEST-RESULTS.                               SQ2234.2
015700     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ2234.2
015800     GO TO CCVS1-EXIT.                                            SQ2234.2
015900 CLOSE-FILES.                                                     SQ2234.2
016000     IF BASELINE-MODE-ON                                          SQ2234.2
016100         PERFORM BASELINE-DIFF THRU BASELINE-DIFF-EXIT.           SQ2234.2
016200     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SQ2234.2
016300     CLOSE    DELIM-FILE.                                         SQ2234.2
016400     CLOSE    AUDIT-FILE.                                         SQ2234.2
016500*    THE RUN'S AUDIT EVENTS GO TO THE CUMULATIVE ARCHIVE          SQ2234.2
016600*    BEFORE THE NEXT RUN'S END-E-1 RE-CREATES CCVSAUD.            SQ2234.2
016700     PERFORM AUDIT-ARCHIVE THRU AUDIT-ARCHIVE-EXIT.               SQ2234.2
016730*    AND ITS PRINTOUT GOES TO THE PRINT REPORT REPOSITORY.        SQ2234.2
016760     PERFORM PRINT-ARCHIVE THRU PRINT-ARCHIVE-EXIT.               SQ2234.2
016800     PERFORM RAWLOCK-ACQUIRE THRU RAWLOCK-ACQUIRE-EXIT.           SQ2234.2
016900     OPEN I-O RAW-DATA.                                           SQ2234.2
017000     MOVE CCVS-PGM-ID TO RD-PGM-ID.                               SQ2234.2
017100     READ RAW-DATA INVALID KEY GO TO END-E-2.                     SQ2234.2
017200     MOVE RAW-DATA-SATZ TO JRNL-BEFORE-HOLD.                      SQ2234.2
017300     MOVE "OK.     " TO C-ABORT.                                  SQ2234.2
017400     MOVE PASS-COUNTER TO C-OK.                                   SQ2234.2
017500     MOVE ERROR-HOLD   TO C-ALL.                                  SQ2234.2
017600     MOVE ERROR-COUNTER TO C-FAIL.                                SQ2234.2
017700     MOVE DELETE-CNT TO C-DELETED.                                SQ2234.2
017800     MOVE INSPECT-COUNTER TO C-INSPECT.                           SQ2234.2
017900     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             SQ2234.2
018000*    THE UPDATED COUNTS ARE JOURNALED WITH THEIR BEFORE-IMAGE.    SQ2234.2
018100     MOVE "REWRITE" TO JRNL-ACTION-HOLD.                          SQ2234.2
018200     MOVE RAW-DATA-SATZ TO JRNL-AFTER-HOLD.                       SQ2234.2
018300     PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-EXIT.               SQ2234.2
018400 END-E-2.                                                         SQ2234.2
018500     CLOSE RAW-DATA.                                              SQ2234.2
018600*    THE FRESH COUNTS ALSO GO TO THE CCVSLATE SUMMARY FILE        SQ2234.2
018700*    WHILE THE RUN LOCK IS STILL HELD.                            SQ2234.2
018800     PERFORM LATEST-UPDATE THRU LATEST-UPDATE-EXIT.               SQ2234.2
018900*    AND THE RUN'S ENVIRONMENT SNAPSHOT GOES ON RECORD FOR        SQ2234.2
019000*    THE SIGN-OFF PACKAGE.                                        SQ2234.2
019100     PERFORM ENV-SNAPSHOT-WRITE THRU ENV-SNAPSHOT-EXIT.           SQ2234.2
019200     PERFORM RAWLOCK-RELEASE THRU RAWLOCK-RELEASE-EXIT.           SQ2234.2
019300 TERMINATE-CCVS.                                                  SQ2234.2
019400     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2234.2
019500     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2234.2
019600         MOVE 4 TO RETURN-CODE.                                   SQ2234.2
019700     EXIT PROGRAM.                                                SQ2234.2
019800 TERMINATE-CALL.                                                  SQ2234.2
019900     PERFORM ALERT-CHECK THRU ALERT-CHECK-EXIT.                   SQ2234.2
020000     IF ERROR-COUNTER GREATER THAN WAIVED-COUNTER                 SQ2234.2
020100         MOVE 4 TO RETURN-CODE.                                   SQ2234.2
020200     STOP     RUN.                                                SQ2234.2
020300*    THE SHARED SERVICE PARAGRAPHS -- PASS/FAIL/INSPT/DE-LETE,    SQ2234.2
020400*    PRINT-DETAIL AND ITS DELIMITED AND AUDIT COMPANIONS, THE     SQ2234.2
020500*    PAGE AND END ROUTINES, PARM-READ, THE INSPT RECAP, THE       SQ2234.2
020600*    ALERT CHECK AND THE BASELINE DIFF -- COME FROM CCVSHPRC.     SQ2234.2
020700     COPY CCVSHPRC.                                               SQ2234.2
020800 CCVS1-EXIT.                                                      SQ2234.2
020900     EXIT.                                                        SQ2234.2
021000 SECT-SQ223A-0001 SECTION.                                        SQ2234.2
021100 CLT-SORT-STD-01.                                                 SQ2234.2
021200     MOVE "ALPHABET STANDARD-1" TO FEATURE.                       SQ2234.2
021300     PERFORM CLT-SORT-INIT.                                       SQ2234.2
021400     SORT SQ-SRT2                                                 SQ2234.2
021500         ON ASCENDING KEY SRT-KEY                                 SQ2234.2
021600         COLLATING SEQUENCE IS CLT-ALPHA-STD                      SQ2234.2
021700         INPUT PROCEDURE IS CLT-INPUT-PROC                        SQ2234.2
021800         OUTPUT PROCEDURE IS CLT-OUTPUT-PROC.                     SQ2234.2
021900     MOVE "CLT-SORT-STD-01" TO PAR-NAME.                          SQ2234.2
022000     MOVE "SORT COLLATING SEQUENCE STANDARD-1" TO RE-MARK.        SQ2234.2
022100     MOVE CLT-STD-ERRS TO RECORDS-IN-ERROR.                       SQ2234.2
022200     PERFORM CLT-JUDGE-SORT.                                      SQ2234.2
022300 CLT-SORT-USR-02.                                                 SQ2234.2
022400     MOVE "ALPHABET LITERAL" TO FEATURE.                          SQ2234.2
022500     PERFORM CLT-SORT-INIT.                                       SQ2234.2
022600     SORT SQ-SRT2                                                 SQ2234.2
022700         ON ASCENDING KEY SRT-KEY                                 SQ2234.2
022800         COLLATING SEQUENCE IS CLT-ALPHA-USR                      SQ2234.2
022900         INPUT PROCEDURE IS CLT-INPUT-PROC                        SQ2234.2
023000         OUTPUT PROCEDURE IS CLT-OUTPUT-PROC.                     SQ2234.2
023100     MOVE "CLT-SORT-USR-02" TO PAR-NAME.                          SQ2234.2
023200     MOVE "SORT COLLATING SEQUENCE LITERAL ALPHABET" TO RE-MARK.  SQ2234.2
023300     MOVE CLT-USR-ERRS TO RECORDS-IN-ERROR.                       SQ2234.2
023400     PERFORM CLT-JUDGE-SORT.                                      SQ2234.2
023500*    WITH NO COLLATING SEQUENCE PHRASE THE SORT MUST FALL BACK ON SQ2234.2
023600*    THE PROGRAM COLLATING SEQUENCE, I.E. THE LITERAL ALPHABET.   SQ2234.2
023700 CLT-SORT-PGM-03.                                                 SQ2234.2
023800     MOVE "PROGRAM COLLATING" TO FEATURE.                         SQ2234.2
023900     PERFORM CLT-SORT-INIT.                                       SQ2234.2
024000     SORT SQ-SRT2                                                 SQ2234.2
024100         ON ASCENDING KEY SRT-KEY                                 SQ2234.2
024200         INPUT PROCEDURE IS CLT-INPUT-PROC                        SQ2234.2
024300         OUTPUT PROCEDURE IS CLT-OUTPUT-PROC.                     SQ2234.2
024400     MOVE "CLT-SORT-PGM-03" TO PAR-NAME.                          SQ2234.2
024500     MOVE "SORT UNDER PROGRAM COLLATING SEQUENCE" TO RE-MARK.     SQ2234.2
024600     MOVE CLT-USR-ERRS TO RECORDS-IN-ERROR.                       SQ2234.2
024700     PERFORM CLT-JUDGE-SORT.                                      SQ2234.2
024800 CLT-PGM-CMP-04.                                                  SQ2234.2
024900     MOVE "CLT-PGM-CMP-04" TO PAR-NAME.                           SQ2234.2
025000     MOVE "LETTER LESS THAN DIGIT, PROGRAM SEQUENCE" TO RE-MARK.  SQ2234.2
025100     IF CLT-LETTER-KEY LESS THAN CLT-DIGIT-KEY                    SQ2234.2
025200         PERFORM PASS                                             SQ2234.2
025300         MOVE "A1 LESS THAN 1A" TO COMPUTED-A                     SQ2234.2
025400     ELSE                                                         SQ2234.2
025500         MOVE "A1 NOT LESS THAN 1A" TO COMPUTED-A                 SQ2234.2
025600         MOVE "A1 LESS THAN 1A" TO CORRECT-A                      SQ2234.2
025700         PERFORM FAIL.                                            SQ2234.2
025800     PERFORM PRINT-DETAIL.                                        SQ2234.2
025900 CLT-PGM-CMP-05.                                                  SQ2234.2
026000     MOVE "CLT-PGM-CMP-05" TO PAR-NAME.                           SQ2234.2
026100     MOVE "EXPECTED ORDER ASCENDS, PROGRAM SEQUENCE" TO RE-MARK.  SQ2234.2
026200     MOVE ZERO TO CLT-CMP-ERRS.                                   SQ2234.2
026300     PERFORM CLT-CHECK-PAIR                                       SQ2234.2
026400         VARYING CLT-SUB FROM 1 BY 1 UNTIL CLT-SUB GREATER THAN 7.SQ2234.2
026500     IF CLT-CMP-ERRS EQUAL TO ZERO                                SQ2234.2
026600         PERFORM PASS                                             SQ2234.2
026700         MOVE "PAIRS IN ORDER =" TO COMPUTED-A                    SQ2234.2
026800         MOVE 7 TO CORRECT-18V0                                   SQ2234.2
026900     ELSE                                                         SQ2234.2
027000         MOVE "PAIRS OUT OF ORDER =" TO COMPUTED-A                SQ2234.2
027100         MOVE CLT-CMP-ERRS TO CORRECT-18V0                        SQ2234.2
027200         PERFORM FAIL.                                            SQ2234.2
027300     PERFORM PRINT-DETAIL.                                        SQ2234.2
027400*    NATIVE IS JUDGED AGAINST THE INCUMBENT.  AN EBCDIC ORDER     SQ2234.2
027500*    PASSES, AN ASCII ORDER IS SCORED INSPT (SEE THE HEADER), AND SQ2234.2
027600*    ANY OTHER ORDER FAILS.                                       SQ2234.2
027700 CLT-SORT-NAT-06.                                                 SQ2234.2
027800     MOVE "ALPHABET NATIVE" TO FEATURE.                           SQ2234.2
027900     PERFORM CLT-SORT-INIT.                                       SQ2234.2
028000     SORT SQ-SRT2                                                 SQ2234.2
028100         ON ASCENDING KEY SRT-KEY                                 SQ2234.2
028200         COLLATING SEQUENCE IS CLT-ALPHA-NAT                      SQ2234.2
028300         INPUT PROCEDURE IS CLT-INPUT-PROC                        SQ2234.2
028400         OUTPUT PROCEDURE IS CLT-OUTPUT-PROC.                     SQ2234.2
028500     MOVE "CLT-SORT-NAT-06" TO PAR-NAME.                          SQ2234.2
028600     IF CLT-RETURN-COUNT NOT EQUAL TO 8                           SQ2234.2
028700         MOVE "SORT NATIVE, RECORDS LOST OR ADDED" TO RE-MARK     SQ2234.2
028800         MOVE "RECORDS RETURNED =" TO COMPUTED-A                  SQ2234.2
028900         MOVE CLT-RETURN-COUNT TO CORRECT-18V0                    SQ2234.2
029000         PERFORM FAIL                                             SQ2234.2
029100     ELSE                                                         SQ2234.2
029200     IF CLT-USR-ERRS EQUAL TO ZERO                                SQ2234.2
029300         MOVE "SORT NATIVE, EBCDIC ORDER" TO RE-MARK              SQ2234.2
029400         MOVE "EBCDIC ORDER" TO COMPUTED-A                        SQ2234.2
029500         PERFORM PASS                                             SQ2234.2
029600     ELSE                                                         SQ2234.2
029700     IF CLT-STD-ERRS EQUAL TO ZERO                                SQ2234.2
029800         MOVE "SORT NATIVE, ASCII ORDER, DIFFERS FROM EBCDIC"     SQ2234.2
029900             TO RE-MARK                                           SQ2234.2
030000         MOVE "ASCII ORDER" TO COMPUTED-A                         SQ2234.2
030100         MOVE "EBCDIC ORDER" TO CORRECT-A                         SQ2234.2
030200         PERFORM INSPT                                            SQ2234.2
030300     ELSE                                                         SQ2234.2
030400         MOVE "SORT NATIVE, NEITHER ASCII NOR EBCDIC" TO RE-MARK  SQ2234.2
030500         MOVE "KEYS OUT OF ORDER =" TO COMPUTED-A                 SQ2234.2
030600         MOVE CLT-USR-ERRS TO CORRECT-18V0                        SQ2234.2
030700         PERFORM FAIL.                                            SQ2234.2
030800     PERFORM PRINT-DETAIL.                                        SQ2234.2
030900     GO TO CLOSE-FILES.                                           SQ2234.2
031000 CLT-SORT-INIT.                                                   SQ2234.2
031100     MOVE ZERO TO CLT-RETURN-COUNT.                               SQ2234.2
031200     MOVE ZERO TO CLT-STD-ERRS.                                   SQ2234.2
031300     MOVE ZERO TO CLT-USR-ERRS.                                   SQ2234.2
031400 CLT-JUDGE-SORT.                                                  SQ2234.2
031500     IF RECORDS-IN-ERROR EQUAL TO ZERO                            SQ2234.2
031600             AND CLT-RETURN-COUNT EQUAL TO 8                      SQ2234.2
031700         PERFORM PASS                                             SQ2234.2
031800         MOVE "KEYS IN ORDER =" TO COMPUTED-A                     SQ2234.2
031900         MOVE CLT-RETURN-COUNT TO CORRECT-18V0                    SQ2234.2
032000     ELSE                                                         SQ2234.2
032100         MOVE "KEYS OUT OF ORDER =" TO COMPUTED-A                 SQ2234.2
032200         MOVE RECORDS-IN-ERROR TO CORRECT-18V0                    SQ2234.2
032300         PERFORM FAIL.                                            SQ2234.2
032400     PERFORM PRINT-DETAIL.                                        SQ2234.2
032500 CLT-CHECK-PAIR.                                                  SQ2234.2
032600     IF CLT-USR-KEY (CLT-SUB) NOT LESS THAN                       SQ2234.2
032700             CLT-USR-KEY (CLT-SUB + 1)                            SQ2234.2
032800         ADD 1 TO CLT-CMP-ERRS.                                   SQ2234.2
032900 TERMINATE-ROUTINE.                                               SQ2234.2
033000     EXIT.                                                        SQ2234.2
033100 CLT-INPUT-PROC SECTION.                                          SQ2234.2
033200 CLT-RELEASE-INIT.                                                SQ2234.2
033300     MOVE ZERO TO CLT-SUB.                                        SQ2234.2
033400 CLT-RELEASE-ONE.                                                 SQ2234.2
033500     ADD 1 TO CLT-SUB.                                            SQ2234.2
033600     MOVE SPACE TO SRT-REC.                                       SQ2234.2
033700     MOVE CLT-INPUT-KEY (CLT-SUB) TO SRT-KEY.                     SQ2234.2
033800     MOVE "SQ223A" TO SRT-PGM-TAG.                                SQ2234.2
033900     RELEASE SRT-REC.                                             SQ2234.2
034000     IF CLT-SUB LESS THAN 8                                       SQ2234.2
034100         GO TO CLT-RELEASE-ONE.                                   SQ2234.2
034200 CLT-INPUT-PROC-EXIT.                                             SQ2234.2
034300     EXIT.                                                        SQ2234.2
034400*    EVERY RETURNED KEY IS MATCHED AGAINST BOTH EXPECTED ORDERS;  SQ2234.2
034500*    THE CALLING TEST DECIDES WHICH ERROR COUNT IT JUDGES.        SQ2234.2
034600 CLT-OUTPUT-PROC SECTION.                                         SQ2234.2
034700 CLT-RETURN-ONE.                                                  SQ2234.2
034800     RETURN SQ-SRT2                                               SQ2234.2
034900         AT END GO TO CLT-OUTPUT-PROC-EXIT.                       SQ2234.2
035000     ADD 1 TO CLT-RETURN-COUNT.                                   SQ2234.2
035100     IF CLT-RETURN-COUNT GREATER THAN 8                           SQ2234.2
035200         ADD 1 TO CLT-STD-ERRS                                    SQ2234.2
035300         ADD 1 TO CLT-USR-ERRS                                    SQ2234.2
035400         GO TO CLT-RETURN-ONE.                                    SQ2234.2
035500     IF SRT-KEY NOT EQUAL TO CLT-STD-KEY (CLT-RETURN-COUNT)       SQ2234.2
035600         ADD 1 TO CLT-STD-ERRS.                                   SQ2234.2
035700     IF SRT-KEY NOT EQUAL TO CLT-USR-KEY (CLT-RETURN-COUNT)       SQ2234.2
035800         ADD 1 TO CLT-USR-ERRS.                                   SQ2234.2
035900     IF SRT-PGM-TAG NOT EQUAL TO "SQ223A"                         SQ2234.2
036000         ADD 1 TO CLT-STD-ERRS                                    SQ2234.2
036100         ADD 1 TO CLT-USR-ERRS.                                   SQ2234.2
036200     GO TO CLT-RETURN-ONE.                                        SQ2234.2
036300 CLT-OUTPUT-PROC-EXIT.                                            SQ2234.2
036400     EXIT.                                                        SQ2234.2
