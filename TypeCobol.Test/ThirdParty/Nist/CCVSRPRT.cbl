000100 IDENTIFICATION DIVISION.                                         CVRPR4.2
000200 PROGRAM-ID.    CCVSRPRT.                                         CVRPR4.2
000300******************************************************************CVRPR4.2
000400**                                                                CVRPR4.2
000500**    REPRINT OF A PAST RUN'S PRINTOUT.  EVERY TEST PROGRAM'S*    CVRPR4.2
000600**    PRINT-FILE (CCVSPRT, CCVSPR2, ...) IS RE-CREATED EACH  *    CVRPR4.2
000700**    NIGHT, BUT PRINT-ARCHIVE (CCVSHPRC) KEEPS EVERY LINE OF*    CVRPR4.2
000800**    EVERY RUN ON THE CCVSRPOS PRINT REPORT REPOSITORY (SEE *    CVRPR4.2
000900**    CCVSRPO) UNDER THE RUN'S RAW-DATA KEY.  THIS JOB TAKES *    CVRPR4.2
001000**    A PROGRAM, TARGET AND RUN DATE/TIME AND WRITES THAT    *    CVRPR4.2
001100**    RUN'S PRINTOUT TO CCVSRPRP EXACTLY AS IT WAS FIRST     *    CVRPR4.2
001200**    PRODUCED, PAGE EJECTS INCLUDED.  A RUN OLDER THAN THE  *    CVRPR4.2
001300**    REPOSITORY, OR PURGED BY CCVSPURG, HAS NO PRINTOUT TO  *    CVRPR4.2
001400**    GIVE; THE JOB SAYS WHICH AND ENDS RETURN CODE 8.       *    CVRPR4.2
001500**                                                                CVRPR4.2
001600**    CONTROL CARD (CCVSRPRC, REQUIRED) --                   *    CVRPR4.2
001700**      COLS 1-6    PROGRAM ID                               *    CVRPR4.2
001800**      COLS 7-10   TARGET ID                                *    CVRPR4.2
001900**      COLS 11-18  RUN DATE (YYYYMMDD)                      *    CVRPR4.2
002000**      COLS 19-26  RUN TIME (HHMMSSCC) -- BLANK OR ZERO FOR *    CVRPR4.2
002100**                  THE FIRST RUN OF THAT DATE               *    CVRPR4.2
002200**                                                                CVRPR4.2
002300******************************************************************CVRPR4.2
002400 ENVIRONMENT DIVISION.                                            CVRPR4.2
002500 CONFIGURATION SECTION.                                           CVRPR4.2
002600 SOURCE-COMPUTER.                                                 CVRPR4.2
002700     GNU-COBOL.                                                   CVRPR4.2
002800 OBJECT-COMPUTER.                                                 CVRPR4.2
002900     GNU-COBOL.                                                   CVRPR4.2
003000 INPUT-OUTPUT SECTION.                                            CVRPR4.2
003100 FILE-CONTROL.                                                    CVRPR4.2
003200     SELECT CTL-FILE   ASSIGN TO                                  CVRPR4.2
003300            CCVSRPRC                                              CVRPR4.2
003400            ORGANIZATION IS SEQUENTIAL                            CVRPR4.2
003500            FILE STATUS IS RPR-CTL-STATUS.                        CVRPR4.2
003600     SELECT REPO-FILE  ASSIGN TO                                  CVRPR4.2
003700            CCVSRPOS                                              CVRPR4.2
003800            ORGANIZATION IS INDEXED                               CVRPR4.2
003900            ACCESS MODE IS DYNAMIC                                CVRPR4.2
004000            RECORD KEY IS REPORT-REPO-KEY                         CVRPR4.2
004100            FILE STATUS IS RPR-RPO-STATUS.                        CVRPR4.2
004200     SELECT RAW-DATA   ASSIGN TO                                  CVRPR4.2
004300            CCVSRAW                                               CVRPR4.2
004400            ORGANIZATION IS INDEXED                               CVRPR4.2
004500            ACCESS MODE IS RANDOM                                 CVRPR4.2
004600            RECORD KEY IS RAW-DATA-KEY                            CVRPR4.2
004700            FILE STATUS IS RPR-RAW-STATUS.                        CVRPR4.2
004800     SELECT PRINT-FILE ASSIGN TO                                  CVRPR4.2
004900            CCVSRPRP.                                             CVRPR4.2
005000 DATA DIVISION.                                                   CVRPR4.2
005100 FILE SECTION.                                                    CVRPR4.2
005200 FD  CTL-FILE                                                     CVRPR4.2
005300     LABEL RECORDS STANDARD.                                      CVRPR4.2
005400 01  RPR-CTL-REC.                                                 CVRPR4.2
005500     05  RC-PGM-ID            PIC X(6).                           CVRPR4.2
005600     05  RC-TARGET-ID         PIC X(4).                           CVRPR4.2
005700     05  RC-DATE              PIC 9(8).                           CVRPR4.2
005800     05  RC-TIME              PIC X(8).                           CVRPR4.2
005900     05  RC-TIME-N REDEFINES RC-TIME PIC 9(8).                    CVRPR4.2
006000 FD  REPO-FILE.                                                   CVRPR4.2
006100     COPY CCVSRPO.                                                CVRPR4.2
006200 FD  RAW-DATA.                                                    CVRPR4.2
006300     COPY CCVSRAW.                                                CVRPR4.2
006400 FD  PRINT-FILE                                                   CVRPR4.2
006500     LABEL RECORDS STANDARD                                       CVRPR4.2
006600     DATA RECORD IS PRINT-REC.                                    CVRPR4.2
006700 01  PRINT-REC PICTURE X(120).                                    CVRPR4.2
006800 WORKING-STORAGE SECTION.                                         CVRPR4.2
006900 01  RPR-CTL-STATUS          PIC XX       VALUE SPACE.            CVRPR4.2
007000 01  RPR-RPO-STATUS          PIC XX       VALUE SPACE.            CVRPR4.2
007100 01  RPR-RAW-STATUS          PIC XX       VALUE SPACE.            CVRPR4.2
007200 01  RPR-EOF-SWITCH          PIC 9        VALUE ZERO.             CVRPR4.2
007300     88  RPR-AT-EOF                   VALUE 1.                    CVRPR4.2
007400 01  RPR-PGM-ID              PIC X(6)     VALUE SPACE.            CVRPR4.2
007500 01  RPR-TARGET-ID           PIC X(4)     VALUE SPACE.            CVRPR4.2
007600 01  RPR-DATE                PIC 9(8)     VALUE ZERO.             CVRPR4.2
007700 01  RPR-TIME                PIC 9(8)     VALUE ZERO.             CVRPR4.2
007800 01  RPR-LINE-COUNT          PIC 9(6) COMP VALUE ZERO.            CVRPR4.2
007900 01  RPR-PAGE-COUNT          PIC 9(4) COMP VALUE ZERO.            CVRPR4.2
008000 PROCEDURE DIVISION.                                              CVRPR4.2
008100 0000-MAINLINE SECTION.                                           CVRPR4.2
008200 0000-START.                                                      CVRPR4.2
008300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      CVRPR4.2
008400     PERFORM 2000-FIND-RUN THRU 2000-EXIT.                        CVRPR4.2
008500     PERFORM 3000-REPRINT THRU 3000-EXIT.                         CVRPR4.2
008600     STOP RUN.                                                    CVRPR4.2
008700 1000-INITIALIZE.                                                 CVRPR4.2
008800     OPEN INPUT CTL-FILE.                                         CVRPR4.2
008900     IF RPR-CTL-STATUS NOT EQUAL TO "00"                          CVRPR4.2
009000         DISPLAY "CCVSRPRT - NO CONTROL CARD - STATUS "           CVRPR4.2
009100             RPR-CTL-STATUS                                       CVRPR4.2
009200         MOVE 8 TO RETURN-CODE                                    CVRPR4.2
009300         STOP RUN.                                                CVRPR4.2
009400     READ CTL-FILE AT END                                         CVRPR4.2
009500         MOVE SPACE TO RPR-CTL-REC.                               CVRPR4.2
009600     CLOSE CTL-FILE.                                              CVRPR4.2
009700     IF RC-PGM-ID EQUAL TO SPACE                                  CVRPR4.2
009800             OR RC-TARGET-ID EQUAL TO SPACE                       CVRPR4.2
009900             OR RC-DATE NOT NUMERIC                               CVRPR4.2
010000         DISPLAY "CCVSRPRT - CARD NEEDS PROGRAM, TARGET AND "     CVRPR4.2
010100             "RUN DATE"                                           CVRPR4.2
010200         MOVE 8 TO RETURN-CODE                                    CVRPR4.2
010300         STOP RUN.                                                CVRPR4.2
010400     MOVE RC-PGM-ID    TO RPR-PGM-ID.                             CVRPR4.2
010500     MOVE RC-TARGET-ID TO RPR-TARGET-ID.                          CVRPR4.2
010600     MOVE RC-DATE      TO RPR-DATE.                               CVRPR4.2
010700     IF RC-TIME NOT EQUAL TO SPACE AND RC-TIME-N NUMERIC          CVRPR4.2
010800         MOVE RC-TIME-N TO RPR-TIME.                              CVRPR4.2
010900     OPEN INPUT REPO-FILE.                                        CVRPR4.2
011000     IF RPR-RPO-STATUS NOT EQUAL TO "00"                          CVRPR4.2
011100         DISPLAY "CCVSRPRT - CCVSRPOS UNAVAILABLE - STATUS "      CVRPR4.2
011200             RPR-RPO-STATUS                                       CVRPR4.2
011300         MOVE 8 TO RETURN-CODE                                    CVRPR4.2
011400         STOP RUN.                                                CVRPR4.2
011500 1000-EXIT. EXIT.                                                 CVRPR4.2
011600*    POSITIONS ON LINE 1 OF THE RUN.  WITHOUT A TIME ON THE       CVRPR4.2
011700*    CARD THE FIRST RUN OF THE DATE IS TAKEN.                     CVRPR4.2
011800 2000-FIND-RUN.                                                   CVRPR4.2
011900     MOVE RPR-PGM-ID    TO RR-PGM-ID.                             CVRPR4.2
012000     MOVE RPR-TARGET-ID TO RR-TARGET-ID.                          CVRPR4.2
012100     MOVE RPR-DATE      TO RR-DATE.                               CVRPR4.2
012200     MOVE RPR-TIME      TO RR-TIME.                               CVRPR4.2
012300     MOVE ZERO          TO RR-LINE-NO.                            CVRPR4.2
012400     START REPO-FILE KEY IS NOT LESS THAN REPORT-REPO-KEY         CVRPR4.2
012500         INVALID KEY GO TO 2000-NOT-KEPT.                         CVRPR4.2
012600     READ REPO-FILE NEXT RECORD AT END                            CVRPR4.2
012700         GO TO 2000-NOT-KEPT.                                     CVRPR4.2
012800     IF RR-PGM-ID NOT EQUAL TO RPR-PGM-ID                         CVRPR4.2
012900             OR RR-TARGET-ID NOT EQUAL TO RPR-TARGET-ID           CVRPR4.2
013000             OR RR-DATE NOT EQUAL TO RPR-DATE                     CVRPR4.2
013100         GO TO 2000-NOT-KEPT.                                     CVRPR4.2
013200     IF RPR-TIME EQUAL TO ZERO                                    CVRPR4.2
013300         MOVE RR-TIME TO RPR-TIME.                                CVRPR4.2
013400     IF RR-TIME EQUAL TO RPR-TIME                                 CVRPR4.2
013500         GO TO 2000-EXIT.                                         CVRPR4.2
013600*    NO PRINTOUT ON FILE.  RAW-DATA TELLS A RUN THAT WAS NEVER    CVRPR4.2
013700*    MADE FROM ONE WHOSE PRINTOUT WAS NOT KEPT.                   CVRPR4.2
013800 2000-NOT-KEPT.                                                   CVRPR4.2
013900     CLOSE REPO-FILE.                                             CVRPR4.2
014000     DISPLAY "CCVSRPRT - NO PRINTOUT ON FILE FOR " RPR-PGM-ID     CVRPR4.2
014100         " " RPR-TARGET-ID " " RPR-DATE " " RPR-TIME.             CVRPR4.2
014200     MOVE 8 TO RETURN-CODE.                                       CVRPR4.2
014300     IF RPR-TIME EQUAL TO ZERO                                    CVRPR4.2
014400         STOP RUN.                                                CVRPR4.2
014500     OPEN INPUT RAW-DATA.                                         CVRPR4.2
014600     IF RPR-RAW-STATUS NOT EQUAL TO "00"                          CVRPR4.2
014700         STOP RUN.                                                CVRPR4.2
014800     MOVE RPR-PGM-ID    TO RD-PGM-ID.                             CVRPR4.2
014900     MOVE RPR-TARGET-ID TO RD-TARGET-ID.                          CVRPR4.2
015000     MOVE RPR-DATE      TO C-DATE.                                CVRPR4.2
015100     MOVE RPR-TIME      TO C-TIME.                                CVRPR4.2
015200     READ RAW-DATA INVALID KEY                                    CVRPR4.2
015300         DISPLAY "CCVSRPRT - NO SUCH RUN ON RAW-DATA EITHER"      CVRPR4.2
015400         CLOSE RAW-DATA                                           CVRPR4.2
015500         STOP RUN.                                                CVRPR4.2
015600     DISPLAY "CCVSRPRT - RUN IS ON RAW-DATA BUT ITS PRINTOUT "    CVRPR4.2
015700         "WAS NOT KEPT".                                          CVRPR4.2
015800     CLOSE RAW-DATA.                                              CVRPR4.2
015900     STOP RUN.                                                    CVRPR4.2
016000 2000-EXIT. EXIT.                                                 CVRPR4.2
016100*    THE FIRST LINE IS ALREADY IN HAND FROM 2000-FIND-RUN.        CVRPR4.2
016200 3000-REPRINT.                                                    CVRPR4.2
016300     OPEN OUTPUT PRINT-FILE.                                      CVRPR4.2
016400     MOVE ZERO TO RPR-EOF-SWITCH.                                 CVRPR4.2
016500     PERFORM 3100-PRINT-ONE THRU 3100-EXIT                        CVRPR4.2
016600         UNTIL RPR-AT-EOF.                                        CVRPR4.2
016700     CLOSE PRINT-FILE.                                            CVRPR4.2
016800     CLOSE REPO-FILE.                                             CVRPR4.2
016900     DISPLAY "CCVSRPRT - " RPR-PGM-ID " " RPR-TARGET-ID " "       CVRPR4.2
017000         RPR-DATE " " RPR-TIME " REPRINTED - LINES "              CVRPR4.2
017100         RPR-LINE-COUNT.                                          CVRPR4.2
017200 3000-EXIT. EXIT.                                                 CVRPR4.2
017300 3100-PRINT-ONE.                                                  CVRPR4.2
017400     MOVE RR-LINE TO PRINT-REC.                                   CVRPR4.2
017500     IF RR-CC EQUAL TO "1"                                        CVRPR4.2
017600         WRITE PRINT-REC AFTER ADVANCING PAGE                     CVRPR4.2
017700         ADD 1 TO RPR-PAGE-COUNT                                  CVRPR4.2
017800     ELSE                                                         CVRPR4.2
017900         WRITE PRINT-REC AFTER ADVANCING 1 LINES.                 CVRPR4.2
018000     ADD 1 TO RPR-LINE-COUNT.                                     CVRPR4.2
018100     READ REPO-FILE NEXT RECORD AT END                            CVRPR4.2
018200         MOVE 1 TO RPR-EOF-SWITCH                                 CVRPR4.2
018300         GO TO 3100-EXIT.                                         CVRPR4.2
018400     IF RR-PGM-ID NOT EQUAL TO RPR-PGM-ID                         CVRPR4.2
018500             OR RR-TARGET-ID NOT EQUAL TO RPR-TARGET-ID           CVRPR4.2
018600             OR RR-DATE NOT EQUAL TO RPR-DATE                     CVRPR4.2
018700             OR RR-TIME NOT EQUAL TO RPR-TIME                     CVRPR4.2
018800         MOVE 1 TO RPR-EOF-SWITCH.                                CVRPR4.2
018900 3100-EXIT. EXIT.                                                 CVRPR4.2
