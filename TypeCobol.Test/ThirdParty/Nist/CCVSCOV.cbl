001700**    ROSTER (CCVSRSTR) -- PROGRAM ID COLS 1-6, TARGET ID    *    CVCOV4.2
001800**    COLS 9-12.  CONTROL CARD (CCVSCOVC, OPTIONAL) --       *    CVCOV4.2
001900**    STALE-DATE CUTOFF IN COLS 1-8 (YYYYMMDD).              *    CVCOV4.2
001920**                                                                CVCOV4.2
001940**    EVERY MISSING PAIR IS ALSO WRITTEN TO A MISSING LIST   *    CVCOV4.2
001960**    (CCVSCOVM), REBUILT EACH RUN, SO THE INCIDENT FEED     *    CVCOV4.2
001980**    (CCVSINCD) CAN RAISE IT WITHOUT READING THE REPORT.    *    CVCOV4.2
002000**                                                                CVCOV4.2
002100******************************************************************CVCOV4.2
002200 ENVIRONMENT DIVISION.                                            CVCOV4.2
004200            FILE STATUS IS COV-CTL-STATUS.                        CVCOV4.2
004300     SELECT PRINT-FILE ASSIGN TO                                  CVCOV4.2
004400            CCVSCOVP.                                             CVCOV4.2
004430     SELECT MISS-FILE  ASSIGN TO                                  CVCOV4.2
004460            CCVSCOVM.                                             CVCOV4.2
004500 DATA DIVISION.                                                   CVCOV4.2
004600 FILE SECTION.                                                    CVCOV4.2
004700 FD  LATEST-FILE.                                                 CVCOV4.2
006000     LABEL RECORDS STANDARD                                       CVCOV4.2
006100     DATA RECORD IS PRINT-REC.                                    CVCOV4.2
006200 01  PRINT-REC PICTURE X(120).                                    CVCOV4.2
006209 FD  MISS-FILE                                                    CVCOV4.2
006218     LABEL RECORDS STANDARD.                                      CVCOV4.2
006227 01  COV-MISS-REC.                                                CVCOV4.2
006236     05  MS-PGM-ID            PIC X(6).                           CVCOV4.2
006245     05  FILLER               PIC X VALUE SPACE.                  CVCOV4.2
006254     05  MS-TARGET-ID         PIC X(4).                           CVCOV4.2
006263     05  FILLER               PIC X VALUE SPACE.                  CVCOV4.2
006272     05  MS-DATE              PIC 9(8).                           CVCOV4.2
006281     05  FILLER               PIC X VALUE SPACE.                  CVCOV4.2
006290     05  MS-TIME              PIC 9(8).                           CVCOV4.2
006300 WORKING-STORAGE SECTION.                                         CVCOV4.2
006400 01  COV-RST-STATUS          PIC XX       VALUE SPACE.            CVCOV4.2
006500 01  COV-CTL-STATUS          PIC XX       VALUE SPACE.            CVCOV4.2
006900     88  COV-RST-AT-EOF               VALUE 1.                    CVCOV4.2
007000 01  COV-PRIOR-HELD          PIC 9        VALUE ZERO.             CVCOV4.2
007100 01  COV-STALE-DATE          PIC 9(8)     VALUE ZERO.             CVCOV4.2
007130 01  COV-RUN-DATE            PIC 9(8)     VALUE ZERO.             CVCOV4.2
007160 01  COV-RUN-TIME            PIC 9(8)     VALUE ZERO.             CVCOV4.2
007200 01  COV-LATEST-COUNT        PIC 9(3) COMP VALUE ZERO.            CVCOV4.2
007300 01  COV-SUB                 PIC 9(3) COMP VALUE ZERO.            CVCOV4.2
007400 01  COV-ROSTER-COUNT        PIC 9(5) COMP VALUE ZERO.            CVCOV4.2
017100         MOVE 8 TO RETURN-CODE                                    CVCOV4.2
017200         STOP RUN.                                                CVCOV4.2
017300     OPEN OUTPUT PRINT-FILE.                                      CVCOV4.2
017320     OPEN OUTPUT MISS-FILE.                                       CVCOV4.2
017340     ACCEPT COV-RUN-DATE FROM DATE YYYYMMDD.                      CVCOV4.2
017360     ACCEPT COV-RUN-TIME FROM TIME.                               CVCOV4.2
017400     PERFORM 1100-CTL-READ THRU 1100-EXIT.                        CVCOV4.2
017500     MOVE COV-H-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCOV4.2
017600     MOVE SPACE   TO PRINT-REC. WRITE PRINT-REC.                  CVCOV4.2
023600     IF COV-SUB GREATER THAN COV-LATEST-COUNT                     CVCOV4.2
023700         MOVE "MISSING " TO CV-VERDICT-O                          CVCOV4.2
023800         ADD 1 TO COV-MISSING-COUNT                               CVCOV4.2
023850         PERFORM 3200-WRITE-MISSING THRU 3200-EXIT                CVCOV4.2
023900         GO TO 3000-PRINT.                                        CVCOV4.2
024000     MOVE COV-L-DATE (COV-SUB) TO CV-DATE-O.                      CVCOV4.2
024100     MOVE COV-L-OK   (COV-SUB) TO CV-OK-O.                        CVCOV4.2
025500 3000-EXIT. EXIT.                                                 CVCOV4.2
025600 3100-FIND-LATEST. EXIT.                                          CVCOV4.2
025700 3100-EXIT. EXIT.                                                 CVCOV4.2
025711 3200-WRITE-MISSING.                                              CVCOV4.2
025722     MOVE SPACE TO COV-MISS-REC.                                  CVCOV4.2
025733     MOVE RST-PGM-ID    TO MS-PGM-ID.                             CVCOV4.2
025744     MOVE RST-TARGET-ID TO MS-TARGET-ID.                          CVCOV4.2
025755     MOVE COV-RUN-DATE  TO MS-DATE.                               CVCOV4.2
025766     MOVE COV-RUN-TIME  TO MS-TIME.                               CVCOV4.2
025777     WRITE COV-MISS-REC.                                          CVCOV4.2
025788 3200-EXIT. EXIT.                                                 CVCOV4.2
025800 5000-FINISH.                                                     CVCOV4.2
025900     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCOV4.2
026000     MOVE COV-ROSTER-COUNT  TO CS-ROSTER-O.                       CVCOV4.2
027100         MOVE 8 TO RETURN-CODE.                                   CVCOV4.2
027200     CLOSE LATEST-FILE.                                           CVCOV4.2
027300     CLOSE ROSTER-FILE.                                           CVCOV4.2
027350     CLOSE MISS-FILE.                                             CVCOV4.2
027400     CLOSE PRINT-FILE.                                            CVCOV4.2
027500 5000-EXIT. EXIT.                                                 CVCOV4.2
