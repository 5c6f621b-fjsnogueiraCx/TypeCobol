001400**    ONLINE-UP DEADLINE BEFORE THE SUITE IS LAUNCHED.  A    *    CVFCS4.2
001500**    PROJECTED OVERRUN ENDS RETURN CODE 4 SO THE SCHEDULER  *    CVFCS4.2
001600**    CAN HOLD THE SUBMISSION FOR A DECISION.                *    CVFCS4.2
001614**                                                                CVFCS4.2
001628**    THE SAME HARVEST COPIES EVERY MANIFEST RECORD, AS      *    CVFCS4.2
001642**    READ, ONTO A CUMULATIVE MANIFEST ARCHIVE (CCVSMANA)    *    CVFCS4.2
001656**    SO EACH NIGHT'S FULL STEP PICTURE OUTLIVES THE NEXT    *    CVFCS4.2
001670**    SCHEDULE -- CCVSSLA BUILDS ITS MONTHLY BATCH-WINDOW    *    CVFCS4.2
001684**    REPORT FROM IT.                                        *    CVFCS4.2
001700**                                                                CVFCS4.2
001800**    CONTROL CARD (CCVSFCSC, OPTIONAL) --                   *    CVFCS4.2
001900**      COLS 1-8    PLANNED LAUNCH TIME HHMMSSCC             *    CVFCS4.2
004300            CCVSDURH                                              CVFCS4.2
004400            ORGANIZATION IS SEQUENTIAL                            CVFCS4.2
004500            FILE STATUS IS FCS-DURH-STATUS.                       CVFCS4.2
004512*    THE MANIFEST ARCHIVE ACCUMULATES THE SAME WAY.  EACH         CVFCS4.2
004524*    NIGHT'S RECORDS GO ON IN MANIFEST ORDER, SO A NIGHT          CVFCS4.2
004536*    BEGINS WHERE MAN-SEQ STOPS ASCENDING.                        CVFCS4.2
004548     SELECT OPTIONAL MANA-FILE ASSIGN TO                          CVFCS4.2
004560            CCVSMANA                                              CVFCS4.2
004572            ORGANIZATION IS SEQUENTIAL                            CVFCS4.2
004584            FILE STATUS IS FCS-MANA-STATUS.                       CVFCS4.2
004600     SELECT STEP-FILE  ASSIGN TO                                  CVFCS4.2
004700            CCVSSTEP                                              CVFCS4.2
004800            ORGANIZATION IS SEQUENTIAL                            CVFCS4.2
008100     05  DH-DATE              PIC 9(8).                           CVFCS4.2
008200     05  FILLER               PIC X VALUE SPACE.                  CVFCS4.2
008300     05  DH-SECONDS           PIC 9(6).                           CVFCS4.2
008320 FD  MANA-FILE                                                    CVFCS4.2
008340     LABEL RECORDS STANDARD.                                      CVFCS4.2
008360*    A BYTE-FOR-BYTE IMAGE OF A CCVSMAN MANIFEST RECORD.          CVFCS4.2
008380 01  FCS-MANA-REC             PIC X(71).                          CVFCS4.2
008400 FD  STEP-FILE                                                    CVFCS4.2
008500     LABEL RECORDS STANDARD.                                      CVFCS4.2
008600 01  FCS-STEP-REC.                                                CVFCS4.2
008700     05  DS-PGM-NAME          PIC X(8).                           CVFCS4.2
008733*    PREREQUISITES, TARGET AND RERUN FLAG -- NOT USED HERE.       CVFCS4.2
008766     05  FILLER               PIC X(43).                          CVFCS4.2
008800 FD  CTL-FILE                                                     CVFCS4.2
008900     LABEL RECORDS STANDARD.                                      CVFCS4.2
009000 01  FCS-CTL-REC.                                                 CVFCS4.2
009800 WORKING-STORAGE SECTION.                                         CVFCS4.2
009900 01  FCS-MANI-STATUS         PIC XX       VALUE SPACE.            CVFCS4.2
010000 01  FCS-DURH-STATUS         PIC XX       VALUE SPACE.            CVFCS4.2
010050 01  FCS-MANA-STATUS         PIC XX       VALUE SPACE.            CVFCS4.2
010100 01  FCS-STEP-STATUS         PIC XX       VALUE SPACE.            CVFCS4.2
010200 01  FCS-CTL-STATUS          PIC XX       VALUE SPACE.            CVFCS4.2
010300 01  FCS-EOF-SWITCH          PIC 9        VALUE ZERO.             CVFCS4.2
024200     IF FCS-MANI-STATUS NOT EQUAL TO "00"                         CVFCS4.2
024300         GO TO 2000-EXIT.                                         CVFCS4.2
024400     OPEN EXTEND DURH-FILE.                                       CVFCS4.2
024450     OPEN EXTEND MANA-FILE.                                       CVFCS4.2
024500     PERFORM 2100-HARVEST-ONE THRU 2100-EXIT                      CVFCS4.2
024600         UNTIL FCS-AT-EOF.                                        CVFCS4.2
024700     CLOSE MANIFEST-FILE.                                         CVFCS4.2
024800     CLOSE DURH-FILE.                                             CVFCS4.2
024850     CLOSE MANA-FILE.                                             CVFCS4.2
024900 2000-EXIT. EXIT.                                                 CVFCS4.2
025000 2100-HARVEST-ONE.                                                CVFCS4.2
025100     READ MANIFEST-FILE AT END                                    CVFCS4.2
025200         MOVE 1 TO FCS-EOF-SWITCH                                 CVFCS4.2
025300         GO TO 2100-EXIT.                                         CVFCS4.2
025350     WRITE FCS-MANA-REC FROM MANIFEST-REC.                        CVFCS4.2
025400     IF MAN-SEQ NOT NUMERIC                                       CVFCS4.2
025500         GO TO 2100-EXIT.                                         CVFCS4.2
025600     IF MAN-STATUS NOT EQUAL TO "OK      " AND "FAILED  "         CVFCS4.2
