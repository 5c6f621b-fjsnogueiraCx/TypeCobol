001216**    FOUND FLAG, AND A RETURN CODE OF THE NUMBER OF        *     CVINQ4.2
001217**    LOOKUPS THAT MISSED -- SO THE PROMOTION JOB STREAM    *     CVINQ4.2
001218**    CAN CONSUME CERTIFICATION RESULTS MECHANICALLY.       *     CVINQ4.2
001225**                                                          *     CVINQ4.2
001232**    DATE QUERY -- "DATE" IN PLACE OF A PROGRAM ID LISTS   *     CVINQ4.2
001239**    EVERY RUN RECORDED ON A DATE OR DATE RANGE, IN TIME   *     CVINQ4.2
001246**    ORDER ACROSS ALL PROGRAMS AND TARGETS, THROUGH THE    *     CVINQ4.2
001253**    CCVSRDX RUN-DATE CROSS-REFERENCE.  AT THE CONSOLE     *     CVINQ4.2
001260**    THE DATES ARE PROMPTED FOR; A BATCH TRANSACTION       *     CVINQ4.2
001267**    CARRIES THEM IN COLS 13-20 (FROM) AND 21-28 (TO,      *     CVINQ4.2
001274**    BLANK FOR THE SAME DATE) AND GETS ONE "Y" ANSWER PER  *     CVINQ4.2
001281**    RUN, OR A SINGLE "N" ANSWER (FROM DATE IN ANS-DATE)   *     CVINQ4.2
001288**    COUNTED AS A MISS WHEN NO RUN IS RECORDED.            *     CVINQ4.2
001300**                                                                CVINQ4.2
001400******************************************************************CVINQ4.2
001500 ENVIRONMENT DIVISION.                                            CVINQ4.2
002769            CCVSTMST                                              CVINQ4.2
002778            ORGANIZATION IS SEQUENTIAL                            CVINQ4.2
002787            FILE STATUS IS INQ-TMS-STATUS.                        CVINQ4.2
002788*    RUNX-FILE IS THE RUN-DATE CROSS-REFERENCE (SEE CCVSRDX)      CVINQ4.2
002789*    BEHIND THE DATE QUERY.  WITHOUT IT A DATE QUERY MISSES.      CVINQ4.2
002790     SELECT RUNX-FILE  ASSIGN TO                                  CVINQ4.2
002791            CCVSRDX                                               CVINQ4.2
002792            ORGANIZATION IS INDEXED                               CVINQ4.2
002793            ACCESS MODE IS DYNAMIC                                CVINQ4.2
002794            RECORD KEY IS RUN-XREF-KEY                            CVINQ4.2
002795            FILE STATUS IS INQ-RDX-STATUS.                        CVINQ4.2
002800 DATA DIVISION.                                                   CVINQ4.2
002900 FILE SECTION.                                                    CVINQ4.2
003000 FD  RAW-DATA.                                                    CVINQ4.2
003100     COPY CCVSRAW.                                                CVINQ4.2
003108 FD  TXN-FILE                                                     CVINQ4.2
003109     LABEL RECORDS STANDARD.                                      CVINQ4.2
003110 01  INQ-TXN-REC.                                                 CVINQ4.2
003111     05  ITX-PGM-ID          PIC X(6).                            CVINQ4.2
003112     05  FILLER              PIC X(2).                            CVINQ4.2
003113     05  ITX-TARGET-ID       PIC X(4).                            CVINQ4.2
003114     05  ITX-FROM-DATE       PIC 9(8).                            CVINQ4.2
003115     05  ITX-TO-DATE         PIC 9(8).                            CVINQ4.2
003116 FD  ANS-FILE                                                     CVINQ4.2
003117     LABEL RECORDS STANDARD.                                      CVINQ4.2
003118 01  INQ-ANS-REC.                                                 CVINQ4.2
003168 FD  TMST-FILE                                                    CVINQ4.2
003177     LABEL RECORDS STANDARD.                                      CVINQ4.2
003186     COPY CCVSTMS.                                                CVINQ4.2
003190 FD  RUNX-FILE.                                                   CVINQ4.2
003194     COPY CCVSRDX.                                                CVINQ4.2
003200 WORKING-STORAGE SECTION.                                         CVINQ4.2
003300 01  INQ-PGM-ID              PIC X(6)     VALUE SPACE.            CVINQ4.2
003400 01  INQ-FOUND-SWITCH        PIC 9        VALUE ZERO.             CVINQ4.2
003715*    EVERY TARGET, AS BEFORE.                                     CVINQ4.2
003716 01  INQ-TARGET-FILTER       PIC X(4)     VALUE SPACE.            CVINQ4.2
003717 01  INQ-MISS-COUNT          PIC 9(4)     VALUE ZERO.             CVINQ4.2
003721 01  INQ-BATCH-SWITCH        PIC 9        VALUE ZERO.             CVINQ4.2
003725     88  INQ-BATCH-MODE               VALUE 1.                    CVINQ4.2
003729*    THE DATE QUERY -- ITS RANGE, ITS CROSS-REFERENCE WALK AND    CVINQ4.2
003733*    THE NUMBER OF RUNS IT TURNED UP.                             CVINQ4.2
003737 01  INQ-RDX-STATUS          PIC XX       VALUE SPACE.            CVINQ4.2
003741 01  INQ-RDX-EOF-SWITCH      PIC 9        VALUE ZERO.             CVINQ4.2
003745     88  INQ-RDX-AT-EOF               VALUE 1.                    CVINQ4.2
003749 01  INQ-FROM-DATE           PIC 9(8)     VALUE ZERO.             CVINQ4.2
003753 01  INQ-TO-DATE             PIC 9(8)     VALUE ZERO.             CVINQ4.2
003757 01  INQ-DATE-X              PIC X(8)     VALUE SPACE.            CVINQ4.2
003761 01  INQ-DATE-N REDEFINES INQ-DATE-X PIC 9(8).                    CVINQ4.2
003765 01  INQ-DATE-HITS           PIC 9(6) COMP VALUE ZERO.            CVINQ4.2
003769 01  INQ-FROM-PROMPT         PIC X(40)    VALUE                   CVINQ4.2
003773          "ENTER FROM DATE YYYYMMDD: ".                           CVINQ4.2
003777 01  INQ-TO-PROMPT           PIC X(40)    VALUE                   CVINQ4.2
003781          "ENTER TO DATE (BLANK = SAME DATE): ".                  CVINQ4.2
003800 01  INQ-HELD-TARGET-ID      PIC X(4)     VALUE SPACE.            CVINQ4.2
003900 01  INQ-HELD-DATE           PIC 9(8)     VALUE ZERO.             CVINQ4.2
004000 01  INQ-HELD-TIME           PIC 9(8)     VALUE ZERO.             CVINQ4.2
004781         10  INQ-TMS-ID          PIC X(4).                        CVINQ4.2
004790         10  INQ-TMS-PRODUCT     PIC X(20).                       CVINQ4.2
004800 01  INQ-PROMPT              PIC X(40)    VALUE                   CVINQ4.2
004900          "ENTER CCVS PROGRAM ID, DATE OR END: ".                 CVINQ4.2
005000 01  INQ-REPORT-LINE.                                             CVINQ4.2
005100     05  FILLER              PIC X(11) VALUE "PROGRAM ID=".       CVINQ4.2
005200     05  IRL-PGM-ID          PIC X(6).                            CVINQ4.2
007527*    ONE THE ORIGINAL CONSOLE SESSION RUNS UNCHANGED.             CVINQ4.2
007566     OPEN INPUT TXN-FILE.                                         CVINQ4.2
007605     IF INQ-TXN-STATUS EQUAL TO "00"                              CVINQ4.2
007624         MOVE 1 TO INQ-BATCH-SWITCH                               CVINQ4.2
007644         PERFORM 5000-BATCH-MODE THRU 5000-EXIT                   CVINQ4.2
007683         CLOSE TXN-FILE                                           CVINQ4.2
007722         CLOSE RAW-DATA                                           CVINQ4.2
008300     IF INQ-PGM-ID EQUAL TO "END" OR INQ-PGM-ID EQUAL TO SPACE    CVINQ4.2
008400         MOVE 1 TO INQ-DONE-SWITCH                                CVINQ4.2
008500         GO TO 1000-EXIT.                                         CVINQ4.2
008512     IF INQ-PGM-ID EQUAL TO "DATE"                                CVINQ4.2
008524         PERFORM 8000-DATE-CONSOLE THRU 8000-EXIT                 CVINQ4.2
008536         GO TO 1000-EXIT.                                         CVINQ4.2
008550     MOVE SPACE TO INQ-TARGET-FILTER.                             CVINQ4.2
008600     PERFORM 2000-FIND-LATEST THRU 2000-EXIT.                     CVINQ4.2
008700     IF INQ-RECORD-FOUND                                          CVINQ4.2
012800     MOVE INQ-HELD-INSPECT     TO IRL-INSPECT.                    CVINQ4.2
012900     DISPLAY INQ-REPORT-LINE-2.                                   CVINQ4.2
013000 3000-EXIT. EXIT.                                                 CVINQ4.2
013097 5000-BATCH-MODE.                                                 CVINQ4.2
013098     OPEN OUTPUT ANS-FILE.                                        CVINQ4.2
013099     PERFORM 5100-BATCH-ONE THRU 5100-EXIT                        CVINQ4.2
013100             UNTIL INQ-TXN-AT-EOF.                                CVINQ4.2
013101     CLOSE ANS-FILE.                                              CVINQ4.2
013102     DISPLAY "CCVSINQ - BATCH LOOKUPS MISSED: " INQ-MISS-COUNT.   CVINQ4.2
013103 5000-EXIT. EXIT.                                                 CVINQ4.2
013104 5100-BATCH-ONE.                                                  CVINQ4.2
013105     READ TXN-FILE AT END                                         CVINQ4.2
013106         MOVE 1 TO INQ-TXN-EOF-SWITCH                             CVINQ4.2
013107         GO TO 5100-EXIT.                                         CVINQ4.2
013108     IF ITX-PGM-ID EQUAL TO SPACE                                 CVINQ4.2
013109         GO TO 5100-EXIT.                                         CVINQ4.2
013110     IF ITX-PGM-ID EQUAL TO "DATE"                                CVINQ4.2
013111         PERFORM 8100-DATE-BATCH THRU 8100-EXIT                   CVINQ4.2
013112         GO TO 5100-EXIT.                                         CVINQ4.2
013113     MOVE ITX-PGM-ID TO INQ-PGM-ID.                               CVINQ4.2
013114     MOVE ITX-TARGET-ID TO INQ-TARGET-FILTER.                     CVINQ4.2
014320     ELSE                                                         CVINQ4.2
014330         MOVE INQ-TMS-PRODUCT (INQ-TMS-SUB) TO INQ-TMS-NAME.      CVINQ4.2
014340 7200-EXIT. EXIT.                                                 CVINQ4.2
014440*    THE DATE QUERY AT THE CONSOLE.  A BLANK OR EARLIER TO        CVINQ4.2
014540*    DATE MEANS THE FROM DATE ALONE.                              CVINQ4.2
014640 8000-DATE-CONSOLE.                                               CVINQ4.2
014740     DISPLAY INQ-FROM-PROMPT WITH NO ADVANCING.                   CVINQ4.2
014840     ACCEPT INQ-DATE-X FROM CONSOLE.                              CVINQ4.2
014940     IF INQ-DATE-X NOT NUMERIC                                    CVINQ4.2
015040         DISPLAY "NOT A DATE - " INQ-DATE-X                       CVINQ4.2
015140         GO TO 8000-EXIT.                                         CVINQ4.2
015240     MOVE INQ-DATE-N TO INQ-FROM-DATE.                            CVINQ4.2
015340     MOVE INQ-DATE-N TO INQ-TO-DATE.                              CVINQ4.2
015440     DISPLAY INQ-TO-PROMPT WITH NO ADVANCING.                     CVINQ4.2
015540     MOVE SPACE TO INQ-DATE-X.                                    CVINQ4.2
015640     ACCEPT INQ-DATE-X FROM CONSOLE.                              CVINQ4.2
015740     IF INQ-DATE-X NUMERIC                                        CVINQ4.2
015840             AND INQ-DATE-N NOT LESS THAN INQ-FROM-DATE           CVINQ4.2
015940         MOVE INQ-DATE-N TO INQ-TO-DATE.                          CVINQ4.2
016040     PERFORM 8200-DATE-WALK THRU 8200-EXIT.                       CVINQ4.2
016140     IF INQ-DATE-HITS EQUAL TO ZERO                               CVINQ4.2
016240         DISPLAY "NO RUNS RECORDED FROM " INQ-FROM-DATE           CVINQ4.2
016340             " TO " INQ-TO-DATE.                                  CVINQ4.2
016440 8000-EXIT. EXIT.                                                 CVINQ4.2
016540*    THE DATE QUERY FROM A BATCH TRANSACTION.  EACH RUN FOUND     CVINQ4.2
016640*    IS ANSWERED BY 8400-DATE-ANSWER; AN EMPTY RANGE GETS ONE     CVINQ4.2
016740*    NOT-FOUND ANSWER AND COUNTS AS A MISS.                       CVINQ4.2
016840 8100-DATE-BATCH.                                                 CVINQ4.2
016940     MOVE ZERO TO INQ-DATE-HITS.                                  CVINQ4.2
017040     MOVE ZERO TO INQ-FROM-DATE.                                  CVINQ4.2
017140     IF ITX-FROM-DATE NUMERIC                                     CVINQ4.2
017240         MOVE ITX-FROM-DATE TO INQ-FROM-DATE.                     CVINQ4.2
017340     MOVE INQ-FROM-DATE TO INQ-TO-DATE.                           CVINQ4.2
017440     IF ITX-TO-DATE NUMERIC                                       CVINQ4.2
017540             AND ITX-TO-DATE NOT LESS THAN INQ-FROM-DATE          CVINQ4.2
017640         MOVE ITX-TO-DATE TO INQ-TO-DATE.                         CVINQ4.2
017740     IF INQ-FROM-DATE GREATER THAN ZERO                           CVINQ4.2
017840         PERFORM 8200-DATE-WALK THRU 8200-EXIT.                   CVINQ4.2
017940     IF INQ-DATE-HITS GREATER THAN ZERO                           CVINQ4.2
018040         GO TO 8100-EXIT.                                         CVINQ4.2
018140     MOVE SPACE TO INQ-ANS-REC.                                   CVINQ4.2
018240     MOVE ITX-PGM-ID TO ANS-PGM-ID.                               CVINQ4.2
018340     MOVE "N" TO ANS-FOUND-FLAG.                                  CVINQ4.2
018440     MOVE ITX-TARGET-ID TO ANS-TARGET-ID.                         CVINQ4.2
018540     MOVE INQ-FROM-DATE TO ANS-DATE.                              CVINQ4.2
018640     MOVE ZERO TO ANS-TIME ANS-NO-OF-TESTS.                       CVINQ4.2
018740     MOVE ZERO TO ANS-OK ANS-ALL ANS-FAIL.                        CVINQ4.2
018840     MOVE ZERO TO ANS-DELETED ANS-INSPECT.                        CVINQ4.2
018940     ADD 1 TO INQ-MISS-COUNT.                                     CVINQ4.2
019040     WRITE INQ-ANS-REC.                                           CVINQ4.2
019140 8100-EXIT. EXIT.                                                 CVINQ4.2
019240*    THE CROSS-REFERENCE IS KEYED DATE, TIME, PROGRAM, TARGET,    CVINQ4.2
019340*    SO ONE START AND A FORWARD WALK GIVE THE RANGE IN TIME       CVINQ4.2
019440*    ORDER.  AN ENTRY WHOSE RAW-DATA RECORD IS GONE IS PASSED     CVINQ4.2
019540*    OVER.                                                        CVINQ4.2
019640 8200-DATE-WALK.                                                  CVINQ4.2
019740     MOVE ZERO TO INQ-DATE-HITS.                                  CVINQ4.2
019840     MOVE ZERO TO INQ-RDX-EOF-SWITCH.                             CVINQ4.2
019940     OPEN INPUT RUNX-FILE.                                        CVINQ4.2
020040     IF INQ-RDX-STATUS NOT EQUAL TO "00"                          CVINQ4.2
020140         DISPLAY "CCVSINQ - CCVSRDX UNAVAILABLE - STATUS "        CVINQ4.2
020240             INQ-RDX-STATUS                                       CVINQ4.2
020340         GO TO 8200-EXIT.                                         CVINQ4.2
020440     MOVE INQ-FROM-DATE TO RX-DATE.                               CVINQ4.2
020540     MOVE ZERO          TO RX-TIME.                               CVINQ4.2
020640     MOVE LOW-VALUE     TO RX-PGM-ID.                             CVINQ4.2
020740     MOVE LOW-VALUE     TO RX-TARGET-ID.                          CVINQ4.2
020840     START RUNX-FILE KEY IS NOT LESS THAN RUN-XREF-KEY            CVINQ4.2
020940         INVALID KEY                                              CVINQ4.2
021040         MOVE 1 TO INQ-RDX-EOF-SWITCH.                            CVINQ4.2
021140     PERFORM 8300-DATE-ONE THRU 8300-EXIT                         CVINQ4.2
021240         UNTIL INQ-RDX-AT-EOF.                                    CVINQ4.2
021340     CLOSE RUNX-FILE.                                             CVINQ4.2
021440 8200-EXIT. EXIT.                                                 CVINQ4.2
021540 8300-DATE-ONE.                                                   CVINQ4.2
021640     READ RUNX-FILE NEXT RECORD AT END                            CVINQ4.2
021740         MOVE 1 TO INQ-RDX-EOF-SWITCH                             CVINQ4.2
021840         GO TO 8300-EXIT.                                         CVINQ4.2
021940     IF RX-DATE GREATER THAN INQ-TO-DATE                          CVINQ4.2
022040         MOVE 1 TO INQ-RDX-EOF-SWITCH                             CVINQ4.2
022140         GO TO 8300-EXIT.                                         CVINQ4.2
022240     MOVE RX-PGM-ID    TO RD-PGM-ID.                              CVINQ4.2
022340     MOVE RX-TARGET-ID TO RD-TARGET-ID.                           CVINQ4.2
022440     MOVE RX-DATE      TO C-DATE.                                 CVINQ4.2
022540     MOVE RX-TIME      TO C-TIME.                                 CVINQ4.2
022640     READ RAW-DATA                                                CVINQ4.2
022740         INVALID KEY GO TO 8300-EXIT.                             CVINQ4.2
022840     ADD 1 TO INQ-DATE-HITS.                                      CVINQ4.2
022940     MOVE RD-PGM-ID      TO INQ-PGM-ID.                           CVINQ4.2
023040     MOVE RD-TARGET-ID   TO INQ-HELD-TARGET-ID.                   CVINQ4.2
023140     MOVE C-DATE         TO INQ-HELD-DATE.                        CVINQ4.2
023240     MOVE C-TIME         TO INQ-HELD-TIME.                        CVINQ4.2
023340     MOVE C-NO-OF-TESTS  TO INQ-HELD-NO-OF-TESTS.                 CVINQ4.2
023440     MOVE C-OK           TO INQ-HELD-OK.                          CVINQ4.2
023540     MOVE C-ALL          TO INQ-HELD-ALL.                         CVINQ4.2
023640     MOVE C-FAIL         TO INQ-HELD-FAIL.                        CVINQ4.2
023740     MOVE C-DELETED      TO INQ-HELD-DELETED.                     CVINQ4.2
023840     MOVE C-INSPECT      TO INQ-HELD-INSPECT.                     CVINQ4.2
023940     MOVE C-ABORT        TO INQ-HELD-ABORT.                       CVINQ4.2
024040     IF INQ-BATCH-MODE                                            CVINQ4.2
024140         PERFORM 8400-DATE-ANSWER THRU 8400-EXIT                  CVINQ4.2
024240     ELSE                                                         CVINQ4.2
024340         PERFORM 3000-DISPLAY-RESULT THRU 3000-EXIT.              CVINQ4.2
024440 8300-EXIT. EXIT.                                                 CVINQ4.2
024540 8400-DATE-ANSWER.                                                CVINQ4.2
024640     MOVE SPACE TO INQ-ANS-REC.                                   CVINQ4.2
024740     MOVE INQ-PGM-ID           TO ANS-PGM-ID.                     CVINQ4.2
024840     MOVE "Y" TO ANS-FOUND-FLAG.                                  CVINQ4.2
024940     MOVE INQ-HELD-TARGET-ID   TO ANS-TARGET-ID.                  CVINQ4.2
025040     MOVE INQ-HELD-DATE        TO ANS-DATE.                       CVINQ4.2
025140     MOVE INQ-HELD-TIME        TO ANS-TIME.                       CVINQ4.2
025240     MOVE INQ-HELD-NO-OF-TESTS TO ANS-NO-OF-TESTS.                CVINQ4.2
025340     MOVE INQ-HELD-OK          TO ANS-OK.                         CVINQ4.2
025440     MOVE INQ-HELD-ALL         TO ANS-ALL.                        CVINQ4.2
025540     MOVE INQ-HELD-FAIL        TO ANS-FAIL.                       CVINQ4.2
025640     MOVE INQ-HELD-DELETED     TO ANS-DELETED.                    CVINQ4.2
025740     MOVE INQ-HELD-INSPECT     TO ANS-INSPECT.                    CVINQ4.2
025840     MOVE INQ-HELD-ABORT       TO ANS-ABORT.                      CVINQ4.2
025940     PERFORM 7200-DECODE-TARGET THRU 7200-EXIT.                   CVINQ4.2
026040     MOVE INQ-TMS-NAME         TO ANS-TARGET-NAME.                CVINQ4.2
026140     WRITE INQ-ANS-REC.                                           CVINQ4.2
026240 8400-EXIT. EXIT.                                                 CVINQ4.2
