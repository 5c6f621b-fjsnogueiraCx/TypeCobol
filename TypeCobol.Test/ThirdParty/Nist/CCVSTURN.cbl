013900         10  TUR-T-END-TIME      PIC 9(8).                        CVTUR4.2
014000         10  TUR-T-RC            PIC 9(4).                        CVTUR4.2
014100         10  TUR-T-STATUS        PIC X(8).                        CVTUR4.2
014120         10  TUR-T-CAUSE         PIC X(8).                        CVTUR4.2
014200 01  TUR-HOT-TABLE.                                               CVTUR4.2
014300     05  TUR-HOT-ENTRY       OCCURS 50 TIMES.                     CVTUR4.2
014400         10  TUR-H-PGM-ID        PIC X(6).                        CVTUR4.2
018700     02 FILLER PIC X(4)  VALUE "RC  ".                            CVTUR4.2
018800     02 FILLER PIC X(2)  VALUE SPACE.                             CVTUR4.2
018900     02 FILLER PIC X(8)  VALUE "OUTCOME ".                        CVTUR4.2
018950     02 FILLER PIC X(2)  VALUE SPACE.                             CVTUR4.2
019000     02 FILLER PIC X(8)  VALUE "CAUSE   ".                        CVTUR4.2
019050     02 FILLER PIC X(60) VALUE SPACE.                             CVTUR4.2
019100 01  TUR-D-1.                                                     CVTUR4.2
019200     02 TD-SEQ-O           PIC ZZ9.                               CVTUR4.2
019300     02 FILLER             PIC X(3)  VALUE SPACE.                 CVTUR4.2
020000     02 TD-RC-O            PIC ZZZ9.                              CVTUR4.2
020100     02 FILLER             PIC X(2)  VALUE SPACE.                 CVTUR4.2
020200     02 TD-STATUS-O        PIC X(8).                              CVTUR4.2
020250     02 FILLER             PIC X(2)  VALUE SPACE.                 CVTUR4.2
020300     02 TD-CAUSE-O         PIC X(8).                              CVTUR4.2
020350     02 FILLER             PIC X(60) VALUE SPACE.                 CVTUR4.2
020400 01  TUR-B-1.                                                     CVTUR4.2
020500     02 FILLER PIC X(20) VALUE "STALLED IN PARAGRAPH".            CVTUR4.2
020600     02 FILLER             PIC X(1)  VALUE SPACE.                 CVTUR4.2
029240             GO TO 1100-EXIT                                      CVTUR4.2
029260         ELSE                                                     CVTUR4.2
029280             GO TO 1100-EXIT.                                     CVTUR4.2
029285*    RERUN REQUEST RECORDS FOLLOW THE STEPS AND ARE NOT STEPS.    CVTUR4.2
029290     IF MAN-STATUS EQUAL TO "REQUEST "                            CVTUR4.2
029295         GO TO 1100-EXIT.                                         CVTUR4.2
029300     IF TUR-STEP-COUNT EQUAL TO 50                                CVTUR4.2
029400         GO TO 1100-EXIT.                                         CVTUR4.2
029500     ADD 1 TO TUR-STEP-COUNT.                                     CVTUR4.2
029900     MOVE MAN-END-TIME   TO TUR-T-END-TIME   (TUR-STEP-COUNT).    CVTUR4.2
030000     MOVE MAN-RC         TO TUR-T-RC         (TUR-STEP-COUNT).    CVTUR4.2
030100     MOVE MAN-STATUS     TO TUR-T-STATUS     (TUR-STEP-COUNT).    CVTUR4.2
030120     MOVE MAN-CAUSE      TO TUR-T-CAUSE      (TUR-STEP-COUNT).    CVTUR4.2
030200*    SUITE START IS THE FIRST STEP THAT ACTUALLY STARTED; SUITE   CVTUR4.2
030300*    END IS THE LATEST END STAMP OF ANY COMPLETED STEP.           CVTUR4.2
030400     IF MAN-START-DATE GREATER THAN ZERO                          CVTUR4.2
031700     IF MAN-STATUS EQUAL TO "RUNNING "                            CVTUR4.2
031800         ADD 1 TO TUR-RUNNING-COUNT                               CVTUR4.2
031900     ELSE                                                         CVTUR4.2
031960*    A STEP SKIPPED BEHIND A FAILED PREREQUISITE NEVER RAN.       CVTUR4.2
032020     IF MAN-STATUS EQUAL TO "NOTRUN  " OR "SKIPPED "              CVTUR4.2
032100         ADD 1 TO TUR-NOTRUN-COUNT                                CVTUR4.2
032200     ELSE                                                         CVTUR4.2
032300         ADD 1 TO TUR-BAD-COUNT.                                  CVTUR4.2
047600     MOVE TUR-T-END-TIME   (TUR-SUB) TO TD-END-O.                 CVTUR4.2
047700     MOVE TUR-T-RC         (TUR-SUB) TO TD-RC-O.                  CVTUR4.2
047800     MOVE TUR-T-STATUS     (TUR-SUB) TO TD-STATUS-O.              CVTUR4.2
047820     MOVE TUR-T-CAUSE      (TUR-SUB) TO TD-CAUSE-O.               CVTUR4.2
047900     MOVE TUR-D-1 TO PRINT-REC.                                   CVTUR4.2
048000     WRITE PRINT-REC.                                             CVTUR4.2
048100 6100-EXIT. EXIT.                                                 CVTUR4.2
