012000 01  ENV-CTL-REC.                                                 CVHHF4.2
012100     05  EC-COMPILER          PIC X(28).                          CVHHF4.2
012200     05  EC-OS-LEVEL          PIC X(20).                          CVHHF4.2
012300 FD  WAIVER-FILE                                                  CVHHF4.2
012400     LABEL RECORDS STANDARD.                                      CVHHF4.2
012500     COPY CCVSWVR.                                                CVHHF4.2
012600 FD  RUNX-FILE.                                                   CVHHF4.2
012700     COPY CCVSRDX.                                                CVHHF4.2
012800 FD  SPOOL-FILE                                                   CVHHF4.2
012900     LABEL RECORDS STANDARD.                                      CVHHF4.2
013000 01  SPOOL-REC.                                                   CVHHF4.2
013100     05  SPOOL-CC             PIC X.                              CVHHF4.2
013200     05  SPOOL-LINE           PIC X(120).                         CVHHF4.2
013300 FD  REPO-FILE.                                                   CVHHF4.2
013400     COPY CCVSRPO.                                                CVHHF4.2
013500 FD  POVR-FILE                                                    CVHHF4.2
013600     LABEL RECORDS STANDARD.                                      CVHHF4.2
013700*    KEYWORD CARDS IN THE CCVSPARM FORMAT.                        CVHHF4.2
013800 01  POVR-REC.                                                    CVHHF4.2
013900     05  POVR-CARD-TEXT       PIC X(80).                          CVHHF4.2
