007500     LABEL RECORDS STANDARD.                                      CVPFL4.2
007600 01  PRF-STEP-REC.                                                CVPFL4.2
007700     05  DS-PGM-NAME          PIC X(8).                           CVPFL4.2
007733*    PREREQUISITES, TARGET AND RERUN FLAG -- NOT CHECKED HERE.    CVPFL4.2
007766     05  FILLER               PIC X(43).                          CVPFL4.2
007800 FD  ROSTER-FILE                                                  CVPFL4.2
007900     LABEL RECORDS STANDARD.                                      CVPFL4.2
008000 01  PRF-ROSTER-REC.                                              CVPFL4.2
