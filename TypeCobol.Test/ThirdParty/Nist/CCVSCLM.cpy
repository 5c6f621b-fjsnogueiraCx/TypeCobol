000100*    COPYBOOK CCVSCLM - STANDARD-CLAUSE MASTER RECORD (CCVSCLAU). CVCLM4.2
000200*    ONE CARD PER LANGUAGE-STANDARD CLAUSE THE SITE IS REQUIRED   CVCLM4.2
000300*    TO CERTIFY, KEPT BY HAND BY THE CERTIFICATION GROUP.         CVCLM4.2
000400*    CLM-CITATION IS SPELLED EXACTLY AS FDR-CITATION IN THE       CVCLM4.2
000500*    FEATURE DICTIONARY (SEE CCVSFDR) -- THAT IS THE JOIN         CVCLM4.2
000600*    CCVSCLCV MAKES FROM A CLAUSE TO THE FEATURES, AND SO THE     CVCLM4.2
000700*    TESTS, THAT CERTIFY IT.                                      CVCLM4.2
000800 01  CLAUSE-MASTER-REC.                                           CVCLM4.2
000900     05  CLM-CITATION         PIC X(30).                          CVCLM4.2
001000     05  FILLER               PIC X.                              CVCLM4.2
001100     05  CLM-TITLE            PIC X(40).                          CVCLM4.2
001200     05  FILLER               PIC X(9).                           CVCLM4.2
