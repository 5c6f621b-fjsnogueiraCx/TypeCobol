000600*    BEFORE TOUCHING THE FILE; REJECTED ATTEMPTS GO TO THE        CVAUT4.2
000700*    CCVSACCL ACCESS LOG.  A SITE WITHOUT AN AUTHORITY FILE       CVAUT4.2
000800*    RUNS UNCHECKED, AS BEFORE, WITH A CONSOLE WARNING.           CVAUT4.2
000830*    CCVSCERT AND CCVSCRCK CHECK CERTIFY BEFORE ISSUING OR        CVAUT4.2
000860*    REVOKING A CERTIFICATE ON THE CCVSCREG REGISTER.             CVAUT4.2
000873*    CCVSGPRO ALSO REQUIRES CERTIFY TO PROMOTE A TARGET'S         CVAUT4.2
000886*    GOLDEN MASTER OF COMPUTED VALUES (CCVSGOLD).                 CVAUT4.2
000900 01  OPERATOR-AUTH-REC.                                           CVAUT4.2
001000     05  OA-OPERATOR          PIC X(8).                           CVAUT4.2
001100     05  FILLER               PIC X.                              CVAUT4.2
001800     05  OA-DELETE            PIC X.                              CVAUT4.2
001900     05  FILLER               PIC X.                              CVAUT4.2
002000     05  OA-PURGE             PIC X.                              CVAUT4.2
002100     05  FILLER               PIC X.                              CVAUT4.2
002200     05  OA-CERTIFY           PIC X.                              CVAUT4.2
