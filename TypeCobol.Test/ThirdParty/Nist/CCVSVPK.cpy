000100*    COPYBOOK CCVSVPK - VENDOR PROBLEM-REPORT TRANSPORT RECORD    CVVPK4.2
000200*    (CCVSVPKT).  CCVSVPR WRITES ONE DATASET PER PACKAGE CARRYING CVVPK4.2
000300*    THE RECORDS ITS PROBLEM-REPORT DOCUMENT WAS BUILT FROM, EACH CVVPK4.2
000400*    IN ITS ORIGINAL LAYOUT IN VK-DATA, SO THE VENDOR CAN LOAD    CVVPK4.2
000500*    THEM INTO THEIR OWN COPY OF THE FILES.  VK-PACKAGE-ID IS THE CVVPK4.2
000600*    DATE AND TIME THE PACKAGE WAS PRODUCED, AS LOGGED ON         CVVPK4.2
000700*    CCVSVPRL.  VK-SEQ NUMBERS THE RECORDS FROM 1 IN WRITE ORDER. CVVPK4.2
000800*      HD  PACKAGE HEADER (VK-HEADER BELOW)                       CVVPK4.2
000900*      RD  THE RUN'S RAW-DATA-SATZ (CCVSRAW)                      CVVPK4.2
001000*      EN  THE RUN'S ENV-SNAP-SATZ (CCVSENV)                      CVVPK4.2
001100*      PR  A PRINTOUT LINE, REPORT-REPO-SATZ (CCVSRPO)            CVVPK4.2
001200*      AU  AN AUDIT EVENT OF THE RUN, AUDIT-ARCH-REC (CCVSHFD)    CVVPK4.2
001300*      IO  AN SQ216A I-O ERROR LOG RECORD (CCVSIOER)              CVVPK4.2
001400*      DF  A LINE OF THE CCVSDIF SQ-FS1 COMPARE REPORT            CVVPK4.2
001500*      HI  AN AUDIT EVENT OF THE TEST ON ANOTHER TARGET           CVVPK4.2
001600 01  VPK-REC.                                                     CVVPK4.2
001700     05  VK-PACKAGE-ID.                                           CVVPK4.2
001800         10  VK-PKG-DATE      PIC 9(8).                           CVVPK4.2
001900         10  VK-PKG-TIME      PIC 9(8).                           CVVPK4.2
002000     05  VK-REC-TYPE          PIC XX.                             CVVPK4.2
002100         88  VK-HEADER-REC            VALUE "HD".                 CVVPK4.2
002200         88  VK-RAW-DATA-REC          VALUE "RD".                 CVVPK4.2
002300         88  VK-ENV-SNAP-REC          VALUE "EN".                 CVVPK4.2
002400         88  VK-PRINT-LINE-REC        VALUE "PR".                 CVVPK4.2
002500         88  VK-AUDIT-EVENT-REC       VALUE "AU".                 CVVPK4.2
002600         88  VK-IO-ERROR-REC          VALUE "IO".                 CVVPK4.2
002700         88  VK-DIFF-LINE-REC         VALUE "DF".                 CVVPK4.2
002800         88  VK-HISTORY-REC           VALUE "HI".                 CVVPK4.2
002900     05  VK-SEQ               PIC 9(5).                           CVVPK4.2
003000     05  VK-DATA              PIC X(160).                         CVVPK4.2
003100     05  VK-HEADER REDEFINES VK-DATA.                             CVVPK4.2
003200         10  VK-PGM-ID        PIC X(6).                           CVVPK4.2
003300         10  VK-TARGET-ID     PIC X(4).                           CVVPK4.2
003400         10  VK-RUN-DATE      PIC 9(8).                           CVVPK4.2
003500         10  VK-RUN-TIME      PIC 9(8).                           CVVPK4.2
003600         10  VK-PAR-NAME      PIC X(20).                          CVVPK4.2
003700         10  VK-OPERATOR      PIC X(8).                           CVVPK4.2
003800         10  VK-REMARKS       PIC X(40).                          CVVPK4.2
003900         10  FILLER           PIC X(66).                          CVVPK4.2
