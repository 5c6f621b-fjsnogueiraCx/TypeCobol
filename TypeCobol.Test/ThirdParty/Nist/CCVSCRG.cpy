000100*    COPYBOOK CCVSCRG - CERTIFICATE REGISTER RECORD (CCVSCREG).   CVCRG4.2
000200*    ONE RECORD PER CERTIFICATE ISSUED, KEYED BY TARGET ID AND A  CVCRG4.2
000300*    CERTIFICATE NUMBER SERIAL WITHIN THE TARGET.  WRITTEN BY     CVCRG4.2
000400*    CCVSCERT WHEN AN AUTHORIZED OPERATOR SIGNS A PASSING         CVCRG4.2
000500*    SIGN-OFF; CHECKED NIGHTLY BY CCVSCRCK, WHICH SUSPENDS A      CVCRG4.2
000600*    CERTIFICATE WHEN A CERTIFIED PROGRAM'S CCVSLATE POSITION     CVCRG4.2
000700*    SHOWS MORE FAILURES THAN ITS BASIS RUN, AND REVOKES ONE ON   CVCRG4.2
000800*    A CHANGE-BOARD CARD.  THE BASIS TABLE HOLDS THE RAW-DATA     CVCRG4.2
000900*    KEY (PROGRAM, RUN DATE, RUN TIME -- THE TARGET IS IN THE     CVCRG4.2
001000*    RECORD KEY) AND THE FAILURE COUNT OF EACH RUN THE VERDICT    CVCRG4.2
001100*    RESTED ON.  CR-STATUS IS "ISSUED", "SUSPENDED" OR            CVCRG4.2
001200*    "REVOKED"; CR-STATUS-TEXT SAYS WHY IT LAST CHANGED.          CVCRG4.2
001300 01  CERT-REG-SATZ.                                               CVCRG4.2
001400     05  CERT-REG-KEY.                                            CVCRG4.2
001500         10  CR-TARGET-ID     PIC X(4).                           CVCRG4.2
001600         10  CR-CERT-NO       PIC 9(6).                           CVCRG4.2
001700     05  CR-FROM-DATE         PIC 9(8).                           CVCRG4.2
001800     05  CR-TO-DATE           PIC 9(8).                           CVCRG4.2
001900     05  CR-OPERATOR          PIC X(8).                           CVCRG4.2
002000     05  CR-ISSUE-DATE        PIC 9(8).                           CVCRG4.2
002100     05  CR-ISSUE-TIME        PIC 9(8).                           CVCRG4.2
002200     05  CR-STATUS            PIC X(9).                           CVCRG4.2
002300     05  CR-STATUS-DATE       PIC 9(8).                           CVCRG4.2
002400     05  CR-STATUS-TEXT       PIC X(40).                          CVCRG4.2
002500     05  CR-BASIS-COUNT       PIC 9(3).                           CVCRG4.2
002600     05  CR-BASIS             OCCURS 200 TIMES.                   CVCRG4.2
002700         10  CR-B-PGM-ID      PIC X(6).                           CVCRG4.2
002800         10  CR-B-DATE        PIC 9(8).                           CVCRG4.2
002900         10  CR-B-TIME        PIC 9(8).                           CVCRG4.2
003000         10  CR-B-FAIL        PIC 9(6).                           CVCRG4.2
