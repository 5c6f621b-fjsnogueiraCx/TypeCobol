000100*    COPYBOOK CCVSRRQ - AD HOC RERUN REQUEST QUEUE (CCVSRREQ).    CVRRQ4.2
000200*    ANALYSTS ADD A CARD PER RERUN WANTED -- PROGRAM, TARGET      CVRRQ4.2
000300*    (BLANK FOR TONIGHT'S CCVSPARM TARGET), RERUN FLAG (Y FOR     CVRRQ4.2
000400*    FAILED SERIES ONLY), REQUESTER AND REASON IN COLUMNS 1-65 -- CVRRQ4.2
000500*    AND LEAVE THE REST BLANK.  CCVSSCHD NUMBERS A NEW CARD,      CVRRQ4.2
000600*    MERGES EVERY OPEN REQUEST INTO TONIGHT'S CCVSSTEP AND MARKS  CVRRQ4.2
000700*    IT "SCHEDULD"; NEXT MORNING CCVSREQC MARKS IT "FULFILLD"     CVRRQ4.2
000800*    WITH THE RAW-DATA KEY OF THE RUN IT PRODUCED, OR PUTS IT     CVRRQ4.2
000900*    BACK "OPEN    " AND COUNTS THE CARRY.  AN ANALYST WITHDRAWS  CVRRQ4.2
001000*    A REQUEST BY KEYING "CANCELLD" OVER ITS STATUS.  BOTH JOBS   CVRRQ4.2
001100*    LOAD THE QUEUE WHOLE AND RE-CREATE IT.                       CVRRQ4.2
001200 01  RERUN-REQ-REC.                                               CVRRQ4.2
001300     05  RQ-PGM               PIC X(8).                           CVRRQ4.2
001400     05  FILLER               PIC X.                              CVRRQ4.2
001500     05  RQ-TARGET            PIC X(4).                           CVRRQ4.2
001600     05  FILLER               PIC X.                              CVRRQ4.2
001700     05  RQ-RERUN             PIC X.                              CVRRQ4.2
001800     05  FILLER               PIC X.                              CVRRQ4.2
001900     05  RQ-REQUESTER         PIC X(8).                           CVRRQ4.2
002000     05  FILLER               PIC X.                              CVRRQ4.2
002100     05  RQ-REASON            PIC X(40).                          CVRRQ4.2
002200     05  FILLER               PIC X.                              CVRRQ4.2
002300     05  RQ-STATUS            PIC X(8).                           CVRRQ4.2
002400         88  RQ-IS-OPEN               VALUE "OPEN    " SPACE.     CVRRQ4.2
002500         88  RQ-IS-SCHEDULED          VALUE "SCHEDULD".           CVRRQ4.2
002600         88  RQ-IS-FULFILLED          VALUE "FULFILLD".           CVRRQ4.2
002700         88  RQ-IS-CANCELLED          VALUE "CANCELLD".           CVRRQ4.2
002800     05  FILLER               PIC X.                              CVRRQ4.2
002900     05  RQ-NUMBER            PIC 9(6).                           CVRRQ4.2
003000     05  FILLER               PIC X.                              CVRRQ4.2
003100*    THE NIGHT CCVSSCHD FIRST SAW THE REQUEST -- ITS AGE RUNS     CVRRQ4.2
003200*    FROM HERE.                                                   CVRRQ4.2
003300     05  RQ-OPENED-DATE       PIC 9(8).                           CVRRQ4.2
003400     05  FILLER               PIC X.                              CVRRQ4.2
003500     05  RQ-CARRY-COUNT       PIC 9(3).                           CVRRQ4.2
003600     05  FILLER               PIC X.                              CVRRQ4.2
003700*    THE LAST NIGHT IT WAS SCHEDULED AND THE CCVSSTEP SEQUENCE    CVRRQ4.2
003800*    OF THE STEP THAT HONORED IT.                                 CVRRQ4.2
003900     05  RQ-SCHED-DATE        PIC 9(8).                           CVRRQ4.2
004000     05  FILLER               PIC X.                              CVRRQ4.2
004100     05  RQ-STEP-SEQ          PIC 9(3).                           CVRRQ4.2
004200     05  FILLER               PIC X.                              CVRRQ4.2
004300*    FULFILLD -- THE RUN'S RAW-DATA-KEY.  CARRIED FORWARD -- WHY. CVRRQ4.2
004400     05  RQ-RESULT-KEY        PIC X(26).                          CVRRQ4.2
004500     05  FILLER               PIC X.                              CVRRQ4.2
004600     05  RQ-CLOSED-DATE       PIC 9(8).                           CVRRQ4.2
004700     05  FILLER               PIC X.                              CVRRQ4.2
004800     05  RQ-CARRY-NOTE        PIC X(8).                           CVRRQ4.2
