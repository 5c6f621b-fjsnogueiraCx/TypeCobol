000100*    COPYBOOK CCVSWVR - KNOWN-DEFECT WAIVER MASTER RECORD         CVWVR4.2
000200*    (CCVSWAIV).  ONE CARD-IMAGE RECORD PER ACCEPTED FAILURE,     CVWVR4.2
000300*    KEYED BY TARGET ID, PROGRAM ID AND PAR-NAME, CARRYING THE    CVWVR4.2
000400*    VENDOR'S PROBLEM NUMBER, WHO APPROVED THE WAIVER AND THE     CVWVR4.2
000500*    DATE IT LAPSES.  WHILE A WAIVER IS IN FORCE THE FAILURE      CVWVR4.2
000600*    IS REPORTED AS FAIL-W AND NO LONGER SETS THE HARNESS         CVWVR4.2
000700*    RETURN CODE (WAIVER-CHECK IN CCVSHPRC), ESCALATES IN         CVWVR4.2
000800*    CCVSALMN OR BLOCKS THE CCVSCERT VERDICT.  CCVSCERT LISTS     CVWVR4.2
000900*    EXPIRED AND UNUSED WAIVERS FOR CLEANUP.                      CVWVR4.2
001000 01  WAIVER-REC.                                                  CVWVR4.2
001100     05  WVR-KEY.                                                 CVWVR4.2
001200         10  WVR-TARGET-ID    PIC X(4).                           CVWVR4.2
001300         10  FILLER           PIC X.                              CVWVR4.2
001400         10  WVR-PGM-ID       PIC X(6).                           CVWVR4.2
001500         10  FILLER           PIC X.                              CVWVR4.2
001600         10  WVR-PAR-NAME     PIC X(20).                          CVWVR4.2
001700     05  FILLER               PIC X.                              CVWVR4.2
001800     05  WVR-PROBLEM-NO       PIC X(12).                          CVWVR4.2
001900     05  FILLER               PIC X.                              CVWVR4.2
002000     05  WVR-APPROVER         PIC X(12).                          CVWVR4.2
002100     05  FILLER               PIC X.                              CVWVR4.2
002200     05  WVR-EXPIRY           PIC 9(8).                           CVWVR4.2
