000100*    COPYBOOK CCVSGLD - GOLDEN-MASTER RECORD (CCVSGOLD).  ONE     CVGLD4.2
000200*    RECORD PER TEST LINE OF THE DELIMITED EXPORT (SEE DELIM-REC  CVGLD4.2
000300*    IN CCVSHFD) OF THE RUN DESIGNATED AS CERTIFIED FOR A TARGET. CVGLD4.2
000400*    CCVSGPRO REPLACES A TARGET'S RECORDS ON AN AUTHORIZED        CVGLD4.2
000500*    OPERATOR'S CARD AND LOGS IT ON CCVSGLOG; CCVSGCHK READS THEM CVGLD4.2
000600*    TO CHECK EACH NIGHT'S CCVSDLM COLLECTION.  A PARAGRAPH NAME  CVGLD4.2
000700*    CAN PRINT MORE THAN ONCE IN A PROGRAM, SO GD-OCCURRENCE      CVGLD4.2
000800*    COUNTS ITS APPEARANCES (1, 2, ...) WITHIN THE PROGRAM'S      CVGLD4.2
000900*    EXPORT, IN EXPORT ORDER.                                     CVGLD4.2
001000 01  GOLDEN-REC.                                                  CVGLD4.2
001100     05  GOLDEN-KEY.                                              CVGLD4.2
001200         10  GD-TARGET-ID     PIC X(4).                           CVGLD4.2
001300         10  GD-PGM-ID        PIC X(6).                           CVGLD4.2
001400         10  GD-PAR-NAME      PIC X(23).                          CVGLD4.2
001500         10  GD-OCCURRENCE    PIC 9(3).                           CVGLD4.2
001600     05  GD-P-OR-F            PIC X(5).                           CVGLD4.2
001700     05  GD-COMPUTED          PIC X(20).                          CVGLD4.2
001800     05  GD-CORRECT           PIC X(20).                          CVGLD4.2
001900     05  GD-RUN-DATE          PIC 9(8).                           CVGLD4.2
002000     05  GD-PROMOTE-DATE      PIC 9(8).                           CVGLD4.2
002100     05  GD-OPERATOR          PIC X(8).                           CVGLD4.2
