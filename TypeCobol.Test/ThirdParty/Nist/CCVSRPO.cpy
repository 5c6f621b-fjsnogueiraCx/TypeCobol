000100*    COPYBOOK CCVSRPO - PRINT REPORT REPOSITORY (CCVSRPOS).       CVRPO4.2
000200*    ONE RECORD PER PRINTED LINE OF EVERY RUN, KEYED BY THE RUN'S CVRPO4.2
000300*    RAW-DATA KEY AND THE LINE'S NUMBER WITHIN THE PRINTOUT.      CVRPO4.2
000400*    PRINT-ARCHIVE (CCVSHPRC) LOADS A RUN'S LINES AT CLOSE-FILES  CVRPO4.2
000500*    FROM THE CCVSPSPL SPOOL WRT-LN KEEPS; CCVSRPRT REPRINTS      CVRPO4.2
000600*    THEM; CCVSPURG DELETES THEM WITH THE RUN'S RAW-DATA RECORD.  CVRPO4.2
000700*    RR-CC IS THE CARRIAGE CONTROL THE LINE WAS WRITTEN WITH --   CVRPO4.2
000800*    "1" AFTER ADVANCING PAGE, SPACE AFTER ADVANCING 1 LINE.      CVRPO4.2
000900 01  REPORT-REPO-SATZ.                                            CVRPO4.2
001000     05  REPORT-REPO-KEY.                                         CVRPO4.2
001100         10  RR-PGM-ID        PIC X(6).                           CVRPO4.2
001200         10  RR-TARGET-ID     PIC X(4).                           CVRPO4.2
001300         10  RR-DATE          PIC 9(8).                           CVRPO4.2
001400         10  RR-TIME          PIC 9(8).                           CVRPO4.2
001500         10  RR-LINE-NO       PIC 9(6).                           CVRPO4.2
001600     05  RR-CC                PIC X.                              CVRPO4.2
001700     05  RR-LINE              PIC X(120).                         CVRPO4.2
