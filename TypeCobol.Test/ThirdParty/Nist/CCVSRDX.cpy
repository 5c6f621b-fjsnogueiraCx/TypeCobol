000100*    COPYBOOK CCVSRDX - RUN-DATE CROSS-REFERENCE TO RAW-DATA      CVRDX4.2
000200*    (CCVSRDX).  RAW-DATA-KEY LEADS WITH THE PROGRAM ID, SO       CVRDX4.2
000300*    "WHAT RAN ON THE NIGHT OF THE 12TH" WOULD OTHERWISE MEAN     CVRDX4.2
000400*    A FULL WALK OF THE HISTORY.  ONE RECORD PER RAW-DATA-SATZ,   CVRDX4.2
000500*    KEYED BY RUN DATE AND TIME FIRST; THE COUNTS AND C-ABORT     CVRDX4.2
000600*    ARE READ BACK FROM RAW-DATA BY THE KEY CARRIED HERE, SO A    CVRDX4.2
000700*    REWRITE NEVER TOUCHES THIS FILE.  EVERY WRITER THAT ADDS OR  CVRDX4.2
000800*    REMOVES A RAW-DATA KEY KEEPS IT CURRENT -- THE HARNESS AT    CVRDX4.2
000900*    OPEN-FILES (RUN-XREF-WRITE), CCVSMNT, CCVSPURG, CCVSMERG --  CVRDX4.2
001000*    AND CCVSRBLD REBUILDS IT FROM THE RECONSTRUCTED FILE.        CVRDX4.2
001100 01  RUN-XREF-SATZ.                                               CVRDX4.2
001200     05  RUN-XREF-KEY.                                            CVRDX4.2
001300         10  RX-DATE         PIC 9(8).                            CVRDX4.2
001400         10  RX-TIME         PIC 9(8).                            CVRDX4.2
001500         10  RX-PGM-ID       PIC X(6).                            CVRDX4.2
001600         10  RX-TARGET-ID    PIC X(4).                            CVRDX4.2
