001620**    REMAINING RAW-DATA HISTORY (SAME GROUP WALK AND        *    CVMNT4.2
001630**    STREAK RULES AS CCVSLBLD), SO A DISREGARD OR DELETE    *    CVMNT4.2
001640**    NEVER LEAVES THE DASHBOARDS READING A STALE SUMMARY.   *    CVMNT4.2
001660**    A DELETED RUN IS ALSO DROPPED FROM THE CCVSRDX         *    CVMNT4.2
001680**    RUN-DATE CROSS-REFERENCE.                              *    CVMNT4.2
001700**                                                                CVMNT4.2
001800**    TRANSACTION CARD (CCVSMTXN), ONE PER CHANGE --         *    CVMNT4.2
001900**      COL  1      ACTION   D=DELETE  G=DISREGARD  N=NOTE   *    CVMNT4.2
004200            CCVSMTXN                                              CVMNT4.2
004300            ORGANIZATION IS SEQUENTIAL                            CVMNT4.2
004400            FILE STATUS IS MNT-TXN-STATUS.                        CVMNT4.2
004410*    RUNX-FILE IS THE RUN-DATE CROSS-REFERENCE (SEE CCVSRDX);     CVMNT4.2
004420*    A DELETED RUN'S ENTRY IS DROPPED SO THE RUN REGISTER         CVMNT4.2
004430*    NEVER LISTS A RUN THAT IS NO LONGER ON RAW-DATA.             CVMNT4.2
004440     SELECT RUNX-FILE  ASSIGN TO                                  CVMNT4.2
004450            CCVSRDX                                               CVMNT4.2
004460            ORGANIZATION IS INDEXED                               CVMNT4.2
004470            ACCESS MODE IS RANDOM                                 CVMNT4.2
004480            RECORD KEY IS RUN-XREF-KEY                            CVMNT4.2
004490            FILE STATUS IS MNT-RDX-STATUS.                        CVMNT4.2
004500     SELECT OPTIONAL CHG-LOG-FILE ASSIGN TO                       CVMNT4.2
004600            CCVSMLOG                                              CVMNT4.2
004700            ORGANIZATION IS SEQUENTIAL.                           CVMNT4.2
005100     COPY CCVSRAW.                                                CVMNT4.2
005110 FD  LATEST-FILE.                                                 CVMNT4.2
005120     COPY CCVSLAT.                                                CVMNT4.2
005140 FD  RUNX-FILE.                                                   CVMNT4.2
005160     COPY CCVSRDX.                                                CVMNT4.2
005200 FD  TXN-FILE                                                     CVMNT4.2
005300     LABEL RECORDS STANDARD.                                      CVMNT4.2
005400 01  MNT-TXN-REC.                                                 CVMNT4.2
008516         10  MNT-A-DISREGARD     PIC X.                           CVMNT4.2
008517         10  MNT-A-DELETE        PIC X.                           CVMNT4.2
008518 01  MNT-LAT-STATUS          PIC XX       VALUE SPACE.            CVMNT4.2
008519 01  MNT-RDX-STATUS          PIC XX       VALUE SPACE.            CVMNT4.2
008520 01  MNT-PAIR-EOF-SWITCH     PIC 9        VALUE ZERO.             CVMNT4.2
008530     88  MNT-PAIR-AT-EOF              VALUE 1.                    CVMNT4.2
008540 01  MNT-PAIR-HELD           PIC 9        VALUE ZERO.             CVMNT4.2
017000     ADD 1 TO MNT-APPLIED-COUNT.                                  CVMNT4.2
017100     PERFORM 3000-WRITE-LOG THRU 3000-EXIT.                       CVMNT4.2
017110     PERFORM 4000-REFRESH-LATEST THRU 4000-EXIT.                  CVMNT4.2
017150     PERFORM 4200-DROP-XREF THRU 4200-EXIT.                       CVMNT4.2
017200 2000-EXIT. EXIT.                                                 CVMNT4.2
017300*    ONE LOG RECORD PER TRANSACTION, APPLIED OR NOT.  FOR A       CVMNT4.2
017400*    DELETE THE AFTER-IMAGE IS BLANK; FOR A REJECTED OR           CVMNT4.2
022073     ELSE                                                         CVMNT4.2
022161         MOVE ZERO TO MNT-PAIR-STREAK.                            CVMNT4.2
022249 4100-EXIT. EXIT.                                                 CVMNT4.2
022253*    DROPS THE DELETED RUN'S ENTRY FROM THE RUN-DATE CROSS-       CVMNT4.2
022257*    REFERENCE.  AN ENTRY ALREADY MISSING IS LEFT ALONE; A        CVMNT4.2
022261*    CROSS-REFERENCE IN DOUBT IS REBUILT BY CCVSRBLD.             CVMNT4.2
022265 4200-DROP-XREF.                                                  CVMNT4.2
022269     OPEN I-O RUNX-FILE.                                          CVMNT4.2
022273     IF MNT-RDX-STATUS NOT EQUAL TO "00"                          CVMNT4.2
022277         DISPLAY "CCVSMNT - CCVSRDX UNAVAILABLE - STATUS "        CVMNT4.2
022281             MNT-RDX-STATUS " - REBUILD WITH CCVSRBLD"            CVMNT4.2
022285         GO TO 4200-EXIT.                                         CVMNT4.2
022289     MOVE MT-DATE      TO RX-DATE.                                CVMNT4.2
022293     MOVE MT-TIME      TO RX-TIME.                                CVMNT4.2
022297     MOVE MT-PGM-ID    TO RX-PGM-ID.                              CVMNT4.2
022301     MOVE MT-TARGET-ID TO RX-TARGET-ID.                           CVMNT4.2
022305     DELETE RUNX-FILE RECORD                                      CVMNT4.2
022309         INVALID KEY GO TO 4200-CLOSE.                            CVMNT4.2
022313 4200-CLOSE.                                                      CVMNT4.2
022317     CLOSE RUNX-FILE.                                             CVMNT4.2
022321 4200-EXIT. EXIT.                                                 CVMNT4.2
022337*    SERIALIZES UPDATE ACCESS TO RAW-DATA -- THE SAME BOUNDED     CVMNT4.2
022425*    WAIT-AND-RETRY PROTOCOL AS RAWLOCK-ACQUIRE IN CCVSHPRC,      CVMNT4.2
022513*    NAMING THE HOLDER ON EVERY ATTEMPT.  A LOCK THAT NEVER       CVMNT4.2
