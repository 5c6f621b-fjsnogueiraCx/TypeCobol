009700            CCVSENVC                                              CVHHS4.2
009800            ORGANIZATION IS SEQUENTIAL                            CVHHS4.2
009900            FILE STATUS IS ENVC-STATUS.                           CVHHS4.2
010000*    WAIVER-FILE IS THE KNOWN-DEFECT WAIVER MASTER (SEE           CVHHS4.2
010060*    CCVSWVR).  WAIVER-CHECK LOADS THIS PROGRAM'S ACTIVE          CVHHS4.2
010120*    WAIVERS AT THE FIRST FAIL* SO AN ACCEPTED VENDOR DEFECT      CVHHS4.2
010180*    NO LONGER SETS THE PROMOTION RETURN CODE.  A SITE MAY        CVHHS4.2
010240*    OMIT IT: WAIVER-LOAD TREATS ANY OPEN STATUS OTHER THAN       CVHHS4.2
010300*    00 AS NO WAIVERS, AS PARM-READ DOES FOR PARM-FILE.           CVHHS4.2
010400     SELECT WAIVER-FILE ASSIGN TO                                 CVHHS4.2
010500            CCVSWAIV                                              CVHHS4.2
010600            ORGANIZATION IS SEQUENTIAL                            CVHHS4.2
010700            FILE STATUS IS WAIVER-STATUS.                         CVHHS4.2
010800*    RUNX-FILE IS THE RUN-DATE CROSS-REFERENCE TO RAW-DATA (SEE   CVHHS4.2
010900*    CCVSRDX).  RUN-XREF-WRITE ADDS THIS RUN'S KEY AT OPEN-FILES  CVHHS4.2
011000*    SO THE RUN REGISTER CAN FIND A NIGHT'S RUNS BY DATE.         CVHHS4.2
011100     SELECT RUNX-FILE  ASSIGN TO                                  CVHHS4.2
011200            CCVSRDX                                               CVHHS4.2
011300            ORGANIZATION IS INDEXED                               CVHHS4.2
011400            ACCESS MODE IS RANDOM                                 CVHHS4.2
011500            RECORD KEY IS RUN-XREF-KEY                            CVHHS4.2
011600            FILE STATUS IS RUNX-STATUS.                           CVHHS4.2
011700*    SPOOL-FILE IS A WORK COPY OF THIS RUN'S PRINT-FILE, ONE      CVHHS4.2
011800*    RECORD PER LINE WITH ITS CARRIAGE CONTROL, KEPT BY WRT-LN.   CVHHS4.2
011900*    AT CLOSE-FILES PRINT-ARCHIVE LOADS IT INTO REPO-FILE, THE    CVHHS4.2
012000*    PRINT REPORT REPOSITORY (SEE CCVSRPO), UNDER THIS RUN'S      CVHHS4.2
012100*    RAW-DATA KEY SO CCVSRPRT CAN REPRINT ANY RUN STILL ON FILE.  CVHHS4.2
012200     SELECT SPOOL-FILE ASSIGN TO                                  CVHHS4.2
012300            CCVSPSPL                                              CVHHS4.2
012400            ORGANIZATION IS SEQUENTIAL                            CVHHS4.2
012500            FILE STATUS IS SPOOL-STATUS.                          CVHHS4.2
012600     SELECT REPO-FILE  ASSIGN TO                                  CVHHS4.2
012700            CCVSRPOS                                              CVHHS4.2
012800            ORGANIZATION IS INDEXED                               CVHHS4.2
012900            ACCESS MODE IS RANDOM                                 CVHHS4.2
013000            RECORD KEY IS REPORT-REPO-KEY                         CVHHS4.2
013100            FILE STATUS IS REPO-STATUS.                           CVHHS4.2
013200*    POVR-FILE CARRIES CCVSDRV'S OVERRIDE CARDS FOR THE STEP IT   CVHHS4.2
013300*    IS ABOUT TO CALL -- THE TARGET AND RERUN SETTINGS OF A STEP  CVHHS4.2
013400*    CCVSSCHD SCHEDULED FOR AN AD HOC RERUN REQUEST (CCVSRRQ).    CVHHS4.2
013500*    PARM-READ APPLIES THEM AFTER CCVSPARM, SO THEY WIN.  A RUN   CVHHS4.2
013600*    OUTSIDE CCVSDRV HAS NO SUCH DD AND NOTHING CHANGES.          CVHHS4.2
013700     SELECT POVR-FILE  ASSIGN TO                                  CVHHS4.2
013800            CCVSPOVR                                              CVHHS4.2
013900            ORGANIZATION IS SEQUENTIAL                            CVHHS4.2
014000            FILE STATUS IS POVR-STATUS.                           CVHHS4.2
