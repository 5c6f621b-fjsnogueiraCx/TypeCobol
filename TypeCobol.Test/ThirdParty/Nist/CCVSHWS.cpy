002000 01  BASELINE-OK          PIC 9(6)  VALUE ZERO.                   CVHHW4.2
002100 01  BASELINE-FAIL        PIC 9(6)  VALUE ZERO.                   CVHHW4.2
002200 01  PARM-STATUS          PIC XX     VALUE SPACE.                 CVHHW4.2
002250 01  POVR-STATUS          PIC XX     VALUE SPACE.                 CVHHW4.2
002300*    KEYWORD-CARD PARSER WORK AREAS FOR PARM-READ, PLUS THE       CVHHW4.2
002400*    EFFECTIVE-PARAMETER ECHO LINE HEAD-ROUTINE PRINTS SO         CVHHW4.2
002500*    EVERY REPORT SHOWS EXACTLY WHICH SETTINGS PRODUCED IT.       CVHHW4.2
026900 01  ENVC-STATUS          PIC XX     VALUE SPACE.                 CVHHW4.2
027000 01  ENV-COMPILER-W       PIC X(28)  VALUE SPACE.                 CVHHW4.2
027100 01  ENV-OS-LEVEL-W       PIC X(20)  VALUE SPACE.                 CVHHW4.2
027200*    WAIVER-CHECK (CCVSHPRC) WORK AREAS.  THE TABLE HOLDS THE     CVHHW4.2
027300*    PAR-NAMES OF THIS PROGRAM/TARGET'S WAIVERS STILL IN FORCE    CVHHW4.2
027400*    ON THE RUN DATE; WAIVED-COUNTER IS THE PART OF               CVHHW4.2
027500*    ERROR-COUNTER THEY COVER.                                    CVHHW4.2
027600 01  WAIVER-STATUS        PIC XX     VALUE SPACE.                 CVHHW4.2
027700 01  WAIVER-LOAD-SW       PIC 9      VALUE ZERO.                  CVHHW4.2
027800     88  WAIVERS-LOADED          VALUE 1.                         CVHHW4.2
027900 01  WAIVER-EOF-SW        PIC 9      VALUE ZERO.                  CVHHW4.2
028000     88  WAIVER-AT-EOF           VALUE 1.                         CVHHW4.2
028100 01  WAIVER-COUNT         PIC 99     VALUE ZERO.                  CVHHW4.2
028200 01  WAIVER-SUB           PIC 99     VALUE ZERO.                  CVHHW4.2
028300 01  WAIVER-TABLE.                                                CVHHW4.2
028400     05  WAIVER-PAR-NAME  PIC X(20) OCCURS 50 TIMES.              CVHHW4.2
028500 01  WAIVED-COUNTER       PIC 9(6)   VALUE ZERO.                  CVHHW4.2
028600 01  RUNX-STATUS          PIC XX     VALUE SPACE.                 CVHHW4.2
028700*    PRINT-ARCHIVE (CCVSHPRC) WORK AREAS.  SPOOL-OPEN-SW IS SET   CVHHW4.2
028800*    ONCE OPEN-FILES HAS OPENED THE SPOOL, SO WRT-LN KEEPS IT     CVHHW4.2
028900*    ONLY WHILE IT IS THERE TO KEEP.                              CVHHW4.2
029000 01  SPOOL-STATUS         PIC XX     VALUE SPACE.                 CVHHW4.2
029100 01  REPO-STATUS          PIC XX     VALUE SPACE.                 CVHHW4.2
029200 01  SPOOL-OPEN-SW        PIC 9      VALUE ZERO.                  CVHHW4.2
029300     88  SPOOL-IS-OPEN           VALUE 1.                         CVHHW4.2
029400 01  SPOOL-EOF-SW         PIC 9      VALUE ZERO.                  CVHHW4.2
029500     88  SPOOL-AT-EOF            VALUE 1.                         CVHHW4.2
029600 01  REPO-LINE-NO         PIC 9(6)   VALUE ZERO.                  CVHHW4.2
