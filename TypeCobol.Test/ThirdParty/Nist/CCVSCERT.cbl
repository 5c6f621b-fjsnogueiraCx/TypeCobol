001500**    LINE, FORMATTED FOR DIRECT INCLUSION IN THE VENDOR     *    CVCRT4.2
001600**    SIGN-OFF.                                              *    CVCRT4.2
001700**                                                                CVCRT4.2
001705**    A FAILED TEST THAT CCVSFLKY HAS PUT ON THE FLAKY-TEST  *    CVCRT4.2
001710**    LIST (CCVSFLKL) FOR THE CANDIDATE TARGET IS MARKED IN  *    CVCRT4.2
001715**    THE APPENDIX SO THE REVIEWER CAN TELL A FLIP-FLOPPING  *    CVCRT4.2
001720**    TEST FROM A COMPILER DEFECT.  IT STILL COUNTS AGAINST  *    CVCRT4.2
001725**    THE VERDICT.                                           *    CVCRT4.2
001730**                                                                CVCRT4.2
001735**    A FAILED TEST COVERED BY A KNOWN-DEFECT WAIVER         *    CVCRT4.2
001740**    (CCVSWAIV) IN FORCE TODAY FOR THE CANDIDATE TARGET     *    CVCRT4.2
001745**    PRINTS AS "FAIL-W" WITH ITS VENDOR PROBLEM NUMBER.     *    CVCRT4.2
001750**    ONLY A WAIVED FAILURE OF A SECTION 2 RUN -- FOUND BY   *    CVCRT4.2
001755**    ITS RAW-DATA KEY ON THE CCVSAUDA EVENT ARCHIVE -- NO   *    CVCRT4.2
001760**    LONGER BLOCKS THE VERDICT; WITHOUT THE ARCHIVE EVERY   *    CVCRT4.2
001765**    FAILURE DOES.  SECTION 6 LISTS EVERY WAIVER FOR THE    *    CVCRT4.2
001770**    TARGET AND FLAGS THE EXPIRED AND THE UNUSED ONES FOR   *    CVCRT4.2
001775**    CLEANUP.                                               *    CVCRT4.2
001780**                                                                CVCRT4.2
001800**    CONTROL CARD (CCVSCRTC, REQUIRED) --                   *    CVCRT4.2
001900**      COLS 1-4    TARGET ID                                *    CVCRT4.2
002000**      COLS 5-12   FROM DATE (YYYYMMDD)                     *    CVCRT4.2
002100**      COLS 13-20  TO DATE   (YYYYMMDD)                     *    CVCRT4.2
002110**      COLS 21-28  OPERATOR ISSUING THE CERTIFICATE         *    CVCRT4.2
002120**                  (OPTIONAL -- BLANK ISSUES NONE)          *    CVCRT4.2
002130**                                                                CVCRT4.2
002140**    WITH AN OPERATOR ON THE CARD, A PASSING VERDICT IS     *    CVCRT4.2
002150**    ALSO REGISTERED AS A NUMBERED CERTIFICATE ON CCVSCREG  *    CVCRT4.2
002160**    (SEE CCVSCRG) -- RANGE, OPERATOR AND THE RAW-DATA KEY  *    CVCRT4.2
002170**    OF EVERY RUN THE VERDICT RESTED ON -- SO CCVSCRCK CAN  *    CVCRT4.2
002180**    SUSPEND IT IF A CERTIFIED PROGRAM LATER REGRESSES.     *    CVCRT4.2
002190**    THE OPERATOR MUST HOLD CERTIFY ON CCVSAUTH.            *    CVCRT4.2
002191**                                                                CVCRT4.2
002192**    A STANDARD-CLAUSE COVERAGE FILE FROM CCVSCLCV          *    CVCRT4.2
002193**    (CCVSCCRS, SEE CCVSCCR) BECOMES SECTION 7 -- EACH      *    CVCRT4.2
002194**    REQUIRED CLAUSE COVERED AND PASSING, COVERED BUT       *    CVCRT4.2
002195**    FAILING OR NOT COVERED ON THE TARGET, WITH THE         *    CVCRT4.2
002196**    COVERAGE PERCENTAGE.  IT DOES NOT AFFECT THE VERDICT.  *    CVCRT4.2
002200**                                                                CVCRT4.2
002300******************************************************************CVCRT4.2
002400 ENVIRONMENT DIVISION.                                            CVCRT4.2
004600            CCVSDLM                                               CVCRT4.2
004700            ORGANIZATION IS SEQUENTIAL                            CVCRT4.2
004800            FILE STATUS IS CRT-DLM-STATUS.                        CVCRT4.2
004802*    THE AUDIT EVENT ARCHIVE TIES EACH FAILED TEST TO THE RUN     CVCRT4.2
004804*    THAT PRODUCED IT, SO ONLY THE WAIVED FAILURES OF THE         CVCRT4.2
004806*    SECTION 2 RUNS ARE EXCUSED FROM THE VERDICT.  IT IS          CVCRT4.2
004808*    OPTIONAL; WITHOUT IT NO FAILURE IS EXCUSED.                  CVCRT4.2
004810     SELECT ARCH-FILE  ASSIGN TO                                  CVCRT4.2
004812            CCVSAUDA                                              CVCRT4.2
004814            ORGANIZATION IS SEQUENTIAL                            CVCRT4.2
004816            FILE STATUS IS CRT-ARCH-STATUS.                       CVCRT4.2
004818*    THE FLAKY-TEST LIST (SEE CCVSFLK) MARKS THE APPENDIX         CVCRT4.2
004820*    FAILURES KNOWN TO FLIP-FLOP ON AN UNCHANGED BUILD.           CVCRT4.2
004822*    OPTIONAL.                                                    CVCRT4.2
004824     SELECT FLAKY-FILE ASSIGN TO                                  CVCRT4.2
004826            CCVSFLKL                                              CVCRT4.2
004828            ORGANIZATION IS SEQUENTIAL                            CVCRT4.2
004830            FILE STATUS IS CRT-FLK-STATUS.                        CVCRT4.2
004832*    THE KNOWN-DEFECT WAIVER MASTER (SEE CCVSWVR) TURNS A         CVCRT4.2
004834*    FAILURE THE VENDOR HAS ACKNOWLEDGED AND MANAGEMENT HAS       CVCRT4.2
004836*    ACCEPTED INTO A FAIL-W THAT NO LONGER BLOCKS THE             CVCRT4.2
004838*    VERDICT.  OPTIONAL.                                          CVCRT4.2
004840     SELECT WAIVER-FILE ASSIGN TO                                 CVCRT4.2
004842            CCVSWAIV                                              CVCRT4.2
004844            ORGANIZATION IS SEQUENTIAL                            CVCRT4.2
004846            FILE STATUS IS CRT-WVR-STATUS.                        CVCRT4.2
004848*    AUTH-FILE NAMES WHO MAY ISSUE A CERTIFICATE (SEE CCVSAUT);   CVCRT4.2
004850*    ACC-LOG-FILE RECORDS REJECTED ATTEMPTS; CREG-FILE IS THE     CVCRT4.2
004852*    CERTIFICATE REGISTER (SEE CCVSCRG).                          CVCRT4.2
004854     SELECT AUTH-FILE  ASSIGN TO                                  CVCRT4.2
004856            CCVSAUTH                                              CVCRT4.2
004858            ORGANIZATION IS SEQUENTIAL                            CVCRT4.2
004860            FILE STATUS IS CRT-AUTH-STATUS.                       CVCRT4.2
004862     SELECT OPTIONAL ACC-LOG-FILE ASSIGN TO                       CVCRT4.2
004864            CCVSACCL                                              CVCRT4.2
004866            ORGANIZATION IS SEQUENTIAL.                           CVCRT4.2
004868     SELECT CREG-FILE  ASSIGN TO                                  CVCRT4.2
004870            CCVSCREG                                              CVCRT4.2
004872            ORGANIZATION IS INDEXED                               CVCRT4.2
004874            ACCESS MODE IS DYNAMIC                                CVCRT4.2
004876            RECORD KEY IS CERT-REG-KEY                            CVCRT4.2
004878            FILE STATUS IS CRT-REG-STATUS.                        CVCRT4.2
004880*    THE CLAUSE COVERAGE RESULTS (SEE CCVSCCR) MAKE SECTION 7.    CVCRT4.2
004882*    OPTIONAL.                                                    CVCRT4.2
004884     SELECT CCR-FILE   ASSIGN TO                                  CVCRT4.2
004886            CCVSCCRS                                              CVCRT4.2
004888            ORGANIZATION IS SEQUENTIAL                            CVCRT4.2
004890            FILE STATUS IS CRT-CCR-STATUS.                        CVCRT4.2
004900     SELECT PRINT-FILE ASSIGN TO                                  CVCRT4.2
005000            CCVSCRTP.                                             CVCRT4.2
005100 DATA DIVISION.                                                   CVCRT4.2
005800     05  CT-TARGET-ID         PIC X(4).                           CVCRT4.2
005900     05  CT-FROM-DATE         PIC 9(8).                           CVCRT4.2
006000     05  CT-TO-DATE           PIC 9(8).                           CVCRT4.2
006004     05  CT-OPERATOR          PIC X(8).                           CVCRT4.2
006008 FD  AUTH-FILE                                                    CVCRT4.2
006012     LABEL RECORDS STANDARD.                                      CVCRT4.2
006016     COPY CCVSAUT.                                                CVCRT4.2
006020 FD  ACC-LOG-FILE                                                 CVCRT4.2
006024     LABEL RECORDS STANDARD.                                      CVCRT4.2
006028 01  CRT-ACC-REC.                                                 CVCRT4.2
006032     05  CRT-ACC-DATE          PIC 9(8).                          CVCRT4.2
006036     05  FILLER               PIC X VALUE SPACE.                  CVCRT4.2
006040     05  CRT-ACC-TIME          PIC 9(8).                          CVCRT4.2
006044     05  FILLER               PIC X VALUE SPACE.                  CVCRT4.2
006048     05  CRT-ACC-PROGRAM       PIC X(8).                          CVCRT4.2
006052     05  FILLER               PIC X VALUE SPACE.                  CVCRT4.2
006056     05  CRT-ACC-OPERATOR      PIC X(8).                          CVCRT4.2
006060     05  FILLER               PIC X VALUE SPACE.                  CVCRT4.2
006064     05  CRT-ACC-ACTION        PIC X(9).                          CVCRT4.2
006068     05  FILLER               PIC X VALUE SPACE.                  CVCRT4.2
006072     05  CRT-ACC-RESULT        PIC X(8).                          CVCRT4.2
006076 FD  CREG-FILE.                                                   CVCRT4.2
006080     COPY CCVSCRG.                                                CVCRT4.2
006100 FD  DELIM-FILE                                                   CVCRT4.2
006200     LABEL RECORDS STANDARD.                                      CVCRT4.2
006300 01  CRT-DELIM-REC.                                               CVCRT4.2
007400     05  DL-CORRECT           PIC X(20).                          CVCRT4.2
007500     05  FILLER               PIC X.                              CVCRT4.2
007600     05  DL-REMARK            PIC X(61).                          CVCRT4.2
007604 FD  ARCH-FILE                                                    CVCRT4.2
007608     LABEL RECORDS STANDARD.                                      CVCRT4.2
007612*    SAME SHAPE AS AUDIT-ARCH-REC IN CCVSHFD.                     CVCRT4.2
007616 01  CRT-ARCH-REC.                                                CVCRT4.2
007620     05  AR-PGM-ID            PIC X(6).                           CVCRT4.2
007624     05  FILLER               PIC X.                              CVCRT4.2
007628     05  AR-TARGET-ID         PIC X(4).                           CVCRT4.2
007632     05  FILLER               PIC X.                              CVCRT4.2
007636     05  AR-RUN-DATE          PIC 9(8).                           CVCRT4.2
007640     05  FILLER               PIC X.                              CVCRT4.2
007644     05  AR-RUN-TIME          PIC 9(8).                           CVCRT4.2
007648     05  FILLER               PIC X.                              CVCRT4.2
007652     05  AR-PAR-NAME          PIC X(20).                          CVCRT4.2
007656     05  FILLER               PIC X.                              CVCRT4.2
007660     05  AR-FEATURE           PIC X(20).                          CVCRT4.2
007664     05  FILLER               PIC X.                              CVCRT4.2
007668     05  AR-OUTCOME           PIC X(5).                           CVCRT4.2
007672     05  FILLER               PIC X.                              CVCRT4.2
007676     05  AR-DATE              PIC 9(8).                           CVCRT4.2
007680     05  FILLER               PIC X.                              CVCRT4.2
007684     05  AR-TIME              PIC 9(8).                           CVCRT4.2
007700 FD  PRINT-FILE                                                   CVCRT4.2
007800     LABEL RECORDS STANDARD                                       CVCRT4.2
007900     DATA RECORD IS PRINT-REC.                                    CVCRT4.2
008066     COPY CCVSFDR.                                                CVCRT4.2
008077 FD  ENVS-FILE.                                                   CVCRT4.2
008088     COPY CCVSENV.                                                CVCRT4.2
008089 FD  FLAKY-FILE                                                   CVCRT4.2
008090     LABEL RECORDS STANDARD.                                      CVCRT4.2
008091     COPY CCVSFLK.                                                CVCRT4.2
008092 FD  WAIVER-FILE                                                  CVCRT4.2
008093     LABEL RECORDS STANDARD.                                      CVCRT4.2
008094     COPY CCVSWVR.                                                CVCRT4.2
008095 FD  CCR-FILE                                                     CVCRT4.2
008096     LABEL RECORDS STANDARD.                                      CVCRT4.2
008097     COPY CCVSCCR.                                                CVCRT4.2
008100 WORKING-STORAGE SECTION.                                         CVCRT4.2
008200 01  CRT-CTL-STATUS          PIC XX       VALUE SPACE.            CVCRT4.2
008250 01  CRT-ARCH-STATUS         PIC XX       VALUE SPACE.            CVCRT4.2
008300 01  CRT-DLM-STATUS          PIC XX       VALUE SPACE.            CVCRT4.2
008307 01  CRT-AUTH-STATUS         PIC XX       VALUE SPACE.            CVCRT4.2
008314 01  CRT-AUTH-EOF-SWITCH     PIC 9        VALUE ZERO.             CVCRT4.2
008321     88  CRT-AUTH-AT-EOF              VALUE 1.                    CVCRT4.2
008328 01  CRT-AUTH-OK-SW          PIC 9        VALUE ZERO.             CVCRT4.2
008335     88  CRT-CERTIFY-ALLOWED          VALUE 1.                    CVCRT4.2
008342 01  CRT-REG-STATUS          PIC XX       VALUE SPACE.            CVCRT4.2
008349 01  CRT-REG-EOF-SWITCH      PIC 9        VALUE ZERO.             CVCRT4.2
008356     88  CRT-REG-AT-EOF               VALUE 1.                    CVCRT4.2
008363 01  CRT-OPERATOR            PIC X(8)     VALUE SPACE.            CVCRT4.2
008370 01  CRT-NEXT-CERT-NO        PIC 9(6)     VALUE ZERO.             CVCRT4.2
008377 01  CRT-R-1.                                                     CVCRT4.2
008384     02 FILLER PIC X(25) VALUE "CERTIFICATE REGISTER   : ".       CVCRT4.2
008391     02 CR-TEXT-O          PIC X(95).                             CVCRT4.2
008400 01  CRT-RAW-EOF-SWITCH      PIC 9        VALUE ZERO.             CVCRT4.2
008500     88  CRT-RAW-AT-EOF               VALUE 1.                    CVCRT4.2
008600 01  CRT-DLM-EOF-SWITCH      PIC 9        VALUE ZERO.             CVCRT4.2
008700     88  CRT-DLM-AT-EOF               VALUE 1.                    CVCRT4.2
008730 01  CRT-ARCH-EOF-SWITCH     PIC 9        VALUE ZERO.             CVCRT4.2
008760     88  CRT-ARCH-AT-EOF              VALUE 1.                    CVCRT4.2
008800 01  CRT-DLM-OPEN-SW         PIC 9        VALUE ZERO.             CVCRT4.2
008900     88  CRT-HAVE-DELIM               VALUE 1.                    CVCRT4.2
009000 01  CRT-PRIOR-HELD          PIC 9        VALUE ZERO.             CVCRT4.2
009100 01  CRT-PGM-COUNT           PIC 9(3) COMP VALUE ZERO.            CVCRT4.2
009200 01  CRT-SUB                 PIC 9(3) COMP VALUE ZERO.            CVCRT4.2
009300 01  CRT-TOT-OK              PIC 9(9) COMP VALUE ZERO.            CVCRT4.2
009320*    FAILURES OF THE SECTION 2 RUNS COVERED BY A WAIVER IN        CVCRT4.2
009340*    FORCE, AND THE REST, WHICH ALONE DECIDE THE VERDICT.         CVCRT4.2
009360 01  CRT-LIVE-WAIVED         PIC 9(9) COMP VALUE ZERO.            CVCRT4.2
009380 01  CRT-UNWAIVED-FAILS      PIC 9(9) COMP VALUE ZERO.            CVCRT4.2
009400 01  CRT-TOT-FAIL            PIC 9(9) COMP VALUE ZERO.            CVCRT4.2
009500 01  CRT-TOT-DELETED         PIC 9(9) COMP VALUE ZERO.            CVCRT4.2
009600 01  CRT-TOT-INSPECT         PIC 9(9) COMP VALUE ZERO.            CVCRT4.2
009969 01  CRT-FEAT-SUB            PIC 9(3) COMP VALUE ZERO.            CVCRT4.2
009972 01  CRT-FEAT-TABLE.                                              CVCRT4.2
009975     05  CRT-FEAT-ENTRY      OCCURS 100 TIMES PIC X(20).          CVCRT4.2
009976*    THE CANDIDATE TARGET'S FLAKY TESTS.                          CVCRT4.2
009977 01  CRT-FLK-STATUS          PIC XX       VALUE SPACE.            CVCRT4.2
009978 01  CRT-FLK-EOF-SWITCH      PIC 9        VALUE ZERO.             CVCRT4.2
009979     88  CRT-FLK-AT-EOF               VALUE 1.                    CVCRT4.2
009980 01  CRT-FLK-COUNT           PIC 9(3) COMP VALUE ZERO.            CVCRT4.2
009981 01  CRT-FLK-SUB             PIC 9(3) COMP VALUE ZERO.            CVCRT4.2
009982 01  CRT-FLAKY-FAILS         PIC 9(5) COMP VALUE ZERO.            CVCRT4.2
009983 01  CRT-PAR-NAME            PIC X(20)    VALUE SPACE.            CVCRT4.2
009984 01  CRT-FLK-TABLE.                                               CVCRT4.2
009985     05  CRT-FLK-ENTRY       OCCURS 200 TIMES.                    CVCRT4.2
009986         10  CRT-F-PGM-ID        PIC X(6).                        CVCRT4.2
009987         10  CRT-F-PAR-NAME      PIC X(20).                       CVCRT4.2
010000 01  CRT-FROM-DATE           PIC 9(8)     VALUE ZERO.             CVCRT4.2
010100 01  CRT-TO-DATE             PIC 9(8)     VALUE 99999999.         CVCRT4.2
010105*    THE CANDIDATE TARGET'S KNOWN-DEFECT WAIVERS, EXPIRED ONES    CVCRT4.2
010110*    INCLUDED SO SECTION 6 CAN LIST THEM FOR CLEANUP.             CVCRT4.2
010115 01  CRT-WVR-STATUS          PIC XX       VALUE SPACE.            CVCRT4.2
010120 01  CRT-WVR-EOF-SWITCH      PIC 9        VALUE ZERO.             CVCRT4.2
010125     88  CRT-WVR-AT-EOF               VALUE 1.                    CVCRT4.2
010130 01  CRT-WVR-COUNT           PIC 9(3) COMP VALUE ZERO.            CVCRT4.2
010135 01  CRT-WVR-SUB             PIC 9(3) COMP VALUE ZERO.            CVCRT4.2
010140 01  CRT-WAIVED-FAILS        PIC 9(5) COMP VALUE ZERO.            CVCRT4.2
010145 01  CRT-CLEANUP-COUNT       PIC 9(3) COMP VALUE ZERO.            CVCRT4.2
010150 01  CRT-TODAY               PIC 9(8)     VALUE ZERO.             CVCRT4.2
010155 01  CRT-WVR-TABLE.                                               CVCRT4.2
010160     05  CRT-WVR-ENTRY       OCCURS 100 TIMES.                    CVCRT4.2
010165         10  CRT-W-PGM-ID        PIC X(6).                        CVCRT4.2
010170         10  CRT-W-PAR-NAME      PIC X(20).                       CVCRT4.2
010175         10  CRT-W-PROBLEM-NO    PIC X(12).                       CVCRT4.2
010180         10  CRT-W-APPROVER      PIC X(12).                       CVCRT4.2
010185         10  CRT-W-EXPIRY        PIC 9(8).                        CVCRT4.2
010190         10  CRT-W-USED          PIC 9(5) COMP.                   CVCRT4.2
010191 01  CRT-CCR-STATUS          PIC XX       VALUE SPACE.            CVCRT4.2
010192 01  CRT-CCR-EOF-SWITCH      PIC 9        VALUE ZERO.             CVCRT4.2
010193     88  CRT-CCR-AT-EOF               VALUE 1.                    CVCRT4.2
010194 01  CRT-CCR-CLAUSES         PIC 9(4) COMP VALUE ZERO.            CVCRT4.2
010195 01  CRT-CCR-PASSING         PIC 9(4) COMP VALUE ZERO.            CVCRT4.2
010196 01  CRT-CCR-FAILING         PIC 9(4) COMP VALUE ZERO.            CVCRT4.2
010197 01  CRT-CCR-UNCOVERED       PIC 9(4) COMP VALUE ZERO.            CVCRT4.2
010198 01  CRT-CCR-COVERED         PIC 9(4) COMP VALUE ZERO.            CVCRT4.2
010199 01  CRT-CCR-PCT             PIC 9(3)V9   VALUE ZERO.             CVCRT4.2
010200 01  CRT-PRIOR-SAVE.                                              CVCRT4.2
010300     05  CRT-P-PGM-ID        PIC X(6)     VALUE SPACE.            CVCRT4.2
010400     05  CRT-P-TARGET-ID     PIC X(4)     VALUE SPACE.            CVCRT4.2
021200     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021300     02 CA-PAR-NAME-O      PIC X(23).                             CVCRT4.2
021400     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021500     02 CA-P-OR-F-O        PIC X(6).                              CVCRT4.2
021600     02 FILLER             PIC X(1)  VALUE SPACE.                 CVCRT4.2
021700     02 CA-REMARK-O        PIC X(61).                             CVCRT4.2
021720     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021740     02 CA-NOTE-O          PIC X(12).                             CVCRT4.2
021760     02 FILLER             PIC X(5)  VALUE SPACE.                 CVCRT4.2
021780 01  CRT-A-T-1.                                                   CVCRT4.2
021800     02 FILLER PIC X(32) VALUE "FAILED TESTS ON FLAKY LIST     =".CVCRT4.2
021820     02 CAT-FLAKY-O        PIC ZZZZ9.                             CVCRT4.2
021840     02 FILLER PIC X(83) VALUE SPACE.                             CVCRT4.2
021841 01  CRT-A-T-2.                                                   CVCRT4.2
021842     02 FILLER PIC X(32) VALUE "FAILED TESTS UNDER WAIVER      =".CVCRT4.2
021843     02 CAT-WAIVED-O       PIC ZZZZ9.                             CVCRT4.2
021844     02 FILLER PIC X(83) VALUE SPACE.                             CVCRT4.2
021845 01  CRT-SEC-6.                                                   CVCRT4.2
021846     02 FILLER PIC X(120) VALUE                                   CVCRT4.2
021847     "SECTION 6 - KNOWN-DEFECT WAIVERS FOR THE TARGET".           CVCRT4.2
021848 01  CRT-W-C-1.                                                   CVCRT4.2
021849     02 FILLER PIC X(6)  VALUE "PGM-ID".                          CVCRT4.2
021850     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
021851     02 FILLER PIC X(20) VALUE "PAR-NAME".                        CVCRT4.2
021852     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
021853     02 FILLER PIC X(12) VALUE "PROBLEM NO".                      CVCRT4.2
021854     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
021855     02 FILLER PIC X(12) VALUE "APPROVER".                        CVCRT4.2
021856     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
021857     02 FILLER PIC X(8)  VALUE "EXPIRES".                         CVCRT4.2
021858     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
021859     02 FILLER PIC X(5)  VALUE " USED".                           CVCRT4.2
021860     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
021861     02 FILLER PIC X(9)  VALUE "STATUS".                          CVCRT4.2
021862     02 FILLER PIC X(36) VALUE SPACE.                             CVCRT4.2
021863 01  CRT-W-1.                                                     CVCRT4.2
021864     02 CW-PGM-ID-O        PIC X(6).                              CVCRT4.2
021865     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021866     02 CW-PAR-NAME-O      PIC X(20).                             CVCRT4.2
021867     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021868     02 CW-PROBLEM-O       PIC X(12).                             CVCRT4.2
021869     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021870     02 CW-APPROVER-O      PIC X(12).                             CVCRT4.2
021871     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021872     02 CW-EXPIRY-O        PIC 9(8).                              CVCRT4.2
021873     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021874     02 CW-USED-O          PIC ZZZZ9.                             CVCRT4.2
021875     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021876     02 CW-STATUS-O        PIC X(9).                              CVCRT4.2
021877     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
021878     02 CW-CLEANUP-O       PIC X(16).                             CVCRT4.2
021879     02 FILLER             PIC X(18) VALUE SPACE.                 CVCRT4.2
021880 01  CRT-W-T-1.                                                   CVCRT4.2
021881     02 FILLER PIC X(32) VALUE "WAIVERS TO CLEAN UP            =".CVCRT4.2
021882     02 CWT-CLEANUP-O      PIC ZZZZ9.                             CVCRT4.2
021883     02 FILLER PIC X(83) VALUE SPACE.                             CVCRT4.2
021884 01  CRT-W-M-1.                                                   CVCRT4.2
021885     02 FILLER PIC X(120) VALUE                                   CVCRT4.2
021886     "   (NO KNOWN-DEFECT WAIVERS ON FILE FOR THE TARGET)".       CVCRT4.2
021900 01  CRT-V-1.                                                     CVCRT4.2
022000     02 FILLER PIC X(120) VALUE                                   CVCRT4.2
022100     "CERTIFICATION VERDICT - PASS - NO FAILURES, NO ABORTS".     CVCRT4.2
022200 01  CRT-V-2.                                                     CVCRT4.2
022300     02 FILLER PIC X(120) VALUE                                   CVCRT4.2
022400     "CERTIFICATION VERDICT - ** FAIL ** - SEE SECTIONS ABOVE".   CVCRT4.2
022420 01  CRT-V-3.                                                     CVCRT4.2
022440     02 FILLER PIC X(120) VALUE                                   CVCRT4.2
022460     "CERTIFICATION VERDICT - PASS - WAIVED FAILURES ONLY".       CVCRT4.2
022500 01  CRT-M-1.                                                     CVCRT4.2
022600     02 FILLER PIC X(120) VALUE                                   CVCRT4.2
022700     "   (NO DELIMITED COLLECTION SUPPLIED - DETAIL OMITTED)".    CVCRT4.2
022702 01  CRT-SEC-7.                                                   CVCRT4.2
022704     02 FILLER PIC X(120) VALUE                                   CVCRT4.2
022706     "SECTION 7 - STANDARD-CLAUSE COVERAGE APPENDIX".             CVCRT4.2
022708 01  CRT-K-H-1.                                                   CVCRT4.2
022710     02 FILLER PIC X(32) VALUE "CLAUSE COVERAGE AS OF          =".CVCRT4.2
022712     02 CKH-DATE-O         PIC 9(8).                              CVCRT4.2
022714     02 FILLER PIC X(80) VALUE SPACE.                             CVCRT4.2
022716 01  CRT-K-C-1.                                                   CVCRT4.2
022718     02 FILLER PIC X(30) VALUE "CITATION".                        CVCRT4.2
022720     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
022722     02 FILLER PIC X(11) VALUE "COVERAGE".                        CVCRT4.2
022724     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
022726     02 FILLER PIC X(5)  VALUE "TESTS".                           CVCRT4.2
022728     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
022730     02 FILLER PIC X(5)  VALUE " PASS".                           CVCRT4.2
022732     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
022734     02 FILLER PIC X(5)  VALUE " FAIL".                           CVCRT4.2
022736     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
022738     02 FILLER PIC X(9)  VALUE "NOTE".                            CVCRT4.2
022740     02 FILLER PIC X(2)  VALUE SPACE.                             CVCRT4.2
022742     02 FILLER PIC X(40) VALUE "CLAUSE".                          CVCRT4.2
022744     02 FILLER PIC X(3)  VALUE SPACE.                             CVCRT4.2
022746 01  CRT-K-1.                                                     CVCRT4.2
022748     02 CK-CITATION-O      PIC X(30).                             CVCRT4.2
022750     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
022752     02 CK-STATUS-O        PIC X(11).                             CVCRT4.2
022754     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
022756     02 CK-TESTS-O         PIC ZZZZ9.                             CVCRT4.2
022758     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
022760     02 CK-PASS-O          PIC ZZZZ9.                             CVCRT4.2
022762     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
022764     02 CK-FAIL-O          PIC ZZZZ9.                             CVCRT4.2
022766     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
022768     02 CK-NOTE-O          PIC X(9).                              CVCRT4.2
022770     02 FILLER             PIC X(2)  VALUE SPACE.                 CVCRT4.2
022772     02 CK-TITLE-O         PIC X(40).                             CVCRT4.2
022774     02 FILLER             PIC X(3)  VALUE SPACE.                 CVCRT4.2
022776 01  CRT-K-T-1.                                                   CVCRT4.2
022778     02 CKT-LABEL-O        PIC X(32).                             CVCRT4.2
022780     02 CKT-COUNT-O        PIC ZZZZ9.                             CVCRT4.2
022782     02 FILLER PIC X(83) VALUE SPACE.                             CVCRT4.2
022784 01  CRT-K-T-2.                                                   CVCRT4.2
022786     02 FILLER PIC X(32) VALUE "COVERAGE PERCENT               =".CVCRT4.2
022788     02 CKT-PCT-O          PIC ZZ9.9.                             CVCRT4.2
022790     02 FILLER PIC X     VALUE "%".                               CVCRT4.2
022792     02 FILLER PIC X(82) VALUE SPACE.                             CVCRT4.2
022794 01  CRT-K-M-1.                                                   CVCRT4.2
022796     02 FILLER PIC X(120) VALUE                                   CVCRT4.2
022798     "   (NO CLAUSE COVERAGE RESULTS SUPPLIED FOR THE TARGET)".   CVCRT4.2
022800 PROCEDURE DIVISION.                                              CVCRT4.2
022900 0000-MAINLINE SECTION.                                           CVCRT4.2
023000 0000-START.                                                      CVCRT4.2
023700     PERFORM 4300-APPENDIX THRU 4300-EXIT.                        CVCRT4.2
023733     PERFORM 4350-CITATIONS THRU 4350-EXIT.                       CVCRT4.2
023766     PERFORM 4390-ENVIRONMENT THRU 4390-EXIT.                     CVCRT4.2
023783     PERFORM 4396-WAIVER-REGISTER THRU 4396-EXIT.                 CVCRT4.2
023791     PERFORM 4398-CLAUSE-COVERAGE THRU 4398-EXIT.                 CVCRT4.2
023800     PERFORM 4400-VERDICT THRU 4400-EXIT.                         CVCRT4.2
023850     PERFORM 4500-REGISTER THRU 4500-EXIT.                        CVCRT4.2
023900     PERFORM 5000-FINISH THRU 5000-EXIT.                          CVCRT4.2
024000     STOP RUN.                                                    CVCRT4.2
024100 1000-INITIALIZE.                                                 CVCRT4.2
025500         MOVE 8 TO RETURN-CODE                                    CVCRT4.2
025600         STOP RUN.                                                CVCRT4.2
025700     MOVE CT-TARGET-ID TO CRT-TARGET-ID.                          CVCRT4.2
025720     MOVE CT-OPERATOR  TO CRT-OPERATOR.                           CVCRT4.2
025750     PERFORM 1200-LOAD-FLAKY THRU 1200-EXIT.                      CVCRT4.2
025770     PERFORM 1300-LOAD-WAIVERS THRU 1300-EXIT.                    CVCRT4.2
025800     IF CT-FROM-DATE NUMERIC                                      CVCRT4.2
025900         MOVE CT-FROM-DATE TO CRT-FROM-DATE.                      CVCRT4.2
026000     IF CT-TO-DATE NUMERIC AND CT-TO-DATE GREATER THAN ZERO       CVCRT4.2
026200     OPEN INPUT RAW-DATA.                                         CVCRT4.2
026300     OPEN OUTPUT PRINT-FILE.                                      CVCRT4.2
026400 1000-EXIT. EXIT.                                                 CVCRT4.2
026401 1200-LOAD-FLAKY.                                                 CVCRT4.2
026402     OPEN INPUT FLAKY-FILE.                                       CVCRT4.2
026403     IF CRT-FLK-STATUS NOT EQUAL TO "00"                          CVCRT4.2
026404         GO TO 1200-EXIT.                                         CVCRT4.2
026405     PERFORM 1210-LOAD-ONE-FLAKY THRU 1210-EXIT                   CVCRT4.2
026406         UNTIL CRT-FLK-AT-EOF.                                    CVCRT4.2
026407     CLOSE FLAKY-FILE.                                            CVCRT4.2
026408 1200-EXIT. EXIT.                                                 CVCRT4.2
026409 1210-LOAD-ONE-FLAKY.                                             CVCRT4.2
026410     READ FLAKY-FILE AT END                                       CVCRT4.2
026411         MOVE 1 TO CRT-FLK-EOF-SWITCH                             CVCRT4.2
026412         GO TO 1210-EXIT.                                         CVCRT4.2
026413     IF FLK-TARGET-ID NOT EQUAL TO CRT-TARGET-ID                  CVCRT4.2
026414         GO TO 1210-EXIT.                                         CVCRT4.2
026415     IF CRT-FLK-COUNT EQUAL TO 200                                CVCRT4.2
026416         GO TO 1210-EXIT.                                         CVCRT4.2
026417     ADD 1 TO CRT-FLK-COUNT.                                      CVCRT4.2
026418     MOVE FLK-PGM-ID   TO CRT-F-PGM-ID   (CRT-FLK-COUNT).         CVCRT4.2
026419     MOVE FLK-PAR-NAME TO CRT-F-PAR-NAME (CRT-FLK-COUNT).         CVCRT4.2
026420 1210-EXIT. EXIT.                                                 CVCRT4.2
026421*    THE WAIVER MASTER IS SMALL AND OPTIONAL.  EVERY WAIVER FOR   CVCRT4.2
026422*    THE CANDIDATE TARGET IS KEPT, EXPIRED OR NOT, SO SECTION 6   CVCRT4.2
026423*    CAN SHOW THE ONES DUE FOR CLEANUP.                           CVCRT4.2
026424 1300-LOAD-WAIVERS.                                               CVCRT4.2
026425     ACCEPT CRT-TODAY FROM DATE YYYYMMDD.                         CVCRT4.2
026426     OPEN INPUT WAIVER-FILE.                                      CVCRT4.2
026427     IF CRT-WVR-STATUS NOT EQUAL TO "00"                          CVCRT4.2
026428         GO TO 1300-EXIT.                                         CVCRT4.2
026429     PERFORM 1310-LOAD-ONE-WAIVER THRU 1310-EXIT                  CVCRT4.2
026430         UNTIL CRT-WVR-AT-EOF.                                    CVCRT4.2
026431     CLOSE WAIVER-FILE.                                           CVCRT4.2
026432 1300-EXIT. EXIT.                                                 CVCRT4.2
026433 1310-LOAD-ONE-WAIVER.                                            CVCRT4.2
026434     READ WAIVER-FILE AT END                                      CVCRT4.2
026435         MOVE 1 TO CRT-WVR-EOF-SWITCH                             CVCRT4.2
026436         GO TO 1310-EXIT.                                         CVCRT4.2
026437     IF WVR-TARGET-ID NOT EQUAL TO CRT-TARGET-ID                  CVCRT4.2
026438         GO TO 1310-EXIT.                                         CVCRT4.2
026439     IF CRT-WVR-COUNT EQUAL TO 100                                CVCRT4.2
026440         GO TO 1310-EXIT.                                         CVCRT4.2
026441     ADD 1 TO CRT-WVR-COUNT.                                      CVCRT4.2
026442     MOVE WVR-PGM-ID     TO CRT-W-PGM-ID     (CRT-WVR-COUNT).     CVCRT4.2
026443     MOVE WVR-PAR-NAME   TO CRT-W-PAR-NAME   (CRT-WVR-COUNT).     CVCRT4.2
026444     MOVE WVR-PROBLEM-NO TO CRT-W-PROBLEM-NO (CRT-WVR-COUNT).     CVCRT4.2
026445     MOVE WVR-APPROVER   TO CRT-W-APPROVER   (CRT-WVR-COUNT).     CVCRT4.2
026446     MOVE ZERO           TO CRT-W-EXPIRY     (CRT-WVR-COUNT).     CVCRT4.2
026447     MOVE ZERO           TO CRT-W-USED       (CRT-WVR-COUNT).     CVCRT4.2
026448     IF WVR-EXPIRY NUMERIC                                        CVCRT4.2
026449         MOVE WVR-EXPIRY TO CRT-W-EXPIRY (CRT-WVR-COUNT).         CVCRT4.2
026450 1310-EXIT. EXIT.                                                 CVCRT4.2
026500 2000-LOAD-LATEST.                                                CVCRT4.2
026600     READ RAW-DATA AT END                                         CVCRT4.2
026700         MOVE 1 TO CRT-RAW-EOF-SWITCH                             CVCRT4.2
038800     PERFORM 4310-APPX-ONE THRU 4310-EXIT                         CVCRT4.2
038900         UNTIL CRT-DLM-AT-EOF.                                    CVCRT4.2
039000     CLOSE DELIM-FILE.                                            CVCRT4.2
039007     IF CRT-FLK-COUNT GREATER THAN ZERO                           CVCRT4.2
039014             OR CRT-WVR-COUNT GREATER THAN ZERO                   CVCRT4.2
039021         MOVE SPACE TO PRINT-REC                                  CVCRT4.2
039028         WRITE PRINT-REC.                                         CVCRT4.2
039035     IF CRT-FLK-COUNT GREATER THAN ZERO                           CVCRT4.2
039042         MOVE CRT-FLAKY-FAILS TO CAT-FLAKY-O                      CVCRT4.2
039049         MOVE CRT-A-T-1 TO PRINT-REC                              CVCRT4.2
039056         WRITE PRINT-REC.                                         CVCRT4.2
039063     IF CRT-WVR-COUNT GREATER THAN ZERO                           CVCRT4.2
039070         MOVE CRT-WAIVED-FAILS TO CAT-WAIVED-O                    CVCRT4.2
039077         MOVE CRT-A-T-2 TO PRINT-REC                              CVCRT4.2
039084         WRITE PRINT-REC.                                         CVCRT4.2
039100 4300-EXIT. EXIT.                                                 CVCRT4.2
039200 4310-APPX-ONE.                                                   CVCRT4.2
039300     READ DELIM-FILE AT END                                       CVCRT4.2
040100     MOVE DL-PAR-NAME TO CA-PAR-NAME-O.                           CVCRT4.2
040200     MOVE DL-P-OR-F   TO CA-P-OR-F-O.                             CVCRT4.2
040300     MOVE DL-REMARK   TO CA-REMARK-O.                             CVCRT4.2
040330     IF DL-P-OR-F EQUAL TO "FAIL*"                                CVCRT4.2
040360         PERFORM 4340-CHECK-FLAKY THRU 4340-EXIT.                 CVCRT4.2
040373     IF DL-P-OR-F EQUAL TO "FAIL*"                                CVCRT4.2
040386         PERFORM 4345-CHECK-WAIVER THRU 4345-EXIT.                CVCRT4.2
040400     MOVE CRT-A-1 TO PRINT-REC.                                   CVCRT4.2
040500     WRITE PRINT-REC.                                             CVCRT4.2
040600 4310-EXIT. EXIT.                                                 CVCRT4.2
040700 4400-VERDICT.                                                    CVCRT4.2
040800     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCRT4.2
040856*    A WAIVED FAILURE (FAIL-W) OF A SECTION 2 RUN NO LONGER       CVCRT4.2
040912*    BLOCKS THE VERDICT; ANY OTHER FAILURE OF THOSE RUNS OR ANY   CVCRT4.2
040968*    ABORTED RUN STILL DOES.                                      CVCRT4.2
041024     PERFORM 4410-LIVE-WAIVERS THRU 4410-EXIT.                    CVCRT4.2
041080     IF CRT-UNWAIVED-FAILS GREATER THAN ZERO                      CVCRT4.2
041136             OR CRT-ABORTED-COUNT GREATER THAN ZERO               CVCRT4.2
041400         MOVE CRT-V-2 TO PRINT-REC                                CVCRT4.2
041500         WRITE PRINT-REC                                          CVCRT4.2
041525         MOVE 4 TO RETURN-CODE                                    CVCRT4.2
041550         GO TO 4400-EXIT.                                         CVCRT4.2
041575     IF CRT-LIVE-WAIVED GREATER THAN ZERO                         CVCRT4.2
041600         MOVE CRT-V-3 TO PRINT-REC                                CVCRT4.2
041625     ELSE                                                         CVCRT4.2
041650         MOVE CRT-V-1 TO PRINT-REC.                               CVCRT4.2
041675     WRITE PRINT-REC.                                             CVCRT4.2
041700 4400-EXIT. EXIT.                                                 CVCRT4.2
041701*    COUNTS THE FAILED TESTS OF THE SECTION 2 RUNS -- MATCHED ON  CVCRT4.2
041702*    PROGRAM AND RAW-DATA KEY -- THAT A WAIVER IN FORCE TODAY     CVCRT4.2
041703*    COVERS.  FAILURES OF OLDER RUNS OR OTHER TARGETS IN THE      CVCRT4.2
041704*    ARCHIVE NEVER OFFSET A LIVE ONE.                             CVCRT4.2
041705 4410-LIVE-WAIVERS.                                               CVCRT4.2
041706     MOVE ZERO TO CRT-LIVE-WAIVED.                                CVCRT4.2
041707     MOVE CRT-TOT-FAIL TO CRT-UNWAIVED-FAILS.                     CVCRT4.2
041708     IF CRT-TOT-FAIL EQUAL TO ZERO                                CVCRT4.2
041709             OR CRT-WVR-COUNT EQUAL TO ZERO                       CVCRT4.2
041710         GO TO 4410-EXIT.                                         CVCRT4.2
041711     OPEN INPUT ARCH-FILE.                                        CVCRT4.2
041712     IF CRT-ARCH-STATUS NOT EQUAL TO "00"                         CVCRT4.2
041713         DISPLAY "CCVSCERT - NO CCVSAUDA EVENT ARCHIVE - "        CVCRT4.2
041714             "WAIVERS NOT APPLIED TO THE VERDICT"                 CVCRT4.2
041715         GO TO 4410-EXIT.                                         CVCRT4.2
041716     MOVE ZERO TO CRT-ARCH-EOF-SWITCH.                            CVCRT4.2
041717     PERFORM 4420-LIVE-ONE THRU 4420-EXIT                         CVCRT4.2
041718         UNTIL CRT-ARCH-AT-EOF.                                   CVCRT4.2
041719     CLOSE ARCH-FILE.                                             CVCRT4.2
041720     IF CRT-LIVE-WAIVED NOT LESS THAN CRT-TOT-FAIL                CVCRT4.2
041721         MOVE ZERO TO CRT-UNWAIVED-FAILS                          CVCRT4.2
041722         GO TO 4410-EXIT.                                         CVCRT4.2
041723     SUBTRACT CRT-LIVE-WAIVED FROM CRT-TOT-FAIL                   CVCRT4.2
041724         GIVING CRT-UNWAIVED-FAILS.                               CVCRT4.2
041725 4410-EXIT. EXIT.                                                 CVCRT4.2
041726 4420-LIVE-ONE.                                                   CVCRT4.2
041727     READ ARCH-FILE AT END                                        CVCRT4.2
041728         MOVE 1 TO CRT-ARCH-EOF-SWITCH                            CVCRT4.2
041729         GO TO 4420-EXIT.                                         CVCRT4.2
041730     IF AR-TARGET-ID NOT EQUAL TO CRT-TARGET-ID                   CVCRT4.2
041731             OR AR-OUTCOME NOT EQUAL TO "FAIL*"                   CVCRT4.2
041732         GO TO 4420-EXIT.                                         CVCRT4.2
041733     PERFORM 4330-FIND-FEATURE THRU 4330-EXIT                     CVCRT4.2
041734         VARYING CRT-SUB FROM 1 BY 1                              CVCRT4.2
041735         UNTIL CRT-SUB GREATER THAN CRT-PGM-COUNT                 CVCRT4.2
041736         OR (AR-PGM-ID   EQUAL TO CRT-T-PGM-ID (CRT-SUB)          CVCRT4.2
041737         AND AR-RUN-DATE EQUAL TO CRT-T-DATE   (CRT-SUB)          CVCRT4.2
041738         AND AR-RUN-TIME EQUAL TO CRT-T-TIME   (CRT-SUB)).        CVCRT4.2
041739     IF CRT-SUB GREATER THAN CRT-PGM-COUNT                        CVCRT4.2
041740         GO TO 4420-EXIT.                                         CVCRT4.2
041741     PERFORM 4330-FIND-FEATURE THRU 4330-EXIT                     CVCRT4.2
041742         VARYING CRT-WVR-SUB FROM 1 BY 1                          CVCRT4.2
041743         UNTIL CRT-WVR-SUB GREATER THAN CRT-WVR-COUNT             CVCRT4.2
041744         OR (AR-PGM-ID   EQUAL TO CRT-W-PGM-ID   (CRT-WVR-SUB)    CVCRT4.2
041745         AND AR-PAR-NAME EQUAL TO CRT-W-PAR-NAME (CRT-WVR-SUB)    CVCRT4.2
041746         AND CRT-W-EXPIRY (CRT-WVR-SUB) NOT LESS THAN CRT-TODAY). CVCRT4.2
041747     IF CRT-WVR-SUB GREATER THAN CRT-WVR-COUNT                    CVCRT4.2
041748         GO TO 4420-EXIT.                                         CVCRT4.2
041749     ADD 1 TO CRT-LIVE-WAIVED.                                    CVCRT4.2
041750 4420-EXIT. EXIT.                                                 CVCRT4.2
041800 5000-FINISH.                                                     CVCRT4.2
041900     CLOSE RAW-DATA.                                              CVCRT4.2
042000     CLOSE PRINT-FILE.                                            CVCRT4.2
044330 4320-EXIT. EXIT.                                                 CVCRT4.2
044360 4330-FIND-FEATURE. EXIT.                                         CVCRT4.2
044390 4330-EXIT. EXIT.                                                 CVCRT4.2
044391*    THE FLAKY LIST AND THE WAIVERS HOLD THE 20-CHARACTER         CVCRT4.2
044392*    PAR-NAME THE EXPORT CARRIES LEFT-JUSTIFIED IN A WIDER FIELD. CVCRT4.2
044393 4340-CHECK-FLAKY.                                                CVCRT4.2
044394     MOVE DL-PAR-NAME TO CRT-PAR-NAME.                            CVCRT4.2
044395     PERFORM 4330-FIND-FEATURE THRU 4330-EXIT                     CVCRT4.2
044396         VARYING CRT-FLK-SUB FROM 1 BY 1                          CVCRT4.2
044397         UNTIL CRT-FLK-SUB GREATER THAN CRT-FLK-COUNT             CVCRT4.2
044398         OR (DL-PGM-ID    EQUAL TO CRT-F-PGM-ID   (CRT-FLK-SUB)   CVCRT4.2
044399         AND CRT-PAR-NAME EQUAL TO CRT-F-PAR-NAME (CRT-FLK-SUB)). CVCRT4.2
044400     IF CRT-FLK-SUB GREATER THAN CRT-FLK-COUNT                    CVCRT4.2
044401         GO TO 4340-EXIT.                                         CVCRT4.2
044402     MOVE "FLAKY TEST" TO CA-NOTE-O.                              CVCRT4.2
044403     ADD 1 TO CRT-FLAKY-FAILS.                                    CVCRT4.2
044404 4340-EXIT. EXIT.                                                 CVCRT4.2
044405 4345-CHECK-WAIVER.                                               CVCRT4.2
044406     MOVE DL-PAR-NAME TO CRT-PAR-NAME.                            CVCRT4.2
044407     PERFORM 4330-FIND-FEATURE THRU 4330-EXIT                     CVCRT4.2
044408         VARYING CRT-WVR-SUB FROM 1 BY 1                          CVCRT4.2
044409         UNTIL CRT-WVR-SUB GREATER THAN CRT-WVR-COUNT             CVCRT4.2
044410         OR (DL-PGM-ID    EQUAL TO CRT-W-PGM-ID   (CRT-WVR-SUB)   CVCRT4.2
044411         AND CRT-PAR-NAME EQUAL TO CRT-W-PAR-NAME (CRT-WVR-SUB)   CVCRT4.2
044412         AND CRT-W-EXPIRY (CRT-WVR-SUB) NOT LESS THAN CRT-TODAY). CVCRT4.2
044413     IF CRT-WVR-SUB GREATER THAN CRT-WVR-COUNT                    CVCRT4.2
044414         GO TO 4345-EXIT.                                         CVCRT4.2
044415     MOVE "FAIL-W" TO CA-P-OR-F-O.                                CVCRT4.2
044416     MOVE CRT-W-PROBLEM-NO (CRT-WVR-SUB) TO CA-NOTE-O.            CVCRT4.2
044417     ADD 1 TO CRT-W-USED (CRT-WVR-SUB).                           CVCRT4.2
044418     ADD 1 TO CRT-WAIVED-FAILS.                                   CVCRT4.2
044419 4345-EXIT. EXIT.                                                 CVCRT4.2
044420*    SECTION 4 MAPS EVERY FEATURE SEEN IN THE COLLECTION TO       CVCRT4.2
044450*    ITS LANGUAGE-STANDARD CITATION FROM THE DICTIONARY.          CVCRT4.2
044480 4350-CITATIONS.                                                  CVCRT4.2
046370     MOVE CRT-N-1 TO PRINT-REC.                                   CVCRT4.2
046380     WRITE PRINT-REC.                                             CVCRT4.2
046390 4395-EXIT. EXIT.                                                 CVCRT4.2
051190*    SECTION 6 LISTS EVERY WAIVER ON FILE FOR THE TARGET.  ONE    CVCRT4.2
051290*    THAT HAS EXPIRED, OR THAT MATCHED NO FAILURE IN THE          CVCRT4.2
051390*    COLLECTION, IS FLAGGED FOR CLEANUP SO A WAIVER CANNOT        CVCRT4.2
051490*    QUIETLY BECOME PERMANENT.                                    CVCRT4.2
051590 4396-WAIVER-REGISTER.                                            CVCRT4.2
051690     MOVE SPACE TO PRINT-REC.                                     CVCRT4.2
051790     WRITE PRINT-REC AFTER ADVANCING PAGE.                        CVCRT4.2
051890     MOVE CRT-SEC-6 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
051990     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCRT4.2
052090     IF CRT-WVR-COUNT EQUAL TO ZERO                               CVCRT4.2
052190         MOVE CRT-W-M-1 TO PRINT-REC                              CVCRT4.2
052290         WRITE PRINT-REC                                          CVCRT4.2
052390         GO TO 4396-EXIT.                                         CVCRT4.2
052490     MOVE CRT-W-C-1 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
052590     PERFORM 4397-WAIVER-ONE THRU 4397-EXIT                       CVCRT4.2
052690         VARYING CRT-WVR-SUB FROM 1 BY 1                          CVCRT4.2
052790         UNTIL CRT-WVR-SUB GREATER THAN CRT-WVR-COUNT.            CVCRT4.2
052890     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCRT4.2
052990     MOVE CRT-CLEANUP-COUNT TO CWT-CLEANUP-O.                     CVCRT4.2
053090     MOVE CRT-W-T-1 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
053190 4396-EXIT. EXIT.                                                 CVCRT4.2
053290*    WITHOUT THE DELIMITED COLLECTION NOTHING COULD BE MATCHED,   CVCRT4.2
053390*    SO AN UNEXPIRED WAIVER IS NOT CALLED UNUSED.                 CVCRT4.2
053490 4397-WAIVER-ONE.                                                 CVCRT4.2
053590     MOVE SPACE TO CRT-W-1.                                       CVCRT4.2
053690     MOVE CRT-W-PGM-ID     (CRT-WVR-SUB) TO CW-PGM-ID-O.          CVCRT4.2
053790     MOVE CRT-W-PAR-NAME   (CRT-WVR-SUB) TO CW-PAR-NAME-O.        CVCRT4.2
053890     MOVE CRT-W-PROBLEM-NO (CRT-WVR-SUB) TO CW-PROBLEM-O.         CVCRT4.2
053990     MOVE CRT-W-APPROVER   (CRT-WVR-SUB) TO CW-APPROVER-O.        CVCRT4.2
054090     MOVE CRT-W-EXPIRY     (CRT-WVR-SUB) TO CW-EXPIRY-O.          CVCRT4.2
054190     MOVE CRT-W-USED       (CRT-WVR-SUB) TO CW-USED-O.            CVCRT4.2
054290     MOVE "IN FORCE" TO CW-STATUS-O.                              CVCRT4.2
054390     IF CRT-W-EXPIRY (CRT-WVR-SUB) LESS THAN CRT-TODAY            CVCRT4.2
054490         MOVE "EXPIRED" TO CW-STATUS-O                            CVCRT4.2
054590         GO TO 4397-CLEANUP.                                      CVCRT4.2
054690     IF CRT-W-USED (CRT-WVR-SUB) GREATER THAN ZERO                CVCRT4.2
054790             OR NOT CRT-HAVE-DELIM                                CVCRT4.2
054890         GO TO 4397-PRINT.                                        CVCRT4.2
054990     MOVE "UNUSED" TO CW-STATUS-O.                                CVCRT4.2
055090 4397-CLEANUP.                                                    CVCRT4.2
055190     MOVE "CLEANUP REQUIRED" TO CW-CLEANUP-O.                     CVCRT4.2
055290     ADD 1 TO CRT-CLEANUP-COUNT.                                  CVCRT4.2
055390 4397-PRINT.                                                      CVCRT4.2
055490     MOVE CRT-W-1 TO PRINT-REC.                                   CVCRT4.2
055590     WRITE PRINT-REC.                                             CVCRT4.2
055690 4397-EXIT. EXIT.                                                 CVCRT4.2
055691*    THE CLAUSE COVERAGE FILE IS OPTIONAL; ONLY THE RECORDS FOR   CVCRT4.2
055692*    THIS TARGET ARE LISTED, IN THE ORDER CCVSCLCV WROTE THEM.    CVCRT4.2
055693 4398-CLAUSE-COVERAGE.                                            CVCRT4.2
055694     MOVE SPACE TO PRINT-REC.                                     CVCRT4.2
055695     WRITE PRINT-REC AFTER ADVANCING PAGE.                        CVCRT4.2
055696     MOVE CRT-SEC-7 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
055697     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCRT4.2
055698     OPEN INPUT CCR-FILE.                                         CVCRT4.2
055699     IF CRT-CCR-STATUS NOT EQUAL TO "00"                          CVCRT4.2
055700         MOVE CRT-K-M-1 TO PRINT-REC                              CVCRT4.2
055701         WRITE PRINT-REC                                          CVCRT4.2
055702         GO TO 4398-EXIT.                                         CVCRT4.2
055703     PERFORM 4399-COVERAGE-ONE THRU 4399-EXIT                     CVCRT4.2
055704         UNTIL CRT-CCR-AT-EOF.                                    CVCRT4.2
055705     CLOSE CCR-FILE.                                              CVCRT4.2
055706     IF CRT-CCR-CLAUSES EQUAL TO ZERO                             CVCRT4.2
055707         MOVE CRT-K-M-1 TO PRINT-REC                              CVCRT4.2
055708         WRITE PRINT-REC                                          CVCRT4.2
055709         GO TO 4398-EXIT.                                         CVCRT4.2
055710     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCRT4.2
055711     MOVE "CLAUSES REQUIRED               =" TO CKT-LABEL-O.      CVCRT4.2
055712     MOVE CRT-CCR-CLAUSES TO CKT-COUNT-O.                         CVCRT4.2
055713     MOVE CRT-K-T-1 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
055714     MOVE "CLAUSES PASSING                =" TO CKT-LABEL-O.      CVCRT4.2
055715     MOVE CRT-CCR-PASSING TO CKT-COUNT-O.                         CVCRT4.2
055716     MOVE CRT-K-T-1 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
055717     MOVE "CLAUSES FAILING                =" TO CKT-LABEL-O.      CVCRT4.2
055718     MOVE CRT-CCR-FAILING TO CKT-COUNT-O.                         CVCRT4.2
055719     MOVE CRT-K-T-1 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
055720     MOVE "CLAUSES NOT COVERED            =" TO CKT-LABEL-O.      CVCRT4.2
055721     MOVE CRT-CCR-UNCOVERED TO CKT-COUNT-O.                       CVCRT4.2
055722     MOVE CRT-K-T-1 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
055723     COMPUTE CRT-CCR-COVERED = CRT-CCR-PASSING + CRT-CCR-FAILING. CVCRT4.2
055724     COMPUTE CRT-CCR-PCT ROUNDED =                                CVCRT4.2
055725         CRT-CCR-COVERED * 100 / CRT-CCR-CLAUSES.                 CVCRT4.2
055726     MOVE CRT-CCR-PCT TO CKT-PCT-O.                               CVCRT4.2
055727     MOVE CRT-K-T-2 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
055728 4398-EXIT. EXIT.                                                 CVCRT4.2
055729 4399-COVERAGE-ONE.                                               CVCRT4.2
055730     READ CCR-FILE AT END                                         CVCRT4.2
055731         MOVE 1 TO CRT-CCR-EOF-SWITCH                             CVCRT4.2
055732         GO TO 4399-EXIT.                                         CVCRT4.2
055733     IF CCR-TARGET-ID NOT EQUAL TO CRT-TARGET-ID                  CVCRT4.2
055734         GO TO 4399-EXIT.                                         CVCRT4.2
055735     IF CRT-CCR-CLAUSES NOT EQUAL TO ZERO                         CVCRT4.2
055736         GO TO 4399-DETAIL.                                       CVCRT4.2
055737     MOVE CCR-RUN-DATE TO CKH-DATE-O.                             CVCRT4.2
055738     MOVE CRT-K-H-1 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
055739     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCRT4.2
055740     MOVE CRT-K-C-1 TO PRINT-REC. WRITE PRINT-REC.                CVCRT4.2
055741 4399-DETAIL.                                                     CVCRT4.2
055742     ADD 1 TO CRT-CCR-CLAUSES.                                    CVCRT4.2
055743     MOVE SPACE TO CRT-K-1.                                       CVCRT4.2
055744     MOVE CCR-CITATION TO CK-CITATION-O.                          CVCRT4.2
055745     MOVE CCR-TESTS    TO CK-TESTS-O.                             CVCRT4.2
055746     MOVE CCR-PASS     TO CK-PASS-O.                              CVCRT4.2
055747     MOVE CCR-FAIL     TO CK-FAIL-O.                              CVCRT4.2
055748     MOVE CCR-NOTE     TO CK-NOTE-O.                              CVCRT4.2
055749     MOVE CCR-TITLE    TO CK-TITLE-O.                             CVCRT4.2
055750     MOVE "NOT COVERED" TO CK-STATUS-O.                           CVCRT4.2
055751     IF CCR-PASSING                                               CVCRT4.2
055752         MOVE "PASSING" TO CK-STATUS-O                            CVCRT4.2
055753         ADD 1 TO CRT-CCR-PASSING.                                CVCRT4.2
055754     IF CCR-FAILING                                               CVCRT4.2
055755         MOVE "FAILING" TO CK-STATUS-O                            CVCRT4.2
055756         ADD 1 TO CRT-CCR-FAILING.                                CVCRT4.2
055757     IF CCR-NOT-COVERED                                           CVCRT4.2
055758         ADD 1 TO CRT-CCR-UNCOVERED.                              CVCRT4.2
055759     MOVE CRT-K-1 TO PRINT-REC.                                   CVCRT4.2
055760     WRITE PRINT-REC.                                             CVCRT4.2
055761 4399-EXIT. EXIT.                                                 CVCRT4.2
055790*    A PASSING SIGN-OFF WITH AN OPERATOR ON THE CARD BECOMES      CVCRT4.2
055890*    THE TARGET'S NEXT NUMBERED CERTIFICATE ON THE REGISTER,      CVCRT4.2
055990*    CARRYING THE KEY AND FAILURE COUNT OF EVERY SECTION 2 RUN    CVCRT4.2
056090*    AS ITS BASIS.  A FAILING VERDICT IS NEVER REGISTERED.        CVCRT4.2
056190 4500-REGISTER.                                                   CVCRT4.2
056290     IF CRT-OPERATOR EQUAL TO SPACE                               CVCRT4.2
056390         GO TO 4500-EXIT.                                         CVCRT4.2
056490     MOVE SPACE TO CR-TEXT-O.                                     CVCRT4.2
056590     IF CRT-UNWAIVED-FAILS GREATER THAN ZERO                      CVCRT4.2
056690             OR CRT-ABORTED-COUNT GREATER THAN ZERO               CVCRT4.2
056790             OR CRT-PGM-COUNT EQUAL TO ZERO                       CVCRT4.2
056890         MOVE "NOT ISSUED - THE VERDICT DOES NOT PASS"            CVCRT4.2
056990             TO CR-TEXT-O                                         CVCRT4.2
057090         GO TO 4500-PRINT.                                        CVCRT4.2
057190     PERFORM 4510-CHECK-AUTHORITY THRU 4510-EXIT.                 CVCRT4.2
057290     IF NOT CRT-CERTIFY-ALLOWED                                   CVCRT4.2
057390         DISPLAY "CCVSCERT - OPERATOR " CRT-OPERATOR              CVCRT4.2
057490             " NOT AUTHORIZED TO CERTIFY - NOT ISSUED"            CVCRT4.2
057590         PERFORM 4520-LOG-DENIAL THRU 4520-EXIT                   CVCRT4.2
057690         MOVE "NOT ISSUED - OPERATOR NOT AUTHORIZED TO CERTIFY"   CVCRT4.2
057790             TO CR-TEXT-O                                         CVCRT4.2
057890         MOVE 8 TO RETURN-CODE                                    CVCRT4.2
057990         GO TO 4500-PRINT.                                        CVCRT4.2
058090     OPEN I-O CREG-FILE.                                          CVCRT4.2
058190     IF CRT-REG-STATUS EQUAL TO "35"                              CVCRT4.2
058290         OPEN OUTPUT CREG-FILE                                    CVCRT4.2
058390         CLOSE CREG-FILE                                          CVCRT4.2
058490         OPEN I-O CREG-FILE.                                      CVCRT4.2
058590     IF CRT-REG-STATUS NOT EQUAL TO "00"                          CVCRT4.2
058690         DISPLAY "CCVSCERT - CCVSCREG UNAVAILABLE - STATUS "      CVCRT4.2
058790             CRT-REG-STATUS                                       CVCRT4.2
058890         MOVE "NOT ISSUED - REGISTER UNAVAILABLE" TO CR-TEXT-O    CVCRT4.2
058990         MOVE 8 TO RETURN-CODE                                    CVCRT4.2
059090         GO TO 4500-PRINT.                                        CVCRT4.2
059190     PERFORM 4530-NEXT-NUMBER THRU 4530-EXIT.                     CVCRT4.2
059290     MOVE SPACE            TO CERT-REG-SATZ.                      CVCRT4.2
059390     MOVE CRT-TARGET-ID    TO CR-TARGET-ID.                       CVCRT4.2
059490     MOVE CRT-NEXT-CERT-NO TO CR-CERT-NO.                         CVCRT4.2
059590     MOVE CRT-FROM-DATE    TO CR-FROM-DATE.                       CVCRT4.2
059690     MOVE CRT-TO-DATE      TO CR-TO-DATE.                         CVCRT4.2
059790     MOVE CRT-OPERATOR     TO CR-OPERATOR.                        CVCRT4.2
059890     ACCEPT CR-ISSUE-DATE FROM DATE YYYYMMDD.                     CVCRT4.2
059990     ACCEPT CR-ISSUE-TIME FROM TIME.                              CVCRT4.2
060090     MOVE "ISSUED"         TO CR-STATUS.                          CVCRT4.2
060190     MOVE CR-ISSUE-DATE    TO CR-STATUS-DATE.                     CVCRT4.2
060290     MOVE "ISSUED ON A PASSING SIGN-OFF" TO CR-STATUS-TEXT.       CVCRT4.2
060390     MOVE CRT-PGM-COUNT    TO CR-BASIS-COUNT.                     CVCRT4.2
060490     PERFORM 4540-BASIS-ONE THRU 4540-EXIT                        CVCRT4.2
060590         VARYING CRT-SUB FROM 1 BY 1                              CVCRT4.2
060690         UNTIL CRT-SUB GREATER THAN CRT-PGM-COUNT.                CVCRT4.2
060790     WRITE CERT-REG-SATZ INVALID KEY                              CVCRT4.2
060890         MOVE "NOT ISSUED - CERTIFICATE NUMBER ALREADY ON FILE"   CVCRT4.2
060990             TO CR-TEXT-O                                         CVCRT4.2
061090         MOVE 8 TO RETURN-CODE                                    CVCRT4.2
061190         GO TO 4500-CLOSE.                                        CVCRT4.2
061290     STRING "CERTIFICATE " DELIMITED BY SIZE                      CVCRT4.2
061390         CR-TARGET-ID      DELIMITED BY SIZE                      CVCRT4.2
061490         "-"               DELIMITED BY SIZE                      CVCRT4.2
061590         CR-CERT-NO        DELIMITED BY SIZE                      CVCRT4.2
061690         " ISSUED BY "     DELIMITED BY SIZE                      CVCRT4.2
061790         CR-OPERATOR       DELIMITED BY SIZE                      CVCRT4.2
061890         INTO CR-TEXT-O.                                          CVCRT4.2
061990     DISPLAY "CCVSCERT - " CR-TEXT-O.                             CVCRT4.2
062090 4500-CLOSE.                                                      CVCRT4.2
062190     CLOSE CREG-FILE.                                             CVCRT4.2
062290 4500-PRINT.                                                      CVCRT4.2
062390     MOVE SPACE TO PRINT-REC. WRITE PRINT-REC.                    CVCRT4.2
062490     MOVE CRT-R-1 TO PRINT-REC. WRITE PRINT-REC.                  CVCRT4.2
062590 4500-EXIT. EXIT.                                                 CVCRT4.2
062690*    SAME SCAN AS THE PURGE CHECK IN CCVSPURG: WITHOUT AN         CVCRT4.2
062790*    AUTHORITY FILE THE CERTIFICATE IS ISSUED UNCHECKED.          CVCRT4.2
062890 4510-CHECK-AUTHORITY.                                            CVCRT4.2
062990     MOVE ZERO TO CRT-AUTH-OK-SW.                                 CVCRT4.2
063090     OPEN INPUT AUTH-FILE.                                        CVCRT4.2
063190     IF CRT-AUTH-STATUS NOT EQUAL TO "00"                         CVCRT4.2
063290         DISPLAY "CCVSCERT - NO OPERATOR AUTHORITY FILE - "       CVCRT4.2
063390             "CERTIFICATE UNCHECKED"                              CVCRT4.2
063490         MOVE 1 TO CRT-AUTH-OK-SW                                 CVCRT4.2
063590         GO TO 4510-EXIT.                                         CVCRT4.2
063690     PERFORM 4515-SCAN-ONE-AUTH THRU 4515-EXIT                    CVCRT4.2
063790         UNTIL CRT-AUTH-AT-EOF OR CRT-CERTIFY-ALLOWED.            CVCRT4.2
063890     CLOSE AUTH-FILE.                                             CVCRT4.2
063990 4510-EXIT. EXIT.                                                 CVCRT4.2
064090 4515-SCAN-ONE-AUTH.                                              CVCRT4.2
064190     READ AUTH-FILE AT END                                        CVCRT4.2
064290         MOVE 1 TO CRT-AUTH-EOF-SWITCH                            CVCRT4.2
064390         GO TO 4515-EXIT.                                         CVCRT4.2
064490     IF OA-OPERATOR EQUAL TO CRT-OPERATOR                         CVCRT4.2
064590             AND OA-CERTIFY EQUAL TO "Y"                          CVCRT4.2
064690         MOVE 1 TO CRT-AUTH-OK-SW.                                CVCRT4.2
064790 4515-EXIT. EXIT.                                                 CVCRT4.2
064890 4520-LOG-DENIAL.                                                 CVCRT4.2
064990     OPEN EXTEND ACC-LOG-FILE.                                    CVCRT4.2
065090     ACCEPT CRT-ACC-DATE FROM DATE YYYYMMDD.                      CVCRT4.2
065190     ACCEPT CRT-ACC-TIME FROM TIME.                               CVCRT4.2
065290     MOVE "CCVSCERT" TO CRT-ACC-PROGRAM.                          CVCRT4.2
065390     MOVE CRT-OPERATOR TO CRT-ACC-OPERATOR.                       CVCRT4.2
065490     MOVE "CERTIFY  " TO CRT-ACC-ACTION.                          CVCRT4.2
065590     MOVE "DENIED  " TO CRT-ACC-RESULT.                           CVCRT4.2
065690     WRITE CRT-ACC-REC.                                           CVCRT4.2
065790     CLOSE ACC-LOG-FILE.                                          CVCRT4.2
065890 4520-EXIT. EXIT.                                                 CVCRT4.2
065990*    CERTIFICATE NUMBERS RUN FROM 1 WITHIN EACH TARGET; THE       CVCRT4.2
066090*    NEXT ONE FOLLOWS THE HIGHEST ALREADY ON THE REGISTER.        CVCRT4.2
066190 4530-NEXT-NUMBER.                                                CVCRT4.2
066290     MOVE 1 TO CRT-NEXT-CERT-NO.                                  CVCRT4.2
066390     MOVE ZERO TO CRT-REG-EOF-SWITCH.                             CVCRT4.2
066490     MOVE CRT-TARGET-ID TO CR-TARGET-ID.                          CVCRT4.2
066590     MOVE ZERO TO CR-CERT-NO.                                     CVCRT4.2
066690     START CREG-FILE KEY IS NOT LESS THAN CERT-REG-KEY            CVCRT4.2
066790         INVALID KEY GO TO 4530-EXIT.                             CVCRT4.2
066890     PERFORM 4535-NEXT-ONE THRU 4535-EXIT                         CVCRT4.2
066990         UNTIL CRT-REG-AT-EOF.                                    CVCRT4.2
067090 4530-EXIT. EXIT.                                                 CVCRT4.2
067190 4535-NEXT-ONE.                                                   CVCRT4.2
067290     READ CREG-FILE NEXT RECORD AT END                            CVCRT4.2
067390         MOVE 1 TO CRT-REG-EOF-SWITCH                             CVCRT4.2
067490         GO TO 4535-EXIT.                                         CVCRT4.2
067590     IF CR-TARGET-ID NOT EQUAL TO CRT-TARGET-ID                   CVCRT4.2
067690         MOVE 1 TO CRT-REG-EOF-SWITCH                             CVCRT4.2
067790         GO TO 4535-EXIT.                                         CVCRT4.2
067890     COMPUTE CRT-NEXT-CERT-NO = CR-CERT-NO + 1.                   CVCRT4.2
067990 4535-EXIT. EXIT.                                                 CVCRT4.2
068090 4540-BASIS-ONE.                                                  CVCRT4.2
068190     MOVE CRT-T-PGM-ID (CRT-SUB) TO CR-B-PGM-ID (CRT-SUB).        CVCRT4.2
068290     MOVE CRT-T-DATE   (CRT-SUB) TO CR-B-DATE   (CRT-SUB).        CVCRT4.2
068390     MOVE CRT-T-TIME   (CRT-SUB) TO CR-B-TIME   (CRT-SUB).        CVCRT4.2
068490     MOVE CRT-T-FAIL   (CRT-SUB) TO CR-B-FAIL   (CRT-SUB).        CVCRT4.2
068590 4540-EXIT. EXIT.                                                 CVCRT4.2
