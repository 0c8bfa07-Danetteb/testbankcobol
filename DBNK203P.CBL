000100***************************************************************** DBNK203P
000200*                                                               * DBNK203P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK203P
000400*   This demonstration program is provided for use by users     * DBNK203P
000500*   of Micro Focus products and may be used, modified and       * DBNK203P
000600*   distributed as part of your application provided that       * DBNK203P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK203P
000800*   in this material.                                           * DBNK203P
000900*                                                               * DBNK203P
001000***************************************************************** DBNK203P
001100                                                                  DBNK203P
001200***************************************************************** DBNK203P
001300* Program:     DBNK203P.CBL                                     * DBNK203P
001400* Function:    Weekly customer data quality scoring. Every live * DBNK203P
001500*              customer on BNKCUST (not merged, anonymized or   * DBNK203P
001600*              deceased) is checked for a missing or unusable   * DBNK203P
001700*              birth date (individuals only), a state not in    * DBNK203P
001800*              CSTATESD for the country or a postal code that   * DBNK203P
001900*              does not fit the state, a malformed telephone    * DBNK203P
002000*              number, an e-mail address also held by another   * DBNK203P
002100*              customer outside their confirmed BNKHHLD         * DBNK203P
002200*              household and not a joint holder with them, a    * DBNK203P
002300*              missing branch code and a required BNKKYC        * DBNK203P
002400*              document (BNKPARM KYCDOCS / KYCBDOCS, as account * DBNK203P
002500*              opening uses them) missing or withdrawn. Each    * DBNK203P
002600*              failed check takes its weight (BNKPARM keys      * DBNK203P
002700*              DQWBIRTH, DQWPOST, DQWPHONE, DQWEMAIL, DQWBRNCH, * DBNK203P
002800*              DQWKYC) off a score of 100. The branch averages  * DBNK203P
002900*              are filed on BNKDQHS (see CBANKVDH) and shown    * DBNK203P
003000*              with the scores of up to seven earlier runs in   * DBNK203P
003100*              the last ninety days as the branch's trend; then * DBNK203P
003200*              each branch's remediation worklist follows, its  * DBNK203P
003300*              customers in order of their combined balance,    * DBNK203P
003400*              largest first. The report is DQRPT, archived by  * DBNK203P
003500*              DBANK84P under id DATAQUAL.                      * DBNK203P
003600*              Return code 4 when customers could not be held.  * DBNK203P
003700*              VSAM version                                     * DBNK203P
003800***************************************************************** DBNK203P
003900                                                                  DBNK203P
004000 IDENTIFICATION DIVISION.                                         DBNK203P
004100 PROGRAM-ID.                                                      DBNK203P
004200     DBNK203P.                                                    DBNK203P
004300 DATE-WRITTEN.                                                    DBNK203P
004400     October 2008.                                                DBNK203P
004500 DATE-COMPILED.                                                   DBNK203P
004600     Today.                                                       DBNK203P
004700                                                                  DBNK203P
004800 ENVIRONMENT DIVISION.                                            DBNK203P
004900                                                                  DBNK203P
005000 INPUT-OUTPUT   SECTION.                                          DBNK203P
005100   FILE-CONTROL.                                                  DBNK203P
005200     SELECT BNKCUST-FILE                                          DBNK203P
005300            ASSIGN       TO BNKCUST                               DBNK203P
005400            ORGANIZATION IS INDEXED                               DBNK203P
005500            ACCESS MODE  IS DYNAMIC                               DBNK203P
005600            RECORD KEY   IS BCS-REC-PID                           DBNK203P
005700            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK203P
005800                                                                  DBNK203P
005900     SELECT BNKACC-FILE                                           DBNK203P
006000            ASSIGN       TO BNKACC                                DBNK203P
006100            ORGANIZATION IS INDEXED                               DBNK203P
006200            ACCESS MODE  IS DYNAMIC                               DBNK203P
006300            RECORD KEY   IS BAC-REC-ACCNO                         DBNK203P
006400            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK203P
006500            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK203P
006600                                                                  DBNK203P
006700     SELECT BNKKYC-FILE                                           DBNK203P
006800            ASSIGN       TO BNKKYC                                DBNK203P
006900            ORGANIZATION IS INDEXED                               DBNK203P
007000            ACCESS MODE  IS RANDOM                                DBNK203P
007100            RECORD KEY   IS KYC-REC-KEY                           DBNK203P
007200            FILE STATUS  IS WS-BNKKYC-STATUS.                     DBNK203P
007300                                                                  DBNK203P
007400     SELECT BNKHHLD-FILE                                          DBNK203P
007500            ASSIGN       TO BNKHHLD                               DBNK203P
007600            ORGANIZATION IS INDEXED                               DBNK203P
007700            ACCESS MODE  IS RANDOM                                DBNK203P
007800            RECORD KEY   IS HHL-REC-MEMBER-PID                    DBNK203P
007900            ALTERNATE KEY IS HHL-REC-HEAD-PID WITH DUPLICATES     DBNK203P
008000            FILE STATUS  IS WS-BNKHHLD-STATUS.                    DBNK203P
008100                                                                  DBNK203P
008200     SELECT BNKPARM-FILE                                          DBNK203P
008300            ASSIGN       TO BNKPARM                               DBNK203P
008400            ORGANIZATION IS INDEXED                               DBNK203P
008500            ACCESS MODE  IS RANDOM                                DBNK203P
008600            RECORD KEY   IS PRM-REC-KEY                           DBNK203P
008700            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK203P
008800                                                                  DBNK203P
008900     SELECT BNKDQHS-FILE                                          DBNK203P
009000            ASSIGN       TO BNKDQHS                               DBNK203P
009100            ORGANIZATION IS INDEXED                               DBNK203P
009200            ACCESS MODE  IS DYNAMIC                               DBNK203P
009300            RECORD KEY   IS BDH-REC-KEY                           DBNK203P
009400            FILE STATUS  IS WS-BNKDQHS-STATUS.                    DBNK203P
009500                                                                  DBNK203P
009600     SELECT DQRPT-FILE                                            DBNK203P
009700            ASSIGN       TO DQRPT                                 DBNK203P
009800            ORGANIZATION IS SEQUENTIAL                            DBNK203P
009900            FILE STATUS  IS WS-DQRPT-STATUS.                      DBNK203P
010000                                                                  DBNK203P
010100 DATA DIVISION.                                                   DBNK203P
010200                                                                  DBNK203P
010300 FILE SECTION.                                                    DBNK203P
010400 FD  BNKCUST-FILE.                                                DBNK203P
010500 01  BNKCUST-REC.                                                 DBNK203P
010600 COPY CBANKVCS.                                                   DBNK203P
010700                                                                  DBNK203P
010800 FD  BNKACC-FILE.                                                 DBNK203P
010900 01  BNKACC-REC.                                                  DBNK203P
011000 COPY CBANKVAC.                                                   DBNK203P
011100                                                                  DBNK203P
011200 FD  BNKKYC-FILE.                                                 DBNK203P
011300 01  BNKKYC-REC.                                                  DBNK203P
011400 COPY CBANKVKY.                                                   DBNK203P
011500                                                                  DBNK203P
011600 FD  BNKHHLD-FILE.                                                DBNK203P
011700 01  BNKHHLD-REC.                                                 DBNK203P
011800 COPY CBANKVHH.                                                   DBNK203P
011900                                                                  DBNK203P
012000 FD  BNKPARM-FILE.                                                DBNK203P
012100 01  BNKPARM-REC.                                                 DBNK203P
012200 COPY CBANKVPM.                                                   DBNK203P
012300                                                                  DBNK203P
012400 FD  BNKDQHS-FILE.                                                DBNK203P
012500 01  BNKDQHS-REC.                                                 DBNK203P
012600 COPY CBANKVDH.                                                   DBNK203P
012700                                                                  DBNK203P
012800 FD  DQRPT-FILE.                                                  DBNK203P
012900 01  DQRPT-REC                          PIC X(132).               DBNK203P
013000                                                                  DBNK203P
013100 WORKING-STORAGE SECTION.                                         DBNK203P
013200 COPY CTIMERD.                                                    DBNK203P
013300 COPY CSTATESD.                                                   DBNK203P
013400                                                                  DBNK203P
013500 01  WS-MISC-STORAGE.                                             DBNK203P
013600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK203P
013700       VALUE 'DBNK203P'.                                          DBNK203P
013800                                                                  DBNK203P
013900   05  WS-BNKCUST-STATUS.                                         DBNK203P
014000     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK203P
014100     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK203P
014200   05  WS-BNKACC-STATUS.                                          DBNK203P
014300     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK203P
014400     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK203P
014500   05  WS-BNKKYC-STATUS.                                          DBNK203P
014600     10  WS-BNKKYC-STAT1                      PIC X(1).           DBNK203P
014700     10  WS-BNKKYC-STAT2                      PIC X(1).           DBNK203P
014800   05  WS-BNKHHLD-STATUS.                                         DBNK203P
014900     10  WS-BNKHHLD-STAT1                     PIC X(1).           DBNK203P
015000     10  WS-BNKHHLD-STAT2                     PIC X(1).           DBNK203P
015100   05  WS-BNKPARM-STATUS.                                         DBNK203P
015200     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK203P
015300     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK203P
015400   05  WS-BNKDQHS-STATUS.                                         DBNK203P
015500     10  WS-BNKDQHS-STAT1                     PIC X(1).           DBNK203P
015600     10  WS-BNKDQHS-STAT2                     PIC X(1).           DBNK203P
015700   05  WS-DQRPT-STATUS.                                           DBNK203P
015800     10  WS-DQRPT-STAT1                       PIC X(1).           DBNK203P
015900     10  WS-DQRPT-STAT2                       PIC X(1).           DBNK203P
016000                                                                  DBNK203P
016100   05  WS-IO-STATUS.                                              DBNK203P
016200     10  WS-IO-STAT1                          PIC X(1).           DBNK203P
016300     10  WS-IO-STAT2                          PIC X(1).           DBNK203P
016400                                                                  DBNK203P
016500   05  WS-TWO-BYTES.                                              DBNK203P
016600     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK203P
016700     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK203P
016800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK203P
016900                                              PIC 9(1) COMP.      DBNK203P
017000                                                                  DBNK203P
017100   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK203P
017200     88  OPEN-OK                              VALUE 0.            DBNK203P
017300                                                                  DBNK203P
017400   05  WS-FILE                               PIC X(16).           DBNK203P
017500                                                                  DBNK203P
017600*    the weight each failed check takes off the score of 100      DBNK203P
017700   05  WS-WEIGHTS.                                                DBNK203P
017800     10  WS-WT-BIRTH                         PIC 9(3).            DBNK203P
017900     10  WS-WT-POST                          PIC 9(3).            DBNK203P
018000     10  WS-WT-PHONE                         PIC 9(3).            DBNK203P
018100     10  WS-WT-EMAIL                         PIC 9(3).            DBNK203P
018200     10  WS-WT-BRANCH                        PIC 9(3).            DBNK203P
018300     10  WS-WT-KYC                           PIC 9(3).            DBNK203P
018400   05  WS-WT-WORK                            PIC 9(3).            DBNK203P
018500                                                                  DBNK203P
018600*    the KYC documents required of individuals and of entities    DBNK203P
018700   05  WS-KYC-PERSON-LIST                    PIC X(20).           DBNK203P
018800   05  WS-KYC-ENTITY-LIST                    PIC X(20).           DBNK203P
018900   05  WS-KYC-DOC-LIST                       PIC X(20).           DBNK203P
019000   05  WS-KYC-DOC-TABLE REDEFINES WS-KYC-DOC-LIST.                DBNK203P
019100     10  WS-KYC-DOC-ENTRY OCCURS 5 TIMES     PIC X(4).            DBNK203P
019200   05  WS-KYC-SUB                            PIC S9(4) COMP.      DBNK203P
019300                                                                  DBNK203P
019400*    the start of the trend window                                DBNK203P
019500   05  WS-WINDOW-DAYS                        PIC S9(4) COMP       DBNK203P
019600       VALUE 90.                                                  DBNK203P
019700   05  WS-FROM-YMD                           PIC X(8).            DBNK203P
019800   05  WS-FROM-YMD-R REDEFINES WS-FROM-YMD.                       DBNK203P
019900     10  WS-FROM-YYYY                        PIC 9(4).            DBNK203P
020000     10  WS-FROM-MM                          PIC 9(2).            DBNK203P
020100     10  WS-FROM-DD                          PIC 9(2).            DBNK203P
020200   05  WS-WORK-DD                            PIC S9(5) COMP.      DBNK203P
020300                                                                  DBNK203P
020400*    birth date check                                             DBNK203P
020500   05  WS-BIRTH-YMD                          PIC X(8).            DBNK203P
020600   05  WS-BIRTH-YMD-R REDEFINES WS-BIRTH-YMD.                     DBNK203P
020700     10  WS-BIRTH-YYYY                       PIC 9(4).            DBNK203P
020800     10  WS-BIRTH-MM                         PIC 9(2).            DBNK203P
020900     10  WS-BIRTH-DD                         PIC 9(2).            DBNK203P
021000                                                                  DBNK203P
021100*    postal code check                                            DBNK203P
021200   05  WS-POST                               PIC X(10).           DBNK203P
021300   05  WS-POST-CHARS REDEFINES WS-POST.                           DBNK203P
021400     10  WS-POST-CHAR OCCURS 10 TIMES        PIC X(1).            DBNK203P
021500   05  WS-POST-FIRST                         PIC X(1).            DBNK203P
021600   05  WS-POST-REGION                        PIC X(1).            DBNK203P
021700   05  WS-POST-OK-FLAG                       PIC X(1).            DBNK203P
021800     88  WS-POST-OK                           VALUE 'Y'.          DBNK203P
021900     88  WS-POST-BAD                          VALUE 'N'.          DBNK203P
022000                                                                  DBNK203P
022100*    telephone check                                              DBNK203P
022200   05  WS-TEL                                PIC X(15).           DBNK203P
022300   05  WS-TEL-CHARS REDEFINES WS-TEL.                             DBNK203P
022400     10  WS-TEL-CHAR OCCURS 15 TIMES         PIC X(1).            DBNK203P
022500   05  WS-TEL-DIGITS                         PIC X(15).           DBNK203P
022600   05  WS-TEL-DIGIT-COUNT                    PIC S9(4) COMP.      DBNK203P
022700   05  WS-TEL-OTHER-COUNT                    PIC S9(4) COMP.      DBNK203P
022800                                                                  DBNK203P
022900*    e-mail pairing                                               DBNK203P
023000   05  WS-EMAIL-WORK                         PIC X(40).           DBNK203P
023100   05  WS-RELATED-FLAG                       PIC X(1).            DBNK203P
023200     88  WS-RELATED                           VALUE 'Y'.          DBNK203P
023300     88  WS-NOT-RELATED                       VALUE 'N'.          DBNK203P
023400   05  WS-EMAIL-AT-COUNT                     PIC S9(4) COMP.      DBNK203P
023500                                                                  DBNK203P
023600   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK203P
023700   05  WS-SUB1                               PIC S9(4) COMP.      DBNK203P
023800   05  WS-SUB2                               PIC S9(4) COMP.      DBNK203P
023900   05  WS-SUB3                               PIC S9(4) COMP.      DBNK203P
024000   05  WS-SWAPPED-FLAG                       PIC X(1).            DBNK203P
024100     88  WS-SWAPPED                           VALUE 'Y'.          DBNK203P
024200     88  WS-NOT-SWAPPED                       VALUE 'N'.          DBNK203P
024300   05  WS-WORK-PID                           PIC X(5).            DBNK203P
024400   05  WS-WORK-BRANCH                        PIC X(4).            DBNK203P
024500   05  WS-SCORE-WORK                         PIC S9(5) COMP-3.    DBNK203P
024600   05  WS-SCORE-CHANGE                       PIC S9(3)V9.         DBNK203P
024700   05  WS-RUNS-SHOWN                         PIC S9(4) COMP.      DBNK203P
024800   05  WS-RUN-SUB                            PIC S9(4) COMP.      DBNK203P
024900   05  WS-RPT-COL                            PIC S9(4) COMP.      DBNK203P
025000                                                                  DBNK203P
025100   05  WS-CUSTOMERS-READ                     PIC 9(7)             DBNK203P
025200       VALUE ZERO.                                                DBNK203P
025300   05  WS-CUSTOMERS-SKIPPED                  PIC 9(7)             DBNK203P
025400       VALUE ZERO.                                                DBNK203P
025500   05  WS-CUSTOMERS-LISTED                   PIC 9(7)             DBNK203P
025600       VALUE ZERO.                                                DBNK203P
025700   05  WS-TABLE-FULL                         PIC 9(7)             DBNK203P
025800       VALUE ZERO.                                                DBNK203P
025900                                                                  DBNK203P
026000   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK203P
026100   05  WS-EDIT-BAL                                                DBNK203P
026200                                       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.    DBNK203P
026300   05  WS-EDIT-SCORE                         PIC ZZ9.             DBNK203P
026400   05  WS-EDIT-AVG                           PIC ZZ9.9.           DBNK203P
026500   05  WS-EDIT-CHANGE                        PIC +ZZ9.9.          DBNK203P
026600                                                                  DBNK203P
026700*    one entry per customer scored                                DBNK203P
026800 01  WS-DQ-TABLE.                                                 DBNK203P
026900   05  WS-DQ-COUNT                           PIC S9(4) COMP       DBNK203P
027000       VALUE ZERO.                                                DBNK203P
027100   05  WS-DQ-ENTRY OCCURS 2000 TIMES.                             DBNK203P
027200     10  WS-DQ-PID                           PIC X(5).            DBNK203P
027300     10  WS-DQ-NAME                          PIC X(30).           DBNK203P
027400     10  WS-DQ-BRANCH                        PIC X(4).            DBNK203P
027500     10  WS-DQ-EMAIL                         PIC X(40).           DBNK203P
027600     10  WS-DQ-HEAD                          PIC X(5).            DBNK203P
027700     10  WS-DQ-JOINT OCCURS 3 TIMES          PIC X(5).            DBNK203P
027800     10  WS-DQ-BALANCE                 PIC S9(11)V99 COMP-3.      DBNK203P
027900     10  WS-DQ-SCORE                         PIC 9(3).            DBNK203P
028000     10  WS-DQ-FAILS.                                             DBNK203P
028100       15  WS-DQ-FAIL-BIRTH                  PIC X(1).            DBNK203P
028200       15  WS-DQ-FAIL-POST                   PIC X(1).            DBNK203P
028300       15  WS-DQ-FAIL-PHONE                  PIC X(1).            DBNK203P
028400       15  WS-DQ-FAIL-EMAIL                  PIC X(1).            DBNK203P
028500       15  WS-DQ-FAIL-BRANCH                 PIC X(1).            DBNK203P
028600       15  WS-DQ-FAIL-KYC                    PIC X(1).            DBNK203P
028700     10  WS-DQ-FAILED-ANY REDEFINES WS-DQ-FAILS                   DBNK203P
028800                                             PIC X(6).            DBNK203P
028900       88  WS-DQ-CLEAN                        VALUE 'NNNNNN'.     DBNK203P
029000                                                                  DBNK203P
029100 01  WS-SWAP-ENTRY                           PIC X(115).          DBNK203P
029200                                                                  DBNK203P
029300*    the average scores of the runs shown for one branch          DBNK203P
029400 01  WS-TREND-SCORES.                                             DBNK203P
029500   05  WS-TREND-SCORE OCCURS 8 TIMES         PIC 9(3)V9.          DBNK203P
029600 01  WS-TREND-HOLD                           PIC X(28).           DBNK203P
029700                                                                  DBNK203P
029800*    one entry per branch, blank for customers with no branch     DBNK203P
029900 01  WS-BR-TABLE.                                                 DBNK203P
030000   05  WS-BR-COUNT                           PIC S9(4) COMP       DBNK203P
030100       VALUE ZERO.                                                DBNK203P
030200   05  WS-BR-ENTRY OCCURS 200 TIMES.                              DBNK203P
030300     10  WS-BR-BRANCH                        PIC X(4).            DBNK203P
030400     10  WS-BR-CUSTOMERS                     PIC 9(7).            DBNK203P
030500     10  WS-BR-CLEAN                         PIC 9(7).            DBNK203P
030600     10  WS-BR-SCORE-TOTAL                   PIC 9(9).            DBNK203P
030700     10  WS-BR-NO-BIRTH                      PIC 9(7).            DBNK203P
030800     10  WS-BR-BAD-POST                      PIC 9(7).            DBNK203P
030900     10  WS-BR-BAD-PHONE                     PIC 9(7).            DBNK203P
031000     10  WS-BR-SHARED-EMAIL                  PIC 9(7).            DBNK203P
031100     10  WS-BR-NO-BRANCH                     PIC 9(7).            DBNK203P
031200     10  WS-BR-NO-KYC                        PIC 9(7).            DBNK203P
031300                                                                  DBNK203P
031400 01  WS-BR-SWAP-ENTRY                        PIC X(69).           DBNK203P
031500                                                                  DBNK203P
031600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK203P
031700                                                                  DBNK203P
031800 01  WS-BCTL-DATA.                                                DBNK203P
031900 COPY CBCTLD.                                                     DBNK203P
032000                                                                  DBNK203P
032100 01  WS-BUSD-DATA.                                                DBNK203P
032200 COPY CBUSDD.                                                     DBNK203P
032300                                                                  DBNK203P
032400 PROCEDURE DIVISION.                                              DBNK203P
032500     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK203P
032600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK203P
032700     PERFORM RUN-TIME.                                            DBNK203P
032800                                                                  DBNK203P
032900***************************************************************** DBNK203P
033000* Register this run in the batch control file keyed on the      * DBNK203P
033100* business date                                                 * DBNK203P
033200***************************************************************** DBNK203P
033300     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK203P
033400     MOVE 'DBNK203P' TO BCTL-JOB-NAME.                            DBNK203P
033500     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK203P
033600     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK203P
033700     SET BCTL-FUNC-START TO TRUE.                                 DBNK203P
033800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK203P
033900     IF NOT BCTL-OK                                               DBNK203P
034000        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK203P
034100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK203P
034200        MOVE 8 TO RETURN-CODE                                     DBNK203P
034300        GO TO QUICK-EXIT                                          DBNK203P
034400     END-IF.                                                      DBNK203P
034500                                                                  DBNK203P
034600     SET OPEN-OK TO TRUE.                                         DBNK203P
034700                                                                  DBNK203P
034800     OPEN INPUT BNKCUST-FILE.                                     DBNK203P
034900     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK203P
035000     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK203P
035100     PERFORM CHECK-OPEN THRU                                      DBNK203P
035200             CHECK-OPEN-EXIT.                                     DBNK203P
035300                                                                  DBNK203P
035400     OPEN INPUT BNKACC-FILE.                                      DBNK203P
035500     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK203P
035600     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK203P
035700     PERFORM CHECK-OPEN THRU                                      DBNK203P
035800             CHECK-OPEN-EXIT.                                     DBNK203P
035900                                                                  DBNK203P
036000     OPEN INPUT BNKKYC-FILE.                                      DBNK203P
036100     MOVE WS-BNKKYC-STATUS TO WS-IO-STATUS.                       DBNK203P
036200     MOVE 'BNKKYC-FILE' TO WS-FILE.                               DBNK203P
036300     PERFORM CHECK-OPEN THRU                                      DBNK203P
036400             CHECK-OPEN-EXIT.                                     DBNK203P
036500                                                                  DBNK203P
036600     OPEN INPUT BNKHHLD-FILE.                                     DBNK203P
036700     MOVE WS-BNKHHLD-STATUS TO WS-IO-STATUS.                      DBNK203P
036800     MOVE 'BNKHHLD-FILE' TO WS-FILE.                              DBNK203P
036900     PERFORM CHECK-OPEN THRU                                      DBNK203P
037000             CHECK-OPEN-EXIT.                                     DBNK203P
037100                                                                  DBNK203P
037200     OPEN INPUT BNKPARM-FILE.                                     DBNK203P
037300     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK203P
037400     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK203P
037500     PERFORM CHECK-OPEN THRU                                      DBNK203P
037600             CHECK-OPEN-EXIT.                                     DBNK203P
037700                                                                  DBNK203P
037800     OPEN I-O BNKDQHS-FILE.                                       DBNK203P
037900     MOVE WS-BNKDQHS-STATUS TO WS-IO-STATUS.                      DBNK203P
038000     MOVE 'BNKDQHS-FILE' TO WS-FILE.                              DBNK203P
038100     PERFORM CHECK-OPEN THRU                                      DBNK203P
038200             CHECK-OPEN-EXIT.                                     DBNK203P
038300                                                                  DBNK203P
038400     OPEN OUTPUT DQRPT-FILE.                                      DBNK203P
038500     MOVE WS-DQRPT-STATUS TO WS-IO-STATUS.                        DBNK203P
038600     MOVE 'DQRPT-FILE' TO WS-FILE.                                DBNK203P
038700     PERFORM CHECK-OPEN THRU                                      DBNK203P
038800             CHECK-OPEN-EXIT.                                     DBNK203P
038900                                                                  DBNK203P
039000     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK203P
039100        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK203P
039200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK203P
039300        MOVE 16 TO RETURN-CODE                                    DBNK203P
039400        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK203P
039500        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK203P
039600        GO TO QUICK-EXIT                                          DBNK203P
039700     END-IF.                                                      DBNK203P
039800                                                                  DBNK203P
039900     PERFORM GET-PARAMETERS THRU                                  DBNK203P
040000             GET-PARAMETERS-EXIT.                                 DBNK203P
040100     CLOSE BNKPARM-FILE.                                          DBNK203P
040200                                                                  DBNK203P
040300     PERFORM COMPUTE-WINDOW THRU                                  DBNK203P
040400             COMPUTE-WINDOW-EXIT.                                 DBNK203P
040500                                                                  DBNK203P
040600***************************************************************** DBNK203P
040700* Check every live customer and hold the results                * DBNK203P
040800***************************************************************** DBNK203P
040900     MOVE LOW-VALUES TO BCS-REC-PID.                              DBNK203P
041000     START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID          DBNK203P
041100       INVALID KEY                                                DBNK203P
041200         GO TO CUST-ENDED                                         DBNK203P
041300     END-START.                                                   DBNK203P
041400 CUST-LOOP.                                                       DBNK203P
041500     READ BNKCUST-FILE NEXT                                       DBNK203P
041600       AT END                                                     DBNK203P
041700         GO TO CUST-ENDED                                         DBNK203P
041800     END-READ.                                                    DBNK203P
041900     ADD 1 TO WS-CUSTOMERS-READ.                                  DBNK203P
042000     IF BCS-REC-MERGED-INTO IS NOT EQUAL TO SPACES OR             DBNK203P
042100        BCS-REC-ANON-DATE IS NOT EQUAL TO SPACES OR               DBNK203P
042200        BCS-REC-IS-DECEASED                                       DBNK203P
042300        ADD 1 TO WS-CUSTOMERS-SKIPPED                             DBNK203P
042400        GO TO CUST-LOOP                                           DBNK203P
042500     END-IF.                                                      DBNK203P
042600     IF WS-DQ-COUNT IS NOT LESS THAN 2000                         DBNK203P
042700        ADD 1 TO WS-TABLE-FULL                                    DBNK203P
042800        GO TO CUST-LOOP                                           DBNK203P
042900     END-IF.                                                      DBNK203P
043000     ADD 1 TO WS-DQ-COUNT.                                        DBNK203P
043100     MOVE WS-DQ-COUNT TO WS-SUB1.                                 DBNK203P
043200     PERFORM CHECK-ONE-CUSTOMER THRU                              DBNK203P
043300             CHECK-ONE-CUSTOMER-EXIT.                             DBNK203P
043400     GO TO CUST-LOOP.                                             DBNK203P
043500 CUST-ENDED.                                                      DBNK203P
043600                                                                  DBNK203P
043700***************************************************************** DBNK203P
043800* Pair every customer with every later one on e-mail address    * DBNK203P
043900***************************************************************** DBNK203P
044000     PERFORM PAIR-ONE-EMAIL THRU                                  DBNK203P
044100             PAIR-ONE-EMAIL-EXIT                                  DBNK203P
044200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK203P
044300         UNTIL WS-SUB1 IS NOT LESS THAN WS-DQ-COUNT.              DBNK203P
044400                                                                  DBNK203P
044500     PERFORM SCORE-ONE-CUSTOMER THRU                              DBNK203P
044600             SCORE-ONE-CUSTOMER-EXIT                              DBNK203P
044700       VARYING WS-SUB1 FROM 1 BY 1                                DBNK203P
044800         UNTIL WS-SUB1 IS GREATER THAN WS-DQ-COUNT.               DBNK203P
044900                                                                  DBNK203P
045000*    branch order, largest balance first within the branch        DBNK203P
045100     SET WS-SWAPPED TO TRUE.                                      DBNK203P
045200     PERFORM SORT-DQ-PASS THRU SORT-DQ-PASS-EXIT                  DBNK203P
045300       UNTIL WS-NOT-SWAPPED.                                      DBNK203P
045400     SET WS-SWAPPED TO TRUE.                                      DBNK203P
045500     PERFORM SORT-BR-PASS THRU SORT-BR-PASS-EXIT                  DBNK203P
045600       UNTIL WS-NOT-SWAPPED.                                      DBNK203P
045700                                                                  DBNK203P
045800     PERFORM FILE-ONE-BRANCH THRU                                 DBNK203P
045900             FILE-ONE-BRANCH-EXIT                                 DBNK203P
046000       VARYING WS-SUB1 FROM 1 BY 1                                DBNK203P
046100         UNTIL WS-SUB1 IS GREATER THAN WS-BR-COUNT.               DBNK203P
046200                                                                  DBNK203P
046300***************************************************************** DBNK203P
046400* The branch summary with each branch's trend, then the         * DBNK203P
046500* worklists                                                     * DBNK203P
046600***************************************************************** DBNK203P
046700     PERFORM PRINT-REPORT-HEADING THRU                            DBNK203P
046800             PRINT-REPORT-HEADING-EXIT.                           DBNK203P
046900     PERFORM PRINT-BRANCH-TREND THRU                              DBNK203P
047000             PRINT-BRANCH-TREND-EXIT                              DBNK203P
047100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK203P
047200         UNTIL WS-SUB1 IS GREATER THAN WS-BR-COUNT.               DBNK203P
047300                                                                  DBNK203P
047400     MOVE SPACES TO WS-WORK-BRANCH.                               DBNK203P
047500     MOVE ZERO TO WS-HIT-SUB.                                     DBNK203P
047600     PERFORM PRINT-WORKLIST-LINE THRU                             DBNK203P
047700             PRINT-WORKLIST-LINE-EXIT                             DBNK203P
047800       VARYING WS-SUB1 FROM 1 BY 1                                DBNK203P
047900         UNTIL WS-SUB1 IS GREATER THAN WS-DQ-COUNT.               DBNK203P
048000                                                                  DBNK203P
048100     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
048200     WRITE DQRPT-REC.                                             DBNK203P
048300     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
048400     MOVE WS-DQ-COUNT TO WS-EDIT-CNT.                             DBNK203P
048500     MOVE WS-EDIT-CNT TO DQRPT-REC (1:7).                         DBNK203P
048600     MOVE 'CUSTOMERS SCORED' TO DQRPT-REC (9:16).                 DBNK203P
048700     WRITE DQRPT-REC.                                             DBNK203P
048800     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
048900     MOVE WS-CUSTOMERS-LISTED TO WS-EDIT-CNT.                     DBNK203P
049000     MOVE WS-EDIT-CNT TO DQRPT-REC (1:7).                         DBNK203P
049100     MOVE 'CUSTOMERS ON THE WORKLISTS' TO DQRPT-REC (9:26).       DBNK203P
049200     WRITE DQRPT-REC.                                             DBNK203P
049300     IF WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK203P
049400        MOVE SPACES TO DQRPT-REC                                  DBNK203P
049500        MOVE WS-TABLE-FULL TO WS-EDIT-CNT                         DBNK203P
049600        MOVE WS-EDIT-CNT TO DQRPT-REC (1:7)                       DBNK203P
049700        MOVE 'CUSTOMERS NOT SCORED - CUSTOMER TABLE FULL'         DBNK203P
049800          TO DQRPT-REC (9:42)                                     DBNK203P
049900        WRITE DQRPT-REC                                           DBNK203P
050000     END-IF.                                                      DBNK203P
050100                                                                  DBNK203P
050200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK203P
050300     STRING WS-CUSTOMERS-READ       DELIMITED BY SIZE             DBNK203P
050400            ' customers read'       DELIMITED BY SIZE             DBNK203P
050500       INTO WS-CONSOLE-MESSAGE.                                   DBNK203P
050600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK203P
050700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK203P
050800     STRING WS-CUSTOMERS-LISTED     DELIMITED BY SIZE             DBNK203P
050900            ' customers need remediation'                         DBNK203P
051000                                    DELIMITED BY SIZE             DBNK203P
051100       INTO WS-CONSOLE-MESSAGE.                                   DBNK203P
051200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK203P
051300     IF WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK203P
051400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK203P
051500        STRING WS-TABLE-FULL        DELIMITED BY SIZE             DBNK203P
051600               ' customers lost - customer table full'            DBNK203P
051700                                    DELIMITED BY SIZE             DBNK203P
051800          INTO WS-CONSOLE-MESSAGE                                 DBNK203P
051900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK203P
052000     END-IF.                                                      DBNK203P
052100                                                                  DBNK203P
052200     CLOSE BNKCUST-FILE.                                          DBNK203P
052300     CLOSE BNKACC-FILE.                                           DBNK203P
052400     CLOSE BNKKYC-FILE.                                           DBNK203P
052500     CLOSE BNKHHLD-FILE.                                          DBNK203P
052600     CLOSE BNKDQHS-FILE.                                          DBNK203P
052700     CLOSE DQRPT-FILE.                                            DBNK203P
052800                                                                  DBNK203P
052900     SET BCTL-FUNC-END TO TRUE.                                   DBNK203P
053000     MOVE WS-DQ-COUNT TO BCTL-RECORD-COUNT.                       DBNK203P
053100     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK203P
053200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK203P
053300                                                                  DBNK203P
053400     PERFORM RUN-TIME.                                            DBNK203P
053500                                                                  DBNK203P
053600     IF WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK203P
053700        MOVE 4 TO RETURN-CODE                                     DBNK203P
053800     ELSE                                                         DBNK203P
053900        MOVE 0 TO RETURN-CODE                                     DBNK203P
054000     END-IF.                                                      DBNK203P
054100 QUICK-EXIT.                                                      DBNK203P
054200     GOBACK.                                                      DBNK203P
054300                                                                  DBNK203P
054400***************************************************************** DBNK203P
054500* The check weights and KYC document lists are data, with       * DBNK203P
054600* shipped defaults                                              * DBNK203P
054700***************************************************************** DBNK203P
054800 GET-PARAMETERS.                                                  DBNK203P
054900     MOVE 10 TO WS-WT-BIRTH.                                      DBNK203P
055000     MOVE 15 TO WS-WT-POST.                                       DBNK203P
055100     MOVE 10 TO WS-WT-PHONE.                                      DBNK203P
055200     MOVE 15 TO WS-WT-EMAIL.                                      DBNK203P
055300     MOVE 20 TO WS-WT-BRANCH.                                     DBNK203P
055400     MOVE 30 TO WS-WT-KYC.                                        DBNK203P
055500     MOVE 'DQWBIRTH' TO PRM-REC-KEY.                              DBNK203P
055600     PERFORM GET-ONE-WEIGHT THRU GET-ONE-WEIGHT-EXIT.             DBNK203P
055700     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK203P
055800        MOVE WS-WT-WORK TO WS-WT-BIRTH                            DBNK203P
055900     END-IF.                                                      DBNK203P
056000     MOVE 'DQWPOST' TO PRM-REC-KEY.                               DBNK203P
056100     PERFORM GET-ONE-WEIGHT THRU GET-ONE-WEIGHT-EXIT.             DBNK203P
056200     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK203P
056300        MOVE WS-WT-WORK TO WS-WT-POST                             DBNK203P
056400     END-IF.                                                      DBNK203P
056500     MOVE 'DQWPHONE' TO PRM-REC-KEY.                              DBNK203P
056600     PERFORM GET-ONE-WEIGHT THRU GET-ONE-WEIGHT-EXIT.             DBNK203P
056700     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK203P
056800        MOVE WS-WT-WORK TO WS-WT-PHONE                            DBNK203P
056900     END-IF.                                                      DBNK203P
057000     MOVE 'DQWEMAIL' TO PRM-REC-KEY.                              DBNK203P
057100     PERFORM GET-ONE-WEIGHT THRU GET-ONE-WEIGHT-EXIT.             DBNK203P
057200     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK203P
057300        MOVE WS-WT-WORK TO WS-WT-EMAIL                            DBNK203P
057400     END-IF.                                                      DBNK203P
057500     MOVE 'DQWBRNCH' TO PRM-REC-KEY.                              DBNK203P
057600     PERFORM GET-ONE-WEIGHT THRU GET-ONE-WEIGHT-EXIT.             DBNK203P
057700     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK203P
057800        MOVE WS-WT-WORK TO WS-WT-BRANCH                           DBNK203P
057900     END-IF.                                                      DBNK203P
058000     MOVE 'DQWKYC' TO PRM-REC-KEY.                                DBNK203P
058100     PERFORM GET-ONE-WEIGHT THRU GET-ONE-WEIGHT-EXIT.             DBNK203P
058200     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK203P
058300        MOVE WS-WT-WORK TO WS-WT-KYC                              DBNK203P
058400     END-IF.                                                      DBNK203P
058500                                                                  DBNK203P
058600     MOVE 'ID  ADDR' TO WS-KYC-PERSON-LIST.                       DBNK203P
058700     MOVE 'KYCDOCS' TO PRM-REC-KEY.                               DBNK203P
058800     READ BNKPARM-FILE                                            DBNK203P
058900       INVALID KEY                                                DBNK203P
059000         CONTINUE                                                 DBNK203P
059100     END-READ.                                                    DBNK203P
059200     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK203P
059300        PRM-REC-TEXT IS NOT EQUAL TO SPACES                       DBNK203P
059400        MOVE PRM-REC-TEXT TO WS-KYC-PERSON-LIST                   DBNK203P
059500     END-IF.                                                      DBNK203P
059600     MOVE 'REG ADDR' TO WS-KYC-ENTITY-LIST.                       DBNK203P
059700     MOVE 'KYCBDOCS' TO PRM-REC-KEY.                              DBNK203P
059800     READ BNKPARM-FILE                                            DBNK203P
059900       INVALID KEY                                                DBNK203P
060000         CONTINUE                                                 DBNK203P
060100     END-READ.                                                    DBNK203P
060200     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK203P
060300        PRM-REC-TEXT IS NOT EQUAL TO SPACES                       DBNK203P
060400        MOVE PRM-REC-TEXT TO WS-KYC-ENTITY-LIST                   DBNK203P
060500     END-IF.                                                      DBNK203P
060600 GET-PARAMETERS-EXIT.                                             DBNK203P
060700     EXIT.                                                        DBNK203P
060800                                                                  DBNK203P
060900*    a weight of more than 100 is taken as 100                    DBNK203P
061000 GET-ONE-WEIGHT.                                                  DBNK203P
061100     READ BNKPARM-FILE                                            DBNK203P
061200       INVALID KEY                                                DBNK203P
061300         GO TO GET-ONE-WEIGHT-EXIT                                DBNK203P
061400     END-READ.                                                    DBNK203P
061500     IF PRM-REC-AMOUNT IS GREATER THAN 100                        DBNK203P
061600        MOVE 100 TO WS-WT-WORK                                    DBNK203P
061700     ELSE                                                         DBNK203P
061800        MOVE PRM-REC-AMOUNT TO WS-WT-WORK                         DBNK203P
061900     END-IF.                                                      DBNK203P
062000 GET-ONE-WEIGHT-EXIT.                                             DBNK203P
062100     EXIT.                                                        DBNK203P
062200                                                                  DBNK203P
062300***************************************************************** DBNK203P
062400* The first date of the trend window, ninety days before the    * DBNK203P
062500* business date, borrowing thirty days a month as the purge     * DBNK203P
062600* does                                                          * DBNK203P
062700***************************************************************** DBNK203P
062800 COMPUTE-WINDOW.                                                  DBNK203P
062900     MOVE BUSD-DATE TO WS-FROM-YMD.                               DBNK203P
063000     COMPUTE WS-WORK-DD = WS-FROM-DD - WS-WINDOW-DAYS.            DBNK203P
063100 WINDOW-BORROW.                                                   DBNK203P
063200     IF WS-WORK-DD IS LESS THAN 1                                 DBNK203P
063300        ADD 30 TO WS-WORK-DD                                      DBNK203P
063400        IF WS-FROM-MM IS EQUAL TO 1                               DBNK203P
063500           MOVE 12 TO WS-FROM-MM                                  DBNK203P
063600           SUBTRACT 1 FROM WS-FROM-YYYY                           DBNK203P
063700        ELSE                                                      DBNK203P
063800           SUBTRACT 1 FROM WS-FROM-MM                             DBNK203P
063900        END-IF                                                    DBNK203P
064000        GO TO WINDOW-BORROW                                       DBNK203P
064100     END-IF.                                                      DBNK203P
064200     MOVE WS-WORK-DD TO WS-FROM-DD.                               DBNK203P
064300 COMPUTE-WINDOW-EXIT.                                             DBNK203P
064400     EXIT.                                                        DBNK203P
064500                                                                  DBNK203P
064600***************************************************************** DBNK203P
064700* Run the checks that need only the customer's own record, the  * DBNK203P
064800* KYC register, the household and their accounts. The e-mail    * DBNK203P
064900* check needs every customer and is done once all are held      * DBNK203P
065000***************************************************************** DBNK203P
065100 CHECK-ONE-CUSTOMER.                                              DBNK203P
065200     MOVE BCS-REC-PID TO WS-DQ-PID (WS-SUB1).                     DBNK203P
065300     MOVE BCS-REC-NAME TO WS-DQ-NAME (WS-SUB1).                   DBNK203P
065400     MOVE BCS-REC-BRANCH-CODE TO WS-DQ-BRANCH (WS-SUB1).          DBNK203P
065500     MOVE BCS-REC-EMAIL TO WS-EMAIL-WORK.                         DBNK203P
065600     INSPECT WS-EMAIL-WORK                                        DBNK203P
065700       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK203P
065800               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK203P
065900     MOVE WS-EMAIL-WORK TO WS-DQ-EMAIL (WS-SUB1).                 DBNK203P
066000     MOVE 'NNNNNN' TO WS-DQ-FAILS (WS-SUB1).                      DBNK203P
066100     MOVE ZERO TO WS-DQ-SCORE (WS-SUB1).                          DBNK203P
066200                                                                  DBNK203P
066300*    a birth date is needed of individuals only                   DBNK203P
066400     IF BCS-REC-IS-INDIVIDUAL                                     DBNK203P
066500        MOVE BCS-REC-BIRTH-DATE TO WS-BIRTH-YMD                   DBNK203P
066600        IF BCS-REC-NO-BIRTH-DATE OR                               DBNK203P
066700           WS-BIRTH-YMD IS NOT NUMERIC                            DBNK203P
066800           MOVE 'Y' TO WS-DQ-FAIL-BIRTH (WS-SUB1)                 DBNK203P
066900        ELSE                                                      DBNK203P
067000           IF WS-BIRTH-YYYY IS LESS THAN 1880 OR                  DBNK203P
067100              WS-BIRTH-YMD IS GREATER THAN BUSD-DATE OR           DBNK203P
067200              WS-BIRTH-MM IS LESS THAN 1 OR                       DBNK203P
067300              WS-BIRTH-MM IS GREATER THAN 12 OR                   DBNK203P
067400              WS-BIRTH-DD IS LESS THAN 1 OR                       DBNK203P
067500              WS-BIRTH-DD IS GREATER THAN 31                      DBNK203P
067600              MOVE 'Y' TO WS-DQ-FAIL-BIRTH (WS-SUB1)              DBNK203P
067700           END-IF                                                 DBNK203P
067800        END-IF                                                    DBNK203P
067900     END-IF.                                                      DBNK203P
068000                                                                  DBNK203P
068100     PERFORM CHECK-POSTAL-CODE THRU                               DBNK203P
068200             CHECK-POSTAL-CODE-EXIT.                              DBNK203P
068300     IF WS-POST-BAD                                               DBNK203P
068400        MOVE 'Y' TO WS-DQ-FAIL-POST (WS-SUB1)                     DBNK203P
068500     END-IF.                                                      DBNK203P
068600                                                                  DBNK203P
068700     PERFORM CHECK-TELEPHONE THRU                                 DBNK203P
068800             CHECK-TELEPHONE-EXIT.                                DBNK203P
068900                                                                  DBNK203P
069000     IF BCS-REC-BRANCH-CODE IS EQUAL TO SPACES                    DBNK203P
069100        MOVE 'Y' TO WS-DQ-FAIL-BRANCH (WS-SUB1)                   DBNK203P
069200     END-IF.                                                      DBNK203P
069300                                                                  DBNK203P
069400     IF BCS-REC-IS-ENTITY                                         DBNK203P
069500        MOVE WS-KYC-ENTITY-LIST TO WS-KYC-DOC-LIST                DBNK203P
069600     ELSE                                                         DBNK203P
069700        MOVE WS-KYC-PERSON-LIST TO WS-KYC-DOC-LIST                DBNK203P
069800     END-IF.                                                      DBNK203P
069900     PERFORM CHECK-ONE-KYC-DOC THRU                               DBNK203P
070000             CHECK-ONE-KYC-DOC-EXIT                               DBNK203P
070100       VARYING WS-KYC-SUB FROM 1 BY 1                             DBNK203P
070200         UNTIL WS-KYC-SUB IS GREATER THAN 5                       DBNK203P
070300            OR WS-DQ-FAIL-KYC (WS-SUB1) IS EQUAL TO 'Y'.          DBNK203P
070400                                                                  DBNK203P
070500*    only a confirmed household makes customers related           DBNK203P
070600     MOVE SPACES TO WS-DQ-HEAD (WS-SUB1).                         DBNK203P
070700     MOVE BCS-REC-PID TO HHL-REC-MEMBER-PID.                      DBNK203P
070800     READ BNKHHLD-FILE                                            DBNK203P
070900       INVALID KEY                                                DBNK203P
071000         CONTINUE                                                 DBNK203P
071100     END-READ.                                                    DBNK203P
071200     IF WS-BNKHHLD-STATUS IS EQUAL TO '00' AND                    DBNK203P
071300        HHL-REC-IS-CONFIRMED                                      DBNK203P
071400        MOVE HHL-REC-HEAD-PID TO WS-DQ-HEAD (WS-SUB1)             DBNK203P
071500     END-IF.                                                      DBNK203P
071600                                                                  DBNK203P
071700     PERFORM SUM-CUSTOMER-ACCOUNTS THRU                           DBNK203P
071800             SUM-CUSTOMER-ACCOUNTS-EXIT.                          DBNK203P
071900 CHECK-ONE-CUSTOMER-EXIT.                                         DBNK203P
072000     EXIT.                                                        DBNK203P
072100                                                                  DBNK203P
072200***************************************************************** DBNK203P
072300* The state must be in CSTATESD for the country, as the address * DBNK203P
072400* screen insists, and the postal code must be shaped as the     * DBNK203P
072500* country's are and start as the state's codes do - a US ZIP of * DBNK203P
072600* five digits (or ZIP+4) whose first digit is the state's       * DBNK203P
072700* region, a Canadian code A9A 9A9 whose first letter belongs to * DBNK203P
072800* the province                                                  * DBNK203P
072900***************************************************************** DBNK203P
073000 CHECK-POSTAL-CODE.                                               DBNK203P
073100     SET WS-POST-BAD TO TRUE.                                     DBNK203P
073200     MOVE SPACES TO STATE-PROV-WK-CNTRY.                          DBNK203P
073300     MOVE BCS-REC-CNTRY TO STATE-PROV-TMP-CNTRY.                  DBNK203P
073400     INSPECT STATE-PROV-TMP-CNTRY                                 DBNK203P
073500       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK203P
073600               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK203P
073700     IF STATE-PROV-TMP-CNTRY IS EQUAL TO 'USA'                    DBNK203P
073800        MOVE 'USA' TO STATE-PROV-WK-CNTRY                         DBNK203P
073900     END-IF.                                                      DBNK203P
074000     IF STATE-PROV-TMP-CNTRY IS EQUAL TO 'CANADA'                 DBNK203P
074100        MOVE 'CDN' TO STATE-PROV-WK-CNTRY                         DBNK203P
074200     END-IF.                                                      DBNK203P
074300     IF STATE-PROV-WK-CNTRY IS EQUAL TO SPACES                    DBNK203P
074400        GO TO CHECK-POSTAL-CODE-EXIT                              DBNK203P
074500     END-IF.                                                      DBNK203P
074600                                                                  DBNK203P
074700     MOVE 0 TO STATE-PROV-SUB.                                    DBNK203P
074800     DIVIDE LENGTH OF STATE-PROV-DATA (1) INTO                    DBNK203P
074900       LENGTH OF STATE-PROV-TABLE                                 DBNK203P
075000         GIVING STATE-PROV-COUNT.                                 DBNK203P
075100 CHECK-POSTAL-CODE-LOOP1.                                         DBNK203P
075200     ADD 1 TO STATE-PROV-SUB.                                     DBNK203P
075300     IF STATE-PROV-SUB IS GREATER THAN STATE-PROV-COUNT           DBNK203P
075400        GO TO CHECK-POSTAL-CODE-EXIT                              DBNK203P
075500     END-IF.                                                      DBNK203P
075600     IF BCS-REC-STATE IS NOT EQUAL TO                             DBNK203P
075700          STATE-PROV-CODE (STATE-PROV-SUB)                        DBNK203P
075800        GO TO CHECK-POSTAL-CODE-LOOP1                             DBNK203P
075900     END-IF.                                                      DBNK203P
076000     IF STATE-PROV-CNTRY (STATE-PROV-SUB) IS NOT EQUAL TO         DBNK203P
076100        STATE-PROV-WK-CNTRY                                       DBNK203P
076200        GO TO CHECK-POSTAL-CODE-EXIT                              DBNK203P
076300     END-IF.                                                      DBNK203P
076400                                                                  DBNK203P
076500     MOVE BCS-REC-POST-CODE TO WS-POST.                           DBNK203P
076600     INSPECT WS-POST                                              DBNK203P
076700       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK203P
076800               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK203P
076900     IF STATE-PROV-WK-CNTRY IS EQUAL TO 'CDN'                     DBNK203P
077000        GO TO CHECK-POSTAL-CODE-CDN                               DBNK203P
077100     END-IF.                                                      DBNK203P
077200                                                                  DBNK203P
077300     IF WS-POST (1:5) IS NOT NUMERIC                              DBNK203P
077400        GO TO CHECK-POSTAL-CODE-EXIT                              DBNK203P
077500     END-IF.                                                      DBNK203P
077600     IF WS-POST (6:5) IS NOT EQUAL TO SPACES                      DBNK203P
077700        IF WS-POST (6:1) IS NOT EQUAL TO '-' OR                   DBNK203P
077800           WS-POST (7:4) IS NOT NUMERIC                           DBNK203P
077900           GO TO CHECK-POSTAL-CODE-EXIT                           DBNK203P
078000        END-IF                                                    DBNK203P
078100     END-IF.                                                      DBNK203P
078200     MOVE WS-POST-CHAR (1) TO WS-POST-FIRST.                      DBNK203P
078300     EVALUATE BCS-REC-STATE                                       DBNK203P
078400       WHEN 'CT' WHEN 'MA' WHEN 'ME' WHEN 'NH'                    DBNK203P
078500       WHEN 'NJ' WHEN 'RI' WHEN 'VT'                              DBNK203P
078600         MOVE '0' TO WS-POST-REGION                               DBNK203P
078700       WHEN 'DE' WHEN 'NY' WHEN 'PA'                              DBNK203P
078800         MOVE '1' TO WS-POST-REGION                               DBNK203P
078900       WHEN 'DC' WHEN 'MD' WHEN 'NC' WHEN 'SC'                    DBNK203P
079000       WHEN 'VA' WHEN 'WV'                                        DBNK203P
079100         MOVE '2' TO WS-POST-REGION                               DBNK203P
079200       WHEN 'AL' WHEN 'FL' WHEN 'GA' WHEN 'MS'                    DBNK203P
079300       WHEN 'TN'                                                  DBNK203P
079400         MOVE '3' TO WS-POST-REGION                               DBNK203P
079500       WHEN 'IN' WHEN 'KY' WHEN 'MI' WHEN 'OH'                    DBNK203P
079600         MOVE '4' TO WS-POST-REGION                               DBNK203P
079700       WHEN 'IA' WHEN 'MN' WHEN 'MT' WHEN 'ND'                    DBNK203P
079800       WHEN 'SD' WHEN 'WI'                                        DBNK203P
079900         MOVE '5' TO WS-POST-REGION                               DBNK203P
080000       WHEN 'IL' WHEN 'KS' WHEN 'MO' WHEN 'NE'                    DBNK203P
080100         MOVE '6' TO WS-POST-REGION                               DBNK203P
080200       WHEN 'AR' WHEN 'LA' WHEN 'OK' WHEN 'TX'                    DBNK203P
080300         MOVE '7' TO WS-POST-REGION                               DBNK203P
080400       WHEN 'AZ' WHEN 'CO' WHEN 'ID' WHEN 'NM'                    DBNK203P
080500       WHEN 'NV' WHEN 'UT' WHEN 'WY'                              DBNK203P
080600         MOVE '8' TO WS-POST-REGION                               DBNK203P
080700       WHEN OTHER                                                 DBNK203P
080800         MOVE '9' TO WS-POST-REGION                               DBNK203P
080900     END-EVALUATE.                                                DBNK203P
081000     IF WS-POST-FIRST IS EQUAL TO WS-POST-REGION                  DBNK203P
081100        SET WS-POST-OK TO TRUE                                    DBNK203P
081200     END-IF.                                                      DBNK203P
081300     GO TO CHECK-POSTAL-CODE-EXIT.                                DBNK203P
081400                                                                  DBNK203P
081500 CHECK-POSTAL-CODE-CDN.                                           DBNK203P
081600     IF WS-POST-CHAR (1) IS NOT ALPHABETIC OR                     DBNK203P
081700        WS-POST-CHAR (2) IS NOT NUMERIC OR                        DBNK203P
081800        WS-POST-CHAR (3) IS NOT ALPHABETIC OR                     DBNK203P
081900        WS-POST-CHAR (4) IS NOT EQUAL TO SPACE OR                 DBNK203P
082000        WS-POST-CHAR (5) IS NOT NUMERIC OR                        DBNK203P
082100        WS-POST-CHAR (6) IS NOT ALPHABETIC OR                     DBNK203P
082200        WS-POST-CHAR (7) IS NOT NUMERIC OR                        DBNK203P
082300        WS-POST (8:3) IS NOT EQUAL TO SPACES OR                   DBNK203P
082400        WS-POST-CHAR (1) IS EQUAL TO SPACE OR                     DBNK203P
082500        WS-POST-CHAR (3) IS EQUAL TO SPACE OR                     DBNK203P
082600        WS-POST-CHAR (6) IS EQUAL TO SPACE                        DBNK203P
082700        GO TO CHECK-POSTAL-CODE-EXIT                              DBNK203P
082800     END-IF.                                                      DBNK203P
082900     MOVE WS-POST-CHAR (1) TO WS-POST-FIRST.                      DBNK203P
083000     EVALUATE BCS-REC-STATE                                       DBNK203P
083100       WHEN 'NL'                                                  DBNK203P
083200         IF WS-POST-FIRST IS EQUAL TO 'A'                         DBNK203P
083300            SET WS-POST-OK TO TRUE                                DBNK203P
083400         END-IF                                                   DBNK203P
083500       WHEN 'NS'                                                  DBNK203P
083600         IF WS-POST-FIRST IS EQUAL TO 'B'                         DBNK203P
083700            SET WS-POST-OK TO TRUE                                DBNK203P
083800         END-IF                                                   DBNK203P
083900       WHEN 'PE'                                                  DBNK203P
084000         IF WS-POST-FIRST IS EQUAL TO 'C'                         DBNK203P
084100            SET WS-POST-OK TO TRUE                                DBNK203P
084200         END-IF                                                   DBNK203P
084300       WHEN 'NB'                                                  DBNK203P
084400         IF WS-POST-FIRST IS EQUAL TO 'E'                         DBNK203P
084500            SET WS-POST-OK TO TRUE                                DBNK203P
084600         END-IF                                                   DBNK203P
084700       WHEN 'QC'                                                  DBNK203P
084800         IF WS-POST-FIRST IS EQUAL TO 'G' OR 'H' OR 'J'           DBNK203P
084900            SET WS-POST-OK TO TRUE                                DBNK203P
085000         END-IF                                                   DBNK203P
085100       WHEN 'ON'                                                  DBNK203P
085200         IF WS-POST-FIRST IS EQUAL TO 'K' OR 'L' OR 'M' OR        DBNK203P
085300                                      'N' OR 'P'                  DBNK203P
085400            SET WS-POST-OK TO TRUE                                DBNK203P
085500         END-IF                                                   DBNK203P
085600       WHEN 'MB'                                                  DBNK203P
085700         IF WS-POST-FIRST IS EQUAL TO 'R'                         DBNK203P
085800            SET WS-POST-OK TO TRUE                                DBNK203P
085900         END-IF                                                   DBNK203P
086000       WHEN 'SK'                                                  DBNK203P
086100         IF WS-POST-FIRST IS EQUAL TO 'S'                         DBNK203P
086200            SET WS-POST-OK TO TRUE                                DBNK203P
086300         END-IF                                                   DBNK203P
086400       WHEN 'AB'                                                  DBNK203P
086500         IF WS-POST-FIRST IS EQUAL TO 'T'                         DBNK203P
086600            SET WS-POST-OK TO TRUE                                DBNK203P
086700         END-IF                                                   DBNK203P
086800       WHEN 'BC'                                                  DBNK203P
086900         IF WS-POST-FIRST IS EQUAL TO 'V'                         DBNK203P
087000            SET WS-POST-OK TO TRUE                                DBNK203P
087100         END-IF                                                   DBNK203P
087200       WHEN 'NT' WHEN 'NU'                                        DBNK203P
087300         IF WS-POST-FIRST IS EQUAL TO 'X'                         DBNK203P
087400            SET WS-POST-OK TO TRUE                                DBNK203P
087500         END-IF                                                   DBNK203P
087600       WHEN 'YT'                                                  DBNK203P
087700         IF WS-POST-FIRST IS EQUAL TO 'Y'                         DBNK203P
087800            SET WS-POST-OK TO TRUE                                DBNK203P
087900         END-IF                                                   DBNK203P
088000     END-EVALUATE.                                                DBNK203P
088100 CHECK-POSTAL-CODE-EXIT.                                          DBNK203P
088200     EXIT.                                                        DBNK203P
088300                                                                  DBNK203P
088400***************************************************************** DBNK203P
088500* A telephone number may be written with spaces, dashes, dots,  * DBNK203P
088600* brackets and a leading plus, but must hold ten digits, or     * DBNK203P
088700* eleven starting with the country code 1, and nothing else.    * DBNK203P
088800* No number at all fails too - the branch has no way to call    * DBNK203P
088900***************************************************************** DBNK203P
089000 CHECK-TELEPHONE.                                                 DBNK203P
089100     MOVE BCS-REC-TEL TO WS-TEL.                                  DBNK203P
089200     MOVE SPACES TO WS-TEL-DIGITS.                                DBNK203P
089300     MOVE ZERO TO WS-TEL-DIGIT-COUNT.                             DBNK203P
089400     MOVE ZERO TO WS-TEL-OTHER-COUNT.                             DBNK203P
089500     PERFORM CHECK-TEL-CHAR THRU                                  DBNK203P
089600             CHECK-TEL-CHAR-EXIT                                  DBNK203P
089700       VARYING WS-SUB2 FROM 1 BY 1                                DBNK203P
089800         UNTIL WS-SUB2 IS GREATER THAN 15.                        DBNK203P
089900     IF WS-TEL-OTHER-COUNT IS GREATER THAN ZERO                   DBNK203P
090000        MOVE 'Y' TO WS-DQ-FAIL-PHONE (WS-SUB1)                    DBNK203P
090100        GO TO CHECK-TELEPHONE-EXIT                                DBNK203P
090200     END-IF.                                                      DBNK203P
090300     IF WS-TEL-DIGIT-COUNT IS EQUAL TO 10                         DBNK203P
090400        GO TO CHECK-TELEPHONE-EXIT                                DBNK203P
090500     END-IF.                                                      DBNK203P
090600     IF WS-TEL-DIGIT-COUNT IS EQUAL TO 11 AND                     DBNK203P
090700        WS-TEL-DIGITS (1:1) IS EQUAL TO '1'                       DBNK203P
090800        GO TO CHECK-TELEPHONE-EXIT                                DBNK203P
090900     END-IF.                                                      DBNK203P
091000     MOVE 'Y' TO WS-DQ-FAIL-PHONE (WS-SUB1).                      DBNK203P
091100 CHECK-TELEPHONE-EXIT.                                            DBNK203P
091200     EXIT.                                                        DBNK203P
091300                                                                  DBNK203P
091400 CHECK-TEL-CHAR.                                                  DBNK203P
091500     IF WS-TEL-CHAR (WS-SUB2) IS NUMERIC                          DBNK203P
091600        ADD 1 TO WS-TEL-DIGIT-COUNT                               DBNK203P
091700        MOVE WS-TEL-CHAR (WS-SUB2)                                DBNK203P
091800          TO WS-TEL-DIGITS (WS-TEL-DIGIT-COUNT:1)                 DBNK203P
091900        GO TO CHECK-TEL-CHAR-EXIT                                 DBNK203P
092000     END-IF.                                                      DBNK203P
092100     IF WS-TEL-CHAR (WS-SUB2) IS EQUAL TO SPACE OR '-' OR         DBNK203P
092200                                          '.' OR '(' OR ')'       DBNK203P
092300        GO TO CHECK-TEL-CHAR-EXIT                                 DBNK203P
092400     END-IF.                                                      DBNK203P
092500     IF WS-TEL-CHAR (WS-SUB2) IS EQUAL TO '+' AND                 DBNK203P
092600        WS-TEL-DIGIT-COUNT IS EQUAL TO ZERO                       DBNK203P
092700        GO TO CHECK-TEL-CHAR-EXIT                                 DBNK203P
092800     END-IF.                                                      DBNK203P
092900     ADD 1 TO WS-TEL-OTHER-COUNT.                                 DBNK203P
093000 CHECK-TEL-CHAR-EXIT.                                             DBNK203P
093100     EXIT.                                                        DBNK203P
093200                                                                  DBNK203P
093300***************************************************************** DBNK203P
093400* One required KYC document - missing or withdrawn fails. A     * DBNK203P
093500* lapsed document is left to the expiry chase (DBNK113P)        * DBNK203P
093600***************************************************************** DBNK203P
093700 CHECK-ONE-KYC-DOC.                                               DBNK203P
093800     IF WS-KYC-DOC-ENTRY (WS-KYC-SUB) IS EQUAL TO SPACES          DBNK203P
093900        GO TO CHECK-ONE-KYC-DOC-EXIT                              DBNK203P
094000     END-IF.                                                      DBNK203P
094100     MOVE BCS-REC-PID TO KYC-REC-PID.                             DBNK203P
094200     MOVE WS-KYC-DOC-ENTRY (WS-KYC-SUB) TO KYC-REC-DOC-TYPE.      DBNK203P
094300     READ BNKKYC-FILE                                             DBNK203P
094400       INVALID KEY                                                DBNK203P
094500         MOVE 'Y' TO WS-DQ-FAIL-KYC (WS-SUB1)                     DBNK203P
094600         GO TO CHECK-ONE-KYC-DOC-EXIT                             DBNK203P
094700     END-READ.                                                    DBNK203P
094800     IF KYC-REC-IS-WITHDRAWN                                      DBNK203P
094900        MOVE 'Y' TO WS-DQ-FAIL-KYC (WS-SUB1)                      DBNK203P
095000     END-IF.                                                      DBNK203P
095100 CHECK-ONE-KYC-DOC-EXIT.                                          DBNK203P
095200     EXIT.                                                        DBNK203P
095300                                                                  DBNK203P
095400***************************************************************** DBNK203P
095500* The customer's combined balance across the open accounts they * DBNK203P
095600* own, noting up to three joint holders on them                 * DBNK203P
095700***************************************************************** DBNK203P
095800 SUM-CUSTOMER-ACCOUNTS.                                           DBNK203P
095900     MOVE ZERO TO WS-DQ-BALANCE (WS-SUB1).                        DBNK203P
096000     MOVE SPACES TO WS-DQ-JOINT (WS-SUB1, 1).                     DBNK203P
096100     MOVE SPACES TO WS-DQ-JOINT (WS-SUB1, 2).                     DBNK203P
096200     MOVE SPACES TO WS-DQ-JOINT (WS-SUB1, 3).                     DBNK203P
096300     MOVE ZERO TO WS-SUB3.                                        DBNK203P
096400     MOVE BCS-REC-PID TO BAC-REC-PID.                             DBNK203P
096500     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID           DBNK203P
096600       INVALID KEY                                                DBNK203P
096700         GO TO SUM-CUSTOMER-ACCOUNTS-EXIT                         DBNK203P
096800     END-START.                                                   DBNK203P
096900 SUM-CUSTOMER-ACCOUNTS-LOOP.                                      DBNK203P
097000     READ BNKACC-FILE NEXT                                        DBNK203P
097100       AT END                                                     DBNK203P
097200         GO TO SUM-CUSTOMER-ACCOUNTS-EXIT                         DBNK203P
097300     END-READ.                                                    DBNK203P
097400     IF BAC-REC-PID IS NOT EQUAL TO BCS-REC-PID                   DBNK203P
097500        GO TO SUM-CUSTOMER-ACCOUNTS-EXIT                          DBNK203P
097600     END-IF.                                                      DBNK203P
097700     IF BAC-REC-ACC-IS-CLOSED                                     DBNK203P
097800        GO TO SUM-CUSTOMER-ACCOUNTS-LOOP                          DBNK203P
097900     END-IF.                                                      DBNK203P
098000     ADD BAC-REC-BALANCE TO WS-DQ-BALANCE (WS-SUB1).              DBNK203P
098100     IF BAC-REC-JOINT-PID IS NOT EQUAL TO SPACES AND              DBNK203P
098200        WS-SUB3 IS LESS THAN 3                                    DBNK203P
098300        ADD 1 TO WS-SUB3                                          DBNK203P
098400        MOVE BAC-REC-JOINT-PID TO WS-DQ-JOINT (WS-SUB1, WS-SUB3)  DBNK203P
098500     END-IF.                                                      DBNK203P
098600     GO TO SUM-CUSTOMER-ACCOUNTS-LOOP.                            DBNK203P
098700 SUM-CUSTOMER-ACCOUNTS-EXIT.                                      DBNK203P
098800     EXIT.                                                        DBNK203P
098900                                                                  DBNK203P
099000***************************************************************** DBNK203P
099100* Compare one customer's e-mail address with every later one.   * DBNK203P
099200* The same address on two customers fails both unless they are  * DBNK203P
099300* in the same confirmed household or one holds an account       * DBNK203P
099400* jointly with the other                                        * DBNK203P
099500***************************************************************** DBNK203P
099600 PAIR-ONE-EMAIL.                                                  DBNK203P
099700     IF WS-DQ-EMAIL (WS-SUB1) IS EQUAL TO SPACES                  DBNK203P
099800        GO TO PAIR-ONE-EMAIL-EXIT                                 DBNK203P
099900     END-IF.                                                      DBNK203P
100000     COMPUTE WS-SUB3 = WS-SUB1 + 1.                               DBNK203P
100100     PERFORM PAIR-TWO-EMAILS THRU                                 DBNK203P
100200             PAIR-TWO-EMAILS-EXIT                                 DBNK203P
100300       VARYING WS-SUB2 FROM WS-SUB3 BY 1                          DBNK203P
100400         UNTIL WS-SUB2 IS GREATER THAN WS-DQ-COUNT.               DBNK203P
100500 PAIR-ONE-EMAIL-EXIT.                                             DBNK203P
100600     EXIT.                                                        DBNK203P
100700                                                                  DBNK203P
100800 PAIR-TWO-EMAILS.                                                 DBNK203P
100900     IF WS-DQ-EMAIL (WS-SUB2) IS NOT EQUAL TO                     DBNK203P
101000        WS-DQ-EMAIL (WS-SUB1)                                     DBNK203P
101100        GO TO PAIR-TWO-EMAILS-EXIT                                DBNK203P
101200     END-IF.                                                      DBNK203P
101300     SET WS-NOT-RELATED TO TRUE.                                  DBNK203P
101400     IF WS-DQ-HEAD (WS-SUB1) IS NOT EQUAL TO SPACES AND           DBNK203P
101500        WS-DQ-HEAD (WS-SUB1) IS EQUAL TO WS-DQ-HEAD (WS-SUB2)     DBNK203P
101600        SET WS-RELATED TO TRUE                                    DBNK203P
101700     END-IF.                                                      DBNK203P
101800     IF WS-DQ-JOINT (WS-SUB1, 1) IS EQUAL TO WS-DQ-PID (WS-SUB2)  DBNK203P
101900     OR WS-DQ-JOINT (WS-SUB1, 2) IS EQUAL TO WS-DQ-PID (WS-SUB2)  DBNK203P
102000     OR WS-DQ-JOINT (WS-SUB1, 3) IS EQUAL TO WS-DQ-PID (WS-SUB2)  DBNK203P
102100     OR WS-DQ-JOINT (WS-SUB2, 1) IS EQUAL TO WS-DQ-PID (WS-SUB1)  DBNK203P
102200     OR WS-DQ-JOINT (WS-SUB2, 2) IS EQUAL TO WS-DQ-PID (WS-SUB1)  DBNK203P
102300     OR WS-DQ-JOINT (WS-SUB2, 3) IS EQUAL TO WS-DQ-PID (WS-SUB1)  DBNK203P
102400        SET WS-RELATED TO TRUE                                    DBNK203P
102500     END-IF.                                                      DBNK203P
102600     IF WS-NOT-RELATED                                            DBNK203P
102700        MOVE 'Y' TO WS-DQ-FAIL-EMAIL (WS-SUB1)                    DBNK203P
102800        MOVE 'Y' TO WS-DQ-FAIL-EMAIL (WS-SUB2)                    DBNK203P
102900     END-IF.                                                      DBNK203P
103000 PAIR-TWO-EMAILS-EXIT.                                            DBNK203P
103100     EXIT.                                                        DBNK203P
103200                                                                  DBNK203P
103300***************************************************************** DBNK203P
103400* Take the weight of each failed check off 100 and add the      * DBNK203P
103500* customer into their branch                                    * DBNK203P
103600***************************************************************** DBNK203P
103700 SCORE-ONE-CUSTOMER.                                              DBNK203P
103800     MOVE 100 TO WS-SCORE-WORK.                                   DBNK203P
103900     IF WS-DQ-FAIL-BIRTH (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
104000        SUBTRACT WS-WT-BIRTH FROM WS-SCORE-WORK                   DBNK203P
104100     END-IF.                                                      DBNK203P
104200     IF WS-DQ-FAIL-POST (WS-SUB1) IS EQUAL TO 'Y'                 DBNK203P
104300        SUBTRACT WS-WT-POST FROM WS-SCORE-WORK                    DBNK203P
104400     END-IF.                                                      DBNK203P
104500     IF WS-DQ-FAIL-PHONE (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
104600        SUBTRACT WS-WT-PHONE FROM WS-SCORE-WORK                   DBNK203P
104700     END-IF.                                                      DBNK203P
104800     IF WS-DQ-FAIL-EMAIL (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
104900        SUBTRACT WS-WT-EMAIL FROM WS-SCORE-WORK                   DBNK203P
105000     END-IF.                                                      DBNK203P
105100     IF WS-DQ-FAIL-BRANCH (WS-SUB1) IS EQUAL TO 'Y'               DBNK203P
105200        SUBTRACT WS-WT-BRANCH FROM WS-SCORE-WORK                  DBNK203P
105300     END-IF.                                                      DBNK203P
105400     IF WS-DQ-FAIL-KYC (WS-SUB1) IS EQUAL TO 'Y'                  DBNK203P
105500        SUBTRACT WS-WT-KYC FROM WS-SCORE-WORK                     DBNK203P
105600     END-IF.                                                      DBNK203P
105700     IF WS-SCORE-WORK IS LESS THAN ZERO                           DBNK203P
105800        MOVE ZERO TO WS-SCORE-WORK                                DBNK203P
105900     END-IF.                                                      DBNK203P
106000     MOVE WS-SCORE-WORK TO WS-DQ-SCORE (WS-SUB1).                 DBNK203P
106100                                                                  DBNK203P
106200     MOVE ZERO TO WS-HIT-SUB.                                     DBNK203P
106300     PERFORM FIND-BRANCH THRU                                     DBNK203P
106400             FIND-BRANCH-EXIT                                     DBNK203P
106500       VARYING WS-SUB2 FROM 1 BY 1                                DBNK203P
106600         UNTIL WS-SUB2 IS GREATER THAN WS-BR-COUNT OR             DBNK203P
106700               WS-HIT-SUB IS GREATER THAN ZERO.                   DBNK203P
106800     IF WS-HIT-SUB IS EQUAL TO ZERO                               DBNK203P
106900        IF WS-BR-COUNT IS NOT LESS THAN 200                       DBNK203P
107000           MOVE 'Branch table full - branch not summarized'       DBNK203P
107100             TO WS-CONSOLE-MESSAGE                                DBNK203P
107200           PERFORM DISPLAY-CONSOLE-MESSAGE                        DBNK203P
107300           GO TO SCORE-ONE-CUSTOMER-EXIT                          DBNK203P
107400        END-IF                                                    DBNK203P
107500        ADD 1 TO WS-BR-COUNT                                      DBNK203P
107600        MOVE WS-BR-COUNT TO WS-HIT-SUB                            DBNK203P
107700        MOVE WS-DQ-BRANCH (WS-SUB1) TO WS-BR-BRANCH (WS-HIT-SUB)  DBNK203P
107800        MOVE ZERO TO WS-BR-CUSTOMERS (WS-HIT-SUB)                 DBNK203P
107900        MOVE ZERO TO WS-BR-CLEAN (WS-HIT-SUB)                     DBNK203P
108000        MOVE ZERO TO WS-BR-SCORE-TOTAL (WS-HIT-SUB)               DBNK203P
108100        MOVE ZERO TO WS-BR-NO-BIRTH (WS-HIT-SUB)                  DBNK203P
108200        MOVE ZERO TO WS-BR-BAD-POST (WS-HIT-SUB)                  DBNK203P
108300        MOVE ZERO TO WS-BR-BAD-PHONE (WS-HIT-SUB)                 DBNK203P
108400        MOVE ZERO TO WS-BR-SHARED-EMAIL (WS-HIT-SUB)              DBNK203P
108500        MOVE ZERO TO WS-BR-NO-BRANCH (WS-HIT-SUB)                 DBNK203P
108600        MOVE ZERO TO WS-BR-NO-KYC (WS-HIT-SUB)                    DBNK203P
108700     END-IF.                                                      DBNK203P
108800     ADD 1 TO WS-BR-CUSTOMERS (WS-HIT-SUB).                       DBNK203P
108900     ADD WS-DQ-SCORE (WS-SUB1) TO WS-BR-SCORE-TOTAL (WS-HIT-SUB). DBNK203P
109000     IF WS-DQ-CLEAN (WS-SUB1)                                     DBNK203P
109100        ADD 1 TO WS-BR-CLEAN (WS-HIT-SUB)                         DBNK203P
109200     END-IF.                                                      DBNK203P
109300     IF WS-DQ-FAIL-BIRTH (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
109400        ADD 1 TO WS-BR-NO-BIRTH (WS-HIT-SUB)                      DBNK203P
109500     END-IF.                                                      DBNK203P
109600     IF WS-DQ-FAIL-POST (WS-SUB1) IS EQUAL TO 'Y'                 DBNK203P
109700        ADD 1 TO WS-BR-BAD-POST (WS-HIT-SUB)                      DBNK203P
109800     END-IF.                                                      DBNK203P
109900     IF WS-DQ-FAIL-PHONE (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
110000        ADD 1 TO WS-BR-BAD-PHONE (WS-HIT-SUB)                     DBNK203P
110100     END-IF.                                                      DBNK203P
110200     IF WS-DQ-FAIL-EMAIL (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
110300        ADD 1 TO WS-BR-SHARED-EMAIL (WS-HIT-SUB)                  DBNK203P
110400     END-IF.                                                      DBNK203P
110500     IF WS-DQ-FAIL-BRANCH (WS-SUB1) IS EQUAL TO 'Y'               DBNK203P
110600        ADD 1 TO WS-BR-NO-BRANCH (WS-HIT-SUB)                     DBNK203P
110700     END-IF.                                                      DBNK203P
110800     IF WS-DQ-FAIL-KYC (WS-SUB1) IS EQUAL TO 'Y'                  DBNK203P
110900        ADD 1 TO WS-BR-NO-KYC (WS-HIT-SUB)                        DBNK203P
111000     END-IF.                                                      DBNK203P
111100 SCORE-ONE-CUSTOMER-EXIT.                                         DBNK203P
111200     EXIT.                                                        DBNK203P
111300                                                                  DBNK203P
111400 FIND-BRANCH.                                                     DBNK203P
111500     IF WS-BR-BRANCH (WS-SUB2) IS EQUAL TO WS-DQ-BRANCH (WS-SUB1) DBNK203P
111600        MOVE WS-SUB2 TO WS-HIT-SUB                                DBNK203P
111700     END-IF.                                                      DBNK203P
111800 FIND-BRANCH-EXIT.                                                DBNK203P
111900     EXIT.                                                        DBNK203P
112000                                                                  DBNK203P
112100***************************************************************** DBNK203P
112200* One pass of the bubble sort on branch, then balance falling   * DBNK203P
112300***************************************************************** DBNK203P
112400 SORT-DQ-PASS.                                                    DBNK203P
112500     SET WS-NOT-SWAPPED TO TRUE.                                  DBNK203P
112600     PERFORM SORT-DQ-COMPARE THRU SORT-DQ-COMPARE-EXIT            DBNK203P
112700       VARYING WS-SUB1 FROM 1 BY 1                                DBNK203P
112800         UNTIL WS-SUB1 IS NOT LESS THAN WS-DQ-COUNT.              DBNK203P
112900 SORT-DQ-PASS-EXIT.                                               DBNK203P
113000     EXIT.                                                        DBNK203P
113100                                                                  DBNK203P
113200 SORT-DQ-COMPARE.                                                 DBNK203P
113300     COMPUTE WS-SUB2 = WS-SUB1 + 1.                               DBNK203P
113400     IF WS-DQ-BRANCH (WS-SUB1) IS LESS THAN                       DBNK203P
113500        WS-DQ-BRANCH (WS-SUB2)                                    DBNK203P
113600        GO TO SORT-DQ-COMPARE-EXIT                                DBNK203P
113700     END-IF.                                                      DBNK203P
113800     IF WS-DQ-BRANCH (WS-SUB1) IS EQUAL TO                        DBNK203P
113900        WS-DQ-BRANCH (WS-SUB2) AND                                DBNK203P
114000        WS-DQ-BALANCE (WS-SUB1) IS NOT LESS THAN                  DBNK203P
114100        WS-DQ-BALANCE (WS-SUB2)                                   DBNK203P
114200        GO TO SORT-DQ-COMPARE-EXIT                                DBNK203P
114300     END-IF.                                                      DBNK203P
114400     MOVE WS-DQ-ENTRY (WS-SUB1) TO WS-SWAP-ENTRY.                 DBNK203P
114500     MOVE WS-DQ-ENTRY (WS-SUB2) TO WS-DQ-ENTRY (WS-SUB1).         DBNK203P
114600     MOVE WS-SWAP-ENTRY TO WS-DQ-ENTRY (WS-SUB2).                 DBNK203P
114700     SET WS-SWAPPED TO TRUE.                                      DBNK203P
114800 SORT-DQ-COMPARE-EXIT.                                            DBNK203P
114900     EXIT.                                                        DBNK203P
115000                                                                  DBNK203P
115100***************************************************************** DBNK203P
115200* One pass of the bubble sort on branch code                    * DBNK203P
115300***************************************************************** DBNK203P
115400 SORT-BR-PASS.                                                    DBNK203P
115500     SET WS-NOT-SWAPPED TO TRUE.                                  DBNK203P
115600     PERFORM SORT-BR-COMPARE THRU SORT-BR-COMPARE-EXIT            DBNK203P
115700       VARYING WS-SUB1 FROM 1 BY 1                                DBNK203P
115800         UNTIL WS-SUB1 IS NOT LESS THAN WS-BR-COUNT.              DBNK203P
115900 SORT-BR-PASS-EXIT.                                               DBNK203P
116000     EXIT.                                                        DBNK203P
116100                                                                  DBNK203P
116200 SORT-BR-COMPARE.                                                 DBNK203P
116300     COMPUTE WS-SUB2 = WS-SUB1 + 1.                               DBNK203P
116400     IF WS-BR-BRANCH (WS-SUB1) IS NOT GREATER THAN                DBNK203P
116500        WS-BR-BRANCH (WS-SUB2)                                    DBNK203P
116600        GO TO SORT-BR-COMPARE-EXIT                                DBNK203P
116700     END-IF.                                                      DBNK203P
116800     MOVE WS-BR-ENTRY (WS-SUB1) TO WS-BR-SWAP-ENTRY.              DBNK203P
116900     MOVE WS-BR-ENTRY (WS-SUB2) TO WS-BR-ENTRY (WS-SUB1).         DBNK203P
117000     MOVE WS-BR-SWAP-ENTRY TO WS-BR-ENTRY (WS-SUB2).              DBNK203P
117100     SET WS-SWAPPED TO TRUE.                                      DBNK203P
117200 SORT-BR-COMPARE-EXIT.                                            DBNK203P
117300     EXIT.                                                        DBNK203P
117400                                                                  DBNK203P
117500***************************************************************** DBNK203P
117600* File the branch's figures for this run on the history. A run  * DBNK203P
117700* repeated on the same business date replaces its record        * DBNK203P
117800***************************************************************** DBNK203P
117900 FILE-ONE-BRANCH.                                                 DBNK203P
118000     MOVE SPACES TO BNKDQHS-REC.                                  DBNK203P
118100     MOVE WS-BR-BRANCH (WS-SUB1) TO BDH-REC-BRANCH.               DBNK203P
118200     MOVE BUSD-DATE TO BDH-REC-DATE.                              DBNK203P
118300     MOVE WS-BR-CUSTOMERS (WS-SUB1) TO BDH-REC-CUSTOMERS.         DBNK203P
118400     MOVE WS-BR-CLEAN (WS-SUB1) TO BDH-REC-CLEAN.                 DBNK203P
118500     COMPUTE BDH-REC-SCORE ROUNDED =                              DBNK203P
118600         WS-BR-SCORE-TOTAL (WS-SUB1) / WS-BR-CUSTOMERS (WS-SUB1). DBNK203P
118700     MOVE WS-BR-NO-BIRTH (WS-SUB1) TO BDH-REC-NO-BIRTH.           DBNK203P
118800     MOVE WS-BR-BAD-POST (WS-SUB1) TO BDH-REC-BAD-POST.           DBNK203P
118900     MOVE WS-BR-BAD-PHONE (WS-SUB1) TO BDH-REC-BAD-PHONE.         DBNK203P
119000     MOVE WS-BR-SHARED-EMAIL (WS-SUB1) TO BDH-REC-SHARED-EMAIL.   DBNK203P
119100     MOVE WS-BR-NO-BRANCH (WS-SUB1) TO BDH-REC-NO-BRANCH.         DBNK203P
119200     MOVE WS-BR-NO-KYC (WS-SUB1) TO BDH-REC-NO-KYC.               DBNK203P
119300     ACCEPT BDH-REC-TAKEN-DATE FROM DATE YYYYMMDD.                DBNK203P
119400     WRITE BNKDQHS-REC                                            DBNK203P
119500       INVALID KEY                                                DBNK203P
119600         REWRITE BNKDQHS-REC                                      DBNK203P
119700           INVALID KEY                                            DBNK203P
119800             MOVE WS-BNKDQHS-STATUS TO WS-IO-STATUS               DBNK203P
119900             MOVE 'BNKDQHS not written' TO WS-CONSOLE-MESSAGE     DBNK203P
120000             PERFORM DISPLAY-CONSOLE-MESSAGE                      DBNK203P
120100             PERFORM DISPLAY-IO-STATUS                            DBNK203P
120200         END-REWRITE                                              DBNK203P
120300     END-WRITE.                                                   DBNK203P
120400 FILE-ONE-BRANCH-EXIT.                                            DBNK203P
120500     EXIT.                                                        DBNK203P
120600                                                                  DBNK203P
120700***************************************************************** DBNK203P
120800* One branch's line - this run's figures then the average score * DBNK203P
120900* of each run on the history in the window, oldest first, up to * DBNK203P
121000* eight runs, and the change since the oldest of them           * DBNK203P
121100***************************************************************** DBNK203P
121200 PRINT-BRANCH-TREND.                                              DBNK203P
121300     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
121400     IF WS-BR-BRANCH (WS-SUB1) IS EQUAL TO SPACES                 DBNK203P
121500        MOVE 'NONE' TO DQRPT-REC (1:4)                            DBNK203P
121600     ELSE                                                         DBNK203P
121700        MOVE WS-BR-BRANCH (WS-SUB1) TO DQRPT-REC (1:4)            DBNK203P
121800     END-IF.                                                      DBNK203P
121900     MOVE WS-BR-CUSTOMERS (WS-SUB1) TO WS-EDIT-CNT.               DBNK203P
122000     MOVE WS-EDIT-CNT TO DQRPT-REC (7:7).                         DBNK203P
122100     MOVE WS-BR-CLEAN (WS-SUB1) TO WS-EDIT-CNT.                   DBNK203P
122200     MOVE WS-EDIT-CNT TO DQRPT-REC (15:7).                        DBNK203P
122300     MOVE WS-BR-NO-BIRTH (WS-SUB1) TO WS-EDIT-CNT.                DBNK203P
122400     MOVE WS-EDIT-CNT TO DQRPT-REC (23:7).                        DBNK203P
122500     MOVE WS-BR-BAD-POST (WS-SUB1) TO WS-EDIT-CNT.                DBNK203P
122600     MOVE WS-EDIT-CNT TO DQRPT-REC (31:7).                        DBNK203P
122700     MOVE WS-BR-BAD-PHONE (WS-SUB1) TO WS-EDIT-CNT.               DBNK203P
122800     MOVE WS-EDIT-CNT TO DQRPT-REC (39:7).                        DBNK203P
122900     MOVE WS-BR-SHARED-EMAIL (WS-SUB1) TO WS-EDIT-CNT.            DBNK203P
123000     MOVE WS-EDIT-CNT TO DQRPT-REC (47:7).                        DBNK203P
123100     MOVE WS-BR-NO-BRANCH (WS-SUB1) TO WS-EDIT-CNT.               DBNK203P
123200     MOVE WS-EDIT-CNT TO DQRPT-REC (55:7).                        DBNK203P
123300     MOVE WS-BR-NO-KYC (WS-SUB1) TO WS-EDIT-CNT.                  DBNK203P
123400     MOVE WS-EDIT-CNT TO DQRPT-REC (63:7).                        DBNK203P
123500                                                                  DBNK203P
123600*    the runs in the window come in date order; only the last     DBNK203P
123700*    eight are kept, each one past the eighth moving the others   DBNK203P
123800*    along                                                        DBNK203P
123900     MOVE ZERO TO WS-RUNS-SHOWN.                                  DBNK203P
124000     MOVE LOW-VALUES TO BDH-REC-KEY.                              DBNK203P
124100     MOVE WS-BR-BRANCH (WS-SUB1) TO BDH-REC-BRANCH.               DBNK203P
124200     MOVE WS-FROM-YMD TO BDH-REC-DATE.                            DBNK203P
124300     START BNKDQHS-FILE KEY IS NOT LESS THAN BDH-REC-KEY          DBNK203P
124400       INVALID KEY                                                DBNK203P
124500         GO TO TREND-ENDED                                        DBNK203P
124600     END-START.                                                   DBNK203P
124700 TREND-LOOP.                                                      DBNK203P
124800     READ BNKDQHS-FILE NEXT                                       DBNK203P
124900       AT END                                                     DBNK203P
125000         GO TO TREND-ENDED                                        DBNK203P
125100     END-READ.                                                    DBNK203P
125200     IF BDH-REC-BRANCH IS NOT EQUAL TO WS-BR-BRANCH (WS-SUB1) OR  DBNK203P
125300        BDH-REC-DATE IS GREATER THAN BUSD-DATE                    DBNK203P
125400        GO TO TREND-ENDED                                         DBNK203P
125500     END-IF.                                                      DBNK203P
125600     IF WS-RUNS-SHOWN IS EQUAL TO 8                               DBNK203P
125700        MOVE WS-TREND-SCORES (5:28) TO WS-TREND-HOLD              DBNK203P
125800        MOVE WS-TREND-HOLD TO WS-TREND-SCORES (1:28)              DBNK203P
125900     ELSE                                                         DBNK203P
126000        ADD 1 TO WS-RUNS-SHOWN                                    DBNK203P
126100     END-IF.                                                      DBNK203P
126200     MOVE BDH-REC-SCORE TO WS-TREND-SCORE (WS-RUNS-SHOWN).        DBNK203P
126300     GO TO TREND-LOOP.                                            DBNK203P
126400 TREND-ENDED.                                                     DBNK203P
126500                                                                  DBNK203P
126600     PERFORM PRINT-ONE-RUN THRU                                   DBNK203P
126700             PRINT-ONE-RUN-EXIT                                   DBNK203P
126800       VARYING WS-RUN-SUB FROM 1 BY 1                             DBNK203P
126900         UNTIL WS-RUN-SUB IS GREATER THAN WS-RUNS-SHOWN.          DBNK203P
127000     IF WS-RUNS-SHOWN IS GREATER THAN 1                           DBNK203P
127100        COMPUTE WS-SCORE-CHANGE =                                 DBNK203P
127200            WS-TREND-SCORE (WS-RUNS-SHOWN) - WS-TREND-SCORE (1)   DBNK203P
127300        MOVE WS-SCORE-CHANGE TO WS-EDIT-CHANGE                    DBNK203P
127400        MOVE WS-EDIT-CHANGE TO DQRPT-REC (123:6)                  DBNK203P
127500        EVALUATE TRUE                                             DBNK203P
127600          WHEN WS-SCORE-CHANGE IS GREATER THAN ZERO               DBNK203P
127700            MOVE 'UP' TO DQRPT-REC (130:2)                        DBNK203P
127800          WHEN WS-SCORE-CHANGE IS LESS THAN ZERO                  DBNK203P
127900            MOVE 'DN' TO DQRPT-REC (130:2)                        DBNK203P
128000          WHEN OTHER                                              DBNK203P
128100            MOVE '==' TO DQRPT-REC (130:2)                        DBNK203P
128200        END-EVALUATE                                              DBNK203P
128300     END-IF.                                                      DBNK203P
128400     WRITE DQRPT-REC.                                             DBNK203P
128500 PRINT-BRANCH-TREND-EXIT.                                         DBNK203P
128600     EXIT.                                                        DBNK203P
128700                                                                  DBNK203P
128800 PRINT-ONE-RUN.                                                   DBNK203P
128900     COMPUTE WS-RPT-COL = 75 + ((WS-RUN-SUB - 1) * 6).            DBNK203P
129000     MOVE WS-TREND-SCORE (WS-RUN-SUB) TO WS-EDIT-AVG.             DBNK203P
129100     MOVE WS-EDIT-AVG TO DQRPT-REC (WS-RPT-COL:5).                DBNK203P
129200 PRINT-ONE-RUN-EXIT.                                              DBNK203P
129300     EXIT.                                                        DBNK203P
129400                                                                  DBNK203P
129500***************************************************************** DBNK203P
129600* One customer on the worklist, with a heading at each new      * DBNK203P
129700* branch. A customer passing every check is not listed          * DBNK203P
129800***************************************************************** DBNK203P
129900 PRINT-WORKLIST-LINE.                                             DBNK203P
130000     IF WS-DQ-CLEAN (WS-SUB1)                                     DBNK203P
130100        GO TO PRINT-WORKLIST-LINE-EXIT                            DBNK203P
130200     END-IF.                                                      DBNK203P
130300     IF WS-HIT-SUB IS EQUAL TO ZERO OR                            DBNK203P
130400        WS-DQ-BRANCH (WS-SUB1) IS NOT EQUAL TO WS-WORK-BRANCH     DBNK203P
130500        MOVE 1 TO WS-HIT-SUB                                      DBNK203P
130600        MOVE WS-DQ-BRANCH (WS-SUB1) TO WS-WORK-BRANCH             DBNK203P
130700        PERFORM PRINT-WORKLIST-HEADING THRU                       DBNK203P
130800                PRINT-WORKLIST-HEADING-EXIT                       DBNK203P
130900     END-IF.                                                      DBNK203P
131000     ADD 1 TO WS-CUSTOMERS-LISTED.                                DBNK203P
131100     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
131200     MOVE WS-DQ-PID (WS-SUB1) TO DQRPT-REC (1:5).                 DBNK203P
131300     MOVE WS-DQ-NAME (WS-SUB1) TO DQRPT-REC (8:30).               DBNK203P
131400     MOVE WS-DQ-BALANCE (WS-SUB1) TO WS-EDIT-BAL.                 DBNK203P
131500     MOVE WS-EDIT-BAL TO DQRPT-REC (40:18).                       DBNK203P
131600     MOVE WS-DQ-SCORE (WS-SUB1) TO WS-EDIT-SCORE.                 DBNK203P
131700     MOVE WS-EDIT-SCORE TO DQRPT-REC (60:3).                      DBNK203P
131800     MOVE 66 TO WS-RPT-COL.                                       DBNK203P
131900     IF WS-DQ-FAIL-BIRTH (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
132000        MOVE 'BIRTH DATE' TO DQRPT-REC (WS-RPT-COL:10)            DBNK203P
132100        ADD 11 TO WS-RPT-COL                                      DBNK203P
132200     END-IF.                                                      DBNK203P
132300     IF WS-DQ-FAIL-POST (WS-SUB1) IS EQUAL TO 'Y'                 DBNK203P
132400        MOVE 'POSTCODE' TO DQRPT-REC (WS-RPT-COL:8)               DBNK203P
132500        ADD 9 TO WS-RPT-COL                                       DBNK203P
132600     END-IF.                                                      DBNK203P
132700     IF WS-DQ-FAIL-PHONE (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
132800        MOVE 'PHONE' TO DQRPT-REC (WS-RPT-COL:5)                  DBNK203P
132900        ADD 6 TO WS-RPT-COL                                       DBNK203P
133000     END-IF.                                                      DBNK203P
133100     IF WS-DQ-FAIL-EMAIL (WS-SUB1) IS EQUAL TO 'Y'                DBNK203P
133200        MOVE 'SHARED EMAIL' TO DQRPT-REC (WS-RPT-COL:12)          DBNK203P
133300        ADD 13 TO WS-RPT-COL                                      DBNK203P
133400     END-IF.                                                      DBNK203P
133500     IF WS-DQ-FAIL-BRANCH (WS-SUB1) IS EQUAL TO 'Y'               DBNK203P
133600        MOVE 'BRANCH' TO DQRPT-REC (WS-RPT-COL:6)                 DBNK203P
133700        ADD 7 TO WS-RPT-COL                                       DBNK203P
133800     END-IF.                                                      DBNK203P
133900     IF WS-DQ-FAIL-KYC (WS-SUB1) IS EQUAL TO 'Y'                  DBNK203P
134000        MOVE 'KYC DOCS' TO DQRPT-REC (WS-RPT-COL:8)               DBNK203P
134100     END-IF.                                                      DBNK203P
134200     WRITE DQRPT-REC.                                             DBNK203P
134300 PRINT-WORKLIST-LINE-EXIT.                                        DBNK203P
134400     EXIT.                                                        DBNK203P
134500                                                                  DBNK203P
134600 PRINT-WORKLIST-HEADING.                                          DBNK203P
134700     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
134800     WRITE DQRPT-REC.                                             DBNK203P
134900     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
135000     IF WS-WORK-BRANCH IS EQUAL TO SPACES                         DBNK203P
135100        MOVE 'REMEDIATION WORKLIST - CUSTOMERS WITH NO BRANCH'    DBNK203P
135200          TO DQRPT-REC (1:47)                                     DBNK203P
135300     ELSE                                                         DBNK203P
135400        STRING 'REMEDIATION WORKLIST - BRANCH ' DELIMITED BY SIZE DBNK203P
135500               WS-WORK-BRANCH                   DELIMITED BY SIZE DBNK203P
135600          INTO DQRPT-REC                                          DBNK203P
135700     END-IF.                                                      DBNK203P
135800     WRITE DQRPT-REC.                                             DBNK203P
135900     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
136000     MOVE 'PID' TO DQRPT-REC (1:3).                               DBNK203P
136100     MOVE 'NAME' TO DQRPT-REC (8:4).                              DBNK203P
136200     MOVE 'BALANCE' TO DQRPT-REC (50:7).                          DBNK203P
136300     MOVE 'SCORE' TO DQRPT-REC (59:5).                            DBNK203P
136400     MOVE 'TO PUT RIGHT' TO DQRPT-REC (66:12).                    DBNK203P
136500     WRITE DQRPT-REC.                                             DBNK203P
136600 PRINT-WORKLIST-HEADING-EXIT.                                     DBNK203P
136700     EXIT.                                                        DBNK203P
136800                                                                  DBNK203P
136900***************************************************************** DBNK203P
137000* Report heading                                                * DBNK203P
137100***************************************************************** DBNK203P
137200 PRINT-REPORT-HEADING.                                            DBNK203P
137300     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
137400     STRING 'CUSTOMER DATA QUALITY BY BRANCH AT '                 DBNK203P
137500                                          DELIMITED BY SIZE       DBNK203P
137600            BUSD-DATE                     DELIMITED BY SIZE       DBNK203P
137700            ' - TREND OVER THE RUNS SINCE ' DELIMITED BY SIZE     DBNK203P
137800            WS-FROM-YMD                   DELIMITED BY SIZE       DBNK203P
137900       INTO DQRPT-REC.                                            DBNK203P
138000     WRITE DQRPT-REC.                                             DBNK203P
138100     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
138200     WRITE DQRPT-REC.                                             DBNK203P
138300     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
138400     MOVE 'BRCH' TO DQRPT-REC (1:4).                              DBNK203P
138500     MOVE 'CUSTS' TO DQRPT-REC (9:5).                             DBNK203P
138600     MOVE 'CLEAN' TO DQRPT-REC (17:5).                            DBNK203P
138700     MOVE 'BIRTH' TO DQRPT-REC (25:5).                            DBNK203P
138800     MOVE 'POST' TO DQRPT-REC (34:4).                             DBNK203P
138900     MOVE 'PHONE' TO DQRPT-REC (41:5).                            DBNK203P
139000     MOVE 'EMAIL' TO DQRPT-REC (49:5).                            DBNK203P
139100     MOVE 'BRNCH' TO DQRPT-REC (57:5).                            DBNK203P
139200     MOVE 'KYC' TO DQRPT-REC (67:3).                              DBNK203P
139300     MOVE 'AVERAGE SCORE BY RUN, OLDEST FIRST'                    DBNK203P
139400       TO DQRPT-REC (75:34).                                      DBNK203P
139500     MOVE 'CHANGE' TO DQRPT-REC (123:6).                          DBNK203P
139600     WRITE DQRPT-REC.                                             DBNK203P
139700     MOVE SPACES TO DQRPT-REC.                                    DBNK203P
139800     WRITE DQRPT-REC.                                             DBNK203P
139900 PRINT-REPORT-HEADING-EXIT.                                       DBNK203P
140000     EXIT.                                                        DBNK203P
140100***************************************************************** DBNK203P
140200* Check file open OK                                            * DBNK203P
140300***************************************************************** DBNK203P
140400 CHECK-OPEN.                                                      DBNK203P
140500     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK203P
140600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK203P
140700        STRING WS-FILE       DELIMITED BY ' '                     DBNK203P
140800               ' opened ok' DELIMITED BY SIZE                     DBNK203P
140900          INTO WS-CONSOLE-MESSAGE                                 DBNK203P
141000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK203P
141100     ELSE                                                         DBNK203P
141200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK203P
141300        STRING WS-FILE          DELIMITED BY ' '                  DBNK203P
141400               ' did not open' DELIMITED BY SIZE                  DBNK203P
141500          INTO WS-CONSOLE-MESSAGE                                 DBNK203P
141600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK203P
141700        PERFORM DISPLAY-IO-STATUS                                 DBNK203P
141800        ADD 1 TO WS-OPEN-ERROR                                    DBNK203P
141900     END-IF.                                                      DBNK203P
142000 CHECK-OPEN-EXIT.                                                 DBNK203P
142100     EXIT.                                                        DBNK203P
142200                                                                  DBNK203P
142300***************************************************************** DBNK203P
142400* Display the file status bytes. This routine will display as   * DBNK203P
142500* two digits if the full two byte file status is numeric. If    * DBNK203P
142600* second byte is non-numeric then it will be treated as a       * DBNK203P
142700* binary number.                                                * DBNK203P
142800***************************************************************** DBNK203P
142900 DISPLAY-IO-STATUS.                                               DBNK203P
143000     IF WS-IO-STATUS NUMERIC                                      DBNK203P
143100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK203P
143200        STRING 'File status -' DELIMITED BY SIZE                  DBNK203P
143300               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK203P
143400          INTO WS-CONSOLE-MESSAGE                                 DBNK203P
143500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK203P
143600     ELSE                                                         DBNK203P
143700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK203P
143800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK203P
143900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK203P
144000        STRING 'File status -' DELIMITED BY SIZE                  DBNK203P
144100               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK203P
144200               '/'            DELIMITED BY SIZE                   DBNK203P
144300               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK203P
144400          INTO WS-CONSOLE-MESSAGE                                 DBNK203P
144500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK203P
144600     END-IF.                                                      DBNK203P
144700                                                                  DBNK203P
144800***************************************************************** DBNK203P
144900* Display CONSOLE messages...                                   * DBNK203P
145000***************************************************************** DBNK203P
145100 DISPLAY-CONSOLE-MESSAGE.                                         DBNK203P
145200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK203P
145300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK203P
145400                                                                  DBNK203P
145500 COPY CTIMERP.                                                    DBNK203P
145600                                                                  DBNK203P
