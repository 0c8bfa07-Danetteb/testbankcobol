000100***************************************************************** DBNK173P
000200*                                                               * DBNK173P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK173P
000400*   This demonstration program is provided for use by users     * DBNK173P
000500*   of Micro Focus products and may be used, modified and       * DBNK173P
000600*   distributed as part of your application provided that       * DBNK173P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK173P
000800*   in this material.                                           * DBNK173P
000900*                                                               * DBNK173P
001000***************************************************************** DBNK173P
001100                                                                  DBNK173P
001200                                                                  DBNK173P
001300***************************************************************** DBNK173P
001400* Program:     DBNK173P.CBL                                     * DBNK173P
001500* Function:    Nightly customer AML risk rating. Every live     * DBNK173P
001600*              BNKCUST customer is scored from the compliance   * DBNK173P
001700*              queues and their own activity, each weight and   * DBNK173P
001800*              limit held on BNKPARM:                           * DBNK173P
001900*                watchlist hits (BNKWHIT) - RSKWPEND points     * DBNK173P
002000*                  pending, RSKWCONF confirmed, RSKWCLR for a   * DBNK173P
002100*                  near miss compliance cleared                 * DBNK173P
002200*                structuring cases (BNKSTRQ) and AML scenario   * DBNK173P
002300*                  cases (BNKAMLQ) not cleared - RSKSTRQ and    * DBNK173P
002400*                  RSKAMLQ points each                          * DBNK173P
002500*                cash in and out over RSKCDAYS days reaching    * DBNK173P
002600*                  RSKCASH1 / RSKCASH2 - RSKCPTS1 / RSKCPTS2    * DBNK173P
002700*                an address outside the home country (text of   * DBNK173P
002800*                  RSKHOME) - RSKFORGN; in a country named on   * DBNK173P
002900*                  RSKCTRY1 to RSKCTRY9 - RSKHRCTY as well      * DBNK173P
003000*                product mix - RSKFXACC per foreign currency    * DBNK173P
003100*                  account, RSKMANY at RSKACCNT open accounts   * DBNK173P
003200*              A score of RSKHIGH or more rates the customer H, * DBNK173P
003300*              RSKMED or more M, anything less L. The rating    * DBNK173P
003400*              is kept on the customer record for the Customer  * DBNK173P
003500*              360 (DBANK32P) and the risk-based KYC review     * DBNK173P
003600*              cycle (DBNK113P); each change is journaled to    * DBNK173P
003700*              BNKSECJ as event RISKRATE and listed on RSKRPT.  * DBNK173P
003800*              VSAM version                                     * DBNK173P
003900***************************************************************** DBNK173P
004000                                                                  DBNK173P
004100 IDENTIFICATION DIVISION.                                         DBNK173P
004200 PROGRAM-ID.                                                      DBNK173P
004300     DBNK173P.                                                    DBNK173P
004400 DATE-WRITTEN.                                                    DBNK173P
004500     October 2007.                                                DBNK173P
004600 DATE-COMPILED.                                                   DBNK173P
004700     Today.                                                       DBNK173P
004800                                                                  DBNK173P
004900 ENVIRONMENT DIVISION.                                            DBNK173P
005000                                                                  DBNK173P
005100 INPUT-OUTPUT   SECTION.                                          DBNK173P
005200   FILE-CONTROL.                                                  DBNK173P
005300     SELECT RSKRPT-FILE                                           DBNK173P
005400            ASSIGN       TO RSKRPT                                DBNK173P
005500            ORGANIZATION IS SEQUENTIAL                            DBNK173P
005600            FILE STATUS  IS WS-RSKRPT-STATUS.                     DBNK173P
005700                                                                  DBNK173P
005800     SELECT BNKCUST-FILE                                          DBNK173P
005900            ASSIGN       TO BNKCUST                               DBNK173P
006000            ORGANIZATION IS INDEXED                               DBNK173P
006100            ACCESS MODE  IS DYNAMIC                               DBNK173P
006200            RECORD KEY   IS BCS-REC-PID                           DBNK173P
006300            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK173P
006400                                                                  DBNK173P
006500     SELECT BNKACC-FILE                                           DBNK173P
006600            ASSIGN       TO BNKACC                                DBNK173P
006700            ORGANIZATION IS INDEXED                               DBNK173P
006800            ACCESS MODE  IS DYNAMIC                               DBNK173P
006900            RECORD KEY   IS BAC-REC-ACCNO                         DBNK173P
007000            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK173P
007100            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK173P
007200                                                                  DBNK173P
007300     SELECT BNKLEDG-FILE                                          DBNK173P
007400            ASSIGN       TO BNKLEDG                               DBNK173P
007500            ORGANIZATION IS INDEXED                               DBNK173P
007600            ACCESS MODE  IS DYNAMIC                               DBNK173P
007700            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK173P
007800            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK173P
007900            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK173P
008000                                                                  DBNK173P
008100     SELECT BNKWHIT-FILE                                          DBNK173P
008200            ASSIGN       TO BNKWHIT                               DBNK173P
008300            ORGANIZATION IS INDEXED                               DBNK173P
008400            ACCESS MODE  IS DYNAMIC                               DBNK173P
008500            RECORD KEY   IS BWH-REC-KEY                           DBNK173P
008600            FILE STATUS  IS WS-BNKWHIT-STATUS.                    DBNK173P
008700                                                                  DBNK173P
008800     SELECT BNKSTRQ-FILE                                          DBNK173P
008900            ASSIGN       TO BNKSTRQ                               DBNK173P
009000            ORGANIZATION IS INDEXED                               DBNK173P
009100            ACCESS MODE  IS DYNAMIC                               DBNK173P
009200            RECORD KEY   IS BSQ-REC-KEY                           DBNK173P
009300            FILE STATUS  IS WS-BNKSTRQ-STATUS.                    DBNK173P
009400                                                                  DBNK173P
009500     SELECT BNKAMLQ-FILE                                          DBNK173P
009600            ASSIGN       TO BNKAMLQ                               DBNK173P
009700            ORGANIZATION IS INDEXED                               DBNK173P
009800            ACCESS MODE  IS DYNAMIC                               DBNK173P
009900            RECORD KEY   IS BAQ-REC-KEY                           DBNK173P
010000            FILE STATUS  IS WS-BNKAMLQ-STATUS.                    DBNK173P
010100                                                                  DBNK173P
010200     SELECT BNKSECJ-FILE                                          DBNK173P
010300            ASSIGN       TO BNKSECJ                               DBNK173P
010400            ORGANIZATION IS INDEXED                               DBNK173P
010500            ACCESS MODE  IS RANDOM                                DBNK173P
010600            RECORD KEY   IS BSE-REC-TIMESTAMP                     DBNK173P
010700            FILE STATUS  IS WS-BNKSECJ-STATUS.                    DBNK173P
010800                                                                  DBNK173P
010900     SELECT BNKPARM-FILE                                          DBNK173P
011000            ASSIGN       TO BNKPARM                               DBNK173P
011100            ORGANIZATION IS INDEXED                               DBNK173P
011200            ACCESS MODE  IS RANDOM                                DBNK173P
011300            RECORD KEY   IS PRM-REC-KEY                           DBNK173P
011400            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK173P
011500                                                                  DBNK173P
011600 DATA DIVISION.                                                   DBNK173P
011700                                                                  DBNK173P
011800 FILE SECTION.                                                    DBNK173P
011900 FD  RSKRPT-FILE.                                                 DBNK173P
012000 01  RSKRPT-REC                         PIC X(132).               DBNK173P
012100                                                                  DBNK173P
012200 FD  BNKCUST-FILE.                                                DBNK173P
012300 01  BNKCUST-REC.                                                 DBNK173P
012400 COPY CBANKVCS.                                                   DBNK173P
012500                                                                  DBNK173P
012600 FD  BNKACC-FILE.                                                 DBNK173P
012700 01  BNKACC-REC.                                                  DBNK173P
012800 COPY CBANKVAC.                                                   DBNK173P
012900                                                                  DBNK173P
013000 FD  BNKLEDG-FILE.                                                DBNK173P
013100 01  BNKLEDG-REC.                                                 DBNK173P
013200 COPY CBANKVLG.                                                   DBNK173P
013300                                                                  DBNK173P
013400 FD  BNKWHIT-FILE.                                                DBNK173P
013500 01  BNKWHIT-REC.                                                 DBNK173P
013600 COPY CBANKVWH.                                                   DBNK173P
013700                                                                  DBNK173P
013800 FD  BNKSTRQ-FILE.                                                DBNK173P
013900 01  BNKSTRQ-REC.                                                 DBNK173P
014000 COPY CBANKVSQ.                                                   DBNK173P
014100                                                                  DBNK173P
014200 FD  BNKAMLQ-FILE.                                                DBNK173P
014300 01  BNKAMLQ-REC.                                                 DBNK173P
014400 COPY CBANKVAQ.                                                   DBNK173P
014500                                                                  DBNK173P
014600 FD  BNKSECJ-FILE.                                                DBNK173P
014700 01  BNKSECJ-REC.                                                 DBNK173P
014800 COPY CBANKVSE.                                                   DBNK173P
014900                                                                  DBNK173P
015000 FD  BNKPARM-FILE.                                                DBNK173P
015100 01  BNKPARM-REC.                                                 DBNK173P
015200 COPY CBANKVPM.                                                   DBNK173P
015300                                                                  DBNK173P
015400 WORKING-STORAGE SECTION.                                         DBNK173P
015500 COPY CTIMERD.                                                    DBNK173P
015600 COPY CTSTAMPD.                                                   DBNK173P
015700                                                                  DBNK173P
015800 01  WS-MISC-STORAGE.                                             DBNK173P
015900   05  WS-PROGRAM-ID                         PIC X(8)             DBNK173P
016000       VALUE 'DBNK173P'.                                          DBNK173P
016100                                                                  DBNK173P
016200   05  WS-RSKRPT-STATUS.                                          DBNK173P
016300     10  WS-RSKRPT-STAT1                      PIC X(1).           DBNK173P
016400     10  WS-RSKRPT-STAT2                      PIC X(1).           DBNK173P
016500   05  WS-BNKCUST-STATUS.                                         DBNK173P
016600     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK173P
016700     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK173P
016800   05  WS-BNKACC-STATUS.                                          DBNK173P
016900     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK173P
017000     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK173P
017100   05  WS-BNKLEDG-STATUS.                                         DBNK173P
017200     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK173P
017300     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK173P
017400   05  WS-BNKWHIT-STATUS.                                         DBNK173P
017500     10  WS-BNKWHIT-STAT1                     PIC X(1).           DBNK173P
017600     10  WS-BNKWHIT-STAT2                     PIC X(1).           DBNK173P
017700   05  WS-BNKSTRQ-STATUS.                                         DBNK173P
017800     10  WS-BNKSTRQ-STAT1                     PIC X(1).           DBNK173P
017900     10  WS-BNKSTRQ-STAT2                     PIC X(1).           DBNK173P
018000   05  WS-BNKAMLQ-STATUS.                                         DBNK173P
018100     10  WS-BNKAMLQ-STAT1                     PIC X(1).           DBNK173P
018200     10  WS-BNKAMLQ-STAT2                     PIC X(1).           DBNK173P
018300   05  WS-BNKSECJ-STATUS.                                         DBNK173P
018400     10  WS-BNKSECJ-STAT1                     PIC X(1).           DBNK173P
018500     10  WS-BNKSECJ-STAT2                     PIC X(1).           DBNK173P
018600   05  WS-BNKPARM-STATUS.                                         DBNK173P
018700     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK173P
018800     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK173P
018900                                                                  DBNK173P
019000   05  WS-IO-STATUS.                                              DBNK173P
019100     10  WS-IO-STAT1                          PIC X(1).           DBNK173P
019200     10  WS-IO-STAT2                          PIC X(1).           DBNK173P
019300                                                                  DBNK173P
019400   05  WS-TWO-BYTES.                                              DBNK173P
019500     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK173P
019600     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK173P
019700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK173P
019800                                              PIC 9(1) COMP.      DBNK173P
019900                                                                  DBNK173P
020000   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK173P
020100     88  OPEN-OK                              VALUE 0.            DBNK173P
020200                                                                  DBNK173P
020300   05  WS-FILE                               PIC X(16).           DBNK173P
020400                                                                  DBNK173P
020500   05  WS-RUN-DATE                           PIC X(8).            DBNK173P
020600   05  WS-BACK-DAYS                          PIC S9(5) COMP-3.    DBNK173P
020700   05  WS-START-DATE                         PIC X(8).            DBNK173P
020800   05  WS-START-DATE-R REDEFINES WS-START-DATE.                   DBNK173P
020900     10  WS-SD-YYYY                          PIC 9(4).            DBNK173P
021000     10  WS-SD-MM                            PIC 9(2).            DBNK173P
021100     10  WS-SD-DD                            PIC 9(2).            DBNK173P
021200   05  WS-START-DASHED                       PIC X(10).           DBNK173P
021300   05  WS-WORK-DD                            PIC S9(5)            DBNK173P
021400                                             COMP-3.              DBNK173P
021500                                                                  DBNK173P
021600*    the scoring weights and limits, defaulted when BNKPARM       DBNK173P
021700*    holds nothing for them                                       DBNK173P
021800   05  WS-PARM-KEY                           PIC X(8).            DBNK173P
021900   05  WS-PARM-VALUE                         PIC S9(7)V99         DBNK173P
022000                                             COMP-3.              DBNK173P
022100   05  WS-PTS-WATCH-PENDING                  PIC S9(5) COMP-3.    DBNK173P
022200   05  WS-PTS-WATCH-CONFIRMED                PIC S9(5) COMP-3.    DBNK173P
022300   05  WS-PTS-WATCH-CLEARED                  PIC S9(5) COMP-3.    DBNK173P
022400   05  WS-PTS-STRUCTURING                    PIC S9(5) COMP-3.    DBNK173P
022500   05  WS-PTS-AML-CASE                       PIC S9(5) COMP-3.    DBNK173P
022600   05  WS-CASH-DAYS                          PIC 9(3).            DBNK173P
022700   05  WS-CASH-LIMIT-1                       PIC S9(7)V99         DBNK173P
022800                                             COMP-3.              DBNK173P
022900   05  WS-CASH-LIMIT-2                       PIC S9(7)V99         DBNK173P
023000                                             COMP-3.              DBNK173P
023100   05  WS-PTS-CASH-1                         PIC S9(5) COMP-3.    DBNK173P
023200   05  WS-PTS-CASH-2                         PIC S9(5) COMP-3.    DBNK173P
023300   05  WS-PTS-FOREIGN                        PIC S9(5) COMP-3.    DBNK173P
023400   05  WS-PTS-HIGH-RISK-CNTRY                PIC S9(5) COMP-3.    DBNK173P
023500   05  WS-PTS-FX-ACCOUNT                     PIC S9(5) COMP-3.    DBNK173P
023600   05  WS-MANY-ACCOUNTS                      PIC S9(5) COMP-3.    DBNK173P
023700   05  WS-PTS-MANY-ACCOUNTS                  PIC S9(5) COMP-3.    DBNK173P
023800   05  WS-SCORE-MEDIUM                       PIC S9(5) COMP-3.    DBNK173P
023900   05  WS-SCORE-HIGH                         PIC S9(5) COMP-3.    DBNK173P
024000   05  WS-HOME-CNTRY                         PIC X(15).           DBNK173P
024100                                                                  DBNK173P
024200*    the customer being scored                                    DBNK173P
024300   05  WS-CUR-PID                            PIC X(5).            DBNK173P
024400   05  WS-CUR-CNTRY                          PIC X(15).           DBNK173P
024500   05  WS-CUR-ACCNO                          PIC X(9).            DBNK173P
024600   05  WS-SCORE                              PIC S9(5) COMP-3.    DBNK173P
024700   05  WS-SCORE-OUT                          PIC 9(5).            DBNK173P
024800   05  WS-WATCH-HITS                         PIC 9(3).            DBNK173P
024900   05  WS-STRQ-CASES                         PIC 9(3).            DBNK173P
025000   05  WS-AMLQ-CASES                         PIC 9(3).            DBNK173P
025100   05  WS-OPEN-ACCOUNTS                      PIC 9(3).            DBNK173P
025200   05  WS-FX-ACCOUNTS                        PIC 9(3).            DBNK173P
025300   05  WS-CASH-TOTAL                         PIC S9(9)V99         DBNK173P
025400                                             COMP-3.              DBNK173P
025500   05  WS-OLD-RATING                         PIC X(1).            DBNK173P
025600   05  WS-NEW-RATING                         PIC X(1).            DBNK173P
025700     88  WS-NEW-IS-LOW                       VALUE 'L'.           DBNK173P
025800     88  WS-NEW-IS-MEDIUM                    VALUE 'M'.           DBNK173P
025900     88  WS-NEW-IS-HIGH                      VALUE 'H'.           DBNK173P
026000   05  WS-CNTRY-FLAG                         PIC X(1).            DBNK173P
026100     88  WS-CNTRY-IS-HIGH-RISK               VALUE 'Y'.           DBNK173P
026200     88  WS-CNTRY-NOT-LISTED                 VALUE 'N'.           DBNK173P
026300   05  WS-JOURNAL-SEQ                        PIC 9(4)             DBNK173P
026400       VALUE ZERO.                                                DBNK173P
026500                                                                  DBNK173P
026600   05  WS-CUSTS-READ                         PIC 9(7)             DBNK173P
026700       VALUE ZERO.                                                DBNK173P
026800   05  WS-CUSTS-RATED                        PIC 9(7)             DBNK173P
026900       VALUE ZERO.                                                DBNK173P
027000   05  WS-RATINGS-CHANGED                    PIC 9(7)             DBNK173P
027100       VALUE ZERO.                                                DBNK173P
027200   05  WS-RATED-LOW                          PIC 9(7)             DBNK173P
027300       VALUE ZERO.                                                DBNK173P
027400   05  WS-RATED-MEDIUM                       PIC 9(7)             DBNK173P
027500       VALUE ZERO.                                                DBNK173P
027600   05  WS-RATED-HIGH                         PIC 9(7)             DBNK173P
027700       VALUE ZERO.                                                DBNK173P
027800   05  WS-CNTRY-COUNT                        PIC S9(4) COMP       DBNK173P
027900       VALUE ZERO.                                                DBNK173P
028000   05  WS-CNTRY-DIGIT                        PIC 9(1).            DBNK173P
028100   05  WS-SUB1                               PIC S9(4) COMP.      DBNK173P
028200                                                                  DBNK173P
028300   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK173P
028400   05  WS-EDIT-CNT                     PIC Z,ZZZ,ZZ9.             DBNK173P
028500                                                                  DBNK173P
028600*    the countries BNKPARM names as high risk                     DBNK173P
028700 01  WS-CNTRY-TABLE.                                              DBNK173P
028800   05  WS-CT-CNTRY                           PIC X(15)            DBNK173P
028900       OCCURS 9 TIMES.                                            DBNK173P
029000                                                                  DBNK173P
029100 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK173P
029200                                                                  DBNK173P
029300 01  WS-BCTL-DATA.                                                DBNK173P
029400 COPY CBCTLD.                                                     DBNK173P
029500                                                                  DBNK173P
029600 01  WS-BUSD-DATA.                                                DBNK173P
029700 COPY CBUSDD.                                                     DBNK173P
029800                                                                  DBNK173P
029900 PROCEDURE DIVISION.                                              DBNK173P
030000     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK173P
030100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK173P
030200     PERFORM RUN-TIME.                                            DBNK173P
030300                                                                  DBNK173P
030400***************************************************************** DBNK173P
030500* Register this run in the batch control file                   * DBNK173P
030600***************************************************************** DBNK173P
030700     MOVE 'DBNK173P' TO BCTL-JOB-NAME.                            DBNK173P
030800     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK173P
030900     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK173P
031000     SET BCTL-FUNC-START TO TRUE.                                 DBNK173P
031100     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK173P
031200     IF NOT BCTL-OK                                               DBNK173P
031300        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK173P
031400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK173P
031500        MOVE 8 TO RETURN-CODE                                     DBNK173P
031600        GO TO QUICK-EXIT                                          DBNK173P
031700     END-IF.                                                      DBNK173P
031800     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK173P
031900     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK173P
032000                                                                  DBNK173P
032100     SET OPEN-OK TO TRUE.                                         DBNK173P
032200                                                                  DBNK173P
032300     OPEN OUTPUT RSKRPT-FILE.                                     DBNK173P
032400     MOVE WS-RSKRPT-STATUS TO WS-IO-STATUS.                       DBNK173P
032500     MOVE 'RSKRPT-FILE' TO WS-FILE.                               DBNK173P
032600     PERFORM CHECK-OPEN THRU                                      DBNK173P
032700             CHECK-OPEN-EXIT.                                     DBNK173P
032800                                                                  DBNK173P
032900     OPEN I-O BNKCUST-FILE.                                       DBNK173P
033000     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK173P
033100     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK173P
033200     PERFORM CHECK-OPEN THRU                                      DBNK173P
033300             CHECK-OPEN-EXIT.                                     DBNK173P
033400                                                                  DBNK173P
033500     OPEN INPUT BNKACC-FILE.                                      DBNK173P
033600     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK173P
033700     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK173P
033800     PERFORM CHECK-OPEN THRU                                      DBNK173P
033900             CHECK-OPEN-EXIT.                                     DBNK173P
034000                                                                  DBNK173P
034100     OPEN INPUT BNKLEDG-FILE.                                     DBNK173P
034200     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK173P
034300     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK173P
034400     PERFORM CHECK-OPEN THRU                                      DBNK173P
034500             CHECK-OPEN-EXIT.                                     DBNK173P
034600                                                                  DBNK173P
034700     OPEN INPUT BNKWHIT-FILE.                                     DBNK173P
034800     MOVE WS-BNKWHIT-STATUS TO WS-IO-STATUS.                      DBNK173P
034900     MOVE 'BNKWHIT-FILE' TO WS-FILE.                              DBNK173P
035000     PERFORM CHECK-OPEN THRU                                      DBNK173P
035100             CHECK-OPEN-EXIT.                                     DBNK173P
035200                                                                  DBNK173P
035300     OPEN INPUT BNKSTRQ-FILE.                                     DBNK173P
035400     MOVE WS-BNKSTRQ-STATUS TO WS-IO-STATUS.                      DBNK173P
035500     MOVE 'BNKSTRQ-FILE' TO WS-FILE.                              DBNK173P
035600     PERFORM CHECK-OPEN THRU                                      DBNK173P
035700             CHECK-OPEN-EXIT.                                     DBNK173P
035800                                                                  DBNK173P
035900     OPEN INPUT BNKAMLQ-FILE.                                     DBNK173P
036000     MOVE WS-BNKAMLQ-STATUS TO WS-IO-STATUS.                      DBNK173P
036100     MOVE 'BNKAMLQ-FILE' TO WS-FILE.                              DBNK173P
036200     PERFORM CHECK-OPEN THRU                                      DBNK173P
036300             CHECK-OPEN-EXIT.                                     DBNK173P
036400                                                                  DBNK173P
036500     OPEN I-O BNKSECJ-FILE.                                       DBNK173P
036600     MOVE WS-BNKSECJ-STATUS TO WS-IO-STATUS.                      DBNK173P
036700     MOVE 'BNKSECJ-FILE' TO WS-FILE.                              DBNK173P
036800     PERFORM CHECK-OPEN THRU                                      DBNK173P
036900             CHECK-OPEN-EXIT.                                     DBNK173P
037000                                                                  DBNK173P
037100     OPEN INPUT BNKPARM-FILE.                                     DBNK173P
037200     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK173P
037300     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK173P
037400     PERFORM CHECK-OPEN THRU                                      DBNK173P
037500             CHECK-OPEN-EXIT.                                     DBNK173P
037600                                                                  DBNK173P
037700     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK173P
037800        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK173P
037900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK173P
038000        MOVE 16 TO RETURN-CODE                                    DBNK173P
038100        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK173P
038200        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK173P
038300        GO TO QUICK-EXIT                                          DBNK173P
038400     END-IF.                                                      DBNK173P
038500                                                                  DBNK173P
038600***************************************************************** DBNK173P
038700* Scoring weights and limits from the parameter file            * DBNK173P
038800***************************************************************** DBNK173P
038900     MOVE 'RSKWPEND' TO WS-PARM-KEY.                              DBNK173P
039000     MOVE 30 TO WS-PARM-VALUE.                                    DBNK173P
039100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
039200             GET-RISK-PARM-EXIT.                                  DBNK173P
039300     MOVE WS-PARM-VALUE TO WS-PTS-WATCH-PENDING.                  DBNK173P
039400     MOVE 'RSKWCONF' TO WS-PARM-KEY.                              DBNK173P
039500     MOVE 100 TO WS-PARM-VALUE.                                   DBNK173P
039600     PERFORM GET-RISK-PARM THRU                                   DBNK173P
039700             GET-RISK-PARM-EXIT.                                  DBNK173P
039800     MOVE WS-PARM-VALUE TO WS-PTS-WATCH-CONFIRMED.                DBNK173P
039900     MOVE 'RSKWCLR ' TO WS-PARM-KEY.                              DBNK173P
040000     MOVE 10 TO WS-PARM-VALUE.                                    DBNK173P
040100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
040200             GET-RISK-PARM-EXIT.                                  DBNK173P
040300     MOVE WS-PARM-VALUE TO WS-PTS-WATCH-CLEARED.                  DBNK173P
040400     MOVE 'RSKSTRQ ' TO WS-PARM-KEY.                              DBNK173P
040500     MOVE 30 TO WS-PARM-VALUE.                                    DBNK173P
040600     PERFORM GET-RISK-PARM THRU                                   DBNK173P
040700             GET-RISK-PARM-EXIT.                                  DBNK173P
040800     MOVE WS-PARM-VALUE TO WS-PTS-STRUCTURING.                    DBNK173P
040900     MOVE 'RSKAMLQ ' TO WS-PARM-KEY.                              DBNK173P
041000     MOVE 20 TO WS-PARM-VALUE.                                    DBNK173P
041100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
041200             GET-RISK-PARM-EXIT.                                  DBNK173P
041300     MOVE WS-PARM-VALUE TO WS-PTS-AML-CASE.                       DBNK173P
041400     MOVE 'RSKCDAYS' TO WS-PARM-KEY.                              DBNK173P
041500     MOVE 90 TO WS-PARM-VALUE.                                    DBNK173P
041600     PERFORM GET-RISK-PARM THRU                                   DBNK173P
041700             GET-RISK-PARM-EXIT.                                  DBNK173P
041800     MOVE WS-PARM-VALUE TO WS-CASH-DAYS.                          DBNK173P
041900     MOVE 'RSKCASH1' TO WS-PARM-KEY.                              DBNK173P
042000     MOVE 10000.00 TO WS-PARM-VALUE.                              DBNK173P
042100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
042200             GET-RISK-PARM-EXIT.                                  DBNK173P
042300     MOVE WS-PARM-VALUE TO WS-CASH-LIMIT-1.                       DBNK173P
042400     MOVE 'RSKCASH2' TO WS-PARM-KEY.                              DBNK173P
042500     MOVE 50000.00 TO WS-PARM-VALUE.                              DBNK173P
042600     PERFORM GET-RISK-PARM THRU                                   DBNK173P
042700             GET-RISK-PARM-EXIT.                                  DBNK173P
042800     MOVE WS-PARM-VALUE TO WS-CASH-LIMIT-2.                       DBNK173P
042900     MOVE 'RSKCPTS1' TO WS-PARM-KEY.                              DBNK173P
043000     MOVE 10 TO WS-PARM-VALUE.                                    DBNK173P
043100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
043200             GET-RISK-PARM-EXIT.                                  DBNK173P
043300     MOVE WS-PARM-VALUE TO WS-PTS-CASH-1.                         DBNK173P
043400     MOVE 'RSKCPTS2' TO WS-PARM-KEY.                              DBNK173P
043500     MOVE 25 TO WS-PARM-VALUE.                                    DBNK173P
043600     PERFORM GET-RISK-PARM THRU                                   DBNK173P
043700             GET-RISK-PARM-EXIT.                                  DBNK173P
043800     MOVE WS-PARM-VALUE TO WS-PTS-CASH-2.                         DBNK173P
043900     MOVE 'RSKFORGN' TO WS-PARM-KEY.                              DBNK173P
044000     MOVE 15 TO WS-PARM-VALUE.                                    DBNK173P
044100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
044200             GET-RISK-PARM-EXIT.                                  DBNK173P
044300     MOVE WS-PARM-VALUE TO WS-PTS-FOREIGN.                        DBNK173P
044400     MOVE 'RSKHRCTY' TO WS-PARM-KEY.                              DBNK173P
044500     MOVE 40 TO WS-PARM-VALUE.                                    DBNK173P
044600     PERFORM GET-RISK-PARM THRU                                   DBNK173P
044700             GET-RISK-PARM-EXIT.                                  DBNK173P
044800     MOVE WS-PARM-VALUE TO WS-PTS-HIGH-RISK-CNTRY.                DBNK173P
044900     MOVE 'RSKFXACC' TO WS-PARM-KEY.                              DBNK173P
045000     MOVE 10 TO WS-PARM-VALUE.                                    DBNK173P
045100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
045200             GET-RISK-PARM-EXIT.                                  DBNK173P
045300     MOVE WS-PARM-VALUE TO WS-PTS-FX-ACCOUNT.                     DBNK173P
045400     MOVE 'RSKACCNT' TO WS-PARM-KEY.                              DBNK173P
045500     MOVE 5 TO WS-PARM-VALUE.                                     DBNK173P
045600     PERFORM GET-RISK-PARM THRU                                   DBNK173P
045700             GET-RISK-PARM-EXIT.                                  DBNK173P
045800     MOVE WS-PARM-VALUE TO WS-MANY-ACCOUNTS.                      DBNK173P
045900     MOVE 'RSKMANY ' TO WS-PARM-KEY.                              DBNK173P
046000     MOVE 5 TO WS-PARM-VALUE.                                     DBNK173P
046100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
046200             GET-RISK-PARM-EXIT.                                  DBNK173P
046300     MOVE WS-PARM-VALUE TO WS-PTS-MANY-ACCOUNTS.                  DBNK173P
046400     MOVE 'RSKMED  ' TO WS-PARM-KEY.                              DBNK173P
046500     MOVE 25 TO WS-PARM-VALUE.                                    DBNK173P
046600     PERFORM GET-RISK-PARM THRU                                   DBNK173P
046700             GET-RISK-PARM-EXIT.                                  DBNK173P
046800     MOVE WS-PARM-VALUE TO WS-SCORE-MEDIUM.                       DBNK173P
046900     MOVE 'RSKHIGH ' TO WS-PARM-KEY.                              DBNK173P
047000     MOVE 50 TO WS-PARM-VALUE.                                    DBNK173P
047100     PERFORM GET-RISK-PARM THRU                                   DBNK173P
047200             GET-RISK-PARM-EXIT.                                  DBNK173P
047300     MOVE WS-PARM-VALUE TO WS-SCORE-HIGH.                         DBNK173P
047400                                                                  DBNK173P
047500*    the home country and the high-risk country list are text     DBNK173P
047600     MOVE 'USA' TO WS-HOME-CNTRY.                                 DBNK173P
047700     MOVE 'RSKHOME ' TO PRM-REC-KEY.                              DBNK173P
047800     READ BNKPARM-FILE                                            DBNK173P
047900       INVALID KEY                                                DBNK173P
048000         MOVE SPACES TO PRM-REC-TEXT                              DBNK173P
048100     END-READ.                                                    DBNK173P
048200     IF PRM-REC-TEXT IS NOT EQUAL TO SPACES                       DBNK173P
048300        MOVE PRM-REC-TEXT TO WS-HOME-CNTRY                        DBNK173P
048400     END-IF.                                                      DBNK173P
048500     INSPECT WS-HOME-CNTRY                                        DBNK173P
048600       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK173P
048700               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK173P
048800     MOVE SPACES TO WS-CNTRY-TABLE.                               DBNK173P
048900     PERFORM GET-COUNTRY-PARM THRU                                DBNK173P
049000             GET-COUNTRY-PARM-EXIT                                DBNK173P
049100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK173P
049200         UNTIL WS-SUB1 IS GREATER THAN 9.                         DBNK173P
049300                                                                  DBNK173P
049400*    the cash window start, as ledger timestamp text              DBNK173P
049500     MOVE WS-CASH-DAYS TO WS-BACK-DAYS.                           DBNK173P
049600     PERFORM BACK-OFF-DATE THRU                                   DBNK173P
049700             BACK-OFF-DATE-EXIT.                                  DBNK173P
049800                                                                  DBNK173P
049900     PERFORM WRITE-REPORT-HEADING THRU                            DBNK173P
050000             WRITE-REPORT-HEADING-EXIT.                           DBNK173P
050100                                                                  DBNK173P
050200***************************************************************** DBNK173P
050300* Score every customer on file                                  * DBNK173P
050400***************************************************************** DBNK173P
050500     MOVE LOW-VALUES TO BCS-REC-PID.                              DBNK173P
050600     START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID          DBNK173P
050700       INVALID KEY                                                DBNK173P
050800         GO TO CUST-ENDED                                         DBNK173P
050900     END-START.                                                   DBNK173P
051000 CUST-LOOP.                                                       DBNK173P
051100     READ BNKCUST-FILE NEXT                                       DBNK173P
051200       AT END                                                     DBNK173P
051300         GO TO CUST-ENDED                                         DBNK173P
051400     END-READ.                                                    DBNK173P
051500     ADD 1 TO WS-CUSTS-READ.                                      DBNK173P
051600     IF NOT BCS-REC-NOT-MERGED                                    DBNK173P
051700        GO TO CUST-LOOP                                           DBNK173P
051800     END-IF.                                                      DBNK173P
051900     IF BCS-REC-IS-DECEASED                                       DBNK173P
052000        GO TO CUST-LOOP                                           DBNK173P
052100     END-IF.                                                      DBNK173P
052200     PERFORM RATE-ONE-CUSTOMER THRU                               DBNK173P
052300             RATE-ONE-CUSTOMER-EXIT.                              DBNK173P
052400     GO TO CUST-LOOP.                                             DBNK173P
052500 CUST-ENDED.                                                      DBNK173P
052600                                                                  DBNK173P
052700     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
052800     WRITE RSKRPT-REC.                                            DBNK173P
052900     MOVE WS-CUSTS-RATED TO WS-EDIT-CNT.                          DBNK173P
053000     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
053100     STRING '  CUSTOMERS RATED        ' DELIMITED BY SIZE         DBNK173P
053200            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK173P
053300       INTO RSKRPT-REC.                                           DBNK173P
053400     WRITE RSKRPT-REC.                                            DBNK173P
053500     MOVE WS-RATED-HIGH TO WS-EDIT-CNT.                           DBNK173P
053600     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
053700     STRING '    HIGH                 ' DELIMITED BY SIZE         DBNK173P
053800            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK173P
053900       INTO RSKRPT-REC.                                           DBNK173P
054000     WRITE RSKRPT-REC.                                            DBNK173P
054100     MOVE WS-RATED-MEDIUM TO WS-EDIT-CNT.                         DBNK173P
054200     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
054300     STRING '    MEDIUM               ' DELIMITED BY SIZE         DBNK173P
054400            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK173P
054500       INTO RSKRPT-REC.                                           DBNK173P
054600     WRITE RSKRPT-REC.                                            DBNK173P
054700     MOVE WS-RATED-LOW TO WS-EDIT-CNT.                            DBNK173P
054800     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
054900     STRING '    LOW                  ' DELIMITED BY SIZE         DBNK173P
055000            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK173P
055100       INTO RSKRPT-REC.                                           DBNK173P
055200     WRITE RSKRPT-REC.                                            DBNK173P
055300     MOVE WS-RATINGS-CHANGED TO WS-EDIT-CNT.                      DBNK173P
055400     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
055500     STRING '  RATINGS CHANGED        ' DELIMITED BY SIZE         DBNK173P
055600            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK173P
055700       INTO RSKRPT-REC.                                           DBNK173P
055800     WRITE RSKRPT-REC.                                            DBNK173P
055900                                                                  DBNK173P
056000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK173P
056100     STRING WS-CUSTS-READ DELIMITED BY SIZE                       DBNK173P
056200            ' customers read' DELIMITED BY SIZE                   DBNK173P
056300       INTO WS-CONSOLE-MESSAGE.                                   DBNK173P
056400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK173P
056500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK173P
056600     STRING WS-CUSTS-RATED DELIMITED BY SIZE                      DBNK173P
056700            ' customers rated' DELIMITED BY SIZE                  DBNK173P
056800       INTO WS-CONSOLE-MESSAGE.                                   DBNK173P
056900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK173P
057000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK173P
057100     STRING WS-RATINGS-CHANGED DELIMITED BY SIZE                  DBNK173P
057200            ' ratings changed' DELIMITED BY SIZE                  DBNK173P
057300       INTO WS-CONSOLE-MESSAGE.                                   DBNK173P
057400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK173P
057500                                                                  DBNK173P
057600     CLOSE RSKRPT-FILE.                                           DBNK173P
057700     CLOSE BNKCUST-FILE.                                          DBNK173P
057800     CLOSE BNKACC-FILE.                                           DBNK173P
057900     CLOSE BNKLEDG-FILE.                                          DBNK173P
058000     CLOSE BNKWHIT-FILE.                                          DBNK173P
058100     CLOSE BNKSTRQ-FILE.                                          DBNK173P
058200     CLOSE BNKAMLQ-FILE.                                          DBNK173P
058300     CLOSE BNKSECJ-FILE.                                          DBNK173P
058400     CLOSE BNKPARM-FILE.                                          DBNK173P
058500                                                                  DBNK173P
058600     SET BCTL-FUNC-END TO TRUE.                                   DBNK173P
058700     MOVE WS-CUSTS-READ TO BCTL-RECORD-COUNT.                     DBNK173P
058800     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK173P
058900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK173P
059000                                                                  DBNK173P
059100     PERFORM RUN-TIME.                                            DBNK173P
059200                                                                  DBNK173P
059300     MOVE 0 TO RETURN-CODE.                                       DBNK173P
059400 QUICK-EXIT.                                                      DBNK173P
059500     GOBACK.                                                      DBNK173P
059600                                                                  DBNK173P
059700***************************************************************** DBNK173P
059800* One scoring weight or limit from BNKPARM - left at its        * DBNK173P
059900* default unless the record carries a positive amount           * DBNK173P
060000***************************************************************** DBNK173P
060100 GET-RISK-PARM.                                                   DBNK173P
060200     MOVE WS-PARM-KEY TO PRM-REC-KEY.                             DBNK173P
060300     READ BNKPARM-FILE                                            DBNK173P
060400       INVALID KEY                                                DBNK173P
060500         GO TO GET-RISK-PARM-EXIT                                 DBNK173P
060600     END-READ.                                                    DBNK173P
060700     IF PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK173P
060800        MOVE PRM-REC-AMOUNT TO WS-PARM-VALUE                      DBNK173P
060900     END-IF.                                                      DBNK173P
061000 GET-RISK-PARM-EXIT.                                              DBNK173P
061100     EXIT.                                                        DBNK173P
061200                                                                  DBNK173P
061300***************************************************************** DBNK173P
061400* One high-risk country from BNKPARM key RSKCTRYn               * DBNK173P
061500***************************************************************** DBNK173P
061600 GET-COUNTRY-PARM.                                                DBNK173P
061700     MOVE 'RSKCTRY ' TO PRM-REC-KEY.                              DBNK173P
061800     MOVE WS-SUB1 TO WS-CNTRY-DIGIT.                              DBNK173P
061900     MOVE WS-CNTRY-DIGIT TO PRM-REC-KEY (8:1).                    DBNK173P
062000     READ BNKPARM-FILE                                            DBNK173P
062100       INVALID KEY                                                DBNK173P
062200         GO TO GET-COUNTRY-PARM-EXIT                              DBNK173P
062300     END-READ.                                                    DBNK173P
062400     IF PRM-REC-TEXT IS EQUAL TO SPACES                           DBNK173P
062500        GO TO GET-COUNTRY-PARM-EXIT                               DBNK173P
062600     END-IF.                                                      DBNK173P
062700     ADD 1 TO WS-CNTRY-COUNT.                                     DBNK173P
062800     MOVE PRM-REC-TEXT TO WS-CT-CNTRY (WS-CNTRY-COUNT).           DBNK173P
062900     INSPECT WS-CT-CNTRY (WS-CNTRY-COUNT)                         DBNK173P
063000       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK173P
063100               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK173P
063200 GET-COUNTRY-PARM-EXIT.                                           DBNK173P
063300     EXIT.                                                        DBNK173P
063400                                                                  DBNK173P
063500***************************************************************** DBNK173P
063600* Back a window start off the run date - the same close-enough  * DBNK173P
063700* calendar arithmetic the structuring window uses               * DBNK173P
063800***************************************************************** DBNK173P
063900 BACK-OFF-DATE.                                                   DBNK173P
064000     MOVE WS-RUN-DATE TO WS-START-DATE.                           DBNK173P
064100     COMPUTE WS-WORK-DD = WS-SD-DD - WS-BACK-DAYS + 1.            DBNK173P
064200 BACK-OFF-BORROW.                                                 DBNK173P
064300     IF WS-WORK-DD IS LESS THAN 1                                 DBNK173P
064400        ADD 30 TO WS-WORK-DD                                      DBNK173P
064500        IF WS-SD-MM IS EQUAL TO 1                                 DBNK173P
064600           MOVE 12 TO WS-SD-MM                                    DBNK173P
064700           SUBTRACT 1 FROM WS-SD-YYYY                             DBNK173P
064800        ELSE                                                      DBNK173P
064900           SUBTRACT 1 FROM WS-SD-MM                               DBNK173P
065000        END-IF                                                    DBNK173P
065100        GO TO BACK-OFF-BORROW                                     DBNK173P
065200     END-IF.                                                      DBNK173P
065300     MOVE WS-WORK-DD TO WS-SD-DD.                                 DBNK173P
065400     MOVE WS-START-DATE (1:4) TO WS-START-DASHED (1:4).           DBNK173P
065500     MOVE '-' TO WS-START-DASHED (5:1).                           DBNK173P
065600     MOVE WS-START-DATE (5:2) TO WS-START-DASHED (6:2).           DBNK173P
065700     MOVE '-' TO WS-START-DASHED (8:1).                           DBNK173P
065800     MOVE WS-START-DATE (7:2) TO WS-START-DASHED (9:2).           DBNK173P
065900 BACK-OFF-DATE-EXIT.                                              DBNK173P
066000     EXIT.                                                        DBNK173P
066100                                                                  DBNK173P
066200***************************************************************** DBNK173P
066300* Score one customer, rate them, and record a change of rating  * DBNK173P
066400***************************************************************** DBNK173P
066500 RATE-ONE-CUSTOMER.                                               DBNK173P
066600     MOVE BCS-REC-PID TO WS-CUR-PID.                              DBNK173P
066700     MOVE 0 TO WS-SCORE.                                          DBNK173P
066800     MOVE 0 TO WS-WATCH-HITS.                                     DBNK173P
066900     MOVE 0 TO WS-STRQ-CASES.                                     DBNK173P
067000     MOVE 0 TO WS-AMLQ-CASES.                                     DBNK173P
067100     MOVE 0 TO WS-OPEN-ACCOUNTS.                                  DBNK173P
067200     MOVE 0 TO WS-FX-ACCOUNTS.                                    DBNK173P
067300     MOVE 0 TO WS-CASH-TOTAL.                                     DBNK173P
067400                                                                  DBNK173P
067500*    watchlist hits - a near miss compliance cleared still counts DBNK173P
067600     MOVE WS-CUR-PID TO BWH-REC-PID.                              DBNK173P
067700     MOVE LOW-VALUES TO BWH-REC-WATCH-ID.                         DBNK173P
067750     MOVE LOW-VALUES TO BWH-REC-PAYEE-ID.                         DBNK173P
067800     START BNKWHIT-FILE KEY IS NOT LESS THAN BWH-REC-KEY          DBNK173P
067900       INVALID KEY                                                DBNK173P
068000         GO TO WHIT-DONE                                          DBNK173P
068100     END-START.                                                   DBNK173P
068200 WHIT-LOOP.                                                       DBNK173P
068300     READ BNKWHIT-FILE NEXT                                       DBNK173P
068400       AT END                                                     DBNK173P
068500         GO TO WHIT-DONE                                          DBNK173P
068600     END-READ.                                                    DBNK173P
068700     IF BWH-REC-PID IS NOT EQUAL TO WS-CUR-PID                    DBNK173P
068800        GO TO WHIT-DONE                                           DBNK173P
068900     END-IF.                                                      DBNK173P
069000     ADD 1 TO WS-WATCH-HITS.                                      DBNK173P
069100     IF BWH-REC-IS-CONFIRMED                                      DBNK173P
069200        ADD WS-PTS-WATCH-CONFIRMED TO WS-SCORE                    DBNK173P
069300     ELSE                                                         DBNK173P
069400        IF BWH-REC-IS-CLEARED                                     DBNK173P
069500           ADD WS-PTS-WATCH-CLEARED TO WS-SCORE                   DBNK173P
069600        ELSE                                                      DBNK173P
069700           ADD WS-PTS-WATCH-PENDING TO WS-SCORE                   DBNK173P
069800        END-IF                                                    DBNK173P
069900     END-IF.                                                      DBNK173P
070000     GO TO WHIT-LOOP.                                             DBNK173P
070100 WHIT-DONE.                                                       DBNK173P
070200                                                                  DBNK173P
070300*    structuring cases not cleared                                DBNK173P
070400     MOVE WS-CUR-PID TO BSQ-REC-PID.                              DBNK173P
070500     MOVE LOW-VALUES TO BSQ-REC-WINDOW-END.                       DBNK173P
070600     START BNKSTRQ-FILE KEY IS NOT LESS THAN BSQ-REC-KEY          DBNK173P
070700       INVALID KEY                                                DBNK173P
070800         GO TO STRQ-DONE                                          DBNK173P
070900     END-START.                                                   DBNK173P
071000 STRQ-LOOP.                                                       DBNK173P
071100     READ BNKSTRQ-FILE NEXT                                       DBNK173P
071200       AT END                                                     DBNK173P
071300         GO TO STRQ-DONE                                          DBNK173P
071400     END-READ.                                                    DBNK173P
071500     IF BSQ-REC-PID IS NOT EQUAL TO WS-CUR-PID                    DBNK173P
071600        GO TO STRQ-DONE                                           DBNK173P
071700     END-IF.                                                      DBNK173P
071800     IF NOT BSQ-REC-IS-CLEARED                                    DBNK173P
071900        ADD 1 TO WS-STRQ-CASES                                    DBNK173P
072000        ADD WS-PTS-STRUCTURING TO WS-SCORE                        DBNK173P
072100     END-IF.                                                      DBNK173P
072200     GO TO STRQ-LOOP.                                             DBNK173P
072300 STRQ-DONE.                                                       DBNK173P
072400                                                                  DBNK173P
072500*    the customer's open accounts - product mix, cash volume and  DBNK173P
072600*    AML scenario cases                                           DBNK173P
072700     MOVE WS-CUR-PID TO BAC-REC-PID.                              DBNK173P
072800     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID                DBNK173P
072900       INVALID KEY                                                DBNK173P
073000         GO TO ACCTS-DONE                                         DBNK173P
073100     END-START.                                                   DBNK173P
073200 ACCT-LOOP.                                                       DBNK173P
073300     READ BNKACC-FILE NEXT                                        DBNK173P
073400       AT END                                                     DBNK173P
073500         GO TO ACCTS-DONE                                         DBNK173P
073600     END-READ.                                                    DBNK173P
073700     IF BAC-REC-PID IS NOT EQUAL TO WS-CUR-PID                    DBNK173P
073800        GO TO ACCTS-DONE                                          DBNK173P
073900     END-IF.                                                      DBNK173P
074000     IF BAC-REC-ACC-IS-CLOSED                                     DBNK173P
074100        GO TO ACCT-LOOP                                           DBNK173P
074200     END-IF.                                                      DBNK173P
074300     PERFORM SCORE-ONE-ACCOUNT THRU                               DBNK173P
074400             SCORE-ONE-ACCOUNT-EXIT.                              DBNK173P
074500     GO TO ACCT-LOOP.                                             DBNK173P
074600 ACCTS-DONE.                                                      DBNK173P
074700     IF WS-OPEN-ACCOUNTS IS NOT LESS THAN WS-MANY-ACCOUNTS        DBNK173P
074800        ADD WS-PTS-MANY-ACCOUNTS TO WS-SCORE                      DBNK173P
074900     END-IF.                                                      DBNK173P
075000     IF WS-CASH-TOTAL IS NOT LESS THAN WS-CASH-LIMIT-2            DBNK173P
075100        ADD WS-PTS-CASH-2 TO WS-SCORE                             DBNK173P
075200     ELSE                                                         DBNK173P
075300        IF WS-CASH-TOTAL IS NOT LESS THAN WS-CASH-LIMIT-1         DBNK173P
075400           ADD WS-PTS-CASH-1 TO WS-SCORE                          DBNK173P
075500        END-IF                                                    DBNK173P
075600     END-IF.                                                      DBNK173P
075700                                                                  DBNK173P
075800*    the address country - blank is taken as home                 DBNK173P
075900     MOVE BCS-REC-CNTRY TO WS-CUR-CNTRY.                          DBNK173P
076000     INSPECT WS-CUR-CNTRY                                         DBNK173P
076100       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK173P
076200               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK173P
076300     IF WS-CUR-CNTRY IS NOT EQUAL TO SPACES AND                   DBNK173P
076400        WS-CUR-CNTRY IS NOT EQUAL TO WS-HOME-CNTRY                DBNK173P
076500        ADD WS-PTS-FOREIGN TO WS-SCORE                            DBNK173P
076600        SET WS-CNTRY-NOT-LISTED TO TRUE                           DBNK173P
076700        PERFORM CHECK-ONE-CNTRY THRU                              DBNK173P
076800                CHECK-ONE-CNTRY-EXIT                              DBNK173P
076900          VARYING WS-SUB1 FROM 1 BY 1                             DBNK173P
077000            UNTIL WS-SUB1 IS GREATER THAN WS-CNTRY-COUNT          DBNK173P
077100               OR WS-CNTRY-IS-HIGH-RISK                           DBNK173P
077200        IF WS-CNTRY-IS-HIGH-RISK                                  DBNK173P
077300           ADD WS-PTS-HIGH-RISK-CNTRY TO WS-SCORE                 DBNK173P
077400        END-IF                                                    DBNK173P
077500     END-IF.                                                      DBNK173P
077600                                                                  DBNK173P
077700     IF WS-SCORE IS NOT LESS THAN WS-SCORE-HIGH                   DBNK173P
077800        SET WS-NEW-IS-HIGH TO TRUE                                DBNK173P
077900        ADD 1 TO WS-RATED-HIGH                                    DBNK173P
078000     ELSE                                                         DBNK173P
078100        IF WS-SCORE IS NOT LESS THAN WS-SCORE-MEDIUM              DBNK173P
078200           SET WS-NEW-IS-MEDIUM TO TRUE                           DBNK173P
078300           ADD 1 TO WS-RATED-MEDIUM                               DBNK173P
078400        ELSE                                                      DBNK173P
078500           SET WS-NEW-IS-LOW TO TRUE                              DBNK173P
078600           ADD 1 TO WS-RATED-LOW                                  DBNK173P
078700        END-IF                                                    DBNK173P
078800     END-IF.                                                      DBNK173P
078900     ADD 1 TO WS-CUSTS-RATED.                                     DBNK173P
079000     IF BCS-REC-RISK-RATING IS EQUAL TO WS-NEW-RATING             DBNK173P
079100        GO TO RATE-ONE-CUSTOMER-EXIT                              DBNK173P
079200     END-IF.                                                      DBNK173P
079300                                                                  DBNK173P
079400     IF BCS-REC-RISK-LOW OR                                       DBNK173P
079500        BCS-REC-RISK-MEDIUM OR                                    DBNK173P
079600        BCS-REC-RISK-HIGH                                         DBNK173P
079700        MOVE BCS-REC-RISK-RATING TO WS-OLD-RATING                 DBNK173P
079800     ELSE                                                         DBNK173P
079900        MOVE '-' TO WS-OLD-RATING                                 DBNK173P
080000     END-IF.                                                      DBNK173P
080100     MOVE WS-NEW-RATING TO BCS-REC-RISK-RATING.                   DBNK173P
080200     REWRITE BNKCUST-REC                                          DBNK173P
080300       INVALID KEY                                                DBNK173P
080400         MOVE 'Unable to store risk rating'                       DBNK173P
080500           TO WS-CONSOLE-MESSAGE                                  DBNK173P
080600         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK173P
080700         GO TO RATE-ONE-CUSTOMER-EXIT                             DBNK173P
080800     END-REWRITE.                                                 DBNK173P
080900     ADD 1 TO WS-RATINGS-CHANGED.                                 DBNK173P
081000     PERFORM JOURNAL-RATING-CHANGE THRU                           DBNK173P
081100             JOURNAL-RATING-CHANGE-EXIT.                          DBNK173P
081200                                                                  DBNK173P
081300     MOVE WS-SCORE TO WS-SCORE-OUT.                               DBNK173P
081400     MOVE WS-CASH-TOTAL TO WS-EDIT-AMT-9-2.                       DBNK173P
081500     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
081600     STRING '  '                     DELIMITED BY SIZE            DBNK173P
081700            WS-CUR-PID               DELIMITED BY SIZE            DBNK173P
081800            '  '                     DELIMITED BY SIZE            DBNK173P
081900            WS-OLD-RATING            DELIMITED BY SIZE            DBNK173P
082000            ' TO '                   DELIMITED BY SIZE            DBNK173P
082100            WS-NEW-RATING            DELIMITED BY SIZE            DBNK173P
082200            '  SCORE '               DELIMITED BY SIZE            DBNK173P
082300            WS-SCORE-OUT             DELIMITED BY SIZE            DBNK173P
082400            '  WATCH '               DELIMITED BY SIZE            DBNK173P
082500            WS-WATCH-HITS            DELIMITED BY SIZE            DBNK173P
082600            '  STRQ '                DELIMITED BY SIZE            DBNK173P
082700            WS-STRQ-CASES            DELIMITED BY SIZE            DBNK173P
082800            '  AMLQ '                DELIMITED BY SIZE            DBNK173P
082900            WS-AMLQ-CASES            DELIMITED BY SIZE            DBNK173P
083000            '  CASH '                DELIMITED BY SIZE            DBNK173P
083100            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK173P
083200            '  ACCS '                DELIMITED BY SIZE            DBNK173P
083300            WS-OPEN-ACCOUNTS         DELIMITED BY SIZE            DBNK173P
083400            '  FX '                  DELIMITED BY SIZE            DBNK173P
083500            WS-FX-ACCOUNTS           DELIMITED BY SIZE            DBNK173P
083600            '  '                     DELIMITED BY SIZE            DBNK173P
083700            BCS-REC-CNTRY            DELIMITED BY SIZE            DBNK173P
083800       INTO RSKRPT-REC.                                           DBNK173P
083900     WRITE RSKRPT-REC.                                            DBNK173P
084000 RATE-ONE-CUSTOMER-EXIT.                                          DBNK173P
084100     EXIT.                                                        DBNK173P
084200                                                                  DBNK173P
084300***************************************************************** DBNK173P
084400* One open account - its currency, its cash over the window and * DBNK173P
084500* any AML scenario cases still open against it                  * DBNK173P
084600***************************************************************** DBNK173P
084700 SCORE-ONE-ACCOUNT.                                               DBNK173P
084800     MOVE BAC-REC-ACCNO TO WS-CUR-ACCNO.                          DBNK173P
084900     ADD 1 TO WS-OPEN-ACCOUNTS.                                   DBNK173P
085000     IF BAC-REC-CCY-CODE IS NOT EQUAL TO SPACES AND               DBNK173P
085100        BAC-REC-CCY-CODE IS NOT EQUAL TO 'USD'                    DBNK173P
085200        ADD 1 TO WS-FX-ACCOUNTS                                   DBNK173P
085300        ADD WS-PTS-FX-ACCOUNT TO WS-SCORE                         DBNK173P
085400     END-IF.                                                      DBNK173P
085500                                                                  DBNK173P
085600     MOVE WS-CUR-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                  DBNK173P
085700     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK173P
085800     MOVE WS-START-DASHED TO BLG-REC-ALTKEY1-TIMESTAMP (1:10).    DBNK173P
085900     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-ALTKEY1      DBNK173P
086000       INVALID KEY                                                DBNK173P
086100         GO TO CASH-DONE                                          DBNK173P
086200     END-START.                                                   DBNK173P
086300 CASH-LOOP.                                                       DBNK173P
086400     READ BNKLEDG-FILE NEXT                                       DBNK173P
086500       AT END                                                     DBNK173P
086600         GO TO CASH-DONE                                          DBNK173P
086700     END-READ.                                                    DBNK173P
086800     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO WS-CUR-ACCNO        DBNK173P
086900        GO TO CASH-DONE                                           DBNK173P
087000     END-IF.                                                      DBNK173P
087100     IF BLG-REC-TYPE-CASH AND                                     DBNK173P
087200        BLG-REC-NOT-REVERSED                                      DBNK173P
087300        ADD BLG-REC-AMOUNT TO WS-CASH-TOTAL                       DBNK173P
087400     END-IF.                                                      DBNK173P
087500     GO TO CASH-LOOP.                                             DBNK173P
087600 CASH-DONE.                                                       DBNK173P
087700                                                                  DBNK173P
087800     MOVE WS-CUR-ACCNO TO BAQ-REC-ACCNO.                          DBNK173P
087900     MOVE LOW-VALUES TO BAQ-REC-SCENARIO.                         DBNK173P
088000     MOVE LOW-VALUES TO BAQ-REC-DETECTED-DATE.                    DBNK173P
088100     START BNKAMLQ-FILE KEY IS NOT LESS THAN BAQ-REC-KEY          DBNK173P
088200       INVALID KEY                                                DBNK173P
088300         GO TO AMLQ-DONE                                          DBNK173P
088400     END-START.                                                   DBNK173P
088500 AMLQ-LOOP.                                                       DBNK173P
088600     READ BNKAMLQ-FILE NEXT                                       DBNK173P
088700       AT END                                                     DBNK173P
088800         GO TO AMLQ-DONE                                          DBNK173P
088900     END-READ.                                                    DBNK173P
089000     IF BAQ-REC-ACCNO IS NOT EQUAL TO WS-CUR-ACCNO                DBNK173P
089100        GO TO AMLQ-DONE                                           DBNK173P
089200     END-IF.                                                      DBNK173P
089300     IF NOT BAQ-REC-IS-CLEARED                                    DBNK173P
089400        ADD 1 TO WS-AMLQ-CASES                                    DBNK173P
089500        ADD WS-PTS-AML-CASE TO WS-SCORE                           DBNK173P
089600     END-IF.                                                      DBNK173P
089700     GO TO AMLQ-LOOP.                                             DBNK173P
089800 AMLQ-DONE.                                                       DBNK173P
089900 SCORE-ONE-ACCOUNT-EXIT.                                          DBNK173P
090000     EXIT.                                                        DBNK173P
090100                                                                  DBNK173P
090200 CHECK-ONE-CNTRY.                                                 DBNK173P
090300     IF WS-CUR-CNTRY IS EQUAL TO WS-CT-CNTRY (WS-SUB1)            DBNK173P
090400        SET WS-CNTRY-IS-HIGH-RISK TO TRUE                         DBNK173P
090500     END-IF.                                                      DBNK173P
090600 CHECK-ONE-CNTRY-EXIT.                                            DBNK173P
090700     EXIT.                                                        DBNK173P
090800                                                                  DBNK173P
090900***************************************************************** DBNK173P
091000* Journal the change of rating on BNKSECJ. The run sequence in  * DBNK173P
091100* the timestamp keeps changes made in the same hundredth apart  * DBNK173P
091200***************************************************************** DBNK173P
091300 JOURNAL-RATING-CHANGE.                                           DBNK173P
091400 COPY CTSTAMPP.                                                   DBNK173P
091500     ADD 1 TO WS-JOURNAL-SEQ.                                     DBNK173P
091600     MOVE WS-JOURNAL-SEQ TO WS-TIMESTAMP (23:4).                  DBNK173P
091700     MOVE SPACES TO BNKSECJ-REC.                                  DBNK173P
091800     MOVE WS-TIMESTAMP TO BSE-REC-TIMESTAMP.                      DBNK173P
091900     MOVE 'RISKRATE' TO BSE-REC-EVENT-TYPE.                       DBNK173P
092000     MOVE WS-CUR-PID TO BSE-REC-USERID.                           DBNK173P
092100     SET BSE-REC-CHANNEL-BANK TO TRUE.                            DBNK173P
092200     MOVE 'BAT ' TO BSE-REC-TERMINAL-ID.                          DBNK173P
092300     MOVE WS-SCORE TO WS-SCORE-OUT.                               DBNK173P
092400     STRING 'Risk rating '           DELIMITED BY SIZE            DBNK173P
092500            WS-OLD-RATING            DELIMITED BY SIZE            DBNK173P
092600            ' to '                   DELIMITED BY SIZE            DBNK173P
092700            WS-NEW-RATING            DELIMITED BY SIZE            DBNK173P
092800            ' score '                DELIMITED BY SIZE            DBNK173P
092900            WS-SCORE-OUT             DELIMITED BY SIZE            DBNK173P
093000       INTO BSE-REC-DETAIL.                                       DBNK173P
093100     WRITE BNKSECJ-REC                                            DBNK173P
093200       INVALID KEY                                                DBNK173P
093300         MOVE 'Unable to journal rating change'                   DBNK173P
093400           TO WS-CONSOLE-MESSAGE                                  DBNK173P
093500         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK173P
093600     END-WRITE.                                                   DBNK173P
093700 JOURNAL-RATING-CHANGE-EXIT.                                      DBNK173P
093800     EXIT.                                                        DBNK173P
093900                                                                  DBNK173P
094000***************************************************************** DBNK173P
094100* Report heading, naming the cut-offs in force                  * DBNK173P
094200***************************************************************** DBNK173P
094300 WRITE-REPORT-HEADING.                                            DBNK173P
094400     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
094500     STRING '  CUSTOMER AML RISK RATING FOR '                     DBNK173P
094600                                     DELIMITED BY SIZE            DBNK173P
094700            WS-RUN-DATE              DELIMITED BY SIZE            DBNK173P
094800       INTO RSKRPT-REC.                                           DBNK173P
094900     WRITE RSKRPT-REC.                                            DBNK173P
095000     MOVE WS-SCORE-HIGH TO WS-EDIT-CNT.                           DBNK173P
095100     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
095200     STRING '  HIGH AT SCORE          ' DELIMITED BY SIZE         DBNK173P
095300            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK173P
095400       INTO RSKRPT-REC.                                           DBNK173P
095500     WRITE RSKRPT-REC.                                            DBNK173P
095600     MOVE WS-SCORE-MEDIUM TO WS-EDIT-CNT.                         DBNK173P
095700     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
095800     STRING '  MEDIUM AT SCORE        ' DELIMITED BY SIZE         DBNK173P
095900            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK173P
096000       INTO RSKRPT-REC.                                           DBNK173P
096100     WRITE RSKRPT-REC.                                            DBNK173P
096200     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
096300     STRING '  CASH WINDOW FROM       ' DELIMITED BY SIZE         DBNK173P
096400            WS-START-DATE               DELIMITED BY SIZE         DBNK173P
096500            '  HOME COUNTRY '           DELIMITED BY SIZE         DBNK173P
096600            WS-HOME-CNTRY               DELIMITED BY SIZE         DBNK173P
096700       INTO RSKRPT-REC.                                           DBNK173P
096800     WRITE RSKRPT-REC.                                            DBNK173P
096900     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
097000     WRITE RSKRPT-REC.                                            DBNK173P
097100     MOVE SPACES TO RSKRPT-REC.                                   DBNK173P
097200     STRING '  RATINGS CHANGED TONIGHT' DELIMITED BY SIZE         DBNK173P
097300       INTO RSKRPT-REC.                                           DBNK173P
097400     WRITE RSKRPT-REC.                                            DBNK173P
097500 WRITE-REPORT-HEADING-EXIT.                                       DBNK173P
097600     EXIT.                                                        DBNK173P
097700                                                                  DBNK173P
097800***************************************************************** DBNK173P
097900* Check file open OK                                            * DBNK173P
098000***************************************************************** DBNK173P
098100 CHECK-OPEN.                                                      DBNK173P
098200     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK173P
098300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK173P
098400        STRING WS-FILE       DELIMITED BY ' '                     DBNK173P
098500               ' opened ok' DELIMITED BY SIZE                     DBNK173P
098600          INTO WS-CONSOLE-MESSAGE                                 DBNK173P
098700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK173P
098800     ELSE                                                         DBNK173P
098900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK173P
099000        STRING WS-FILE          DELIMITED BY ' '                  DBNK173P
099100               ' did not open' DELIMITED BY SIZE                  DBNK173P
099200          INTO WS-CONSOLE-MESSAGE                                 DBNK173P
099300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK173P
099400        PERFORM DISPLAY-IO-STATUS                                 DBNK173P
099500        ADD 1 TO WS-OPEN-ERROR                                    DBNK173P
099600     END-IF.                                                      DBNK173P
099700 CHECK-OPEN-EXIT.                                                 DBNK173P
099800     EXIT.                                                        DBNK173P
099900                                                                  DBNK173P
100000***************************************************************** DBNK173P
100100* Display the file status bytes. This routine will display as  *  DBNK173P
100200* two digits if the full two byte file status is numeric. If   *  DBNK173P
100300* second byte is non-numeric then it will be treated as a      *  DBNK173P
100400* binary number.                                                * DBNK173P
100500***************************************************************** DBNK173P
100600 DISPLAY-IO-STATUS.                                               DBNK173P
100700     IF WS-IO-STATUS NUMERIC                                      DBNK173P
100800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK173P
100900        STRING 'File status -' DELIMITED BY SIZE                  DBNK173P
101000               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK173P
101100          INTO WS-CONSOLE-MESSAGE                                 DBNK173P
101200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK173P
101300     ELSE                                                         DBNK173P
101400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK173P
101500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK173P
101600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK173P
101700        STRING 'File status -' DELIMITED BY SIZE                  DBNK173P
101800               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK173P
101900               '/'            DELIMITED BY SIZE                   DBNK173P
102000               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK173P
102100          INTO WS-CONSOLE-MESSAGE                                 DBNK173P
102200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK173P
102300     END-IF.                                                      DBNK173P
102400                                                                  DBNK173P
102500***************************************************************** DBNK173P
102600* Display CONSOLE messages...                                   * DBNK173P
102700***************************************************************** DBNK173P
102800 DISPLAY-CONSOLE-MESSAGE.                                         DBNK173P
102900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK173P
103000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK173P
103100                                                                  DBNK173P
103200 COPY CTIMERP.                                                    DBNK173P
103300                                                                  DBNK173P
