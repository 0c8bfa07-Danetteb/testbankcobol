000100***************************************************************** DBNK179P
000200*                                                               * DBNK179P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK179P
000400*   This demonstration program is provided for use by users     * DBNK179P
000500*   of Micro Focus products and may be used, modified and       * DBNK179P
000600*   distributed as part of your application provided that       * DBNK179P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK179P
000800*   in this material.                                           * DBNK179P
000900*                                                               * DBNK179P
001000***************************************************************** DBNK179P
001100                                                                  DBNK179P
001200                                                                  DBNK179P
001300***************************************************************** DBNK179P
001400* Program:     DBNK179P.CBL                                     * DBNK179P
001500* Function:    Monthly customer profitability. For the calendar * DBNK179P
001600*              month before the business date, works out four   * DBNK179P
001700*              figures for every customer from the accounts     * DBNK179P
001800*              they hold:                                       * DBNK179P
001900*                fee income - BNKLEDG categories FEE and LATE   * DBNK179P
002000*                  net of the DBNK126P courtesy refunds (FRFD)  * DBNK179P
002100*                interest paid - the INT postings               * DBNK179P
002200*                loan interest received - the interest part of  * DBNK179P
002300*                  the BNKLSCH installments collected           * DBNK179P
002400*                funding value - the month's average DBANK71P   * DBNK179P
002500*                  BNKHIST balance at the transfer rate held    * DBNK179P
002600*                  under BNKPARM key FUNDRATE (percent a year,  * DBNK179P
002700*                  default 3.00); a debit balance costs funding * DBNK179P
002800*              and nets them to a profit or loss. Customers are * DBNK179P
002900*              listed with a subtotal by branch and by          * DBNK179P
003000*              relationship tier (PRFRPT, archived by DBANK84P  * DBNK179P
003100*              under id CUSTPROF), and the same figures go to   * DBNK179P
003200*              the analysts as a flat file (ANLPROF) with the   * DBNK179P
003300*              DBNK146P header and count-and-hash trailer,      * DBNK179P
003400*              registered outbound like the other extracts.     * DBNK179P
003500*              Runs once per month after the DBANK71P snapshot. * DBNK179P
003600*              VSAM version                                     * DBNK179P
003700***************************************************************** DBNK179P
003800                                                                  DBNK179P
003900 IDENTIFICATION DIVISION.                                         DBNK179P
004000 PROGRAM-ID.                                                      DBNK179P
004100     DBNK179P.                                                    DBNK179P
004200 DATE-WRITTEN.                                                    DBNK179P
004300     October 2008.                                                DBNK179P
004400 DATE-COMPILED.                                                   DBNK179P
004500     Today.                                                       DBNK179P
004600                                                                  DBNK179P
004700 ENVIRONMENT DIVISION.                                            DBNK179P
004800                                                                  DBNK179P
004900 INPUT-OUTPUT   SECTION.                                          DBNK179P
005000   FILE-CONTROL.                                                  DBNK179P
005100     SELECT PRFRPT-FILE                                           DBNK179P
005200            ASSIGN       TO PRFRPT                                DBNK179P
005300            ORGANIZATION IS SEQUENTIAL                            DBNK179P
005400            FILE STATUS  IS WS-PRFRPT-STATUS.                     DBNK179P
005500                                                                  DBNK179P
005600     SELECT EXTPROF-FILE                                          DBNK179P
005700            ASSIGN       TO EXTPROF                               DBNK179P
005800            ORGANIZATION IS SEQUENTIAL                            DBNK179P
005900            FILE STATUS  IS WS-EXTPROF-STATUS.                    DBNK179P
006000                                                                  DBNK179P
006100     SELECT BNKCUST-FILE                                          DBNK179P
006200            ASSIGN       TO BNKCUST                               DBNK179P
006300            ORGANIZATION IS INDEXED                               DBNK179P
006400            ACCESS MODE  IS SEQUENTIAL                            DBNK179P
006500            RECORD KEY   IS BCS-REC-PID                           DBNK179P
006600            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK179P
006700                                                                  DBNK179P
006800     SELECT BNKACC-FILE                                           DBNK179P
006900            ASSIGN       TO BNKACC                                DBNK179P
007000            ORGANIZATION IS INDEXED                               DBNK179P
007100            ACCESS MODE  IS DYNAMIC                               DBNK179P
007200            RECORD KEY   IS BAC-REC-ACCNO                         DBNK179P
007300            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK179P
007400            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK179P
007500                                                                  DBNK179P
007600     SELECT BNKHIST-FILE                                          DBNK179P
007700            ASSIGN       TO BNKHIST                               DBNK179P
007800            ORGANIZATION IS INDEXED                               DBNK179P
007900            ACCESS MODE  IS DYNAMIC                               DBNK179P
008000            RECORD KEY   IS BBH-REC-KEY                           DBNK179P
008100            FILE STATUS  IS WS-BNKHIST-STATUS.                    DBNK179P
008200                                                                  DBNK179P
008300     SELECT BNKLEDG-FILE                                          DBNK179P
008400            ASSIGN       TO BNKLEDG                               DBNK179P
008500            ORGANIZATION IS INDEXED                               DBNK179P
008600            ACCESS MODE  IS DYNAMIC                               DBNK179P
008700            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK179P
008800            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK179P
008900            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK179P
009000                                                                  DBNK179P
009100     SELECT BNKLSCH-FILE                                          DBNK179P
009200            ASSIGN       TO BNKLSCH                               DBNK179P
009300            ORGANIZATION IS INDEXED                               DBNK179P
009400            ACCESS MODE  IS DYNAMIC                               DBNK179P
009500            RECORD KEY   IS BLS-REC-KEY                           DBNK179P
009600            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK179P
009700                                                                  DBNK179P
009800     SELECT BNKPARM-FILE                                          DBNK179P
009900            ASSIGN       TO BNKPARM                               DBNK179P
010000            ORGANIZATION IS INDEXED                               DBNK179P
010100            ACCESS MODE  IS RANDOM                                DBNK179P
010200            RECORD KEY   IS PRM-REC-KEY                           DBNK179P
010300            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK179P
010400                                                                  DBNK179P
010500 DATA DIVISION.                                                   DBNK179P
010600                                                                  DBNK179P
010700 FILE SECTION.                                                    DBNK179P
010800 FD  PRFRPT-FILE.                                                 DBNK179P
010900 01  PRFRPT-REC                         PIC X(132).               DBNK179P
011000                                                                  DBNK179P
011100 FD  EXTPROF-FILE.                                                DBNK179P
011200 01  EXP-HDR-REC.                                                 DBNK179P
011300   05  EXP-HDR-TYPE                     PIC X(3).                 DBNK179P
011400   05  EXP-HDR-STREAM                   PIC X(8).                 DBNK179P
011500   05  EXP-HDR-BUS-DATE                 PIC X(8).                 DBNK179P
011600   05  EXP-HDR-TIMESTAMP                PIC X(26).                DBNK179P
011700   05  FILLER                           PIC X(55).                DBNK179P
011800 01  EXP-REC.                                                     DBNK179P
011900   05  EXP-REC-TYPE                     PIC X(3).                 DBNK179P
012000   05  EXP-REC-PID                      PIC X(5).                 DBNK179P
012100   05  EXP-REC-BRANCH                   PIC X(4).                 DBNK179P
012200   05  EXP-REC-REL-TIER                 PIC 9(1).                 DBNK179P
012300   05  EXP-REC-PERIOD                   PIC X(6).                 DBNK179P
012400   05  EXP-REC-ACC-COUNT                PIC 9(3).                 DBNK179P
012500   05  EXP-REC-AVG-SIGN                 PIC X(1).                 DBNK179P
012600   05  EXP-REC-AVG-BAL                  PIC 9(9)V99.              DBNK179P
012700   05  EXP-REC-FEE-SIGN                 PIC X(1).                 DBNK179P
012800   05  EXP-REC-FEES                     PIC 9(9)V99.              DBNK179P
012900   05  EXP-REC-INTP-SIGN                PIC X(1).                 DBNK179P
013000   05  EXP-REC-INT-PAID                 PIC 9(9)V99.              DBNK179P
013100   05  EXP-REC-LOAN-SIGN                PIC X(1).                 DBNK179P
013200   05  EXP-REC-LOAN-INT                 PIC 9(9)V99.              DBNK179P
013300   05  EXP-REC-FUND-SIGN                PIC X(1).                 DBNK179P
013400   05  EXP-REC-FUNDING                  PIC 9(9)V99.              DBNK179P
013500   05  EXP-REC-PROF-SIGN                PIC X(1).                 DBNK179P
013600   05  EXP-REC-PROFIT                   PIC 9(9)V99.              DBNK179P
013700   05  FILLER                           PIC X(6).                 DBNK179P
013800 01  EXP-TRL-REC.                                                 DBNK179P
013900   05  EXP-TRL-TYPE                     PIC X(3).                 DBNK179P
014000   05  EXP-TRL-COUNT                    PIC 9(7).                 DBNK179P
014100   05  EXP-TRL-HASH                     PIC 9(13)V99.             DBNK179P
014200   05  FILLER                           PIC X(75).                DBNK179P
014300                                                                  DBNK179P
014400 FD  BNKCUST-FILE.                                                DBNK179P
014500 01  BNKCUST-REC.                                                 DBNK179P
014600 COPY CBANKVCS.                                                   DBNK179P
014700                                                                  DBNK179P
014800 FD  BNKACC-FILE.                                                 DBNK179P
014900 01  BNKACC-REC.                                                  DBNK179P
015000 COPY CBANKVAC.                                                   DBNK179P
015100                                                                  DBNK179P
015200 FD  BNKHIST-FILE.                                                DBNK179P
015300 01  BNKHIST-REC.                                                 DBNK179P
015400 COPY CBANKVBH.                                                   DBNK179P
015500                                                                  DBNK179P
015600 FD  BNKLEDG-FILE.                                                DBNK179P
015700 01  BNKLEDG-REC.                                                 DBNK179P
015800 COPY CBANKVLG.                                                   DBNK179P
015900                                                                  DBNK179P
016000 FD  BNKLSCH-FILE.                                                DBNK179P
016100 01  BNKLSCH-REC.                                                 DBNK179P
016200 COPY CBANKVLS.                                                   DBNK179P
016300                                                                  DBNK179P
016400 FD  BNKPARM-FILE.                                                DBNK179P
016500 01  BNKPARM-REC.                                                 DBNK179P
016600 COPY CBANKVPM.                                                   DBNK179P
016700                                                                  DBNK179P
016800 WORKING-STORAGE SECTION.                                         DBNK179P
016900 COPY CTIMERD.                                                    DBNK179P
017000 COPY CTSTAMPD.                                                   DBNK179P
017100                                                                  DBNK179P
017200 01  WS-MISC-STORAGE.                                             DBNK179P
017300   05  WS-PROGRAM-ID                         PIC X(8)             DBNK179P
017400       VALUE 'DBNK179P'.                                          DBNK179P
017500                                                                  DBNK179P
017600   05  WS-PRFRPT-STATUS.                                          DBNK179P
017700     10  WS-PRFRPT-STAT1                      PIC X(1).           DBNK179P
017800     10  WS-PRFRPT-STAT2                      PIC X(1).           DBNK179P
017900   05  WS-EXTPROF-STATUS.                                         DBNK179P
018000     10  WS-EXTPROF-STAT1                     PIC X(1).           DBNK179P
018100     10  WS-EXTPROF-STAT2                     PIC X(1).           DBNK179P
018200   05  WS-BNKCUST-STATUS.                                         DBNK179P
018300     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK179P
018400     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK179P
018500   05  WS-BNKACC-STATUS.                                          DBNK179P
018600     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK179P
018700     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK179P
018800   05  WS-BNKHIST-STATUS.                                         DBNK179P
018900     10  WS-BNKHIST-STAT1                     PIC X(1).           DBNK179P
019000     10  WS-BNKHIST-STAT2                     PIC X(1).           DBNK179P
019100   05  WS-BNKLEDG-STATUS.                                         DBNK179P
019200     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK179P
019300     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK179P
019400   05  WS-BNKLSCH-STATUS.                                         DBNK179P
019500     10  WS-BNKLSCH-STAT1                     PIC X(1).           DBNK179P
019600     10  WS-BNKLSCH-STAT2                     PIC X(1).           DBNK179P
019700   05  WS-BNKPARM-STATUS.                                         DBNK179P
019800     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK179P
019900     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK179P
020000                                                                  DBNK179P
020100   05  WS-IO-STATUS.                                              DBNK179P
020200     10  WS-IO-STAT1                          PIC X(1).           DBNK179P
020300     10  WS-IO-STAT2                          PIC X(1).           DBNK179P
020400                                                                  DBNK179P
020500   05  WS-TWO-BYTES.                                              DBNK179P
020600     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK179P
020700     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK179P
020800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK179P
020900                                              PIC 9(1) COMP.      DBNK179P
021000                                                                  DBNK179P
021100   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK179P
021200     88  OPEN-OK                              VALUE 0.            DBNK179P
021300                                                                  DBNK179P
021400   05  WS-FILE                               PIC X(16).           DBNK179P
021500                                                                  DBNK179P
021600   05  WS-PERIOD-START.                                           DBNK179P
021700     10  WS-PERIOD-YYYY                      PIC 9(4).            DBNK179P
021800     10  WS-PERIOD-MM                        PIC 9(2).            DBNK179P
021900     10  WS-PERIOD-DD                        PIC 9(2).            DBNK179P
022000   05  WS-PERIOD-END                         PIC X(8).            DBNK179P
022100                                                                  DBNK179P
022200   05  WS-FUND-RATE                          PIC 9(3)V99          DBNK179P
022300       VALUE 3.00.                                                DBNK179P
022400                                                                  DBNK179P
022500*    one account's month                                          DBNK179P
022600   05  WS-ACC-BAL-TOTAL                      PIC S9(13)V99        DBNK179P
022700                                             COMP-3.              DBNK179P
022800   05  WS-ACC-BAL-DAYS                       PIC 9(3).            DBNK179P
022900   05  WS-ACC-AVG-BAL                        PIC S9(11)V99        DBNK179P
023000                                             COMP-3.              DBNK179P
023100                                                                  DBNK179P
023200*    one customer's month, over all the accounts they hold        DBNK179P
023300   05  WS-CUST-ACCOUNTS                      PIC 9(3).            DBNK179P
023400   05  WS-CUST-AVG-BAL                       PIC S9(11)V99        DBNK179P
023500                                             COMP-3.              DBNK179P
023600   05  WS-CUST-FEES                          PIC S9(11)V99        DBNK179P
023700                                             COMP-3.              DBNK179P
023800   05  WS-CUST-INT-PAID                      PIC S9(11)V99        DBNK179P
023900                                             COMP-3.              DBNK179P
024000   05  WS-CUST-LOAN-INT                      PIC S9(11)V99        DBNK179P
024100                                             COMP-3.              DBNK179P
024200   05  WS-CUST-FUNDING                       PIC S9(11)V99        DBNK179P
024300                                             COMP-3.              DBNK179P
024400   05  WS-CUST-PROFIT                        PIC S9(11)V99        DBNK179P
024500                                             COMP-3.              DBNK179P
024600                                                                  DBNK179P
024700   05  WS-CUSTOMERS-READ                     PIC 9(7)             DBNK179P
024800       VALUE ZERO.                                                DBNK179P
024900   05  WS-CUSTOMERS-LISTED                   PIC 9(7)             DBNK179P
025000       VALUE ZERO.                                                DBNK179P
025100   05  WS-LOSS-MAKERS                        PIC 9(7)             DBNK179P
025200       VALUE ZERO.                                                DBNK179P
025300   05  WS-PROF-COUNT                         PIC 9(7)             DBNK179P
025400       VALUE ZERO.                                                DBNK179P
025500   05  WS-PROF-HASH                          PIC S9(13)V99        DBNK179P
025600                                             COMP-3 VALUE ZERO.   DBNK179P
025700   05  WS-WORK-AMT                           PIC S9(9)V99         DBNK179P
025800                                             COMP-3.              DBNK179P
025900   05  WS-SIGN-BYTE                          PIC X(1).            DBNK179P
026000                                                                  DBNK179P
026100   05  WS-SUB1                               PIC S9(4) COMP.      DBNK179P
026200   05  WS-SUB2                               PIC S9(4) COMP.      DBNK179P
026300   05  WS-BRANCH-COUNT                       PIC S9(4) COMP       DBNK179P
026400       VALUE ZERO.                                                DBNK179P
026500   05  WS-BRANCH-SUB                         PIC S9(4) COMP.      DBNK179P
026600                                                                  DBNK179P
026700   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK179P
026800   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK179P
026900                                                                  DBNK179P
027000*    subtotals by branch, by relationship tier (0 to 9 held at    DBNK179P
027100*    tier plus one) and for the bank, laid out alike              DBNK179P
027200 01  WS-BRANCH-TABLE.                                             DBNK179P
027300   05  WS-BRANCH-ENTRY OCCURS 200 TIMES.                          DBNK179P
027400     10  WS-BT-CODE                          PIC X(4).            DBNK179P
027500     10  WS-BT-TOTALS.                                            DBNK179P
027600       15  WS-BT-CUSTS                       PIC 9(5).            DBNK179P
027700       15  WS-BT-FEES                        PIC S9(11)V99        DBNK179P
027800                                             COMP-3.              DBNK179P
027900       15  WS-BT-INT-PAID                    PIC S9(11)V99        DBNK179P
028000                                             COMP-3.              DBNK179P
028100       15  WS-BT-LOAN-INT                    PIC S9(11)V99        DBNK179P
028200                                             COMP-3.              DBNK179P
028300       15  WS-BT-FUNDING                     PIC S9(11)V99        DBNK179P
028400                                             COMP-3.              DBNK179P
028500       15  WS-BT-PROFIT                      PIC S9(11)V99        DBNK179P
028600                                             COMP-3.              DBNK179P
028700                                                                  DBNK179P
028800 01  WS-TIER-TABLE.                                               DBNK179P
028900   05  WS-TIER-ENTRY OCCURS 10 TIMES.                             DBNK179P
029000     10  WS-TT-CUSTS                         PIC 9(5).            DBNK179P
029100     10  WS-TT-FEES                          PIC S9(11)V99        DBNK179P
029200                                             COMP-3.              DBNK179P
029300     10  WS-TT-INT-PAID                      PIC S9(11)V99        DBNK179P
029400                                             COMP-3.              DBNK179P
029500     10  WS-TT-LOAN-INT                      PIC S9(11)V99        DBNK179P
029600                                             COMP-3.              DBNK179P
029700     10  WS-TT-FUNDING                       PIC S9(11)V99        DBNK179P
029800                                             COMP-3.              DBNK179P
029900     10  WS-TT-PROFIT                        PIC S9(11)V99        DBNK179P
030000                                             COMP-3.              DBNK179P
030100                                                                  DBNK179P
030200*    the line being printed for a subtotal                        DBNK179P
030300 01  WS-TOTAL-LINE.                                               DBNK179P
030400   05  WS-TL-CUSTS                           PIC 9(5).            DBNK179P
030500   05  WS-TL-FEES                            PIC S9(11)V99        DBNK179P
030600                                             COMP-3.              DBNK179P
030700   05  WS-TL-INT-PAID                        PIC S9(11)V99        DBNK179P
030800                                             COMP-3.              DBNK179P
030900   05  WS-TL-LOAN-INT                        PIC S9(11)V99        DBNK179P
031000                                             COMP-3.              DBNK179P
031100   05  WS-TL-FUNDING                         PIC S9(11)V99        DBNK179P
031200                                             COMP-3.              DBNK179P
031300   05  WS-TL-PROFIT                          PIC S9(11)V99        DBNK179P
031400                                             COMP-3.              DBNK179P
031500                                                                  DBNK179P
031600 01  WS-BANK-TOTALS.                                              DBNK179P
031700   05  WS-BK-CUSTS                           PIC 9(5).            DBNK179P
031800   05  WS-BK-FEES                            PIC S9(11)V99        DBNK179P
031900                                             COMP-3.              DBNK179P
032000   05  WS-BK-INT-PAID                        PIC S9(11)V99        DBNK179P
032100                                             COMP-3.              DBNK179P
032200   05  WS-BK-LOAN-INT                        PIC S9(11)V99        DBNK179P
032300                                             COMP-3.              DBNK179P
032400   05  WS-BK-FUNDING                         PIC S9(11)V99        DBNK179P
032500                                             COMP-3.              DBNK179P
032600   05  WS-BK-PROFIT                          PIC S9(11)V99        DBNK179P
032700                                             COMP-3.              DBNK179P
032800                                                                  DBNK179P
032900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK179P
033000                                                                  DBNK179P
033100 01  WS-BCTL-DATA.                                                DBNK179P
033200 COPY CBCTLD.                                                     DBNK179P
033300                                                                  DBNK179P
033400 01  WS-BUSD-DATA.                                                DBNK179P
033500 COPY CBUSDD.                                                     DBNK179P
033600                                                                  DBNK179P
033700 01  WS-FCTL-DATA.                                                DBNK179P
033800 COPY CFCTLD.                                                     DBNK179P
033900                                                                  DBNK179P
034000 PROCEDURE DIVISION.                                              DBNK179P
034100     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK179P
034200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK179P
034300     PERFORM RUN-TIME.                                            DBNK179P
034400                                                                  DBNK179P
034500***************************************************************** DBNK179P
034600* Work out the reporting month from the business date, then     * DBNK179P
034700* register this run in the batch control file keyed on it. The  * DBNK179P
034800* month's last snapshot must have been taken.                   * DBNK179P
034900***************************************************************** DBNK179P
035000     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK179P
035100     MOVE BUSD-DATE TO WS-PERIOD-START.                           DBNK179P
035200     MOVE 01 TO WS-PERIOD-DD.                                     DBNK179P
035300     MOVE WS-PERIOD-START TO WS-PERIOD-END.                       DBNK179P
035400     IF WS-PERIOD-MM IS GREATER THAN 1                            DBNK179P
035500        SUBTRACT 1 FROM WS-PERIOD-MM                              DBNK179P
035600     ELSE                                                         DBNK179P
035700        MOVE 12 TO WS-PERIOD-MM                                   DBNK179P
035800        SUBTRACT 1 FROM WS-PERIOD-YYYY                            DBNK179P
035900     END-IF.                                                      DBNK179P
036000     MOVE 'DBNK179P' TO BCTL-JOB-NAME.                            DBNK179P
036100     MOVE WS-PERIOD-START TO BCTL-BUS-DATE.                       DBNK179P
036200     MOVE 'DBANK71P' TO BCTL-PREREQ-JOB.                          DBNK179P
036300     SET BCTL-FUNC-START TO TRUE.                                 DBNK179P
036400     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK179P
036500     IF NOT BCTL-OK                                               DBNK179P
036600        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK179P
036700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK179P
036800        MOVE 8 TO RETURN-CODE                                     DBNK179P
036900        GO TO QUICK-EXIT                                          DBNK179P
037000     END-IF.                                                      DBNK179P
037100                                                                  DBNK179P
037200 COPY CTSTAMPP.                                                   DBNK179P
037300                                                                  DBNK179P
037400     SET OPEN-OK TO TRUE.                                         DBNK179P
037500                                                                  DBNK179P
037600     OPEN OUTPUT PRFRPT-FILE.                                     DBNK179P
037700     MOVE WS-PRFRPT-STATUS TO WS-IO-STATUS.                       DBNK179P
037800     MOVE 'PRFRPT-FILE' TO WS-FILE.                               DBNK179P
037900     PERFORM CHECK-OPEN THRU                                      DBNK179P
038000             CHECK-OPEN-EXIT.                                     DBNK179P
038100                                                                  DBNK179P
038200     OPEN OUTPUT EXTPROF-FILE.                                    DBNK179P
038300     MOVE WS-EXTPROF-STATUS TO WS-IO-STATUS.                      DBNK179P
038400     MOVE 'EXTPROF-FILE' TO WS-FILE.                              DBNK179P
038500     PERFORM CHECK-OPEN THRU                                      DBNK179P
038600             CHECK-OPEN-EXIT.                                     DBNK179P
038700                                                                  DBNK179P
038800     OPEN INPUT BNKCUST-FILE.                                     DBNK179P
038900     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK179P
039000     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK179P
039100     PERFORM CHECK-OPEN THRU                                      DBNK179P
039200             CHECK-OPEN-EXIT.                                     DBNK179P
039300                                                                  DBNK179P
039400     OPEN INPUT BNKACC-FILE.                                      DBNK179P
039500     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK179P
039600     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK179P
039700     PERFORM CHECK-OPEN THRU                                      DBNK179P
039800             CHECK-OPEN-EXIT.                                     DBNK179P
039900                                                                  DBNK179P
040000     OPEN INPUT BNKHIST-FILE.                                     DBNK179P
040100     MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.                      DBNK179P
040200     MOVE 'BNKHIST-FILE' TO WS-FILE.                              DBNK179P
040300     PERFORM CHECK-OPEN THRU                                      DBNK179P
040400             CHECK-OPEN-EXIT.                                     DBNK179P
040500                                                                  DBNK179P
040600     OPEN INPUT BNKLEDG-FILE.                                     DBNK179P
040700     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK179P
040800     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK179P
040900     PERFORM CHECK-OPEN THRU                                      DBNK179P
041000             CHECK-OPEN-EXIT.                                     DBNK179P
041100                                                                  DBNK179P
041200     OPEN INPUT BNKLSCH-FILE.                                     DBNK179P
041300     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK179P
041400     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK179P
041500     PERFORM CHECK-OPEN THRU                                      DBNK179P
041600             CHECK-OPEN-EXIT.                                     DBNK179P
041700                                                                  DBNK179P
041800     OPEN INPUT BNKPARM-FILE.                                     DBNK179P
041900     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK179P
042000     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK179P
042100     PERFORM CHECK-OPEN THRU                                      DBNK179P
042200             CHECK-OPEN-EXIT.                                     DBNK179P
042300                                                                  DBNK179P
042400     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK179P
042500        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK179P
042600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK179P
042700        MOVE 16 TO RETURN-CODE                                    DBNK179P
042800        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK179P
042900        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK179P
043000        GO TO QUICK-EXIT                                          DBNK179P
043100     END-IF.                                                      DBNK179P
043200                                                                  DBNK179P
043300*    the funds transfer rate, percent a year                      DBNK179P
043400     MOVE 'FUNDRATE' TO PRM-REC-KEY.                              DBNK179P
043500     READ BNKPARM-FILE                                            DBNK179P
043600       INVALID KEY                                                DBNK179P
043700         CONTINUE                                                 DBNK179P
043800     END-READ.                                                    DBNK179P
043900     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK179P
044000        MOVE PRM-REC-AMOUNT TO WS-FUND-RATE                       DBNK179P
044100     END-IF.                                                      DBNK179P
044200                                                                  DBNK179P
044300     INITIALIZE WS-BRANCH-TABLE.                                  DBNK179P
044400     INITIALIZE WS-TIER-TABLE.                                    DBNK179P
044500     INITIALIZE WS-BANK-TOTALS.                                   DBNK179P
044600                                                                  DBNK179P
044700     PERFORM PRINT-REPORT-HEADING THRU                            DBNK179P
044800             PRINT-REPORT-HEADING-EXIT.                           DBNK179P
044900                                                                  DBNK179P
045000     MOVE SPACES TO EXP-HDR-REC.                                  DBNK179P
045100     MOVE 'HDR' TO EXP-HDR-TYPE.                                  DBNK179P
045200     MOVE 'ANLPROF ' TO EXP-HDR-STREAM.                           DBNK179P
045300     MOVE BUSD-DATE TO EXP-HDR-BUS-DATE.                          DBNK179P
045400     MOVE WS-TIMESTAMP TO EXP-HDR-TIMESTAMP.                      DBNK179P
045500     WRITE EXP-HDR-REC.                                           DBNK179P
045600                                                                  DBNK179P
045700***************************************************************** DBNK179P
045800* Every customer in PID order. A merged customer's accounts     * DBNK179P
045900* went to the survivor, so they are picked up there.            * DBNK179P
046000***************************************************************** DBNK179P
046100 CUST-LOOP.                                                       DBNK179P
046200     READ BNKCUST-FILE                                            DBNK179P
046300       AT END                                                     DBNK179P
046400         GO TO CUST-ENDED                                         DBNK179P
046500     END-READ.                                                    DBNK179P
046600     ADD 1 TO WS-CUSTOMERS-READ.                                  DBNK179P
046700     IF NOT BCS-REC-NOT-MERGED                                    DBNK179P
046800        GO TO CUST-LOOP                                           DBNK179P
046900     END-IF.                                                      DBNK179P
047000     PERFORM MEASURE-CUSTOMER THRU                                DBNK179P
047100             MEASURE-CUSTOMER-EXIT.                               DBNK179P
047200     IF WS-CUST-ACCOUNTS IS EQUAL TO ZERO                         DBNK179P
047300        GO TO CUST-LOOP                                           DBNK179P
047400     END-IF.                                                      DBNK179P
047500     PERFORM PRINT-CUSTOMER-LINE THRU                             DBNK179P
047600             PRINT-CUSTOMER-LINE-EXIT.                            DBNK179P
047700     PERFORM WRITE-EXTRACT THRU                                   DBNK179P
047800             WRITE-EXTRACT-EXIT.                                  DBNK179P
047900     PERFORM ADD-TO-SUBTOTALS THRU                                DBNK179P
048000             ADD-TO-SUBTOTALS-EXIT.                               DBNK179P
048100     GO TO CUST-LOOP.                                             DBNK179P
048200 CUST-ENDED.                                                      DBNK179P
048300     PERFORM PRINT-SUBTOTALS THRU                                 DBNK179P
048400             PRINT-SUBTOTALS-EXIT.                                DBNK179P
048500                                                                  DBNK179P
048600     MOVE SPACES TO EXP-TRL-REC.                                  DBNK179P
048700     MOVE 'TRL' TO EXP-TRL-TYPE.                                  DBNK179P
048800     MOVE WS-PROF-COUNT TO EXP-TRL-COUNT.                         DBNK179P
048900     IF WS-PROF-HASH IS LESS THAN ZERO                            DBNK179P
049000        MOVE ZERO TO EXP-TRL-HASH                                 DBNK179P
049100     ELSE                                                         DBNK179P
049200        MOVE WS-PROF-HASH TO EXP-TRL-HASH                         DBNK179P
049300     END-IF.                                                      DBNK179P
049400     WRITE EXP-TRL-REC.                                           DBNK179P
049500                                                                  DBNK179P
049600***************************************************************** DBNK179P
049700* Register the analysts' file like the other outbound           * DBNK179P
049800* transmissions                                                 * DBNK179P
049900***************************************************************** DBNK179P
050000     MOVE SPACES TO WS-FCTL-DATA.                                 DBNK179P
050100     MOVE 'ANLPROF ' TO FCTL-STREAM.                              DBNK179P
050200     MOVE SPACES TO FCTL-BUS-DATE.                                DBNK179P
050300     MOVE 'DBNK179P' TO FCTL-JOB-NAME.                            DBNK179P
050400     MOVE WS-PROF-COUNT TO FCTL-ITEM-COUNT.                       DBNK179P
050500     MOVE WS-PROF-HASH TO FCTL-HASH-TOTAL.                        DBNK179P
050600     SET FCTL-FUNC-REGISTER-OUT TO TRUE.                          DBNK179P
050700     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK179P
050800                                                                  DBNK179P
050900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK179P
051000     STRING WS-CUSTOMERS-LISTED      DELIMITED BY SIZE            DBNK179P
051100            ' customers measured'    DELIMITED BY SIZE            DBNK179P
051200       INTO WS-CONSOLE-MESSAGE.                                   DBNK179P
051300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK179P
051400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK179P
051500     STRING WS-LOSS-MAKERS           DELIMITED BY SIZE            DBNK179P
051600            ' customers at a loss'   DELIMITED BY SIZE            DBNK179P
051700       INTO WS-CONSOLE-MESSAGE.                                   DBNK179P
051800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK179P
051900                                                                  DBNK179P
052000     CLOSE PRFRPT-FILE.                                           DBNK179P
052100     CLOSE EXTPROF-FILE.                                          DBNK179P
052200     CLOSE BNKCUST-FILE.                                          DBNK179P
052300     CLOSE BNKACC-FILE.                                           DBNK179P
052400     CLOSE BNKHIST-FILE.                                          DBNK179P
052500     CLOSE BNKLEDG-FILE.                                          DBNK179P
052600     CLOSE BNKLSCH-FILE.                                          DBNK179P
052700     CLOSE BNKPARM-FILE.                                          DBNK179P
052800                                                                  DBNK179P
052900     SET BCTL-FUNC-END TO TRUE.                                   DBNK179P
053000     MOVE WS-CUSTOMERS-READ TO BCTL-RECORD-COUNT.                 DBNK179P
053100     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK179P
053200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK179P
053300                                                                  DBNK179P
053400     PERFORM RUN-TIME.                                            DBNK179P
053500                                                                  DBNK179P
053600     MOVE 0 TO RETURN-CODE.                                       DBNK179P
053700 QUICK-EXIT.                                                      DBNK179P
053800     GOBACK.                                                      DBNK179P
053900                                                                  DBNK179P
054000***************************************************************** DBNK179P
054100* Gather the month's figures over every account the customer    * DBNK179P
054200* holds, then net them. The funding value is a twelfth of the   * DBNK179P
054300* year's rate on the average balance.                           * DBNK179P
054400***************************************************************** DBNK179P
054500 MEASURE-CUSTOMER.                                                DBNK179P
054600     MOVE ZERO TO WS-CUST-ACCOUNTS.                               DBNK179P
054700     MOVE ZERO TO WS-CUST-AVG-BAL.                                DBNK179P
054800     MOVE ZERO TO WS-CUST-FEES.                                   DBNK179P
054900     MOVE ZERO TO WS-CUST-INT-PAID.                               DBNK179P
055000     MOVE ZERO TO WS-CUST-LOAN-INT.                               DBNK179P
055100     MOVE ZERO TO WS-CUST-FUNDING.                                DBNK179P
055200     MOVE ZERO TO WS-CUST-PROFIT.                                 DBNK179P
055300     MOVE BCS-REC-PID TO BAC-REC-PID.                             DBNK179P
055400     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID           DBNK179P
055500       INVALID KEY                                                DBNK179P
055600         GO TO MEASURE-CUSTOMER-EXIT                              DBNK179P
055700     END-START.                                                   DBNK179P
055800 MEASURE-CUSTOMER-LOOP.                                           DBNK179P
055900     READ BNKACC-FILE NEXT                                        DBNK179P
056000       AT END                                                     DBNK179P
056100         GO TO MEASURE-CUSTOMER-DONE                              DBNK179P
056200     END-READ.                                                    DBNK179P
056300     IF BAC-REC-PID IS NOT EQUAL TO BCS-REC-PID                   DBNK179P
056400        GO TO MEASURE-CUSTOMER-DONE                               DBNK179P
056500     END-IF.                                                      DBNK179P
056600     ADD 1 TO WS-CUST-ACCOUNTS.                                   DBNK179P
056700     PERFORM AVERAGE-BALANCE THRU                                 DBNK179P
056800             AVERAGE-BALANCE-EXIT.                                DBNK179P
056900     ADD WS-ACC-AVG-BAL TO WS-CUST-AVG-BAL.                       DBNK179P
057000     PERFORM LEDGER-INCOME THRU                                   DBNK179P
057100             LEDGER-INCOME-EXIT.                                  DBNK179P
057200     PERFORM LOAN-INTEREST THRU                                   DBNK179P
057300             LOAN-INTEREST-EXIT.                                  DBNK179P
057400     GO TO MEASURE-CUSTOMER-LOOP.                                 DBNK179P
057500 MEASURE-CUSTOMER-DONE.                                           DBNK179P
057600     COMPUTE WS-CUST-FUNDING ROUNDED =                            DBNK179P
057700         WS-CUST-AVG-BAL * WS-FUND-RATE / 1200.                   DBNK179P
057800     COMPUTE WS-CUST-PROFIT =                                     DBNK179P
057900         WS-CUST-FEES + WS-CUST-LOAN-INT + WS-CUST-FUNDING -      DBNK179P
058000         WS-CUST-INT-PAID.                                        DBNK179P
058100 MEASURE-CUSTOMER-EXIT.                                           DBNK179P
058200     EXIT.                                                        DBNK179P
058300                                                                  DBNK179P
058400***************************************************************** DBNK179P
058500* The account's average closing balance over the month's        * DBNK179P
058600* snapshots                                                     * DBNK179P
058700***************************************************************** DBNK179P
058800 AVERAGE-BALANCE.                                                 DBNK179P
058900     MOVE ZERO TO WS-ACC-BAL-TOTAL.                               DBNK179P
059000     MOVE ZERO TO WS-ACC-BAL-DAYS.                                DBNK179P
059100     MOVE ZERO TO WS-ACC-AVG-BAL.                                 DBNK179P
059200     MOVE BAC-REC-ACCNO TO BBH-REC-ACCNO.                         DBNK179P
059300     MOVE WS-PERIOD-START TO BBH-REC-DATE.                        DBNK179P
059400     START BNKHIST-FILE                                           DBNK179P
059500       KEY IS GREATER THAN OR EQUAL TO BBH-REC-KEY                DBNK179P
059600       INVALID KEY                                                DBNK179P
059700         GO TO AVERAGE-BALANCE-EXIT                               DBNK179P
059800     END-START.                                                   DBNK179P
059900 AVERAGE-BALANCE-LOOP.                                            DBNK179P
060000     READ BNKHIST-FILE NEXT                                       DBNK179P
060100       AT END                                                     DBNK179P
060200         GO TO AVERAGE-BALANCE-DONE                               DBNK179P
060300     END-READ.                                                    DBNK179P
060400     IF BBH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR            DBNK179P
060500        BBH-REC-DATE IS NOT LESS THAN WS-PERIOD-END               DBNK179P
060600        GO TO AVERAGE-BALANCE-DONE                                DBNK179P
060700     END-IF.                                                      DBNK179P
060800     ADD BBH-REC-BALANCE TO WS-ACC-BAL-TOTAL.                     DBNK179P
060900     ADD 1 TO WS-ACC-BAL-DAYS.                                    DBNK179P
061000     GO TO AVERAGE-BALANCE-LOOP.                                  DBNK179P
061100 AVERAGE-BALANCE-DONE.                                            DBNK179P
061200     IF WS-ACC-BAL-DAYS IS GREATER THAN ZERO                      DBNK179P
061300        COMPUTE WS-ACC-AVG-BAL ROUNDED =                          DBNK179P
061400            WS-ACC-BAL-TOTAL / WS-ACC-BAL-DAYS                    DBNK179P
061500     END-IF.                                                      DBNK179P
061600 AVERAGE-BALANCE-EXIT.                                            DBNK179P
061700     EXIT.                                                        DBNK179P
061800                                                                  DBNK179P
061900***************************************************************** DBNK179P
062000* The account's postings for the month. A fee or late charge    * DBNK179P
062100* taken counts as income and any credit back in the same        * DBNK179P
062200* category (a collected late charge clearing the loan) comes    * DBNK179P
062300* off again; a courtesy refund comes off too. Interest credited * DBNK179P
062400* is paid out, and a reversal of it comes back.                 * DBNK179P
062500***************************************************************** DBNK179P
062600 LEDGER-INCOME.                                                   DBNK179P
062700     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK179P
062800     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK179P
062900     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-ALTKEY1      DBNK179P
063000       INVALID KEY                                                DBNK179P
063100         GO TO LEDGER-INCOME-EXIT                                 DBNK179P
063200     END-START.                                                   DBNK179P
063300 LEDGER-INCOME-LOOP.                                              DBNK179P
063400     READ BNKLEDG-FILE NEXT                                       DBNK179P
063500       AT END                                                     DBNK179P
063600         GO TO LEDGER-INCOME-EXIT                                 DBNK179P
063700     END-READ.                                                    DBNK179P
063800     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO       DBNK179P
063900        GO TO LEDGER-INCOME-EXIT                                  DBNK179P
064000     END-IF.                                                      DBNK179P
064100     IF BLG-REC-BUS-DATE (1:6) IS NOT EQUAL TO                    DBNK179P
064200        WS-PERIOD-START (1:6)                                     DBNK179P
064300        GO TO LEDGER-INCOME-LOOP                                  DBNK179P
064400     END-IF.                                                      DBNK179P
064500     EVALUATE TRUE                                                DBNK179P
064600       WHEN BLG-REC-CATEGORY IS EQUAL TO 'FEE ' OR                DBNK179P
064700            BLG-REC-CATEGORY IS EQUAL TO 'LATE'                   DBNK179P
064800         IF BLG-REC-SUB-TYPE-FROM                                 DBNK179P
064900            ADD BLG-REC-AMOUNT TO WS-CUST-FEES                    DBNK179P
065000         ELSE                                                     DBNK179P
065100            SUBTRACT BLG-REC-AMOUNT FROM WS-CUST-FEES             DBNK179P
065200         END-IF                                                   DBNK179P
065300       WHEN BLG-REC-CATEGORY IS EQUAL TO 'FRFD'                   DBNK179P
065400         SUBTRACT BLG-REC-AMOUNT FROM WS-CUST-FEES                DBNK179P
065500       WHEN BLG-REC-CATEGORY IS EQUAL TO 'INT '                   DBNK179P
065600         IF BLG-REC-SUB-TYPE-TO                                   DBNK179P
065700            ADD BLG-REC-AMOUNT TO WS-CUST-INT-PAID                DBNK179P
065800         ELSE                                                     DBNK179P
065900            SUBTRACT BLG-REC-AMOUNT FROM WS-CUST-INT-PAID         DBNK179P
066000         END-IF                                                   DBNK179P
066100     END-EVALUATE.                                                DBNK179P
066200     GO TO LEDGER-INCOME-LOOP.                                    DBNK179P
066300 LEDGER-INCOME-EXIT.                                              DBNK179P
066400     EXIT.                                                        DBNK179P
066500                                                                  DBNK179P
066600***************************************************************** DBNK179P
066700* The interest part of each loan installment DBANK66P collected * DBNK179P
066800* during the month                                              * DBNK179P
066900***************************************************************** DBNK179P
067000 LOAN-INTEREST.                                                   DBNK179P
067100     MOVE BAC-REC-ACCNO TO BLS-REC-LOAN-ACCNO.                    DBNK179P
067200     MOVE ZERO TO BLS-REC-SEQ.                                    DBNK179P
067300     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK179P
067400       INVALID KEY                                                DBNK179P
067500         GO TO LOAN-INTEREST-EXIT                                 DBNK179P
067600     END-START.                                                   DBNK179P
067700 LOAN-INTEREST-LOOP.                                              DBNK179P
067800     READ BNKLSCH-FILE NEXT                                       DBNK179P
067900       AT END                                                     DBNK179P
068000         GO TO LOAN-INTEREST-EXIT                                 DBNK179P
068100     END-READ.                                                    DBNK179P
068200     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO          DBNK179P
068300        GO TO LOAN-INTEREST-EXIT                                  DBNK179P
068400     END-IF.                                                      DBNK179P
068500     IF BLS-REC-IS-PAID AND                                       DBNK179P
068600        BLS-REC-PAID-DATE (1:6) IS EQUAL TO WS-PERIOD-START (1:6) DBNK179P
068700        ADD BLS-REC-INT-AMT TO WS-CUST-LOAN-INT                   DBNK179P
068800     END-IF.                                                      DBNK179P
068900     GO TO LOAN-INTEREST-LOOP.                                    DBNK179P
069000 LOAN-INTEREST-EXIT.                                              DBNK179P
069100     EXIT.                                                        DBNK179P
069200                                                                  DBNK179P
069300***************************************************************** DBNK179P
069400* One report line per customer holding an account               * DBNK179P
069500***************************************************************** DBNK179P
069600 PRINT-CUSTOMER-LINE.                                             DBNK179P
069700     ADD 1 TO WS-CUSTOMERS-LISTED.                                DBNK179P
069800     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
069900     MOVE BCS-REC-PID TO PRFRPT-REC (1:5).                        DBNK179P
070000     MOVE BCS-REC-NAME TO PRFRPT-REC (8:25).                      DBNK179P
070100     MOVE BCS-REC-BRANCH-CODE TO PRFRPT-REC (35:4).               DBNK179P
070200     MOVE BCS-REC-REL-TIER TO PRFRPT-REC (41:1).                  DBNK179P
070300     MOVE WS-CUST-FEES TO WS-EDIT-AMT.                            DBNK179P
070400     MOVE WS-EDIT-AMT TO PRFRPT-REC (44:15).                      DBNK179P
070500     MOVE WS-CUST-INT-PAID TO WS-EDIT-AMT.                        DBNK179P
070600     MOVE WS-EDIT-AMT TO PRFRPT-REC (60:15).                      DBNK179P
070700     MOVE WS-CUST-LOAN-INT TO WS-EDIT-AMT.                        DBNK179P
070800     MOVE WS-EDIT-AMT TO PRFRPT-REC (76:15).                      DBNK179P
070900     MOVE WS-CUST-FUNDING TO WS-EDIT-AMT.                         DBNK179P
071000     MOVE WS-EDIT-AMT TO PRFRPT-REC (92:15).                      DBNK179P
071100     MOVE WS-CUST-PROFIT TO WS-EDIT-AMT.                          DBNK179P
071200     MOVE WS-EDIT-AMT TO PRFRPT-REC (108:15).                     DBNK179P
071300     IF WS-CUST-PROFIT IS LESS THAN ZERO                          DBNK179P
071400        MOVE 'LOSS' TO PRFRPT-REC (125:4)                         DBNK179P
071500        ADD 1 TO WS-LOSS-MAKERS                                   DBNK179P
071600     END-IF.                                                      DBNK179P
071700     WRITE PRFRPT-REC.                                            DBNK179P
071800 PRINT-CUSTOMER-LINE-EXIT.                                        DBNK179P
071900     EXIT.                                                        DBNK179P
072000                                                                  DBNK179P
072100***************************************************************** DBNK179P
072200* The same figures for the analysts                             * DBNK179P
072300***************************************************************** DBNK179P
072400 WRITE-EXTRACT.                                                   DBNK179P
072500     MOVE SPACES TO EXP-REC.                                      DBNK179P
072600     MOVE 'DTL' TO EXP-REC-TYPE.                                  DBNK179P
072700     MOVE BCS-REC-PID TO EXP-REC-PID.                             DBNK179P
072800     MOVE BCS-REC-BRANCH-CODE TO EXP-REC-BRANCH.                  DBNK179P
072900     MOVE BCS-REC-REL-TIER TO EXP-REC-REL-TIER.                   DBNK179P
073000     MOVE WS-PERIOD-START (1:6) TO EXP-REC-PERIOD.                DBNK179P
073100     MOVE WS-CUST-ACCOUNTS TO EXP-REC-ACC-COUNT.                  DBNK179P
073200     MOVE WS-CUST-AVG-BAL TO WS-WORK-AMT.                         DBNK179P
073300     PERFORM SET-SIGNED-AMOUNT THRU                               DBNK179P
073400             SET-SIGNED-AMOUNT-EXIT.                              DBNK179P
073500     MOVE WS-SIGN-BYTE TO EXP-REC-AVG-SIGN.                       DBNK179P
073600     MOVE WS-WORK-AMT TO EXP-REC-AVG-BAL.                         DBNK179P
073700     MOVE WS-CUST-FEES TO WS-WORK-AMT.                            DBNK179P
073800     PERFORM SET-SIGNED-AMOUNT THRU                               DBNK179P
073900             SET-SIGNED-AMOUNT-EXIT.                              DBNK179P
074000     MOVE WS-SIGN-BYTE TO EXP-REC-FEE-SIGN.                       DBNK179P
074100     MOVE WS-WORK-AMT TO EXP-REC-FEES.                            DBNK179P
074200     MOVE WS-CUST-INT-PAID TO WS-WORK-AMT.                        DBNK179P
074300     PERFORM SET-SIGNED-AMOUNT THRU                               DBNK179P
074400             SET-SIGNED-AMOUNT-EXIT.                              DBNK179P
074500     MOVE WS-SIGN-BYTE TO EXP-REC-INTP-SIGN.                      DBNK179P
074600     MOVE WS-WORK-AMT TO EXP-REC-INT-PAID.                        DBNK179P
074700     MOVE WS-CUST-LOAN-INT TO WS-WORK-AMT.                        DBNK179P
074800     PERFORM SET-SIGNED-AMOUNT THRU                               DBNK179P
074900             SET-SIGNED-AMOUNT-EXIT.                              DBNK179P
075000     MOVE WS-SIGN-BYTE TO EXP-REC-LOAN-SIGN.                      DBNK179P
075100     MOVE WS-WORK-AMT TO EXP-REC-LOAN-INT.                        DBNK179P
075200     MOVE WS-CUST-FUNDING TO WS-WORK-AMT.                         DBNK179P
075300     PERFORM SET-SIGNED-AMOUNT THRU                               DBNK179P
075400             SET-SIGNED-AMOUNT-EXIT.                              DBNK179P
075500     MOVE WS-SIGN-BYTE TO EXP-REC-FUND-SIGN.                      DBNK179P
075600     MOVE WS-WORK-AMT TO EXP-REC-FUNDING.                         DBNK179P
075700     MOVE WS-CUST-PROFIT TO WS-WORK-AMT.                          DBNK179P
075800     PERFORM SET-SIGNED-AMOUNT THRU                               DBNK179P
075900             SET-SIGNED-AMOUNT-EXIT.                              DBNK179P
076000     MOVE WS-SIGN-BYTE TO EXP-REC-PROF-SIGN.                      DBNK179P
076100     MOVE WS-WORK-AMT TO EXP-REC-PROFIT.                          DBNK179P
076200     WRITE EXP-REC.                                               DBNK179P
076300     ADD 1 TO WS-PROF-COUNT.                                      DBNK179P
076400     ADD WS-CUST-PROFIT TO WS-PROF-HASH.                          DBNK179P
076500 WRITE-EXTRACT-EXIT.                                              DBNK179P
076600     EXIT.                                                        DBNK179P
076700                                                                  DBNK179P
076800***************************************************************** DBNK179P
076900* Add the customer into their branch, their tier and the bank.  * DBNK179P
077000* A branch not yet seen takes the next free slot.               * DBNK179P
077100***************************************************************** DBNK179P
077200 ADD-TO-SUBTOTALS.                                                DBNK179P
077300     MOVE ZERO TO WS-BRANCH-SUB.                                  DBNK179P
077400     PERFORM FIND-BRANCH-SLOT THRU                                DBNK179P
077500             FIND-BRANCH-SLOT-EXIT                                DBNK179P
077600       VARYING WS-SUB1 FROM 1 BY 1                                DBNK179P
077700         UNTIL WS-SUB1 IS GREATER THAN WS-BRANCH-COUNT.           DBNK179P
077800     IF WS-BRANCH-SUB IS EQUAL TO ZERO AND                        DBNK179P
077900        WS-BRANCH-COUNT IS LESS THAN 200                          DBNK179P
078000        ADD 1 TO WS-BRANCH-COUNT                                  DBNK179P
078100        MOVE WS-BRANCH-COUNT TO WS-BRANCH-SUB                     DBNK179P
078200        MOVE BCS-REC-BRANCH-CODE TO WS-BT-CODE (WS-BRANCH-SUB)    DBNK179P
078300     END-IF.                                                      DBNK179P
078400     IF WS-BRANCH-SUB IS GREATER THAN ZERO                        DBNK179P
078500        ADD 1 TO WS-BT-CUSTS (WS-BRANCH-SUB)                      DBNK179P
078600        ADD WS-CUST-FEES TO WS-BT-FEES (WS-BRANCH-SUB)            DBNK179P
078700        ADD WS-CUST-INT-PAID TO WS-BT-INT-PAID (WS-BRANCH-SUB)    DBNK179P
078800        ADD WS-CUST-LOAN-INT TO WS-BT-LOAN-INT (WS-BRANCH-SUB)    DBNK179P
078900        ADD WS-CUST-FUNDING TO WS-BT-FUNDING (WS-BRANCH-SUB)      DBNK179P
079000        ADD WS-CUST-PROFIT TO WS-BT-PROFIT (WS-BRANCH-SUB)        DBNK179P
079100     END-IF.                                                      DBNK179P
079200     IF BCS-REC-REL-TIER IS NUMERIC                               DBNK179P
079300        COMPUTE WS-SUB2 = BCS-REC-REL-TIER + 1                    DBNK179P
079400     ELSE                                                         DBNK179P
079500        MOVE 1 TO WS-SUB2                                         DBNK179P
079600     END-IF.                                                      DBNK179P
079700     ADD 1 TO WS-TT-CUSTS (WS-SUB2).                              DBNK179P
079800     ADD WS-CUST-FEES TO WS-TT-FEES (WS-SUB2).                    DBNK179P
079900     ADD WS-CUST-INT-PAID TO WS-TT-INT-PAID (WS-SUB2).            DBNK179P
080000     ADD WS-CUST-LOAN-INT TO WS-TT-LOAN-INT (WS-SUB2).            DBNK179P
080100     ADD WS-CUST-FUNDING TO WS-TT-FUNDING (WS-SUB2).              DBNK179P
080200     ADD WS-CUST-PROFIT TO WS-TT-PROFIT (WS-SUB2).                DBNK179P
080300     ADD 1 TO WS-BK-CUSTS.                                        DBNK179P
080400     ADD WS-CUST-FEES TO WS-BK-FEES.                              DBNK179P
080500     ADD WS-CUST-INT-PAID TO WS-BK-INT-PAID.                      DBNK179P
080600     ADD WS-CUST-LOAN-INT TO WS-BK-LOAN-INT.                      DBNK179P
080700     ADD WS-CUST-FUNDING TO WS-BK-FUNDING.                        DBNK179P
080800     ADD WS-CUST-PROFIT TO WS-BK-PROFIT.                          DBNK179P
080900 ADD-TO-SUBTOTALS-EXIT.                                           DBNK179P
081000     EXIT.                                                        DBNK179P
081100                                                                  DBNK179P
081200 FIND-BRANCH-SLOT.                                                DBNK179P
081300     IF WS-BT-CODE (WS-SUB1) IS EQUAL TO BCS-REC-BRANCH-CODE      DBNK179P
081400        MOVE WS-SUB1 TO WS-BRANCH-SUB                             DBNK179P
081500     END-IF.                                                      DBNK179P
081600 FIND-BRANCH-SLOT-EXIT.                                           DBNK179P
081700     EXIT.                                                        DBNK179P
081800                                                                  DBNK179P
081900***************************************************************** DBNK179P
082000* The branch and tier subtotals and the bank total at the foot  * DBNK179P
082100***************************************************************** DBNK179P
082200 PRINT-SUBTOTALS.                                                 DBNK179P
082300     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
082400     WRITE PRFRPT-REC.                                            DBNK179P
082500     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
082600     MOVE 'BY BRANCH' TO PRFRPT-REC (1:9).                        DBNK179P
082700     MOVE 'CUSTS' TO PRFRPT-REC (35:5).                           DBNK179P
082800     WRITE PRFRPT-REC.                                            DBNK179P
082900     PERFORM PRINT-ONE-BRANCH THRU                                DBNK179P
083000             PRINT-ONE-BRANCH-EXIT                                DBNK179P
083100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK179P
083200         UNTIL WS-SUB1 IS GREATER THAN WS-BRANCH-COUNT.           DBNK179P
083300     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
083400     WRITE PRFRPT-REC.                                            DBNK179P
083500     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
083600     MOVE 'BY RELATIONSHIP TIER' TO PRFRPT-REC (1:20).            DBNK179P
083700     MOVE 'CUSTS' TO PRFRPT-REC (35:5).                           DBNK179P
083800     WRITE PRFRPT-REC.                                            DBNK179P
083900     PERFORM PRINT-ONE-TIER THRU                                  DBNK179P
084000             PRINT-ONE-TIER-EXIT                                  DBNK179P
084100       VARYING WS-SUB2 FROM 1 BY 1                                DBNK179P
084200         UNTIL WS-SUB2 IS GREATER THAN 10.                        DBNK179P
084300     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
084400     WRITE PRFRPT-REC.                                            DBNK179P
084500     MOVE WS-BANK-TOTALS TO WS-TOTAL-LINE.                        DBNK179P
084600     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
084700     MOVE 'BANK TOTAL' TO PRFRPT-REC (1:10).                      DBNK179P
084800     PERFORM PRINT-TOTAL-LINE THRU                                DBNK179P
084900             PRINT-TOTAL-LINE-EXIT.                               DBNK179P
085000 PRINT-SUBTOTALS-EXIT.                                            DBNK179P
085100     EXIT.                                                        DBNK179P
085200                                                                  DBNK179P
085300 PRINT-ONE-BRANCH.                                                DBNK179P
085400     MOVE WS-BT-TOTALS (WS-SUB1) TO WS-TOTAL-LINE.                DBNK179P
085500     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
085600     MOVE 'BRANCH' TO PRFRPT-REC (1:6).                           DBNK179P
085700     MOVE WS-BT-CODE (WS-SUB1) TO PRFRPT-REC (8:4).               DBNK179P
085800     PERFORM PRINT-TOTAL-LINE THRU                                DBNK179P
085900             PRINT-TOTAL-LINE-EXIT.                               DBNK179P
086000 PRINT-ONE-BRANCH-EXIT.                                           DBNK179P
086100     EXIT.                                                        DBNK179P
086200                                                                  DBNK179P
086300 PRINT-ONE-TIER.                                                  DBNK179P
086400     IF WS-TT-CUSTS (WS-SUB2) IS EQUAL TO ZERO                    DBNK179P
086500        GO TO PRINT-ONE-TIER-EXIT                                 DBNK179P
086600     END-IF.                                                      DBNK179P
086700     MOVE WS-TIER-ENTRY (WS-SUB2) TO WS-TOTAL-LINE.               DBNK179P
086800     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
086900     MOVE 'TIER' TO PRFRPT-REC (1:4).                             DBNK179P
087000     COMPUTE WS-SUB1 = WS-SUB2 - 1.                               DBNK179P
087100     MOVE WS-SUB1 TO WS-EDIT-CNT.                                 DBNK179P
087200     MOVE WS-EDIT-CNT (5:1) TO PRFRPT-REC (8:1).                  DBNK179P
087300     PERFORM PRINT-TOTAL-LINE THRU                                DBNK179P
087400             PRINT-TOTAL-LINE-EXIT.                               DBNK179P
087500 PRINT-ONE-TIER-EXIT.                                             DBNK179P
087600     EXIT.                                                        DBNK179P
087700                                                                  DBNK179P
087800*    the caller has put the label in the line                     DBNK179P
087900 PRINT-TOTAL-LINE.                                                DBNK179P
088000     MOVE WS-TL-CUSTS TO WS-EDIT-CNT.                             DBNK179P
088100     MOVE WS-EDIT-CNT TO PRFRPT-REC (35:5).                       DBNK179P
088200     MOVE WS-TL-FEES TO WS-EDIT-AMT.                              DBNK179P
088300     MOVE WS-EDIT-AMT TO PRFRPT-REC (44:15).                      DBNK179P
088400     MOVE WS-TL-INT-PAID TO WS-EDIT-AMT.                          DBNK179P
088500     MOVE WS-EDIT-AMT TO PRFRPT-REC (60:15).                      DBNK179P
088600     MOVE WS-TL-LOAN-INT TO WS-EDIT-AMT.                          DBNK179P
088700     MOVE WS-EDIT-AMT TO PRFRPT-REC (76:15).                      DBNK179P
088800     MOVE WS-TL-FUNDING TO WS-EDIT-AMT.                           DBNK179P
088900     MOVE WS-EDIT-AMT TO PRFRPT-REC (92:15).                      DBNK179P
089000     MOVE WS-TL-PROFIT TO WS-EDIT-AMT.                            DBNK179P
089100     MOVE WS-EDIT-AMT TO PRFRPT-REC (108:15).                     DBNK179P
089200     IF WS-TL-PROFIT IS LESS THAN ZERO                            DBNK179P
089300        MOVE 'LOSS' TO PRFRPT-REC (125:4)                         DBNK179P
089400     END-IF.                                                      DBNK179P
089500     WRITE PRFRPT-REC.                                            DBNK179P
089600 PRINT-TOTAL-LINE-EXIT.                                           DBNK179P
089700     EXIT.                                                        DBNK179P
089800                                                                  DBNK179P
089900***************************************************************** DBNK179P
090000* Report headings                                               * DBNK179P
090100***************************************************************** DBNK179P
090200 PRINT-REPORT-HEADING.                                            DBNK179P
090300     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
090400     STRING 'CUSTOMER PROFITABILITY FOR MONTH '                   DBNK179P
090500                                          DELIMITED BY SIZE       DBNK179P
090600            WS-PERIOD-START (5:2)         DELIMITED BY SIZE       DBNK179P
090700            '/'                           DELIMITED BY SIZE       DBNK179P
090800            WS-PERIOD-START (1:4)         DELIMITED BY SIZE       DBNK179P
090900       INTO PRFRPT-REC.                                           DBNK179P
091000     WRITE PRFRPT-REC.                                            DBNK179P
091100     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
091200     MOVE WS-FUND-RATE TO WS-EDIT-AMT.                            DBNK179P
091300     STRING 'FUNDS TRANSFER RATE '        DELIMITED BY SIZE       DBNK179P
091400            WS-EDIT-AMT (9:7)             DELIMITED BY SIZE       DBNK179P
091500            ' PERCENT A YEAR'             DELIMITED BY SIZE       DBNK179P
091600       INTO PRFRPT-REC.                                           DBNK179P
091700     WRITE PRFRPT-REC.                                            DBNK179P
091800     MOVE SPACES TO PRFRPT-REC.                                   DBNK179P
091900     MOVE 'PID' TO PRFRPT-REC (1:3).                              DBNK179P
092000     MOVE 'NAME' TO PRFRPT-REC (8:4).                             DBNK179P
092100     MOVE 'BRCH' TO PRFRPT-REC (35:4).                            DBNK179P
092200     MOVE 'T' TO PRFRPT-REC (41:1).                               DBNK179P
092300     MOVE '     FEE INCOME' TO PRFRPT-REC (44:15).                DBNK179P
092400     MOVE '  INTEREST PAID' TO PRFRPT-REC (60:15).                DBNK179P
092500     MOVE '  LOAN INTEREST' TO PRFRPT-REC (76:15).                DBNK179P
092600     MOVE '  FUNDING VALUE' TO PRFRPT-REC (92:15).                DBNK179P
092700     MOVE ' PROFIT OR LOSS' TO PRFRPT-REC (108:15).               DBNK179P
092800     WRITE PRFRPT-REC.                                            DBNK179P
092900 PRINT-REPORT-HEADING-EXIT.                                       DBNK179P
093000     EXIT.                                                        DBNK179P
093100                                                                  DBNK179P
093200***************************************************************** DBNK179P
093300* Split a signed amount into a sign byte and its absolute       * DBNK179P
093400* value, so the flat file stays plain display digits            * DBNK179P
093500***************************************************************** DBNK179P
093600 SET-SIGNED-AMOUNT.                                               DBNK179P
093700     IF WS-WORK-AMT IS LESS THAN ZERO                             DBNK179P
093800        MOVE '-' TO WS-SIGN-BYTE                                  DBNK179P
093900        COMPUTE WS-WORK-AMT = ZERO - WS-WORK-AMT                  DBNK179P
094000     ELSE                                                         DBNK179P
094100        MOVE ' ' TO WS-SIGN-BYTE                                  DBNK179P
094200     END-IF.                                                      DBNK179P
094300 SET-SIGNED-AMOUNT-EXIT.                                          DBNK179P
094400     EXIT.                                                        DBNK179P
094500                                                                  DBNK179P
094600***************************************************************** DBNK179P
094700* Check file open OK                                            * DBNK179P
094800***************************************************************** DBNK179P
094900 CHECK-OPEN.                                                      DBNK179P
095000     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK179P
095100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK179P
095200        STRING WS-FILE       DELIMITED BY ' '                     DBNK179P
095300               ' opened ok' DELIMITED BY SIZE                     DBNK179P
095400          INTO WS-CONSOLE-MESSAGE                                 DBNK179P
095500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK179P
095600     ELSE                                                         DBNK179P
095700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK179P
095800        STRING WS-FILE          DELIMITED BY ' '                  DBNK179P
095900               ' did not open' DELIMITED BY SIZE                  DBNK179P
096000          INTO WS-CONSOLE-MESSAGE                                 DBNK179P
096100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK179P
096200        PERFORM DISPLAY-IO-STATUS                                 DBNK179P
096300        ADD 1 TO WS-OPEN-ERROR                                    DBNK179P
096400     END-IF.                                                      DBNK179P
096500 CHECK-OPEN-EXIT.                                                 DBNK179P
096600     EXIT.                                                        DBNK179P
096700                                                                  DBNK179P
096800***************************************************************** DBNK179P
096900* Display the file status bytes. This routine will display as  *  DBNK179P
097000* two digits if the full two byte file status is numeric. If   *  DBNK179P
097100* second byte is non-numeric then it will be treated as a      *  DBNK179P
097200* binary number.                                                * DBNK179P
097300***************************************************************** DBNK179P
097400 DISPLAY-IO-STATUS.                                               DBNK179P
097500     IF WS-IO-STATUS NUMERIC                                      DBNK179P
097600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK179P
097700        STRING 'File status -' DELIMITED BY SIZE                  DBNK179P
097800               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK179P
097900          INTO WS-CONSOLE-MESSAGE                                 DBNK179P
098000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK179P
098100     ELSE                                                         DBNK179P
098200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK179P
098300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK179P
098400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK179P
098500        STRING 'File status -' DELIMITED BY SIZE                  DBNK179P
098600               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK179P
098700               '/'            DELIMITED BY SIZE                   DBNK179P
098800               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK179P
098900          INTO WS-CONSOLE-MESSAGE                                 DBNK179P
099000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK179P
099100     END-IF.                                                      DBNK179P
099200                                                                  DBNK179P
099300***************************************************************** DBNK179P
099400* Display CONSOLE messages...                                   * DBNK179P
099500***************************************************************** DBNK179P
099600 DISPLAY-CONSOLE-MESSAGE.                                         DBNK179P
099700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK179P
099800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK179P
099900                                                                  DBNK179P
100000 COPY CTIMERP.                                                    DBNK179P
100100                                                                  DBNK179P
