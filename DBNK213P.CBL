000100***************************************************************** DBNK213P
000200*                                                               * DBNK213P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK213P
000400*   This demonstration program is provided for use by users     * DBNK213P
000500*   of Micro Focus products and may be used, modified and       * DBNK213P
000600*   distributed as part of your application provided that       * DBNK213P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK213P
000800*   in this material.                                           * DBNK213P
000900*                                                               * DBNK213P
001000***************************************************************** DBNK213P
001100                                                                  DBNK213P
001200***************************************************************** DBNK213P
001300* Program:     DBNK213P.CBL                                     * DBNK213P
001400* Function:    Monthly business account analysis. For the       * DBNK213P
001500*              calendar month before the business date, counts  * DBNK213P
001600*              the activity on every open account of a type     * DBNK213P
001700*              BNKPROD marks for analysis - cheques paid,       * DBNK213P
001800*              deposits, BNKOPAY outbound payments, positive    * DBNK213P
001900*              pay issues and stop payments placed - and prices * DBNK213P
002000*              each at its BNKFEES per-item fee. The account's  * DBNK213P
002100*              average DBANK71P BNKHIST balance earns credit at * DBNK213P
002200*              the BNKRATE earnings credit rate, which offsets  * DBNK213P
002300*              the charges; any net charge left posts to the    * DBNK213P
002400*              account as one BNKLEDG entry in category FEE.    * DBNK213P
002500*              Credit beyond the charges is not paid out. No    * DBNK213P
002600*              charge is taken from a customer under a          * DBNK213P
002700*              bankruptcy stay. Each account's analysis         * DBNK213P
002800*              statement goes to ANLSRPT. VSAM version          * DBNK213P
002900***************************************************************** DBNK213P
003000                                                                  DBNK213P
003100 IDENTIFICATION DIVISION.                                         DBNK213P
003200 PROGRAM-ID.                                                      DBNK213P
003300     DBNK213P.                                                    DBNK213P
003400 DATE-WRITTEN.                                                    DBNK213P
003500     October 2008.                                                DBNK213P
003600 DATE-COMPILED.                                                   DBNK213P
003700     Today.                                                       DBNK213P
003800                                                                  DBNK213P
003900 ENVIRONMENT DIVISION.                                            DBNK213P
004000                                                                  DBNK213P
004100 INPUT-OUTPUT   SECTION.                                          DBNK213P
004200   FILE-CONTROL.                                                  DBNK213P
004300     SELECT ANLSRPT-FILE                                          DBNK213P
004400            ASSIGN       TO ANLSRPT                               DBNK213P
004500            ORGANIZATION IS SEQUENTIAL                            DBNK213P
004600            FILE STATUS  IS WS-ANLSRPT-STATUS.                    DBNK213P
004700                                                                  DBNK213P
004800     SELECT BNKACC-FILE                                           DBNK213P
004900            ASSIGN       TO BNKACC                                DBNK213P
005000            ORGANIZATION IS INDEXED                               DBNK213P
005100            ACCESS MODE  IS SEQUENTIAL                            DBNK213P
005200            RECORD KEY   IS BAC-REC-ACCNO                         DBNK213P
005300            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK213P
005400            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK213P
005500                                                                  DBNK213P
005600     SELECT BNKPROD-FILE                                          DBNK213P
005700            ASSIGN       TO BNKPROD                               DBNK213P
005800            ORGANIZATION IS INDEXED                               DBNK213P
005900            ACCESS MODE  IS RANDOM                                DBNK213P
006000            RECORD KEY   IS BPR-REC-TYPE                          DBNK213P
006100            FILE STATUS  IS WS-BNKPROD-STATUS.                    DBNK213P
006200                                                                  DBNK213P
006300     SELECT BNKRATE-FILE                                          DBNK213P
006400            ASSIGN       TO BNKRATE                               DBNK213P
006500            ORGANIZATION IS INDEXED                               DBNK213P
006600            ACCESS MODE  IS SEQUENTIAL                            DBNK213P
006700            RECORD KEY   IS BRT-REC-KEY                           DBNK213P
006800            FILE STATUS  IS WS-BNKRATE-STATUS.                    DBNK213P
006900                                                                  DBNK213P
007000     SELECT BNKFEES-FILE                                          DBNK213P
007100            ASSIGN       TO BNKFEES                               DBNK213P
007200            ORGANIZATION IS INDEXED                               DBNK213P
007300            ACCESS MODE  IS RANDOM                                DBNK213P
007400            RECORD KEY   IS BFE-REC-KEY                           DBNK213P
007500            FILE STATUS  IS WS-BNKFEES-STATUS.                    DBNK213P
007600                                                                  DBNK213P
007700     SELECT BNKCUST-FILE                                          DBNK213P
007800            ASSIGN       TO BNKCUST                               DBNK213P
007900            ORGANIZATION IS INDEXED                               DBNK213P
008000            ACCESS MODE  IS RANDOM                                DBNK213P
008100            RECORD KEY   IS BCS-REC-PID                           DBNK213P
008200            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK213P
008300                                                                  DBNK213P
008400     SELECT BNKLEDG-FILE                                          DBNK213P
008500            ASSIGN       TO BNKLEDG                               DBNK213P
008600            ORGANIZATION IS INDEXED                               DBNK213P
008700            ACCESS MODE  IS DYNAMIC                               DBNK213P
008800            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK213P
008900            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK213P
009000            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK213P
009100                                                                  DBNK213P
009200     SELECT BNKHIST-FILE                                          DBNK213P
009300            ASSIGN       TO BNKHIST                               DBNK213P
009400            ORGANIZATION IS INDEXED                               DBNK213P
009500            ACCESS MODE  IS DYNAMIC                               DBNK213P
009600            RECORD KEY   IS BBH-REC-KEY                           DBNK213P
009700            FILE STATUS  IS WS-BNKHIST-STATUS.                    DBNK213P
009800                                                                  DBNK213P
009900     SELECT BNKPPAY-FILE                                          DBNK213P
010000            ASSIGN       TO BNKPPAY                               DBNK213P
010100            ORGANIZATION IS INDEXED                               DBNK213P
010200            ACCESS MODE  IS DYNAMIC                               DBNK213P
010300            RECORD KEY   IS BPP-REC-KEY                           DBNK213P
010400            FILE STATUS  IS WS-BNKPPAY-STATUS.                    DBNK213P
010500                                                                  DBNK213P
010600     SELECT BNKSTOP-FILE                                          DBNK213P
010700            ASSIGN       TO BNKSTOP                               DBNK213P
010800            ORGANIZATION IS INDEXED                               DBNK213P
010900            ACCESS MODE  IS DYNAMIC                               DBNK213P
011000            RECORD KEY   IS BSP-REC-KEY                           DBNK213P
011100            FILE STATUS  IS WS-BNKSTOP-STATUS.                    DBNK213P
011200                                                                  DBNK213P
011300 DATA DIVISION.                                                   DBNK213P
011400                                                                  DBNK213P
011500 FILE SECTION.                                                    DBNK213P
011600 FD  ANLSRPT-FILE.                                                DBNK213P
011700 01  ANLSRPT-REC                        PIC X(132).               DBNK213P
011800                                                                  DBNK213P
011900 FD  BNKACC-FILE.                                                 DBNK213P
012000 01  BNKACC-REC.                                                  DBNK213P
012100 COPY CBANKVAC.                                                   DBNK213P
012200                                                                  DBNK213P
012300 FD  BNKPROD-FILE.                                                DBNK213P
012400 01  BNKPROD-REC.                                                 DBNK213P
012500 COPY CBANKVPT.                                                   DBNK213P
012600                                                                  DBNK213P
012700 FD  BNKRATE-FILE.                                                DBNK213P
012800 01  BNKRATE-REC.                                                 DBNK213P
012900 COPY CBANKVRT.                                                   DBNK213P
013000                                                                  DBNK213P
013100 FD  BNKFEES-FILE.                                                DBNK213P
013200 01  BNKFEES-REC.                                                 DBNK213P
013300 COPY CBANKVFE.                                                   DBNK213P
013400                                                                  DBNK213P
013500 FD  BNKCUST-FILE.                                                DBNK213P
013600 01  BNKCUST-REC.                                                 DBNK213P
013700 COPY CBANKVCS.                                                   DBNK213P
013800                                                                  DBNK213P
013900 FD  BNKLEDG-FILE.                                                DBNK213P
014000 01  BNKLEDG-REC.                                                 DBNK213P
014100 COPY CBANKVLG.                                                   DBNK213P
014200                                                                  DBNK213P
014300 FD  BNKHIST-FILE.                                                DBNK213P
014400 01  BNKHIST-REC.                                                 DBNK213P
014500 COPY CBANKVBH.                                                   DBNK213P
014600                                                                  DBNK213P
014700 FD  BNKPPAY-FILE.                                                DBNK213P
014800 01  BNKPPAY-REC.                                                 DBNK213P
014900 COPY CBANKVPP.                                                   DBNK213P
015000                                                                  DBNK213P
015100 FD  BNKSTOP-FILE.                                                DBNK213P
015200 01  BNKSTOP-REC.                                                 DBNK213P
015300 COPY CBANKVSP.                                                   DBNK213P
015400                                                                  DBNK213P
015500 WORKING-STORAGE SECTION.                                         DBNK213P
015600 COPY CTIMERD.                                                    DBNK213P
015700 COPY CTSTAMPD.                                                   DBNK213P
015800                                                                  DBNK213P
015900 01  WS-MISC-STORAGE.                                             DBNK213P
016000   05  WS-PROGRAM-ID                         PIC X(8)             DBNK213P
016100       VALUE 'DBNK213P'.                                          DBNK213P
016200                                                                  DBNK213P
016300   05  WS-ANLSRPT-STATUS.                                         DBNK213P
016400     10  WS-ANLSRPT-STAT1                    PIC X(1).            DBNK213P
016500     10  WS-ANLSRPT-STAT2                    PIC X(1).            DBNK213P
016600                                                                  DBNK213P
016700   05  WS-BNKACC-STATUS.                                          DBNK213P
016800     10  WS-BNKACC-STAT1                     PIC X(1).            DBNK213P
016900     10  WS-BNKACC-STAT2                     PIC X(1).            DBNK213P
017000                                                                  DBNK213P
017100   05  WS-BNKPROD-STATUS.                                         DBNK213P
017200     10  WS-BNKPROD-STAT1                    PIC X(1).            DBNK213P
017300     10  WS-BNKPROD-STAT2                    PIC X(1).            DBNK213P
017400                                                                  DBNK213P
017500   05  WS-BNKRATE-STATUS.                                         DBNK213P
017600     10  WS-BNKRATE-STAT1                    PIC X(1).            DBNK213P
017700     10  WS-BNKRATE-STAT2                    PIC X(1).            DBNK213P
017800                                                                  DBNK213P
017900   05  WS-BNKFEES-STATUS.                                         DBNK213P
018000     10  WS-BNKFEES-STAT1                    PIC X(1).            DBNK213P
018100     10  WS-BNKFEES-STAT2                    PIC X(1).            DBNK213P
018200                                                                  DBNK213P
018300   05  WS-BNKCUST-STATUS.                                         DBNK213P
018400     10  WS-BNKCUST-STAT1                    PIC X(1).            DBNK213P
018500     10  WS-BNKCUST-STAT2                    PIC X(1).            DBNK213P
018600                                                                  DBNK213P
018700   05  WS-BNKLEDG-STATUS.                                         DBNK213P
018800     10  WS-BNKLEDG-STAT1                    PIC X(1).            DBNK213P
018900     10  WS-BNKLEDG-STAT2                    PIC X(1).            DBNK213P
019000                                                                  DBNK213P
019100   05  WS-BNKHIST-STATUS.                                         DBNK213P
019200     10  WS-BNKHIST-STAT1                    PIC X(1).            DBNK213P
019300     10  WS-BNKHIST-STAT2                    PIC X(1).            DBNK213P
019400                                                                  DBNK213P
019500   05  WS-BNKPPAY-STATUS.                                         DBNK213P
019600     10  WS-BNKPPAY-STAT1                    PIC X(1).            DBNK213P
019700     10  WS-BNKPPAY-STAT2                    PIC X(1).            DBNK213P
019800                                                                  DBNK213P
019900   05  WS-BNKSTOP-STATUS.                                         DBNK213P
020000     10  WS-BNKSTOP-STAT1                    PIC X(1).            DBNK213P
020100     10  WS-BNKSTOP-STAT2                    PIC X(1).            DBNK213P
020200                                                                  DBNK213P
020300   05  WS-IO-STATUS.                                              DBNK213P
020400     10  WS-IO-STAT1                         PIC X(1).            DBNK213P
020500     10  WS-IO-STAT2                         PIC X(1).            DBNK213P
020600                                                                  DBNK213P
020700   05  WS-TWO-BYTES.                                              DBNK213P
020800     10  WS-TWO-BYTES-LEFT                   PIC X(1).            DBNK213P
020900     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            DBNK213P
021000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK213P
021100                                             PIC 9(1) COMP.       DBNK213P
021200                                                                  DBNK213P
021300   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK213P
021400     88  OPEN-OK                              VALUE 0.            DBNK213P
021500                                                                  DBNK213P
021600   05  WS-FILE                               PIC X(16).           DBNK213P
021700                                                                  DBNK213P
021800* Annual rate is converted to a daily rate by this divisor, the   DBNK213P
021900* same plain 365-day-year convention DBNK148P uses for debit      DBNK213P
022000* interest                                                        DBNK213P
022100   05  WS-DAYS-IN-YEAR                       PIC 9(3) COMP-3      DBNK213P
022200       VALUE 365.                                                 DBNK213P
022300                                                                  DBNK213P
022400   05  WS-ACCOUNTS-READ                      PIC 9(5)             DBNK213P
022500       VALUE ZERO.                                                DBNK213P
022600   05  WS-ACCOUNTS-ANALYSED                  PIC 9(5)             DBNK213P
022700       VALUE ZERO.                                                DBNK213P
022800   05  WS-CHARGES-POSTED                     PIC 9(5)             DBNK213P
022900       VALUE ZERO.                                                DBNK213P
023000   05  WS-CHARGES-OFFSET                     PIC 9(5)             DBNK213P
023100       VALUE ZERO.                                                DBNK213P
023200   05  WS-CHARGES-STAYED                     PIC 9(5)             DBNK213P
023300       VALUE ZERO.                                                DBNK213P
023400   05  WS-CHARGES-TOTAL                      PIC S9(9)V99         DBNK213P
023500                                             COMP-3 VALUE ZERO.   DBNK213P
023600   05  WS-CREDIT-TOTAL                       PIC S9(9)V99         DBNK213P
023700                                             COMP-3 VALUE ZERO.   DBNK213P
023800                                                                  DBNK213P
023900   05  WS-ACCOUNT-CHANGED                    PIC X(1).            DBNK213P
024000     88  WS-ACCOUNT-IS-CHANGED                VALUE 'Y'.          DBNK213P
024100     88  WS-ACCOUNT-NOT-CHANGED               VALUE 'N'.          DBNK213P
024200                                                                  DBNK213P
024300   05  WS-AUDIT-STATUS                       PIC X(1).            DBNK213P
024400     88  WS-AUDIT-IS-OK                       VALUE 'Y'.          DBNK213P
024500     88  WS-AUDIT-NOT-OK                      VALUE 'N'.          DBNK213P
024600                                                                  DBNK213P
024700   05  WS-CHARGE-OUTCOME                     PIC X(1).            DBNK213P
024800     88  WS-CHARGE-IS-POSTED                  VALUE 'P'.          DBNK213P
024900     88  WS-CHARGE-IS-HELD                    VALUE 'H'.          DBNK213P
025000     88  WS-CHARGE-IS-NIL                     VALUE 'N'.          DBNK213P
025100     88  WS-CHARGE-IS-FAILED                  VALUE 'F'.          DBNK213P
025200                                                                  DBNK213P
025300* The analysis period is the calendar month before the business   DBNK213P
025400* date; activity dated from its first day up to (not including)   DBNK213P
025500* the first of the business month is counted                      DBNK213P
025600   05  WS-PERIOD-START.                                           DBNK213P
025700     10  WS-PERIOD-YYYY                      PIC 9(4).            DBNK213P
025800     10  WS-PERIOD-MM                        PIC 9(2).            DBNK213P
025900     10  WS-PERIOD-DD                        PIC 9(2).            DBNK213P
026000   05  WS-PERIOD-END                         PIC X(8).            DBNK213P
026100   05  WS-PERIOD-DASHED                      PIC X(10).           DBNK213P
026200                                                                  DBNK213P
026300   05  WS-ENTRY-DATE                         PIC X(8).            DBNK213P
026400   05  WS-LAST-SNAP-DATE                     PIC X(8).            DBNK213P
026500   05  WS-ADB-SUM                            PIC S9(11)V99 COMP-3.DBNK213P
026600   05  WS-ADB-DAYS                           PIC S9(3) COMP-3.    DBNK213P
026700   05  WS-AVG-BAL                            PIC S9(9)V99 COMP-3. DBNK213P
026800   05  WS-ECR-RATE                           PIC S9V9(4) COMP-3.  DBNK213P
026900   05  WS-ECR-CREDIT                         PIC S9(7)V99 COMP-3. DBNK213P
027000   05  WS-SERVICE-TOTAL                      PIC S9(7)V99 COMP-3. DBNK213P
027100   05  WS-NET-CHARGE                         PIC S9(7)V99 COMP-3. DBNK213P
027200   05  WS-FEE-AMT                            PIC S9(7)V99 COMP-3. DBNK213P
027300                                                                  DBNK213P
027400   05  WS-EDIT-AMT                           PIC Z,ZZZ,ZZ9.99.    DBNK213P
027500   05  WS-EDIT-AMT-2                         PIC Z,ZZZ,ZZ9.99.    DBNK213P
027600   05  WS-EDIT-BAL                           PIC -ZZZ,ZZZ,ZZ9.99. DBNK213P
027700   05  WS-EDIT-PRICE                         PIC ZZ,ZZ9.99.       DBNK213P
027800   05  WS-EDIT-CNT                           PIC ZZ,ZZ9.          DBNK213P
027900   05  WS-EDIT-RATE                          PIC 9.9(4).          DBNK213P
028000   05  WS-EDIT-DAYS                          PIC ZZ9.             DBNK213P
028100   05  WS-SUB1                               PIC S9(4) COMP.      DBNK213P
028200   05  WS-SUB2                               PIC S9(4) COMP.      DBNK213P
028300   05  WS-BEST-DATE                          PIC X(8).            DBNK213P
028400   05  WS-BEST-TIER                          PIC 9(1).            DBNK213P
028500   05  WS-RATE-FOUND                         PIC X(1).            DBNK213P
028600     88  WS-RATE-IS-FOUND                     VALUE 'Y'.          DBNK213P
028700     88  WS-RATE-NOT-FOUND                    VALUE 'N'.          DBNK213P
028800                                                                  DBNK213P
028900* The analysed services, in statement order, with the BNKFEES     DBNK213P
029000* fee code that prices each                                       DBNK213P
029100 01  WS-SERVICE-NAMES.                                            DBNK213P
029200   05  FILLER                                PIC X(24)            DBNK213P
029300       VALUE 'ACHQCheques paid'.                                  DBNK213P
029400   05  FILLER                                PIC X(24)            DBNK213P
029500       VALUE 'ADEPDeposits'.                                      DBNK213P
029600   05  FILLER                                PIC X(24)            DBNK213P
029700       VALUE 'AOPYOutbound payments'.                             DBNK213P
029800   05  FILLER                                PIC X(24)            DBNK213P
029900       VALUE 'APPYPositive pay items'.                            DBNK213P
030000   05  FILLER                                PIC X(24)            DBNK213P
030100       VALUE 'ASTPStop payments'.                                 DBNK213P
030200 01  WS-SERVICE-NAMES-R REDEFINES WS-SERVICE-NAMES.               DBNK213P
030300   05  WS-SN-ENTRY OCCURS 5 TIMES.                                DBNK213P
030400     10  WS-SN-FEE-CODE                      PIC X(4).            DBNK213P
030500     10  WS-SN-DESC                          PIC X(20).           DBNK213P
030600                                                                  DBNK213P
030700 01  WS-SERVICE-TABLE.                                            DBNK213P
030800   05  WS-SV-ENTRY OCCURS 5 TIMES.                                DBNK213P
030900     10  WS-SV-COUNT                         PIC 9(5) COMP-3.     DBNK213P
031000     10  WS-SV-PRICE                         PIC S9(5)V99 COMP-3. DBNK213P
031100     10  WS-SV-CHARGE                        PIC S9(7)V99 COMP-3. DBNK213P
031200                                                                  DBNK213P
031300* The whole of BNKRATE is small enough to hold in storage, so     DBNK213P
031400* it is loaded once at start-up rather than browsed per account   DBNK213P
031500 01  WS-RATE-TABLE.                                               DBNK213P
031600   05  WS-RATE-COUNT                         PIC S9(4) COMP       DBNK213P
031700       VALUE ZERO.                                                DBNK213P
031800   05  WS-RATE-ENTRY OCCURS 200 TIMES.                            DBNK213P
031900     10  WS-RT-TYPE                          PIC 9(1).            DBNK213P
032000     10  WS-RT-EFF-DATE                      PIC X(8).            DBNK213P
032100     10  WS-RT-TIER                          PIC 9(1).            DBNK213P
032200     10  WS-RT-ECR-RATE                      PIC S9V9(4)          DBNK213P
032300                                             COMP-3.              DBNK213P
032400                                                                  DBNK213P
032500 01  WS-TWOS-COMP.                                                DBNK213P
032600   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK213P
032700   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK213P
032800   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK213P
032900                                                                  DBNK213P
033000 01  WS-TREF-DATA.                                                DBNK213P
033100 COPY CTREFD.                                                     DBNK213P
033200                                                                  DBNK213P
033300 COPY CBANKTXD.                                                   DBNK213P
033400                                                                  DBNK213P
033500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK213P
033600                                                                  DBNK213P
033700 01  WS-BCTL-DATA.                                                DBNK213P
033800 COPY CBCTLD.                                                     DBNK213P
033900                                                                  DBNK213P
034000 01  WS-BUSD-DATA.                                                DBNK213P
034100 COPY CBUSDD.                                                     DBNK213P
034200                                                                  DBNK213P
034300 01  WS-FJRN-DATA.                                                DBNK213P
034400 COPY CFJRND.                                                     DBNK213P
034500                                                                  DBNK213P
034600 PROCEDURE DIVISION.                                              DBNK213P
034700     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK213P
034800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK213P
034900     PERFORM RUN-TIME.                                            DBNK213P
035000                                                                  DBNK213P
035100***************************************************************** DBNK213P
035200* Work out the analysis month from the business date, then      * DBNK213P
035300* register this run in the batch control file keyed on it so    * DBNK213P
035400* a month's analysis charge cannot be taken twice               * DBNK213P
035500***************************************************************** DBNK213P
035600     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK213P
035700     MOVE BUSD-DATE TO WS-PERIOD-START.                           DBNK213P
035800     MOVE 01 TO WS-PERIOD-DD.                                     DBNK213P
035900     MOVE WS-PERIOD-START TO WS-PERIOD-END.                       DBNK213P
036000     IF WS-PERIOD-MM IS GREATER THAN 1                            DBNK213P
036100        SUBTRACT 1 FROM WS-PERIOD-MM                              DBNK213P
036200     ELSE                                                         DBNK213P
036300        MOVE 12 TO WS-PERIOD-MM                                   DBNK213P
036400        SUBTRACT 1 FROM WS-PERIOD-YYYY                            DBNK213P
036500     END-IF.                                                      DBNK213P
036600     MOVE SPACES TO WS-PERIOD-DASHED.                             DBNK213P
036700     STRING WS-PERIOD-YYYY         DELIMITED BY SIZE              DBNK213P
036800            '-'                    DELIMITED BY SIZE              DBNK213P
036900            WS-PERIOD-MM           DELIMITED BY SIZE              DBNK213P
037000            '-'                    DELIMITED BY SIZE              DBNK213P
037100            WS-PERIOD-DD           DELIMITED BY SIZE              DBNK213P
037200       INTO WS-PERIOD-DASHED.                                     DBNK213P
037300     MOVE 'DBNK213P' TO BCTL-JOB-NAME.                            DBNK213P
037400     MOVE WS-PERIOD-START TO BCTL-BUS-DATE.                       DBNK213P
037500     MOVE 'DBANK71P' TO BCTL-PREREQ-JOB.                          DBNK213P
037600     SET BCTL-FUNC-START TO TRUE.                                 DBNK213P
037700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK213P
037800     IF NOT BCTL-OK                                               DBNK213P
037900        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK213P
038000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK213P
038100        MOVE 8 TO RETURN-CODE                                     DBNK213P
038200        GO TO QUICK-EXIT                                          DBNK213P
038300     END-IF.                                                      DBNK213P
038400     SET OPEN-OK TO TRUE.                                         DBNK213P
038500                                                                  DBNK213P
038600     OPEN OUTPUT ANLSRPT-FILE.                                    DBNK213P
038700     MOVE WS-ANLSRPT-STATUS TO WS-IO-STATUS.                      DBNK213P
038800     MOVE 'ANLSRPT-FILE' TO WS-FILE.                              DBNK213P
038900     PERFORM CHECK-OPEN THRU                                      DBNK213P
039000             CHECK-OPEN-EXIT.                                     DBNK213P
039100                                                                  DBNK213P
039200     OPEN I-O BNKACC-FILE.                                        DBNK213P
039300     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK213P
039400     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK213P
039500     PERFORM CHECK-OPEN THRU                                      DBNK213P
039600             CHECK-OPEN-EXIT.                                     DBNK213P
039700                                                                  DBNK213P
039800     OPEN INPUT BNKPROD-FILE.                                     DBNK213P
039900     MOVE WS-BNKPROD-STATUS TO WS-IO-STATUS.                      DBNK213P
040000     MOVE 'BNKPROD-FILE' TO WS-FILE.                              DBNK213P
040100     PERFORM CHECK-OPEN THRU                                      DBNK213P
040200             CHECK-OPEN-EXIT.                                     DBNK213P
040300                                                                  DBNK213P
040400     OPEN INPUT BNKRATE-FILE.                                     DBNK213P
040500     MOVE WS-BNKRATE-STATUS TO WS-IO-STATUS.                      DBNK213P
040600     MOVE 'BNKRATE-FILE' TO WS-FILE.                              DBNK213P
040700     PERFORM CHECK-OPEN THRU                                      DBNK213P
040800             CHECK-OPEN-EXIT.                                     DBNK213P
040900                                                                  DBNK213P
041000     OPEN INPUT BNKFEES-FILE.                                     DBNK213P
041100     MOVE WS-BNKFEES-STATUS TO WS-IO-STATUS.                      DBNK213P
041200     MOVE 'BNKFEES-FILE' TO WS-FILE.                              DBNK213P
041300     PERFORM CHECK-OPEN THRU                                      DBNK213P
041400             CHECK-OPEN-EXIT.                                     DBNK213P
041500                                                                  DBNK213P
041600     OPEN INPUT BNKCUST-FILE.                                     DBNK213P
041700     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK213P
041800     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK213P
041900     PERFORM CHECK-OPEN THRU                                      DBNK213P
042000             CHECK-OPEN-EXIT.                                     DBNK213P
042100                                                                  DBNK213P
042200     OPEN I-O BNKLEDG-FILE.                                       DBNK213P
042300     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK213P
042400     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK213P
042500     PERFORM CHECK-OPEN THRU                                      DBNK213P
042600             CHECK-OPEN-EXIT.                                     DBNK213P
042700                                                                  DBNK213P
042800     OPEN INPUT BNKHIST-FILE.                                     DBNK213P
042900     MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.                      DBNK213P
043000     MOVE 'BNKHIST-FILE' TO WS-FILE.                              DBNK213P
043100     PERFORM CHECK-OPEN THRU                                      DBNK213P
043200             CHECK-OPEN-EXIT.                                     DBNK213P
043300                                                                  DBNK213P
043400     OPEN INPUT BNKPPAY-FILE.                                     DBNK213P
043500     MOVE WS-BNKPPAY-STATUS TO WS-IO-STATUS.                      DBNK213P
043600     MOVE 'BNKPPAY-FILE' TO WS-FILE.                              DBNK213P
043700     PERFORM CHECK-OPEN THRU                                      DBNK213P
043800             CHECK-OPEN-EXIT.                                     DBNK213P
043900                                                                  DBNK213P
044000     OPEN INPUT BNKSTOP-FILE.                                     DBNK213P
044100     MOVE WS-BNKSTOP-STATUS TO WS-IO-STATUS.                      DBNK213P
044200     MOVE 'BNKSTOP-FILE' TO WS-FILE.                              DBNK213P
044300     PERFORM CHECK-OPEN THRU                                      DBNK213P
044400             CHECK-OPEN-EXIT.                                     DBNK213P
044500                                                                  DBNK213P
044600     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK213P
044700        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK213P
044800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK213P
044900        MOVE 16 TO RETURN-CODE                                    DBNK213P
045000        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK213P
045100        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK213P
045200        GO TO QUICK-EXIT                                          DBNK213P
045300     END-IF.                                                      DBNK213P
045400                                                                  DBNK213P
045500     PERFORM LOAD-RATE-TABLE THRU                                 DBNK213P
045600             LOAD-RATE-TABLE-EXIT.                                DBNK213P
045700     CLOSE BNKRATE-FILE.                                          DBNK213P
045800                                                                  DBNK213P
045900     PERFORM WRITE-REPORT-HEADING THRU                            DBNK213P
046000             WRITE-REPORT-HEADING-EXIT.                           DBNK213P
046100                                                                  DBNK213P
046200 BNKACC-PROCESS.                                                  DBNK213P
046300     MOVE 0 TO WS-ACCOUNTS-READ.                                  DBNK213P
046400 BNKACC-LOOP.                                                     DBNK213P
046500     READ BNKACC-FILE                                             DBNK213P
046600       AT END                                                     DBNK213P
046700         GO TO BNKACC-ENDED                                       DBNK213P
046800     END-READ.                                                    DBNK213P
046900     ADD 1 TO WS-ACCOUNTS-READ.                                   DBNK213P
047000     SET WS-ACCOUNT-NOT-CHANGED TO TRUE.                          DBNK213P
047100     IF BAC-REC-ACC-IS-OPEN AND                                   DBNK213P
047200        NOT BAC-REC-IS-CHARGED-OFF                                DBNK213P
047300        PERFORM ANALYSE-ACCOUNT THRU                              DBNK213P
047400                ANALYSE-ACCOUNT-EXIT                              DBNK213P
047500     END-IF.                                                      DBNK213P
047600     IF WS-ACCOUNT-IS-CHANGED                                     DBNK213P
047700        REWRITE BNKACC-REC                                        DBNK213P
047800        PERFORM JOURNAL-ACC-IMAGE THRU                            DBNK213P
047900                JOURNAL-ACC-IMAGE-EXIT                            DBNK213P
048000        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     DBNK213P
048100        IF WS-IO-STATUS IS NOT EQUAL TO '00'                      DBNK213P
048200           MOVE SPACES TO WS-CONSOLE-MESSAGE                      DBNK213P
048300           STRING 'Unable to rewrite account '                    DBNK213P
048400                                     DELIMITED BY SIZE            DBNK213P
048500                  BAC-REC-ACCNO       DELIMITED BY SIZE           DBNK213P
048600             INTO WS-CONSOLE-MESSAGE                              DBNK213P
048700           PERFORM DISPLAY-CONSOLE-MESSAGE                        DBNK213P
048800           PERFORM DISPLAY-IO-STATUS                              DBNK213P
048900        END-IF                                                    DBNK213P
049000     END-IF.                                                      DBNK213P
049100     GO TO BNKACC-LOOP.                                           DBNK213P
049200 BNKACC-ENDED.                                                    DBNK213P
049300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK213P
049400     STRING WS-ACCOUNTS-READ             DELIMITED BY SIZE        DBNK213P
049500            ' accounts read from BNKACC' DELIMITED BY SIZE        DBNK213P
049600       INTO WS-CONSOLE-MESSAGE.                                   DBNK213P
049700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK213P
049800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK213P
049900     STRING WS-ACCOUNTS-ANALYSED         DELIMITED BY SIZE        DBNK213P
050000            ' business accounts analysed'                         DBNK213P
050100                                         DELIMITED BY SIZE        DBNK213P
050200       INTO WS-CONSOLE-MESSAGE.                                   DBNK213P
050300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK213P
050400     MOVE WS-CHARGES-TOTAL TO WS-EDIT-AMT.                        DBNK213P
050500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK213P
050600     STRING WS-CHARGES-POSTED            DELIMITED BY SIZE        DBNK213P
050700            ' analysis charges, total '  DELIMITED BY SIZE        DBNK213P
050800            WS-EDIT-AMT                  DELIMITED BY SIZE        DBNK213P
050900       INTO WS-CONSOLE-MESSAGE.                                   DBNK213P
051000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK213P
051100     MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMT.                         DBNK213P
051200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK213P
051300     STRING 'Earnings credit allowed '   DELIMITED BY SIZE        DBNK213P
051400            WS-EDIT-AMT                  DELIMITED BY SIZE        DBNK213P
051500       INTO WS-CONSOLE-MESSAGE.                                   DBNK213P
051600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK213P
051700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK213P
051800     STRING WS-CHARGES-OFFSET            DELIMITED BY SIZE        DBNK213P
051900            ' accounts fully offset by earnings credit'           DBNK213P
052000                                         DELIMITED BY SIZE        DBNK213P
052100       INTO WS-CONSOLE-MESSAGE.                                   DBNK213P
052200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK213P
052300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK213P
052400     STRING WS-CHARGES-STAYED            DELIMITED BY SIZE        DBNK213P
052500            ' analysis charges held - bankruptcy stay'            DBNK213P
052600                                         DELIMITED BY SIZE        DBNK213P
052700       INTO WS-CONSOLE-MESSAGE.                                   DBNK213P
052800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK213P
052900                                                                  DBNK213P
053000     CLOSE ANLSRPT-FILE.                                          DBNK213P
053100     CLOSE BNKACC-FILE.                                           DBNK213P
053200     CLOSE BNKPROD-FILE.                                          DBNK213P
053300     CLOSE BNKFEES-FILE.                                          DBNK213P
053400     CLOSE BNKCUST-FILE.                                          DBNK213P
053500     CLOSE BNKLEDG-FILE.                                          DBNK213P
053600     CLOSE BNKHIST-FILE.                                          DBNK213P
053700     CLOSE BNKPPAY-FILE.                                          DBNK213P
053800     CLOSE BNKSTOP-FILE.                                          DBNK213P
053900                                                                  DBNK213P
054000     SET BCTL-FUNC-END TO TRUE.                                   DBNK213P
054100     MOVE WS-ACCOUNTS-READ TO BCTL-RECORD-COUNT.                  DBNK213P
054200     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK213P
054300     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK213P
054400                                                                  DBNK213P
054500     PERFORM RUN-TIME.                                            DBNK213P
054600     MOVE 0 TO RETURN-CODE.                                       DBNK213P
054700 QUICK-EXIT.                                                      DBNK213P
054800     GOBACK.                                                      DBNK213P
054900                                                                  DBNK213P
055000***************************************************************** DBNK213P
055100* Analyse one account: only a type BNKPROD marks for analysis   * DBNK213P
055200* is taken. The month's activity is counted and priced, the     * DBNK213P
055300* earnings credit worked out, and the net charge posted unless  * DBNK213P
055400* it is nil or the customer is under a bankruptcy stay. The     * DBNK213P
055500* statement is written whatever the outcome.                    * DBNK213P
055600***************************************************************** DBNK213P
055700 ANALYSE-ACCOUNT.                                                 DBNK213P
055800     MOVE BAC-REC-TYPE TO BPR-REC-TYPE.                           DBNK213P
055900     READ BNKPROD-FILE                                            DBNK213P
056000       INVALID KEY                                                DBNK213P
056100         GO TO ANALYSE-ACCOUNT-EXIT                               DBNK213P
056200     END-READ.                                                    DBNK213P
056300     IF NOT BPR-REC-IS-ANALYSED                                   DBNK213P
056400        GO TO ANALYSE-ACCOUNT-EXIT                                DBNK213P
056500     END-IF.                                                      DBNK213P
056600     ADD 1 TO WS-ACCOUNTS-ANALYSED.                               DBNK213P
056700     MOVE ZERO TO WS-SERVICE-TOTAL.                               DBNK213P
056800     PERFORM CLEAR-SERVICE-ENTRY THRU                             DBNK213P
056900             CLEAR-SERVICE-ENTRY-EXIT                             DBNK213P
057000       VARYING WS-SUB2 FROM 1 BY 1                                DBNK213P
057100         UNTIL WS-SUB2 IS GREATER THAN 5.                         DBNK213P
057200     PERFORM COUNT-LEDGER-ITEMS THRU                              DBNK213P
057300             COUNT-LEDGER-ITEMS-EXIT.                             DBNK213P
057400     PERFORM COUNT-POSITIVE-PAY THRU                              DBNK213P
057500             COUNT-POSITIVE-PAY-EXIT.                             DBNK213P
057600     PERFORM COUNT-STOP-PAYMENTS THRU                             DBNK213P
057700             COUNT-STOP-PAYMENTS-EXIT.                            DBNK213P
057800     PERFORM PRICE-SERVICE-ENTRY THRU                             DBNK213P
057900             PRICE-SERVICE-ENTRY-EXIT                             DBNK213P
058000       VARYING WS-SUB2 FROM 1 BY 1                                DBNK213P
058100         UNTIL WS-SUB2 IS GREATER THAN 5.                         DBNK213P
058200     PERFORM COMPUTE-EARNINGS-CREDIT THRU                         DBNK213P
058300             COMPUTE-EARNINGS-CREDIT-EXIT.                        DBNK213P
058400     COMPUTE WS-NET-CHARGE = WS-SERVICE-TOTAL - WS-ECR-CREDIT.    DBNK213P
058500     IF WS-NET-CHARGE IS LESS THAN ZERO                           DBNK213P
058600        MOVE ZERO TO WS-NET-CHARGE                                DBNK213P
058700     END-IF.                                                      DBNK213P
058800     MOVE SPACES TO BCS-REC-NAME.                                 DBNK213P
058900     MOVE BAC-REC-PID TO BCS-REC-PID.                             DBNK213P
059000     READ BNKCUST-FILE                                            DBNK213P
059100       INVALID KEY                                                DBNK213P
059200         MOVE SPACES TO BCS-REC-NAME                              DBNK213P
059300     END-READ.                                                    DBNK213P
059400     IF WS-NET-CHARGE IS NOT GREATER THAN ZERO                    DBNK213P
059500        SET WS-CHARGE-IS-NIL TO TRUE                              DBNK213P
059600        IF WS-SERVICE-TOTAL IS GREATER THAN ZERO                  DBNK213P
059700           ADD 1 TO WS-CHARGES-OFFSET                             DBNK213P
059800        END-IF                                                    DBNK213P
059900        GO TO ANALYSE-ACCOUNT-REPORT                              DBNK213P
060000     END-IF.                                                      DBNK213P
060100*    nothing is taken from a customer under a bankruptcy stay     DBNK213P
060200     IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND                    DBNK213P
060300        BCS-REC-IN-BANKRUPTCY                                     DBNK213P
060400        SET WS-CHARGE-IS-HELD TO TRUE                             DBNK213P
060500        ADD 1 TO WS-CHARGES-STAYED                                DBNK213P
060600        GO TO ANALYSE-ACCOUNT-REPORT                              DBNK213P
060700     END-IF.                                                      DBNK213P
060800     MOVE WS-NET-CHARGE TO WS-FEE-AMT.                            DBNK213P
060900     PERFORM WRITE-FEE-RECORD THRU                                DBNK213P
061000             WRITE-FEE-RECORD-EXIT.                               DBNK213P
061100     IF WS-AUDIT-NOT-OK                                           DBNK213P
061200        SET WS-CHARGE-IS-FAILED TO TRUE                           DBNK213P
061300        GO TO ANALYSE-ACCOUNT-REPORT                              DBNK213P
061400     END-IF.                                                      DBNK213P
061500     SUBTRACT WS-FEE-AMT FROM BAC-REC-BALANCE.                    DBNK213P
061600     SET WS-ACCOUNT-IS-CHANGED TO TRUE.                           DBNK213P
061700     SET WS-CHARGE-IS-POSTED TO TRUE.                             DBNK213P
061800     ADD 1 TO WS-CHARGES-POSTED.                                  DBNK213P
061900     ADD WS-FEE-AMT TO WS-CHARGES-TOTAL.                          DBNK213P
062000 ANALYSE-ACCOUNT-REPORT.                                          DBNK213P
062100     ADD WS-ECR-CREDIT TO WS-CREDIT-TOTAL.                        DBNK213P
062200     PERFORM WRITE-ACCOUNT-STATEMENT THRU                         DBNK213P
062300             WRITE-ACCOUNT-STATEMENT-EXIT.                        DBNK213P
062400 ANALYSE-ACCOUNT-EXIT.                                            DBNK213P
062500     EXIT.                                                        DBNK213P
062600                                                                  DBNK213P
062700 CLEAR-SERVICE-ENTRY.                                             DBNK213P
062800     MOVE ZERO TO WS-SV-COUNT (WS-SUB2).                          DBNK213P
062900     MOVE ZERO TO WS-SV-PRICE (WS-SUB2).                          DBNK213P
063000     MOVE ZERO TO WS-SV-CHARGE (WS-SUB2).                         DBNK213P
063100 CLEAR-SERVICE-ENTRY-EXIT.                                        DBNK213P
063200     EXIT.                                                        DBNK213P
063300                                                                  DBNK213P
063400***************************************************************** DBNK213P
063500* Count the month's cheques paid, deposits and outbound         * DBNK213P
063600* payments from the account's BNKLEDG entries. An entry counts  * DBNK213P
063700* on its business date (its timestamp date where it carries     * DBNK213P
063800* none); reversals and the entries they undo are not counted.   * DBNK213P
063900* A business date never runs ahead of the timestamp, so the     * DBNK213P
064000* browse can start at the first of the month.                   * DBNK213P
064100***************************************************************** DBNK213P
064200 COUNT-LEDGER-ITEMS.                                              DBNK213P
064300     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK213P
064400     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK213P
064500     MOVE WS-PERIOD-DASHED TO BLG-REC-ALTKEY1-TIMESTAMP (1:10).   DBNK213P
064600     START BNKLEDG-FILE                                           DBNK213P
064700       KEY IS GREATER THAN OR EQUAL TO BLG-REC-ALTKEY1            DBNK213P
064800       INVALID KEY                                                DBNK213P
064900         GO TO COUNT-LEDGER-ITEMS-EXIT                            DBNK213P
065000     END-START.                                                   DBNK213P
065100 COUNT-LEDGER-LOOP.                                               DBNK213P
065200     READ BNKLEDG-FILE NEXT                                       DBNK213P
065300       AT END                                                     DBNK213P
065400         GO TO COUNT-LEDGER-ITEMS-EXIT                            DBNK213P
065500     END-READ.                                                    DBNK213P
065600     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO       DBNK213P
065700        GO TO COUNT-LEDGER-ITEMS-EXIT                             DBNK213P
065800     END-IF.                                                      DBNK213P
065900     IF BLG-REC-IS-REVERSAL OR                                    DBNK213P
066000        BLG-REC-WAS-REVERSED                                      DBNK213P
066100        GO TO COUNT-LEDGER-LOOP                                   DBNK213P
066200     END-IF.                                                      DBNK213P
066300     IF BLG-REC-BUS-DATE IS EQUAL TO SPACES                       DBNK213P
066400        MOVE BLG-REC-TIMESTAMP (1:4) TO WS-ENTRY-DATE (1:4)       DBNK213P
066500        MOVE BLG-REC-TIMESTAMP (6:2) TO WS-ENTRY-DATE (5:2)       DBNK213P
066600        MOVE BLG-REC-TIMESTAMP (9:2) TO WS-ENTRY-DATE (7:2)       DBNK213P
066700     ELSE                                                         DBNK213P
066800        MOVE BLG-REC-BUS-DATE TO WS-ENTRY-DATE                    DBNK213P
066900     END-IF.                                                      DBNK213P
067000     IF WS-ENTRY-DATE IS LESS THAN WS-PERIOD-START OR             DBNK213P
067100        WS-ENTRY-DATE IS NOT LESS THAN WS-PERIOD-END              DBNK213P
067200        GO TO COUNT-LEDGER-LOOP                                   DBNK213P
067300     END-IF.                                                      DBNK213P
067400*    1 cheques paid, 2 deposits, 3 outbound payments              DBNK213P
067500     IF BLG-REC-CATEGORY IS EQUAL TO 'CHQ ' AND                   DBNK213P
067600        BLG-REC-SUB-TYPE-FROM                                     DBNK213P
067700        ADD 1 TO WS-SV-COUNT (1)                                  DBNK213P
067800        GO TO COUNT-LEDGER-LOOP                                   DBNK213P
067900     END-IF.                                                      DBNK213P
068000     IF BLG-REC-CATEGORY IS EQUAL TO 'CHQD' AND                   DBNK213P
068100        BLG-REC-SUB-TYPE-TO                                       DBNK213P
068200        ADD 1 TO WS-SV-COUNT (2)                                  DBNK213P
068300        GO TO COUNT-LEDGER-LOOP                                   DBNK213P
068400     END-IF.                                                      DBNK213P
068500     IF BLG-REC-TYPE-CASH AND                                     DBNK213P
068600        BLG-REC-SUB-TYPE-TO                                       DBNK213P
068700        ADD 1 TO WS-SV-COUNT (2)                                  DBNK213P
068800        GO TO COUNT-LEDGER-LOOP                                   DBNK213P
068900     END-IF.                                                      DBNK213P
069000     IF BLG-REC-CATEGORY IS EQUAL TO 'OUTP' AND                   DBNK213P
069100        BLG-REC-SUB-TYPE-FROM                                     DBNK213P
069200        ADD 1 TO WS-SV-COUNT (3)                                  DBNK213P
069300     END-IF.                                                      DBNK213P
069400     GO TO COUNT-LEDGER-LOOP.                                     DBNK213P
069500 COUNT-LEDGER-ITEMS-EXIT.                                         DBNK213P
069600     EXIT.                                                        DBNK213P
069700                                                                  DBNK213P
069800***************************************************************** DBNK213P
069900* Count the positive pay issues the customer loaded for the     * DBNK213P
070000* account with an issue date in the month                       * DBNK213P
070100***************************************************************** DBNK213P
070200 COUNT-POSITIVE-PAY.                                              DBNK213P
070300     MOVE BAC-REC-ACCNO TO BPP-REC-ACCNO.                         DBNK213P
070400     MOVE LOW-VALUES TO BPP-REC-SERIAL.                           DBNK213P
070500     START BNKPPAY-FILE                                           DBNK213P
070600       KEY IS GREATER THAN OR EQUAL TO BPP-REC-KEY                DBNK213P
070700       INVALID KEY                                                DBNK213P
070800         GO TO COUNT-POSITIVE-PAY-EXIT                            DBNK213P
070900     END-START.                                                   DBNK213P
071000 COUNT-POSITIVE-PAY-LOOP.                                         DBNK213P
071100     READ BNKPPAY-FILE NEXT                                       DBNK213P
071200       AT END                                                     DBNK213P
071300         GO TO COUNT-POSITIVE-PAY-EXIT                            DBNK213P
071400     END-READ.                                                    DBNK213P
071500     IF BPP-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO               DBNK213P
071600        GO TO COUNT-POSITIVE-PAY-EXIT                             DBNK213P
071700     END-IF.                                                      DBNK213P
071800     IF BPP-REC-ISSUE-DATE IS NOT LESS THAN WS-PERIOD-START AND   DBNK213P
071900        BPP-REC-ISSUE-DATE IS LESS THAN WS-PERIOD-END             DBNK213P
072000        ADD 1 TO WS-SV-COUNT (4)                                  DBNK213P
072100     END-IF.                                                      DBNK213P
072200     GO TO COUNT-POSITIVE-PAY-LOOP.                               DBNK213P
072300 COUNT-POSITIVE-PAY-EXIT.                                         DBNK213P
072400     EXIT.                                                        DBNK213P
072500                                                                  DBNK213P
072600***************************************************************** DBNK213P
072700* Count the stop payments placed on the account in the month,   * DBNK213P
072800* whether or not they are still active                          * DBNK213P
072900***************************************************************** DBNK213P
073000 COUNT-STOP-PAYMENTS.                                             DBNK213P
073100     MOVE BAC-REC-ACCNO TO BSP-REC-ACCNO.                         DBNK213P
073200     MOVE ZERO TO BSP-REC-SEQ.                                    DBNK213P
073300     START BNKSTOP-FILE                                           DBNK213P
073400       KEY IS GREATER THAN OR EQUAL TO BSP-REC-KEY                DBNK213P
073500       INVALID KEY                                                DBNK213P
073600         GO TO COUNT-STOP-PAYMENTS-EXIT                           DBNK213P
073700     END-START.                                                   DBNK213P
073800 COUNT-STOP-PAYMENTS-LOOP.                                        DBNK213P
073900     READ BNKSTOP-FILE NEXT                                       DBNK213P
074000       AT END                                                     DBNK213P
074100         GO TO COUNT-STOP-PAYMENTS-EXIT                           DBNK213P
074200     END-READ.                                                    DBNK213P
074300     IF BSP-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO               DBNK213P
074400        GO TO COUNT-STOP-PAYMENTS-EXIT                            DBNK213P
074500     END-IF.                                                      DBNK213P
074600     IF BSP-REC-PLACED-DATE IS NOT LESS THAN WS-PERIOD-START AND  DBNK213P
074700        BSP-REC-PLACED-DATE IS LESS THAN WS-PERIOD-END            DBNK213P
074800        ADD 1 TO WS-SV-COUNT (5)                                  DBNK213P
074900     END-IF.                                                      DBNK213P
075000     GO TO COUNT-STOP-PAYMENTS-LOOP.                              DBNK213P
075100 COUNT-STOP-PAYMENTS-EXIT.                                        DBNK213P
075200     EXIT.                                                        DBNK213P
075300                                                                  DBNK213P
075400***************************************************************** DBNK213P
075500* Price one service at the BNKFEES per-item fee for the account * DBNK213P
075600* type; a service with no fee on file is free                   * DBNK213P
075700***************************************************************** DBNK213P
075800 PRICE-SERVICE-ENTRY.                                             DBNK213P
075900     IF WS-SV-COUNT (WS-SUB2) IS EQUAL TO ZERO                    DBNK213P
076000        GO TO PRICE-SERVICE-ENTRY-EXIT                            DBNK213P
076100     END-IF.                                                      DBNK213P
076200     MOVE WS-SN-FEE-CODE (WS-SUB2) TO BFE-REC-FEE-CODE.           DBNK213P
076300     MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE.                       DBNK213P
076400     READ BNKFEES-FILE                                            DBNK213P
076500       INVALID KEY                                                DBNK213P
076600         GO TO PRICE-SERVICE-ENTRY-EXIT                           DBNK213P
076700     END-READ.                                                    DBNK213P
076800     IF BFE-REC-AMOUNT IS NOT GREATER THAN ZERO                   DBNK213P
076900        GO TO PRICE-SERVICE-ENTRY-EXIT                            DBNK213P
077000     END-IF.                                                      DBNK213P
077100     MOVE BFE-REC-AMOUNT TO WS-SV-PRICE (WS-SUB2).                DBNK213P
077200     COMPUTE WS-SV-CHARGE (WS-SUB2) =                             DBNK213P
077300         WS-SV-COUNT (WS-SUB2) * BFE-REC-AMOUNT.                  DBNK213P
077400     ADD WS-SV-CHARGE (WS-SUB2) TO WS-SERVICE-TOTAL.              DBNK213P
077500 PRICE-SERVICE-ENTRY-EXIT.                                        DBNK213P
077600     EXIT.                                                        DBNK213P
077700                                                                  DBNK213P
077800***************************************************************** DBNK213P
077900* Earnings credit on the month's average closing balance from   * DBNK213P
078000* the BNKHIST snapshots, at the earnings credit rate in force   * DBNK213P
078100* on the last snapshot date, for the days snapshotted. An       * DBNK213P
078200* average in debit earns nothing.                               * DBNK213P
078300***************************************************************** DBNK213P
078400 COMPUTE-EARNINGS-CREDIT.                                         DBNK213P
078500     MOVE ZERO TO WS-ADB-SUM.                                     DBNK213P
078600     MOVE ZERO TO WS-ADB-DAYS.                                    DBNK213P
078700     MOVE ZERO TO WS-AVG-BAL.                                     DBNK213P
078800     MOVE ZERO TO WS-ECR-RATE.                                    DBNK213P
078900     MOVE ZERO TO WS-ECR-CREDIT.                                  DBNK213P
079000     MOVE SPACES TO BNKHIST-REC.                                  DBNK213P
079100     MOVE BAC-REC-ACCNO TO BBH-REC-ACCNO.                         DBNK213P
079200     MOVE WS-PERIOD-START TO BBH-REC-DATE.                        DBNK213P
079300     START BNKHIST-FILE                                           DBNK213P
079400       KEY IS GREATER THAN OR EQUAL TO BBH-REC-KEY                DBNK213P
079500       INVALID KEY                                                DBNK213P
079600         GO TO COMPUTE-EARNINGS-CREDIT-EXIT                       DBNK213P
079700     END-START.                                                   DBNK213P
079800 COMPUTE-EARNINGS-LOOP.                                           DBNK213P
079900     READ BNKHIST-FILE NEXT                                       DBNK213P
080000       AT END                                                     DBNK213P
080100         GO TO COMPUTE-EARNINGS-DONE                              DBNK213P
080200     END-READ.                                                    DBNK213P
080300     IF BBH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR            DBNK213P
080400        BBH-REC-DATE IS NOT LESS THAN WS-PERIOD-END               DBNK213P
080500        GO TO COMPUTE-EARNINGS-DONE                               DBNK213P
080600     END-IF.                                                      DBNK213P
080700     ADD BBH-REC-BALANCE TO WS-ADB-SUM.                           DBNK213P
080800     ADD 1 TO WS-ADB-DAYS.                                        DBNK213P
080900     MOVE BBH-REC-DATE TO WS-LAST-SNAP-DATE.                      DBNK213P
081000     GO TO COMPUTE-EARNINGS-LOOP.                                 DBNK213P
081100 COMPUTE-EARNINGS-DONE.                                           DBNK213P
081200     IF WS-ADB-DAYS IS EQUAL TO ZERO                              DBNK213P
081300        GO TO COMPUTE-EARNINGS-CREDIT-EXIT                        DBNK213P
081400     END-IF.                                                      DBNK213P
081500     COMPUTE WS-AVG-BAL ROUNDED = WS-ADB-SUM / WS-ADB-DAYS.       DBNK213P
081600     PERFORM RESOLVE-ECR-RATE THRU                                DBNK213P
081700             RESOLVE-ECR-RATE-EXIT.                               DBNK213P
081800     IF WS-AVG-BAL IS GREATER THAN ZERO AND                       DBNK213P
081900        WS-ECR-RATE IS GREATER THAN ZERO                          DBNK213P
082000        COMPUTE WS-ECR-CREDIT ROUNDED =                           DBNK213P
082100            WS-AVG-BAL * WS-ECR-RATE * WS-ADB-DAYS /              DBNK213P
082200            WS-DAYS-IN-YEAR                                       DBNK213P
082300     END-IF.                                                      DBNK213P
082400 COMPUTE-EARNINGS-CREDIT-EXIT.                                    DBNK213P
082500     EXIT.                                                        DBNK213P
082600                                                                  DBNK213P
082700***************************************************************** DBNK213P
082800* Write the single FROM-side BNKLEDG entry for the month's net  * DBNK213P
082900* analysis charge, in category FEE, following the layout        * DBNK213P
083000* DBANK70P uses for the monthly service charge                  * DBNK213P
083100***************************************************************** DBNK213P
083200 WRITE-FEE-RECORD.                                                DBNK213P
083300     SET WS-AUDIT-IS-OK TO TRUE.                                  DBNK213P
083400 COPY CTSTAMPP.                                                   DBNK213P
083500     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK213P
083600     MOVE SPACES TO BNKLEDG-REC.                                  DBNK213P
083700     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBNK213P
083800     MOVE '1' TO BLG-REC-TYPE.                                    DBNK213P
083900     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK213P
084000     MOVE BAC-REC-ACCNO TO BLG-REC-ACCNO.                         DBNK213P
084100     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK213P
084200     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK213P
084300     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK213P
084400     MOVE WS-FEE-AMT TO BLG-REC-AMOUNT.                           DBNK213P
084500     MOVE 'FEE ' TO BLG-REC-CATEGORY.                             DBNK213P
084600     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK213P
084700     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK213P
084800     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK213P
084900     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK213P
085000     MOVE SPACES TO TXN-DATA.                                     DBNK213P
085100     STRING 'Account analysis charge '                            DBNK213P
085200                                   DELIMITED BY SIZE              DBNK213P
085300            WS-PERIOD-START (5:2)  DELIMITED BY SIZE              DBNK213P
085400            '/'                    DELIMITED BY SIZE              DBNK213P
085500            WS-PERIOD-START (1:4)  DELIMITED BY SIZE              DBNK213P
085600       INTO TXN-T1-OLD-DESC.                                      DBNK213P
085700     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK213P
085800     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK213P
085900     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK213P
086000     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK213P
086100     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK213P
086200     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK213P
086300                           WS-TWOS-COMP-INPUT                     DBNK213P
086400                           WS-TWOS-COMP-OUTPUT.                   DBNK213P
086500     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK213P
086600     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK213P
086700     WRITE BNKLEDG-REC                                            DBNK213P
086800       INVALID KEY                                                DBNK213P
086900         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK213P
087000         STRING 'Unable to write analysis charge '                DBNK213P
087100                                        DELIMITED BY SIZE         DBNK213P
087200                BAC-REC-ACCNO           DELIMITED BY SIZE         DBNK213P
087300           INTO WS-CONSOLE-MESSAGE                                DBNK213P
087400         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK213P
087500         SET WS-AUDIT-NOT-OK TO TRUE                              DBNK213P
087600     END-WRITE.                                                   DBNK213P
087700     IF WS-AUDIT-IS-OK                                            DBNK213P
087800        PERFORM JOURNAL-LEDG-IMAGE THRU                           DBNK213P
087900                JOURNAL-LEDG-IMAGE-EXIT                           DBNK213P
088000     END-IF.                                                      DBNK213P
088100 WRITE-FEE-RECORD-EXIT.                                           DBNK213P
088200     EXIT.                                                        DBNK213P
088300                                                                  DBNK213P
088400***************************************************************** DBNK213P
088500* Load the BNKRATE file into the in-storage table               * DBNK213P
088600***************************************************************** DBNK213P
088700 LOAD-RATE-TABLE.                                                 DBNK213P
088800     READ BNKRATE-FILE                                            DBNK213P
088900       AT END                                                     DBNK213P
089000         GO TO LOAD-RATE-TABLE-EXIT                               DBNK213P
089100     END-READ.                                                    DBNK213P
089200     IF WS-RATE-COUNT IS GREATER THAN OR EQUAL TO 200             DBNK213P
089300        MOVE 'Rate table is full - extra rates ignored'           DBNK213P
089400          TO WS-CONSOLE-MESSAGE                                   DBNK213P
089500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK213P
089600        GO TO LOAD-RATE-TABLE-EXIT                                DBNK213P
089700     END-IF.                                                      DBNK213P
089800     ADD 1 TO WS-RATE-COUNT.                                      DBNK213P
089900     MOVE BRT-REC-TYPE TO WS-RT-TYPE (WS-RATE-COUNT).             DBNK213P
090000     MOVE BRT-REC-EFF-DATE TO WS-RT-EFF-DATE (WS-RATE-COUNT).     DBNK213P
090100     MOVE BRT-REC-TIER TO WS-RT-TIER (WS-RATE-COUNT).             DBNK213P
090200     IF BRT-REC-ECR-RATE IS NUMERIC                               DBNK213P
090300        MOVE BRT-REC-ECR-RATE                                     DBNK213P
090400          TO WS-RT-ECR-RATE (WS-RATE-COUNT)                       DBNK213P
090500     ELSE                                                         DBNK213P
090600        MOVE ZERO TO WS-RT-ECR-RATE (WS-RATE-COUNT)               DBNK213P
090700     END-IF.                                                      DBNK213P
090800     GO TO LOAD-RATE-TABLE.                                       DBNK213P
090900 LOAD-RATE-TABLE-EXIT.                                            DBNK213P
091000     EXIT.                                                        DBNK213P
091100                                                                  DBNK213P
091200***************************************************************** DBNK213P
091300* Resolve the earnings credit rate in force for the account's   * DBNK213P
091400* type on the last snapshot date: the newest effective date on  * DBNK213P
091500* or before it decides, and within that date the lowest tier    * DBNK213P
091600* carrying a rate. A newer date with no rate at all withdraws   * DBNK213P
091700* the credit rather than falling back to an older one.          * DBNK213P
091800***************************************************************** DBNK213P
091900 RESOLVE-ECR-RATE.                                                DBNK213P
092000     SET WS-RATE-NOT-FOUND TO TRUE.                               DBNK213P
092100     MOVE ZERO TO WS-ECR-RATE.                                    DBNK213P
092200     MOVE LOW-VALUES TO WS-BEST-DATE.                             DBNK213P
092300     MOVE ZERO TO WS-BEST-TIER.                                   DBNK213P
092400     PERFORM CHECK-RATE-ENTRY THRU                                DBNK213P
092500             CHECK-RATE-ENTRY-EXIT                                DBNK213P
092600       VARYING WS-SUB1 FROM 1 BY 1                                DBNK213P
092700         UNTIL WS-SUB1 IS GREATER THAN WS-RATE-COUNT.             DBNK213P
092800 RESOLVE-ECR-RATE-EXIT.                                           DBNK213P
092900     EXIT.                                                        DBNK213P
093000                                                                  DBNK213P
093100 CHECK-RATE-ENTRY.                                                DBNK213P
093200     IF WS-RT-TYPE (WS-SUB1) IS NOT EQUAL TO BAC-REC-TYPE         DBNK213P
093300        GO TO CHECK-RATE-ENTRY-EXIT                               DBNK213P
093400     END-IF.                                                      DBNK213P
093500     IF WS-RT-EFF-DATE (WS-SUB1) IS GREATER THAN                  DBNK213P
093600        WS-LAST-SNAP-DATE                                         DBNK213P
093700        GO TO CHECK-RATE-ENTRY-EXIT                               DBNK213P
093800     END-IF.                                                      DBNK213P
093900     IF WS-RATE-IS-FOUND                                          DBNK213P
094000        AND WS-RT-EFF-DATE (WS-SUB1) IS LESS THAN WS-BEST-DATE    DBNK213P
094100        GO TO CHECK-RATE-ENTRY-EXIT                               DBNK213P
094200     END-IF.                                                      DBNK213P
094300     IF WS-RATE-IS-FOUND                                          DBNK213P
094400        AND WS-RT-EFF-DATE (WS-SUB1) IS EQUAL TO WS-BEST-DATE     DBNK213P
094500        IF WS-RT-ECR-RATE (WS-SUB1) IS NOT GREATER THAN ZERO      DBNK213P
094600           GO TO CHECK-RATE-ENTRY-EXIT                            DBNK213P
094700        END-IF                                                    DBNK213P
094800        IF WS-ECR-RATE IS GREATER THAN ZERO AND                   DBNK213P
094900           WS-RT-TIER (WS-SUB1) IS NOT LESS THAN WS-BEST-TIER     DBNK213P
095000           GO TO CHECK-RATE-ENTRY-EXIT                            DBNK213P
095100        END-IF                                                    DBNK213P
095200     END-IF.                                                      DBNK213P
095300     SET WS-RATE-IS-FOUND TO TRUE.                                DBNK213P
095400     MOVE WS-RT-EFF-DATE (WS-SUB1) TO WS-BEST-DATE.               DBNK213P
095500     MOVE WS-RT-TIER (WS-SUB1) TO WS-BEST-TIER.                   DBNK213P
095600     MOVE WS-RT-ECR-RATE (WS-SUB1) TO WS-ECR-RATE.                DBNK213P
095700 CHECK-RATE-ENTRY-EXIT.                                           DBNK213P
095800     EXIT.                                                        DBNK213P
095900                                                                  DBNK213P
096000***************************************************************** DBNK213P
096100* One account's analysis statement: the services with their     * DBNK213P
096200* counts, unit prices and charges, the balance and earnings     * DBNK213P
096300* credit that offset them, and the net charge with what became  * DBNK213P
096400* of it                                                         * DBNK213P
096500***************************************************************** DBNK213P
096600 WRITE-ACCOUNT-STATEMENT.                                         DBNK213P
096700     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
096800     WRITE ANLSRPT-REC.                                           DBNK213P
096900     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
097000     STRING '  ACCOUNT '              DELIMITED BY SIZE           DBNK213P
097100            BAC-REC-ACCNO             DELIMITED BY SIZE           DBNK213P
097200            '  '                      DELIMITED BY SIZE           DBNK213P
097300            BCS-REC-NAME              DELIMITED BY SIZE           DBNK213P
097400            '  TYPE '                 DELIMITED BY SIZE           DBNK213P
097500            BAC-REC-TYPE              DELIMITED BY SIZE           DBNK213P
097600            ' '                       DELIMITED BY SIZE           DBNK213P
097700            BPR-REC-NAME              DELIMITED BY SIZE           DBNK213P
097800       INTO ANLSRPT-REC.                                          DBNK213P
097900     WRITE ANLSRPT-REC.                                           DBNK213P
098000     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
098100     STRING '  SERVICE                    ITEMS'                  DBNK213P
098200                                      DELIMITED BY SIZE           DBNK213P
098300            '   UNIT PRICE        CHARGE'                         DBNK213P
098400                                      DELIMITED BY SIZE           DBNK213P
098500       INTO ANLSRPT-REC.                                          DBNK213P
098600     WRITE ANLSRPT-REC.                                           DBNK213P
098700     PERFORM WRITE-SERVICE-LINE THRU                              DBNK213P
098800             WRITE-SERVICE-LINE-EXIT                              DBNK213P
098900       VARYING WS-SUB2 FROM 1 BY 1                                DBNK213P
099000         UNTIL WS-SUB2 IS GREATER THAN 5.                         DBNK213P
099100     MOVE WS-SERVICE-TOTAL TO WS-EDIT-AMT.                        DBNK213P
099200     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
099300     STRING '  TOTAL SERVICE CHARGES'  DELIMITED BY SIZE          DBNK213P
099400            '                       '  DELIMITED BY SIZE          DBNK213P
099500            WS-EDIT-AMT                DELIMITED BY SIZE          DBNK213P
099600       INTO ANLSRPT-REC.                                          DBNK213P
099700     WRITE ANLSRPT-REC.                                           DBNK213P
099800     MOVE WS-AVG-BAL TO WS-EDIT-BAL.                              DBNK213P
099900     MOVE WS-ECR-RATE TO WS-EDIT-RATE.                            DBNK213P
100000     MOVE WS-ADB-DAYS TO WS-EDIT-DAYS.                            DBNK213P
100100     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
100200     STRING '  AVERAGE BALANCE '       DELIMITED BY SIZE          DBNK213P
100300            WS-EDIT-BAL                DELIMITED BY SIZE          DBNK213P
100400            '  OVER '                  DELIMITED BY SIZE          DBNK213P
100500            WS-EDIT-DAYS               DELIMITED BY SIZE          DBNK213P
100600            ' DAYS AT EARNINGS CREDIT RATE '                      DBNK213P
100700                                       DELIMITED BY SIZE          DBNK213P
100800            WS-EDIT-RATE               DELIMITED BY SIZE          DBNK213P
100900       INTO ANLSRPT-REC.                                          DBNK213P
101000     WRITE ANLSRPT-REC.                                           DBNK213P
101100     MOVE WS-ECR-CREDIT TO WS-EDIT-AMT.                           DBNK213P
101200     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
101300     STRING '  LESS EARNINGS CREDIT'   DELIMITED BY SIZE          DBNK213P
101400            '                        ' DELIMITED BY SIZE          DBNK213P
101500            WS-EDIT-AMT                DELIMITED BY SIZE          DBNK213P
101600       INTO ANLSRPT-REC.                                          DBNK213P
101700     WRITE ANLSRPT-REC.                                           DBNK213P
101800     MOVE WS-NET-CHARGE TO WS-EDIT-AMT.                           DBNK213P
101900     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
102000     STRING '  NET ANALYSIS CHARGE'    DELIMITED BY SIZE          DBNK213P
102100            '                         '                           DBNK213P
102200                                       DELIMITED BY SIZE          DBNK213P
102300            WS-EDIT-AMT                DELIMITED BY SIZE          DBNK213P
102400       INTO ANLSRPT-REC.                                          DBNK213P
102500     EVALUATE TRUE                                                DBNK213P
102600       WHEN WS-CHARGE-IS-POSTED                                   DBNK213P
102700         MOVE '  POSTED' TO ANLSRPT-REC (60:20)                   DBNK213P
102800       WHEN WS-CHARGE-IS-HELD                                     DBNK213P
102900         MOVE '  HELD - BANKRUPTCY STAY' TO ANLSRPT-REC (60:30)   DBNK213P
103000       WHEN WS-CHARGE-IS-FAILED                                   DBNK213P
103100         MOVE '  NOT POSTED - SEE CONSOLE'                        DBNK213P
103200           TO ANLSRPT-REC (60:30)                                 DBNK213P
103300       WHEN OTHER                                                 DBNK213P
103400         MOVE '  NO CHARGE' TO ANLSRPT-REC (60:20)                DBNK213P
103500     END-EVALUATE.                                                DBNK213P
103600     WRITE ANLSRPT-REC.                                           DBNK213P
103700 WRITE-ACCOUNT-STATEMENT-EXIT.                                    DBNK213P
103800     EXIT.                                                        DBNK213P
103900                                                                  DBNK213P
104000 WRITE-SERVICE-LINE.                                              DBNK213P
104100     MOVE WS-SV-COUNT (WS-SUB2) TO WS-EDIT-CNT.                   DBNK213P
104200     MOVE WS-SV-PRICE (WS-SUB2) TO WS-EDIT-PRICE.                 DBNK213P
104300     MOVE WS-SV-CHARGE (WS-SUB2) TO WS-EDIT-AMT.                  DBNK213P
104400     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
104500     STRING '  '                       DELIMITED BY SIZE          DBNK213P
104600            WS-SN-DESC (WS-SUB2)       DELIMITED BY SIZE          DBNK213P
104700            '     '                    DELIMITED BY SIZE          DBNK213P
104800            WS-EDIT-CNT                DELIMITED BY SIZE          DBNK213P
104900            '    '                     DELIMITED BY SIZE          DBNK213P
105000            WS-EDIT-PRICE              DELIMITED BY SIZE          DBNK213P
105100            '  '                       DELIMITED BY SIZE          DBNK213P
105200            WS-EDIT-AMT                DELIMITED BY SIZE          DBNK213P
105300       INTO ANLSRPT-REC.                                          DBNK213P
105400     WRITE ANLSRPT-REC.                                           DBNK213P
105500 WRITE-SERVICE-LINE-EXIT.                                         DBNK213P
105600     EXIT.                                                        DBNK213P
105700                                                                  DBNK213P
105800***************************************************************** DBNK213P
105900* Report heading                                                * DBNK213P
106000***************************************************************** DBNK213P
106100 WRITE-REPORT-HEADING.                                            DBNK213P
106200     MOVE SPACES TO ANLSRPT-REC.                                  DBNK213P
106300     STRING '  BUSINESS ACCOUNT ANALYSIS FOR '                    DBNK213P
106400                                      DELIMITED BY SIZE           DBNK213P
106500            WS-PERIOD-START (5:2)     DELIMITED BY SIZE           DBNK213P
106600            '/'                       DELIMITED BY SIZE           DBNK213P
106700            WS-PERIOD-START (1:4)     DELIMITED BY SIZE           DBNK213P
106800       INTO ANLSRPT-REC.                                          DBNK213P
106900     WRITE ANLSRPT-REC.                                           DBNK213P
107000 WRITE-REPORT-HEADING-EXIT.                                       DBNK213P
107100     EXIT.                                                        DBNK213P
107200                                                                  DBNK213P
107300***************************************************************** DBNK213P
107400* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK213P
107500* each write to a protected cluster lands its final image on    * DBNK213P
107600* the BNKFJRN journal                                           * DBNK213P
107700***************************************************************** DBNK213P
107800 JOURNAL-ACC-IMAGE.                                               DBNK213P
107900     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK213P
108000     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK213P
108100     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK213P
108200     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK213P
108300     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK213P
108400     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK213P
108500     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK213P
108600 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK213P
108700     EXIT.                                                        DBNK213P
108800                                                                  DBNK213P
108900 JOURNAL-LEDG-IMAGE.                                              DBNK213P
109000     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK213P
109100     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK213P
109200     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK213P
109300     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK213P
109400     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK213P
109500     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK213P
109600     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK213P
109700 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK213P
109800     EXIT.                                                        DBNK213P
109900                                                                  DBNK213P
110000***************************************************************** DBNK213P
110100* Check file open OK                                            * DBNK213P
110200***************************************************************** DBNK213P
110300 CHECK-OPEN.                                                      DBNK213P
110400     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK213P
110500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK213P
110600        STRING WS-FILE       DELIMITED BY ' '                     DBNK213P
110700               ' opened ok' DELIMITED BY SIZE                     DBNK213P
110800          INTO WS-CONSOLE-MESSAGE                                 DBNK213P
110900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK213P
111000     ELSE                                                         DBNK213P
111100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK213P
111200        STRING WS-FILE          DELIMITED BY ' '                  DBNK213P
111300               ' did not open' DELIMITED BY SIZE                  DBNK213P
111400          INTO WS-CONSOLE-MESSAGE                                 DBNK213P
111500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK213P
111600        PERFORM DISPLAY-IO-STATUS                                 DBNK213P
111700        ADD 1 TO WS-OPEN-ERROR                                    DBNK213P
111800     END-IF.                                                      DBNK213P
111900 CHECK-OPEN-EXIT.                                                 DBNK213P
112000     EXIT.                                                        DBNK213P
112100                                                                  DBNK213P
112200***************************************************************** DBNK213P
112300* Display the file status bytes. This routine will display as  *  DBNK213P
112400* two digits if the full two byte file status is numeric. If   *  DBNK213P
112500* second byte is non-numeric then it will be treated as a      *  DBNK213P
112600* binary number.                                                * DBNK213P
112700***************************************************************** DBNK213P
112800 DISPLAY-IO-STATUS.                                               DBNK213P
112900     IF WS-IO-STATUS NUMERIC                                      DBNK213P
113000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK213P
113100        STRING 'File status -' DELIMITED BY SIZE                  DBNK213P
113200               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK213P
113300          INTO WS-CONSOLE-MESSAGE                                 DBNK213P
113400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK213P
113500     ELSE                                                         DBNK213P
113600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK213P
113700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK213P
113800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK213P
113900        STRING 'File status -' DELIMITED BY SIZE                  DBNK213P
114000               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK213P
114100               '/'            DELIMITED BY SIZE                   DBNK213P
114200               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK213P
114300          INTO WS-CONSOLE-MESSAGE                                 DBNK213P
114400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK213P
114500     END-IF.                                                      DBNK213P
114600                                                                  DBNK213P
114700***************************************************************** DBNK213P
114800* Display CONSOLE messages...                                   * DBNK213P
114900***************************************************************** DBNK213P
115000 DISPLAY-CONSOLE-MESSAGE.                                         DBNK213P
115100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK213P
115200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK213P
115300                                                                  DBNK213P
115400 COPY CTIMERP.                                                    DBNK213P
115500                                                                  DBNK213P
