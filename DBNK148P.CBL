000100***************************************************************** DBNK148P
000200*                                                               * DBNK148P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK148P
000400*   This demonstration program is provided for use by users     * DBNK148P
000500*   of Micro Focus products and may be used, modified and       * DBNK148P
000600*   distributed as part of your application provided that       * DBNK148P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK148P
000800*   in this material.                                           * DBNK148P
000900*                                                               * DBNK148P
001000***************************************************************** DBNK148P
001100                                                                  DBNK148P
001200***************************************************************** DBNK148P
001300* Program:     DBNK148P.CBL                                     * DBNK148P
001400* Function:    Monthly debit interest batch. For the calendar   * DBNK148P
001500*              month before the business date, accrues a day's  * DBNK148P
001600*              interest on every negative DBANK71P BNKHIST      * DBNK148P
001700*              closing balance at the debit rate BNKRATE holds  * DBNK148P
001800*              for the account type on that day, and posts the  * DBNK148P
001900*              month's total to the account as one BNKLEDG      * DBNK148P
002000*              entry in category DINT, so it reaches the        * DBNK148P
002100*              statement, the trial balance and the GL feed     * DBNK148P
002200*              like any other charge. An overdraft capped on    * DBNK148P
002210*              BNKMCAP for military service (DBNK218P) accrues  * DBNK148P
002220*              no more than the cap rate on the days the cap    * DBNK148P
002230*              covers, and the interest forgone is kept on the  * DBNK148P
002240*              cap record. VSAM version                         * DBNK148P
002300***************************************************************** DBNK148P
002400                                                                  DBNK148P
002500 IDENTIFICATION DIVISION.                                         DBNK148P
002600 PROGRAM-ID.                                                      DBNK148P
002700     DBNK148P.                                                    DBNK148P
002800 DATE-WRITTEN.                                                    DBNK148P
002900     September 2007.                                              DBNK148P
003000 DATE-COMPILED.                                                   DBNK148P
003100     Today.                                                       DBNK148P
003200                                                                  DBNK148P
003300 ENVIRONMENT DIVISION.                                            DBNK148P
003400                                                                  DBNK148P
003500 INPUT-OUTPUT   SECTION.                                          DBNK148P
003600   FILE-CONTROL.                                                  DBNK148P
003700     SELECT BNKACC-FILE                                           DBNK148P
003800            ASSIGN       TO BNKACC                                DBNK148P
003900            ORGANIZATION IS INDEXED                               DBNK148P
004000            ACCESS MODE  IS SEQUENTIAL                            DBNK148P
004100            RECORD KEY   IS BAC-REC-ACCNO                         DBNK148P
004200            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK148P
004300            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK148P
004400                                                                  DBNK148P
004500     SELECT BNKRATE-FILE                                          DBNK148P
004600            ASSIGN       TO BNKRATE                               DBNK148P
004700            ORGANIZATION IS INDEXED                               DBNK148P
004800            ACCESS MODE  IS SEQUENTIAL                            DBNK148P
004900            RECORD KEY   IS BRT-REC-KEY                           DBNK148P
005000            FILE STATUS  IS WS-BNKRATE-STATUS.                    DBNK148P
005100                                                                  DBNK148P
005200     SELECT BNKLEDG-FILE                                          DBNK148P
005300            ASSIGN       TO BNKLEDG                               DBNK148P
005400            ORGANIZATION IS INDEXED                               DBNK148P
005500            ACCESS MODE  IS RANDOM                                DBNK148P
005600            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK148P
005700            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK148P
005800            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK148P
005900                                                                  DBNK148P
006000     SELECT BNKHIST-FILE                                          DBNK148P
006100            ASSIGN       TO BNKHIST                               DBNK148P
006200            ORGANIZATION IS INDEXED                               DBNK148P
006300            ACCESS MODE  IS DYNAMIC                               DBNK148P
006400            RECORD KEY   IS BBH-REC-KEY                           DBNK148P
006500            FILE STATUS  IS WS-BNKHIST-STATUS.                    DBNK148P
006510                                                                  DBNK148P
006520     SELECT BNKMCAP-FILE                                          DBNK148P
006530            ASSIGN       TO BNKMCAP                               DBNK148P
006540            ORGANIZATION IS INDEXED                               DBNK148P
006550            ACCESS MODE  IS RANDOM                                DBNK148P
006560            RECORD KEY   IS MCP-REC-ACCNO                         DBNK148P
006570            FILE STATUS  IS WS-BNKMCAP-STATUS.                    DBNK148P
006600                                                                  DBNK148P
006700 DATA DIVISION.                                                   DBNK148P
006800                                                                  DBNK148P
006900 FILE SECTION.                                                    DBNK148P
007000 FD  BNKACC-FILE.                                                 DBNK148P
007100 01  BNKACC-REC.                                                  DBNK148P
007200 COPY CBANKVAC.                                                   DBNK148P
007300                                                                  DBNK148P
007400 FD  BNKRATE-FILE.                                                DBNK148P
007500 01  BNKRATE-REC.                                                 DBNK148P
007600 COPY CBANKVRT.                                                   DBNK148P
007700                                                                  DBNK148P
007800 FD  BNKLEDG-FILE.                                                DBNK148P
007900 01  BNKLEDG-REC.                                                 DBNK148P
008000 COPY CBANKVLG.                                                   DBNK148P
008100                                                                  DBNK148P
008200 FD  BNKHIST-FILE.                                                DBNK148P
008300 01  BNKHIST-REC.                                                 DBNK148P
008400 COPY CBANKVBH.                                                   DBNK148P
008410                                                                  DBNK148P
008420 FD  BNKMCAP-FILE.                                                DBNK148P
008430 01  BNKMCAP-REC.                                                 DBNK148P
008440 COPY CBANKVMP.                                                   DBNK148P
008500                                                                  DBNK148P
008600 WORKING-STORAGE SECTION.                                         DBNK148P
008700 COPY CTIMERD.                                                    DBNK148P
008800 COPY CTSTAMPD.                                                   DBNK148P
008900                                                                  DBNK148P
009000 01  WS-MISC-STORAGE.                                             DBNK148P
009100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK148P
009200       VALUE 'DBNK148P'.                                          DBNK148P
009300                                                                  DBNK148P
009400   05  WS-BNKACC-STATUS.                                          DBNK148P
009500     10  WS-BNKACC-STAT1                     PIC X(1).            DBNK148P
009600     10  WS-BNKACC-STAT2                     PIC X(1).            DBNK148P
009700                                                                  DBNK148P
009800   05  WS-BNKRATE-STATUS.                                         DBNK148P
009900     10  WS-BNKRATE-STAT1                    PIC X(1).            DBNK148P
010000     10  WS-BNKRATE-STAT2                    PIC X(1).            DBNK148P
010100                                                                  DBNK148P
010200   05  WS-BNKLEDG-STATUS.                                         DBNK148P
010300     10  WS-BNKLEDG-STAT1                    PIC X(1).            DBNK148P
010400     10  WS-BNKLEDG-STAT2                    PIC X(1).            DBNK148P
010500                                                                  DBNK148P
010600   05  WS-BNKHIST-STATUS.                                         DBNK148P
010700     10  WS-BNKHIST-STAT1                    PIC X(1).            DBNK148P
010800     10  WS-BNKHIST-STAT2                    PIC X(1).            DBNK148P
010810                                                                  DBNK148P
010820   05  WS-BNKMCAP-STATUS.                                         DBNK148P
010830     10  WS-BNKMCAP-STAT1                    PIC X(1).            DBNK148P
010840     10  WS-BNKMCAP-STAT2                    PIC X(1).            DBNK148P
010900                                                                  DBNK148P
011000   05  WS-IO-STATUS.                                              DBNK148P
011100     10  WS-IO-STAT1                         PIC X(1).            DBNK148P
011200     10  WS-IO-STAT2                         PIC X(1).            DBNK148P
011300                                                                  DBNK148P
011400   05  WS-TWO-BYTES.                                              DBNK148P
011500     10  WS-TWO-BYTES-LEFT                   PIC X(1).            DBNK148P
011600     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            DBNK148P
011700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK148P
011800                                             PIC 9(1) COMP.       DBNK148P
011900                                                                  DBNK148P
012000   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK148P
012100     88  OPEN-OK                              VALUE 0.            DBNK148P
012200                                                                  DBNK148P
012300   05  WS-FILE                               PIC X(16).           DBNK148P
012400                                                                  DBNK148P
012500* Annual rate is converted to a daily rate by this divisor, the   DBNK148P
012600* same plain 365-day-year convention DBANK59P uses for credit     DBNK148P
012700* interest                                                        DBNK148P
012800   05  WS-DAYS-IN-YEAR                       PIC 9(3) COMP-3      DBNK148P
012900       VALUE 365.                                                 DBNK148P
013000                                                                  DBNK148P
013100   05  WS-ACCOUNTS-READ                      PIC 9(5)             DBNK148P
013200       VALUE ZERO.                                                DBNK148P
013300   05  WS-DAYS-ACCRUED                       PIC 9(7)             DBNK148P
013400       VALUE ZERO.                                                DBNK148P
013500   05  WS-CHARGES-POSTED                     PIC 9(5)             DBNK148P
013600       VALUE ZERO.                                                DBNK148P
013700   05  WS-CHARGES-TOTAL                      PIC S9(9)V99         DBNK148P
013800                                             COMP-3 VALUE ZERO.   DBNK148P
013810   05  WS-ACCOUNTS-CAPPED                    PIC 9(5)             DBNK148P
013820       VALUE ZERO.                                                DBNK148P
013900                                                                  DBNK148P
014000   05  WS-ACCOUNT-CHANGED                    PIC X(1).            DBNK148P
014100     88  WS-ACCOUNT-IS-CHANGED                VALUE 'Y'.          DBNK148P
014200     88  WS-ACCOUNT-NOT-CHANGED               VALUE 'N'.          DBNK148P
014300                                                                  DBNK148P
014400   05  WS-AUDIT-STATUS                       PIC X(1).            DBNK148P
014500     88  WS-AUDIT-IS-OK                       VALUE 'Y'.          DBNK148P
014600     88  WS-AUDIT-NOT-OK                      VALUE 'N'.          DBNK148P
014700                                                                  DBNK148P
014800* The charging period is the calendar month before the business   DBNK148P
014900* date; snapshots dated from its first day up to (not including)  DBNK148P
015000* the first of the business month are accrued                     DBNK148P
015100   05  WS-PERIOD-START.                                           DBNK148P
015200     10  WS-PERIOD-YYYY                      PIC 9(4).            DBNK148P
015300     10  WS-PERIOD-MM                        PIC 9(2).            DBNK148P
015400     10  WS-PERIOD-DD                        PIC 9(2).            DBNK148P
015500   05  WS-PERIOD-END                         PIC X(8).            DBNK148P
015600                                                                  DBNK148P
015700   05  WS-DR-RATE                            PIC S9V9(4) COMP-3.  DBNK148P
015800   05  WS-DAY-ACCRUAL                        PIC S9(7)V9(6)       DBNK148P
015900                                             COMP-3.              DBNK148P
016000   05  WS-ACCRUAL                            PIC S9(7)V9(6)       DBNK148P
016100                                             COMP-3.              DBNK148P
016200   05  WS-DR-AMOUNT                          PIC S9(7)V99         DBNK148P
016300                                             COMP-3.              DBNK148P
016307* An overdraft under a military service cap accrues at the cap    DBNK148P
016314* rate, held as a fraction like the debit rate, and the           DBNK148P
016321* difference is totalled as interest forgone                      DBNK148P
016328   05  WS-CAP-FRACTION                       PIC S9V9(5) COMP-3.  DBNK148P
016335   05  WS-DAY-FORGONE                        PIC S9(7)V9(6)       DBNK148P
016342                                             COMP-3.              DBNK148P
016349   05  WS-FORGONE-ACCRUAL                    PIC S9(7)V9(6)       DBNK148P
016356                                             COMP-3.              DBNK148P
016363   05  WS-FORGONE-AMT                        PIC S9(7)V99         DBNK148P
016370                                             COMP-3.              DBNK148P
016377   05  WS-CAP-FLAG                           PIC X(1).            DBNK148P
016384     88  WS-ACCOUNT-IS-CAPPED                 VALUE 'Y'.          DBNK148P
016391     88  WS-ACCOUNT-NOT-CAPPED                VALUE 'N'.          DBNK148P
016400   05  WS-EDIT-AMT                           PIC Z,ZZZ,ZZ9.99.    DBNK148P
016500   05  WS-SUB1                               PIC S9(4) COMP.      DBNK148P
016600   05  WS-BEST-DATE                          PIC X(8).            DBNK148P
016700   05  WS-BEST-TIER                          PIC 9(1).            DBNK148P
016800   05  WS-RATE-FOUND                         PIC X(1).            DBNK148P
016900     88  WS-RATE-IS-FOUND                     VALUE 'Y'.          DBNK148P
017000     88  WS-RATE-NOT-FOUND                    VALUE 'N'.          DBNK148P
017100                                                                  DBNK148P
017200* The whole of BNKRATE is small enough to hold in storage, so     DBNK148P
017300* it is loaded once at start-up rather than browsed per snapshot  DBNK148P
017400 01  WS-RATE-TABLE.                                               DBNK148P
017500   05  WS-RATE-COUNT                         PIC S9(4) COMP       DBNK148P
017600       VALUE ZERO.                                                DBNK148P
017700   05  WS-RATE-ENTRY OCCURS 200 TIMES.                            DBNK148P
017800     10  WS-RT-TYPE                          PIC 9(1).            DBNK148P
017900     10  WS-RT-EFF-DATE                      PIC X(8).            DBNK148P
018000     10  WS-RT-TIER                          PIC 9(1).            DBNK148P
018100     10  WS-RT-DEBIT-RATE                    PIC S9V9(4)          DBNK148P
018200                                             COMP-3.              DBNK148P
018300                                                                  DBNK148P
018400 01  WS-TWOS-COMP.                                                DBNK148P
018500   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK148P
018600   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK148P
018700   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK148P
018800                                                                  DBNK148P
018900 01  WS-TREF-DATA.                                                DBNK148P
019000 COPY CTREFD.                                                     DBNK148P
019100                                                                  DBNK148P
019200 COPY CBANKTXD.                                                   DBNK148P
019300                                                                  DBNK148P
019400 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK148P
019500                                                                  DBNK148P
019600 01  WS-BCTL-DATA.                                                DBNK148P
019700 COPY CBCTLD.                                                     DBNK148P
019800                                                                  DBNK148P
019900 01  WS-BUSD-DATA.                                                DBNK148P
020000 COPY CBUSDD.                                                     DBNK148P
020100                                                                  DBNK148P
020200 01  WS-FJRN-DATA.                                                DBNK148P
020300 COPY CFJRND.                                                     DBNK148P
020400                                                                  DBNK148P
020500 PROCEDURE DIVISION.                                              DBNK148P
020600     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK148P
020700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK148P
020800     PERFORM RUN-TIME.                                            DBNK148P
020900                                                                  DBNK148P
021000***************************************************************** DBNK148P
021100* Work out the charging month from the business date, then      * DBNK148P
021200* register this run in the batch control file keyed on it so    * DBNK148P
021300* a month's debit interest cannot be taken twice                * DBNK148P
021400***************************************************************** DBNK148P
021500     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK148P
021600     MOVE BUSD-DATE TO WS-PERIOD-START.                           DBNK148P
021700     MOVE 01 TO WS-PERIOD-DD.                                     DBNK148P
021800     MOVE WS-PERIOD-START TO WS-PERIOD-END.                       DBNK148P
021900     IF WS-PERIOD-MM IS GREATER THAN 1                            DBNK148P
022000        SUBTRACT 1 FROM WS-PERIOD-MM                              DBNK148P
022100     ELSE                                                         DBNK148P
022200        MOVE 12 TO WS-PERIOD-MM                                   DBNK148P
022300        SUBTRACT 1 FROM WS-PERIOD-YYYY                            DBNK148P
022400     END-IF.                                                      DBNK148P
022500     MOVE 'DBNK148P' TO BCTL-JOB-NAME.                            DBNK148P
022600     MOVE WS-PERIOD-START TO BCTL-BUS-DATE.                       DBNK148P
022700     MOVE 'DBANK71P' TO BCTL-PREREQ-JOB.                          DBNK148P
022800     SET BCTL-FUNC-START TO TRUE.                                 DBNK148P
022900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK148P
023000     IF NOT BCTL-OK                                               DBNK148P
023100        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK148P
023200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK148P
023300        MOVE 8 TO RETURN-CODE                                     DBNK148P
023400        GO TO QUICK-EXIT                                          DBNK148P
023500     END-IF.                                                      DBNK148P
023600     SET OPEN-OK TO TRUE.                                         DBNK148P
023700                                                                  DBNK148P
023800     OPEN I-O BNKACC-FILE.                                        DBNK148P
023900     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK148P
024000     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK148P
024100     PERFORM CHECK-OPEN THRU                                      DBNK148P
024200             CHECK-OPEN-EXIT.                                     DBNK148P
024300                                                                  DBNK148P
024400     OPEN INPUT BNKRATE-FILE.                                     DBNK148P
024500     MOVE WS-BNKRATE-STATUS TO WS-IO-STATUS.                      DBNK148P
024600     MOVE 'BNKRATE-FILE' TO WS-FILE.                              DBNK148P
024700     PERFORM CHECK-OPEN THRU                                      DBNK148P
024800             CHECK-OPEN-EXIT.                                     DBNK148P
024900                                                                  DBNK148P
025000     OPEN I-O BNKLEDG-FILE.                                       DBNK148P
025100     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK148P
025200     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK148P
025300     PERFORM CHECK-OPEN THRU                                      DBNK148P
025400             CHECK-OPEN-EXIT.                                     DBNK148P
025500                                                                  DBNK148P
025600     OPEN INPUT BNKHIST-FILE.                                     DBNK148P
025700     MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.                      DBNK148P
025800     MOVE 'BNKHIST-FILE' TO WS-FILE.                              DBNK148P
025900     PERFORM CHECK-OPEN THRU                                      DBNK148P
026000             CHECK-OPEN-EXIT.                                     DBNK148P
026010                                                                  DBNK148P
026020     OPEN I-O BNKMCAP-FILE.                                       DBNK148P
026030     MOVE WS-BNKMCAP-STATUS TO WS-IO-STATUS.                      DBNK148P
026040     MOVE 'BNKMCAP-FILE' TO WS-FILE.                              DBNK148P
026050     PERFORM CHECK-OPEN THRU                                      DBNK148P
026060             CHECK-OPEN-EXIT.                                     DBNK148P
026100                                                                  DBNK148P
026200     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK148P
026300        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK148P
026400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK148P
026500        MOVE 16 TO RETURN-CODE                                    DBNK148P
026600        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK148P
026700        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK148P
026800        GO TO QUICK-EXIT                                          DBNK148P
026900     END-IF.                                                      DBNK148P
027000                                                                  DBNK148P
027100     PERFORM LOAD-RATE-TABLE THRU                                 DBNK148P
027200             LOAD-RATE-TABLE-EXIT.                                DBNK148P
027300     CLOSE BNKRATE-FILE.                                          DBNK148P
027400                                                                  DBNK148P
027500 BNKACC-PROCESS.                                                  DBNK148P
027600     MOVE 0 TO WS-ACCOUNTS-READ.                                  DBNK148P
027700 BNKACC-LOOP.                                                     DBNK148P
027800     READ BNKACC-FILE                                             DBNK148P
027900       AT END                                                     DBNK148P
028000         GO TO BNKACC-ENDED                                       DBNK148P
028100     END-READ.                                                    DBNK148P
028200     ADD 1 TO WS-ACCOUNTS-READ.                                   DBNK148P
028300     SET WS-ACCOUNT-NOT-CHANGED TO TRUE.                          DBNK148P
028400     IF BAC-REC-ACC-IS-OPEN AND                                   DBNK148P
028500        NOT BAC-REC-IS-CHARGED-OFF                                DBNK148P
028600        PERFORM POST-DEBIT-INTEREST THRU                          DBNK148P
028700                POST-DEBIT-INTEREST-EXIT                          DBNK148P
028800     END-IF.                                                      DBNK148P
028900     IF WS-ACCOUNT-IS-CHANGED                                     DBNK148P
029000        REWRITE BNKACC-REC                                        DBNK148P
029100        PERFORM JOURNAL-ACC-IMAGE THRU                            DBNK148P
029200                JOURNAL-ACC-IMAGE-EXIT                            DBNK148P
029300        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     DBNK148P
029400        IF WS-IO-STATUS IS NOT EQUAL TO '00'                      DBNK148P
029500           MOVE SPACES TO WS-CONSOLE-MESSAGE                      DBNK148P
029600           STRING 'Unable to rewrite account '                    DBNK148P
029700                                     DELIMITED BY SIZE            DBNK148P
029800                  BAC-REC-ACCNO       DELIMITED BY SIZE           DBNK148P
029900             INTO WS-CONSOLE-MESSAGE                              DBNK148P
030000           PERFORM DISPLAY-CONSOLE-MESSAGE                        DBNK148P
030100           PERFORM DISPLAY-IO-STATUS                              DBNK148P
030200        END-IF                                                    DBNK148P
030300     END-IF.                                                      DBNK148P
030400     GO TO BNKACC-LOOP.                                           DBNK148P
030500 BNKACC-ENDED.                                                    DBNK148P
030600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK148P
030700     STRING WS-ACCOUNTS-READ             DELIMITED BY SIZE        DBNK148P
030800            ' accounts read from BNKACC' DELIMITED BY SIZE        DBNK148P
030900       INTO WS-CONSOLE-MESSAGE.                                   DBNK148P
031000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK148P
031100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK148P
031200     STRING WS-DAYS-ACCRUED              DELIMITED BY SIZE        DBNK148P
031300            ' overdrawn days accrued'    DELIMITED BY SIZE        DBNK148P
031400       INTO WS-CONSOLE-MESSAGE.                                   DBNK148P
031500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK148P
031600     MOVE WS-CHARGES-TOTAL TO WS-EDIT-AMT.                        DBNK148P
031700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK148P
031800     STRING WS-CHARGES-POSTED            DELIMITED BY SIZE        DBNK148P
031900            ' debit interest charges, total '                     DBNK148P
032000                                         DELIMITED BY SIZE        DBNK148P
032100            WS-EDIT-AMT                  DELIMITED BY SIZE        DBNK148P
032200       INTO WS-CONSOLE-MESSAGE.                                   DBNK148P
032300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK148P
032310     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK148P
032320     STRING WS-ACCOUNTS-CAPPED           DELIMITED BY SIZE        DBNK148P
032330            ' overdrafts capped - military service'               DBNK148P
032340                                         DELIMITED BY SIZE        DBNK148P
032350       INTO WS-CONSOLE-MESSAGE.                                   DBNK148P
032360     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK148P
032400                                                                  DBNK148P
032500     CLOSE BNKACC-FILE.                                           DBNK148P
032600     CLOSE BNKLEDG-FILE.                                          DBNK148P
032700     CLOSE BNKHIST-FILE.                                          DBNK148P
032710     CLOSE BNKMCAP-FILE.                                          DBNK148P
032800                                                                  DBNK148P
032900     SET BCTL-FUNC-END TO TRUE.                                   DBNK148P
033000     MOVE WS-ACCOUNTS-READ TO BCTL-RECORD-COUNT.                  DBNK148P
033100     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK148P
033200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK148P
033300                                                                  DBNK148P
033400     PERFORM RUN-TIME.                                            DBNK148P
033500     MOVE 0 TO RETURN-CODE.                                       DBNK148P
033600 QUICK-EXIT.                                                      DBNK148P
033700     GOBACK.                                                      DBNK148P
033800                                                                  DBNK148P
033900***************************************************************** DBNK148P
034000* Accrue the charging month's debit interest for this account   * DBNK148P
034100* day by day from its BNKHIST snapshots and post the total. A   * DBNK148P
034200* day in credit, or a type with no debit rate on file, accrues  * DBNK148P
034300* nothing; the charge posts even when it deepens the overdraft. * DBNK148P
034400***************************************************************** DBNK148P
034500 POST-DEBIT-INTEREST.                                             DBNK148P
034600     MOVE ZERO TO WS-ACCRUAL.                                     DBNK148P
034610     MOVE ZERO TO WS-FORGONE-ACCRUAL.                             DBNK148P
034620     PERFORM FIND-OVERDRAFT-CAP THRU                              DBNK148P
034630             FIND-OVERDRAFT-CAP-EXIT.                             DBNK148P
034700     MOVE SPACES TO BNKHIST-REC.                                  DBNK148P
034800     MOVE BAC-REC-ACCNO TO BBH-REC-ACCNO.                         DBNK148P
034900     MOVE WS-PERIOD-START TO BBH-REC-DATE.                        DBNK148P
035000     START BNKHIST-FILE                                           DBNK148P
035100       KEY IS GREATER THAN OR EQUAL TO BBH-REC-KEY                DBNK148P
035200       INVALID KEY                                                DBNK148P
035300         GO TO POST-DEBIT-INTEREST-EXIT                           DBNK148P
035400     END-START.                                                   DBNK148P
035500 POST-DEBIT-INTEREST-LOOP.                                        DBNK148P
035600     READ BNKHIST-FILE NEXT                                       DBNK148P
035700       AT END                                                     DBNK148P
035800         GO TO POST-DEBIT-INTEREST-DONE                           DBNK148P
035900     END-READ.                                                    DBNK148P
036000     IF BBH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR            DBNK148P
036100        BBH-REC-DATE IS NOT LESS THAN WS-PERIOD-END               DBNK148P
036200        GO TO POST-DEBIT-INTEREST-DONE                            DBNK148P
036300     END-IF.                                                      DBNK148P
036400     IF BBH-REC-BALANCE IS NOT LESS THAN ZERO                     DBNK148P
036500        GO TO POST-DEBIT-INTEREST-LOOP                            DBNK148P
036600     END-IF.                                                      DBNK148P
036700     PERFORM RESOLVE-DEBIT-RATE THRU                              DBNK148P
036800             RESOLVE-DEBIT-RATE-EXIT.                             DBNK148P
036900     IF WS-DR-RATE IS GREATER THAN ZERO                           DBNK148P
036910        PERFORM APPLY-OVERDRAFT-CAP THRU                          DBNK148P
036920                APPLY-OVERDRAFT-CAP-EXIT                          DBNK148P
037000        COMPUTE WS-DAY-ACCRUAL =                                  DBNK148P
037100            (ZERO - BBH-REC-BALANCE) * WS-DR-RATE /               DBNK148P
037200            WS-DAYS-IN-YEAR                                       DBNK148P
037300        ADD WS-DAY-ACCRUAL TO WS-ACCRUAL                          DBNK148P
037400        ADD 1 TO WS-DAYS-ACCRUED                                  DBNK148P
037500     END-IF.                                                      DBNK148P
037600     GO TO POST-DEBIT-INTEREST-LOOP.                              DBNK148P
037700 POST-DEBIT-INTEREST-DONE.                                        DBNK148P
037800     COMPUTE WS-DR-AMOUNT ROUNDED = WS-ACCRUAL.                   DBNK148P
037900     COMPUTE WS-FORGONE-AMT ROUNDED = WS-FORGONE-ACCRUAL.         DBNK148P
038000     IF WS-DR-AMOUNT IS NOT GREATER THAN ZERO                     DBNK148P
038100        GO TO POST-DEBIT-INTEREST-FORGONE                         DBNK148P
038110     END-IF.                                                      DBNK148P
038200     PERFORM WRITE-DEBIT-INTEREST THRU                            DBNK148P
038300             WRITE-DEBIT-INTEREST-EXIT.                           DBNK148P
038400     IF WS-AUDIT-NOT-OK                                           DBNK148P
038500        GO TO POST-DEBIT-INTEREST-EXIT                            DBNK148P
038600     END-IF.                                                      DBNK148P
038700     SUBTRACT WS-DR-AMOUNT FROM BAC-REC-BALANCE.                  DBNK148P
038800     SET WS-ACCOUNT-IS-CHANGED TO TRUE.                           DBNK148P
038900     ADD 1 TO WS-CHARGES-POSTED.                                  DBNK148P
039000     ADD WS-DR-AMOUNT TO WS-CHARGES-TOTAL.                        DBNK148P
039010 POST-DEBIT-INTEREST-FORGONE.                                     DBNK148P
039020     IF WS-FORGONE-AMT IS GREATER THAN ZERO                       DBNK148P
039030        PERFORM NOTE-INTEREST-FORGONE THRU                        DBNK148P
039040                NOTE-INTEREST-FORGONE-EXIT                        DBNK148P
039050     END-IF.                                                      DBNK148P
039100 POST-DEBIT-INTEREST-EXIT.                                        DBNK148P
039200     EXIT.                                                        DBNK148P
039201                                                                  DBNK148P
039202***************************************************************** DBNK148P
039203* Note whether the account carries a military service cap on    * DBNK148P
039204* BNKMCAP, with the cap rate as a fraction                      * DBNK148P
039205***************************************************************** DBNK148P
039206 FIND-OVERDRAFT-CAP.                                              DBNK148P
039207     SET WS-ACCOUNT-NOT-CAPPED TO TRUE.                           DBNK148P
039208     MOVE BAC-REC-ACCNO TO MCP-REC-ACCNO.                         DBNK148P
039209     READ BNKMCAP-FILE                                            DBNK148P
039210       INVALID KEY                                                DBNK148P
039211         GO TO FIND-OVERDRAFT-CAP-EXIT                            DBNK148P
039212     END-READ.                                                    DBNK148P
039213     IF NOT MCP-REC-IS-OVERDRAFT                                  DBNK148P
039214        GO TO FIND-OVERDRAFT-CAP-EXIT                             DBNK148P
039215     END-IF.                                                      DBNK148P
039216     SET WS-ACCOUNT-IS-CAPPED TO TRUE.                            DBNK148P
039217     COMPUTE WS-CAP-FRACTION = MCP-REC-CAP-RATE / 100.            DBNK148P
039218 FIND-OVERDRAFT-CAP-EXIT.                                         DBNK148P
039219     EXIT.                                                        DBNK148P
039220                                                                  DBNK148P
039221***************************************************************** DBNK148P
039222* On a day the cap covers, bring the debit rate down to the cap * DBNK148P
039223* rate and add the day's difference to the interest forgone     * DBNK148P
039224***************************************************************** DBNK148P
039225 APPLY-OVERDRAFT-CAP.                                             DBNK148P
039226     IF WS-ACCOUNT-NOT-CAPPED OR                                  DBNK148P
039227        BBH-REC-DATE IS LESS THAN MCP-REC-CAP-START OR            DBNK148P
039228        WS-DR-RATE IS NOT GREATER THAN WS-CAP-FRACTION            DBNK148P
039229        GO TO APPLY-OVERDRAFT-CAP-EXIT                            DBNK148P
039230     END-IF.                                                      DBNK148P
039231     IF MCP-REC-CAP-END IS NOT EQUAL TO SPACES AND                DBNK148P
039232        BBH-REC-DATE IS GREATER THAN MCP-REC-CAP-END              DBNK148P
039233        GO TO APPLY-OVERDRAFT-CAP-EXIT                            DBNK148P
039234     END-IF.                                                      DBNK148P
039235     COMPUTE WS-DAY-FORGONE =                                     DBNK148P
039236         (ZERO - BBH-REC-BALANCE) *                               DBNK148P
039237         (WS-DR-RATE - WS-CAP-FRACTION) / WS-DAYS-IN-YEAR.        DBNK148P
039238     ADD WS-DAY-FORGONE TO WS-FORGONE-ACCRUAL.                    DBNK148P
039239     MOVE WS-CAP-FRACTION TO WS-DR-RATE.                          DBNK148P
039240 APPLY-OVERDRAFT-CAP-EXIT.                                        DBNK148P
039241     EXIT.                                                        DBNK148P
039242                                                                  DBNK148P
039243***************************************************************** DBNK148P
039244* Add the month's interest forgone to the total kept on the cap * DBNK148P
039245* record                                                        * DBNK148P
039246***************************************************************** DBNK148P
039247 NOTE-INTEREST-FORGONE.                                           DBNK148P
039248     ADD WS-FORGONE-AMT TO MCP-REC-FORGONE-AMT.                   DBNK148P
039249     MOVE BUSD-DATE TO MCP-REC-LAST-FORGONE.                      DBNK148P
039250     REWRITE BNKMCAP-REC                                          DBNK148P
039251       INVALID KEY                                                DBNK148P
039252         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK148P
039253         STRING 'Unable to rewrite cap for '                      DBNK148P
039254                                         DELIMITED BY SIZE        DBNK148P
039255                MCP-REC-ACCNO            DELIMITED BY SIZE        DBNK148P
039256           INTO WS-CONSOLE-MESSAGE                                DBNK148P
039257         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK148P
039258         GO TO NOTE-INTEREST-FORGONE-EXIT                         DBNK148P
039259     END-REWRITE.                                                 DBNK148P
039260     ADD 1 TO WS-ACCOUNTS-CAPPED.                                 DBNK148P
039261 NOTE-INTEREST-FORGONE-EXIT.                                      DBNK148P
039262     EXIT.                                                        DBNK148P
039300                                                                  DBNK148P
039400***************************************************************** DBNK148P
039500* Write the single FROM-side BNKLEDG entry for the month's      * DBNK148P
039600* charge, in category DINT, following the layout DBANK70P uses  * DBNK148P
039700* for the monthly service charge                                * DBNK148P
039800***************************************************************** DBNK148P
039900 WRITE-DEBIT-INTEREST.                                            DBNK148P
040000     SET WS-AUDIT-IS-OK TO TRUE.                                  DBNK148P
040100 COPY CTSTAMPP.                                                   DBNK148P
040200     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK148P
040300     MOVE SPACES TO BNKLEDG-REC.                                  DBNK148P
040400     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBNK148P
040500     MOVE '1' TO BLG-REC-TYPE.                                    DBNK148P
040600     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK148P
040700     MOVE BAC-REC-ACCNO TO BLG-REC-ACCNO.                         DBNK148P
040800     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK148P
040900     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK148P
041000     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK148P
041100     MOVE WS-DR-AMOUNT TO BLG-REC-AMOUNT.                         DBNK148P
041200     MOVE 'DINT' TO BLG-REC-CATEGORY.                             DBNK148P
041300     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK148P
041400     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK148P
041500     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK148P
041600     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK148P
041700     MOVE SPACES TO TXN-DATA.                                     DBNK148P
041800     STRING 'Overdraft interest '  DELIMITED BY SIZE              DBNK148P
041900            WS-PERIOD-START (5:2)  DELIMITED BY SIZE              DBNK148P
042000            '/'                    DELIMITED BY SIZE              DBNK148P
042100            WS-PERIOD-START (1:4)  DELIMITED BY SIZE              DBNK148P
042200       INTO TXN-T1-OLD-DESC.                                      DBNK148P
042300     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK148P
042400     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK148P
042500     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK148P
042600     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK148P
042700     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK148P
042800     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK148P
042900                           WS-TWOS-COMP-INPUT                     DBNK148P
043000                           WS-TWOS-COMP-OUTPUT.                   DBNK148P
043100     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK148P
043200     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK148P
043300     WRITE BNKLEDG-REC                                            DBNK148P
043400       INVALID KEY                                                DBNK148P
043500         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK148P
043600         STRING 'Unable to write debit interest '                 DBNK148P
043700                                        DELIMITED BY SIZE         DBNK148P
043800                BAC-REC-ACCNO           DELIMITED BY SIZE         DBNK148P
043900           INTO WS-CONSOLE-MESSAGE                                DBNK148P
044000         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK148P
044100         SET WS-AUDIT-NOT-OK TO TRUE                              DBNK148P
044200     END-WRITE.                                                   DBNK148P
044300     IF WS-AUDIT-IS-OK                                            DBNK148P
044400        PERFORM JOURNAL-LEDG-IMAGE THRU                           DBNK148P
044500                JOURNAL-LEDG-IMAGE-EXIT                           DBNK148P
044600     END-IF.                                                      DBNK148P
044700 WRITE-DEBIT-INTEREST-EXIT.                                       DBNK148P
044800     EXIT.                                                        DBNK148P
044900                                                                  DBNK148P
045000***************************************************************** DBNK148P
045100* Load the BNKRATE file into the in-storage table               * DBNK148P
045200***************************************************************** DBNK148P
045300 LOAD-RATE-TABLE.                                                 DBNK148P
045400     READ BNKRATE-FILE                                            DBNK148P
045500       AT END                                                     DBNK148P
045600         GO TO LOAD-RATE-TABLE-EXIT                               DBNK148P
045700     END-READ.                                                    DBNK148P
045800     IF WS-RATE-COUNT IS GREATER THAN OR EQUAL TO 200             DBNK148P
045900        MOVE 'Rate table is full - extra rates ignored'           DBNK148P
046000          TO WS-CONSOLE-MESSAGE                                   DBNK148P
046100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK148P
046200        GO TO LOAD-RATE-TABLE-EXIT                                DBNK148P
046300     END-IF.                                                      DBNK148P
046400     ADD 1 TO WS-RATE-COUNT.                                      DBNK148P
046500     MOVE BRT-REC-TYPE TO WS-RT-TYPE (WS-RATE-COUNT).             DBNK148P
046600     MOVE BRT-REC-EFF-DATE TO WS-RT-EFF-DATE (WS-RATE-COUNT).     DBNK148P
046700     MOVE BRT-REC-TIER TO WS-RT-TIER (WS-RATE-COUNT).             DBNK148P
046800     IF BRT-REC-DEBIT-RATE IS NUMERIC                             DBNK148P
046900        MOVE BRT-REC-DEBIT-RATE                                   DBNK148P
047000          TO WS-RT-DEBIT-RATE (WS-RATE-COUNT)                     DBNK148P
047100     ELSE                                                         DBNK148P
047200        MOVE ZERO TO WS-RT-DEBIT-RATE (WS-RATE-COUNT)             DBNK148P
047300     END-IF.                                                      DBNK148P
047400     GO TO LOAD-RATE-TABLE.                                       DBNK148P
047500 LOAD-RATE-TABLE-EXIT.                                            DBNK148P
047600     EXIT.                                                        DBNK148P
047700                                                                  DBNK148P
047800***************************************************************** DBNK148P
047900* Resolve the debit rate in force for the snapshot's type on    * DBNK148P
048000* the snapshot's date: the newest effective date on or before   * DBNK148P
048100* it decides, and within that date the lowest tier carrying a   * DBNK148P
048200* debit rate. A newer date with no debit rate at all withdraws  * DBNK148P
048300* the charge rather than falling back to an older one.          * DBNK148P
048400***************************************************************** DBNK148P
048500 RESOLVE-DEBIT-RATE.                                              DBNK148P
048600     SET WS-RATE-NOT-FOUND TO TRUE.                               DBNK148P
048700     MOVE ZERO TO WS-DR-RATE.                                     DBNK148P
048800     MOVE LOW-VALUES TO WS-BEST-DATE.                             DBNK148P
048900     MOVE ZERO TO WS-BEST-TIER.                                   DBNK148P
049000     PERFORM CHECK-RATE-ENTRY THRU                                DBNK148P
049100             CHECK-RATE-ENTRY-EXIT                                DBNK148P
049200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK148P
049300         UNTIL WS-SUB1 IS GREATER THAN WS-RATE-COUNT.             DBNK148P
049400 RESOLVE-DEBIT-RATE-EXIT.                                         DBNK148P
049500     EXIT.                                                        DBNK148P
049600                                                                  DBNK148P
049700 CHECK-RATE-ENTRY.                                                DBNK148P
049800     IF WS-RT-TYPE (WS-SUB1) IS NOT EQUAL TO BBH-REC-TYPE         DBNK148P
049900        GO TO CHECK-RATE-ENTRY-EXIT                               DBNK148P
050000     END-IF.                                                      DBNK148P
050100     IF WS-RT-EFF-DATE (WS-SUB1) IS GREATER THAN BBH-REC-DATE     DBNK148P
050200        GO TO CHECK-RATE-ENTRY-EXIT                               DBNK148P
050300     END-IF.                                                      DBNK148P
050400     IF WS-RATE-IS-FOUND                                          DBNK148P
050500        AND WS-RT-EFF-DATE (WS-SUB1) IS LESS THAN WS-BEST-DATE    DBNK148P
050600        GO TO CHECK-RATE-ENTRY-EXIT                               DBNK148P
050700     END-IF.                                                      DBNK148P
050800     IF WS-RATE-IS-FOUND                                          DBNK148P
050900        AND WS-RT-EFF-DATE (WS-SUB1) IS EQUAL TO WS-BEST-DATE     DBNK148P
051000        IF WS-RT-DEBIT-RATE (WS-SUB1) IS NOT GREATER THAN ZERO    DBNK148P
051100           GO TO CHECK-RATE-ENTRY-EXIT                            DBNK148P
051200        END-IF                                                    DBNK148P
051300        IF WS-DR-RATE IS GREATER THAN ZERO AND                    DBNK148P
051400           WS-RT-TIER (WS-SUB1) IS NOT LESS THAN WS-BEST-TIER     DBNK148P
051500           GO TO CHECK-RATE-ENTRY-EXIT                            DBNK148P
051600        END-IF                                                    DBNK148P
051700     END-IF.                                                      DBNK148P
051800     SET WS-RATE-IS-FOUND TO TRUE.                                DBNK148P
051900     MOVE WS-RT-EFF-DATE (WS-SUB1) TO WS-BEST-DATE.               DBNK148P
052000     MOVE WS-RT-TIER (WS-SUB1) TO WS-BEST-TIER.                   DBNK148P
052100     MOVE WS-RT-DEBIT-RATE (WS-SUB1) TO WS-DR-RATE.               DBNK148P
052200 CHECK-RATE-ENTRY-EXIT.                                           DBNK148P
052300     EXIT.                                                        DBNK148P
052400                                                                  DBNK148P
052500***************************************************************** DBNK148P
052600* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK148P
052700* each write to a protected cluster lands its final image on    * DBNK148P
052800* the BNKFJRN journal                                           * DBNK148P
052900***************************************************************** DBNK148P
053000 JOURNAL-ACC-IMAGE.                                               DBNK148P
053100     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK148P
053200     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK148P
053300     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK148P
053400     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK148P
053500     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK148P
053600     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK148P
053700     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK148P
053800 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK148P
053900     EXIT.                                                        DBNK148P
054000                                                                  DBNK148P
054100 JOURNAL-LEDG-IMAGE.                                              DBNK148P
054200     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK148P
054300     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK148P
054400     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK148P
054500     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK148P
054600     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK148P
054700     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK148P
054800     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK148P
054900 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK148P
055000     EXIT.                                                        DBNK148P
055100                                                                  DBNK148P
055200***************************************************************** DBNK148P
055300* Check file open OK                                            * DBNK148P
055400***************************************************************** DBNK148P
055500 CHECK-OPEN.                                                      DBNK148P
055600     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK148P
055700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK148P
055800        STRING WS-FILE       DELIMITED BY ' '                     DBNK148P
055900               ' opened ok' DELIMITED BY SIZE                     DBNK148P
056000          INTO WS-CONSOLE-MESSAGE                                 DBNK148P
056100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK148P
056200     ELSE                                                         DBNK148P
056300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK148P
056400        STRING WS-FILE          DELIMITED BY ' '                  DBNK148P
056500               ' did not open' DELIMITED BY SIZE                  DBNK148P
056600          INTO WS-CONSOLE-MESSAGE                                 DBNK148P
056700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK148P
056800        PERFORM DISPLAY-IO-STATUS                                 DBNK148P
056900        ADD 1 TO WS-OPEN-ERROR                                    DBNK148P
057000     END-IF.                                                      DBNK148P
057100 CHECK-OPEN-EXIT.                                                 DBNK148P
057200     EXIT.                                                        DBNK148P
057300                                                                  DBNK148P
057400***************************************************************** DBNK148P
057500* Display the file status bytes. This routine will display as   * DBNK148P
057600* two digits if the full two byte file status is numeric. If    * DBNK148P
057700* second byte is non-numeric then it will be treated as a       * DBNK148P
057800* binary number.                                                * DBNK148P
057900***************************************************************** DBNK148P
058000 DISPLAY-IO-STATUS.                                               DBNK148P
058100     IF WS-IO-STATUS NUMERIC                                      DBNK148P
058200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK148P
058300        STRING 'File status -' DELIMITED BY SIZE                  DBNK148P
058400               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK148P
058500          INTO WS-CONSOLE-MESSAGE                                 DBNK148P
058600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK148P
058700     ELSE                                                         DBNK148P
058800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK148P
058900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK148P
059000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK148P
059100        STRING 'File status -' DELIMITED BY SIZE                  DBNK148P
059200               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK148P
059300               '/'            DELIMITED BY SIZE                   DBNK148P
059400               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK148P
059500          INTO WS-CONSOLE-MESSAGE                                 DBNK148P
059600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK148P
059700     END-IF.                                                      DBNK148P
059800                                                                  DBNK148P
059900***************************************************************** DBNK148P
060000* Display CONSOLE messages...                                   * DBNK148P
060100***************************************************************** DBNK148P
060200 DISPLAY-CONSOLE-MESSAGE.                                         DBNK148P
060300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK148P
060400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK148P
060500                                                                  DBNK148P
060600 COPY CTIMERP.                                                    DBNK148P
