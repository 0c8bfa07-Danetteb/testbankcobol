000100***************************************************************** DBNK171P
000200*                                                               * DBNK171P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK171P
000400*   This demonstration program is provided for use by users     * DBNK171P
000500*   of Micro Focus products and may be used, modified and       * DBNK171P
000600*   distributed as part of your application provided that       * DBNK171P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK171P
000800*   in this material.                                           * DBNK171P
000900*                                                               * DBNK171P
001000***************************************************************** DBNK171P
001100                                                                  DBNK171P
001200                                                                  DBNK171P
001300***************************************************************** DBNK171P
001400* Program:     DBNK171P.CBL                                     * DBNK171P
001500* Function:    AML transaction monitoring beyond structuring.   * DBNK171P
001600*              Runs nightly alongside DBNK108P and picks out    * DBNK171P
001700*              accounts for four further scenarios, each with   * DBNK171P
001800*              its limits on BNKPARM:                           * DBNK171P
001900*                R - pass-through: EXT credits (DBANK73P) and   * DBNK171P
002000*                    cash deposits of AMLRMIN or more within    * DBNK171P
002100*                    AMLRDAYS days, AMLRPCT per cent or more    * DBNK171P
002200*                    of which went out again in the same days   * DBNK171P
002300*                D - dormant wake: AMLDAMT or more moved within * DBNK171P
002400*                    AMLDDAYS days on an account DBANK57P/      * DBNK171P
002500*                    DBANK79P have marked dormant               * DBNK171P
002600*                P - round payments: AMLPCNT or more BNKOPAY    * DBNK171P
002700*                    external payments within AMLPDAYS days,    * DBNK171P
002800*                    each an exact multiple of AMLPUNIT         * DBNK171P
002900*                F - many senders: AMLFCNT or more different    * DBNK171P
003000*                    senders paying in within AMLFDAYS days,    * DBNK171P
003100*                    the holder and joint holder not counted    * DBNK171P
003200*              Bank-originated postings (fees, interest, tax,   * DBNK171P
003300*              escheat, suspense) and reversed items are left   * DBNK171P
003400*              out. Each hit is queued on BNKAMLQ for           * DBNK171P
003500*              compliance disposition through DBNK172P and      * DBNK171P
003600*              listed on AMLRPT; an account hit again for the   * DBNK171P
003700*              same scenario the same day is queued once.       * DBNK171P
003800*              VSAM version                                     * DBNK171P
003900***************************************************************** DBNK171P
004000                                                                  DBNK171P
004100 IDENTIFICATION DIVISION.                                         DBNK171P
004200 PROGRAM-ID.                                                      DBNK171P
004300     DBNK171P.                                                    DBNK171P
004400 DATE-WRITTEN.                                                    DBNK171P
004500     October 2007.                                                DBNK171P
004600 DATE-COMPILED.                                                   DBNK171P
004700     Today.                                                       DBNK171P
004800                                                                  DBNK171P
004900 ENVIRONMENT DIVISION.                                            DBNK171P
005000                                                                  DBNK171P
005100 INPUT-OUTPUT   SECTION.                                          DBNK171P
005200   FILE-CONTROL.                                                  DBNK171P
005300     SELECT AMLRPT-FILE                                           DBNK171P
005400            ASSIGN       TO AMLRPT                                DBNK171P
005500            ORGANIZATION IS SEQUENTIAL                            DBNK171P
005600            FILE STATUS  IS WS-AMLRPT-STATUS.                     DBNK171P
005700                                                                  DBNK171P
005800     SELECT BNKLEDG-FILE                                          DBNK171P
005900            ASSIGN       TO BNKLEDG                               DBNK171P
006000            ORGANIZATION IS INDEXED                               DBNK171P
006100            ACCESS MODE  IS DYNAMIC                               DBNK171P
006200            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK171P
006300            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK171P
006400            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK171P
006500                                                                  DBNK171P
006600     SELECT BNKOPAY-FILE                                          DBNK171P
006700            ASSIGN       TO BNKOPAY                               DBNK171P
006800            ORGANIZATION IS INDEXED                               DBNK171P
006900            ACCESS MODE  IS DYNAMIC                               DBNK171P
007000            RECORD KEY   IS BOP-REC-TIMESTAMP                     DBNK171P
007100            FILE STATUS  IS WS-BNKOPAY-STATUS.                    DBNK171P
007200                                                                  DBNK171P
007300     SELECT BNKACC-FILE                                           DBNK171P
007400            ASSIGN       TO BNKACC                                DBNK171P
007500            ORGANIZATION IS INDEXED                               DBNK171P
007600            ACCESS MODE  IS RANDOM                                DBNK171P
007700            RECORD KEY   IS BAC-REC-ACCNO                         DBNK171P
007800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK171P
007900            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK171P
008000                                                                  DBNK171P
008100     SELECT BNKAMLQ-FILE                                          DBNK171P
008200            ASSIGN       TO BNKAMLQ                               DBNK171P
008300            ORGANIZATION IS INDEXED                               DBNK171P
008400            ACCESS MODE  IS RANDOM                                DBNK171P
008500            RECORD KEY   IS BAQ-REC-KEY                           DBNK171P
008600            FILE STATUS  IS WS-BNKAMLQ-STATUS.                    DBNK171P
008700                                                                  DBNK171P
008800     SELECT BNKPARM-FILE                                          DBNK171P
008900            ASSIGN       TO BNKPARM                               DBNK171P
009000            ORGANIZATION IS INDEXED                               DBNK171P
009100            ACCESS MODE  IS RANDOM                                DBNK171P
009200            RECORD KEY   IS PRM-REC-KEY                           DBNK171P
009300            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK171P
009400                                                                  DBNK171P
009500 DATA DIVISION.                                                   DBNK171P
009600                                                                  DBNK171P
009700 FILE SECTION.                                                    DBNK171P
009800 FD  AMLRPT-FILE.                                                 DBNK171P
009900 01  AMLRPT-REC                         PIC X(132).               DBNK171P
010000                                                                  DBNK171P
010100 FD  BNKLEDG-FILE.                                                DBNK171P
010200 01  BNKLEDG-REC.                                                 DBNK171P
010300 COPY CBANKVLG.                                                   DBNK171P
010400                                                                  DBNK171P
010500 FD  BNKOPAY-FILE.                                                DBNK171P
010600 01  BNKOPAY-REC.                                                 DBNK171P
010700 COPY CBANKVOP.                                                   DBNK171P
010800                                                                  DBNK171P
010900 FD  BNKACC-FILE.                                                 DBNK171P
011000 01  BNKACC-REC.                                                  DBNK171P
011100 COPY CBANKVAC.                                                   DBNK171P
011200                                                                  DBNK171P
011300 FD  BNKAMLQ-FILE.                                                DBNK171P
011400 01  BNKAMLQ-REC.                                                 DBNK171P
011500 COPY CBANKVAQ.                                                   DBNK171P
011600                                                                  DBNK171P
011700 FD  BNKPARM-FILE.                                                DBNK171P
011800 01  BNKPARM-REC.                                                 DBNK171P
011900 COPY CBANKVPM.                                                   DBNK171P
012000                                                                  DBNK171P
012100 WORKING-STORAGE SECTION.                                         DBNK171P
012200 COPY CTIMERD.                                                    DBNK171P
012300 COPY CTSTAMPD.                                                   DBNK171P
012400                                                                  DBNK171P
012500 01  WS-MISC-STORAGE.                                             DBNK171P
012600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK171P
012700       VALUE 'DBNK171P'.                                          DBNK171P
012800                                                                  DBNK171P
012900   05  WS-AMLRPT-STATUS.                                          DBNK171P
013000     10  WS-AMLRPT-STAT1                      PIC X(1).           DBNK171P
013100     10  WS-AMLRPT-STAT2                      PIC X(1).           DBNK171P
013200   05  WS-BNKLEDG-STATUS.                                         DBNK171P
013300     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK171P
013400     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK171P
013500   05  WS-BNKOPAY-STATUS.                                         DBNK171P
013600     10  WS-BNKOPAY-STAT1                     PIC X(1).           DBNK171P
013700     10  WS-BNKOPAY-STAT2                     PIC X(1).           DBNK171P
013800   05  WS-BNKACC-STATUS.                                          DBNK171P
013900     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK171P
014000     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK171P
014100   05  WS-BNKAMLQ-STATUS.                                         DBNK171P
014200     10  WS-BNKAMLQ-STAT1                     PIC X(1).           DBNK171P
014300     10  WS-BNKAMLQ-STAT2                     PIC X(1).           DBNK171P
014400   05  WS-BNKPARM-STATUS.                                         DBNK171P
014500     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK171P
014600     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK171P
014700                                                                  DBNK171P
014800   05  WS-IO-STATUS.                                              DBNK171P
014900     10  WS-IO-STAT1                          PIC X(1).           DBNK171P
015000     10  WS-IO-STAT2                          PIC X(1).           DBNK171P
015100                                                                  DBNK171P
015200   05  WS-TWO-BYTES.                                              DBNK171P
015300     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK171P
015400     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK171P
015500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK171P
015600                                              PIC 9(1) COMP.      DBNK171P
015700                                                                  DBNK171P
015800   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK171P
015900     88  OPEN-OK                              VALUE 0.            DBNK171P
016000                                                                  DBNK171P
016100   05  WS-FILE                               PIC X(16).           DBNK171P
016200                                                                  DBNK171P
016300   05  WS-RUN-DATE                           PIC X(8).            DBNK171P
016400   05  WS-RUN-DASHED                         PIC X(10).           DBNK171P
016500   05  WS-RUN-DAY-NO                         PIC S9(7) COMP-3.    DBNK171P
016600   05  WS-BACK-DAYS                          PIC S9(5) COMP-3.    DBNK171P
016700   05  WS-START-DATE                         PIC X(8).            DBNK171P
016800   05  WS-START-DATE-R REDEFINES WS-START-DATE.                   DBNK171P
016900     10  WS-SD-YYYY                          PIC 9(4).            DBNK171P
017000     10  WS-SD-MM                            PIC 9(2).            DBNK171P
017100     10  WS-SD-DD                            PIC 9(2).            DBNK171P
017200   05  WS-START-DASHED                       PIC X(10).           DBNK171P
017300   05  WS-WORK-DD                            PIC S9(5)            DBNK171P
017400                                             COMP-3.              DBNK171P
017500   05  WS-DATE-WORK                          PIC X(8).            DBNK171P
017600   05  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.                     DBNK171P
017700     10  WS-DW-YYYY                          PIC 9(4).            DBNK171P
017800     10  WS-DW-MM                            PIC 9(2).            DBNK171P
017900     10  WS-DW-DD                            PIC 9(2).            DBNK171P
018000   05  WS-DAY-NO                             PIC S9(7) COMP-3.    DBNK171P
018100   05  WS-ITEM-AGE                           PIC S9(7) COMP-3.    DBNK171P
018200                                                                  DBNK171P
018300*    the scenario limits, defaulted when BNKPARM holds nothing    DBNK171P
018400*    for them                                                     DBNK171P
018500   05  WS-PARM-KEY                           PIC X(8).            DBNK171P
018600   05  WS-PARM-VALUE                         PIC S9(7)V99         DBNK171P
018700                                             COMP-3.              DBNK171P
018800   05  WS-R-DAYS                             PIC 9(3).            DBNK171P
018900   05  WS-R-MIN-IN                           PIC S9(7)V99         DBNK171P
019000                                             COMP-3.              DBNK171P
019100   05  WS-R-PCT-OUT                          PIC 9(3).            DBNK171P
019200   05  WS-D-DAYS                             PIC 9(3).            DBNK171P
019300   05  WS-D-MIN-MOVED                        PIC S9(7)V99         DBNK171P
019400                                             COMP-3.              DBNK171P
019500   05  WS-P-DAYS                             PIC 9(3).            DBNK171P
019600   05  WS-P-UNIT                             PIC S9(7)V99         DBNK171P
019700                                             COMP-3.              DBNK171P
019800   05  WS-P-MIN-COUNT                        PIC S9(5) COMP-3.    DBNK171P
019900   05  WS-F-DAYS                             PIC 9(3).            DBNK171P
020000   05  WS-F-MIN-SENDERS                      PIC S9(5) COMP-3.    DBNK171P
020100   05  WS-LEDG-DAYS                          PIC 9(3).            DBNK171P
020200                                                                  DBNK171P
020300*    the FROM leg of an internal transfer, kept so that the TO    DBNK171P
020400*    leg written after it can name its sender                     DBNK171P
020500   05  WS-LAST-FROM-TS                       PIC X(25).           DBNK171P
020600   05  WS-LAST-FROM-REFNO                    PIC X(12).           DBNK171P
020700   05  WS-LAST-FROM-PID                      PIC X(5).            DBNK171P
020800   05  WS-LAST-FROM-ACCNO                    PIC X(9).            DBNK171P
020900                                                                  DBNK171P
021000   05  WS-FIND-ACCNO                         PIC X(9).            DBNK171P
021100   05  WS-SENDER-KEY                         PIC X(31).           DBNK171P
021200   05  WS-SENDER-PID                         PIC X(5).            DBNK171P
021300   05  WS-ROUND-UNITS                        PIC S9(9) COMP-3.    DBNK171P
021400                                                                  DBNK171P
021500*    the case being queued                                        DBNK171P
021600   05  WS-CASE-SCENARIO                      PIC X(1).            DBNK171P
021700   05  WS-CASE-DAYS                          PIC 9(3).            DBNK171P
021800   05  WS-CASE-IN                            PIC S9(9)V99         DBNK171P
021900                                             COMP-3.              DBNK171P
022000   05  WS-CASE-OUT                           PIC S9(9)V99         DBNK171P
022100                                             COMP-3.              DBNK171P
022200   05  WS-CASE-COUNT                         PIC 9(5).            DBNK171P
022300   05  WS-CASE-TEXT                          PIC X(24).           DBNK171P
022400                                                                  DBNK171P
022500   05  WS-ACC-FLAG                           PIC X(1).            DBNK171P
022600     88  WS-ACC-ON-FILE                      VALUE 'Y'.           DBNK171P
022700     88  WS-ACC-NOT-FOUND                    VALUE 'N'.           DBNK171P
022800   05  WS-BANK-ITEM-FLAG                     PIC X(1).            DBNK171P
022900     88  WS-BANK-ITEM                        VALUE 'Y'.           DBNK171P
023000     88  WS-CUSTOMER-ITEM                    VALUE 'N'.           DBNK171P
023100                                                                  DBNK171P
023200   05  WS-LEDG-READ                          PIC 9(7)             DBNK171P
023300       VALUE ZERO.                                                DBNK171P
023400   05  WS-PAYS-READ                          PIC 9(7)             DBNK171P
023500       VALUE ZERO.                                                DBNK171P
023600   05  WS-CASES-QUEUED                       PIC 9(5)             DBNK171P
023700       VALUE ZERO.                                                DBNK171P
023800   05  WS-ENTRIES-DROPPED                    PIC 9(7)             DBNK171P
023900       VALUE ZERO.                                                DBNK171P
024000   05  WS-ACC-COUNT                          PIC S9(4) COMP       DBNK171P
024100       VALUE ZERO.                                                DBNK171P
024200   05  WS-SND-COUNT                          PIC S9(4) COMP       DBNK171P
024300       VALUE ZERO.                                                DBNK171P
024400   05  WS-SUB1                               PIC S9(4) COMP.      DBNK171P
024500   05  WS-SUB2                               PIC S9(4) COMP.      DBNK171P
024600   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK171P
024700   05  WS-SND-HIT                            PIC S9(4) COMP.      DBNK171P
024800   05  WS-SENDERS                            PIC S9(5) COMP-3.    DBNK171P
024900                                                                  DBNK171P
025000   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK171P
025100   05  WS-EDIT-CNT                     PIC Z,ZZZ,ZZ9.             DBNK171P
025200                                                                  DBNK171P
025300*    ledger categories the bank posts on its own account -        DBNK171P
025400*    never evidence of what the customer is doing                 DBNK171P
025500 01  WS-BANK-CATEGORIES.                                          DBNK171P
025600   05  FILLER                                PIC X(48)            DBNK171P
025700       VALUE 'FEE INT DINTWHT WHTLLATEODP ESCHESCRSUSPRCOVPROV'.  DBNK171P
025800 01  WS-BANK-CATEGORIES-R REDEFINES WS-BANK-CATEGORIES.           DBNK171P
025900   05  WS-BANK-CAT                           PIC X(4)             DBNK171P
026000       OCCURS 12 TIMES.                                           DBNK171P
026100                                                                  DBNK171P
026200*    per-account totals for each scenario's window                DBNK171P
026300 01  WS-ACC-TABLE.                                                DBNK171P
026400   05  WS-AT-ENTRY OCCURS 2000 TIMES.                             DBNK171P
026500     10  WS-AT-ACCNO                         PIC X(9).            DBNK171P
026600     10  WS-AT-PID                           PIC X(5).            DBNK171P
026700     10  WS-AT-R-IN                          PIC S9(9)V99         DBNK171P
026800                                             COMP-3.              DBNK171P
026900     10  WS-AT-R-OUT                         PIC S9(9)V99         DBNK171P
027000                                             COMP-3.              DBNK171P
027100     10  WS-AT-R-COUNT                       PIC 9(5).            DBNK171P
027200     10  WS-AT-D-IN                          PIC S9(9)V99         DBNK171P
027300                                             COMP-3.              DBNK171P
027400     10  WS-AT-D-OUT                         PIC S9(9)V99         DBNK171P
027500                                             COMP-3.              DBNK171P
027600     10  WS-AT-D-COUNT                       PIC 9(5).            DBNK171P
027700     10  WS-AT-P-TOTAL                       PIC S9(9)V99         DBNK171P
027800                                             COMP-3.              DBNK171P
027900     10  WS-AT-P-COUNT                       PIC 9(5).            DBNK171P
028000     10  WS-AT-F-IN                          PIC S9(9)V99         DBNK171P
028100                                             COMP-3.              DBNK171P
028200                                                                  DBNK171P
028300*    each different sender seen paying into an account            DBNK171P
028400 01  WS-SENDER-TABLE.                                             DBNK171P
028500   05  WS-ST-ENTRY OCCURS 3000 TIMES.                             DBNK171P
028600     10  WS-ST-ACC-SUB                       PIC S9(4) COMP.      DBNK171P
028700     10  WS-ST-KEY                           PIC X(31).           DBNK171P
028800     10  WS-ST-PID                           PIC X(5).            DBNK171P
028900     10  WS-ST-AMOUNT                        PIC S9(9)V99         DBNK171P
029000                                             COMP-3.              DBNK171P
029100                                                                  DBNK171P
029200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK171P
029300                                                                  DBNK171P
029400 01  WS-BCTL-DATA.                                                DBNK171P
029500 COPY CBCTLD.                                                     DBNK171P
029600                                                                  DBNK171P
029700 01  WS-BUSD-DATA.                                                DBNK171P
029800 COPY CBUSDD.                                                     DBNK171P
029900                                                                  DBNK171P
030000 PROCEDURE DIVISION.                                              DBNK171P
030100     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK171P
030200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK171P
030300     PERFORM RUN-TIME.                                            DBNK171P
030400                                                                  DBNK171P
030500***************************************************************** DBNK171P
030600* Register this run in the batch control file                   * DBNK171P
030700***************************************************************** DBNK171P
030800     MOVE 'DBNK171P' TO BCTL-JOB-NAME.                            DBNK171P
030900     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK171P
031000     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK171P
031100     SET BCTL-FUNC-START TO TRUE.                                 DBNK171P
031200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK171P
031300     IF NOT BCTL-OK                                               DBNK171P
031400        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK171P
031500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK171P
031600        MOVE 8 TO RETURN-CODE                                     DBNK171P
031700        GO TO QUICK-EXIT                                          DBNK171P
031800     END-IF.                                                      DBNK171P
031900     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK171P
032000     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK171P
032100                                                                  DBNK171P
032200     SET OPEN-OK TO TRUE.                                         DBNK171P
032300                                                                  DBNK171P
032400     OPEN OUTPUT AMLRPT-FILE.                                     DBNK171P
032500     MOVE WS-AMLRPT-STATUS TO WS-IO-STATUS.                       DBNK171P
032600     MOVE 'AMLRPT-FILE' TO WS-FILE.                               DBNK171P
032700     PERFORM CHECK-OPEN THRU                                      DBNK171P
032800             CHECK-OPEN-EXIT.                                     DBNK171P
032900                                                                  DBNK171P
033000     OPEN INPUT BNKLEDG-FILE.                                     DBNK171P
033100     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK171P
033200     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK171P
033300     PERFORM CHECK-OPEN THRU                                      DBNK171P
033400             CHECK-OPEN-EXIT.                                     DBNK171P
033500                                                                  DBNK171P
033600     OPEN INPUT BNKOPAY-FILE.                                     DBNK171P
033700     MOVE WS-BNKOPAY-STATUS TO WS-IO-STATUS.                      DBNK171P
033800     MOVE 'BNKOPAY-FILE' TO WS-FILE.                              DBNK171P
033900     PERFORM CHECK-OPEN THRU                                      DBNK171P
034000             CHECK-OPEN-EXIT.                                     DBNK171P
034100                                                                  DBNK171P
034200     OPEN INPUT BNKACC-FILE.                                      DBNK171P
034300     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK171P
034400     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK171P
034500     PERFORM CHECK-OPEN THRU                                      DBNK171P
034600             CHECK-OPEN-EXIT.                                     DBNK171P
034700                                                                  DBNK171P
034800     OPEN I-O BNKAMLQ-FILE.                                       DBNK171P
034900     MOVE WS-BNKAMLQ-STATUS TO WS-IO-STATUS.                      DBNK171P
035000     MOVE 'BNKAMLQ-FILE' TO WS-FILE.                              DBNK171P
035100     PERFORM CHECK-OPEN THRU                                      DBNK171P
035200             CHECK-OPEN-EXIT.                                     DBNK171P
035300                                                                  DBNK171P
035400     OPEN INPUT BNKPARM-FILE.                                     DBNK171P
035500     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK171P
035600     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK171P
035700     PERFORM CHECK-OPEN THRU                                      DBNK171P
035800             CHECK-OPEN-EXIT.                                     DBNK171P
035900                                                                  DBNK171P
036000     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK171P
036100        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK171P
036200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK171P
036300        MOVE 16 TO RETURN-CODE                                    DBNK171P
036400        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK171P
036500        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK171P
036600        GO TO QUICK-EXIT                                          DBNK171P
036700     END-IF.                                                      DBNK171P
036800                                                                  DBNK171P
036900***************************************************************** DBNK171P
037000* Scenario limits from the parameter file                       * DBNK171P
037100***************************************************************** DBNK171P
037200     MOVE 'AMLRDAYS' TO WS-PARM-KEY.                              DBNK171P
037300     MOVE 3 TO WS-PARM-VALUE.                                     DBNK171P
037400     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
037500             GET-SCENARIO-PARM-EXIT.                              DBNK171P
037600     MOVE WS-PARM-VALUE TO WS-R-DAYS.                             DBNK171P
037700     MOVE 'AMLRMIN ' TO WS-PARM-KEY.                              DBNK171P
037800     MOVE 5000.00 TO WS-PARM-VALUE.                               DBNK171P
037900     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
038000             GET-SCENARIO-PARM-EXIT.                              DBNK171P
038100     MOVE WS-PARM-VALUE TO WS-R-MIN-IN.                           DBNK171P
038200     MOVE 'AMLRPCT ' TO WS-PARM-KEY.                              DBNK171P
038300     MOVE 80 TO WS-PARM-VALUE.                                    DBNK171P
038400     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
038500             GET-SCENARIO-PARM-EXIT.                              DBNK171P
038600     MOVE WS-PARM-VALUE TO WS-R-PCT-OUT.                          DBNK171P
038700     MOVE 'AMLDDAYS' TO WS-PARM-KEY.                              DBNK171P
038800     MOVE 1 TO WS-PARM-VALUE.                                     DBNK171P
038900     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
039000             GET-SCENARIO-PARM-EXIT.                              DBNK171P
039100     MOVE WS-PARM-VALUE TO WS-D-DAYS.                             DBNK171P
039200     MOVE 'AMLDAMT ' TO WS-PARM-KEY.                              DBNK171P
039300     MOVE 1000.00 TO WS-PARM-VALUE.                               DBNK171P
039400     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
039500             GET-SCENARIO-PARM-EXIT.                              DBNK171P
039600     MOVE WS-PARM-VALUE TO WS-D-MIN-MOVED.                        DBNK171P
039700     MOVE 'AMLPDAYS' TO WS-PARM-KEY.                              DBNK171P
039800     MOVE 30 TO WS-PARM-VALUE.                                    DBNK171P
039900     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
040000             GET-SCENARIO-PARM-EXIT.                              DBNK171P
040100     MOVE WS-PARM-VALUE TO WS-P-DAYS.                             DBNK171P
040200     MOVE 'AMLPUNIT' TO WS-PARM-KEY.                              DBNK171P
040300     MOVE 1000.00 TO WS-PARM-VALUE.                               DBNK171P
040400     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
040500             GET-SCENARIO-PARM-EXIT.                              DBNK171P
040600     MOVE WS-PARM-VALUE TO WS-P-UNIT.                             DBNK171P
040700     MOVE 'AMLPCNT ' TO WS-PARM-KEY.                              DBNK171P
040800     MOVE 3 TO WS-PARM-VALUE.                                     DBNK171P
040900     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
041000             GET-SCENARIO-PARM-EXIT.                              DBNK171P
041100     MOVE WS-PARM-VALUE TO WS-P-MIN-COUNT.                        DBNK171P
041200     MOVE 'AMLFDAYS' TO WS-PARM-KEY.                              DBNK171P
041300     MOVE 7 TO WS-PARM-VALUE.                                     DBNK171P
041400     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
041500             GET-SCENARIO-PARM-EXIT.                              DBNK171P
041600     MOVE WS-PARM-VALUE TO WS-F-DAYS.                             DBNK171P
041700     MOVE 'AMLFCNT ' TO WS-PARM-KEY.                              DBNK171P
041800     MOVE 5 TO WS-PARM-VALUE.                                     DBNK171P
041900     PERFORM GET-SCENARIO-PARM THRU                               DBNK171P
042000             GET-SCENARIO-PARM-EXIT.                              DBNK171P
042100     MOVE WS-PARM-VALUE TO WS-F-MIN-SENDERS.                      DBNK171P
042200                                                                  DBNK171P
042300*    the ledger is read back as far as the longest of its         DBNK171P
042400*    scenario windows                                             DBNK171P
042500     MOVE WS-R-DAYS TO WS-LEDG-DAYS.                              DBNK171P
042600     IF WS-D-DAYS IS GREATER THAN WS-LEDG-DAYS                    DBNK171P
042700        MOVE WS-D-DAYS TO WS-LEDG-DAYS                            DBNK171P
042800     END-IF.                                                      DBNK171P
042900     IF WS-F-DAYS IS GREATER THAN WS-LEDG-DAYS                    DBNK171P
043000        MOVE WS-F-DAYS TO WS-LEDG-DAYS                            DBNK171P
043100     END-IF.                                                      DBNK171P
043200                                                                  DBNK171P
043300     MOVE WS-RUN-DATE TO WS-DATE-WORK.                            DBNK171P
043400     PERFORM COUNT-DAYS THRU                                      DBNK171P
043500             COUNT-DAYS-EXIT.                                     DBNK171P
043600     MOVE WS-DAY-NO TO WS-RUN-DAY-NO.                             DBNK171P
043700     MOVE WS-RUN-DATE (1:4) TO WS-RUN-DASHED (1:4).               DBNK171P
043800     MOVE '-' TO WS-RUN-DASHED (5:1).                             DBNK171P
043900     MOVE WS-RUN-DATE (5:2) TO WS-RUN-DASHED (6:2).               DBNK171P
044000     MOVE '-' TO WS-RUN-DASHED (8:1).                             DBNK171P
044100     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DASHED (9:2).               DBNK171P
044200                                                                  DBNK171P
044300     PERFORM WRITE-REPORT-HEADING THRU                            DBNK171P
044400             WRITE-REPORT-HEADING-EXIT.                           DBNK171P
044500                                                                  DBNK171P
044600***************************************************************** DBNK171P
044700* Sweep the ledger window into the per-account table            * DBNK171P
044800***************************************************************** DBNK171P
044900     MOVE WS-LEDG-DAYS TO WS-BACK-DAYS.                           DBNK171P
045000     PERFORM BACK-OFF-DATE THRU                                   DBNK171P
045100             BACK-OFF-DATE-EXIT.                                  DBNK171P
045200     MOVE SPACES TO WS-LAST-FROM-TS.                              DBNK171P
045300     MOVE LOW-VALUES TO BLG-REC-TIMESTAMP.                        DBNK171P
045400     MOVE WS-START-DASHED TO BLG-REC-TIMESTAMP (1:10).            DBNK171P
045500     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-TIMESTAMP    DBNK171P
045600       INVALID KEY                                                DBNK171P
045700         GO TO LEDG-ENDED                                         DBNK171P
045800     END-START.                                                   DBNK171P
045900 LEDG-LOOP.                                                       DBNK171P
046000     READ BNKLEDG-FILE NEXT                                       DBNK171P
046100       AT END                                                     DBNK171P
046200         GO TO LEDG-ENDED                                         DBNK171P
046300     END-READ.                                                    DBNK171P
046400     IF BLG-REC-TIMESTAMP (1:10) IS GREATER THAN                  DBNK171P
046500        WS-RUN-DASHED                                             DBNK171P
046600        GO TO LEDG-ENDED                                          DBNK171P
046700     END-IF.                                                      DBNK171P
046800     ADD 1 TO WS-LEDG-READ.                                       DBNK171P
046900     PERFORM TALLY-LEDGER-ENTRY THRU                              DBNK171P
047000             TALLY-LEDGER-ENTRY-EXIT.                             DBNK171P
047100     IF BLG-REC-TYPE-TRANSFER AND                                 DBNK171P
047200        BLG-REC-SUB-TYPE-FROM                                     DBNK171P
047300        MOVE BLG-REC-TIMESTAMP (1:25) TO WS-LAST-FROM-TS          DBNK171P
047400        MOVE BLG-REC-REFNO TO WS-LAST-FROM-REFNO                  DBNK171P
047500        MOVE BLG-REC-PID TO WS-LAST-FROM-PID                      DBNK171P
047600        MOVE BLG-REC-ACCNO TO WS-LAST-FROM-ACCNO                  DBNK171P
047700     END-IF.                                                      DBNK171P
047800     GO TO LEDG-LOOP.                                             DBNK171P
047900 LEDG-ENDED.                                                      DBNK171P
048000                                                                  DBNK171P
048100***************************************************************** DBNK171P
048200* Sweep the external payments window for round amounts          * DBNK171P
048300***************************************************************** DBNK171P
048400     MOVE WS-P-DAYS TO WS-BACK-DAYS.                              DBNK171P
048500     PERFORM BACK-OFF-DATE THRU                                   DBNK171P
048600             BACK-OFF-DATE-EXIT.                                  DBNK171P
048700     MOVE LOW-VALUES TO BOP-REC-TIMESTAMP.                        DBNK171P
048800     MOVE WS-START-DASHED TO BOP-REC-TIMESTAMP (1:10).            DBNK171P
048900     START BNKOPAY-FILE KEY IS NOT LESS THAN BOP-REC-TIMESTAMP    DBNK171P
049000       INVALID KEY                                                DBNK171P
049100         GO TO OPAY-ENDED                                         DBNK171P
049200     END-START.                                                   DBNK171P
049300 OPAY-LOOP.                                                       DBNK171P
049400     READ BNKOPAY-FILE NEXT                                       DBNK171P
049500       AT END                                                     DBNK171P
049600         GO TO OPAY-ENDED                                         DBNK171P
049700     END-READ.                                                    DBNK171P
049800     IF BOP-REC-TIMESTAMP (1:10) IS GREATER THAN                  DBNK171P
049900        WS-RUN-DASHED                                             DBNK171P
050000        GO TO OPAY-ENDED                                          DBNK171P
050100     END-IF.                                                      DBNK171P
050200     ADD 1 TO WS-PAYS-READ.                                       DBNK171P
050300     PERFORM TALLY-PAYMENT THRU                                   DBNK171P
050400             TALLY-PAYMENT-EXIT.                                  DBNK171P
050500     GO TO OPAY-LOOP.                                             DBNK171P
050600 OPAY-ENDED.                                                      DBNK171P
050700                                                                  DBNK171P
050800***************************************************************** DBNK171P
050900* Judge every account seen against the four scenarios           * DBNK171P
051000***************************************************************** DBNK171P
051100     PERFORM JUDGE-ONE-ACCOUNT THRU                               DBNK171P
051200             JUDGE-ONE-ACCOUNT-EXIT                               DBNK171P
051300       VARYING WS-SUB1 FROM 1 BY 1                                DBNK171P
051400         UNTIL WS-SUB1 IS GREATER THAN WS-ACC-COUNT.              DBNK171P
051500                                                                  DBNK171P
051600     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
051700     WRITE AMLRPT-REC.                                            DBNK171P
051800     MOVE WS-LEDG-READ TO WS-EDIT-CNT.                            DBNK171P
051900     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
052000     STRING '  LEDGER ENTRIES READ    ' DELIMITED BY SIZE         DBNK171P
052100            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK171P
052200       INTO AMLRPT-REC.                                           DBNK171P
052300     WRITE AMLRPT-REC.                                            DBNK171P
052400     MOVE WS-PAYS-READ TO WS-EDIT-CNT.                            DBNK171P
052500     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
052600     STRING '  PAYMENTS READ          ' DELIMITED BY SIZE         DBNK171P
052700            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK171P
052800       INTO AMLRPT-REC.                                           DBNK171P
052900     WRITE AMLRPT-REC.                                            DBNK171P
053000     MOVE WS-CASES-QUEUED TO WS-EDIT-CNT.                         DBNK171P
053100     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
053200     STRING '  CASES QUEUED FOR REVIEW' DELIMITED BY SIZE         DBNK171P
053300            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK171P
053400       INTO AMLRPT-REC.                                           DBNK171P
053500     WRITE AMLRPT-REC.                                            DBNK171P
053600                                                                  DBNK171P
053700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK171P
053800     STRING WS-LEDG-READ DELIMITED BY SIZE                        DBNK171P
053900            ' ledger entries read' DELIMITED BY SIZE              DBNK171P
054000       INTO WS-CONSOLE-MESSAGE.                                   DBNK171P
054100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK171P
054200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK171P
054300     STRING WS-PAYS-READ DELIMITED BY SIZE                        DBNK171P
054400            ' external payments read' DELIMITED BY SIZE           DBNK171P
054500       INTO WS-CONSOLE-MESSAGE.                                   DBNK171P
054600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK171P
054700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK171P
054800     STRING WS-CASES-QUEUED DELIMITED BY SIZE                     DBNK171P
054900            ' cases queued' DELIMITED BY SIZE                     DBNK171P
055000       INTO WS-CONSOLE-MESSAGE.                                   DBNK171P
055100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK171P
055200     IF WS-ENTRIES-DROPPED IS GREATER THAN ZERO                   DBNK171P
055300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK171P
055400        STRING WS-ENTRIES-DROPPED DELIMITED BY SIZE               DBNK171P
055500               ' entries dropped - table full' DELIMITED BY SIZE  DBNK171P
055600          INTO WS-CONSOLE-MESSAGE                                 DBNK171P
055700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK171P
055800     END-IF.                                                      DBNK171P
055900                                                                  DBNK171P
056000     CLOSE AMLRPT-FILE.                                           DBNK171P
056100     CLOSE BNKLEDG-FILE.                                          DBNK171P
056200     CLOSE BNKOPAY-FILE.                                          DBNK171P
056300     CLOSE BNKACC-FILE.                                           DBNK171P
056400     CLOSE BNKAMLQ-FILE.                                          DBNK171P
056500     CLOSE BNKPARM-FILE.                                          DBNK171P
056600                                                                  DBNK171P
056700     SET BCTL-FUNC-END TO TRUE.                                   DBNK171P
056800     MOVE WS-LEDG-READ TO BCTL-RECORD-COUNT.                      DBNK171P
056900     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK171P
057000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK171P
057100                                                                  DBNK171P
057200     PERFORM RUN-TIME.                                            DBNK171P
057300                                                                  DBNK171P
057400     MOVE 0 TO RETURN-CODE.                                       DBNK171P
057500 QUICK-EXIT.                                                      DBNK171P
057600     GOBACK.                                                      DBNK171P
057700                                                                  DBNK171P
057800***************************************************************** DBNK171P
057900* One scenario limit from BNKPARM - left at its default unless  * DBNK171P
058000* the record carries a positive amount                          * DBNK171P
058100***************************************************************** DBNK171P
058200 GET-SCENARIO-PARM.                                               DBNK171P
058300     MOVE WS-PARM-KEY TO PRM-REC-KEY.                             DBNK171P
058400     READ BNKPARM-FILE                                            DBNK171P
058500       INVALID KEY                                                DBNK171P
058600         GO TO GET-SCENARIO-PARM-EXIT                             DBNK171P
058700     END-READ.                                                    DBNK171P
058800     IF PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK171P
058900        MOVE PRM-REC-AMOUNT TO WS-PARM-VALUE                      DBNK171P
059000     END-IF.                                                      DBNK171P
059100 GET-SCENARIO-PARM-EXIT.                                          DBNK171P
059200     EXIT.                                                        DBNK171P
059300                                                                  DBNK171P
059400***************************************************************** DBNK171P
059500* Back a window start off the run date - the same close-enough  * DBNK171P
059600* calendar arithmetic the structuring window uses               * DBNK171P
059700***************************************************************** DBNK171P
059800 BACK-OFF-DATE.                                                   DBNK171P
059900     MOVE WS-RUN-DATE TO WS-START-DATE.                           DBNK171P
060000     COMPUTE WS-WORK-DD = WS-SD-DD - WS-BACK-DAYS + 1.            DBNK171P
060100 BACK-OFF-BORROW.                                                 DBNK171P
060200     IF WS-WORK-DD IS LESS THAN 1                                 DBNK171P
060300        ADD 30 TO WS-WORK-DD                                      DBNK171P
060400        IF WS-SD-MM IS EQUAL TO 1                                 DBNK171P
060500           MOVE 12 TO WS-SD-MM                                    DBNK171P
060600           SUBTRACT 1 FROM WS-SD-YYYY                             DBNK171P
060700        ELSE                                                      DBNK171P
060800           SUBTRACT 1 FROM WS-SD-MM                               DBNK171P
060900        END-IF                                                    DBNK171P
061000        GO TO BACK-OFF-BORROW                                     DBNK171P
061100     END-IF.                                                      DBNK171P
061200     MOVE WS-WORK-DD TO WS-SD-DD.                                 DBNK171P
061300     MOVE WS-START-DATE (1:4) TO WS-START-DASHED (1:4).           DBNK171P
061400     MOVE '-' TO WS-START-DASHED (5:1).                           DBNK171P
061500     MOVE WS-START-DATE (5:2) TO WS-START-DASHED (6:2).           DBNK171P
061600     MOVE '-' TO WS-START-DASHED (8:1).                           DBNK171P
061700     MOVE WS-START-DATE (7:2) TO WS-START-DASHED (9:2).           DBNK171P
061800 BACK-OFF-DATE-EXIT.                                              DBNK171P
061900     EXIT.                                                        DBNK171P
062000                                                                  DBNK171P
062100 COUNT-DAYS.                                                      DBNK171P
062200     MOVE 0 TO WS-DAY-NO.                                         DBNK171P
062300     IF WS-DATE-WORK IS NUMERIC                                   DBNK171P
062400        COMPUTE WS-DAY-NO = (WS-DW-YYYY * 365) +                  DBNK171P
062500                            (WS-DW-MM * 30) + WS-DW-DD            DBNK171P
062600     END-IF.                                                      DBNK171P
062700 COUNT-DAYS-EXIT.                                                 DBNK171P
062800     EXIT.                                                        DBNK171P
062900                                                                  DBNK171P
063000***************************************************************** DBNK171P
063100* Add one ledger entry to its account's totals for each window  * DBNK171P
063200* it falls inside                                               * DBNK171P
063300***************************************************************** DBNK171P
063400 TALLY-LEDGER-ENTRY.                                              DBNK171P
063500     IF NOT BLG-REC-NOT-REVERSED                                  DBNK171P
063600        GO TO TALLY-LEDGER-ENTRY-EXIT                             DBNK171P
063700     END-IF.                                                      DBNK171P
063800     IF BLG-REC-ACCNO IS EQUAL TO SPACES                          DBNK171P
063900        GO TO TALLY-LEDGER-ENTRY-EXIT                             DBNK171P
064000     END-IF.                                                      DBNK171P
064100     SET WS-CUSTOMER-ITEM TO TRUE.                                DBNK171P
064200     PERFORM CHECK-ONE-CATEGORY THRU                              DBNK171P
064300             CHECK-ONE-CATEGORY-EXIT                              DBNK171P
064400       VARYING WS-SUB2 FROM 1 BY 1                                DBNK171P
064500         UNTIL WS-SUB2 IS GREATER THAN 12                         DBNK171P
064600            OR WS-BANK-ITEM.                                      DBNK171P
064700     IF WS-BANK-ITEM                                              DBNK171P
064800        GO TO TALLY-LEDGER-ENTRY-EXIT                             DBNK171P
064900     END-IF.                                                      DBNK171P
065000     MOVE BLG-REC-TIMESTAMP (1:4) TO WS-DATE-WORK (1:4).          DBNK171P
065100     MOVE BLG-REC-TIMESTAMP (6:2) TO WS-DATE-WORK (5:2).          DBNK171P
065200     MOVE BLG-REC-TIMESTAMP (9:2) TO WS-DATE-WORK (7:2).          DBNK171P
065300     PERFORM COUNT-DAYS THRU                                      DBNK171P
065400             COUNT-DAYS-EXIT.                                     DBNK171P
065500     COMPUTE WS-ITEM-AGE = WS-RUN-DAY-NO - WS-DAY-NO.             DBNK171P
065600     MOVE BLG-REC-ACCNO TO WS-FIND-ACCNO.                         DBNK171P
065700     PERFORM FIND-ACCOUNT-SLOT THRU                               DBNK171P
065800             FIND-ACCOUNT-SLOT-EXIT.                              DBNK171P
065900     IF WS-HIT-SUB IS EQUAL TO 0                                  DBNK171P
066000        GO TO TALLY-LEDGER-ENTRY-EXIT                             DBNK171P
066100     END-IF.                                                      DBNK171P
066200     IF WS-AT-PID (WS-HIT-SUB) IS EQUAL TO SPACES                 DBNK171P
066300        MOVE BLG-REC-PID TO WS-AT-PID (WS-HIT-SUB)                DBNK171P
066400     END-IF.                                                      DBNK171P
066500                                                                  DBNK171P
066600*    pass-through - qualifying money in against anything out      DBNK171P
066700     IF WS-ITEM-AGE IS LESS THAN WS-R-DAYS                        DBNK171P
066800        IF BLG-REC-SUB-TYPE-TO                                    DBNK171P
066900           IF BLG-REC-TYPE-CASH OR                                DBNK171P
067000              BLG-REC-CATEGORY IS EQUAL TO 'EXT '                 DBNK171P
067100              ADD BLG-REC-AMOUNT TO WS-AT-R-IN (WS-HIT-SUB)       DBNK171P
067200              ADD 1 TO WS-AT-R-COUNT (WS-HIT-SUB)                 DBNK171P
067300           END-IF                                                 DBNK171P
067400        ELSE                                                      DBNK171P
067500           ADD BLG-REC-AMOUNT TO WS-AT-R-OUT (WS-HIT-SUB)         DBNK171P
067600           ADD 1 TO WS-AT-R-COUNT (WS-HIT-SUB)                    DBNK171P
067700        END-IF                                                    DBNK171P
067800     END-IF.                                                      DBNK171P
067900                                                                  DBNK171P
068000*    dormant wake - any movement at all                           DBNK171P
068100     IF WS-ITEM-AGE IS LESS THAN WS-D-DAYS                        DBNK171P
068200        IF BLG-REC-SUB-TYPE-TO                                    DBNK171P
068300           ADD BLG-REC-AMOUNT TO WS-AT-D-IN (WS-HIT-SUB)          DBNK171P
068400        ELSE                                                      DBNK171P
068500           ADD BLG-REC-AMOUNT TO WS-AT-D-OUT (WS-HIT-SUB)         DBNK171P
068600        END-IF                                                    DBNK171P
068700        ADD 1 TO WS-AT-D-COUNT (WS-HIT-SUB)                       DBNK171P
068800     END-IF.                                                      DBNK171P
068900                                                                  DBNK171P
069000*    many senders - credits whose payer can be named              DBNK171P
069100     IF WS-ITEM-AGE IS LESS THAN WS-F-DAYS AND                    DBNK171P
069200        BLG-REC-SUB-TYPE-TO                                       DBNK171P
069300        PERFORM NOTE-SENDER THRU                                  DBNK171P
069400                NOTE-SENDER-EXIT                                  DBNK171P
069500     END-IF.                                                      DBNK171P
069600 TALLY-LEDGER-ENTRY-EXIT.                                         DBNK171P
069700     EXIT.                                                        DBNK171P
069800                                                                  DBNK171P
069900 CHECK-ONE-CATEGORY.                                              DBNK171P
070000     IF BLG-REC-CATEGORY IS EQUAL TO WS-BANK-CAT (WS-SUB2)        DBNK171P
070100        SET WS-BANK-ITEM TO TRUE                                  DBNK171P
070200     END-IF.                                                      DBNK171P
070300 CHECK-ONE-CATEGORY-EXIT.                                         DBNK171P
070400     EXIT.                                                        DBNK171P
070500                                                                  DBNK171P
070600***************************************************************** DBNK171P
070700* Find the account's slot in the table, opening one when it is  * DBNK171P
070800* new. WS-HIT-SUB is left zero when the table is full           * DBNK171P
070900***************************************************************** DBNK171P
071000 FIND-ACCOUNT-SLOT.                                               DBNK171P
071100     MOVE 0 TO WS-HIT-SUB.                                        DBNK171P
071200     PERFORM MATCH-ACCOUNT-SLOT THRU                              DBNK171P
071300             MATCH-ACCOUNT-SLOT-EXIT                              DBNK171P
071400       VARYING WS-SUB2 FROM 1 BY 1                                DBNK171P
071500         UNTIL WS-SUB2 IS GREATER THAN WS-ACC-COUNT               DBNK171P
071600            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK171P
071700     IF WS-HIT-SUB IS GREATER THAN 0                              DBNK171P
071800        GO TO FIND-ACCOUNT-SLOT-EXIT                              DBNK171P
071900     END-IF.                                                      DBNK171P
072000     IF WS-ACC-COUNT IS EQUAL TO 2000                             DBNK171P
072100        ADD 1 TO WS-ENTRIES-DROPPED                               DBNK171P
072200        GO TO FIND-ACCOUNT-SLOT-EXIT                              DBNK171P
072300     END-IF.                                                      DBNK171P
072400     ADD 1 TO WS-ACC-COUNT.                                       DBNK171P
072500     MOVE WS-ACC-COUNT TO WS-HIT-SUB.                             DBNK171P
072600     MOVE WS-FIND-ACCNO TO WS-AT-ACCNO (WS-HIT-SUB).              DBNK171P
072700     MOVE SPACES TO WS-AT-PID (WS-HIT-SUB).                       DBNK171P
072800     MOVE 0 TO WS-AT-R-IN (WS-HIT-SUB).                           DBNK171P
072900     MOVE 0 TO WS-AT-R-OUT (WS-HIT-SUB).                          DBNK171P
073000     MOVE 0 TO WS-AT-R-COUNT (WS-HIT-SUB).                        DBNK171P
073100     MOVE 0 TO WS-AT-D-IN (WS-HIT-SUB).                           DBNK171P
073200     MOVE 0 TO WS-AT-D-OUT (WS-HIT-SUB).                          DBNK171P
073300     MOVE 0 TO WS-AT-D-COUNT (WS-HIT-SUB).                        DBNK171P
073400     MOVE 0 TO WS-AT-P-TOTAL (WS-HIT-SUB).                        DBNK171P
073500     MOVE 0 TO WS-AT-P-COUNT (WS-HIT-SUB).                        DBNK171P
073600     MOVE 0 TO WS-AT-F-IN (WS-HIT-SUB).                           DBNK171P
073700 FIND-ACCOUNT-SLOT-EXIT.                                          DBNK171P
073800     EXIT.                                                        DBNK171P
073900                                                                  DBNK171P
074000 MATCH-ACCOUNT-SLOT.                                              DBNK171P
074100     IF WS-AT-ACCNO (WS-SUB2) IS EQUAL TO WS-FIND-ACCNO           DBNK171P
074200        MOVE WS-SUB2 TO WS-HIT-SUB                                DBNK171P
074300     END-IF.                                                      DBNK171P
074400 MATCH-ACCOUNT-SLOT-EXIT.                                         DBNK171P
074500     EXIT.                                                        DBNK171P
074600                                                                  DBNK171P
074700***************************************************************** DBNK171P
074800* Name the payer of a credit - the other account of an internal * DBNK171P
074900* transfer, whose FROM leg was read just before it, or the      * DBNK171P
075000* description DBANK73P or the wire posting carried in. Each     * DBNK171P
075100* payer is held once per account                                * DBNK171P
075200***************************************************************** DBNK171P
075300 NOTE-SENDER.                                                     DBNK171P
075400     MOVE SPACES TO WS-SENDER-KEY.                                DBNK171P
075500     MOVE SPACES TO WS-SENDER-PID.                                DBNK171P
075600     IF BLG-REC-TYPE-TRANSFER AND                                 DBNK171P
075700        BLG-REC-TIMESTAMP (1:25) IS EQUAL TO WS-LAST-FROM-TS AND  DBNK171P
075800        BLG-REC-REFNO IS EQUAL TO WS-LAST-FROM-REFNO              DBNK171P
075900        MOVE 'A' TO WS-SENDER-KEY (1:1)                           DBNK171P
076000        MOVE WS-LAST-FROM-ACCNO TO WS-SENDER-KEY (2:9)            DBNK171P
076100        MOVE WS-LAST-FROM-PID TO WS-SENDER-PID                    DBNK171P
076200     ELSE                                                         DBNK171P
076300        IF BLG-REC-CATEGORY IS EQUAL TO 'EXT ' OR                 DBNK171P
076400           BLG-REC-CATEGORY IS EQUAL TO 'WIRI'                    DBNK171P
076500           IF BLG-REC-DATA-OLD (1:30) IS NOT EQUAL TO SPACES      DBNK171P
076600              MOVE 'E' TO WS-SENDER-KEY (1:1)                     DBNK171P
076700              MOVE BLG-REC-DATA-OLD (1:30) TO WS-SENDER-KEY (2:30)DBNK171P
076800           END-IF                                                 DBNK171P
076900        END-IF                                                    DBNK171P
077000     END-IF.                                                      DBNK171P
077100     IF WS-SENDER-KEY IS EQUAL TO SPACES                          DBNK171P
077200        GO TO NOTE-SENDER-EXIT                                    DBNK171P
077300     END-IF.                                                      DBNK171P
077400     MOVE 0 TO WS-SND-HIT.                                        DBNK171P
077500     PERFORM MATCH-SENDER THRU                                    DBNK171P
077600             MATCH-SENDER-EXIT                                    DBNK171P
077700       VARYING WS-SUB2 FROM 1 BY 1                                DBNK171P
077800         UNTIL WS-SUB2 IS GREATER THAN WS-SND-COUNT               DBNK171P
077900            OR WS-SND-HIT IS GREATER THAN 0.                      DBNK171P
078000     IF WS-SND-HIT IS GREATER THAN 0                              DBNK171P
078100        ADD BLG-REC-AMOUNT TO WS-ST-AMOUNT (WS-SND-HIT)           DBNK171P
078200        GO TO NOTE-SENDER-EXIT                                    DBNK171P
078300     END-IF.                                                      DBNK171P
078400     IF WS-SND-COUNT IS EQUAL TO 3000                             DBNK171P
078500        ADD 1 TO WS-ENTRIES-DROPPED                               DBNK171P
078600        GO TO NOTE-SENDER-EXIT                                    DBNK171P
078700     END-IF.                                                      DBNK171P
078800     ADD 1 TO WS-SND-COUNT.                                       DBNK171P
078900     MOVE WS-HIT-SUB TO WS-ST-ACC-SUB (WS-SND-COUNT).             DBNK171P
079000     MOVE WS-SENDER-KEY TO WS-ST-KEY (WS-SND-COUNT).              DBNK171P
079100     MOVE WS-SENDER-PID TO WS-ST-PID (WS-SND-COUNT).              DBNK171P
079200     MOVE BLG-REC-AMOUNT TO WS-ST-AMOUNT (WS-SND-COUNT).          DBNK171P
079300 NOTE-SENDER-EXIT.                                                DBNK171P
079400     EXIT.                                                        DBNK171P
079500                                                                  DBNK171P
079600 MATCH-SENDER.                                                    DBNK171P
079700     IF WS-ST-ACC-SUB (WS-SUB2) IS EQUAL TO WS-HIT-SUB AND        DBNK171P
079800        WS-ST-KEY (WS-SUB2) IS EQUAL TO WS-SENDER-KEY             DBNK171P
079900        MOVE WS-SUB2 TO WS-SND-HIT                                DBNK171P
080000     END-IF.                                                      DBNK171P
080100 MATCH-SENDER-EXIT.                                               DBNK171P
080200     EXIT.                                                        DBNK171P
080300                                                                  DBNK171P
080400***************************************************************** DBNK171P
080500* Count an external payment against its paying account when it  * DBNK171P
080600* is a whole number of AMLPUNIT units. Returned payments never  * DBNK171P
080700* left the bank and are not counted                             * DBNK171P
080800***************************************************************** DBNK171P
080900 TALLY-PAYMENT.                                                   DBNK171P
081000     IF BOP-REC-IS-RETURNED                                       DBNK171P
081100        GO TO TALLY-PAYMENT-EXIT                                  DBNK171P
081200     END-IF.                                                      DBNK171P
081300     IF BOP-REC-AMOUNT IS LESS THAN WS-P-UNIT                     DBNK171P
081400        GO TO TALLY-PAYMENT-EXIT                                  DBNK171P
081500     END-IF.                                                      DBNK171P
081600     COMPUTE WS-ROUND-UNITS = BOP-REC-AMOUNT / WS-P-UNIT.         DBNK171P
081700     IF (WS-ROUND-UNITS * WS-P-UNIT) IS NOT EQUAL TO              DBNK171P
081800        BOP-REC-AMOUNT                                            DBNK171P
081900        GO TO TALLY-PAYMENT-EXIT                                  DBNK171P
082000     END-IF.                                                      DBNK171P
082100     MOVE BOP-REC-SRC-ACCNO TO WS-FIND-ACCNO.                     DBNK171P
082200     PERFORM FIND-ACCOUNT-SLOT THRU                               DBNK171P
082300             FIND-ACCOUNT-SLOT-EXIT.                              DBNK171P
082400     IF WS-HIT-SUB IS EQUAL TO 0                                  DBNK171P
082500        GO TO TALLY-PAYMENT-EXIT                                  DBNK171P
082600     END-IF.                                                      DBNK171P
082700     IF WS-AT-PID (WS-HIT-SUB) IS EQUAL TO SPACES                 DBNK171P
082800        MOVE BOP-REC-PID TO WS-AT-PID (WS-HIT-SUB)                DBNK171P
082900     END-IF.                                                      DBNK171P
083000     ADD BOP-REC-AMOUNT TO WS-AT-P-TOTAL (WS-HIT-SUB).            DBNK171P
083100     ADD 1 TO WS-AT-P-COUNT (WS-HIT-SUB).                         DBNK171P
083200 TALLY-PAYMENT-EXIT.                                              DBNK171P
083300     EXIT.                                                        DBNK171P
083400                                                                  DBNK171P
083500***************************************************************** DBNK171P
083600* Test one account against each scenario in turn, queueing a    * DBNK171P
083700* case for every one it meets                                   * DBNK171P
083800***************************************************************** DBNK171P
083900 JUDGE-ONE-ACCOUNT.                                               DBNK171P
084000     MOVE WS-AT-ACCNO (WS-SUB1) TO BAC-REC-ACCNO.                 DBNK171P
084100     SET WS-ACC-ON-FILE TO TRUE.                                  DBNK171P
084200     READ BNKACC-FILE                                             DBNK171P
084300       INVALID KEY                                                DBNK171P
084400         SET WS-ACC-NOT-FOUND TO TRUE                             DBNK171P
084500     END-READ.                                                    DBNK171P
084600     IF WS-ACC-ON-FILE                                            DBNK171P
084700        MOVE BAC-REC-PID TO WS-AT-PID (WS-SUB1)                   DBNK171P
084800     ELSE                                                         DBNK171P
084900        MOVE SPACES TO BAC-REC-DORM-STATUS                        DBNK171P
085000        MOVE SPACES TO BAC-REC-JOINT-PID                          DBNK171P
085100     END-IF.                                                      DBNK171P
085200                                                                  DBNK171P
085300     IF WS-AT-R-IN (WS-SUB1) IS NOT LESS THAN WS-R-MIN-IN AND     DBNK171P
085400        (WS-AT-R-OUT (WS-SUB1) * 100) IS NOT LESS THAN            DBNK171P
085500        (WS-AT-R-IN (WS-SUB1) * WS-R-PCT-OUT)                     DBNK171P
085600        MOVE 'R' TO WS-CASE-SCENARIO                              DBNK171P
085700        MOVE WS-R-DAYS TO WS-CASE-DAYS                            DBNK171P
085800        MOVE WS-AT-R-IN (WS-SUB1) TO WS-CASE-IN                   DBNK171P
085900        MOVE WS-AT-R-OUT (WS-SUB1) TO WS-CASE-OUT                 DBNK171P
086000        MOVE WS-AT-R-COUNT (WS-SUB1) TO WS-CASE-COUNT             DBNK171P
086100        MOVE 'IN AND OUT AGAIN' TO WS-CASE-TEXT                   DBNK171P
086200        PERFORM QUEUE-CASE THRU                                   DBNK171P
086300                QUEUE-CASE-EXIT                                   DBNK171P
086400     END-IF.                                                      DBNK171P
086500                                                                  DBNK171P
086600     IF (BAC-REC-IS-DORMANT OR BAC-REC-IS-NOTIFIED OR             DBNK171P
086700         BAC-REC-IS-ESCHEATABLE) AND                              DBNK171P
086800        (WS-AT-D-IN (WS-SUB1) + WS-AT-D-OUT (WS-SUB1))            DBNK171P
086900          IS NOT LESS THAN WS-D-MIN-MOVED                         DBNK171P
087000        MOVE 'D' TO WS-CASE-SCENARIO                              DBNK171P
087100        MOVE WS-D-DAYS TO WS-CASE-DAYS                            DBNK171P
087200        MOVE WS-AT-D-IN (WS-SUB1) TO WS-CASE-IN                   DBNK171P
087300        MOVE WS-AT-D-OUT (WS-SUB1) TO WS-CASE-OUT                 DBNK171P
087400        MOVE WS-AT-D-COUNT (WS-SUB1) TO WS-CASE-COUNT             DBNK171P
087500        MOVE 'DORMANT ACCOUNT ACTIVE' TO WS-CASE-TEXT             DBNK171P
087600        PERFORM QUEUE-CASE THRU                                   DBNK171P
087700                QUEUE-CASE-EXIT                                   DBNK171P
087800     END-IF.                                                      DBNK171P
087900                                                                  DBNK171P
088000     IF WS-AT-P-COUNT (WS-SUB1) IS NOT LESS THAN WS-P-MIN-COUNT   DBNK171P
088100        MOVE 'P' TO WS-CASE-SCENARIO                              DBNK171P
088200        MOVE WS-P-DAYS TO WS-CASE-DAYS                            DBNK171P
088300        MOVE 0 TO WS-CASE-IN                                      DBNK171P
088400        MOVE WS-AT-P-TOTAL (WS-SUB1) TO WS-CASE-OUT               DBNK171P
088500        MOVE WS-AT-P-COUNT (WS-SUB1) TO WS-CASE-COUNT             DBNK171P
088600        MOVE 'ROUND EXTERNAL PAYMENTS' TO WS-CASE-TEXT            DBNK171P
088700        PERFORM QUEUE-CASE THRU                                   DBNK171P
088800                QUEUE-CASE-EXIT                                   DBNK171P
088900     END-IF.                                                      DBNK171P
089000                                                                  DBNK171P
089100     MOVE 0 TO WS-SENDERS.                                        DBNK171P
089200     MOVE 0 TO WS-AT-F-IN (WS-SUB1).                              DBNK171P
089300     PERFORM COUNT-ONE-SENDER THRU                                DBNK171P
089400             COUNT-ONE-SENDER-EXIT                                DBNK171P
089500       VARYING WS-SUB2 FROM 1 BY 1                                DBNK171P
089600         UNTIL WS-SUB2 IS GREATER THAN WS-SND-COUNT.              DBNK171P
089700     IF WS-SENDERS IS NOT LESS THAN WS-F-MIN-SENDERS              DBNK171P
089800        MOVE 'F' TO WS-CASE-SCENARIO                              DBNK171P
089900        MOVE WS-F-DAYS TO WS-CASE-DAYS                            DBNK171P
090000        MOVE WS-AT-F-IN (WS-SUB1) TO WS-CASE-IN                   DBNK171P
090100        MOVE 0 TO WS-CASE-OUT                                     DBNK171P
090200        MOVE WS-SENDERS TO WS-CASE-COUNT                          DBNK171P
090300        MOVE 'MANY SENDERS PAYING IN' TO WS-CASE-TEXT             DBNK171P
090400        PERFORM QUEUE-CASE THRU                                   DBNK171P
090500                QUEUE-CASE-EXIT                                   DBNK171P
090600     END-IF.                                                      DBNK171P
090700 JUDGE-ONE-ACCOUNT-EXIT.                                          DBNK171P
090800     EXIT.                                                        DBNK171P
090900                                                                  DBNK171P
091000*    a sender is unrelated unless it is the holder or the joint   DBNK171P
091100*    holder moving their own money                                DBNK171P
091200 COUNT-ONE-SENDER.                                                DBNK171P
091300     IF WS-ST-ACC-SUB (WS-SUB2) IS NOT EQUAL TO WS-SUB1           DBNK171P
091400        GO TO COUNT-ONE-SENDER-EXIT                               DBNK171P
091500     END-IF.                                                      DBNK171P
091600     IF WS-ST-PID (WS-SUB2) IS NOT EQUAL TO SPACES                DBNK171P
091700        IF WS-ST-PID (WS-SUB2) IS EQUAL TO WS-AT-PID (WS-SUB1) OR DBNK171P
091800           WS-ST-PID (WS-SUB2) IS EQUAL TO BAC-REC-JOINT-PID      DBNK171P
091900           GO TO COUNT-ONE-SENDER-EXIT                            DBNK171P
092000        END-IF                                                    DBNK171P
092100     END-IF.                                                      DBNK171P
092200     ADD 1 TO WS-SENDERS.                                         DBNK171P
092300     ADD WS-ST-AMOUNT (WS-SUB2) TO WS-AT-F-IN (WS-SUB1).          DBNK171P
092400 COUNT-ONE-SENDER-EXIT.                                           DBNK171P
092500     EXIT.                                                        DBNK171P
092600                                                                  DBNK171P
092700***************************************************************** DBNK171P
092800* Queue one case and list it. A case already queued for the     * DBNK171P
092900* account and scenario today stays as it is                     * DBNK171P
093000***************************************************************** DBNK171P
093100 QUEUE-CASE.                                                      DBNK171P
093200     MOVE SPACES TO BNKAMLQ-REC.                                  DBNK171P
093300     MOVE WS-AT-ACCNO (WS-SUB1) TO BAQ-REC-ACCNO.                 DBNK171P
093400     MOVE WS-CASE-SCENARIO TO BAQ-REC-SCENARIO.                   DBNK171P
093500     MOVE WS-RUN-DATE TO BAQ-REC-DETECTED-DATE.                   DBNK171P
093600     MOVE WS-AT-PID (WS-SUB1) TO BAQ-REC-PID.                     DBNK171P
093700     MOVE WS-CASE-DAYS TO BAQ-REC-WINDOW-DAYS.                    DBNK171P
093800     MOVE WS-CASE-IN TO BAQ-REC-AMOUNT-IN.                        DBNK171P
093900     MOVE WS-CASE-OUT TO BAQ-REC-AMOUNT-OUT.                      DBNK171P
094000     MOVE WS-CASE-COUNT TO BAQ-REC-ITEM-COUNT.                    DBNK171P
094100     SET BAQ-REC-IS-PENDING TO TRUE.                              DBNK171P
094200     MOVE SPACES TO BAQ-REC-DECIDED-BY.                           DBNK171P
094300     MOVE SPACES TO BAQ-REC-DECIDED-DATE.                         DBNK171P
094400     WRITE BNKAMLQ-REC                                            DBNK171P
094500       INVALID KEY                                                DBNK171P
094600         GO TO QUEUE-CASE-EXIT                                    DBNK171P
094700     END-WRITE.                                                   DBNK171P
094800     ADD 1 TO WS-CASES-QUEUED.                                    DBNK171P
094900     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
095000     MOVE WS-CASE-IN TO WS-EDIT-AMT-9-2.                          DBNK171P
095100     STRING '  '                     DELIMITED BY SIZE            DBNK171P
095200            BAQ-REC-ACCNO            DELIMITED BY SIZE            DBNK171P
095300            ' '                      DELIMITED BY SIZE            DBNK171P
095400            BAQ-REC-PID              DELIMITED BY SIZE            DBNK171P
095500            '  '                     DELIMITED BY SIZE            DBNK171P
095600            BAQ-REC-SCENARIO         DELIMITED BY SIZE            DBNK171P
095700            '  IN '                  DELIMITED BY SIZE            DBNK171P
095800            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK171P
095900       INTO AMLRPT-REC.                                           DBNK171P
096000     MOVE WS-CASE-OUT TO WS-EDIT-AMT-9-2.                         DBNK171P
096100     MOVE WS-CASE-COUNT TO WS-EDIT-CNT.                           DBNK171P
096200     STRING '  OUT '                 DELIMITED BY SIZE            DBNK171P
096300            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK171P
096400            '  ITEMS'                DELIMITED BY SIZE            DBNK171P
096500            WS-EDIT-CNT              DELIMITED BY SIZE            DBNK171P
096600            '  '                     DELIMITED BY SIZE            DBNK171P
096700            WS-CASE-TEXT             DELIMITED BY SIZE            DBNK171P
096800       INTO AMLRPT-REC (47:86).                                   DBNK171P
096900     WRITE AMLRPT-REC.                                            DBNK171P
097000 QUEUE-CASE-EXIT.                                                 DBNK171P
097100     EXIT.                                                        DBNK171P
097200                                                                  DBNK171P
097300***************************************************************** DBNK171P
097400* Report heading, naming the limits in force                    * DBNK171P
097500***************************************************************** DBNK171P
097600 WRITE-REPORT-HEADING.                                            DBNK171P
097700     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
097800     STRING '  AML SCENARIO MONITORING FOR '                      DBNK171P
097900                                     DELIMITED BY SIZE            DBNK171P
098000            WS-RUN-DATE              DELIMITED BY SIZE            DBNK171P
098100       INTO AMLRPT-REC.                                           DBNK171P
098200     WRITE AMLRPT-REC.                                            DBNK171P
098300     MOVE WS-R-MIN-IN TO WS-EDIT-AMT-9-2.                         DBNK171P
098400     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
098500     STRING '  R PASS-THROUGH  MIN IN ' DELIMITED BY SIZE         DBNK171P
098600            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK171P
098700            '  PCT OUT '             DELIMITED BY SIZE            DBNK171P
098800            WS-R-PCT-OUT             DELIMITED BY SIZE            DBNK171P
098900            '  DAYS '                DELIMITED BY SIZE            DBNK171P
099000            WS-R-DAYS                DELIMITED BY SIZE            DBNK171P
099100       INTO AMLRPT-REC.                                           DBNK171P
099200     WRITE AMLRPT-REC.                                            DBNK171P
099300     MOVE WS-D-MIN-MOVED TO WS-EDIT-AMT-9-2.                      DBNK171P
099400     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
099500     STRING '  D DORMANT WAKE  MOVED  ' DELIMITED BY SIZE         DBNK171P
099600            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK171P
099700            '  DAYS '                DELIMITED BY SIZE            DBNK171P
099800            WS-D-DAYS                DELIMITED BY SIZE            DBNK171P
099900       INTO AMLRPT-REC.                                           DBNK171P
100000     WRITE AMLRPT-REC.                                            DBNK171P
100100     MOVE WS-P-UNIT TO WS-EDIT-AMT-9-2.                           DBNK171P
100200     MOVE WS-P-MIN-COUNT TO WS-EDIT-CNT.                          DBNK171P
100300     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
100400     STRING '  P ROUND PAYMENTS UNIT  ' DELIMITED BY SIZE         DBNK171P
100500            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK171P
100600            '  COUNT'                DELIMITED BY SIZE            DBNK171P
100700            WS-EDIT-CNT              DELIMITED BY SIZE            DBNK171P
100800            '  DAYS '                DELIMITED BY SIZE            DBNK171P
100900            WS-P-DAYS                DELIMITED BY SIZE            DBNK171P
101000       INTO AMLRPT-REC.                                           DBNK171P
101100     WRITE AMLRPT-REC.                                            DBNK171P
101200     MOVE WS-F-MIN-SENDERS TO WS-EDIT-CNT.                        DBNK171P
101300     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
101400     STRING '  F MANY SENDERS  COUNT  ' DELIMITED BY SIZE         DBNK171P
101500            WS-EDIT-CNT              DELIMITED BY SIZE            DBNK171P
101600            '  DAYS '                DELIMITED BY SIZE            DBNK171P
101700            WS-F-DAYS                DELIMITED BY SIZE            DBNK171P
101800       INTO AMLRPT-REC.                                           DBNK171P
101900     WRITE AMLRPT-REC.                                            DBNK171P
102000     MOVE SPACES TO AMLRPT-REC.                                   DBNK171P
102100     WRITE AMLRPT-REC.                                            DBNK171P
102200 WRITE-REPORT-HEADING-EXIT.                                       DBNK171P
102300     EXIT.                                                        DBNK171P
102400                                                                  DBNK171P
102500***************************************************************** DBNK171P
102600* Check file open OK                                            * DBNK171P
102700***************************************************************** DBNK171P
102800 CHECK-OPEN.                                                      DBNK171P
102900     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK171P
103000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK171P
103100        STRING WS-FILE       DELIMITED BY ' '                     DBNK171P
103200               ' opened ok' DELIMITED BY SIZE                     DBNK171P
103300          INTO WS-CONSOLE-MESSAGE                                 DBNK171P
103400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK171P
103500     ELSE                                                         DBNK171P
103600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK171P
103700        STRING WS-FILE          DELIMITED BY ' '                  DBNK171P
103800               ' did not open' DELIMITED BY SIZE                  DBNK171P
103900          INTO WS-CONSOLE-MESSAGE                                 DBNK171P
104000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK171P
104100        PERFORM DISPLAY-IO-STATUS                                 DBNK171P
104200        ADD 1 TO WS-OPEN-ERROR                                    DBNK171P
104300     END-IF.                                                      DBNK171P
104400 CHECK-OPEN-EXIT.                                                 DBNK171P
104500     EXIT.                                                        DBNK171P
104600                                                                  DBNK171P
104700***************************************************************** DBNK171P
104800* Display the file status bytes. This routine will display as  *  DBNK171P
104900* two digits if the full two byte file status is numeric. If   *  DBNK171P
105000* second byte is non-numeric then it will be treated as a      *  DBNK171P
105100* binary number.                                                * DBNK171P
105200***************************************************************** DBNK171P
105300 DISPLAY-IO-STATUS.                                               DBNK171P
105400     IF WS-IO-STATUS NUMERIC                                      DBNK171P
105500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK171P
105600        STRING 'File status -' DELIMITED BY SIZE                  DBNK171P
105700               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK171P
105800          INTO WS-CONSOLE-MESSAGE                                 DBNK171P
105900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK171P
106000     ELSE                                                         DBNK171P
106100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK171P
106200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK171P
106300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK171P
106400        STRING 'File status -' DELIMITED BY SIZE                  DBNK171P
106500               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK171P
106600               '/'            DELIMITED BY SIZE                   DBNK171P
106700               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK171P
106800          INTO WS-CONSOLE-MESSAGE                                 DBNK171P
106900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK171P
107000     END-IF.                                                      DBNK171P
107100                                                                  DBNK171P
107200***************************************************************** DBNK171P
107300* Display CONSOLE messages...                                   * DBNK171P
107400***************************************************************** DBNK171P
107500 DISPLAY-CONSOLE-MESSAGE.                                         DBNK171P
107600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK171P
107700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK171P
107800                                                                  DBNK171P
107900 COPY CTIMERP.                                                    DBNK171P
108000                                                                  DBNK171P
