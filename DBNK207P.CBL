000100***************************************************************** DBNK207P
000200*                                                               * DBNK207P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK207P
000400*   This demonstration program is provided for use by users     * DBNK207P
000500*   of Micro Focus products and may be used, modified and       * DBNK207P
000600*   distributed as part of your application provided that       * DBNK207P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK207P
000800*   in this material.                                           * DBNK207P
000900*                                                               * DBNK207P
001000***************************************************************** DBNK207P
001100                                                                  DBNK207P
001200                                                                  DBNK207P
001300***************************************************************** DBNK207P
001400* Program:     DBNK207P.CBL                                     * DBNK207P
001500* Function:    Daily foreign banknote exchange income report.   * DBNK207P
001600*              Lists every deal on the BNKFXND register for the * DBNK207P
001700*              business date - the side, foreign amount, deal   * DBNK207P
001800*              rate, the domestic cash paid out or taken in and * DBNK207P
001900*              the margin earned against the mid rate - then    * DBNK207P
002000*              totals the deals by currency (bought and sold),  * DBNK207P
002100*              by branch and for the bank (FXNRPT).             * DBNK207P
002200*              VSAM version                                     * DBNK207P
002300***************************************************************** DBNK207P
002400                                                                  DBNK207P
002500 IDENTIFICATION DIVISION.                                         DBNK207P
002600 PROGRAM-ID.                                                      DBNK207P
002700     DBNK207P.                                                    DBNK207P
002800 DATE-WRITTEN.                                                    DBNK207P
002900     October 2008.                                                DBNK207P
003000 DATE-COMPILED.                                                   DBNK207P
003100     Today.                                                       DBNK207P
003200                                                                  DBNK207P
003300 ENVIRONMENT DIVISION.                                            DBNK207P
003400                                                                  DBNK207P
003500 INPUT-OUTPUT   SECTION.                                          DBNK207P
003600   FILE-CONTROL.                                                  DBNK207P
003700     SELECT BNKFXND-FILE                                          DBNK207P
003800            ASSIGN       TO BNKFXND                               DBNK207P
003900            ORGANIZATION IS INDEXED                               DBNK207P
004000            ACCESS MODE  IS DYNAMIC                               DBNK207P
004100            RECORD KEY   IS BXD-REC-TIMESTAMP                     DBNK207P
004200            FILE STATUS  IS WS-BNKFXND-STATUS.                    DBNK207P
004300                                                                  DBNK207P
004400     SELECT FXNRPT-FILE                                           DBNK207P
004500            ASSIGN       TO FXNRPT                                DBNK207P
004600            ORGANIZATION IS SEQUENTIAL                            DBNK207P
004700            FILE STATUS  IS WS-FXNRPT-STATUS.                     DBNK207P
004800                                                                  DBNK207P
004900 DATA DIVISION.                                                   DBNK207P
005000                                                                  DBNK207P
005100 FILE SECTION.                                                    DBNK207P
005200 FD  BNKFXND-FILE.                                                DBNK207P
005300 01  BNKFXND-REC.                                                 DBNK207P
005400 COPY CBANKVXD.                                                   DBNK207P
005500                                                                  DBNK207P
005600 FD  FXNRPT-FILE.                                                 DBNK207P
005700 01  FXNRPT-REC                         PIC X(132).               DBNK207P
005800                                                                  DBNK207P
005900 WORKING-STORAGE SECTION.                                         DBNK207P
006000 COPY CTIMERD.                                                    DBNK207P
006100                                                                  DBNK207P
006200 01  WS-MISC-STORAGE.                                             DBNK207P
006300   05  WS-PROGRAM-ID                         PIC X(8)             DBNK207P
006400       VALUE 'DBNK207P'.                                          DBNK207P
006500                                                                  DBNK207P
006600   05  WS-BNKFXND-STATUS.                                         DBNK207P
006700     10  WS-BNKFXND-STAT1                     PIC X(1).           DBNK207P
006800     10  WS-BNKFXND-STAT2                     PIC X(1).           DBNK207P
006900   05  WS-FXNRPT-STATUS.                                          DBNK207P
007000     10  WS-FXNRPT-STAT1                      PIC X(1).           DBNK207P
007100     10  WS-FXNRPT-STAT2                      PIC X(1).           DBNK207P
007200                                                                  DBNK207P
007300   05  WS-IO-STATUS.                                              DBNK207P
007400     10  WS-IO-STAT1                          PIC X(1).           DBNK207P
007500     10  WS-IO-STAT2                          PIC X(1).           DBNK207P
007600                                                                  DBNK207P
007700   05  WS-TWO-BYTES.                                              DBNK207P
007800     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK207P
007900     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK207P
008000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK207P
008100                                              PIC 9(1) COMP.      DBNK207P
008200                                                                  DBNK207P
008300   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK207P
008400     88  OPEN-OK                              VALUE 0.            DBNK207P
008500                                                                  DBNK207P
008600   05  WS-FILE                               PIC X(16).           DBNK207P
008700                                                                  DBNK207P
008800   05  WS-DEALS-READ                         PIC 9(7)             DBNK207P
008900       VALUE ZERO.                                                DBNK207P
009000   05  WS-DEALS-REPORTED                     PIC 9(7)             DBNK207P
009100       VALUE ZERO.                                                DBNK207P
009200   05  WS-BANK-MARGIN                        PIC S9(11)V99        DBNK207P
009300                                              COMP-3              DBNK207P
009400       VALUE ZERO.                                                DBNK207P
009500   05  WS-SUB1                               PIC S9(4) COMP.      DBNK207P
009600   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK207P
009700                                                                  DBNK207P
009800 01  WS-CCY-TABLE.                                                DBNK207P
009900   05  WS-CCY-COUNT                          PIC S9(4) COMP       DBNK207P
010000       VALUE ZERO.                                                DBNK207P
010100   05  WS-CCY-ENTRY OCCURS 50 TIMES.                              DBNK207P
010200     10  WS-CT-CCY                           PIC X(3).            DBNK207P
010300     10  WS-CT-BUYS                          PIC 9(5).            DBNK207P
010400     10  WS-CT-FCY-BOUGHT                    PIC S9(11)V99        DBNK207P
010500                                              COMP-3.             DBNK207P
010600     10  WS-CT-DOM-PAID                      PIC S9(11)V99        DBNK207P
010700                                              COMP-3.             DBNK207P
010800     10  WS-CT-SELLS                         PIC 9(5).            DBNK207P
010900     10  WS-CT-FCY-SOLD                      PIC S9(11)V99        DBNK207P
011000                                              COMP-3.             DBNK207P
011100     10  WS-CT-DOM-TAKEN                     PIC S9(11)V99        DBNK207P
011200                                              COMP-3.             DBNK207P
011300     10  WS-CT-MARGIN                        PIC S9(11)V99        DBNK207P
011400                                              COMP-3.             DBNK207P
011500                                                                  DBNK207P
011600 01  WS-BRANCH-TABLE.                                             DBNK207P
011700   05  WS-BRANCH-COUNT                       PIC S9(4) COMP       DBNK207P
011800       VALUE ZERO.                                                DBNK207P
011900   05  WS-BRANCH-ENTRY OCCURS 100 TIMES.                          DBNK207P
012000     10  WS-BT-BRANCH                        PIC X(4).            DBNK207P
012100     10  WS-BT-BUYS                          PIC 9(5).            DBNK207P
012200     10  WS-BT-SELLS                         PIC 9(5).            DBNK207P
012300     10  WS-BT-DOM-PAID                      PIC S9(11)V99        DBNK207P
012400                                              COMP-3.             DBNK207P
012500     10  WS-BT-DOM-TAKEN                     PIC S9(11)V99        DBNK207P
012600                                              COMP-3.             DBNK207P
012700     10  WS-BT-MARGIN                        PIC S9(11)V99        DBNK207P
012800                                              COMP-3.             DBNK207P
012900                                                                  DBNK207P
013000 01  WS-HEAD1.                                                    DBNK207P
013100   05  FILLER                                PIC X(36)            DBNK207P
013200       VALUE 'Foreign banknote exchange income   '.               DBNK207P
013300   05  WS-HEAD1-DATE                         PIC X(10).           DBNK207P
013400                                                                  DBNK207P
013500 01  WS-HEAD2.                                                    DBNK207P
013600   05  FILLER                                PIC X(40)            DBNK207P
013700       VALUE 'Reference    Brch Teller Side Ccy  Forei'.          DBNK207P
013800   05  FILLER                                PIC X(40)            DBNK207P
013900       VALUE 'gn amount    Deal rate Domestic cash    '.          DBNK207P
014000   05  FILLER                                PIC X(11)            DBNK207P
014100       VALUE '     Margin'.                                       DBNK207P
014200                                                                  DBNK207P
014300 01  WS-DETAIL-LINE.                                              DBNK207P
014400   05  WS-DET-REFNO                          PIC X(12).           DBNK207P
014500   05  FILLER                                PIC X(1)             DBNK207P
014600       VALUE SPACES.                                              DBNK207P
014700   05  WS-DET-BRANCH                         PIC X(4).            DBNK207P
014800   05  FILLER                                PIC X(1)             DBNK207P
014900       VALUE SPACES.                                              DBNK207P
015000   05  WS-DET-TELLER                         PIC X(5).            DBNK207P
015100   05  FILLER                                PIC X(2)             DBNK207P
015200       VALUE SPACES.                                              DBNK207P
015300   05  WS-DET-SIDE                           PIC X(4).            DBNK207P
015400   05  FILLER                                PIC X(1)             DBNK207P
015500       VALUE SPACES.                                              DBNK207P
015600   05  WS-DET-CCY                            PIC X(3).            DBNK207P
015700   05  FILLER                                PIC X(2)             DBNK207P
015800       VALUE SPACES.                                              DBNK207P
015900   05  WS-DET-FCY-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.         DBNK207P
016000   05  FILLER                                PIC X(2)             DBNK207P
016100       VALUE SPACES.                                              DBNK207P
016200   05  WS-DET-RATE                           PIC ZZ9.999999.      DBNK207P
016300   05  WS-DET-DOM-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.         DBNK207P
016400   05  WS-DET-MARGIN                 PIC ZZZ,ZZZ,ZZ9.99-.         DBNK207P
016500                                                                  DBNK207P
016600 01  WS-CCY-HEAD.                                                 DBNK207P
016700   05  FILLER                                PIC X(40)            DBNK207P
016800       VALUE 'Ccy      Buys   Foreign bought     Domes'.          DBNK207P
016900   05  FILLER                                PIC X(40)            DBNK207P
017000       VALUE 'tic paid Sells     Foreign sold    Domes'.          DBNK207P
017100   05  FILLER                                PIC X(27)            DBNK207P
017200       VALUE 'tic taken            Margin'.                       DBNK207P
017300                                                                  DBNK207P
017400 01  WS-CCY-LINE.                                                 DBNK207P
017500   05  WS-CCL-CCY                            PIC X(3).            DBNK207P
017600   05  FILLER                                PIC X(5)             DBNK207P
017700       VALUE SPACES.                                              DBNK207P
017800   05  WS-CCL-BUYS                           PIC ZZZZ9.           DBNK207P
017900   05  WS-CCL-FCY-BOUGHT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
018000   05  WS-CCL-DOM-PAID           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
018100   05  WS-CCL-SELLS                          PIC ZZZZ9.           DBNK207P
018200   05  WS-CCL-FCY-SOLD           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
018300   05  WS-CCL-DOM-TAKEN          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
018400   05  WS-CCL-MARGIN             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
018500                                                                  DBNK207P
018600 01  WS-BRANCH-HEAD.                                              DBNK207P
018700   05  FILLER                                PIC X(40)            DBNK207P
018800       VALUE 'Branch   Buys  Sells    Domestic paid   '.          DBNK207P
018900   05  FILLER                                PIC X(33)            DBNK207P
019000       VALUE ' Domestic taken            Margin'.                 DBNK207P
019100                                                                  DBNK207P
019200 01  WS-BRANCH-LINE.                                              DBNK207P
019300   05  WS-BRL-BRANCH                         PIC X(4).            DBNK207P
019400   05  FILLER                                PIC X(4)             DBNK207P
019500       VALUE SPACES.                                              DBNK207P
019600   05  WS-BRL-BUYS                           PIC ZZZZ9.           DBNK207P
019700   05  FILLER                                PIC X(2)             DBNK207P
019800       VALUE SPACES.                                              DBNK207P
019900   05  WS-BRL-SELLS                          PIC ZZZZ9.           DBNK207P
020000   05  WS-BRL-DOM-PAID           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
020100   05  WS-BRL-DOM-TAKEN          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
020200   05  WS-BRL-MARGIN             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
020300                                                                  DBNK207P
020400 01  WS-TOTAL-LINE.                                               DBNK207P
020500   05  FILLER                                PIC X(20)            DBNK207P
020600       VALUE 'Bank total - deals '.                               DBNK207P
020700   05  WS-TOT-DEALS                          PIC ZZZZZZ9.         DBNK207P
020800   05  FILLER                                PIC X(18)            DBNK207P
020900       VALUE '  margin income  '.                                 DBNK207P
021000   05  WS-TOT-MARGIN             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          DBNK207P
021100                                                                  DBNK207P
021200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK207P
021300                                                                  DBNK207P
021400 01  WS-BUSD-DATA.                                                DBNK207P
021500 COPY CBUSDD.                                                     DBNK207P
021600                                                                  DBNK207P
021700 01  WS-BCTL-DATA.                                                DBNK207P
021800 COPY CBCTLD.                                                     DBNK207P
021900                                                                  DBNK207P
022000 PROCEDURE DIVISION.                                              DBNK207P
022100     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK207P
022200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK207P
022300     PERFORM RUN-TIME.                                            DBNK207P
022400                                                                  DBNK207P
022500***************************************************************** DBNK207P
022600* Register this run in the batch control file keyed on the      * DBNK207P
022700* business date                                                 * DBNK207P
022800***************************************************************** DBNK207P
022900     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK207P
023000     MOVE 'DBNK207P' TO BCTL-JOB-NAME.                            DBNK207P
023100     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK207P
023200     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK207P
023300     SET BCTL-FUNC-START TO TRUE.                                 DBNK207P
023400     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK207P
023500     IF NOT BCTL-OK                                               DBNK207P
023600        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK207P
023700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK207P
023800        MOVE 8 TO RETURN-CODE                                     DBNK207P
023900        GO TO QUICK-EXIT                                          DBNK207P
024000     END-IF.                                                      DBNK207P
024100                                                                  DBNK207P
024200     SET OPEN-OK TO TRUE.                                         DBNK207P
024300                                                                  DBNK207P
024400     OPEN INPUT BNKFXND-FILE.                                     DBNK207P
024500     MOVE WS-BNKFXND-STATUS TO WS-IO-STATUS.                      DBNK207P
024600     MOVE 'BNKFXND-FILE' TO WS-FILE.                              DBNK207P
024700     PERFORM CHECK-OPEN THRU                                      DBNK207P
024800             CHECK-OPEN-EXIT.                                     DBNK207P
024900                                                                  DBNK207P
025000     OPEN OUTPUT FXNRPT-FILE.                                     DBNK207P
025100     MOVE WS-FXNRPT-STATUS TO WS-IO-STATUS.                       DBNK207P
025200     MOVE 'FXNRPT-FILE' TO WS-FILE.                               DBNK207P
025300     PERFORM CHECK-OPEN THRU                                      DBNK207P
025400             CHECK-OPEN-EXIT.                                     DBNK207P
025500                                                                  DBNK207P
025600     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK207P
025700        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK207P
025800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK207P
025900        MOVE 16 TO RETURN-CODE                                    DBNK207P
026000        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK207P
026100        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK207P
026200        GO TO QUICK-EXIT                                          DBNK207P
026300     END-IF.                                                      DBNK207P
026400                                                                  DBNK207P
026500     MOVE BUSD-DATE (1:4) TO WS-HEAD1-DATE (1:4).                 DBNK207P
026600     MOVE '-' TO WS-HEAD1-DATE (5:1).                             DBNK207P
026700     MOVE BUSD-DATE (5:2) TO WS-HEAD1-DATE (6:2).                 DBNK207P
026800     MOVE '-' TO WS-HEAD1-DATE (8:1).                             DBNK207P
026900     MOVE BUSD-DATE (7:2) TO WS-HEAD1-DATE (9:2).                 DBNK207P
027000     MOVE WS-HEAD1 TO FXNRPT-REC.                                 DBNK207P
027100     WRITE FXNRPT-REC.                                            DBNK207P
027200     MOVE SPACES TO FXNRPT-REC.                                   DBNK207P
027300     WRITE FXNRPT-REC.                                            DBNK207P
027400     MOVE WS-HEAD2 TO FXNRPT-REC.                                 DBNK207P
027500     WRITE FXNRPT-REC.                                            DBNK207P
027600                                                                  DBNK207P
027700***************************************************************** DBNK207P
027800* The register is keyed on the deal's timestamp, and a deal     * DBNK207P
027900* taken after the cutover belongs to the next business date -   * DBNK207P
028000* sweep it all and keep the business date's deals               * DBNK207P
028100***************************************************************** DBNK207P
028200     MOVE LOW-VALUES TO BXD-REC-TIMESTAMP.                        DBNK207P
028300     START BNKFXND-FILE KEY IS NOT LESS THAN BXD-REC-TIMESTAMP    DBNK207P
028400       INVALID KEY                                                DBNK207P
028500         GO TO DEAL-ENDED                                         DBNK207P
028600     END-START.                                                   DBNK207P
028700 DEAL-LOOP.                                                       DBNK207P
028800     READ BNKFXND-FILE NEXT                                       DBNK207P
028900       AT END                                                     DBNK207P
029000         GO TO DEAL-ENDED                                         DBNK207P
029100     END-READ.                                                    DBNK207P
029200     ADD 1 TO WS-DEALS-READ.                                      DBNK207P
029300     IF BXD-REC-BUS-DATE IS NOT EQUAL TO BUSD-DATE                DBNK207P
029400        GO TO DEAL-LOOP                                           DBNK207P
029500     END-IF.                                                      DBNK207P
029600     ADD 1 TO WS-DEALS-REPORTED.                                  DBNK207P
029700     PERFORM REPORT-ONE-DEAL THRU                                 DBNK207P
029800             REPORT-ONE-DEAL-EXIT.                                DBNK207P
029900     GO TO DEAL-LOOP.                                             DBNK207P
030000 DEAL-ENDED.                                                      DBNK207P
030100     PERFORM WRITE-TOTALS THRU                                    DBNK207P
030200             WRITE-TOTALS-EXIT.                                   DBNK207P
030300                                                                  DBNK207P
030400     CLOSE BNKFXND-FILE.                                          DBNK207P
030500     CLOSE FXNRPT-FILE.                                           DBNK207P
030600                                                                  DBNK207P
030700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK207P
030800     STRING WS-DEALS-REPORTED           DELIMITED BY SIZE         DBNK207P
030900            ' deals reported'            DELIMITED BY SIZE        DBNK207P
031000       INTO WS-CONSOLE-MESSAGE.                                   DBNK207P
031100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK207P
031200                                                                  DBNK207P
031300     SET BCTL-FUNC-END TO TRUE.                                   DBNK207P
031400     MOVE WS-DEALS-REPORTED TO BCTL-RECORD-COUNT.                 DBNK207P
031500     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK207P
031600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK207P
031700                                                                  DBNK207P
031800     PERFORM RUN-TIME.                                            DBNK207P
031900                                                                  DBNK207P
032000     MOVE 0 TO RETURN-CODE.                                       DBNK207P
032100 QUICK-EXIT.                                                      DBNK207P
032200     GOBACK.                                                      DBNK207P
032300                                                                  DBNK207P
032400***************************************************************** DBNK207P
032500* One detail line per deal, rolled into its currency and its    * DBNK207P
032600* branch                                                        * DBNK207P
032700***************************************************************** DBNK207P
032800 REPORT-ONE-DEAL.                                                 DBNK207P
032900     MOVE BXD-REC-REFNO TO WS-DET-REFNO.                          DBNK207P
033000     MOVE BXD-REC-BRANCH TO WS-DET-BRANCH.                        DBNK207P
033100     MOVE BXD-REC-TELLER TO WS-DET-TELLER.                        DBNK207P
033200     IF BXD-REC-BANK-BUYS                                         DBNK207P
033300        MOVE 'BUY ' TO WS-DET-SIDE                                DBNK207P
033400     ELSE                                                         DBNK207P
033500        MOVE 'SELL' TO WS-DET-SIDE                                DBNK207P
033600     END-IF.                                                      DBNK207P
033700     MOVE BXD-REC-CCY-CODE TO WS-DET-CCY.                         DBNK207P
033800     MOVE BXD-REC-FCY-AMOUNT TO WS-DET-FCY-AMOUNT.                DBNK207P
033900     MOVE BXD-REC-DEAL-RATE TO WS-DET-RATE.                       DBNK207P
034000     MOVE BXD-REC-DOM-AMOUNT TO WS-DET-DOM-AMOUNT.                DBNK207P
034100     MOVE BXD-REC-MARGIN-INCOME TO WS-DET-MARGIN.                 DBNK207P
034200     MOVE WS-DETAIL-LINE TO FXNRPT-REC.                           DBNK207P
034300     WRITE FXNRPT-REC.                                            DBNK207P
034400     ADD BXD-REC-MARGIN-INCOME TO WS-BANK-MARGIN.                 DBNK207P
034500                                                                  DBNK207P
034600     MOVE 0 TO WS-HIT-SUB.                                        DBNK207P
034700     PERFORM FIND-CCY-SLOT THRU                                   DBNK207P
034800             FIND-CCY-SLOT-EXIT                                   DBNK207P
034900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK207P
035000         UNTIL WS-SUB1 IS GREATER THAN WS-CCY-COUNT               DBNK207P
035100            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK207P
035200     IF WS-HIT-SUB IS EQUAL TO 0 AND                              DBNK207P
035300        WS-CCY-COUNT IS LESS THAN 50                              DBNK207P
035400        ADD 1 TO WS-CCY-COUNT                                     DBNK207P
035500        MOVE WS-CCY-COUNT TO WS-HIT-SUB                           DBNK207P
035600        MOVE BXD-REC-CCY-CODE TO WS-CT-CCY (WS-HIT-SUB)           DBNK207P
035700        MOVE 0 TO WS-CT-BUYS (WS-HIT-SUB)                         DBNK207P
035800        MOVE 0 TO WS-CT-FCY-BOUGHT (WS-HIT-SUB)                   DBNK207P
035900        MOVE 0 TO WS-CT-DOM-PAID (WS-HIT-SUB)                     DBNK207P
036000        MOVE 0 TO WS-CT-SELLS (WS-HIT-SUB)                        DBNK207P
036100        MOVE 0 TO WS-CT-FCY-SOLD (WS-HIT-SUB)                     DBNK207P
036200        MOVE 0 TO WS-CT-DOM-TAKEN (WS-HIT-SUB)                    DBNK207P
036300        MOVE 0 TO WS-CT-MARGIN (WS-HIT-SUB)                       DBNK207P
036400     END-IF.                                                      DBNK207P
036500     IF WS-HIT-SUB IS GREATER THAN 0                              DBNK207P
036600        IF BXD-REC-BANK-BUYS                                      DBNK207P
036700           ADD 1 TO WS-CT-BUYS (WS-HIT-SUB)                       DBNK207P
036800           ADD BXD-REC-FCY-AMOUNT TO                              DBNK207P
036900               WS-CT-FCY-BOUGHT (WS-HIT-SUB)                      DBNK207P
037000           ADD BXD-REC-DOM-AMOUNT TO                              DBNK207P
037100               WS-CT-DOM-PAID (WS-HIT-SUB)                        DBNK207P
037200        ELSE                                                      DBNK207P
037300           ADD 1 TO WS-CT-SELLS (WS-HIT-SUB)                      DBNK207P
037400           ADD BXD-REC-FCY-AMOUNT TO                              DBNK207P
037500               WS-CT-FCY-SOLD (WS-HIT-SUB)                        DBNK207P
037600           ADD BXD-REC-DOM-AMOUNT TO                              DBNK207P
037700               WS-CT-DOM-TAKEN (WS-HIT-SUB)                       DBNK207P
037800        END-IF                                                    DBNK207P
037900        ADD BXD-REC-MARGIN-INCOME TO WS-CT-MARGIN (WS-HIT-SUB)    DBNK207P
038000     END-IF.                                                      DBNK207P
038100                                                                  DBNK207P
038200     MOVE 0 TO WS-HIT-SUB.                                        DBNK207P
038300     PERFORM FIND-BRANCH-SLOT THRU                                DBNK207P
038400             FIND-BRANCH-SLOT-EXIT                                DBNK207P
038500       VARYING WS-SUB1 FROM 1 BY 1                                DBNK207P
038600         UNTIL WS-SUB1 IS GREATER THAN WS-BRANCH-COUNT            DBNK207P
038700            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK207P
038800     IF WS-HIT-SUB IS EQUAL TO 0 AND                              DBNK207P
038900        WS-BRANCH-COUNT IS LESS THAN 100                          DBNK207P
039000        ADD 1 TO WS-BRANCH-COUNT                                  DBNK207P
039100        MOVE WS-BRANCH-COUNT TO WS-HIT-SUB                        DBNK207P
039200        MOVE BXD-REC-BRANCH TO WS-BT-BRANCH (WS-HIT-SUB)          DBNK207P
039300        MOVE 0 TO WS-BT-BUYS (WS-HIT-SUB)                         DBNK207P
039400        MOVE 0 TO WS-BT-SELLS (WS-HIT-SUB)                        DBNK207P
039500        MOVE 0 TO WS-BT-DOM-PAID (WS-HIT-SUB)                     DBNK207P
039600        MOVE 0 TO WS-BT-DOM-TAKEN (WS-HIT-SUB)                    DBNK207P
039700        MOVE 0 TO WS-BT-MARGIN (WS-HIT-SUB)                       DBNK207P
039800     END-IF.                                                      DBNK207P
039900     IF WS-HIT-SUB IS GREATER THAN 0                              DBNK207P
040000        IF BXD-REC-BANK-BUYS                                      DBNK207P
040100           ADD 1 TO WS-BT-BUYS (WS-HIT-SUB)                       DBNK207P
040200           ADD BXD-REC-DOM-AMOUNT TO                              DBNK207P
040300               WS-BT-DOM-PAID (WS-HIT-SUB)                        DBNK207P
040400        ELSE                                                      DBNK207P
040500           ADD 1 TO WS-BT-SELLS (WS-HIT-SUB)                      DBNK207P
040600           ADD BXD-REC-DOM-AMOUNT TO                              DBNK207P
040700               WS-BT-DOM-TAKEN (WS-HIT-SUB)                       DBNK207P
040800        END-IF                                                    DBNK207P
040900        ADD BXD-REC-MARGIN-INCOME TO WS-BT-MARGIN (WS-HIT-SUB)    DBNK207P
041000     END-IF.                                                      DBNK207P
041100 REPORT-ONE-DEAL-EXIT.                                            DBNK207P
041200     EXIT.                                                        DBNK207P
041300                                                                  DBNK207P
041400***************************************************************** DBNK207P
041500* Find this deal's currency in the totals table                 * DBNK207P
041600***************************************************************** DBNK207P
041700 FIND-CCY-SLOT.                                                   DBNK207P
041800     IF WS-CT-CCY (WS-SUB1) IS EQUAL TO BXD-REC-CCY-CODE          DBNK207P
041900        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK207P
042000     END-IF.                                                      DBNK207P
042100 FIND-CCY-SLOT-EXIT.                                              DBNK207P
042200     EXIT.                                                        DBNK207P
042300                                                                  DBNK207P
042400***************************************************************** DBNK207P
042500* Find this deal's branch in the totals table                   * DBNK207P
042600***************************************************************** DBNK207P
042700 FIND-BRANCH-SLOT.                                                DBNK207P
042800     IF WS-BT-BRANCH (WS-SUB1) IS EQUAL TO BXD-REC-BRANCH         DBNK207P
042900        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK207P
043000     END-IF.                                                      DBNK207P
043100 FIND-BRANCH-SLOT-EXIT.                                           DBNK207P
043200     EXIT.                                                        DBNK207P
043300                                                                  DBNK207P
043400***************************************************************** DBNK207P
043500* Currency totals, branch totals and the bank-wide income       * DBNK207P
043600***************************************************************** DBNK207P
043700 WRITE-TOTALS.                                                    DBNK207P
043800     MOVE SPACES TO FXNRPT-REC.                                   DBNK207P
043900     WRITE FXNRPT-REC.                                            DBNK207P
044000     MOVE WS-CCY-HEAD TO FXNRPT-REC.                              DBNK207P
044100     WRITE FXNRPT-REC.                                            DBNK207P
044200     PERFORM WRITE-ONE-CCY THRU                                   DBNK207P
044300             WRITE-ONE-CCY-EXIT                                   DBNK207P
044400       VARYING WS-SUB1 FROM 1 BY 1                                DBNK207P
044500         UNTIL WS-SUB1 IS GREATER THAN WS-CCY-COUNT.              DBNK207P
044600     MOVE SPACES TO FXNRPT-REC.                                   DBNK207P
044700     WRITE FXNRPT-REC.                                            DBNK207P
044800     MOVE WS-BRANCH-HEAD TO FXNRPT-REC.                           DBNK207P
044900     WRITE FXNRPT-REC.                                            DBNK207P
045000     PERFORM WRITE-ONE-BRANCH THRU                                DBNK207P
045100             WRITE-ONE-BRANCH-EXIT                                DBNK207P
045200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK207P
045300         UNTIL WS-SUB1 IS GREATER THAN WS-BRANCH-COUNT.           DBNK207P
045400     MOVE SPACES TO FXNRPT-REC.                                   DBNK207P
045500     WRITE FXNRPT-REC.                                            DBNK207P
045600     MOVE WS-DEALS-REPORTED TO WS-TOT-DEALS.                      DBNK207P
045700     MOVE WS-BANK-MARGIN TO WS-TOT-MARGIN.                        DBNK207P
045800     MOVE WS-TOTAL-LINE TO FXNRPT-REC.                            DBNK207P
045900     WRITE FXNRPT-REC.                                            DBNK207P
046000 WRITE-TOTALS-EXIT.                                               DBNK207P
046100     EXIT.                                                        DBNK207P
046200                                                                  DBNK207P
046300***************************************************************** DBNK207P
046400* One total line per currency                                   * DBNK207P
046500***************************************************************** DBNK207P
046600 WRITE-ONE-CCY.                                                   DBNK207P
046700     MOVE SPACES TO WS-CCY-LINE.                                  DBNK207P
046800     MOVE WS-CT-CCY (WS-SUB1) TO WS-CCL-CCY.                      DBNK207P
046900     MOVE WS-CT-BUYS (WS-SUB1) TO WS-CCL-BUYS.                    DBNK207P
047000     MOVE WS-CT-FCY-BOUGHT (WS-SUB1) TO WS-CCL-FCY-BOUGHT.        DBNK207P
047100     MOVE WS-CT-DOM-PAID (WS-SUB1) TO WS-CCL-DOM-PAID.            DBNK207P
047200     MOVE WS-CT-SELLS (WS-SUB1) TO WS-CCL-SELLS.                  DBNK207P
047300     MOVE WS-CT-FCY-SOLD (WS-SUB1) TO WS-CCL-FCY-SOLD.            DBNK207P
047400     MOVE WS-CT-DOM-TAKEN (WS-SUB1) TO WS-CCL-DOM-TAKEN.          DBNK207P
047500     MOVE WS-CT-MARGIN (WS-SUB1) TO WS-CCL-MARGIN.                DBNK207P
047600     MOVE WS-CCY-LINE TO FXNRPT-REC.                              DBNK207P
047700     WRITE FXNRPT-REC.                                            DBNK207P
047800 WRITE-ONE-CCY-EXIT.                                              DBNK207P
047900     EXIT.                                                        DBNK207P
048000                                                                  DBNK207P
048100***************************************************************** DBNK207P
048200* One total line per branch                                     * DBNK207P
048300***************************************************************** DBNK207P
048400 WRITE-ONE-BRANCH.                                                DBNK207P
048500     MOVE SPACES TO WS-BRANCH-LINE.                               DBNK207P
048600     MOVE WS-BT-BRANCH (WS-SUB1) TO WS-BRL-BRANCH.                DBNK207P
048700     MOVE WS-BT-BUYS (WS-SUB1) TO WS-BRL-BUYS.                    DBNK207P
048800     MOVE WS-BT-SELLS (WS-SUB1) TO WS-BRL-SELLS.                  DBNK207P
048900     MOVE WS-BT-DOM-PAID (WS-SUB1) TO WS-BRL-DOM-PAID.            DBNK207P
049000     MOVE WS-BT-DOM-TAKEN (WS-SUB1) TO WS-BRL-DOM-TAKEN.          DBNK207P
049100     MOVE WS-BT-MARGIN (WS-SUB1) TO WS-BRL-MARGIN.                DBNK207P
049200     MOVE WS-BRANCH-LINE TO FXNRPT-REC.                           DBNK207P
049300     WRITE FXNRPT-REC.                                            DBNK207P
049400 WRITE-ONE-BRANCH-EXIT.                                           DBNK207P
049500     EXIT.                                                        DBNK207P
049600                                                                  DBNK207P
049700***************************************************************** DBNK207P
049800* Check file open OK                                            * DBNK207P
049900***************************************************************** DBNK207P
050000 CHECK-OPEN.                                                      DBNK207P
050100     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK207P
050200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK207P
050300        STRING WS-FILE       DELIMITED BY ' '                     DBNK207P
050400               ' opened ok' DELIMITED BY SIZE                     DBNK207P
050500          INTO WS-CONSOLE-MESSAGE                                 DBNK207P
050600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK207P
050700     ELSE                                                         DBNK207P
050800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK207P
050900        STRING WS-FILE          DELIMITED BY ' '                  DBNK207P
051000               ' did not open' DELIMITED BY SIZE                  DBNK207P
051100          INTO WS-CONSOLE-MESSAGE                                 DBNK207P
051200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK207P
051300        PERFORM DISPLAY-IO-STATUS                                 DBNK207P
051400        ADD 1 TO WS-OPEN-ERROR                                    DBNK207P
051500     END-IF.                                                      DBNK207P
051600 CHECK-OPEN-EXIT.                                                 DBNK207P
051700     EXIT.                                                        DBNK207P
051800                                                                  DBNK207P
051900***************************************************************** DBNK207P
052000* Display the file status bytes. This routine will display as   * DBNK207P
052100* two digits if the full two byte file status is numeric. If    * DBNK207P
052200* second byte is non-numeric then it will be treated as a       * DBNK207P
052300* binary number.                                                * DBNK207P
052400***************************************************************** DBNK207P
052500 DISPLAY-IO-STATUS.                                               DBNK207P
052600     IF WS-IO-STATUS NUMERIC                                      DBNK207P
052700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK207P
052800        STRING 'File status -' DELIMITED BY SIZE                  DBNK207P
052900               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK207P
053000          INTO WS-CONSOLE-MESSAGE                                 DBNK207P
053100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK207P
053200     ELSE                                                         DBNK207P
053300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK207P
053400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK207P
053500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK207P
053600        STRING 'File status -' DELIMITED BY SIZE                  DBNK207P
053700               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK207P
053800               '/'            DELIMITED BY SIZE                   DBNK207P
053900               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK207P
054000          INTO WS-CONSOLE-MESSAGE                                 DBNK207P
054100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK207P
054200     END-IF.                                                      DBNK207P
054300                                                                  DBNK207P
054400***************************************************************** DBNK207P
054500* Display CONSOLE messages...                                   * DBNK207P
054600***************************************************************** DBNK207P
054700 DISPLAY-CONSOLE-MESSAGE.                                         DBNK207P
054800     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK207P
054900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK207P
055000                                                                  DBNK207P
055100 COPY CTIMERP.                                                    DBNK207P
055200                                                                  DBNK207P
