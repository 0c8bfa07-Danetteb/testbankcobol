000100***************************************************************** DBNK163P
000200*                                                               * DBNK163P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK163P
000400*   This demonstration program is provided for use by users     * DBNK163P
000500*   of Micro Focus products and may be used, modified and       * DBNK163P
000600*   distributed as part of your application provided that       * DBNK163P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK163P
000800*   in this material.                                           * DBNK163P
000900*                                                               * DBNK163P
001000***************************************************************** DBNK163P
001100                                                                  DBNK163P
001200                                                                  DBNK163P
001300***************************************************************** DBNK163P
001400* Program:     DBNK163P.CBL                                     * DBNK163P
001500* Function:    Monthly official cheque report over the BNKOCHQ  * DBNK163P
001600*              register. Every cheque still outstanding or      * DBNK163P
001700*              marked unclaimed is listed with its age in       * DBNK163P
001800*              months since issue, so the total can be agreed   * DBNK163P
001900*              to the balance of the official cheques account   * DBNK163P
002000*              999999950. The cheques paid, stopped and         * DBNK163P
002100*              remitted to the state during the month of the    * DBNK163P
002200*              business date are counted at the foot. The       * DBNK163P
002300*              report is written to OCHQRPT for archive.        * DBNK163P
002400*              VSAM version                                     * DBNK163P
002500***************************************************************** DBNK163P
002600                                                                  DBNK163P
002700 IDENTIFICATION DIVISION.                                         DBNK163P
002800 PROGRAM-ID.                                                      DBNK163P
002900     DBNK163P.                                                    DBNK163P
003000 DATE-WRITTEN.                                                    DBNK163P
003100     October 2007.                                                DBNK163P
003200 DATE-COMPILED.                                                   DBNK163P
003300     Today.                                                       DBNK163P
003400                                                                  DBNK163P
003500 ENVIRONMENT DIVISION.                                            DBNK163P
003600                                                                  DBNK163P
003700 INPUT-OUTPUT   SECTION.                                          DBNK163P
003800   FILE-CONTROL.                                                  DBNK163P
003900     SELECT OCHQRPT-FILE                                          DBNK163P
004000            ASSIGN       TO OCHQRPT                               DBNK163P
004100            ORGANIZATION IS SEQUENTIAL                            DBNK163P
004200            FILE STATUS  IS WS-OCHQRPT-STATUS.                    DBNK163P
004300                                                                  DBNK163P
004400     SELECT BNKOCHQ-FILE                                          DBNK163P
004500            ASSIGN       TO BNKOCHQ                               DBNK163P
004600            ORGANIZATION IS INDEXED                               DBNK163P
004700            ACCESS MODE  IS SEQUENTIAL                            DBNK163P
004800            RECORD KEY   IS BOQ-REC-SERIAL                        DBNK163P
004900            FILE STATUS  IS WS-BNKOCHQ-STATUS.                    DBNK163P
005000                                                                  DBNK163P
005100 DATA DIVISION.                                                   DBNK163P
005200                                                                  DBNK163P
005300 FILE SECTION.                                                    DBNK163P
005400 FD  OCHQRPT-FILE.                                                DBNK163P
005500 01  OCHQRPT-REC                        PIC X(132).               DBNK163P
005600                                                                  DBNK163P
005700 FD  BNKOCHQ-FILE.                                                DBNK163P
005800 01  BNKOCHQ-REC.                                                 DBNK163P
005900 COPY CBANKVOQ.                                                   DBNK163P
006000                                                                  DBNK163P
006100 WORKING-STORAGE SECTION.                                         DBNK163P
006200 COPY CTIMERD.                                                    DBNK163P
006300                                                                  DBNK163P
006400 01  WS-MISC-STORAGE.                                             DBNK163P
006500   05  WS-PROGRAM-ID                         PIC X(8)             DBNK163P
006600       VALUE 'DBNK163P'.                                          DBNK163P
006700                                                                  DBNK163P
006800   05  WS-OCHQRPT-STATUS.                                         DBNK163P
006900     10  WS-OCHQRPT-STAT1                      PIC X(1).          DBNK163P
007000     10  WS-OCHQRPT-STAT2                      PIC X(1).          DBNK163P
007100   05  WS-BNKOCHQ-STATUS.                                         DBNK163P
007200     10  WS-BNKOCHQ-STAT1                      PIC X(1).          DBNK163P
007300     10  WS-BNKOCHQ-STAT2                      PIC X(1).          DBNK163P
007400                                                                  DBNK163P
007500   05  WS-IO-STATUS.                                              DBNK163P
007600     10  WS-IO-STAT1                          PIC X(1).           DBNK163P
007700     10  WS-IO-STAT2                          PIC X(1).           DBNK163P
007800                                                                  DBNK163P
007900   05  WS-TWO-BYTES.                                              DBNK163P
008000     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK163P
008100     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK163P
008200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK163P
008300                                              PIC 9(1) COMP.      DBNK163P
008400                                                                  DBNK163P
008500   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK163P
008600     88  OPEN-OK                              VALUE 0.            DBNK163P
008700                                                                  DBNK163P
008800   05  WS-FILE                               PIC X(16).           DBNK163P
008900                                                                  DBNK163P
009000   05  WS-RUN-DATE                           PIC X(8).            DBNK163P
009100   05  WS-RUN-YYYY                           PIC 9(4).            DBNK163P
009200   05  WS-RUN-MM                             PIC 9(2).            DBNK163P
009300   05  WS-ISS-YYYY                           PIC 9(4).            DBNK163P
009400   05  WS-ISS-MM                             PIC 9(2).            DBNK163P
009500   05  WS-ITEM-AGE                           PIC S9(5)            DBNK163P
009600                                             COMP-3.              DBNK163P
009700                                                                  DBNK163P
009800   05  WS-ITEMS-READ                         PIC 9(7)             DBNK163P
009900       VALUE ZERO.                                                DBNK163P
010000   05  WS-OUTST-COUNT                        PIC 9(5)             DBNK163P
010100       VALUE ZERO.                                                DBNK163P
010200   05  WS-OUTST-VALUE                        PIC S9(11)V99        DBNK163P
010300                                             COMP-3 VALUE ZERO.   DBNK163P
010400   05  WS-UNCLM-COUNT                        PIC 9(5)             DBNK163P
010500       VALUE ZERO.                                                DBNK163P
010600   05  WS-UNCLM-VALUE                        PIC S9(11)V99        DBNK163P
010700                                             COMP-3 VALUE ZERO.   DBNK163P
010800   05  WS-PAID-COUNT                         PIC 9(5)             DBNK163P
010900       VALUE ZERO.                                                DBNK163P
011000   05  WS-PAID-VALUE                         PIC S9(11)V99        DBNK163P
011100                                             COMP-3 VALUE ZERO.   DBNK163P
011200   05  WS-STOP-COUNT                         PIC 9(5)             DBNK163P
011300       VALUE ZERO.                                                DBNK163P
011400   05  WS-ESCH-COUNT                         PIC 9(5)             DBNK163P
011500       VALUE ZERO.                                                DBNK163P
011600   05  WS-ESCH-VALUE                         PIC S9(11)V99        DBNK163P
011700                                             COMP-3 VALUE ZERO.   DBNK163P
011800                                                                  DBNK163P
011900   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK163P
012000   05  WS-EDIT-AGE                           PIC ZZZ9.            DBNK163P
012100   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK163P
012200                                                                  DBNK163P
012300 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK163P
012400                                                                  DBNK163P
012500 01  WS-BCTL-DATA.                                                DBNK163P
012600 COPY CBCTLD.                                                     DBNK163P
012700                                                                  DBNK163P
012800 01  WS-BUSD-DATA.                                                DBNK163P
012900 COPY CBUSDD.                                                     DBNK163P
013000                                                                  DBNK163P
013100 PROCEDURE DIVISION.                                              DBNK163P
013200     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK163P
013300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK163P
013400     PERFORM RUN-TIME.                                            DBNK163P
013500                                                                  DBNK163P
013600***************************************************************** DBNK163P
013700* Register this run in the batch control file                   * DBNK163P
013800***************************************************************** DBNK163P
013900     MOVE 'DBNK163P' TO BCTL-JOB-NAME.                            DBNK163P
014000     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK163P
014100     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK163P
014200     SET BCTL-FUNC-START TO TRUE.                                 DBNK163P
014300     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK163P
014400     IF NOT BCTL-OK                                               DBNK163P
014500        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK163P
014600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK163P
014700        MOVE 8 TO RETURN-CODE                                     DBNK163P
014800        GO TO QUICK-EXIT                                          DBNK163P
014900     END-IF.                                                      DBNK163P
015000     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK163P
015100                                                                  DBNK163P
015200     SET OPEN-OK TO TRUE.                                         DBNK163P
015300                                                                  DBNK163P
015400     OPEN OUTPUT OCHQRPT-FILE.                                    DBNK163P
015500     MOVE WS-OCHQRPT-STATUS TO WS-IO-STATUS.                      DBNK163P
015600     MOVE 'OCHQRPT-FILE' TO WS-FILE.                              DBNK163P
015700     PERFORM CHECK-OPEN THRU                                      DBNK163P
015800             CHECK-OPEN-EXIT.                                     DBNK163P
015900                                                                  DBNK163P
016000     OPEN INPUT BNKOCHQ-FILE.                                     DBNK163P
016100     MOVE WS-BNKOCHQ-STATUS TO WS-IO-STATUS.                      DBNK163P
016200     MOVE 'BNKOCHQ-FILE' TO WS-FILE.                              DBNK163P
016300     PERFORM CHECK-OPEN THRU                                      DBNK163P
016400             CHECK-OPEN-EXIT.                                     DBNK163P
016500                                                                  DBNK163P
016600     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK163P
016700        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK163P
016800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK163P
016900        MOVE 16 TO RETURN-CODE                                    DBNK163P
017000        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK163P
017100        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK163P
017200        GO TO QUICK-EXIT                                          DBNK163P
017300     END-IF.                                                      DBNK163P
017400                                                                  DBNK163P
017500     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK163P
017600     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.                       DBNK163P
017700     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.                         DBNK163P
017800                                                                  DBNK163P
017900     PERFORM PRINT-REPORT-HEADING THRU                            DBNK163P
018000             PRINT-REPORT-HEADING-EXIT.                           DBNK163P
018100                                                                  DBNK163P
018200***************************************************************** DBNK163P
018300* Walk the register in serial order                             * DBNK163P
018400***************************************************************** DBNK163P
018500 BNKOCHQ-LOOP.                                                    DBNK163P
018600     READ BNKOCHQ-FILE                                            DBNK163P
018700       AT END                                                     DBNK163P
018800         GO TO BNKOCHQ-ENDED                                      DBNK163P
018900     END-READ.                                                    DBNK163P
019000     ADD 1 TO WS-ITEMS-READ.                                      DBNK163P
019100     EVALUATE TRUE                                                DBNK163P
019200       WHEN BOQ-REC-IS-OUTSTANDING                                DBNK163P
019300         ADD 1 TO WS-OUTST-COUNT                                  DBNK163P
019400         ADD BOQ-REC-AMOUNT TO WS-OUTST-VALUE                     DBNK163P
019500         PERFORM PRINT-ITEM-LINE THRU                             DBNK163P
019600                 PRINT-ITEM-LINE-EXIT                             DBNK163P
019700       WHEN BOQ-REC-IS-UNCLAIMED                                  DBNK163P
019800         ADD 1 TO WS-UNCLM-COUNT                                  DBNK163P
019900         ADD BOQ-REC-AMOUNT TO WS-UNCLM-VALUE                     DBNK163P
020000         PERFORM PRINT-ITEM-LINE THRU                             DBNK163P
020100                 PRINT-ITEM-LINE-EXIT                             DBNK163P
020200       WHEN OTHER                                                 DBNK163P
020300         PERFORM COUNT-MONTH-ACTIVITY THRU                        DBNK163P
020400                 COUNT-MONTH-ACTIVITY-EXIT                        DBNK163P
020500     END-EVALUATE.                                                DBNK163P
020600     GO TO BNKOCHQ-LOOP.                                          DBNK163P
020700 BNKOCHQ-ENDED.                                                   DBNK163P
020800     PERFORM PRINT-REPORT-FOOT THRU                               DBNK163P
020900             PRINT-REPORT-FOOT-EXIT.                              DBNK163P
021000                                                                  DBNK163P
021100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK163P
021200     STRING WS-OUTST-COUNT DELIMITED BY SIZE                      DBNK163P
021300            ' official cheques outstanding' DELIMITED BY SIZE     DBNK163P
021400       INTO WS-CONSOLE-MESSAGE.                                   DBNK163P
021500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK163P
021600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK163P
021700     STRING WS-UNCLM-COUNT DELIMITED BY SIZE                      DBNK163P
021800            ' official cheques unclaimed' DELIMITED BY SIZE       DBNK163P
021900       INTO WS-CONSOLE-MESSAGE.                                   DBNK163P
022000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK163P
022100                                                                  DBNK163P
022200     CLOSE OCHQRPT-FILE.                                          DBNK163P
022300     CLOSE BNKOCHQ-FILE.                                          DBNK163P
022400                                                                  DBNK163P
022500     SET BCTL-FUNC-END TO TRUE.                                   DBNK163P
022600     MOVE WS-ITEMS-READ TO BCTL-RECORD-COUNT.                     DBNK163P
022700     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK163P
022800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK163P
022900                                                                  DBNK163P
023000     PERFORM RUN-TIME.                                            DBNK163P
023100                                                                  DBNK163P
023200     MOVE 0 TO RETURN-CODE.                                       DBNK163P
023300 QUICK-EXIT.                                                      DBNK163P
023400     GOBACK.                                                      DBNK163P
023500                                                                  DBNK163P
023600***************************************************************** DBNK163P
023700* Paid, stopped and remitted items closed off this month are    * DBNK163P
023800* counted but not listed                                        * DBNK163P
023900***************************************************************** DBNK163P
024000 COUNT-MONTH-ACTIVITY.                                            DBNK163P
024100     IF BOQ-REC-STATUS-DATE (1:6) IS NOT EQUAL TO                 DBNK163P
024200        WS-RUN-DATE (1:6)                                         DBNK163P
024300        GO TO COUNT-MONTH-ACTIVITY-EXIT                           DBNK163P
024400     END-IF.                                                      DBNK163P
024500     EVALUATE TRUE                                                DBNK163P
024600       WHEN BOQ-REC-IS-PAID                                       DBNK163P
024700         ADD 1 TO WS-PAID-COUNT                                   DBNK163P
024800         ADD BOQ-REC-AMOUNT TO WS-PAID-VALUE                      DBNK163P
024900       WHEN BOQ-REC-IS-STOPPED                                    DBNK163P
025000         ADD 1 TO WS-STOP-COUNT                                   DBNK163P
025100       WHEN BOQ-REC-IS-ESCHEATED                                  DBNK163P
025200         ADD 1 TO WS-ESCH-COUNT                                   DBNK163P
025300         ADD BOQ-REC-AMOUNT TO WS-ESCH-VALUE                      DBNK163P
025400     END-EVALUATE.                                                DBNK163P
025500 COUNT-MONTH-ACTIVITY-EXIT.                                       DBNK163P
025600     EXIT.                                                        DBNK163P
025700                                                                  DBNK163P
025800***************************************************************** DBNK163P
025900* One line per live item, aged in whole months since issue      * DBNK163P
026000***************************************************************** DBNK163P
026100 PRINT-ITEM-LINE.                                                 DBNK163P
026200     MOVE 0 TO WS-ITEM-AGE.                                       DBNK163P
026300     IF BOQ-REC-ISSUED-DATE IS NUMERIC                            DBNK163P
026400        MOVE BOQ-REC-ISSUED-DATE (1:4) TO WS-ISS-YYYY             DBNK163P
026500        MOVE BOQ-REC-ISSUED-DATE (5:2) TO WS-ISS-MM               DBNK163P
026600        COMPUTE WS-ITEM-AGE =                                     DBNK163P
026700            ((WS-RUN-YYYY * 12) + WS-RUN-MM) -                    DBNK163P
026800            ((WS-ISS-YYYY * 12) + WS-ISS-MM)                      DBNK163P
026900     END-IF.                                                      DBNK163P
027000     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
027100     MOVE BOQ-REC-SERIAL TO OCHQRPT-REC (1:6).                    DBNK163P
027200     MOVE BOQ-REC-STATUS TO OCHQRPT-REC (9:1).                    DBNK163P
027300     MOVE BOQ-REC-ISSUED-DATE TO OCHQRPT-REC (12:8).              DBNK163P
027400     MOVE WS-ITEM-AGE TO WS-EDIT-AGE.                             DBNK163P
027500     MOVE WS-EDIT-AGE TO OCHQRPT-REC (21:4).                      DBNK163P
027600     MOVE BOQ-REC-FUNDING TO OCHQRPT-REC (27:1).                  DBNK163P
027700     MOVE BOQ-REC-PURCHASER-PID TO OCHQRPT-REC (30:5).            DBNK163P
027800     MOVE BOQ-REC-SRC-ACCNO TO OCHQRPT-REC (36:9).                DBNK163P
027900     MOVE BOQ-REC-PAYEE-NAME TO OCHQRPT-REC (46:30).              DBNK163P
028000     MOVE BOQ-REC-AMOUNT TO WS-EDIT-AMT.                          DBNK163P
028100     MOVE WS-EDIT-AMT TO OCHQRPT-REC (77:15).                     DBNK163P
028200     MOVE BOQ-REC-REMITTER TO OCHQRPT-REC (93:30).                DBNK163P
028300     MOVE BOQ-REC-REPLACES TO OCHQRPT-REC (124:6).                DBNK163P
028400     WRITE OCHQRPT-REC.                                           DBNK163P
028500 PRINT-ITEM-LINE-EXIT.                                            DBNK163P
028600     EXIT.                                                        DBNK163P
028700                                                                  DBNK163P
028800***************************************************************** DBNK163P
028900* Report headings                                               * DBNK163P
029000***************************************************************** DBNK163P
029100 PRINT-REPORT-HEADING.                                            DBNK163P
029200     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
029300     STRING 'OFFICIAL CHEQUES OUTSTANDING AS OF '                 DBNK163P
029400                                          DELIMITED BY SIZE       DBNK163P
029500            WS-RUN-DATE                   DELIMITED BY SIZE       DBNK163P
029600       INTO OCHQRPT-REC.                                          DBNK163P
029700     WRITE OCHQRPT-REC.                                           DBNK163P
029800     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
029900     MOVE 'SERIAL' TO OCHQRPT-REC (1:6).                          DBNK163P
030000     MOVE 'ST' TO OCHQRPT-REC (8:2).                              DBNK163P
030100     MOVE 'ISSUED' TO OCHQRPT-REC (12:6).                         DBNK163P
030200     MOVE ' AGE' TO OCHQRPT-REC (21:4).                           DBNK163P
030300     MOVE 'FD' TO OCHQRPT-REC (26:2).                             DBNK163P
030400     MOVE 'PID' TO OCHQRPT-REC (30:3).                            DBNK163P
030500     MOVE 'SOURCE ACC' TO OCHQRPT-REC (36:10).                    DBNK163P
030600     MOVE 'PAYEE' TO OCHQRPT-REC (46:5).                          DBNK163P
030700     MOVE '         AMOUNT' TO OCHQRPT-REC (77:15).               DBNK163P
030800     MOVE 'REMITTER' TO OCHQRPT-REC (93:8).                       DBNK163P
030900     MOVE 'REPLACES' TO OCHQRPT-REC (124:8).                      DBNK163P
031000     WRITE OCHQRPT-REC.                                           DBNK163P
031100 PRINT-REPORT-HEADING-EXIT.                                       DBNK163P
031200     EXIT.                                                        DBNK163P
031300                                                                  DBNK163P
031400***************************************************************** DBNK163P
031500* Totals for the live items, which together should equal the    * DBNK163P
031600* official cheques account, and the month's closed items        * DBNK163P
031700***************************************************************** DBNK163P
031800 PRINT-REPORT-FOOT.                                               DBNK163P
031900     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
032000     WRITE OCHQRPT-REC.                                           DBNK163P
032100     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
032200     MOVE 'OUTSTANDING' TO OCHQRPT-REC (1:11).                    DBNK163P
032300     MOVE WS-OUTST-COUNT TO WS-EDIT-CNT.                          DBNK163P
032400     MOVE WS-EDIT-CNT TO OCHQRPT-REC (21:5).                      DBNK163P
032500     MOVE WS-OUTST-VALUE TO WS-EDIT-AMT.                          DBNK163P
032600     MOVE WS-EDIT-AMT TO OCHQRPT-REC (77:15).                     DBNK163P
032700     WRITE OCHQRPT-REC.                                           DBNK163P
032800     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
032900     MOVE 'UNCLAIMED' TO OCHQRPT-REC (1:9).                       DBNK163P
033000     MOVE WS-UNCLM-COUNT TO WS-EDIT-CNT.                          DBNK163P
033100     MOVE WS-EDIT-CNT TO OCHQRPT-REC (21:5).                      DBNK163P
033200     MOVE WS-UNCLM-VALUE TO WS-EDIT-AMT.                          DBNK163P
033300     MOVE WS-EDIT-AMT TO OCHQRPT-REC (77:15).                     DBNK163P
033400     WRITE OCHQRPT-REC.                                           DBNK163P
033500     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
033600     MOVE 'TOTAL LIABILITY' TO OCHQRPT-REC (1:15).                DBNK163P
033700     ADD WS-UNCLM-VALUE TO WS-OUTST-VALUE.                        DBNK163P
033800     MOVE WS-OUTST-VALUE TO WS-EDIT-AMT.                          DBNK163P
033900     MOVE WS-EDIT-AMT TO OCHQRPT-REC (77:15).                     DBNK163P
034000     WRITE OCHQRPT-REC.                                           DBNK163P
034100     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
034200     WRITE OCHQRPT-REC.                                           DBNK163P
034300     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
034400     MOVE 'PAID THIS MONTH' TO OCHQRPT-REC (1:15).                DBNK163P
034500     MOVE WS-PAID-COUNT TO WS-EDIT-CNT.                           DBNK163P
034600     MOVE WS-EDIT-CNT TO OCHQRPT-REC (21:5).                      DBNK163P
034700     MOVE WS-PAID-VALUE TO WS-EDIT-AMT.                           DBNK163P
034800     MOVE WS-EDIT-AMT TO OCHQRPT-REC (77:15).                     DBNK163P
034900     WRITE OCHQRPT-REC.                                           DBNK163P
035000     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
035100     MOVE 'STOPPED THIS MONTH' TO OCHQRPT-REC (1:18).             DBNK163P
035200     MOVE WS-STOP-COUNT TO WS-EDIT-CNT.                           DBNK163P
035300     MOVE WS-EDIT-CNT TO OCHQRPT-REC (21:5).                      DBNK163P
035400     WRITE OCHQRPT-REC.                                           DBNK163P
035500     MOVE SPACES TO OCHQRPT-REC.                                  DBNK163P
035600     MOVE 'REMITTED THIS MONTH' TO OCHQRPT-REC (1:19).            DBNK163P
035700     MOVE WS-ESCH-COUNT TO WS-EDIT-CNT.                           DBNK163P
035800     MOVE WS-EDIT-CNT TO OCHQRPT-REC (21:5).                      DBNK163P
035900     MOVE WS-ESCH-VALUE TO WS-EDIT-AMT.                           DBNK163P
036000     MOVE WS-EDIT-AMT TO OCHQRPT-REC (77:15).                     DBNK163P
036100     WRITE OCHQRPT-REC.                                           DBNK163P
036200 PRINT-REPORT-FOOT-EXIT.                                          DBNK163P
036300     EXIT.                                                        DBNK163P
036400                                                                  DBNK163P
036500***************************************************************** DBNK163P
036600* Check file open OK                                            * DBNK163P
036700***************************************************************** DBNK163P
036800 CHECK-OPEN.                                                      DBNK163P
036900     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK163P
037000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK163P
037100        STRING WS-FILE       DELIMITED BY ' '                     DBNK163P
037200               ' opened ok' DELIMITED BY SIZE                     DBNK163P
037300          INTO WS-CONSOLE-MESSAGE                                 DBNK163P
037400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK163P
037500     ELSE                                                         DBNK163P
037600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK163P
037700        STRING WS-FILE          DELIMITED BY ' '                  DBNK163P
037800               ' did not open' DELIMITED BY SIZE                  DBNK163P
037900          INTO WS-CONSOLE-MESSAGE                                 DBNK163P
038000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK163P
038100        PERFORM DISPLAY-IO-STATUS                                 DBNK163P
038200        ADD 1 TO WS-OPEN-ERROR                                    DBNK163P
038300     END-IF.                                                      DBNK163P
038400 CHECK-OPEN-EXIT.                                                 DBNK163P
038500     EXIT.                                                        DBNK163P
038600                                                                  DBNK163P
038700***************************************************************** DBNK163P
038800* Display the file status bytes. This routine will display as  *  DBNK163P
038900* two digits if the full two byte file status is numeric. If   *  DBNK163P
039000* second byte is non-numeric then it will be treated as a      *  DBNK163P
039100* binary number.                                                * DBNK163P
039200***************************************************************** DBNK163P
039300 DISPLAY-IO-STATUS.                                               DBNK163P
039400     IF WS-IO-STATUS NUMERIC                                      DBNK163P
039500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK163P
039600        STRING 'File status -' DELIMITED BY SIZE                  DBNK163P
039700               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK163P
039800          INTO WS-CONSOLE-MESSAGE                                 DBNK163P
039900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK163P
040000     ELSE                                                         DBNK163P
040100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK163P
040200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK163P
040300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK163P
040400        STRING 'File status -' DELIMITED BY SIZE                  DBNK163P
040500               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK163P
040600               '/'            DELIMITED BY SIZE                   DBNK163P
040700               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK163P
040800          INTO WS-CONSOLE-MESSAGE                                 DBNK163P
040900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK163P
041000     END-IF.                                                      DBNK163P
041100                                                                  DBNK163P
041200***************************************************************** DBNK163P
041300* Display CONSOLE messages...                                   * DBNK163P
041400***************************************************************** DBNK163P
041500 DISPLAY-CONSOLE-MESSAGE.                                         DBNK163P
041600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK163P
041700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK163P
041800                                                                  DBNK163P
041900 COPY CTIMERP.                                                    DBNK163P
042000                                                                  DBNK163P
