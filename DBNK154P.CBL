000100***************************************************************** DBNK154P
000200*                                                               * DBNK154P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK154P
000400*   This demonstration program is provided for use by users     * DBNK154P
000500*   of Micro Focus products and may be used, modified and       * DBNK154P
000600*   distributed as part of your application provided that       * DBNK154P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK154P
000800*   in this material.                                           * DBNK154P
000900*                                                               * DBNK154P
001000***************************************************************** DBNK154P
001100                                                                  DBNK154P
001200***************************************************************** DBNK154P
001300* Program:     DBNK154P.CBL                                     * DBNK154P
001400* Function:    Monthly revolving credit line billing. Runs      * DBNK154P
001500*              after DBNK148P has posted the month's debit      * DBNK154P
001600*              interest, so the drawn balance on each line      * DBNK154P
001700*              already carries it. For every active or frozen   * DBNK154P
001800*              line on BNKRVLN with something drawn, the        * DBNK154P
001900*              minimum payment is the line's percentage of the  * DBNK154P
002000*              drawn balance, no less than its floor and no     * DBNK154P
002100*              more than is drawn. It is billed as the next     * DBNK154P
002200*              BNKLSCH installment of the line account, due     * DBNK154P
002300*              BNKPARM key RVLDUEDY days on (default 25) and    * DBNK154P
002400*              rolled to a business day, to be collected from   * DBNK154P
002500*              the line's collection account by DBANK66P and    * DBNK154P
002600*              aged and charged by DBANK67P and DBNK149P like   * DBNK154P
002700*              any loan installment. A line is billed once a    * DBNK154P
002800*              month. The statement of what was billed goes to  * DBNK154P
002900*              RVLRPT. VSAM version                             * DBNK154P
003000***************************************************************** DBNK154P
003100                                                                  DBNK154P
003200 IDENTIFICATION DIVISION.                                         DBNK154P
003300 PROGRAM-ID.                                                      DBNK154P
003400     DBNK154P.                                                    DBNK154P
003500 DATE-WRITTEN.                                                    DBNK154P
003600     September 2007.                                              DBNK154P
003700 DATE-COMPILED.                                                   DBNK154P
003800     Today.                                                       DBNK154P
003900                                                                  DBNK154P
004000 ENVIRONMENT DIVISION.                                            DBNK154P
004100                                                                  DBNK154P
004200 INPUT-OUTPUT   SECTION.                                          DBNK154P
004300   FILE-CONTROL.                                                  DBNK154P
004400     SELECT RVLRPT-FILE                                           DBNK154P
004500            ASSIGN       TO RVLRPT                                DBNK154P
004600            ORGANIZATION IS SEQUENTIAL                            DBNK154P
004700            FILE STATUS  IS WS-RVLRPT-STATUS.                     DBNK154P
004800                                                                  DBNK154P
004900     SELECT BNKRVLN-FILE                                          DBNK154P
005000            ASSIGN       TO BNKRVLN                               DBNK154P
005100            ORGANIZATION IS INDEXED                               DBNK154P
005200            ACCESS MODE  IS SEQUENTIAL                            DBNK154P
005300            RECORD KEY   IS RVL-REC-ACCNO                         DBNK154P
005400            FILE STATUS  IS WS-BNKRVLN-STATUS.                    DBNK154P
005500                                                                  DBNK154P
005600     SELECT BNKLSCH-FILE                                          DBNK154P
005700            ASSIGN       TO BNKLSCH                               DBNK154P
005800            ORGANIZATION IS INDEXED                               DBNK154P
005900            ACCESS MODE  IS DYNAMIC                               DBNK154P
006000            RECORD KEY   IS BLS-REC-KEY                           DBNK154P
006100            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK154P
006200                                                                  DBNK154P
006300     SELECT BNKACC-FILE                                           DBNK154P
006400            ASSIGN       TO BNKACC                                DBNK154P
006500            ORGANIZATION IS INDEXED                               DBNK154P
006600            ACCESS MODE  IS RANDOM                                DBNK154P
006700            RECORD KEY   IS BAC-REC-ACCNO                         DBNK154P
006800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK154P
006900            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK154P
007000                                                                  DBNK154P
007100     SELECT BNKPARM-FILE                                          DBNK154P
007200            ASSIGN       TO BNKPARM                               DBNK154P
007300            ORGANIZATION IS INDEXED                               DBNK154P
007400            ACCESS MODE  IS RANDOM                                DBNK154P
007500            RECORD KEY   IS PRM-REC-KEY                           DBNK154P
007600            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK154P
007700                                                                  DBNK154P
007800 DATA DIVISION.                                                   DBNK154P
007900                                                                  DBNK154P
008000 FILE SECTION.                                                    DBNK154P
008100 FD  RVLRPT-FILE.                                                 DBNK154P
008200 01  RVLRPT-REC                         PIC X(132).               DBNK154P
008300                                                                  DBNK154P
008400 FD  BNKRVLN-FILE.                                                DBNK154P
008500 01  BNKRVLN-REC.                                                 DBNK154P
008600 COPY CBANKVRL.                                                   DBNK154P
008700                                                                  DBNK154P
008800 FD  BNKLSCH-FILE.                                                DBNK154P
008900 01  BNKLSCH-REC.                                                 DBNK154P
009000 COPY CBANKVLS.                                                   DBNK154P
009100                                                                  DBNK154P
009200 FD  BNKACC-FILE.                                                 DBNK154P
009300 01  BNKACC-REC.                                                  DBNK154P
009400 COPY CBANKVAC.                                                   DBNK154P
009500                                                                  DBNK154P
009600 FD  BNKPARM-FILE.                                                DBNK154P
009700 01  BNKPARM-REC.                                                 DBNK154P
009800 COPY CBANKVPM.                                                   DBNK154P
009900                                                                  DBNK154P
010000 WORKING-STORAGE SECTION.                                         DBNK154P
010100 COPY CTIMERD.                                                    DBNK154P
010200                                                                  DBNK154P
010300 01  WS-MISC-STORAGE.                                             DBNK154P
010400   05  WS-PROGRAM-ID                         PIC X(8)             DBNK154P
010500       VALUE 'DBNK154P'.                                          DBNK154P
010600                                                                  DBNK154P
010700   05  WS-RVLRPT-STATUS.                                          DBNK154P
010800     10  WS-RVLRPT-STAT1                       PIC X(1).          DBNK154P
010900     10  WS-RVLRPT-STAT2                       PIC X(1).          DBNK154P
011000   05  WS-BNKRVLN-STATUS.                                         DBNK154P
011100     10  WS-BNKRVLN-STAT1                      PIC X(1).          DBNK154P
011200     10  WS-BNKRVLN-STAT2                      PIC X(1).          DBNK154P
011300   05  WS-BNKLSCH-STATUS.                                         DBNK154P
011400     10  WS-BNKLSCH-STAT1                      PIC X(1).          DBNK154P
011500     10  WS-BNKLSCH-STAT2                      PIC X(1).          DBNK154P
011600   05  WS-BNKACC-STATUS.                                          DBNK154P
011700     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK154P
011800     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK154P
011900   05  WS-BNKPARM-STATUS.                                         DBNK154P
012000     10  WS-BNKPARM-STAT1                      PIC X(1).          DBNK154P
012100     10  WS-BNKPARM-STAT2                      PIC X(1).          DBNK154P
012200                                                                  DBNK154P
012300   05  WS-IO-STATUS.                                              DBNK154P
012400     10  WS-IO-STAT1                          PIC X(1).           DBNK154P
012500     10  WS-IO-STAT2                          PIC X(1).           DBNK154P
012600                                                                  DBNK154P
012700   05  WS-TWO-BYTES.                                              DBNK154P
012800     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK154P
012900     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK154P
013000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK154P
013100                                              PIC 9(1) COMP.      DBNK154P
013200                                                                  DBNK154P
013300   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK154P
013400     88  OPEN-OK                              VALUE 0.            DBNK154P
013500                                                                  DBNK154P
013600   05  WS-FILE                               PIC X(16).           DBNK154P
013700                                                                  DBNK154P
013800   05  WS-RUN-DATE                           PIC X(8).            DBNK154P
013900   05  WS-DUE-DATE                           PIC X(8).            DBNK154P
014000   05  WS-DUE-DAYS                           PIC 9(2).            DBNK154P
014100                                                                  DBNK154P
014200   05  WS-DRAWN                              PIC S9(9)V99         DBNK154P
014300                                             COMP-3.              DBNK154P
014400   05  WS-MIN-DUE                            PIC S9(9)V99         DBNK154P
014500                                             COMP-3.              DBNK154P
014600   05  WS-NEXT-SEQ                           PIC 9(3).            DBNK154P
014700                                                                  DBNK154P
014800   05  WS-LINES-READ                         PIC 9(7)             DBNK154P
014900       VALUE ZERO.                                                DBNK154P
015000   05  WS-LINES-BILLED                       PIC 9(5)             DBNK154P
015100       VALUE ZERO.                                                DBNK154P
015200   05  WS-TOTAL-BILLED                       PIC S9(11)V99        DBNK154P
015300                                             COMP-3               DBNK154P
015400       VALUE ZERO.                                                DBNK154P
015500                                                                  DBNK154P
015600   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK154P
015700   05  WS-EDIT-PCT                           PIC ZZ9.99.          DBNK154P
015800   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK154P
015900                                                                  DBNK154P
016000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK154P
016100                                                                  DBNK154P
016200 01  WS-BCTL-DATA.                                                DBNK154P
016300 COPY CBCTLD.                                                     DBNK154P
016400                                                                  DBNK154P
016500 01  WS-BUSD-DATA.                                                DBNK154P
016600 COPY CBUSDD.                                                     DBNK154P
016700                                                                  DBNK154P
016800 01  WS-ROLL-DATA.                                                DBNK154P
016900 COPY CROLLD.                                                     DBNK154P
017000                                                                  DBNK154P
017100 PROCEDURE DIVISION.                                              DBNK154P
017200     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK154P
017300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK154P
017400     PERFORM RUN-TIME.                                            DBNK154P
017500                                                                  DBNK154P
017600***************************************************************** DBNK154P
017700* Register this run in the batch control file - the month's     * DBNK154P
017800* debit interest must be on the lines before they are billed    * DBNK154P
017900***************************************************************** DBNK154P
018000     MOVE 'DBNK154P' TO BCTL-JOB-NAME.                            DBNK154P
018100     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK154P
018200     MOVE 'DBNK148P' TO BCTL-PREREQ-JOB.                          DBNK154P
018300     SET BCTL-FUNC-START TO TRUE.                                 DBNK154P
018400     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK154P
018500     IF NOT BCTL-OK                                               DBNK154P
018600        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK154P
018700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK154P
018800        MOVE 8 TO RETURN-CODE                                     DBNK154P
018900        GO TO QUICK-EXIT                                          DBNK154P
019000     END-IF.                                                      DBNK154P
019100     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK154P
019200                                                                  DBNK154P
019300     SET OPEN-OK TO TRUE.                                         DBNK154P
019400                                                                  DBNK154P
019500     OPEN OUTPUT RVLRPT-FILE.                                     DBNK154P
019600     MOVE WS-RVLRPT-STATUS TO WS-IO-STATUS.                       DBNK154P
019700     MOVE 'RVLRPT-FILE' TO WS-FILE.                               DBNK154P
019800     PERFORM CHECK-OPEN THRU                                      DBNK154P
019900             CHECK-OPEN-EXIT.                                     DBNK154P
020000                                                                  DBNK154P
020100     OPEN I-O BNKRVLN-FILE.                                       DBNK154P
020200     MOVE WS-BNKRVLN-STATUS TO WS-IO-STATUS.                      DBNK154P
020300     MOVE 'BNKRVLN-FILE' TO WS-FILE.                              DBNK154P
020400     PERFORM CHECK-OPEN THRU                                      DBNK154P
020500             CHECK-OPEN-EXIT.                                     DBNK154P
020600                                                                  DBNK154P
020700     OPEN I-O BNKLSCH-FILE.                                       DBNK154P
020800     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK154P
020900     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK154P
021000     PERFORM CHECK-OPEN THRU                                      DBNK154P
021100             CHECK-OPEN-EXIT.                                     DBNK154P
021200                                                                  DBNK154P
021300     OPEN INPUT BNKACC-FILE.                                      DBNK154P
021400     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK154P
021500     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK154P
021600     PERFORM CHECK-OPEN THRU                                      DBNK154P
021700             CHECK-OPEN-EXIT.                                     DBNK154P
021800                                                                  DBNK154P
021900     OPEN INPUT BNKPARM-FILE.                                     DBNK154P
022000     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK154P
022100     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK154P
022200     PERFORM CHECK-OPEN THRU                                      DBNK154P
022300             CHECK-OPEN-EXIT.                                     DBNK154P
022400                                                                  DBNK154P
022500     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK154P
022600        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK154P
022700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK154P
022800        MOVE 16 TO RETURN-CODE                                    DBNK154P
022900        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK154P
023000        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK154P
023100        GO TO QUICK-EXIT                                          DBNK154P
023200     END-IF.                                                      DBNK154P
023300                                                                  DBNK154P
023400     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK154P
023500                                                                  DBNK154P
023600***************************************************************** DBNK154P
023700* The days allowed to pay are held as data; the due date is     * DBNK154P
023800* the same for every line billed tonight                        * DBNK154P
023900***************************************************************** DBNK154P
024000     MOVE 25 TO WS-DUE-DAYS.                                      DBNK154P
024100     MOVE 'RVLDUEDY' TO PRM-REC-KEY.                              DBNK154P
024200     PERFORM READ-PARAMETER THRU                                  DBNK154P
024300             READ-PARAMETER-EXIT.                                 DBNK154P
024400     IF PRM-REC-KEY IS NOT EQUAL TO SPACES                        DBNK154P
024500        MOVE PRM-REC-AMOUNT TO WS-DUE-DAYS                        DBNK154P
024600     END-IF.                                                      DBNK154P
024700     MOVE WS-RUN-DATE TO ROLL-INPUT-DATE.                         DBNK154P
024800     MOVE SPACES TO ROLL-BRANCH-CODE.                             DBNK154P
024900     MOVE WS-DUE-DAYS TO ROLL-ADD-DAYS.                           DBNK154P
025000     CALL 'UDATROLL' USING WS-ROLL-DATA.                          DBNK154P
025100     IF ROLL-FAILED                                               DBNK154P
025200        MOVE 'Unable to roll the payment due date'                DBNK154P
025300          TO WS-CONSOLE-MESSAGE                                   DBNK154P
025400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK154P
025500        MOVE 12 TO RETURN-CODE                                    DBNK154P
025600        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK154P
025700        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK154P
025800        GO TO QUICK-EXIT                                          DBNK154P
025900     END-IF.                                                      DBNK154P
026000     MOVE ROLL-OUTPUT-DATE TO WS-DUE-DATE.                        DBNK154P
026100                                                                  DBNK154P
026200     PERFORM PRINT-REPORT-HEADING THRU                            DBNK154P
026300             PRINT-REPORT-HEADING-EXIT.                           DBNK154P
026400                                                                  DBNK154P
026500 BNKRVLN-LOOP.                                                    DBNK154P
026600     READ BNKRVLN-FILE                                            DBNK154P
026700       AT END                                                     DBNK154P
026800         GO TO BNKRVLN-ENDED                                      DBNK154P
026900     END-READ.                                                    DBNK154P
027000     ADD 1 TO WS-LINES-READ.                                      DBNK154P
027100     IF RVL-REC-IS-CLOSED                                         DBNK154P
027200        GO TO BNKRVLN-LOOP                                        DBNK154P
027300     END-IF.                                                      DBNK154P
027400     IF RVL-REC-LAST-BILL-DATE (1:6) IS EQUAL TO                  DBNK154P
027500        WS-RUN-DATE (1:6)                                         DBNK154P
027600        GO TO BNKRVLN-LOOP                                        DBNK154P
027700     END-IF.                                                      DBNK154P
027800     PERFORM BILL-LINE THRU                                       DBNK154P
027900             BILL-LINE-EXIT.                                      DBNK154P
028000     GO TO BNKRVLN-LOOP.                                          DBNK154P
028100 BNKRVLN-ENDED.                                                   DBNK154P
028200                                                                  DBNK154P
028300     MOVE SPACES TO RVLRPT-REC.                                   DBNK154P
028400     WRITE RVLRPT-REC.                                            DBNK154P
028500     MOVE SPACES TO RVLRPT-REC.                                   DBNK154P
028600     MOVE WS-LINES-BILLED TO WS-EDIT-CNT.                         DBNK154P
028700     STRING 'LINES BILLED '        DELIMITED BY SIZE              DBNK154P
028800            WS-EDIT-CNT            DELIMITED BY SIZE              DBNK154P
028900       INTO RVLRPT-REC.                                           DBNK154P
029000     MOVE WS-TOTAL-BILLED TO WS-EDIT-AMT.                         DBNK154P
029100     MOVE 'TOTAL MINIMUM DUE ' TO RVLRPT-REC (25:18).             DBNK154P
029200     MOVE WS-EDIT-AMT TO RVLRPT-REC (43:16).                      DBNK154P
029300     WRITE RVLRPT-REC.                                            DBNK154P
029400                                                                  DBNK154P
029500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK154P
029600     STRING WS-LINES-READ DELIMITED BY SIZE                       DBNK154P
029700            ' credit lines read' DELIMITED BY SIZE                DBNK154P
029800       INTO WS-CONSOLE-MESSAGE.                                   DBNK154P
029900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK154P
030000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK154P
030100     STRING WS-LINES-BILLED DELIMITED BY SIZE                     DBNK154P
030200            ' credit lines billed' DELIMITED BY SIZE              DBNK154P
030300       INTO WS-CONSOLE-MESSAGE.                                   DBNK154P
030400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK154P
030500                                                                  DBNK154P
030600     CLOSE RVLRPT-FILE.                                           DBNK154P
030700     CLOSE BNKRVLN-FILE.                                          DBNK154P
030800     CLOSE BNKLSCH-FILE.                                          DBNK154P
030900     CLOSE BNKACC-FILE.                                           DBNK154P
031000     CLOSE BNKPARM-FILE.                                          DBNK154P
031100                                                                  DBNK154P
031200     SET BCTL-FUNC-END TO TRUE.                                   DBNK154P
031300     MOVE WS-LINES-READ TO BCTL-RECORD-COUNT.                     DBNK154P
031400     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK154P
031500     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK154P
031600                                                                  DBNK154P
031700     PERFORM RUN-TIME.                                            DBNK154P
031800                                                                  DBNK154P
031900     MOVE 0 TO RETURN-CODE.                                       DBNK154P
032000 QUICK-EXIT.                                                      DBNK154P
032100     GOBACK.                                                      DBNK154P
032200                                                                  DBNK154P
032300***************************************************************** DBNK154P
032400* Read one BNKPARM value - the key comes back as spaces when    * DBNK154P
032500* the bank has not set it, leaving the default in place         * DBNK154P
032600***************************************************************** DBNK154P
032700 READ-PARAMETER.                                                  DBNK154P
032800     READ BNKPARM-FILE                                            DBNK154P
032900       INVALID KEY                                                DBNK154P
033000         MOVE SPACES TO PRM-REC-KEY                               DBNK154P
033100         GO TO READ-PARAMETER-EXIT                                DBNK154P
033200     END-READ.                                                    DBNK154P
033300     IF WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 DBNK154P
033400        PRM-REC-AMOUNT IS NOT GREATER THAN ZERO                   DBNK154P
033500        MOVE SPACES TO PRM-REC-KEY                                DBNK154P
033600     END-IF.                                                      DBNK154P
033700 READ-PARAMETER-EXIT.                                             DBNK154P
033800     EXIT.                                                        DBNK154P
033900                                                                  DBNK154P
034000***************************************************************** DBNK154P
034100* Bill one line - the drawn balance is what the line account    * DBNK154P
034200* is overdrawn by tonight; nothing drawn, nothing billed        * DBNK154P
034300***************************************************************** DBNK154P
034400 BILL-LINE.                                                       DBNK154P
034500     MOVE RVL-REC-ACCNO TO BAC-REC-ACCNO.                         DBNK154P
034600     READ BNKACC-FILE                                             DBNK154P
034700       INVALID KEY                                                DBNK154P
034800         GO TO BILL-LINE-EXIT                                     DBNK154P
034900     END-READ.                                                    DBNK154P
035000     IF BAC-REC-ACC-IS-CLOSED OR                                  DBNK154P
035100        BAC-REC-BALANCE IS NOT LESS THAN ZERO                     DBNK154P
035200        GO TO BILL-LINE-EXIT                                      DBNK154P
035300     END-IF.                                                      DBNK154P
035400     COMPUTE WS-DRAWN = ZERO - BAC-REC-BALANCE.                   DBNK154P
035500     COMPUTE WS-MIN-DUE ROUNDED =                                 DBNK154P
035600         WS-DRAWN * RVL-REC-MIN-PCT / 100.                        DBNK154P
035700     IF WS-MIN-DUE IS LESS THAN RVL-REC-MIN-FLOOR                 DBNK154P
035800        MOVE RVL-REC-MIN-FLOOR TO WS-MIN-DUE                      DBNK154P
035900     END-IF.                                                      DBNK154P
036000     IF WS-MIN-DUE IS GREATER THAN WS-DRAWN                       DBNK154P
036100        MOVE WS-DRAWN TO WS-MIN-DUE                               DBNK154P
036200     END-IF.                                                      DBNK154P
036300                                                                  DBNK154P
036400*    the installment goes after the last one on the line          DBNK154P
036500     MOVE ZERO TO WS-NEXT-SEQ.                                    DBNK154P
036600     MOVE RVL-REC-ACCNO TO BLS-REC-LOAN-ACCNO.                    DBNK154P
036700     MOVE ZERO TO BLS-REC-SEQ.                                    DBNK154P
036800     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK154P
036900       INVALID KEY                                                DBNK154P
037000         GO TO BILL-LINE-WRITE                                    DBNK154P
037100     END-START.                                                   DBNK154P
037200 BILL-LINE-SEQ-LOOP.                                              DBNK154P
037300     READ BNKLSCH-FILE NEXT                                       DBNK154P
037400       AT END                                                     DBNK154P
037500         GO TO BILL-LINE-WRITE                                    DBNK154P
037600     END-READ.                                                    DBNK154P
037700     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO RVL-REC-ACCNO          DBNK154P
037800        GO TO BILL-LINE-WRITE                                     DBNK154P
037900     END-IF.                                                      DBNK154P
038000     MOVE BLS-REC-SEQ TO WS-NEXT-SEQ.                             DBNK154P
038100     GO TO BILL-LINE-SEQ-LOOP.                                    DBNK154P
038200 BILL-LINE-WRITE.                                                 DBNK154P
038300     IF WS-NEXT-SEQ IS EQUAL TO 999                               DBNK154P
038400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK154P
038500        STRING RVL-REC-ACCNO DELIMITED BY SIZE                    DBNK154P
038600               ' schedule is full - not billed' DELIMITED BY SIZE DBNK154P
038700          INTO WS-CONSOLE-MESSAGE                                 DBNK154P
038800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK154P
038900        GO TO BILL-LINE-EXIT                                      DBNK154P
039000     END-IF.                                                      DBNK154P
039100     ADD 1 TO WS-NEXT-SEQ.                                        DBNK154P
039200     MOVE SPACES TO BNKLSCH-REC.                                  DBNK154P
039300     MOVE RVL-REC-ACCNO TO BLS-REC-LOAN-ACCNO.                    DBNK154P
039400     MOVE WS-NEXT-SEQ TO BLS-REC-SEQ.                             DBNK154P
039500     MOVE RVL-REC-PID TO BLS-REC-PID.                             DBNK154P
039600     MOVE RVL-REC-COLL-ACCNO TO BLS-REC-COLL-ACCNO.               DBNK154P
039700     MOVE WS-DUE-DATE TO BLS-REC-DUE-DATE.                        DBNK154P
039800     MOVE WS-MIN-DUE TO BLS-REC-PRIN-AMT.                         DBNK154P
039900     MOVE ZERO TO BLS-REC-INT-AMT.                                DBNK154P
040000     MOVE WS-MIN-DUE TO BLS-REC-TOT-AMT.                          DBNK154P
040100     COMPUTE BLS-REC-REMAIN-BAL = WS-DRAWN - WS-MIN-DUE.          DBNK154P
040200     SET BLS-REC-IS-SCHEDULED TO TRUE.                            DBNK154P
040300     MOVE ZERO TO BLS-REC-ESCROW-AMT.                             DBNK154P
040400     MOVE ZERO TO BLS-REC-LATE-FEE.                               DBNK154P
040500     SET BLS-REC-NO-LATE-FEE TO TRUE.                             DBNK154P
040600     WRITE BNKLSCH-REC                                            DBNK154P
040700       INVALID KEY                                                DBNK154P
040800         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK154P
040900         STRING RVL-REC-ACCNO DELIMITED BY SIZE                   DBNK154P
041000                ' installment not written' DELIMITED BY SIZE      DBNK154P
041100           INTO WS-CONSOLE-MESSAGE                                DBNK154P
041200         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK154P
041300         GO TO BILL-LINE-EXIT                                     DBNK154P
041400     END-WRITE.                                                   DBNK154P
041500                                                                  DBNK154P
041600     MOVE WS-RUN-DATE TO RVL-REC-LAST-BILL-DATE.                  DBNK154P
041700     MOVE WS-DRAWN TO RVL-REC-LAST-BILL-BAL.                      DBNK154P
041800     MOVE WS-MIN-DUE TO RVL-REC-LAST-BILL-MIN.                    DBNK154P
041900     MOVE WS-NEXT-SEQ TO RVL-REC-LAST-BILL-SEQ.                   DBNK154P
042000     REWRITE BNKRVLN-REC.                                         DBNK154P
042100     ADD 1 TO WS-LINES-BILLED.                                    DBNK154P
042200     ADD WS-MIN-DUE TO WS-TOTAL-BILLED.                           DBNK154P
042300     PERFORM PRINT-LINE-DETAIL THRU                               DBNK154P
042400             PRINT-LINE-DETAIL-EXIT.                              DBNK154P
042500 BILL-LINE-EXIT.                                                  DBNK154P
042600     EXIT.                                                        DBNK154P
042700                                                                  DBNK154P
042800***************************************************************** DBNK154P
042900* Report printing                                               * DBNK154P
043000***************************************************************** DBNK154P
043100 PRINT-REPORT-HEADING.                                            DBNK154P
043200     MOVE SPACES TO RVLRPT-REC.                                   DBNK154P
043300     STRING 'CREDIT LINE MINIMUM PAYMENTS BILLED '                DBNK154P
043400                                             DELIMITED BY SIZE    DBNK154P
043500            WS-RUN-DATE                      DELIMITED BY SIZE    DBNK154P
043600            '  DUE '                         DELIMITED BY SIZE    DBNK154P
043700            WS-DUE-DATE                      DELIMITED BY SIZE    DBNK154P
043800       INTO RVLRPT-REC.                                           DBNK154P
043900     WRITE RVLRPT-REC.                                            DBNK154P
044000     MOVE SPACES TO RVLRPT-REC.                                   DBNK154P
044100     STRING 'LINE ACC  PID  ST'            DELIMITED BY SIZE      DBNK154P
044200            '           LIMIT'            DELIMITED BY SIZE       DBNK154P
044300            '           DRAWN'            DELIMITED BY SIZE       DBNK154P
044400            '   MIN%'                     DELIMITED BY SIZE       DBNK154P
044500            '     MINIMUM DUE'            DELIMITED BY SIZE       DBNK154P
044600            ' SEQ'                        DELIMITED BY SIZE       DBNK154P
044700            ' COLLECT FROM'               DELIMITED BY SIZE       DBNK154P
044800       INTO RVLRPT-REC.                                           DBNK154P
044900     WRITE RVLRPT-REC.                                            DBNK154P
045000 PRINT-REPORT-HEADING-EXIT.                                       DBNK154P
045100     EXIT.                                                        DBNK154P
045200                                                                  DBNK154P
045300 PRINT-LINE-DETAIL.                                               DBNK154P
045400     MOVE SPACES TO RVLRPT-REC.                                   DBNK154P
045500     MOVE RVL-REC-ACCNO TO RVLRPT-REC (1:9).                      DBNK154P
045600     MOVE RVL-REC-PID TO RVLRPT-REC (11:5).                       DBNK154P
045700     MOVE RVL-REC-STATUS TO RVLRPT-REC (17:1).                    DBNK154P
045800     MOVE RVL-REC-LIMIT TO WS-EDIT-AMT.                           DBNK154P
045900     MOVE WS-EDIT-AMT TO RVLRPT-REC (18:16).                      DBNK154P
046000     MOVE WS-DRAWN TO WS-EDIT-AMT.                                DBNK154P
046100     MOVE WS-EDIT-AMT TO RVLRPT-REC (34:16).                      DBNK154P
046200     MOVE RVL-REC-MIN-PCT TO WS-EDIT-PCT.                         DBNK154P
046300     MOVE WS-EDIT-PCT TO RVLRPT-REC (51:6).                       DBNK154P
046400     MOVE WS-MIN-DUE TO WS-EDIT-AMT.                              DBNK154P
046500     MOVE WS-EDIT-AMT TO RVLRPT-REC (57:16).                      DBNK154P
046600     MOVE WS-NEXT-SEQ TO RVLRPT-REC (74:3).                       DBNK154P
046700     MOVE RVL-REC-COLL-ACCNO TO RVLRPT-REC (78:9).                DBNK154P
046800     WRITE RVLRPT-REC.                                            DBNK154P
046900 PRINT-LINE-DETAIL-EXIT.                                          DBNK154P
047000     EXIT.                                                        DBNK154P
047100                                                                  DBNK154P
047200***************************************************************** DBNK154P
047300* Check file open OK                                            * DBNK154P
047400***************************************************************** DBNK154P
047500 CHECK-OPEN.                                                      DBNK154P
047600     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK154P
047700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK154P
047800        STRING WS-FILE       DELIMITED BY ' '                     DBNK154P
047900               ' opened ok' DELIMITED BY SIZE                     DBNK154P
048000          INTO WS-CONSOLE-MESSAGE                                 DBNK154P
048100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK154P
048200     ELSE                                                         DBNK154P
048300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK154P
048400        STRING WS-FILE          DELIMITED BY ' '                  DBNK154P
048500               ' did not open' DELIMITED BY SIZE                  DBNK154P
048600          INTO WS-CONSOLE-MESSAGE                                 DBNK154P
048700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK154P
048800        PERFORM DISPLAY-IO-STATUS                                 DBNK154P
048900        ADD 1 TO WS-OPEN-ERROR                                    DBNK154P
049000     END-IF.                                                      DBNK154P
049100 CHECK-OPEN-EXIT.                                                 DBNK154P
049200     EXIT.                                                        DBNK154P
049300                                                                  DBNK154P
049400***************************************************************** DBNK154P
049500* Display the file status bytes. This routine will display as  *  DBNK154P
049600* two digits if the full two byte file status is numeric. If   *  DBNK154P
049700* second byte is non-numeric then it will be treated as a      *  DBNK154P
049800* binary number.                                                * DBNK154P
049900***************************************************************** DBNK154P
050000 DISPLAY-IO-STATUS.                                               DBNK154P
050100     IF WS-IO-STATUS NUMERIC                                      DBNK154P
050200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK154P
050300        STRING 'File status -' DELIMITED BY SIZE                  DBNK154P
050400               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK154P
050500          INTO WS-CONSOLE-MESSAGE                                 DBNK154P
050600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK154P
050700     ELSE                                                         DBNK154P
050800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK154P
050900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK154P
051000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK154P
051100        STRING 'File status -' DELIMITED BY SIZE                  DBNK154P
051200               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK154P
051300               '/'            DELIMITED BY SIZE                   DBNK154P
051400               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK154P
051500          INTO WS-CONSOLE-MESSAGE                                 DBNK154P
051600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK154P
051700     END-IF.                                                      DBNK154P
051800                                                                  DBNK154P
051900***************************************************************** DBNK154P
052000* Display CONSOLE messages...                                   * DBNK154P
052100***************************************************************** DBNK154P
052200 DISPLAY-CONSOLE-MESSAGE.                                         DBNK154P
052300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK154P
052400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK154P
052500                                                                  DBNK154P
052600 COPY CTIMERP.                                                    DBNK154P
