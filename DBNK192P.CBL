000100***************************************************************** DBNK192P
000200*                                                               * DBNK192P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK192P
000400*   This demonstration program is provided for use by users     * DBNK192P
000500*   of Micro Focus products and may be used, modified and       * DBNK192P
000600*   distributed as part of your application provided that       * DBNK192P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK192P
000800*   in this material.                                           * DBNK192P
000900*                                                               * DBNK192P
001000***************************************************************** DBNK192P
001100                                                                  DBNK192P
001200                                                                  DBNK192P
001300***************************************************************** DBNK192P
001400* Program:     DBNK192P.CBL                                     * DBNK192P
001500* Function:    Returned-mail exposure report. Lists every       * DBNK192P
001600*              customer whose BNKCUST address is marked as      * DBNK192P
001700*              returned by the post office and who still has    * DBNK192P
001800*              money on deposit - the credit balances of their  * DBNK192P
001900*              open accounts, found through the BNKACC PID      * DBNK192P
002000*              alternate key - with the returns open on the     * DBNK192P
002100*              BNKRMAL register: how many, the first date, the  * DBNK192P
002200*              latest document sent back and why. Whether an    * DBNK192P
002300*              e-mail address is held, so that statements and   * DBNK192P
002400*              letters still reach them, is shown alongside.    * DBNK192P
002500*              The report is RMLRPT, archived by DBANK84P under * DBNK192P
002600*              id RETMAIL. Runs once a week.                    * DBNK192P
002700*              VSAM version                                     * DBNK192P
002800***************************************************************** DBNK192P
002900                                                                  DBNK192P
003000 IDENTIFICATION DIVISION.                                         DBNK192P
003100 PROGRAM-ID.                                                      DBNK192P
003200     DBNK192P.                                                    DBNK192P
003300 DATE-WRITTEN.                                                    DBNK192P
003400     October 2008.                                                DBNK192P
003500 DATE-COMPILED.                                                   DBNK192P
003600     Today.                                                       DBNK192P
003700                                                                  DBNK192P
003800 ENVIRONMENT DIVISION.                                            DBNK192P
003900                                                                  DBNK192P
004000 INPUT-OUTPUT   SECTION.                                          DBNK192P
004100   FILE-CONTROL.                                                  DBNK192P
004200     SELECT RMLRPT-FILE                                           DBNK192P
004300            ASSIGN       TO RMLRPT                                DBNK192P
004400            ORGANIZATION IS SEQUENTIAL                            DBNK192P
004500            FILE STATUS  IS WS-RMLRPT-STATUS.                     DBNK192P
004600                                                                  DBNK192P
004700     SELECT BNKCUST-FILE                                          DBNK192P
004800            ASSIGN       TO BNKCUST                               DBNK192P
004900            ORGANIZATION IS INDEXED                               DBNK192P
005000            ACCESS MODE  IS SEQUENTIAL                            DBNK192P
005100            RECORD KEY   IS BCS-REC-PID                           DBNK192P
005200            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK192P
005300                                                                  DBNK192P
005400     SELECT BNKACC-FILE                                           DBNK192P
005500            ASSIGN       TO BNKACC                                DBNK192P
005600            ORGANIZATION IS INDEXED                               DBNK192P
005700            ACCESS MODE  IS DYNAMIC                               DBNK192P
005800            RECORD KEY   IS BAC-REC-ACCNO                         DBNK192P
005900            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK192P
006000            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK192P
006100                                                                  DBNK192P
006200     SELECT BNKRMAL-FILE                                          DBNK192P
006300            ASSIGN       TO BNKRMAL                               DBNK192P
006400            ORGANIZATION IS INDEXED                               DBNK192P
006500            ACCESS MODE  IS DYNAMIC                               DBNK192P
006600            RECORD KEY   IS BRM-REC-KEY                           DBNK192P
006700            FILE STATUS  IS WS-BNKRMAL-STATUS.                    DBNK192P
006800                                                                  DBNK192P
006900 DATA DIVISION.                                                   DBNK192P
007000                                                                  DBNK192P
007100 FILE SECTION.                                                    DBNK192P
007200 FD  RMLRPT-FILE.                                                 DBNK192P
007300 01  RMLRPT-REC                         PIC X(132).               DBNK192P
007400                                                                  DBNK192P
007500 FD  BNKCUST-FILE.                                                DBNK192P
007600 01  BNKCUST-REC.                                                 DBNK192P
007700 COPY CBANKVCS.                                                   DBNK192P
007800                                                                  DBNK192P
007900 FD  BNKACC-FILE.                                                 DBNK192P
008000 01  BNKACC-REC.                                                  DBNK192P
008100 COPY CBANKVAC.                                                   DBNK192P
008200                                                                  DBNK192P
008300 FD  BNKRMAL-FILE.                                                DBNK192P
008400 01  BNKRMAL-REC.                                                 DBNK192P
008500 COPY CBANKVRM.                                                   DBNK192P
008600                                                                  DBNK192P
008700 WORKING-STORAGE SECTION.                                         DBNK192P
008800 COPY CTIMERD.                                                    DBNK192P
008900 COPY CTSTAMPD.                                                   DBNK192P
009000                                                                  DBNK192P
009100 01  WS-MISC-STORAGE.                                             DBNK192P
009200   05  WS-PROGRAM-ID                         PIC X(8)             DBNK192P
009300       VALUE 'DBNK192P'.                                          DBNK192P
009400                                                                  DBNK192P
009500   05  WS-RMLRPT-STATUS.                                          DBNK192P
009600     10  WS-RMLRPT-STAT1                      PIC X(1).           DBNK192P
009700     10  WS-RMLRPT-STAT2                      PIC X(1).           DBNK192P
009800   05  WS-BNKCUST-STATUS.                                         DBNK192P
009900     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK192P
010000     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK192P
010100   05  WS-BNKACC-STATUS.                                          DBNK192P
010200     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK192P
010300     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK192P
010400   05  WS-BNKRMAL-STATUS.                                         DBNK192P
010500     10  WS-BNKRMAL-STAT1                     PIC X(1).           DBNK192P
010600     10  WS-BNKRMAL-STAT2                     PIC X(1).           DBNK192P
010700                                                                  DBNK192P
010800   05  WS-IO-STATUS.                                              DBNK192P
010900     10  WS-IO-STAT1                          PIC X(1).           DBNK192P
011000     10  WS-IO-STAT2                          PIC X(1).           DBNK192P
011100                                                                  DBNK192P
011200   05  WS-TWO-BYTES.                                              DBNK192P
011300     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK192P
011400     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK192P
011500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK192P
011600                                              PIC 9(1) COMP.      DBNK192P
011700                                                                  DBNK192P
011800   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK192P
011900     88  OPEN-OK                              VALUE 0.            DBNK192P
012000                                                                  DBNK192P
012100   05  WS-FILE                               PIC X(16).           DBNK192P
012200                                                                  DBNK192P
012300*    the customer's money on deposit and their open returns       DBNK192P
012400   05  WS-ON-DEPOSIT                     PIC S9(11)V99 COMP-3.    DBNK192P
012500   05  WS-ACC-COUNT                          PIC 9(3).            DBNK192P
012600   05  WS-OPEN-RETURNS                       PIC 9(3).            DBNK192P
012700   05  WS-FIRST-RETURNED                     PIC X(8).            DBNK192P
012800   05  WS-LAST-DOC-TYPE                      PIC X(8).            DBNK192P
012900   05  WS-LAST-REASON                        PIC X(20).           DBNK192P
013000                                                                  DBNK192P
013100   05  WS-CUSTOMERS-READ                     PIC 9(7)             DBNK192P
013200       VALUE ZERO.                                                DBNK192P
013300   05  WS-CUSTOMERS-MARKED                   PIC 9(7)             DBNK192P
013400       VALUE ZERO.                                                DBNK192P
013500   05  WS-CUSTOMERS-LISTED                   PIC 9(7)             DBNK192P
013600       VALUE ZERO.                                                DBNK192P
013700   05  WS-TOTAL-ON-DEPOSIT                   PIC S9(13)V99 COMP-3 DBNK192P
013800       VALUE ZERO.                                                DBNK192P
013900                                                                  DBNK192P
014000   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK192P
014100   05  WS-EDIT-SMALL                         PIC ZZ9.             DBNK192P
014200   05  WS-EDIT-AMT                       PIC Z,ZZZ,ZZZ,ZZ9.99-.   DBNK192P
014300   05  WS-EDIT-TOTAL                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-. DBNK192P
014400                                                                  DBNK192P
014500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK192P
014600                                                                  DBNK192P
014700 01  WS-BCTL-DATA.                                                DBNK192P
014800 COPY CBCTLD.                                                     DBNK192P
014900                                                                  DBNK192P
015000 01  WS-BUSD-DATA.                                                DBNK192P
015100 COPY CBUSDD.                                                     DBNK192P
015200                                                                  DBNK192P
015300 PROCEDURE DIVISION.                                              DBNK192P
015400     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK192P
015500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK192P
015600     PERFORM RUN-TIME.                                            DBNK192P
015700                                                                  DBNK192P
015800***************************************************************** DBNK192P
015900* Register this run in the batch control file keyed on the      * DBNK192P
016000* business date                                                 * DBNK192P
016100***************************************************************** DBNK192P
016200     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK192P
016300     MOVE 'DBNK192P' TO BCTL-JOB-NAME.                            DBNK192P
016400     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK192P
016500     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK192P
016600     SET BCTL-FUNC-START TO TRUE.                                 DBNK192P
016700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK192P
016800     IF NOT BCTL-OK                                               DBNK192P
016900        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK192P
017000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK192P
017100        MOVE 8 TO RETURN-CODE                                     DBNK192P
017200        GO TO QUICK-EXIT                                          DBNK192P
017300     END-IF.                                                      DBNK192P
017400                                                                  DBNK192P
017500 COPY CTSTAMPP.                                                   DBNK192P
017600                                                                  DBNK192P
017700     SET OPEN-OK TO TRUE.                                         DBNK192P
017800                                                                  DBNK192P
017900     OPEN OUTPUT RMLRPT-FILE.                                     DBNK192P
018000     MOVE WS-RMLRPT-STATUS TO WS-IO-STATUS.                       DBNK192P
018100     MOVE 'RMLRPT-FILE' TO WS-FILE.                               DBNK192P
018200     PERFORM CHECK-OPEN THRU                                      DBNK192P
018300             CHECK-OPEN-EXIT.                                     DBNK192P
018400                                                                  DBNK192P
018500     OPEN INPUT BNKCUST-FILE.                                     DBNK192P
018600     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK192P
018700     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK192P
018800     PERFORM CHECK-OPEN THRU                                      DBNK192P
018900             CHECK-OPEN-EXIT.                                     DBNK192P
019000                                                                  DBNK192P
019100     OPEN INPUT BNKACC-FILE.                                      DBNK192P
019200     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK192P
019300     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK192P
019400     PERFORM CHECK-OPEN THRU                                      DBNK192P
019500             CHECK-OPEN-EXIT.                                     DBNK192P
019600                                                                  DBNK192P
019700     OPEN INPUT BNKRMAL-FILE.                                     DBNK192P
019800     MOVE WS-BNKRMAL-STATUS TO WS-IO-STATUS.                      DBNK192P
019900     MOVE 'BNKRMAL-FILE' TO WS-FILE.                              DBNK192P
020000     PERFORM CHECK-OPEN THRU                                      DBNK192P
020100             CHECK-OPEN-EXIT.                                     DBNK192P
020200                                                                  DBNK192P
020300     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK192P
020400        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK192P
020500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK192P
020600        MOVE 16 TO RETURN-CODE                                    DBNK192P
020700        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK192P
020800        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK192P
020900        GO TO QUICK-EXIT                                          DBNK192P
021000     END-IF.                                                      DBNK192P
021100                                                                  DBNK192P
021200     PERFORM PRINT-REPORT-HEADING THRU                            DBNK192P
021300             PRINT-REPORT-HEADING-EXIT.                           DBNK192P
021400                                                                  DBNK192P
021500***************************************************************** DBNK192P
021600* Every customer; one whose address is marked as returned and   * DBNK192P
021700* who has money on deposit is listed                            * DBNK192P
021800***************************************************************** DBNK192P
021900 CUST-LOOP.                                                       DBNK192P
022000     READ BNKCUST-FILE                                            DBNK192P
022100       AT END                                                     DBNK192P
022200         GO TO CUST-ENDED                                         DBNK192P
022300     END-READ.                                                    DBNK192P
022400     ADD 1 TO WS-CUSTOMERS-READ.                                  DBNK192P
022500     IF NOT BCS-REC-ADDR-RETURNED                                 DBNK192P
022600        GO TO CUST-LOOP                                           DBNK192P
022700     END-IF.                                                      DBNK192P
022800     ADD 1 TO WS-CUSTOMERS-MARKED.                                DBNK192P
022900     PERFORM SUM-DEPOSITS THRU                                    DBNK192P
023000             SUM-DEPOSITS-EXIT.                                   DBNK192P
023100     IF WS-ON-DEPOSIT IS NOT GREATER THAN ZERO                    DBNK192P
023200        GO TO CUST-LOOP                                           DBNK192P
023300     END-IF.                                                      DBNK192P
023400     PERFORM FIND-RETURNS THRU                                    DBNK192P
023500             FIND-RETURNS-EXIT.                                   DBNK192P
023600     PERFORM PRINT-DETAIL-LINE THRU                               DBNK192P
023700             PRINT-DETAIL-LINE-EXIT.                              DBNK192P
023800     GO TO CUST-LOOP.                                             DBNK192P
023900 CUST-ENDED.                                                      DBNK192P
024000     MOVE SPACES TO RMLRPT-REC.                                   DBNK192P
024100     WRITE RMLRPT-REC.                                            DBNK192P
024200     MOVE SPACES TO RMLRPT-REC.                                   DBNK192P
024300     MOVE WS-CUSTOMERS-LISTED TO WS-EDIT-CNT.                     DBNK192P
024400     MOVE WS-EDIT-CNT TO RMLRPT-REC (1:7).                        DBNK192P
024500     MOVE 'CUSTOMERS LISTED' TO RMLRPT-REC (9:16).                DBNK192P
024600     MOVE WS-TOTAL-ON-DEPOSIT TO WS-EDIT-TOTAL.                   DBNK192P
024700     MOVE 'ON DEPOSIT' TO RMLRPT-REC (30:10).                     DBNK192P
024800     MOVE WS-EDIT-TOTAL TO RMLRPT-REC (41:19).                    DBNK192P
024900     WRITE RMLRPT-REC.                                            DBNK192P
025000     MOVE SPACES TO RMLRPT-REC.                                   DBNK192P
025100     MOVE WS-CUSTOMERS-MARKED TO WS-EDIT-CNT.                     DBNK192P
025200     MOVE WS-EDIT-CNT TO RMLRPT-REC (1:7).                        DBNK192P
025300     MOVE 'CUSTOMERS WITH RETURNED MAIL IN ALL'                   DBNK192P
025400       TO RMLRPT-REC (9:35).                                      DBNK192P
025500     WRITE RMLRPT-REC.                                            DBNK192P
025600                                                                  DBNK192P
025700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK192P
025800     STRING WS-CUSTOMERS-READ        DELIMITED BY SIZE            DBNK192P
025900            ' customers read'        DELIMITED BY SIZE            DBNK192P
026000       INTO WS-CONSOLE-MESSAGE.                                   DBNK192P
026100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK192P
026200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK192P
026300     STRING WS-CUSTOMERS-MARKED      DELIMITED BY SIZE            DBNK192P
026400            ' with returned mail'    DELIMITED BY SIZE            DBNK192P
026500       INTO WS-CONSOLE-MESSAGE.                                   DBNK192P
026600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK192P
026700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK192P
026800     STRING WS-CUSTOMERS-LISTED      DELIMITED BY SIZE            DBNK192P
026900            ' listed with money on deposit'                       DBNK192P
027000                                     DELIMITED BY SIZE            DBNK192P
027100       INTO WS-CONSOLE-MESSAGE.                                   DBNK192P
027200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK192P
027300                                                                  DBNK192P
027400     CLOSE RMLRPT-FILE.                                           DBNK192P
027500     CLOSE BNKCUST-FILE.                                          DBNK192P
027600     CLOSE BNKACC-FILE.                                           DBNK192P
027700     CLOSE BNKRMAL-FILE.                                          DBNK192P
027800                                                                  DBNK192P
027900     SET BCTL-FUNC-END TO TRUE.                                   DBNK192P
028000     MOVE WS-CUSTOMERS-LISTED TO BCTL-RECORD-COUNT.               DBNK192P
028100     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK192P
028200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK192P
028300                                                                  DBNK192P
028400     PERFORM RUN-TIME.                                            DBNK192P
028500                                                                  DBNK192P
028600     MOVE 0 TO RETURN-CODE.                                       DBNK192P
028700 QUICK-EXIT.                                                      DBNK192P
028800     GOBACK.                                                      DBNK192P
028900                                                                  DBNK192P
029000***************************************************************** DBNK192P
029100* Add up the credit balances of the customer's open accounts,   * DBNK192P
029200* browsing BNKACC by the PID alternate key                      * DBNK192P
029300***************************************************************** DBNK192P
029400 SUM-DEPOSITS.                                                    DBNK192P
029500     MOVE ZERO TO WS-ON-DEPOSIT.                                  DBNK192P
029600     MOVE ZERO TO WS-ACC-COUNT.                                   DBNK192P
029700     MOVE BCS-REC-PID TO BAC-REC-PID.                             DBNK192P
029800     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID                DBNK192P
029900       INVALID KEY                                                DBNK192P
030000         GO TO SUM-DEPOSITS-EXIT                                  DBNK192P
030100     END-START.                                                   DBNK192P
030200 SUM-DEPOSITS-LOOP.                                               DBNK192P
030300     READ BNKACC-FILE NEXT                                        DBNK192P
030400       AT END                                                     DBNK192P
030500         GO TO SUM-DEPOSITS-EXIT                                  DBNK192P
030600     END-READ.                                                    DBNK192P
030700     IF BAC-REC-PID IS NOT EQUAL TO BCS-REC-PID                   DBNK192P
030800        GO TO SUM-DEPOSITS-EXIT                                   DBNK192P
030900     END-IF.                                                      DBNK192P
031000     IF BAC-REC-ACC-IS-CLOSED OR                                  DBNK192P
031100        BAC-REC-BALANCE IS NOT GREATER THAN ZERO                  DBNK192P
031200        GO TO SUM-DEPOSITS-LOOP                                   DBNK192P
031300     END-IF.                                                      DBNK192P
031400     ADD BAC-REC-BALANCE TO WS-ON-DEPOSIT.                        DBNK192P
031500     ADD 1 TO WS-ACC-COUNT.                                       DBNK192P
031600     GO TO SUM-DEPOSITS-LOOP.                                     DBNK192P
031700 SUM-DEPOSITS-EXIT.                                               DBNK192P
031800     EXIT.                                                        DBNK192P
031900                                                                  DBNK192P
032000***************************************************************** DBNK192P
032100* The customer's open returns - how many, the first date and    * DBNK192P
032200* the latest document and reason                                * DBNK192P
032300***************************************************************** DBNK192P
032400 FIND-RETURNS.                                                    DBNK192P
032500     MOVE ZERO TO WS-OPEN-RETURNS.                                DBNK192P
032600     MOVE SPACES TO WS-FIRST-RETURNED.                            DBNK192P
032700     MOVE SPACES TO WS-LAST-DOC-TYPE.                             DBNK192P
032800     MOVE SPACES TO WS-LAST-REASON.                               DBNK192P
032900     MOVE BCS-REC-PID TO BRM-REC-PID.                             DBNK192P
033000     MOVE LOW-VALUES TO BRM-REC-TIMESTAMP.                        DBNK192P
033100     START BNKRMAL-FILE KEY IS NOT LESS THAN BRM-REC-KEY          DBNK192P
033200       INVALID KEY                                                DBNK192P
033300         GO TO FIND-RETURNS-EXIT                                  DBNK192P
033400     END-START.                                                   DBNK192P
033500 FIND-RETURNS-LOOP.                                               DBNK192P
033600     READ BNKRMAL-FILE NEXT                                       DBNK192P
033700       AT END                                                     DBNK192P
033800         GO TO FIND-RETURNS-EXIT                                  DBNK192P
033900     END-READ.                                                    DBNK192P
034000     IF BRM-REC-PID IS NOT EQUAL TO BCS-REC-PID                   DBNK192P
034100        GO TO FIND-RETURNS-EXIT                                   DBNK192P
034200     END-IF.                                                      DBNK192P
034300     IF NOT BRM-REC-IS-OPEN                                       DBNK192P
034400        GO TO FIND-RETURNS-LOOP                                   DBNK192P
034500     END-IF.                                                      DBNK192P
034600     ADD 1 TO WS-OPEN-RETURNS.                                    DBNK192P
034700     IF WS-FIRST-RETURNED IS EQUAL TO SPACES                      DBNK192P
034800        MOVE BRM-REC-RECORDED-DATE TO WS-FIRST-RETURNED           DBNK192P
034900     END-IF.                                                      DBNK192P
035000     MOVE BRM-REC-DOC-TYPE TO WS-LAST-DOC-TYPE.                   DBNK192P
035100     MOVE BRM-REC-REASON TO WS-LAST-REASON.                       DBNK192P
035200     GO TO FIND-RETURNS-LOOP.                                     DBNK192P
035300 FIND-RETURNS-EXIT.                                               DBNK192P
035400     EXIT.                                                        DBNK192P
035500                                                                  DBNK192P
035600***************************************************************** DBNK192P
035700* Detail line                                                   * DBNK192P
035800***************************************************************** DBNK192P
035900 PRINT-DETAIL-LINE.                                               DBNK192P
036000     MOVE SPACES TO RMLRPT-REC.                                   DBNK192P
036100     MOVE BCS-REC-PID TO RMLRPT-REC (1:5).                        DBNK192P
036200     MOVE BCS-REC-NAME TO RMLRPT-REC (8:30).                      DBNK192P
036300     IF BCS-REC-EMAIL IS EQUAL TO SPACES                          DBNK192P
036400        MOVE 'N' TO RMLRPT-REC (41:1)                             DBNK192P
036500     ELSE                                                         DBNK192P
036600        MOVE 'Y' TO RMLRPT-REC (41:1)                             DBNK192P
036700     END-IF.                                                      DBNK192P
036800     MOVE WS-ACC-COUNT TO WS-EDIT-SMALL.                          DBNK192P
036900     MOVE WS-EDIT-SMALL TO RMLRPT-REC (46:3).                     DBNK192P
037000     MOVE WS-ON-DEPOSIT TO WS-EDIT-AMT.                           DBNK192P
037100     MOVE WS-EDIT-AMT TO RMLRPT-REC (51:17).                      DBNK192P
037200     MOVE WS-OPEN-RETURNS TO WS-EDIT-SMALL.                       DBNK192P
037300     MOVE WS-EDIT-SMALL TO RMLRPT-REC (71:3).                     DBNK192P
037400     MOVE WS-FIRST-RETURNED TO RMLRPT-REC (76:8).                 DBNK192P
037500     MOVE WS-LAST-DOC-TYPE TO RMLRPT-REC (86:8).                  DBNK192P
037600     MOVE WS-LAST-REASON TO RMLRPT-REC (96:20).                   DBNK192P
037700     MOVE BCS-REC-POST-CODE TO RMLRPT-REC (118:10).               DBNK192P
037800     WRITE RMLRPT-REC.                                            DBNK192P
037900     ADD 1 TO WS-CUSTOMERS-LISTED.                                DBNK192P
038000     ADD WS-ON-DEPOSIT TO WS-TOTAL-ON-DEPOSIT.                    DBNK192P
038100 PRINT-DETAIL-LINE-EXIT.                                          DBNK192P
038200     EXIT.                                                        DBNK192P
038300                                                                  DBNK192P
038400***************************************************************** DBNK192P
038500* Report heading                                                * DBNK192P
038600***************************************************************** DBNK192P
038700 PRINT-REPORT-HEADING.                                            DBNK192P
038800     MOVE SPACES TO RMLRPT-REC.                                   DBNK192P
038900     STRING 'CUSTOMERS WITH RETURNED MAIL AND MONEY ON DEPOSIT '  DBNK192P
039000            'AT '                                                 DBNK192P
039100                                          DELIMITED BY SIZE       DBNK192P
039200            BUSD-DATE                     DELIMITED BY SIZE       DBNK192P
039300       INTO RMLRPT-REC.                                           DBNK192P
039400     WRITE RMLRPT-REC.                                            DBNK192P
039500     MOVE SPACES TO RMLRPT-REC.                                   DBNK192P
039600     WRITE RMLRPT-REC.                                            DBNK192P
039700     MOVE SPACES TO RMLRPT-REC.                                   DBNK192P
039800     MOVE 'PID' TO RMLRPT-REC (1:3).                              DBNK192P
039900     MOVE 'NAME' TO RMLRPT-REC (8:4).                             DBNK192P
040000     MOVE 'EMAIL' TO RMLRPT-REC (39:5).                           DBNK192P
040100     MOVE 'ACCS' TO RMLRPT-REC (45:4).                            DBNK192P
040200     MOVE 'ON DEPOSIT' TO RMLRPT-REC (57:10).                     DBNK192P
040300     MOVE 'RETS' TO RMLRPT-REC (70:4).                            DBNK192P
040400     MOVE 'SINCE' TO RMLRPT-REC (76:5).                           DBNK192P
040500     MOVE 'LAST DOC' TO RMLRPT-REC (86:8).                        DBNK192P
040600     MOVE 'REASON' TO RMLRPT-REC (96:6).                          DBNK192P
040700     MOVE 'POST CODE' TO RMLRPT-REC (118:9).                      DBNK192P
040800     WRITE RMLRPT-REC.                                            DBNK192P
040900     MOVE SPACES TO RMLRPT-REC.                                   DBNK192P
041000     WRITE RMLRPT-REC.                                            DBNK192P
041100 PRINT-REPORT-HEADING-EXIT.                                       DBNK192P
041200     EXIT.                                                        DBNK192P
041300                                                                  DBNK192P
041400***************************************************************** DBNK192P
041500* Check file open OK                                            * DBNK192P
041600***************************************************************** DBNK192P
041700 CHECK-OPEN.                                                      DBNK192P
041800     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK192P
041900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK192P
042000        STRING WS-FILE       DELIMITED BY ' '                     DBNK192P
042100               ' opened ok' DELIMITED BY SIZE                     DBNK192P
042200          INTO WS-CONSOLE-MESSAGE                                 DBNK192P
042300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK192P
042400     ELSE                                                         DBNK192P
042500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK192P
042600        STRING WS-FILE          DELIMITED BY ' '                  DBNK192P
042700               ' did not open' DELIMITED BY SIZE                  DBNK192P
042800          INTO WS-CONSOLE-MESSAGE                                 DBNK192P
042900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK192P
043000        PERFORM DISPLAY-IO-STATUS                                 DBNK192P
043100        ADD 1 TO WS-OPEN-ERROR                                    DBNK192P
043200     END-IF.                                                      DBNK192P
043300 CHECK-OPEN-EXIT.                                                 DBNK192P
043400     EXIT.                                                        DBNK192P
043500                                                                  DBNK192P
043600***************************************************************** DBNK192P
043700* Display the file status bytes. This routine will display as  *  DBNK192P
043800* two digits if the full two byte file status is numeric. If   *  DBNK192P
043900* second byte is non-numeric then it will be treated as a      *  DBNK192P
044000* binary number.                                                * DBNK192P
044100***************************************************************** DBNK192P
044200 DISPLAY-IO-STATUS.                                               DBNK192P
044300     IF WS-IO-STATUS NUMERIC                                      DBNK192P
044400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK192P
044500        STRING 'File status -' DELIMITED BY SIZE                  DBNK192P
044600               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK192P
044700          INTO WS-CONSOLE-MESSAGE                                 DBNK192P
044800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK192P
044900     ELSE                                                         DBNK192P
045000        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK192P
045100        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK192P
045200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK192P
045300        STRING 'File status -' DELIMITED BY SIZE                  DBNK192P
045400               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK192P
045500               '/'            DELIMITED BY SIZE                   DBNK192P
045600               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK192P
045700          INTO WS-CONSOLE-MESSAGE                                 DBNK192P
045800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK192P
045900     END-IF.                                                      DBNK192P
046000                                                                  DBNK192P
046100***************************************************************** DBNK192P
046200* Display CONSOLE messages...                                   * DBNK192P
046300***************************************************************** DBNK192P
046400 DISPLAY-CONSOLE-MESSAGE.                                         DBNK192P
046500     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK192P
046600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK192P
046700                                                                  DBNK192P
046800 COPY CTIMERP.                                                    DBNK192P
046900                                                                  DBNK192P
