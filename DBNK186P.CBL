000100***************************************************************** DBNK186P
000200*                                                               * DBNK186P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK186P
000400*   This demonstration program is provided for use by users     * DBNK186P
000500*   of Micro Focus products and may be used, modified and       * DBNK186P
000600*   distributed as part of your application provided that       * DBNK186P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK186P
000800*   in this material.                                           * DBNK186P
000900*                                                               * DBNK186P
001000***************************************************************** DBNK186P
001100                                                                  DBNK186P
001200***************************************************************** DBNK186P
001300* Program:     DBNK186P.CBL                                     * DBNK186P
001400* Function:    Savings transfer limit conversion report. Lists  * DBNK186P
001500*              every open account whose product still limits    * DBNK186P
001600*              its outgoing transfers per statement cycle and   * DBNK186P
001700*              which has gone over that limit in at least the   * DBNK186P
001800*              BNKPARM XFERRPT number (default 3) of its last   * DBNK186P
001900*              six cycles with transfers, as kept on BNKSXFR by * DBNK186P
002000*              DBANK04P, WEBSXFER and DBANK53P. Each line shows * DBNK186P
002100*              the owner, the type and branch, the transfers    * DBNK186P
002200*              and overs counted in the latest cycle and the    * DBNK186P
002300*              six-cycle history (oldest first, Y for a cycle   * DBNK186P
002400*              over the limit), so the branch can offer the     * DBNK186P
002500*              customer a checking account instead. The report  * DBNK186P
002600*              is SXFRPT, archived by DBANK84P under id         * DBNK186P
002700*              XFERLIM. Runs once per month after statements.   * DBNK186P
002800*              VSAM version                                     * DBNK186P
002900***************************************************************** DBNK186P
003000                                                                  DBNK186P
003100 IDENTIFICATION DIVISION.                                         DBNK186P
003200 PROGRAM-ID.                                                      DBNK186P
003300     DBNK186P.                                                    DBNK186P
003400 DATE-WRITTEN.                                                    DBNK186P
003500     October 2008.                                                DBNK186P
003600 DATE-COMPILED.                                                   DBNK186P
003700     Today.                                                       DBNK186P
003800                                                                  DBNK186P
003900 ENVIRONMENT DIVISION.                                            DBNK186P
004000                                                                  DBNK186P
004100 INPUT-OUTPUT   SECTION.                                          DBNK186P
004200   FILE-CONTROL.                                                  DBNK186P
004300     SELECT SXFRPT-FILE                                           DBNK186P
004400            ASSIGN       TO SXFRPT                                DBNK186P
004500            ORGANIZATION IS SEQUENTIAL                            DBNK186P
004600            FILE STATUS  IS WS-SXFRPT-STATUS.                     DBNK186P
004700                                                                  DBNK186P
004800     SELECT BNKSXFR-FILE                                          DBNK186P
004900            ASSIGN       TO BNKSXFR                               DBNK186P
005000            ORGANIZATION IS INDEXED                               DBNK186P
005100            ACCESS MODE  IS SEQUENTIAL                            DBNK186P
005200            RECORD KEY   IS SXF-REC-ACCNO                         DBNK186P
005300            FILE STATUS  IS WS-BNKSXFR-STATUS.                    DBNK186P
005400                                                                  DBNK186P
005500     SELECT BNKACC-FILE                                           DBNK186P
005600            ASSIGN       TO BNKACC                                DBNK186P
005700            ORGANIZATION IS INDEXED                               DBNK186P
005800            ACCESS MODE  IS RANDOM                                DBNK186P
005900            RECORD KEY   IS BAC-REC-ACCNO                         DBNK186P
006000            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK186P
006100            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK186P
006200                                                                  DBNK186P
006300     SELECT BNKPROD-FILE                                          DBNK186P
006400            ASSIGN       TO BNKPROD                               DBNK186P
006500            ORGANIZATION IS INDEXED                               DBNK186P
006600            ACCESS MODE  IS RANDOM                                DBNK186P
006700            RECORD KEY   IS BPR-REC-TYPE                          DBNK186P
006800            FILE STATUS  IS WS-BNKPROD-STATUS.                    DBNK186P
006900                                                                  DBNK186P
007000     SELECT BNKCUST-FILE                                          DBNK186P
007100            ASSIGN       TO BNKCUST                               DBNK186P
007200            ORGANIZATION IS INDEXED                               DBNK186P
007300            ACCESS MODE  IS RANDOM                                DBNK186P
007400            RECORD KEY   IS BCS-REC-PID                           DBNK186P
007500            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK186P
007600                                                                  DBNK186P
007700     SELECT BNKPARM-FILE                                          DBNK186P
007800            ASSIGN       TO BNKPARM                               DBNK186P
007900            ORGANIZATION IS INDEXED                               DBNK186P
008000            ACCESS MODE  IS RANDOM                                DBNK186P
008100            RECORD KEY   IS PRM-REC-KEY                           DBNK186P
008200            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK186P
008300                                                                  DBNK186P
008400 DATA DIVISION.                                                   DBNK186P
008500                                                                  DBNK186P
008600 FILE SECTION.                                                    DBNK186P
008700 FD  SXFRPT-FILE.                                                 DBNK186P
008800 01  SXFRPT-REC                         PIC X(132).               DBNK186P
008900                                                                  DBNK186P
009000 FD  BNKSXFR-FILE.                                                DBNK186P
009100 01  BNKSXFR-REC.                                                 DBNK186P
009200 COPY CBANKVSF.                                                   DBNK186P
009300                                                                  DBNK186P
009400 FD  BNKACC-FILE.                                                 DBNK186P
009500 01  BNKACC-REC.                                                  DBNK186P
009600 COPY CBANKVAC.                                                   DBNK186P
009700                                                                  DBNK186P
009800 FD  BNKPROD-FILE.                                                DBNK186P
009900 01  BNKPROD-REC.                                                 DBNK186P
010000 COPY CBANKVPT.                                                   DBNK186P
010100                                                                  DBNK186P
010200 FD  BNKCUST-FILE.                                                DBNK186P
010300 01  BNKCUST-REC.                                                 DBNK186P
010400 COPY CBANKVCS.                                                   DBNK186P
010500                                                                  DBNK186P
010600 FD  BNKPARM-FILE.                                                DBNK186P
010700 01  BNKPARM-REC.                                                 DBNK186P
010800 COPY CBANKVPM.                                                   DBNK186P
010900                                                                  DBNK186P
011000 WORKING-STORAGE SECTION.                                         DBNK186P
011100 COPY CTIMERD.                                                    DBNK186P
011200 COPY CTSTAMPD.                                                   DBNK186P
011300                                                                  DBNK186P
011400 01  WS-MISC-STORAGE.                                             DBNK186P
011500   05  WS-PROGRAM-ID                         PIC X(8)             DBNK186P
011600       VALUE 'DBNK186P'.                                          DBNK186P
011700                                                                  DBNK186P
011800   05  WS-SXFRPT-STATUS.                                          DBNK186P
011900     10  WS-SXFRPT-STAT1                      PIC X(1).           DBNK186P
012000     10  WS-SXFRPT-STAT2                      PIC X(1).           DBNK186P
012100   05  WS-BNKSXFR-STATUS.                                         DBNK186P
012200     10  WS-BNKSXFR-STAT1                     PIC X(1).           DBNK186P
012300     10  WS-BNKSXFR-STAT2                     PIC X(1).           DBNK186P
012400   05  WS-BNKACC-STATUS.                                          DBNK186P
012500     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK186P
012600     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK186P
012700   05  WS-BNKPROD-STATUS.                                         DBNK186P
012800     10  WS-BNKPROD-STAT1                     PIC X(1).           DBNK186P
012900     10  WS-BNKPROD-STAT2                     PIC X(1).           DBNK186P
013000   05  WS-BNKCUST-STATUS.                                         DBNK186P
013100     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK186P
013200     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK186P
013300   05  WS-BNKPARM-STATUS.                                         DBNK186P
013400     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK186P
013500     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK186P
013600                                                                  DBNK186P
013700   05  WS-IO-STATUS.                                              DBNK186P
013800     10  WS-IO-STAT1                          PIC X(1).           DBNK186P
013900     10  WS-IO-STAT2                          PIC X(1).           DBNK186P
014000                                                                  DBNK186P
014100   05  WS-TWO-BYTES.                                              DBNK186P
014200     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK186P
014300     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK186P
014400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK186P
014500                                              PIC 9(1) COMP.      DBNK186P
014600                                                                  DBNK186P
014700   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK186P
014800     88  OPEN-OK                              VALUE 0.            DBNK186P
014900                                                                  DBNK186P
015000   05  WS-FILE                               PIC X(16).           DBNK186P
015100                                                                  DBNK186P
015200*    cycles over the limit, of the last six, that put an          DBNK186P
015300*    account on the list                                          DBNK186P
015400   05  WS-OVER-THRESHOLD                     PIC 9(1).            DBNK186P
015500   05  WS-OVER-CYCLES                        PIC 9(1).            DBNK186P
015600                                                                  DBNK186P
015700   05  WS-COUNTS-READ                        PIC 9(7)             DBNK186P
015800       VALUE ZERO.                                                DBNK186P
015900   05  WS-ACCOUNTS-LISTED                    PIC 9(7)             DBNK186P
016000       VALUE ZERO.                                                DBNK186P
016100                                                                  DBNK186P
016200   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK186P
016300   05  WS-EDIT-SMALL                         PIC ZZ9.             DBNK186P
016400                                                                  DBNK186P
016500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK186P
016600                                                                  DBNK186P
016700 01  WS-BCTL-DATA.                                                DBNK186P
016800 COPY CBCTLD.                                                     DBNK186P
016900                                                                  DBNK186P
017000 01  WS-BUSD-DATA.                                                DBNK186P
017100 COPY CBUSDD.                                                     DBNK186P
017200                                                                  DBNK186P
017300 PROCEDURE DIVISION.                                              DBNK186P
017400     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK186P
017500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK186P
017600     PERFORM RUN-TIME.                                            DBNK186P
017700                                                                  DBNK186P
017800***************************************************************** DBNK186P
017900* Register this run in the batch control file keyed on the      * DBNK186P
018000* business date                                                 * DBNK186P
018100***************************************************************** DBNK186P
018200     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK186P
018300     MOVE 'DBNK186P' TO BCTL-JOB-NAME.                            DBNK186P
018400     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK186P
018500     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK186P
018600     SET BCTL-FUNC-START TO TRUE.                                 DBNK186P
018700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK186P
018800     IF NOT BCTL-OK                                               DBNK186P
018900        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK186P
019000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK186P
019100        MOVE 8 TO RETURN-CODE                                     DBNK186P
019200        GO TO QUICK-EXIT                                          DBNK186P
019300     END-IF.                                                      DBNK186P
019400                                                                  DBNK186P
019500 COPY CTSTAMPP.                                                   DBNK186P
019600                                                                  DBNK186P
019700     SET OPEN-OK TO TRUE.                                         DBNK186P
019800                                                                  DBNK186P
019900     OPEN OUTPUT SXFRPT-FILE.                                     DBNK186P
020000     MOVE WS-SXFRPT-STATUS TO WS-IO-STATUS.                       DBNK186P
020100     MOVE 'SXFRPT-FILE' TO WS-FILE.                               DBNK186P
020200     PERFORM CHECK-OPEN THRU                                      DBNK186P
020300             CHECK-OPEN-EXIT.                                     DBNK186P
020400                                                                  DBNK186P
020500     OPEN INPUT BNKSXFR-FILE.                                     DBNK186P
020600     MOVE WS-BNKSXFR-STATUS TO WS-IO-STATUS.                      DBNK186P
020700     MOVE 'BNKSXFR-FILE' TO WS-FILE.                              DBNK186P
020800     PERFORM CHECK-OPEN THRU                                      DBNK186P
020900             CHECK-OPEN-EXIT.                                     DBNK186P
021000                                                                  DBNK186P
021100     OPEN INPUT BNKACC-FILE.                                      DBNK186P
021200     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK186P
021300     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK186P
021400     PERFORM CHECK-OPEN THRU                                      DBNK186P
021500             CHECK-OPEN-EXIT.                                     DBNK186P
021600                                                                  DBNK186P
021700     OPEN INPUT BNKPROD-FILE.                                     DBNK186P
021800     MOVE WS-BNKPROD-STATUS TO WS-IO-STATUS.                      DBNK186P
021900     MOVE 'BNKPROD-FILE' TO WS-FILE.                              DBNK186P
022000     PERFORM CHECK-OPEN THRU                                      DBNK186P
022100             CHECK-OPEN-EXIT.                                     DBNK186P
022200                                                                  DBNK186P
022300     OPEN INPUT BNKCUST-FILE.                                     DBNK186P
022400     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK186P
022500     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK186P
022600     PERFORM CHECK-OPEN THRU                                      DBNK186P
022700             CHECK-OPEN-EXIT.                                     DBNK186P
022800                                                                  DBNK186P
022900     OPEN INPUT BNKPARM-FILE.                                     DBNK186P
023000     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK186P
023100     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK186P
023200     PERFORM CHECK-OPEN THRU                                      DBNK186P
023300             CHECK-OPEN-EXIT.                                     DBNK186P
023400                                                                  DBNK186P
023500     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK186P
023600        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK186P
023700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK186P
023800        MOVE 16 TO RETURN-CODE                                    DBNK186P
023900        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK186P
024000        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK186P
024100        GO TO QUICK-EXIT                                          DBNK186P
024200     END-IF.                                                      DBNK186P
024300                                                                  DBNK186P
024400***************************************************************** DBNK186P
024500* The number of cycles over the limit that lists an account     * DBNK186P
024600* comes from BNKPARM XFERRPT; anything outside 1 to 6 is left   * DBNK186P
024700* at 3                                                          * DBNK186P
024800***************************************************************** DBNK186P
024900     MOVE 3 TO WS-OVER-THRESHOLD.                                 DBNK186P
025000     MOVE 'XFERRPT ' TO PRM-REC-KEY.                              DBNK186P
025100     READ BNKPARM-FILE                                            DBNK186P
025200       INVALID KEY                                                DBNK186P
025300         CONTINUE                                                 DBNK186P
025400     END-READ.                                                    DBNK186P
025500     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK186P
025600        PRM-REC-AMOUNT IS NOT LESS THAN 1 AND                     DBNK186P
025700        PRM-REC-AMOUNT IS NOT GREATER THAN 6                      DBNK186P
025800        MOVE PRM-REC-AMOUNT TO WS-OVER-THRESHOLD                  DBNK186P
025900     END-IF.                                                      DBNK186P
026000                                                                  DBNK186P
026100     PERFORM PRINT-REPORT-HEADING THRU                            DBNK186P
026200             PRINT-REPORT-HEADING-EXIT.                           DBNK186P
026300                                                                  DBNK186P
026400***************************************************************** DBNK186P
026500* Every counted account; one over the limit often enough, still * DBNK186P
026600* open and still on a limited product, is listed                * DBNK186P
026700***************************************************************** DBNK186P
026800 SXFR-LOOP.                                                       DBNK186P
026900     READ BNKSXFR-FILE                                            DBNK186P
027000       AT END                                                     DBNK186P
027100         GO TO SXFR-ENDED                                         DBNK186P
027200     END-READ.                                                    DBNK186P
027300     ADD 1 TO WS-COUNTS-READ.                                     DBNK186P
027400     MOVE ZERO TO WS-OVER-CYCLES.                                 DBNK186P
027500     INSPECT SXF-REC-HISTORY TALLYING WS-OVER-CYCLES FOR ALL 'Y'. DBNK186P
027600     IF WS-OVER-CYCLES IS LESS THAN WS-OVER-THRESHOLD             DBNK186P
027700        GO TO SXFR-LOOP                                           DBNK186P
027800     END-IF.                                                      DBNK186P
027900     MOVE SXF-REC-ACCNO TO BAC-REC-ACCNO.                         DBNK186P
028000     READ BNKACC-FILE                                             DBNK186P
028100       INVALID KEY                                                DBNK186P
028200         GO TO SXFR-LOOP                                          DBNK186P
028300     END-READ.                                                    DBNK186P
028400     IF BAC-REC-ACC-IS-CLOSED                                     DBNK186P
028500        GO TO SXFR-LOOP                                           DBNK186P
028600     END-IF.                                                      DBNK186P
028700     MOVE BAC-REC-TYPE TO BPR-REC-TYPE.                           DBNK186P
028800     READ BNKPROD-FILE                                            DBNK186P
028900       INVALID KEY                                                DBNK186P
029000         GO TO SXFR-LOOP                                          DBNK186P
029100     END-READ.                                                    DBNK186P
029200     IF BPR-REC-XFER-LIMIT IS NOT NUMERIC OR                      DBNK186P
029300        BPR-REC-XFER-LIMIT IS EQUAL TO ZERO                       DBNK186P
029400        GO TO SXFR-LOOP                                           DBNK186P
029500     END-IF.                                                      DBNK186P
029600     PERFORM PRINT-DETAIL-LINE THRU                               DBNK186P
029700             PRINT-DETAIL-LINE-EXIT.                              DBNK186P
029800     GO TO SXFR-LOOP.                                             DBNK186P
029900 SXFR-ENDED.                                                      DBNK186P
030000     MOVE SPACES TO SXFRPT-REC.                                   DBNK186P
030100     MOVE WS-ACCOUNTS-LISTED TO WS-EDIT-CNT.                      DBNK186P
030200     MOVE WS-EDIT-CNT TO SXFRPT-REC (1:7).                        DBNK186P
030300     MOVE 'ACCOUNTS LISTED' TO SXFRPT-REC (9:15).                 DBNK186P
030400     WRITE SXFRPT-REC.                                            DBNK186P
030500                                                                  DBNK186P
030600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK186P
030700     STRING WS-COUNTS-READ           DELIMITED BY SIZE            DBNK186P
030800            ' transfer counts read'  DELIMITED BY SIZE            DBNK186P
030900       INTO WS-CONSOLE-MESSAGE.                                   DBNK186P
031000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK186P
031100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK186P
031200     STRING WS-ACCOUNTS-LISTED       DELIMITED BY SIZE            DBNK186P
031300            ' accounts listed for conversion'                     DBNK186P
031400                                     DELIMITED BY SIZE            DBNK186P
031500       INTO WS-CONSOLE-MESSAGE.                                   DBNK186P
031600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK186P
031700                                                                  DBNK186P
031800     CLOSE SXFRPT-FILE.                                           DBNK186P
031900     CLOSE BNKSXFR-FILE.                                          DBNK186P
032000     CLOSE BNKACC-FILE.                                           DBNK186P
032100     CLOSE BNKPROD-FILE.                                          DBNK186P
032200     CLOSE BNKCUST-FILE.                                          DBNK186P
032300     CLOSE BNKPARM-FILE.                                          DBNK186P
032400                                                                  DBNK186P
032500     SET BCTL-FUNC-END TO TRUE.                                   DBNK186P
032600     MOVE WS-ACCOUNTS-LISTED TO BCTL-RECORD-COUNT.                DBNK186P
032700     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK186P
032800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK186P
032900                                                                  DBNK186P
033000     PERFORM RUN-TIME.                                            DBNK186P
033100                                                                  DBNK186P
033200     MOVE 0 TO RETURN-CODE.                                       DBNK186P
033300 QUICK-EXIT.                                                      DBNK186P
033400     GOBACK.                                                      DBNK186P
033500                                                                  DBNK186P
033600***************************************************************** DBNK186P
033700* Detail line                                                   * DBNK186P
033800***************************************************************** DBNK186P
033900 PRINT-DETAIL-LINE.                                               DBNK186P
034000     MOVE BAC-REC-PID TO BCS-REC-PID.                             DBNK186P
034100     READ BNKCUST-FILE                                            DBNK186P
034200       INVALID KEY                                                DBNK186P
034300         MOVE SPACES TO BCS-REC-NAME                              DBNK186P
034400     END-READ.                                                    DBNK186P
034500     MOVE SPACES TO SXFRPT-REC.                                   DBNK186P
034600     MOVE BAC-REC-ACCNO TO SXFRPT-REC (1:9).                      DBNK186P
034700     MOVE BAC-REC-PID TO SXFRPT-REC (12:5).                       DBNK186P
034800     MOVE BCS-REC-NAME TO SXFRPT-REC (19:30).                     DBNK186P
034900     MOVE BAC-REC-TYPE TO SXFRPT-REC (51:1).                      DBNK186P
035000     MOVE BAC-REC-BRANCH-CODE TO SXFRPT-REC (55:4).               DBNK186P
035100     MOVE BPR-REC-XFER-LIMIT TO WS-EDIT-SMALL.                    DBNK186P
035200     MOVE WS-EDIT-SMALL TO SXFRPT-REC (62:3).                     DBNK186P
035300     MOVE BPR-REC-XFER-EXCESS TO SXFRPT-REC (68:1).               DBNK186P
035400     MOVE SXF-REC-CYCLE TO SXFRPT-REC (72:8).                     DBNK186P
035500     MOVE SXF-REC-COUNT TO WS-EDIT-SMALL.                         DBNK186P
035600     MOVE WS-EDIT-SMALL TO SXFRPT-REC (83:3).                     DBNK186P
035700     MOVE SXF-REC-OVER-COUNT TO WS-EDIT-SMALL.                    DBNK186P
035800     MOVE WS-EDIT-SMALL TO SXFRPT-REC (89:3).                     DBNK186P
035900     MOVE SXF-REC-HISTORY TO SXFRPT-REC (95:6).                   DBNK186P
036000     MOVE WS-OVER-CYCLES TO SXFRPT-REC (104:1).                   DBNK186P
036100     MOVE SXF-REC-LAST-OVER-DATE TO SXFRPT-REC (108:8).           DBNK186P
036200     WRITE SXFRPT-REC.                                            DBNK186P
036300     ADD 1 TO WS-ACCOUNTS-LISTED.                                 DBNK186P
036400 PRINT-DETAIL-LINE-EXIT.                                          DBNK186P
036500     EXIT.                                                        DBNK186P
036600                                                                  DBNK186P
036700***************************************************************** DBNK186P
036800* Report heading                                                * DBNK186P
036900***************************************************************** DBNK186P
037000 PRINT-REPORT-HEADING.                                            DBNK186P
037100     MOVE SPACES TO SXFRPT-REC.                                   DBNK186P
037200     STRING 'SAVINGS ACCOUNTS FOR CONVERSION TO CHECKING AT '     DBNK186P
037300                                          DELIMITED BY SIZE       DBNK186P
037400            BUSD-DATE                     DELIMITED BY SIZE       DBNK186P
037500       INTO SXFRPT-REC.                                           DBNK186P
037600     WRITE SXFRPT-REC.                                            DBNK186P
037700     MOVE SPACES TO SXFRPT-REC.                                   DBNK186P
037800     STRING 'OVER THE TRANSFER LIMIT IN '  DELIMITED BY SIZE      DBNK186P
037900            WS-OVER-THRESHOLD              DELIMITED BY SIZE      DBNK186P
038000            ' OR MORE OF THE LAST SIX CYCLES'                     DBNK186P
038100                                           DELIMITED BY SIZE      DBNK186P
038200       INTO SXFRPT-REC.                                           DBNK186P
038300     WRITE SXFRPT-REC.                                            DBNK186P
038400     MOVE SPACES TO SXFRPT-REC.                                   DBNK186P
038500     WRITE SXFRPT-REC.                                            DBNK186P
038600     MOVE SPACES TO SXFRPT-REC.                                   DBNK186P
038700     MOVE 'ACCOUNT' TO SXFRPT-REC (1:7).                          DBNK186P
038800     MOVE 'PID' TO SXFRPT-REC (12:3).                             DBNK186P
038900     MOVE 'NAME' TO SXFRPT-REC (19:4).                            DBNK186P
039000     MOVE 'TYPE' TO SXFRPT-REC (50:4).                            DBNK186P
039100     MOVE 'BRCH' TO SXFRPT-REC (55:4).                            DBNK186P
039200     MOVE 'LIMIT' TO SXFRPT-REC (60:5).                           DBNK186P
039300     MOVE 'EXC' TO SXFRPT-REC (67:3).                             DBNK186P
039400     MOVE 'CYCLE' TO SXFRPT-REC (72:5).                           DBNK186P
039500     MOVE 'XFERS' TO SXFRPT-REC (81:5).                           DBNK186P
039600     MOVE 'OVERS' TO SXFRPT-REC (87:5).                           DBNK186P
039700     MOVE 'HISTORY' TO SXFRPT-REC (94:7).                         DBNK186P
039800     MOVE 'CYC' TO SXFRPT-REC (103:3).                            DBNK186P
039900     MOVE 'LAST OVER' TO SXFRPT-REC (108:9).                      DBNK186P
040000     WRITE SXFRPT-REC.                                            DBNK186P
040100     MOVE SPACES TO SXFRPT-REC.                                   DBNK186P
040200     WRITE SXFRPT-REC.                                            DBNK186P
040300 PRINT-REPORT-HEADING-EXIT.                                       DBNK186P
040400     EXIT.                                                        DBNK186P
040500                                                                  DBNK186P
040600***************************************************************** DBNK186P
040700* Check file open OK                                            * DBNK186P
040800***************************************************************** DBNK186P
040900 CHECK-OPEN.                                                      DBNK186P
041000     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK186P
041100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK186P
041200        STRING WS-FILE       DELIMITED BY ' '                     DBNK186P
041300               ' opened ok' DELIMITED BY SIZE                     DBNK186P
041400          INTO WS-CONSOLE-MESSAGE                                 DBNK186P
041500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK186P
041600     ELSE                                                         DBNK186P
041700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK186P
041800        STRING WS-FILE          DELIMITED BY ' '                  DBNK186P
041900               ' did not open' DELIMITED BY SIZE                  DBNK186P
042000          INTO WS-CONSOLE-MESSAGE                                 DBNK186P
042100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK186P
042200        PERFORM DISPLAY-IO-STATUS                                 DBNK186P
042300        ADD 1 TO WS-OPEN-ERROR                                    DBNK186P
042400     END-IF.                                                      DBNK186P
042500 CHECK-OPEN-EXIT.                                                 DBNK186P
042600     EXIT.                                                        DBNK186P
042700                                                                  DBNK186P
042800***************************************************************** DBNK186P
042900* Display the file status bytes. This routine will display as  *  DBNK186P
043000* two digits if the full two byte file status is numeric. If   *  DBNK186P
043100* second byte is non-numeric then it will be treated as a      *  DBNK186P
043200* binary number.                                                * DBNK186P
043300***************************************************************** DBNK186P
043400 DISPLAY-IO-STATUS.                                               DBNK186P
043500     IF WS-IO-STATUS NUMERIC                                      DBNK186P
043600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK186P
043700        STRING 'File status -' DELIMITED BY SIZE                  DBNK186P
043800               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK186P
043900          INTO WS-CONSOLE-MESSAGE                                 DBNK186P
044000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK186P
044100     ELSE                                                         DBNK186P
044200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK186P
044300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK186P
044400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK186P
044500        STRING 'File status -' DELIMITED BY SIZE                  DBNK186P
044600               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK186P
044700               '/'            DELIMITED BY SIZE                   DBNK186P
044800               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK186P
044900          INTO WS-CONSOLE-MESSAGE                                 DBNK186P
045000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK186P
045100     END-IF.                                                      DBNK186P
045200                                                                  DBNK186P
045300***************************************************************** DBNK186P
045400* Display CONSOLE messages...                                   * DBNK186P
045500***************************************************************** DBNK186P
045600 DISPLAY-CONSOLE-MESSAGE.                                         DBNK186P
045700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK186P
045800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK186P
045900                                                                  DBNK186P
046000 COPY CTIMERP.                                                    DBNK186P
046100                                                                  DBNK186P
