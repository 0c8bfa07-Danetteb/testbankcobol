000100***************************************************************** DBNK190P
000200*                                                               * DBNK190P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK190P
000400*   This demonstration program is provided for use by users     * DBNK190P
000500*   of Micro Focus products and may be used, modified and       * DBNK190P
000600*   distributed as part of your application provided that       * DBNK190P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK190P
000800*   in this material.                                           * DBNK190P
000900*                                                               * DBNK190P
001000***************************************************************** DBNK190P
001100                                                                  DBNK190P
001200***************************************************************** DBNK190P
001300* Program:     DBNK190P.CBL                                     * DBNK190P
001400* Function:    Expiring interest rate override report. Lists    * DBNK190P
001500*              every account-level rate override on BNKROVR     * DBNK190P
001600*              still in force whose end date falls within the   * DBNK190P
001700*              next BNKPARM ROVRDAYS calendar days (default     * DBNK190P
001800*              30) of the business date, so the relationship    * DBNK190P
001900*              manager can renegotiate before DBANK59P drops    * DBNK190P
002000*              the account back to the table rate. Each line    * DBNK190P
002100*              shows the owner, the type and branch, the        * DBNK190P
002200*              agreed rate, its period, the days it has left    * DBNK190P
002300*              and the reason it was granted. The report is     * DBNK190P
002400*              ROVRPT, archived by DBANK84P under id RATEEXP.   * DBNK190P
002500*              Runs once a week.                                * DBNK190P
002600*              VSAM version                                     * DBNK190P
002700***************************************************************** DBNK190P
002800                                                                  DBNK190P
002900 IDENTIFICATION DIVISION.                                         DBNK190P
003000 PROGRAM-ID.                                                      DBNK190P
003100     DBNK190P.                                                    DBNK190P
003200 DATE-WRITTEN.                                                    DBNK190P
003300     October 2008.                                                DBNK190P
003400 DATE-COMPILED.                                                   DBNK190P
003500     Today.                                                       DBNK190P
003600                                                                  DBNK190P
003700 ENVIRONMENT DIVISION.                                            DBNK190P
003800                                                                  DBNK190P
003900 INPUT-OUTPUT   SECTION.                                          DBNK190P
004000   FILE-CONTROL.                                                  DBNK190P
004100     SELECT ROVRPT-FILE                                           DBNK190P
004200            ASSIGN       TO ROVRPT                                DBNK190P
004300            ORGANIZATION IS SEQUENTIAL                            DBNK190P
004400            FILE STATUS  IS WS-ROVRPT-STATUS.                     DBNK190P
004500                                                                  DBNK190P
004600     SELECT BNKROVR-FILE                                          DBNK190P
004700            ASSIGN       TO BNKROVR                               DBNK190P
004800            ORGANIZATION IS INDEXED                               DBNK190P
004900            ACCESS MODE  IS SEQUENTIAL                            DBNK190P
005000            RECORD KEY   IS ROV-REC-ACCNO                         DBNK190P
005100            FILE STATUS  IS WS-BNKROVR-STATUS.                    DBNK190P
005200                                                                  DBNK190P
005300     SELECT BNKACC-FILE                                           DBNK190P
005400            ASSIGN       TO BNKACC                                DBNK190P
005500            ORGANIZATION IS INDEXED                               DBNK190P
005600            ACCESS MODE  IS RANDOM                                DBNK190P
005700            RECORD KEY   IS BAC-REC-ACCNO                         DBNK190P
005800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK190P
005900            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK190P
006000                                                                  DBNK190P
006100     SELECT BNKCUST-FILE                                          DBNK190P
006200            ASSIGN       TO BNKCUST                               DBNK190P
006300            ORGANIZATION IS INDEXED                               DBNK190P
006400            ACCESS MODE  IS RANDOM                                DBNK190P
006500            RECORD KEY   IS BCS-REC-PID                           DBNK190P
006600            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK190P
006700                                                                  DBNK190P
006800     SELECT BNKPARM-FILE                                          DBNK190P
006900            ASSIGN       TO BNKPARM                               DBNK190P
007000            ORGANIZATION IS INDEXED                               DBNK190P
007100            ACCESS MODE  IS RANDOM                                DBNK190P
007200            RECORD KEY   IS PRM-REC-KEY                           DBNK190P
007300            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK190P
007400                                                                  DBNK190P
007500 DATA DIVISION.                                                   DBNK190P
007600                                                                  DBNK190P
007700 FILE SECTION.                                                    DBNK190P
007800 FD  ROVRPT-FILE.                                                 DBNK190P
007900 01  ROVRPT-REC                         PIC X(132).               DBNK190P
008000                                                                  DBNK190P
008100 FD  BNKROVR-FILE.                                                DBNK190P
008200 01  BNKROVR-REC.                                                 DBNK190P
008300 COPY CBANKVRO.                                                   DBNK190P
008400                                                                  DBNK190P
008500 FD  BNKACC-FILE.                                                 DBNK190P
008600 01  BNKACC-REC.                                                  DBNK190P
008700 COPY CBANKVAC.                                                   DBNK190P
008800                                                                  DBNK190P
008900 FD  BNKCUST-FILE.                                                DBNK190P
009000 01  BNKCUST-REC.                                                 DBNK190P
009100 COPY CBANKVCS.                                                   DBNK190P
009200                                                                  DBNK190P
009300 FD  BNKPARM-FILE.                                                DBNK190P
009400 01  BNKPARM-REC.                                                 DBNK190P
009500 COPY CBANKVPM.                                                   DBNK190P
009600                                                                  DBNK190P
009700 WORKING-STORAGE SECTION.                                         DBNK190P
009800 COPY CTIMERD.                                                    DBNK190P
009900 COPY CTSTAMPD.                                                   DBNK190P
010000                                                                  DBNK190P
010100 01  WS-MISC-STORAGE.                                             DBNK190P
010200   05  WS-PROGRAM-ID                         PIC X(8)             DBNK190P
010300       VALUE 'DBNK190P'.                                          DBNK190P
010400                                                                  DBNK190P
010500   05  WS-ROVRPT-STATUS.                                          DBNK190P
010600     10  WS-ROVRPT-STAT1                      PIC X(1).           DBNK190P
010700     10  WS-ROVRPT-STAT2                      PIC X(1).           DBNK190P
010800   05  WS-BNKROVR-STATUS.                                         DBNK190P
010900     10  WS-BNKROVR-STAT1                     PIC X(1).           DBNK190P
011000     10  WS-BNKROVR-STAT2                     PIC X(1).           DBNK190P
011100   05  WS-BNKACC-STATUS.                                          DBNK190P
011200     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK190P
011300     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK190P
011400   05  WS-BNKCUST-STATUS.                                         DBNK190P
011500     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK190P
011600     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK190P
011700   05  WS-BNKPARM-STATUS.                                         DBNK190P
011800     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK190P
011900     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK190P
012000                                                                  DBNK190P
012100   05  WS-IO-STATUS.                                              DBNK190P
012200     10  WS-IO-STAT1                          PIC X(1).           DBNK190P
012300     10  WS-IO-STAT2                          PIC X(1).           DBNK190P
012400                                                                  DBNK190P
012500   05  WS-TWO-BYTES.                                              DBNK190P
012600     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK190P
012700     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK190P
012800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK190P
012900                                              PIC 9(1) COMP.      DBNK190P
013000                                                                  DBNK190P
013100   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK190P
013200     88  OPEN-OK                              VALUE 0.            DBNK190P
013300                                                                  DBNK190P
013400   05  WS-FILE                               PIC X(16).           DBNK190P
013500                                                                  DBNK190P
013600*    calendar days ahead of the business date that the report     DBNK190P
013700*    looks, and the last date inside that window                  DBNK190P
013800   05  WS-WINDOW-DAYS                        PIC 9(2).            DBNK190P
013900   05  WS-WINDOW-END                         PIC X(8).            DBNK190P
014000   05  WS-DAYS-LEFT                          PIC 9(2).            DBNK190P
014100                                                                  DBNK190P
014200*    working date for the calendar arithmetic                     DBNK190P
014300   05  WS-WORK-DATE.                                              DBNK190P
014400     10  WS-WD-YYYY                          PIC 9(4).            DBNK190P
014500     10  WS-WD-MM                            PIC 9(2).            DBNK190P
014600     10  WS-WD-DD                            PIC 9(2).            DBNK190P
014700   05  WS-DAYS-IN-MONTH                      PIC S9(3) COMP-3.    DBNK190P
014800   05  WS-Z-T1                               PIC S9(5) COMP-3.    DBNK190P
014900   05  WS-Z-REM                              PIC S9(5) COMP-3.    DBNK190P
015000                                                                  DBNK190P
015100   05  WS-OVERRIDES-READ                     PIC 9(7)             DBNK190P
015200       VALUE ZERO.                                                DBNK190P
015300   05  WS-OVERRIDES-LISTED                   PIC 9(7)             DBNK190P
015400       VALUE ZERO.                                                DBNK190P
015500                                                                  DBNK190P
015600   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK190P
015700   05  WS-EDIT-SMALL                         PIC ZZ9.             DBNK190P
015800   05  WS-EDIT-RATE                          PIC 9.9(4).          DBNK190P
015900                                                                  DBNK190P
016000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK190P
016100                                                                  DBNK190P
016200 01  WS-BCTL-DATA.                                                DBNK190P
016300 COPY CBCTLD.                                                     DBNK190P
016400                                                                  DBNK190P
016500 01  WS-BUSD-DATA.                                                DBNK190P
016600 COPY CBUSDD.                                                     DBNK190P
016700                                                                  DBNK190P
016800 PROCEDURE DIVISION.                                              DBNK190P
016900     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK190P
017000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK190P
017100     PERFORM RUN-TIME.                                            DBNK190P
017200                                                                  DBNK190P
017300***************************************************************** DBNK190P
017400* Register this run in the batch control file keyed on the      * DBNK190P
017500* business date                                                 * DBNK190P
017600***************************************************************** DBNK190P
017700     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK190P
017800     MOVE 'DBNK190P' TO BCTL-JOB-NAME.                            DBNK190P
017900     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK190P
018000     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK190P
018100     SET BCTL-FUNC-START TO TRUE.                                 DBNK190P
018200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK190P
018300     IF NOT BCTL-OK                                               DBNK190P
018400        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK190P
018500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK190P
018600        MOVE 8 TO RETURN-CODE                                     DBNK190P
018700        GO TO QUICK-EXIT                                          DBNK190P
018800     END-IF.                                                      DBNK190P
018900                                                                  DBNK190P
019000 COPY CTSTAMPP.                                                   DBNK190P
019100                                                                  DBNK190P
019200     SET OPEN-OK TO TRUE.                                         DBNK190P
019300                                                                  DBNK190P
019400     OPEN OUTPUT ROVRPT-FILE.                                     DBNK190P
019500     MOVE WS-ROVRPT-STATUS TO WS-IO-STATUS.                       DBNK190P
019600     MOVE 'ROVRPT-FILE' TO WS-FILE.                               DBNK190P
019700     PERFORM CHECK-OPEN THRU                                      DBNK190P
019800             CHECK-OPEN-EXIT.                                     DBNK190P
019900                                                                  DBNK190P
020000     OPEN INPUT BNKROVR-FILE.                                     DBNK190P
020100     MOVE WS-BNKROVR-STATUS TO WS-IO-STATUS.                      DBNK190P
020200     MOVE 'BNKROVR-FILE' TO WS-FILE.                              DBNK190P
020300     PERFORM CHECK-OPEN THRU                                      DBNK190P
020400             CHECK-OPEN-EXIT.                                     DBNK190P
020500                                                                  DBNK190P
020600     OPEN INPUT BNKACC-FILE.                                      DBNK190P
020700     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK190P
020800     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK190P
020900     PERFORM CHECK-OPEN THRU                                      DBNK190P
021000             CHECK-OPEN-EXIT.                                     DBNK190P
021100                                                                  DBNK190P
021200     OPEN INPUT BNKCUST-FILE.                                     DBNK190P
021300     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK190P
021400     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK190P
021500     PERFORM CHECK-OPEN THRU                                      DBNK190P
021600             CHECK-OPEN-EXIT.                                     DBNK190P
021700                                                                  DBNK190P
021800     OPEN INPUT BNKPARM-FILE.                                     DBNK190P
021900     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK190P
022000     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK190P
022100     PERFORM CHECK-OPEN THRU                                      DBNK190P
022200             CHECK-OPEN-EXIT.                                     DBNK190P
022300                                                                  DBNK190P
022400     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK190P
022500        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK190P
022600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK190P
022700        MOVE 16 TO RETURN-CODE                                    DBNK190P
022800        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK190P
022900        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK190P
023000        GO TO QUICK-EXIT                                          DBNK190P
023100     END-IF.                                                      DBNK190P
023200                                                                  DBNK190P
023300***************************************************************** DBNK190P
023400* The window comes from BNKPARM ROVRDAYS; anything outside 1 to * DBNK190P
023500* 99 is left at 30. Its last date is found by stepping the      * DBNK190P
023600* calendar forward from the business date                       * DBNK190P
023700***************************************************************** DBNK190P
023800     MOVE 30 TO WS-WINDOW-DAYS.                                   DBNK190P
023900     MOVE 'ROVRDAYS' TO PRM-REC-KEY.                              DBNK190P
024000     READ BNKPARM-FILE                                            DBNK190P
024100       INVALID KEY                                                DBNK190P
024200         CONTINUE                                                 DBNK190P
024300     END-READ.                                                    DBNK190P
024400     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK190P
024500        PRM-REC-AMOUNT IS NOT LESS THAN 1 AND                     DBNK190P
024600        PRM-REC-AMOUNT IS NOT GREATER THAN 99                     DBNK190P
024700        MOVE PRM-REC-AMOUNT TO WS-WINDOW-DAYS                     DBNK190P
024800     END-IF.                                                      DBNK190P
024900     MOVE BUSD-DATE TO WS-WORK-DATE.                              DBNK190P
025000     PERFORM NEXT-DAY THRU                                        DBNK190P
025100             NEXT-DAY-EXIT                                        DBNK190P
025200       WS-WINDOW-DAYS TIMES.                                      DBNK190P
025300     MOVE WS-WORK-DATE TO WS-WINDOW-END.                          DBNK190P
025400                                                                  DBNK190P
025500     PERFORM PRINT-REPORT-HEADING THRU                            DBNK190P
025600             PRINT-REPORT-HEADING-EXIT.                           DBNK190P
025700                                                                  DBNK190P
025800***************************************************************** DBNK190P
025900* Every override; one still in force that ends inside the       * DBNK190P
026000* window, on an account still open, is listed                   * DBNK190P
026100***************************************************************** DBNK190P
026200 ROVR-LOOP.                                                       DBNK190P
026300     READ BNKROVR-FILE                                            DBNK190P
026400       AT END                                                     DBNK190P
026500         GO TO ROVR-ENDED                                         DBNK190P
026600     END-READ.                                                    DBNK190P
026700     ADD 1 TO WS-OVERRIDES-READ.                                  DBNK190P
026800     IF NOT ROV-REC-IS-ACTIVE                                     DBNK190P
026900        GO TO ROVR-LOOP                                           DBNK190P
027000     END-IF.                                                      DBNK190P
027100     IF ROV-REC-END-DATE IS LESS THAN BUSD-DATE OR                DBNK190P
027200        ROV-REC-END-DATE IS GREATER THAN WS-WINDOW-END            DBNK190P
027300        GO TO ROVR-LOOP                                           DBNK190P
027400     END-IF.                                                      DBNK190P
027500     MOVE ROV-REC-ACCNO TO BAC-REC-ACCNO.                         DBNK190P
027600     READ BNKACC-FILE                                             DBNK190P
027700       INVALID KEY                                                DBNK190P
027800         GO TO ROVR-LOOP                                          DBNK190P
027900     END-READ.                                                    DBNK190P
028000     IF BAC-REC-ACC-IS-CLOSED                                     DBNK190P
028100        GO TO ROVR-LOOP                                           DBNK190P
028200     END-IF.                                                      DBNK190P
028300     PERFORM PRINT-DETAIL-LINE THRU                               DBNK190P
028400             PRINT-DETAIL-LINE-EXIT.                              DBNK190P
028500     GO TO ROVR-LOOP.                                             DBNK190P
028600 ROVR-ENDED.                                                      DBNK190P
028700     MOVE SPACES TO ROVRPT-REC.                                   DBNK190P
028800     MOVE WS-OVERRIDES-LISTED TO WS-EDIT-CNT.                     DBNK190P
028900     MOVE WS-EDIT-CNT TO ROVRPT-REC (1:7).                        DBNK190P
029000     MOVE 'OVERRIDES LISTED' TO ROVRPT-REC (9:16).                DBNK190P
029100     WRITE ROVRPT-REC.                                            DBNK190P
029200                                                                  DBNK190P
029300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK190P
029400     STRING WS-OVERRIDES-READ        DELIMITED BY SIZE            DBNK190P
029500            ' rate overrides read'   DELIMITED BY SIZE            DBNK190P
029600       INTO WS-CONSOLE-MESSAGE.                                   DBNK190P
029700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK190P
029800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK190P
029900     STRING WS-OVERRIDES-LISTED      DELIMITED BY SIZE            DBNK190P
030000            ' rate overrides expiring'                            DBNK190P
030100                                     DELIMITED BY SIZE            DBNK190P
030200       INTO WS-CONSOLE-MESSAGE.                                   DBNK190P
030300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK190P
030400                                                                  DBNK190P
030500     CLOSE ROVRPT-FILE.                                           DBNK190P
030600     CLOSE BNKROVR-FILE.                                          DBNK190P
030700     CLOSE BNKACC-FILE.                                           DBNK190P
030800     CLOSE BNKCUST-FILE.                                          DBNK190P
030900     CLOSE BNKPARM-FILE.                                          DBNK190P
031000                                                                  DBNK190P
031100     SET BCTL-FUNC-END TO TRUE.                                   DBNK190P
031200     MOVE WS-OVERRIDES-LISTED TO BCTL-RECORD-COUNT.               DBNK190P
031300     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK190P
031400     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK190P
031500                                                                  DBNK190P
031600     PERFORM RUN-TIME.                                            DBNK190P
031700                                                                  DBNK190P
031800     MOVE 0 TO RETURN-CODE.                                       DBNK190P
031900 QUICK-EXIT.                                                      DBNK190P
032000     GOBACK.                                                      DBNK190P
032100                                                                  DBNK190P
032200***************************************************************** DBNK190P
032300* Detail line - the days left are counted by stepping the       * DBNK190P
032400* calendar from the business date to the end date               * DBNK190P
032500***************************************************************** DBNK190P
032600 PRINT-DETAIL-LINE.                                               DBNK190P
032700     MOVE BAC-REC-PID TO BCS-REC-PID.                             DBNK190P
032800     READ BNKCUST-FILE                                            DBNK190P
032900       INVALID KEY                                                DBNK190P
033000         MOVE SPACES TO BCS-REC-NAME                              DBNK190P
033100     END-READ.                                                    DBNK190P
033200     MOVE ZERO TO WS-DAYS-LEFT.                                   DBNK190P
033300     MOVE BUSD-DATE TO WS-WORK-DATE.                              DBNK190P
033400 COUNT-DAYS-LOOP.                                                 DBNK190P
033500     IF WS-WORK-DATE IS NOT LESS THAN ROV-REC-END-DATE OR         DBNK190P
033600        WS-DAYS-LEFT IS NOT LESS THAN WS-WINDOW-DAYS              DBNK190P
033700        GO TO COUNT-DAYS-ENDED                                    DBNK190P
033800     END-IF.                                                      DBNK190P
033900     PERFORM NEXT-DAY THRU                                        DBNK190P
034000             NEXT-DAY-EXIT.                                       DBNK190P
034100     ADD 1 TO WS-DAYS-LEFT.                                       DBNK190P
034200     GO TO COUNT-DAYS-LOOP.                                       DBNK190P
034300 COUNT-DAYS-ENDED.                                                DBNK190P
034400     MOVE SPACES TO ROVRPT-REC.                                   DBNK190P
034500     MOVE BAC-REC-ACCNO TO ROVRPT-REC (1:9).                      DBNK190P
034600     MOVE BAC-REC-PID TO ROVRPT-REC (12:5).                       DBNK190P
034700     MOVE BCS-REC-NAME TO ROVRPT-REC (19:30).                     DBNK190P
034800     MOVE BAC-REC-TYPE TO ROVRPT-REC (51:1).                      DBNK190P
034900     MOVE BAC-REC-BRANCH-CODE TO ROVRPT-REC (55:4).               DBNK190P
035000     MOVE ROV-REC-INT-RATE TO WS-EDIT-RATE.                       DBNK190P
035100     MOVE WS-EDIT-RATE TO ROVRPT-REC (61:6).                      DBNK190P
035200     MOVE ROV-REC-START-DATE TO ROVRPT-REC (69:8).                DBNK190P
035300     MOVE ROV-REC-END-DATE TO ROVRPT-REC (79:8).                  DBNK190P
035400     MOVE WS-DAYS-LEFT TO WS-EDIT-SMALL.                          DBNK190P
035500     MOVE WS-EDIT-SMALL TO ROVRPT-REC (89:3).                     DBNK190P
035600     MOVE ROV-REC-REASON TO ROVRPT-REC (94:30).                   DBNK190P
035700     WRITE ROVRPT-REC.                                            DBNK190P
035800     ADD 1 TO WS-OVERRIDES-LISTED.                                DBNK190P
035900 PRINT-DETAIL-LINE-EXIT.                                          DBNK190P
036000     EXIT.                                                        DBNK190P
036100                                                                  DBNK190P
036200***************************************************************** DBNK190P
036300* Report heading                                                * DBNK190P
036400***************************************************************** DBNK190P
036500 PRINT-REPORT-HEADING.                                            DBNK190P
036600     MOVE SPACES TO ROVRPT-REC.                                   DBNK190P
036700     STRING 'INTEREST RATE OVERRIDES EXPIRING AT '                DBNK190P
036800                                          DELIMITED BY SIZE       DBNK190P
036900            BUSD-DATE                     DELIMITED BY SIZE       DBNK190P
037000       INTO ROVRPT-REC.                                           DBNK190P
037100     WRITE ROVRPT-REC.                                            DBNK190P
037200     MOVE SPACES TO ROVRPT-REC.                                   DBNK190P
037300     STRING 'ENDING ON OR BEFORE '         DELIMITED BY SIZE      DBNK190P
037400            WS-WINDOW-END                  DELIMITED BY SIZE      DBNK190P
037500            ' - THE NEXT '                 DELIMITED BY SIZE      DBNK190P
037600            WS-WINDOW-DAYS                 DELIMITED BY SIZE      DBNK190P
037700            ' DAYS'                        DELIMITED BY SIZE      DBNK190P
037800       INTO ROVRPT-REC.                                           DBNK190P
037900     WRITE ROVRPT-REC.                                            DBNK190P
038000     MOVE SPACES TO ROVRPT-REC.                                   DBNK190P
038100     WRITE ROVRPT-REC.                                            DBNK190P
038200     MOVE SPACES TO ROVRPT-REC.                                   DBNK190P
038300     MOVE 'ACCOUNT' TO ROVRPT-REC (1:7).                          DBNK190P
038400     MOVE 'PID' TO ROVRPT-REC (12:3).                             DBNK190P
038500     MOVE 'NAME' TO ROVRPT-REC (19:4).                            DBNK190P
038600     MOVE 'TYPE' TO ROVRPT-REC (50:4).                            DBNK190P
038700     MOVE 'BRCH' TO ROVRPT-REC (55:4).                            DBNK190P
038800     MOVE 'RATE' TO ROVRPT-REC (62:4).                            DBNK190P
038900     MOVE 'START' TO ROVRPT-REC (69:5).                           DBNK190P
039000     MOVE 'END' TO ROVRPT-REC (79:3).                             DBNK190P
039100     MOVE 'DAYS' TO ROVRPT-REC (88:4).                            DBNK190P
039200     MOVE 'REASON' TO ROVRPT-REC (94:6).                          DBNK190P
039300     WRITE ROVRPT-REC.                                            DBNK190P
039400     MOVE SPACES TO ROVRPT-REC.                                   DBNK190P
039500     WRITE ROVRPT-REC.                                            DBNK190P
039600 PRINT-REPORT-HEADING-EXIT.                                       DBNK190P
039700     EXIT.                                                        DBNK190P
039800                                                                  DBNK190P
039900***************************************************************** DBNK190P
040000* Advance the working date one calendar day                     * DBNK190P
040100***************************************************************** DBNK190P
040200 NEXT-DAY.                                                        DBNK190P
040300     PERFORM DAYS-IN-MONTH THRU                                   DBNK190P
040400             DAYS-IN-MONTH-EXIT.                                  DBNK190P
040500     IF WS-WD-DD IS LESS THAN WS-DAYS-IN-MONTH                    DBNK190P
040600        ADD 1 TO WS-WD-DD                                         DBNK190P
040700        GO TO NEXT-DAY-EXIT                                       DBNK190P
040800     END-IF.                                                      DBNK190P
040900     MOVE 1 TO WS-WD-DD.                                          DBNK190P
041000     IF WS-WD-MM IS LESS THAN 12                                  DBNK190P
041100        ADD 1 TO WS-WD-MM                                         DBNK190P
041200     ELSE                                                         DBNK190P
041300        MOVE 1 TO WS-WD-MM                                        DBNK190P
041400        ADD 1 TO WS-WD-YYYY                                       DBNK190P
041500     END-IF.                                                      DBNK190P
041600 NEXT-DAY-EXIT.                                                   DBNK190P
041700     EXIT.                                                        DBNK190P
041800                                                                  DBNK190P
041900 DAYS-IN-MONTH.                                                   DBNK190P
042000     EVALUATE WS-WD-MM                                            DBNK190P
042100       WHEN 4                                                     DBNK190P
042200       WHEN 6                                                     DBNK190P
042300       WHEN 9                                                     DBNK190P
042400       WHEN 11                                                    DBNK190P
042500         MOVE 30 TO WS-DAYS-IN-MONTH                              DBNK190P
042600       WHEN 2                                                     DBNK190P
042700         MOVE 28 TO WS-DAYS-IN-MONTH                              DBNK190P
042800         DIVIDE WS-WD-YYYY BY 4 GIVING WS-Z-T1                    DBNK190P
042900           REMAINDER WS-Z-REM                                     DBNK190P
043000         IF WS-Z-REM IS EQUAL TO ZERO                             DBNK190P
043100            MOVE 29 TO WS-DAYS-IN-MONTH                           DBNK190P
043200            DIVIDE WS-WD-YYYY BY 100 GIVING WS-Z-T1               DBNK190P
043300              REMAINDER WS-Z-REM                                  DBNK190P
043400            IF WS-Z-REM IS EQUAL TO ZERO                          DBNK190P
043500               MOVE 28 TO WS-DAYS-IN-MONTH                        DBNK190P
043600               DIVIDE WS-WD-YYYY BY 400 GIVING WS-Z-T1            DBNK190P
043700                 REMAINDER WS-Z-REM                               DBNK190P
043800               IF WS-Z-REM IS EQUAL TO ZERO                       DBNK190P
043900                  MOVE 29 TO WS-DAYS-IN-MONTH                     DBNK190P
044000               END-IF                                             DBNK190P
044100            END-IF                                                DBNK190P
044200         END-IF                                                   DBNK190P
044300       WHEN OTHER                                                 DBNK190P
044400         MOVE 31 TO WS-DAYS-IN-MONTH                              DBNK190P
044500     END-EVALUATE.                                                DBNK190P
044600 DAYS-IN-MONTH-EXIT.                                              DBNK190P
044700     EXIT.                                                        DBNK190P
044800                                                                  DBNK190P
044900***************************************************************** DBNK190P
045000* Check file open OK                                            * DBNK190P
045100***************************************************************** DBNK190P
045200 CHECK-OPEN.                                                      DBNK190P
045300     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK190P
045400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK190P
045500        STRING WS-FILE       DELIMITED BY ' '                     DBNK190P
045600               ' opened ok' DELIMITED BY SIZE                     DBNK190P
045700          INTO WS-CONSOLE-MESSAGE                                 DBNK190P
045800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK190P
045900     ELSE                                                         DBNK190P
046000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK190P
046100        STRING WS-FILE          DELIMITED BY ' '                  DBNK190P
046200               ' did not open' DELIMITED BY SIZE                  DBNK190P
046300          INTO WS-CONSOLE-MESSAGE                                 DBNK190P
046400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK190P
046500        PERFORM DISPLAY-IO-STATUS                                 DBNK190P
046600        ADD 1 TO WS-OPEN-ERROR                                    DBNK190P
046700     END-IF.                                                      DBNK190P
046800 CHECK-OPEN-EXIT.                                                 DBNK190P
046900     EXIT.                                                        DBNK190P
047000                                                                  DBNK190P
047100***************************************************************** DBNK190P
047200* Display the file status bytes. This routine will display as  *  DBNK190P
047300* two digits if the full two byte file status is numeric. If   *  DBNK190P
047400* second byte is non-numeric then it will be treated as a      *  DBNK190P
047500* binary number.                                                * DBNK190P
047600***************************************************************** DBNK190P
047700 DISPLAY-IO-STATUS.                                               DBNK190P
047800     IF WS-IO-STATUS NUMERIC                                      DBNK190P
047900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK190P
048000        STRING 'File status -' DELIMITED BY SIZE                  DBNK190P
048100               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK190P
048200          INTO WS-CONSOLE-MESSAGE                                 DBNK190P
048300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK190P
048400     ELSE                                                         DBNK190P
048500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK190P
048600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK190P
048700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK190P
048800        STRING 'File status -' DELIMITED BY SIZE                  DBNK190P
048900               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK190P
049000               '/'            DELIMITED BY SIZE                   DBNK190P
049100               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK190P
049200          INTO WS-CONSOLE-MESSAGE                                 DBNK190P
049300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK190P
049400     END-IF.                                                      DBNK190P
049500                                                                  DBNK190P
049600***************************************************************** DBNK190P
049700* Display CONSOLE messages...                                   * DBNK190P
049800***************************************************************** DBNK190P
049900 DISPLAY-CONSOLE-MESSAGE.                                         DBNK190P
050000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK190P
050100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK190P
050200                                                                  DBNK190P
050300 COPY CTIMERP.                                                    DBNK190P
050400                                                                  DBNK190P
