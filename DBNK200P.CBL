000100***************************************************************** DBNK200P
000200*                                                               * DBNK200P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK200P
000400*   This demonstration program is provided for use by users     * DBNK200P
000500*   of Micro Focus products and may be used, modified and       * DBNK200P
000600*   distributed as part of your application provided that       * DBNK200P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK200P
000800*   in this material.                                           * DBNK200P
000900*                                                               * DBNK200P
001000***************************************************************** DBNK200P
001100                                                                  DBNK200P
001200                                                                  DBNK200P
001300***************************************************************** DBNK200P
001400* Program:     DBNK200P.CBL                                     * DBNK200P
001500* Function:    Nightly file capacity snapshot. CAPSTAT is the   * DBNK200P
001600*              catalog statistics extract taken just ahead of   * DBNK200P
001700*              this step - one record per VSAM cluster giving   * DBNK200P
001800*              its records, its high used and high allocated    * DBNK200P
001900*              bytes. Every cluster whose file name starts BNK  * DBNK200P
002000*              is filed on BNKFCAP (see CBANKVFP) under the     * DBNK200P
002100*              business date, so a new file is trended from the * DBNK200P
002200*              night it is catalogued without any change here.  * DBNK200P
002300*              Other clusters in the extract are passed over.   * DBNK200P
002400*              A statistics record that is not numeric is       * DBNK200P
002500*              reported and left out. DBNK201P reports the      * DBNK200P
002600*              growth weekly. Return code 4 when a record was   * DBNK200P
002700*              left out or no BNK cluster was found at all.     * DBNK200P
002800*              VSAM version                                     * DBNK200P
002900***************************************************************** DBNK200P
003000                                                                  DBNK200P
003100 IDENTIFICATION DIVISION.                                         DBNK200P
003200 PROGRAM-ID.                                                      DBNK200P
003300     DBNK200P.                                                    DBNK200P
003400 DATE-WRITTEN.                                                    DBNK200P
003500     October 2008.                                                DBNK200P
003600 DATE-COMPILED.                                                   DBNK200P
003700     Today.                                                       DBNK200P
003800                                                                  DBNK200P
003900 ENVIRONMENT DIVISION.                                            DBNK200P
004000                                                                  DBNK200P
004100 INPUT-OUTPUT   SECTION.                                          DBNK200P
004200   FILE-CONTROL.                                                  DBNK200P
004300     SELECT CAPSTAT-FILE                                          DBNK200P
004400            ASSIGN       TO CAPSTAT                               DBNK200P
004500            ORGANIZATION IS SEQUENTIAL                            DBNK200P
004600            FILE STATUS  IS WS-CAPSTAT-STATUS.                    DBNK200P
004700                                                                  DBNK200P
004800     SELECT BNKFCAP-FILE                                          DBNK200P
004900            ASSIGN       TO BNKFCAP                               DBNK200P
005000            ORGANIZATION IS INDEXED                               DBNK200P
005100            ACCESS MODE  IS RANDOM                                DBNK200P
005200            RECORD KEY   IS BFC-REC-KEY                           DBNK200P
005300            FILE STATUS  IS WS-BNKFCAP-STATUS.                    DBNK200P
005400                                                                  DBNK200P
005500 DATA DIVISION.                                                   DBNK200P
005600                                                                  DBNK200P
005700 FILE SECTION.                                                    DBNK200P
005800 FD  CAPSTAT-FILE.                                                DBNK200P
005900 01  CAPSTAT-REC.                                                 DBNK200P
006000   05  CAP-IN-CLUSTER                        PIC X(8).            DBNK200P
006100   05  CAP-IN-DSNAME                         PIC X(44).           DBNK200P
006200   05  CAP-IN-RECORDS                        PIC 9(11).           DBNK200P
006300   05  CAP-IN-BYTES-USED                     PIC 9(13).           DBNK200P
006400   05  CAP-IN-BYTES-ALLOC                    PIC 9(13).           DBNK200P
006500   05  FILLER                                PIC X(11).           DBNK200P
006600                                                                  DBNK200P
006700 FD  BNKFCAP-FILE.                                                DBNK200P
006800 01  BNKFCAP-REC.                                                 DBNK200P
006900 COPY CBANKVFP.                                                   DBNK200P
007000                                                                  DBNK200P
007100 WORKING-STORAGE SECTION.                                         DBNK200P
007200 COPY CTIMERD.                                                    DBNK200P
007300                                                                  DBNK200P
007400 01  WS-MISC-STORAGE.                                             DBNK200P
007500   05  WS-PROGRAM-ID                         PIC X(8)             DBNK200P
007600       VALUE 'DBNK200P'.                                          DBNK200P
007700                                                                  DBNK200P
007800   05  WS-CAPSTAT-STATUS.                                         DBNK200P
007900     10  WS-CAPSTAT-STAT1                     PIC X(1).           DBNK200P
008000     10  WS-CAPSTAT-STAT2                     PIC X(1).           DBNK200P
008100   05  WS-BNKFCAP-STATUS.                                         DBNK200P
008200     10  WS-BNKFCAP-STAT1                     PIC X(1).           DBNK200P
008300     10  WS-BNKFCAP-STAT2                     PIC X(1).           DBNK200P
008400                                                                  DBNK200P
008500   05  WS-IO-STATUS.                                              DBNK200P
008600     10  WS-IO-STAT1                          PIC X(1).           DBNK200P
008700     10  WS-IO-STAT2                          PIC X(1).           DBNK200P
008800                                                                  DBNK200P
008900   05  WS-TWO-BYTES.                                              DBNK200P
009000     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK200P
009100     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK200P
009200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK200P
009300                                              PIC 9(1) COMP.      DBNK200P
009400                                                                  DBNK200P
009500   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK200P
009600     88  OPEN-OK                              VALUE 0.            DBNK200P
009700                                                                  DBNK200P
009800   05  WS-FILE                               PIC X(16).           DBNK200P
009900                                                                  DBNK200P
010000   05  WS-STATS-READ                         PIC 9(5)             DBNK200P
010100       VALUE ZERO.                                                DBNK200P
010200   05  WS-CLUSTERS-FILED                     PIC 9(5)             DBNK200P
010300       VALUE ZERO.                                                DBNK200P
010400   05  WS-CLUSTERS-OTHER                     PIC 9(5)             DBNK200P
010500       VALUE ZERO.                                                DBNK200P
010600   05  WS-STATS-REJECTED                     PIC 9(5)             DBNK200P
010700       VALUE ZERO.                                                DBNK200P
010800                                                                  DBNK200P
010900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK200P
011000                                                                  DBNK200P
011100 01  WS-BCTL-DATA.                                                DBNK200P
011200 COPY CBCTLD.                                                     DBNK200P
011300                                                                  DBNK200P
011400 01  WS-BUSD-DATA.                                                DBNK200P
011500 COPY CBUSDD.                                                     DBNK200P
011600                                                                  DBNK200P
011700 PROCEDURE DIVISION.                                              DBNK200P
011800     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK200P
011900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK200P
012000     PERFORM RUN-TIME.                                            DBNK200P
012100                                                                  DBNK200P
012200***************************************************************** DBNK200P
012300* Register this run in the batch control file keyed on the      * DBNK200P
012400* business date; a date already snapped is refused              * DBNK200P
012500***************************************************************** DBNK200P
012600     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK200P
012700     MOVE 'DBNK200P' TO BCTL-JOB-NAME.                            DBNK200P
012800     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK200P
012900     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK200P
013000     SET BCTL-FUNC-START TO TRUE.                                 DBNK200P
013100     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK200P
013200     IF NOT BCTL-OK                                               DBNK200P
013300        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK200P
013400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
013500        MOVE 8 TO RETURN-CODE                                     DBNK200P
013600        GO TO QUICK-EXIT                                          DBNK200P
013700     END-IF.                                                      DBNK200P
013800                                                                  DBNK200P
013900     SET OPEN-OK TO TRUE.                                         DBNK200P
014000                                                                  DBNK200P
014100     OPEN INPUT CAPSTAT-FILE.                                     DBNK200P
014200     MOVE WS-CAPSTAT-STATUS TO WS-IO-STATUS.                      DBNK200P
014300     MOVE 'CAPSTAT-FILE' TO WS-FILE.                              DBNK200P
014400     PERFORM CHECK-OPEN THRU                                      DBNK200P
014500             CHECK-OPEN-EXIT.                                     DBNK200P
014600                                                                  DBNK200P
014700     OPEN I-O BNKFCAP-FILE.                                       DBNK200P
014800     MOVE WS-BNKFCAP-STATUS TO WS-IO-STATUS.                      DBNK200P
014900     MOVE 'BNKFCAP-FILE' TO WS-FILE.                              DBNK200P
015000     PERFORM CHECK-OPEN THRU                                      DBNK200P
015100             CHECK-OPEN-EXIT.                                     DBNK200P
015200                                                                  DBNK200P
015300     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK200P
015400        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK200P
015500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
015600        MOVE 16 TO RETURN-CODE                                    DBNK200P
015700        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK200P
015800        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK200P
015900        GO TO QUICK-EXIT                                          DBNK200P
016000     END-IF.                                                      DBNK200P
016100                                                                  DBNK200P
016200***************************************************************** DBNK200P
016300* One statistics record per cluster catalogued                  * DBNK200P
016400***************************************************************** DBNK200P
016500 STATS-LOOP.                                                      DBNK200P
016600     READ CAPSTAT-FILE                                            DBNK200P
016700       AT END                                                     DBNK200P
016800         GO TO STATS-ENDED                                        DBNK200P
016900     END-READ.                                                    DBNK200P
017000     ADD 1 TO WS-STATS-READ.                                      DBNK200P
017100     IF CAP-IN-CLUSTER (1:3) IS NOT EQUAL TO 'BNK'                DBNK200P
017200        ADD 1 TO WS-CLUSTERS-OTHER                                DBNK200P
017300        GO TO STATS-LOOP                                          DBNK200P
017400     END-IF.                                                      DBNK200P
017500     PERFORM FILE-SNAPSHOT THRU                                   DBNK200P
017600             FILE-SNAPSHOT-EXIT.                                  DBNK200P
017700     GO TO STATS-LOOP.                                            DBNK200P
017800 STATS-ENDED.                                                     DBNK200P
017900                                                                  DBNK200P
018000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK200P
018100     STRING WS-CLUSTERS-FILED       DELIMITED BY SIZE             DBNK200P
018200            ' BNK clusters filed for ' DELIMITED BY SIZE          DBNK200P
018300            BUSD-DATE               DELIMITED BY SIZE             DBNK200P
018400       INTO WS-CONSOLE-MESSAGE.                                   DBNK200P
018500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK200P
018600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK200P
018700     STRING WS-CLUSTERS-OTHER       DELIMITED BY SIZE             DBNK200P
018800            ' other clusters passed over' DELIMITED BY SIZE       DBNK200P
018900       INTO WS-CONSOLE-MESSAGE.                                   DBNK200P
019000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK200P
019100     IF WS-STATS-REJECTED IS GREATER THAN ZERO                    DBNK200P
019200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK200P
019300        STRING WS-STATS-REJECTED    DELIMITED BY SIZE             DBNK200P
019400               ' statistics records not numeric'                  DBNK200P
019500                                    DELIMITED BY SIZE             DBNK200P
019600          INTO WS-CONSOLE-MESSAGE                                 DBNK200P
019700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
019800     END-IF.                                                      DBNK200P
019900     IF WS-CLUSTERS-FILED IS EQUAL TO ZERO                        DBNK200P
020000        MOVE 'No BNK clusters in the statistics extract'          DBNK200P
020100          TO WS-CONSOLE-MESSAGE                                   DBNK200P
020200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
020300     END-IF.                                                      DBNK200P
020400                                                                  DBNK200P
020500     CLOSE CAPSTAT-FILE.                                          DBNK200P
020600     CLOSE BNKFCAP-FILE.                                          DBNK200P
020700                                                                  DBNK200P
020800     SET BCTL-FUNC-END TO TRUE.                                   DBNK200P
020900     MOVE WS-CLUSTERS-FILED TO BCTL-RECORD-COUNT.                 DBNK200P
021000     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK200P
021100     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK200P
021200                                                                  DBNK200P
021300     PERFORM RUN-TIME.                                            DBNK200P
021400                                                                  DBNK200P
021500     IF WS-STATS-REJECTED IS GREATER THAN ZERO OR                 DBNK200P
021600        WS-CLUSTERS-FILED IS EQUAL TO ZERO                        DBNK200P
021700        MOVE 4 TO RETURN-CODE                                     DBNK200P
021800     ELSE                                                         DBNK200P
021900        MOVE 0 TO RETURN-CODE                                     DBNK200P
022000     END-IF.                                                      DBNK200P
022100 QUICK-EXIT.                                                      DBNK200P
022200     GOBACK.                                                      DBNK200P
022300                                                                  DBNK200P
022400***************************************************************** DBNK200P
022500* File one cluster's figures for the business date. The extract * DBNK200P
022600* should list a cluster once; if it lists one twice the later   * DBNK200P
022700* figures stand                                                 * DBNK200P
022800***************************************************************** DBNK200P
022900 FILE-SNAPSHOT.                                                   DBNK200P
023000     IF CAP-IN-RECORDS IS NOT NUMERIC OR                          DBNK200P
023100        CAP-IN-BYTES-USED IS NOT NUMERIC OR                       DBNK200P
023200        CAP-IN-BYTES-ALLOC IS NOT NUMERIC                         DBNK200P
023300        ADD 1 TO WS-STATS-REJECTED                                DBNK200P
023400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK200P
023500        STRING CAP-IN-CLUSTER       DELIMITED BY SIZE             DBNK200P
023600               ' statistics not numeric - not filed'              DBNK200P
023700                                    DELIMITED BY SIZE             DBNK200P
023800          INTO WS-CONSOLE-MESSAGE                                 DBNK200P
023900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
024000        GO TO FILE-SNAPSHOT-EXIT                                  DBNK200P
024100     END-IF.                                                      DBNK200P
024200     MOVE SPACES TO BNKFCAP-REC.                                  DBNK200P
024300     MOVE BUSD-DATE TO BFC-REC-DATE.                              DBNK200P
024400     MOVE CAP-IN-CLUSTER TO BFC-REC-CLUSTER.                      DBNK200P
024500     MOVE CAP-IN-DSNAME TO BFC-REC-DSNAME.                        DBNK200P
024600     MOVE CAP-IN-RECORDS TO BFC-REC-RECORDS.                      DBNK200P
024700     MOVE CAP-IN-BYTES-USED TO BFC-REC-BYTES-USED.                DBNK200P
024800     MOVE CAP-IN-BYTES-ALLOC TO BFC-REC-BYTES-ALLOC.              DBNK200P
024900     IF CAP-IN-BYTES-ALLOC IS GREATER THAN ZERO                   DBNK200P
025000        COMPUTE BFC-REC-PCT-USED ROUNDED =                        DBNK200P
025100            (CAP-IN-BYTES-USED * 100) / CAP-IN-BYTES-ALLOC        DBNK200P
025200          ON SIZE ERROR                                           DBNK200P
025300            MOVE 999.9 TO BFC-REC-PCT-USED                        DBNK200P
025400        END-COMPUTE                                               DBNK200P
025500     ELSE                                                         DBNK200P
025600        MOVE ZERO TO BFC-REC-PCT-USED                             DBNK200P
025700     END-IF.                                                      DBNK200P
025800     MOVE WS-TIMER-CURRENT-DATE TO BFC-REC-TAKEN-DATE.            DBNK200P
025900     MOVE WS-TIMER-CURRENT-TIME TO BFC-REC-TAKEN-TIME.            DBNK200P
026000     WRITE BNKFCAP-REC                                            DBNK200P
026100       INVALID KEY                                                DBNK200P
026200         REWRITE BNKFCAP-REC                                      DBNK200P
026300     END-WRITE.                                                   DBNK200P
026400     ADD 1 TO WS-CLUSTERS-FILED.                                  DBNK200P
026500 FILE-SNAPSHOT-EXIT.                                              DBNK200P
026600     EXIT.                                                        DBNK200P
026700                                                                  DBNK200P
026800***************************************************************** DBNK200P
026900* Check file open OK                                            * DBNK200P
027000***************************************************************** DBNK200P
027100 CHECK-OPEN.                                                      DBNK200P
027200     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK200P
027300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK200P
027400        STRING WS-FILE       DELIMITED BY ' '                     DBNK200P
027500               ' opened ok' DELIMITED BY SIZE                     DBNK200P
027600          INTO WS-CONSOLE-MESSAGE                                 DBNK200P
027700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
027800     ELSE                                                         DBNK200P
027900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK200P
028000        STRING WS-FILE          DELIMITED BY ' '                  DBNK200P
028100               ' did not open' DELIMITED BY SIZE                  DBNK200P
028200          INTO WS-CONSOLE-MESSAGE                                 DBNK200P
028300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
028400        PERFORM DISPLAY-IO-STATUS                                 DBNK200P
028500        ADD 1 TO WS-OPEN-ERROR                                    DBNK200P
028600     END-IF.                                                      DBNK200P
028700 CHECK-OPEN-EXIT.                                                 DBNK200P
028800     EXIT.                                                        DBNK200P
028900                                                                  DBNK200P
029000***************************************************************** DBNK200P
029100* Display the file status bytes. This routine will display as   * DBNK200P
029200* two digits if the full two byte file status is numeric. If    * DBNK200P
029300* second byte is non-numeric then it will be treated as a       * DBNK200P
029400* binary number.                                                * DBNK200P
029500***************************************************************** DBNK200P
029600 DISPLAY-IO-STATUS.                                               DBNK200P
029700     IF WS-IO-STATUS NUMERIC                                      DBNK200P
029800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK200P
029900        STRING 'File status -' DELIMITED BY SIZE                  DBNK200P
030000               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK200P
030100          INTO WS-CONSOLE-MESSAGE                                 DBNK200P
030200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
030300     ELSE                                                         DBNK200P
030400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK200P
030500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK200P
030600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK200P
030700        STRING 'File status -' DELIMITED BY SIZE                  DBNK200P
030800               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK200P
030900               '/'            DELIMITED BY SIZE                   DBNK200P
031000               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK200P
031100          INTO WS-CONSOLE-MESSAGE                                 DBNK200P
031200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK200P
031300     END-IF.                                                      DBNK200P
031400                                                                  DBNK200P
031500***************************************************************** DBNK200P
031600* Display CONSOLE messages...                                   * DBNK200P
031700***************************************************************** DBNK200P
031800 DISPLAY-CONSOLE-MESSAGE.                                         DBNK200P
031900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK200P
032000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK200P
032100                                                                  DBNK200P
032200 COPY CTIMERP.                                                    DBNK200P
032300                                                                  DBNK200P
