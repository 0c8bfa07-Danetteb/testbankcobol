000100***************************************************************** DBNK201P
000200*                                                               * DBNK201P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK201P
000400*   This demonstration program is provided for use by users     * DBNK201P
000500*   of Micro Focus products and may be used, modified and       * DBNK201P
000600*   distributed as part of your application provided that       * DBNK201P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK201P
000800*   in this material.                                           * DBNK201P
000900*                                                               * DBNK201P
001000***************************************************************** DBNK201P
001100                                                                  DBNK201P
001200                                                                  DBNK201P
001300***************************************************************** DBNK201P
001400* Program:     DBNK201P.CBL                                     * DBNK201P
001500* Function:    Weekly file capacity trend report. For every     * DBNK201P
001600*              cluster on the BNKFCAP history (see CBANKVFP)    * DBNK201P
001700*              the snapshots of the last thirty days are        * DBNK201P
001800*              compared - the oldest in the window against the  * DBNK201P
001900*              latest - to give the growth in records and bytes * DBNK201P
002000*              and the bytes added a day. The space still free  * DBNK201P
002100*              at that rate gives the days left and the date    * DBNK201P
002200*              the cluster reaches its allocated capacity.      * DBNK201P
002300*              Any cluster within BNKPARM key CAPWARND days of  * DBNK201P
002400*              filling (amount, default 30) or already full is  * DBNK201P
002500*              flagged. Months are taken as thirty days, as the * DBNK201P
002600*              retention purge takes them. The report is        * DBNK201P
002700*              CAPRPT, archived by DBANK84P under id FILECAP.   * DBNK201P
002800*              Return code 4 when any cluster is flagged.       * DBNK201P
002900*              VSAM version                                     * DBNK201P
003000***************************************************************** DBNK201P
003100                                                                  DBNK201P
003200 IDENTIFICATION DIVISION.                                         DBNK201P
003300 PROGRAM-ID.                                                      DBNK201P
003400     DBNK201P.                                                    DBNK201P
003500 DATE-WRITTEN.                                                    DBNK201P
003600     October 2008.                                                DBNK201P
003700 DATE-COMPILED.                                                   DBNK201P
003800     Today.                                                       DBNK201P
003900                                                                  DBNK201P
004000 ENVIRONMENT DIVISION.                                            DBNK201P
004100                                                                  DBNK201P
004200 INPUT-OUTPUT   SECTION.                                          DBNK201P
004300   FILE-CONTROL.                                                  DBNK201P
004400     SELECT BNKFCAP-FILE                                          DBNK201P
004500            ASSIGN       TO BNKFCAP                               DBNK201P
004600            ORGANIZATION IS INDEXED                               DBNK201P
004700            ACCESS MODE  IS DYNAMIC                               DBNK201P
004800            RECORD KEY   IS BFC-REC-KEY                           DBNK201P
004900            FILE STATUS  IS WS-BNKFCAP-STATUS.                    DBNK201P
005000                                                                  DBNK201P
005100     SELECT BNKPARM-FILE                                          DBNK201P
005200            ASSIGN       TO BNKPARM                               DBNK201P
005300            ORGANIZATION IS INDEXED                               DBNK201P
005400            ACCESS MODE  IS RANDOM                                DBNK201P
005500            RECORD KEY   IS PRM-REC-KEY                           DBNK201P
005600            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK201P
005700                                                                  DBNK201P
005800     SELECT CAPRPT-FILE                                           DBNK201P
005900            ASSIGN       TO CAPRPT                                DBNK201P
006000            ORGANIZATION IS SEQUENTIAL                            DBNK201P
006100            FILE STATUS  IS WS-CAPRPT-STATUS.                     DBNK201P
006200                                                                  DBNK201P
006300 DATA DIVISION.                                                   DBNK201P
006400                                                                  DBNK201P
006500 FILE SECTION.                                                    DBNK201P
006600 FD  BNKFCAP-FILE.                                                DBNK201P
006700 01  BNKFCAP-REC.                                                 DBNK201P
006800 COPY CBANKVFP.                                                   DBNK201P
006900                                                                  DBNK201P
007000 FD  BNKPARM-FILE.                                                DBNK201P
007100 01  BNKPARM-REC.                                                 DBNK201P
007200 COPY CBANKVPM.                                                   DBNK201P
007300                                                                  DBNK201P
007400 FD  CAPRPT-FILE.                                                 DBNK201P
007500 01  CAPRPT-REC                         PIC X(132).               DBNK201P
007600                                                                  DBNK201P
007700 WORKING-STORAGE SECTION.                                         DBNK201P
007800 COPY CTIMERD.                                                    DBNK201P
007900                                                                  DBNK201P
008000 01  WS-MISC-STORAGE.                                             DBNK201P
008100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK201P
008200       VALUE 'DBNK201P'.                                          DBNK201P
008300                                                                  DBNK201P
008400   05  WS-BNKFCAP-STATUS.                                         DBNK201P
008500     10  WS-BNKFCAP-STAT1                     PIC X(1).           DBNK201P
008600     10  WS-BNKFCAP-STAT2                     PIC X(1).           DBNK201P
008700   05  WS-BNKPARM-STATUS.                                         DBNK201P
008800     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK201P
008900     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK201P
009000   05  WS-CAPRPT-STATUS.                                          DBNK201P
009100     10  WS-CAPRPT-STAT1                      PIC X(1).           DBNK201P
009200     10  WS-CAPRPT-STAT2                      PIC X(1).           DBNK201P
009300                                                                  DBNK201P
009400   05  WS-IO-STATUS.                                              DBNK201P
009500     10  WS-IO-STAT1                          PIC X(1).           DBNK201P
009600     10  WS-IO-STAT2                          PIC X(1).           DBNK201P
009700                                                                  DBNK201P
009800   05  WS-TWO-BYTES.                                              DBNK201P
009900     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK201P
010000     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK201P
010100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK201P
010200                                              PIC 9(1) COMP.      DBNK201P
010300                                                                  DBNK201P
010400   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK201P
010500     88  OPEN-OK                              VALUE 0.            DBNK201P
010600                                                                  DBNK201P
010700   05  WS-FILE                               PIC X(16).           DBNK201P
010800                                                                  DBNK201P
010900   05  WS-WINDOW-DAYS                        PIC S9(4) COMP       DBNK201P
011000       VALUE 30.                                                  DBNK201P
011100   05  WS-WARN-DAYS                          PIC 9(5).            DBNK201P
011200                                                                  DBNK201P
011300*    the start of the trend window                                DBNK201P
011400   05  WS-FROM-YMD                           PIC X(8).            DBNK201P
011500   05  WS-FROM-YMD-R REDEFINES WS-FROM-YMD.                       DBNK201P
011600     10  WS-FROM-YYYY                        PIC 9(4).            DBNK201P
011700     10  WS-FROM-MM                          PIC 9(2).            DBNK201P
011800     10  WS-FROM-DD                          PIC 9(2).            DBNK201P
011900   05  WS-WORK-DD                            PIC S9(5) COMP.      DBNK201P
012000                                                                  DBNK201P
012100*    the first and last snapshot of the cluster being reported    DBNK201P
012200   05  WS-FIRST-YMD                          PIC X(8).            DBNK201P
012300   05  WS-FIRST-YMD-R REDEFINES WS-FIRST-YMD.                     DBNK201P
012400     10  WS-FIRST-YYYY                       PIC 9(4).            DBNK201P
012500     10  WS-FIRST-MM                         PIC 9(2).            DBNK201P
012600     10  WS-FIRST-DD                         PIC 9(2).            DBNK201P
012700   05  WS-LAST-YMD                           PIC X(8).            DBNK201P
012800   05  WS-LAST-YMD-R REDEFINES WS-LAST-YMD.                       DBNK201P
012900     10  WS-LAST-YYYY                        PIC 9(4).            DBNK201P
013000     10  WS-LAST-MM                          PIC 9(2).            DBNK201P
013100     10  WS-LAST-DD                          PIC 9(2).            DBNK201P
013200   05  WS-FULL-YMD                           PIC X(8).            DBNK201P
013300   05  WS-FULL-YMD-R REDEFINES WS-FULL-YMD.                       DBNK201P
013400     10  WS-FULL-YYYY                        PIC 9(4).            DBNK201P
013500     10  WS-FULL-MM                          PIC 9(2).            DBNK201P
013600     10  WS-FULL-DD                          PIC 9(2).            DBNK201P
013700                                                                  DBNK201P
013800   05  WS-SPAN-DAYS                          PIC S9(5) COMP-3.    DBNK201P
013900   05  WS-REC-GROWTH                         PIC S9(11) COMP-3.   DBNK201P
014000   05  WS-BYTE-GROWTH                        PIC S9(13) COMP-3.   DBNK201P
014100   05  WS-BYTES-FREE                         PIC S9(13) COMP-3.   DBNK201P
014200   05  WS-BYTES-A-DAY                  PIC S9(13)V99 COMP-3.      DBNK201P
014300   05  WS-DAYS-LEFT                          PIC S9(7) COMP-3.    DBNK201P
014400   05  WS-MB                            PIC S9(9)V9 COMP-3.       DBNK201P
014500   05  WS-MB-A-DAY                      PIC S9(7)V99 COMP-3.      DBNK201P
014600   05  WS-OUTLOOK                            PIC X(1).            DBNK201P
014700     88  WS-OUTLOOK-DATED                     VALUE 'D'.          DBNK201P
014800     88  WS-OUTLOOK-FULL                      VALUE 'F'.          DBNK201P
014900     88  WS-OUTLOOK-STEADY                    VALUE 'S'.          DBNK201P
015000     88  WS-OUTLOOK-NO-HISTORY                VALUE 'N'.          DBNK201P
015100     88  WS-OUTLOOK-DISTANT                   VALUE 'L'.          DBNK201P
015200                                                                  DBNK201P
015300   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK201P
015400   05  WS-SUB1                               PIC S9(4) COMP.      DBNK201P
015500   05  WS-SUB2                               PIC S9(4) COMP.      DBNK201P
015600   05  WS-SWAPPED-FLAG                       PIC X(1).            DBNK201P
015700     88  WS-SWAPPED                           VALUE 'Y'.          DBNK201P
015800     88  WS-NOT-SWAPPED                       VALUE 'N'.          DBNK201P
015900                                                                  DBNK201P
016000   05  WS-SNAPS-READ                         PIC 9(7)             DBNK201P
016100       VALUE ZERO.                                                DBNK201P
016200   05  WS-CLUSTERS-FLAGGED                   PIC 9(5)             DBNK201P
016300       VALUE ZERO.                                                DBNK201P
016400   05  WS-TABLE-FULL                         PIC 9(7)             DBNK201P
016500       VALUE ZERO.                                                DBNK201P
016600                                                                  DBNK201P
016700   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK201P
016800   05  WS-EDIT-RECS                          PIC ZZ,ZZZ,ZZZ,ZZ9.  DBNK201P
016900   05  WS-EDIT-REC-GROWTH                    PIC ZZZ,ZZZ,ZZ9-.    DBNK201P
017000   05  WS-EDIT-MB                            PIC ZZZ,ZZZ,ZZ9.9.   DBNK201P
017100   05  WS-EDIT-MB-GROWTH                     PIC ZZ,ZZZ,ZZ9.9-.   DBNK201P
017200   05  WS-EDIT-PCT                           PIC ZZ9.9.           DBNK201P
017300   05  WS-EDIT-SPAN                          PIC ZZ9.             DBNK201P
017400   05  WS-EDIT-MB-A-DAY                      PIC ZZ,ZZ9.99-.      DBNK201P
017500   05  WS-EDIT-DAYS                          PIC ZZZZ9.           DBNK201P
017600                                                                  DBNK201P
017700*    one entry per cluster with history in the window             DBNK201P
017800 01  WS-CAP-TABLE.                                                DBNK201P
017900   05  WS-CAP-COUNT                          PIC S9(4) COMP       DBNK201P
018000       VALUE ZERO.                                                DBNK201P
018100   05  WS-CAP-ENTRY OCCURS 300 TIMES.                             DBNK201P
018200     10  WS-CT-CLUSTER                       PIC X(8).            DBNK201P
018300     10  WS-CT-FIRST-DATE                    PIC X(8).            DBNK201P
018400     10  WS-CT-FIRST-RECORDS                 PIC 9(11).           DBNK201P
018500     10  WS-CT-FIRST-USED                    PIC 9(13).           DBNK201P
018600     10  WS-CT-LAST-DATE                     PIC X(8).            DBNK201P
018700     10  WS-CT-LAST-RECORDS                  PIC 9(11).           DBNK201P
018800     10  WS-CT-LAST-USED                     PIC 9(13).           DBNK201P
018900     10  WS-CT-LAST-ALLOC                    PIC 9(13).           DBNK201P
019000     10  WS-CT-LAST-PCT                      PIC 9(3)V9.          DBNK201P
019100                                                                  DBNK201P
019200 01  WS-SWAP-ENTRY                           PIC X(89).           DBNK201P
019300                                                                  DBNK201P
019400 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK201P
019500                                                                  DBNK201P
019600 01  WS-BCTL-DATA.                                                DBNK201P
019700 COPY CBCTLD.                                                     DBNK201P
019800                                                                  DBNK201P
019900 01  WS-BUSD-DATA.                                                DBNK201P
020000 COPY CBUSDD.                                                     DBNK201P
020100                                                                  DBNK201P
020200 PROCEDURE DIVISION.                                              DBNK201P
020300     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK201P
020400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK201P
020500     PERFORM RUN-TIME.                                            DBNK201P
020600                                                                  DBNK201P
020700***************************************************************** DBNK201P
020800* Register this run in the batch control file keyed on the      * DBNK201P
020900* business date                                                 * DBNK201P
021000***************************************************************** DBNK201P
021100     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK201P
021200     MOVE 'DBNK201P' TO BCTL-JOB-NAME.                            DBNK201P
021300     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK201P
021400     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK201P
021500     SET BCTL-FUNC-START TO TRUE.                                 DBNK201P
021600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK201P
021700     IF NOT BCTL-OK                                               DBNK201P
021800        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK201P
021900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK201P
022000        MOVE 8 TO RETURN-CODE                                     DBNK201P
022100        GO TO QUICK-EXIT                                          DBNK201P
022200     END-IF.                                                      DBNK201P
022300                                                                  DBNK201P
022400     SET OPEN-OK TO TRUE.                                         DBNK201P
022500                                                                  DBNK201P
022600     OPEN INPUT BNKFCAP-FILE.                                     DBNK201P
022700     MOVE WS-BNKFCAP-STATUS TO WS-IO-STATUS.                      DBNK201P
022800     MOVE 'BNKFCAP-FILE' TO WS-FILE.                              DBNK201P
022900     PERFORM CHECK-OPEN THRU                                      DBNK201P
023000             CHECK-OPEN-EXIT.                                     DBNK201P
023100                                                                  DBNK201P
023200     OPEN INPUT BNKPARM-FILE.                                     DBNK201P
023300     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK201P
023400     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK201P
023500     PERFORM CHECK-OPEN THRU                                      DBNK201P
023600             CHECK-OPEN-EXIT.                                     DBNK201P
023700                                                                  DBNK201P
023800     OPEN OUTPUT CAPRPT-FILE.                                     DBNK201P
023900     MOVE WS-CAPRPT-STATUS TO WS-IO-STATUS.                       DBNK201P
024000     MOVE 'CAPRPT-FILE' TO WS-FILE.                               DBNK201P
024100     PERFORM CHECK-OPEN THRU                                      DBNK201P
024200             CHECK-OPEN-EXIT.                                     DBNK201P
024300                                                                  DBNK201P
024400     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK201P
024500        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK201P
024600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK201P
024700        MOVE 16 TO RETURN-CODE                                    DBNK201P
024800        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK201P
024900        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK201P
025000        GO TO QUICK-EXIT                                          DBNK201P
025100     END-IF.                                                      DBNK201P
025200                                                                  DBNK201P
025300     MOVE 30 TO WS-WARN-DAYS.                                     DBNK201P
025400     MOVE 'CAPWARND' TO PRM-REC-KEY.                              DBNK201P
025500     READ BNKPARM-FILE                                            DBNK201P
025600       INVALID KEY                                                DBNK201P
025700         CONTINUE                                                 DBNK201P
025800     END-READ.                                                    DBNK201P
025900     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK201P
026000        PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK201P
026100        MOVE PRM-REC-AMOUNT TO WS-WARN-DAYS                       DBNK201P
026200     END-IF.                                                      DBNK201P
026300     CLOSE BNKPARM-FILE.                                          DBNK201P
026400                                                                  DBNK201P
026500     PERFORM COMPUTE-WINDOW THRU                                  DBNK201P
026600             COMPUTE-WINDOW-EXIT.                                 DBNK201P
026700                                                                  DBNK201P
026800     PERFORM PRINT-REPORT-HEADING THRU                            DBNK201P
026900             PRINT-REPORT-HEADING-EXIT.                           DBNK201P
027000                                                                  DBNK201P
027100***************************************************************** DBNK201P
027200* The snapshots from the start of the window to the business    * DBNK201P
027300* date. They come in date order, so the first one met for a     * DBNK201P
027400* cluster is its oldest in the window and the last its latest   * DBNK201P
027500***************************************************************** DBNK201P
027600     MOVE LOW-VALUES TO BFC-REC-KEY.                              DBNK201P
027700     MOVE WS-FROM-YMD TO BFC-REC-DATE.                            DBNK201P
027800     START BNKFCAP-FILE KEY IS NOT LESS THAN BFC-REC-KEY          DBNK201P
027900       INVALID KEY                                                DBNK201P
028000         GO TO SNAP-ENDED                                         DBNK201P
028100     END-START.                                                   DBNK201P
028200 SNAP-LOOP.                                                       DBNK201P
028300     READ BNKFCAP-FILE NEXT                                       DBNK201P
028400       AT END                                                     DBNK201P
028500         GO TO SNAP-ENDED                                         DBNK201P
028600     END-READ.                                                    DBNK201P
028700     IF BFC-REC-DATE IS GREATER THAN BUSD-DATE                    DBNK201P
028800        GO TO SNAP-ENDED                                          DBNK201P
028900     END-IF.                                                      DBNK201P
029000     ADD 1 TO WS-SNAPS-READ.                                      DBNK201P
029100     PERFORM TAKE-SNAPSHOT THRU                                   DBNK201P
029200             TAKE-SNAPSHOT-EXIT.                                  DBNK201P
029300     GO TO SNAP-LOOP.                                             DBNK201P
029400 SNAP-ENDED.                                                      DBNK201P
029500                                                                  DBNK201P
029600*    a cluster first catalogued inside the window is met after    DBNK201P
029700*    the others - put the report into cluster order               DBNK201P
029800     SET WS-SWAPPED TO TRUE.                                      DBNK201P
029900     PERFORM SORT-CAP-PASS THRU SORT-CAP-PASS-EXIT                DBNK201P
030000       UNTIL WS-NOT-SWAPPED.                                      DBNK201P
030100                                                                  DBNK201P
030200     PERFORM PRINT-CLUSTER THRU                                   DBNK201P
030300             PRINT-CLUSTER-EXIT                                   DBNK201P
030400       VARYING WS-SUB1 FROM 1 BY 1                                DBNK201P
030500         UNTIL WS-SUB1 IS GREATER THAN WS-CAP-COUNT.              DBNK201P
030600                                                                  DBNK201P
030700     MOVE SPACES TO CAPRPT-REC.                                   DBNK201P
030800     WRITE CAPRPT-REC.                                            DBNK201P
030900     MOVE SPACES TO CAPRPT-REC.                                   DBNK201P
031000     MOVE WS-CAP-COUNT TO WS-EDIT-CNT.                            DBNK201P
031100     MOVE WS-EDIT-CNT TO CAPRPT-REC (1:7).                        DBNK201P
031200     MOVE 'CLUSTERS REPORTED' TO CAPRPT-REC (9:17).               DBNK201P
031300     WRITE CAPRPT-REC.                                            DBNK201P
031400     MOVE SPACES TO CAPRPT-REC.                                   DBNK201P
031500     MOVE WS-CLUSTERS-FLAGGED TO WS-EDIT-CNT.                     DBNK201P
031600     MOVE WS-EDIT-CNT TO CAPRPT-REC (1:7).                        DBNK201P
031700     MOVE 'CLUSTERS FULL OR WITHIN' TO CAPRPT-REC (9:23).         DBNK201P
031800     MOVE WS-WARN-DAYS TO WS-EDIT-DAYS.                           DBNK201P
031900     MOVE WS-EDIT-DAYS TO CAPRPT-REC (33:5).                      DBNK201P
032000     MOVE 'DAYS OF FILLING' TO CAPRPT-REC (39:15).                DBNK201P
032100     WRITE CAPRPT-REC.                                            DBNK201P
032200     IF WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK201P
032300        MOVE SPACES TO CAPRPT-REC                                 DBNK201P
032400        MOVE WS-TABLE-FULL TO WS-EDIT-CNT                         DBNK201P
032500        MOVE WS-EDIT-CNT TO CAPRPT-REC (1:7)                      DBNK201P
032600        MOVE 'SNAPSHOTS NOT REPORTED - CLUSTER TABLE FULL'        DBNK201P
032700          TO CAPRPT-REC (9:43)                                    DBNK201P
032800        WRITE CAPRPT-REC                                          DBNK201P
032900     END-IF.                                                      DBNK201P
033000                                                                  DBNK201P
033100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK201P
033200     STRING WS-SNAPS-READ           DELIMITED BY SIZE             DBNK201P
033300            ' snapshots read since ' DELIMITED BY SIZE            DBNK201P
033400            WS-FROM-YMD             DELIMITED BY SIZE             DBNK201P
033500       INTO WS-CONSOLE-MESSAGE.                                   DBNK201P
033600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK201P
033700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK201P
033800     STRING WS-CLUSTERS-FLAGGED     DELIMITED BY SIZE             DBNK201P
033900            ' clusters full or close to full'                     DBNK201P
034000                                    DELIMITED BY SIZE             DBNK201P
034100       INTO WS-CONSOLE-MESSAGE.                                   DBNK201P
034200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK201P
034300     IF WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK201P
034400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK201P
034500        STRING WS-TABLE-FULL        DELIMITED BY SIZE             DBNK201P
034600               ' snapshots lost - cluster table full'             DBNK201P
034700                                    DELIMITED BY SIZE             DBNK201P
034800          INTO WS-CONSOLE-MESSAGE                                 DBNK201P
034900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK201P
035000     END-IF.                                                      DBNK201P
035100                                                                  DBNK201P
035200     CLOSE BNKFCAP-FILE.                                          DBNK201P
035300     CLOSE CAPRPT-FILE.                                           DBNK201P
035400                                                                  DBNK201P
035500     SET BCTL-FUNC-END TO TRUE.                                   DBNK201P
035600     MOVE WS-CAP-COUNT TO BCTL-RECORD-COUNT.                      DBNK201P
035700     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK201P
035800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK201P
035900                                                                  DBNK201P
036000     PERFORM RUN-TIME.                                            DBNK201P
036100                                                                  DBNK201P
036200     IF WS-CLUSTERS-FLAGGED IS GREATER THAN ZERO OR               DBNK201P
036300        WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK201P
036400        MOVE 4 TO RETURN-CODE                                     DBNK201P
036500     ELSE                                                         DBNK201P
036600        MOVE 0 TO RETURN-CODE                                     DBNK201P
036700     END-IF.                                                      DBNK201P
036800 QUICK-EXIT.                                                      DBNK201P
036900     GOBACK.                                                      DBNK201P
037000                                                                  DBNK201P
037100***************************************************************** DBNK201P
037200* The first date of the window, thirty days before the business * DBNK201P
037300* date, borrowing thirty days a month as the purge does         * DBNK201P
037400***************************************************************** DBNK201P
037500 COMPUTE-WINDOW.                                                  DBNK201P
037600     MOVE BUSD-DATE TO WS-FROM-YMD.                               DBNK201P
037700     COMPUTE WS-WORK-DD = WS-FROM-DD - WS-WINDOW-DAYS.            DBNK201P
037800 WINDOW-BORROW.                                                   DBNK201P
037900     IF WS-WORK-DD IS LESS THAN 1                                 DBNK201P
038000        ADD 30 TO WS-WORK-DD                                      DBNK201P
038100        IF WS-FROM-MM IS EQUAL TO 1                               DBNK201P
038200           MOVE 12 TO WS-FROM-MM                                  DBNK201P
038300           SUBTRACT 1 FROM WS-FROM-YYYY                           DBNK201P
038400        ELSE                                                      DBNK201P
038500           SUBTRACT 1 FROM WS-FROM-MM                             DBNK201P
038600        END-IF                                                    DBNK201P
038700        GO TO WINDOW-BORROW                                       DBNK201P
038800     END-IF.                                                      DBNK201P
038900     MOVE WS-WORK-DD TO WS-FROM-DD.                               DBNK201P
039000 COMPUTE-WINDOW-EXIT.                                             DBNK201P
039100     EXIT.                                                        DBNK201P
039200                                                                  DBNK201P
039300***************************************************************** DBNK201P
039400* Take one snapshot into its cluster's entry                    * DBNK201P
039500***************************************************************** DBNK201P
039600 TAKE-SNAPSHOT.                                                   DBNK201P
039700     MOVE ZERO TO WS-HIT-SUB.                                     DBNK201P
039800     PERFORM FIND-CLUSTER THRU                                    DBNK201P
039900             FIND-CLUSTER-EXIT                                    DBNK201P
040000       VARYING WS-SUB1 FROM 1 BY 1                                DBNK201P
040100         UNTIL WS-SUB1 IS GREATER THAN WS-CAP-COUNT OR            DBNK201P
040200               WS-HIT-SUB IS GREATER THAN ZERO.                   DBNK201P
040300     IF WS-HIT-SUB IS EQUAL TO ZERO                               DBNK201P
040400        IF WS-CAP-COUNT IS NOT LESS THAN 300                      DBNK201P
040500           ADD 1 TO WS-TABLE-FULL                                 DBNK201P
040600           GO TO TAKE-SNAPSHOT-EXIT                               DBNK201P
040700        END-IF                                                    DBNK201P
040800        ADD 1 TO WS-CAP-COUNT                                     DBNK201P
040900        MOVE WS-CAP-COUNT TO WS-HIT-SUB                           DBNK201P
041000        MOVE BFC-REC-CLUSTER TO WS-CT-CLUSTER (WS-HIT-SUB)        DBNK201P
041100        MOVE BFC-REC-DATE TO WS-CT-FIRST-DATE (WS-HIT-SUB)        DBNK201P
041200        MOVE BFC-REC-RECORDS TO WS-CT-FIRST-RECORDS (WS-HIT-SUB)  DBNK201P
041300        MOVE BFC-REC-BYTES-USED TO WS-CT-FIRST-USED (WS-HIT-SUB)  DBNK201P
041400     END-IF.                                                      DBNK201P
041500     MOVE BFC-REC-DATE TO WS-CT-LAST-DATE (WS-HIT-SUB).           DBNK201P
041600     MOVE BFC-REC-RECORDS TO WS-CT-LAST-RECORDS (WS-HIT-SUB).     DBNK201P
041700     MOVE BFC-REC-BYTES-USED TO WS-CT-LAST-USED (WS-HIT-SUB).     DBNK201P
041800     MOVE BFC-REC-BYTES-ALLOC TO WS-CT-LAST-ALLOC (WS-HIT-SUB).   DBNK201P
041900     MOVE BFC-REC-PCT-USED TO WS-CT-LAST-PCT (WS-HIT-SUB).        DBNK201P
042000 TAKE-SNAPSHOT-EXIT.                                              DBNK201P
042100     EXIT.                                                        DBNK201P
042200                                                                  DBNK201P
042300 FIND-CLUSTER.                                                    DBNK201P
042400     IF WS-CT-CLUSTER (WS-SUB1) IS EQUAL TO BFC-REC-CLUSTER       DBNK201P
042500        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK201P
042600     END-IF.                                                      DBNK201P
042700 FIND-CLUSTER-EXIT.                                               DBNK201P
042800     EXIT.                                                        DBNK201P
042900                                                                  DBNK201P
043000***************************************************************** DBNK201P
043100* One pass of the bubble sort on cluster name                   * DBNK201P
043200***************************************************************** DBNK201P
043300 SORT-CAP-PASS.                                                   DBNK201P
043400     SET WS-NOT-SWAPPED TO TRUE.                                  DBNK201P
043500     PERFORM SORT-CAP-COMPARE THRU SORT-CAP-COMPARE-EXIT          DBNK201P
043600       VARYING WS-SUB1 FROM 1 BY 1                                DBNK201P
043700         UNTIL WS-SUB1 IS NOT LESS THAN WS-CAP-COUNT.             DBNK201P
043800 SORT-CAP-PASS-EXIT.                                              DBNK201P
043900     EXIT.                                                        DBNK201P
044000                                                                  DBNK201P
044100 SORT-CAP-COMPARE.                                                DBNK201P
044200     COMPUTE WS-SUB2 = WS-SUB1 + 1.                               DBNK201P
044300     IF WS-CT-CLUSTER (WS-SUB1) IS NOT GREATER THAN               DBNK201P
044400        WS-CT-CLUSTER (WS-SUB2)                                   DBNK201P
044500        GO TO SORT-CAP-COMPARE-EXIT                               DBNK201P
044600     END-IF.                                                      DBNK201P
044700     MOVE WS-CAP-ENTRY (WS-SUB1) TO WS-SWAP-ENTRY.                DBNK201P
044800     MOVE WS-CAP-ENTRY (WS-SUB2) TO WS-CAP-ENTRY (WS-SUB1).       DBNK201P
044900     MOVE WS-SWAP-ENTRY TO WS-CAP-ENTRY (WS-SUB2).                DBNK201P
045000     SET WS-SWAPPED TO TRUE.                                      DBNK201P
045100 SORT-CAP-COMPARE-EXIT.                                           DBNK201P
045200     EXIT.                                                        DBNK201P
045300                                                                  DBNK201P
045400***************************************************************** DBNK201P
045500* Work out one cluster's trend and print it. A cluster using    * DBNK201P
045600* all it has been allocated is full now; one with a single      * DBNK201P
045700* snapshot in the window, or not growing, has no date to give   * DBNK201P
045800***************************************************************** DBNK201P
045900 PRINT-CLUSTER.                                                   DBNK201P
046000     MOVE WS-CT-FIRST-DATE (WS-SUB1) TO WS-FIRST-YMD.             DBNK201P
046100     MOVE WS-CT-LAST-DATE (WS-SUB1) TO WS-LAST-YMD.               DBNK201P
046200     COMPUTE WS-SPAN-DAYS =                                       DBNK201P
046300         ((WS-LAST-YYYY - WS-FIRST-YYYY) * 365)                   DBNK201P
046400       + ((WS-LAST-MM - WS-FIRST-MM) * 30)                        DBNK201P
046500       + (WS-LAST-DD - WS-FIRST-DD).                              DBNK201P
046600     COMPUTE WS-REC-GROWTH = WS-CT-LAST-RECORDS (WS-SUB1)         DBNK201P
046700                           - WS-CT-FIRST-RECORDS (WS-SUB1).       DBNK201P
046800     COMPUTE WS-BYTE-GROWTH = WS-CT-LAST-USED (WS-SUB1)           DBNK201P
046900                            - WS-CT-FIRST-USED (WS-SUB1).         DBNK201P
047000     COMPUTE WS-BYTES-FREE = WS-CT-LAST-ALLOC (WS-SUB1)           DBNK201P
047100                           - WS-CT-LAST-USED (WS-SUB1).           DBNK201P
047200     MOVE ZERO TO WS-BYTES-A-DAY.                                 DBNK201P
047300     MOVE ZERO TO WS-DAYS-LEFT.                                   DBNK201P
047400     IF WS-SPAN-DAYS IS GREATER THAN ZERO                         DBNK201P
047500        COMPUTE WS-BYTES-A-DAY ROUNDED =                          DBNK201P
047600            WS-BYTE-GROWTH / WS-SPAN-DAYS                         DBNK201P
047700     END-IF.                                                      DBNK201P
047800     EVALUATE TRUE                                                DBNK201P
047900       WHEN WS-BYTES-FREE IS NOT GREATER THAN ZERO                DBNK201P
048000         SET WS-OUTLOOK-FULL TO TRUE                              DBNK201P
048100       WHEN WS-SPAN-DAYS IS NOT GREATER THAN ZERO                 DBNK201P
048200         SET WS-OUTLOOK-NO-HISTORY TO TRUE                        DBNK201P
048300       WHEN WS-BYTES-A-DAY IS NOT GREATER THAN ZERO               DBNK201P
048400         SET WS-OUTLOOK-STEADY TO TRUE                            DBNK201P
048500       WHEN OTHER                                                 DBNK201P
048600         COMPUTE WS-DAYS-LEFT = WS-BYTES-FREE / WS-BYTES-A-DAY    DBNK201P
048700           ON SIZE ERROR                                          DBNK201P
048800             MOVE 9999999 TO WS-DAYS-LEFT                         DBNK201P
048900         END-COMPUTE                                              DBNK201P
049000         IF WS-DAYS-LEFT IS GREATER THAN 3650                     DBNK201P
049100            SET WS-OUTLOOK-DISTANT TO TRUE                        DBNK201P
049200         ELSE                                                     DBNK201P
049300            SET WS-OUTLOOK-DATED TO TRUE                          DBNK201P
049400            PERFORM PROJECT-FULL-DATE THRU                        DBNK201P
049500                    PROJECT-FULL-DATE-EXIT                        DBNK201P
049600         END-IF                                                   DBNK201P
049700     END-EVALUATE.                                                DBNK201P
049800                                                                  DBNK201P
049900     MOVE SPACES TO CAPRPT-REC.                                   DBNK201P
050000     MOVE WS-CT-CLUSTER (WS-SUB1) TO CAPRPT-REC (1:8).            DBNK201P
050100     MOVE WS-CT-LAST-RECORDS (WS-SUB1) TO WS-EDIT-RECS.           DBNK201P
050200     MOVE WS-EDIT-RECS TO CAPRPT-REC (11:14).                     DBNK201P
050300     MOVE WS-REC-GROWTH TO WS-EDIT-REC-GROWTH.                    DBNK201P
050400     MOVE WS-EDIT-REC-GROWTH TO CAPRPT-REC (26:12).               DBNK201P
050500     COMPUTE WS-MB ROUNDED = WS-CT-LAST-USED (WS-SUB1) / 1048576. DBNK201P
050600     MOVE WS-MB TO WS-EDIT-MB.                                    DBNK201P
050700     MOVE WS-EDIT-MB TO CAPRPT-REC (40:13).                       DBNK201P
050800     COMPUTE WS-MB ROUNDED = WS-CT-LAST-ALLOC (WS-SUB1) / 1048576.DBNK201P
050900     MOVE WS-MB TO WS-EDIT-MB.                                    DBNK201P
051000     MOVE WS-EDIT-MB TO CAPRPT-REC (54:13).                       DBNK201P
051100     MOVE WS-CT-LAST-PCT (WS-SUB1) TO WS-EDIT-PCT.                DBNK201P
051200     MOVE WS-EDIT-PCT TO CAPRPT-REC (68:5).                       DBNK201P
051300     COMPUTE WS-MB ROUNDED = WS-BYTE-GROWTH / 1048576.            DBNK201P
051400     MOVE WS-MB TO WS-EDIT-MB-GROWTH.                             DBNK201P
051500     MOVE WS-EDIT-MB-GROWTH TO CAPRPT-REC (74:13).                DBNK201P
051600     MOVE WS-SPAN-DAYS TO WS-EDIT-SPAN.                           DBNK201P
051700     MOVE WS-EDIT-SPAN TO CAPRPT-REC (89:3).                      DBNK201P
051800     COMPUTE WS-MB-A-DAY ROUNDED = WS-BYTES-A-DAY / 1048576.      DBNK201P
051900     MOVE WS-MB-A-DAY TO WS-EDIT-MB-A-DAY.                        DBNK201P
052000     MOVE WS-EDIT-MB-A-DAY TO CAPRPT-REC (93:10).                 DBNK201P
052100     EVALUATE TRUE                                                DBNK201P
052200       WHEN WS-OUTLOOK-FULL                                       DBNK201P
052300         MOVE ZERO TO WS-EDIT-DAYS                                DBNK201P
052400         MOVE WS-EDIT-DAYS TO CAPRPT-REC (104:5)                  DBNK201P
052500         MOVE 'FULL NOW' TO CAPRPT-REC (110:8)                    DBNK201P
052600       WHEN WS-OUTLOOK-NO-HISTORY                                 DBNK201P
052700         MOVE 'NO HISTORY' TO CAPRPT-REC (110:10)                 DBNK201P
052800       WHEN WS-OUTLOOK-STEADY                                     DBNK201P
052900         MOVE 'NOT GROWING' TO CAPRPT-REC (110:11)                DBNK201P
053000       WHEN WS-OUTLOOK-DISTANT                                    DBNK201P
053100         MOVE 'OVER 10 YR' TO CAPRPT-REC (110:10)                 DBNK201P
053200       WHEN OTHER                                                 DBNK201P
053300         MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS                        DBNK201P
053400         MOVE WS-EDIT-DAYS TO CAPRPT-REC (104:5)                  DBNK201P
053500         MOVE WS-FULL-YYYY TO CAPRPT-REC (110:4)                  DBNK201P
053600         MOVE '-' TO CAPRPT-REC (114:1)                           DBNK201P
053700         MOVE WS-FULL-MM TO CAPRPT-REC (115:2)                    DBNK201P
053800         MOVE '-' TO CAPRPT-REC (117:1)                           DBNK201P
053900         MOVE WS-FULL-DD TO CAPRPT-REC (118:2)                    DBNK201P
054000     END-EVALUATE.                                                DBNK201P
054100     IF WS-OUTLOOK-FULL OR                                        DBNK201P
054200        (WS-OUTLOOK-DATED AND                                     DBNK201P
054300         WS-DAYS-LEFT IS NOT GREATER THAN WS-WARN-DAYS)           DBNK201P
054400        MOVE '*** FILLING' TO CAPRPT-REC (122:11)                 DBNK201P
054500        ADD 1 TO WS-CLUSTERS-FLAGGED                              DBNK201P
054600     END-IF.                                                      DBNK201P
054700     WRITE CAPRPT-REC.                                            DBNK201P
054800 PRINT-CLUSTER-EXIT.                                              DBNK201P
054900     EXIT.                                                        DBNK201P
055000                                                                  DBNK201P
055100***************************************************************** DBNK201P
055200* The date the cluster fills - its latest snapshot date moved   * DBNK201P
055300* on by the days left, carrying thirty days a month             * DBNK201P
055400***************************************************************** DBNK201P
055500 PROJECT-FULL-DATE.                                               DBNK201P
055600     MOVE WS-LAST-YMD TO WS-FULL-YMD.                             DBNK201P
055700     COMPUTE WS-WORK-DD = WS-FULL-DD + WS-DAYS-LEFT.              DBNK201P
055800 FULL-DATE-CARRY.                                                 DBNK201P
055900     IF WS-WORK-DD IS GREATER THAN 30                             DBNK201P
056000        SUBTRACT 30 FROM WS-WORK-DD                               DBNK201P
056100        IF WS-FULL-MM IS EQUAL TO 12                              DBNK201P
056200           MOVE 1 TO WS-FULL-MM                                   DBNK201P
056300           ADD 1 TO WS-FULL-YYYY                                  DBNK201P
056400        ELSE                                                      DBNK201P
056500           ADD 1 TO WS-FULL-MM                                    DBNK201P
056600        END-IF                                                    DBNK201P
056700        GO TO FULL-DATE-CARRY                                     DBNK201P
056800     END-IF.                                                      DBNK201P
056900     MOVE WS-WORK-DD TO WS-FULL-DD.                               DBNK201P
057000 PROJECT-FULL-DATE-EXIT.                                          DBNK201P
057100     EXIT.                                                        DBNK201P
057200                                                                  DBNK201P
057300***************************************************************** DBNK201P
057400* Report heading                                                * DBNK201P
057500***************************************************************** DBNK201P
057600 PRINT-REPORT-HEADING.                                            DBNK201P
057700     MOVE SPACES TO CAPRPT-REC.                                   DBNK201P
057800     STRING 'FILE CAPACITY AND GROWTH OVER THE THIRTY DAYS FROM ' DBNK201P
057900                                          DELIMITED BY SIZE       DBNK201P
058000            WS-FROM-YMD                   DELIMITED BY SIZE       DBNK201P
058100            ' TO '                        DELIMITED BY SIZE       DBNK201P
058200            BUSD-DATE                     DELIMITED BY SIZE       DBNK201P
058300       INTO CAPRPT-REC.                                           DBNK201P
058400     WRITE CAPRPT-REC.                                            DBNK201P
058500     MOVE SPACES TO CAPRPT-REC.                                   DBNK201P
058600     WRITE CAPRPT-REC.                                            DBNK201P
058700     MOVE SPACES TO CAPRPT-REC.                                   DBNK201P
058800     MOVE 'CLUSTER' TO CAPRPT-REC (1:7).                          DBNK201P
058900     MOVE 'RECORDS' TO CAPRPT-REC (18:7).                         DBNK201P
059000     MOVE 'REC GROWTH' TO CAPRPT-REC (27:10).                     DBNK201P
059100     MOVE 'USED MB' TO CAPRPT-REC (46:7).                         DBNK201P
059200     MOVE 'ALLOC MB' TO CAPRPT-REC (59:8).                        DBNK201P
059300     MOVE 'USED%' TO CAPRPT-REC (68:5).                           DBNK201P
059400     MOVE 'GROWTH MB' TO CAPRPT-REC (77:9).                       DBNK201P
059500     MOVE 'DAYS' TO CAPRPT-REC (88:4).                            DBNK201P
059600     MOVE 'MB A DAY' TO CAPRPT-REC (94:8).                        DBNK201P
059700     MOVE 'LEFT' TO CAPRPT-REC (105:4).                           DBNK201P
059800     MOVE 'FULL BY' TO CAPRPT-REC (110:7).                        DBNK201P
059900     WRITE CAPRPT-REC.                                            DBNK201P
060000     MOVE SPACES TO CAPRPT-REC.                                   DBNK201P
060100     WRITE CAPRPT-REC.                                            DBNK201P
060200 PRINT-REPORT-HEADING-EXIT.                                       DBNK201P
060300     EXIT.                                                        DBNK201P
060400                                                                  DBNK201P
060500***************************************************************** DBNK201P
060600* Check file open OK                                            * DBNK201P
060700***************************************************************** DBNK201P
060800 CHECK-OPEN.                                                      DBNK201P
060900     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK201P
061000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK201P
061100        STRING WS-FILE       DELIMITED BY ' '                     DBNK201P
061200               ' opened ok' DELIMITED BY SIZE                     DBNK201P
061300          INTO WS-CONSOLE-MESSAGE                                 DBNK201P
061400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK201P
061500     ELSE                                                         DBNK201P
061600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK201P
061700        STRING WS-FILE          DELIMITED BY ' '                  DBNK201P
061800               ' did not open' DELIMITED BY SIZE                  DBNK201P
061900          INTO WS-CONSOLE-MESSAGE                                 DBNK201P
062000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK201P
062100        PERFORM DISPLAY-IO-STATUS                                 DBNK201P
062200        ADD 1 TO WS-OPEN-ERROR                                    DBNK201P
062300     END-IF.                                                      DBNK201P
062400 CHECK-OPEN-EXIT.                                                 DBNK201P
062500     EXIT.                                                        DBNK201P
062600                                                                  DBNK201P
062700***************************************************************** DBNK201P
062800* Display the file status bytes. This routine will display as   * DBNK201P
062900* two digits if the full two byte file status is numeric. If    * DBNK201P
063000* second byte is non-numeric then it will be treated as a       * DBNK201P
063100* binary number.                                                * DBNK201P
063200***************************************************************** DBNK201P
063300 DISPLAY-IO-STATUS.                                               DBNK201P
063400     IF WS-IO-STATUS NUMERIC                                      DBNK201P
063500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK201P
063600        STRING 'File status -' DELIMITED BY SIZE                  DBNK201P
063700               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK201P
063800          INTO WS-CONSOLE-MESSAGE                                 DBNK201P
063900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK201P
064000     ELSE                                                         DBNK201P
064100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK201P
064200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK201P
064300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK201P
064400        STRING 'File status -' DELIMITED BY SIZE                  DBNK201P
064500               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK201P
064600               '/'            DELIMITED BY SIZE                   DBNK201P
064700               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK201P
064800          INTO WS-CONSOLE-MESSAGE                                 DBNK201P
064900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK201P
065000     END-IF.                                                      DBNK201P
065100                                                                  DBNK201P
065200***************************************************************** DBNK201P
065300* Display CONSOLE messages...                                   * DBNK201P
065400***************************************************************** DBNK201P
065500 DISPLAY-CONSOLE-MESSAGE.                                         DBNK201P
065600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK201P
065700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK201P
065800                                                                  DBNK201P
065900 COPY CTIMERP.                                                    DBNK201P
066000                                                                  DBNK201P
