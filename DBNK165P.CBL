000100***************************************************************** DBNK165P
000200*                                                               * DBNK165P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK165P
000400*   This demonstration program is provided for use by users     * DBNK165P
000500*   of Micro Focus products and may be used, modified and       * DBNK165P
000600*   distributed as part of your application provided that       * DBNK165P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK165P
000800*   in this material.                                           * DBNK165P
000900*                                                               * DBNK165P
001000***************************************************************** DBNK165P
001100                                                                  DBNK165P
001200                                                                  DBNK165P
001300***************************************************************** DBNK165P
001400* Program:     DBNK165P.CBL                                     * DBNK165P
001500* Function:    Safe deposit box rent. Each open rental whose    * DBNK165P
001600*              anniversary has come is charged the year's rent  * DBNK165P
001700*              - BNKFEES code SDB plus the box size, for the    * DBNK165P
001800*              rent account's type - with a BNKLEDG entry in    * DBNK165P
001900*              category SDBR. Rent the account cannot meet is   * DBNK165P
002000*              carried on the agreement as arrears, and arrears * DBNK165P
002100*              are tried again on every run. Arrears older than * DBNK165P
002200*              BNKPARM SDBDRILL days (default 90) lock the      * DBNK165P
002300*              renters out of the box. SDBRPT lists the rent    * DBNK165P
002400*              charged and collected; SDBWORK is the aged       * DBNK165P
002500*              arrears worklist, with the locked-out boxes due  * DBNK165P
002600*              for drilling and inventory. Runs daily, so each  * DBNK165P
002700*              rental is billed on its own anniversary.         * DBNK165P
002800*              VSAM version                                     * DBNK165P
002900***************************************************************** DBNK165P
003000                                                                  DBNK165P
003100 IDENTIFICATION DIVISION.                                         DBNK165P
003200 PROGRAM-ID.                                                      DBNK165P
003300     DBNK165P.                                                    DBNK165P
003400 DATE-WRITTEN.                                                    DBNK165P
003500     October 2007.                                                DBNK165P
003600 DATE-COMPILED.                                                   DBNK165P
003700     Today.                                                       DBNK165P
003800                                                                  DBNK165P
003900 ENVIRONMENT DIVISION.                                            DBNK165P
004000                                                                  DBNK165P
004100 INPUT-OUTPUT   SECTION.                                          DBNK165P
004200   FILE-CONTROL.                                                  DBNK165P
004300     SELECT SDBRPT-FILE                                           DBNK165P
004400            ASSIGN       TO SDBRPT                                DBNK165P
004500            ORGANIZATION IS SEQUENTIAL                            DBNK165P
004600            FILE STATUS  IS WS-SDBRPT-STATUS.                     DBNK165P
004700                                                                  DBNK165P
004800     SELECT SDBWORK-FILE                                          DBNK165P
004900            ASSIGN       TO SDBWORK                               DBNK165P
005000            ORGANIZATION IS SEQUENTIAL                            DBNK165P
005100            FILE STATUS  IS WS-SDBWORK-STATUS.                    DBNK165P
005200                                                                  DBNK165P
005300     SELECT BNKSDRN-FILE                                          DBNK165P
005400            ASSIGN       TO BNKSDRN                               DBNK165P
005500            ORGANIZATION IS INDEXED                               DBNK165P
005600            ACCESS MODE  IS SEQUENTIAL                            DBNK165P
005700            RECORD KEY   IS SDR-REC-AGREEMENT                     DBNK165P
005800            FILE STATUS  IS WS-BNKSDRN-STATUS.                    DBNK165P
005900                                                                  DBNK165P
006000     SELECT BNKSDBX-FILE                                          DBNK165P
006100            ASSIGN       TO BNKSDBX                               DBNK165P
006200            ORGANIZATION IS INDEXED                               DBNK165P
006300            ACCESS MODE  IS RANDOM                                DBNK165P
006400            RECORD KEY   IS SDB-REC-KEY                           DBNK165P
006500            FILE STATUS  IS WS-BNKSDBX-STATUS.                    DBNK165P
006600                                                                  DBNK165P
006700     SELECT BNKACC-FILE                                           DBNK165P
006800            ASSIGN       TO BNKACC                                DBNK165P
006900            ORGANIZATION IS INDEXED                               DBNK165P
007000            ACCESS MODE  IS RANDOM                                DBNK165P
007100            RECORD KEY   IS BAC-REC-ACCNO                         DBNK165P
007200            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK165P
007300            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK165P
007400                                                                  DBNK165P
007500     SELECT BNKFEES-FILE                                          DBNK165P
007600            ASSIGN       TO BNKFEES                               DBNK165P
007700            ORGANIZATION IS INDEXED                               DBNK165P
007800            ACCESS MODE  IS RANDOM                                DBNK165P
007900            RECORD KEY   IS BFE-REC-KEY                           DBNK165P
008000            FILE STATUS  IS WS-BNKFEES-STATUS.                    DBNK165P
008100                                                                  DBNK165P
008200     SELECT BNKLEDG-FILE                                          DBNK165P
008300            ASSIGN       TO BNKLEDG                               DBNK165P
008400            ORGANIZATION IS INDEXED                               DBNK165P
008500            ACCESS MODE  IS RANDOM                                DBNK165P
008600            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK165P
008700            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK165P
008800            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK165P
008900                                                                  DBNK165P
009000     SELECT BNKPARM-FILE                                          DBNK165P
009100            ASSIGN       TO BNKPARM                               DBNK165P
009200            ORGANIZATION IS INDEXED                               DBNK165P
009300            ACCESS MODE  IS RANDOM                                DBNK165P
009400            RECORD KEY   IS PRM-REC-KEY                           DBNK165P
009500            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK165P
009600                                                                  DBNK165P
009700 DATA DIVISION.                                                   DBNK165P
009800                                                                  DBNK165P
009900 FILE SECTION.                                                    DBNK165P
010000 FD  SDBRPT-FILE.                                                 DBNK165P
010100 01  SDBRPT-REC                         PIC X(132).               DBNK165P
010200                                                                  DBNK165P
010300 FD  SDBWORK-FILE.                                                DBNK165P
010400 01  SDBWORK-REC                        PIC X(132).               DBNK165P
010500                                                                  DBNK165P
010600 FD  BNKSDRN-FILE.                                                DBNK165P
010700 01  BNKSDRN-REC.                                                 DBNK165P
010800 COPY CBANKVSR.                                                   DBNK165P
010900                                                                  DBNK165P
011000 FD  BNKSDBX-FILE.                                                DBNK165P
011100 01  BNKSDBX-REC.                                                 DBNK165P
011200 COPY CBANKVSB.                                                   DBNK165P
011300                                                                  DBNK165P
011400 FD  BNKACC-FILE.                                                 DBNK165P
011500 01  BNKACC-REC.                                                  DBNK165P
011600 COPY CBANKVAC.                                                   DBNK165P
011700                                                                  DBNK165P
011800 FD  BNKFEES-FILE.                                                DBNK165P
011900 01  BNKFEES-REC.                                                 DBNK165P
012000 COPY CBANKVFE.                                                   DBNK165P
012100                                                                  DBNK165P
012200 FD  BNKLEDG-FILE.                                                DBNK165P
012300 01  BNKLEDG-REC.                                                 DBNK165P
012400 COPY CBANKVLG.                                                   DBNK165P
012500                                                                  DBNK165P
012600 FD  BNKPARM-FILE.                                                DBNK165P
012700 01  BNKPARM-REC.                                                 DBNK165P
012800 COPY CBANKVPM.                                                   DBNK165P
012900                                                                  DBNK165P
013000 WORKING-STORAGE SECTION.                                         DBNK165P
013100 COPY CTIMERD.                                                    DBNK165P
013200 COPY CTSTAMPD.                                                   DBNK165P
013300                                                                  DBNK165P
013400 01  WS-MISC-STORAGE.                                             DBNK165P
013500   05  WS-PROGRAM-ID                         PIC X(8)             DBNK165P
013600       VALUE 'DBNK165P'.                                          DBNK165P
013700                                                                  DBNK165P
013800   05  WS-SDBRPT-STATUS.                                          DBNK165P
013900     10  WS-SDBRPT-STAT1                       PIC X(1).          DBNK165P
014000     10  WS-SDBRPT-STAT2                       PIC X(1).          DBNK165P
014100   05  WS-SDBWORK-STATUS.                                         DBNK165P
014200     10  WS-SDBWORK-STAT1                      PIC X(1).          DBNK165P
014300     10  WS-SDBWORK-STAT2                      PIC X(1).          DBNK165P
014400   05  WS-BNKSDRN-STATUS.                                         DBNK165P
014500     10  WS-BNKSDRN-STAT1                      PIC X(1).          DBNK165P
014600     10  WS-BNKSDRN-STAT2                      PIC X(1).          DBNK165P
014700   05  WS-BNKSDBX-STATUS.                                         DBNK165P
014800     10  WS-BNKSDBX-STAT1                      PIC X(1).          DBNK165P
014900     10  WS-BNKSDBX-STAT2                      PIC X(1).          DBNK165P
015000   05  WS-BNKACC-STATUS.                                          DBNK165P
015100     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK165P
015200     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK165P
015300   05  WS-BNKFEES-STATUS.                                         DBNK165P
015400     10  WS-BNKFEES-STAT1                      PIC X(1).          DBNK165P
015500     10  WS-BNKFEES-STAT2                      PIC X(1).          DBNK165P
015600   05  WS-BNKLEDG-STATUS.                                         DBNK165P
015700     10  WS-BNKLEDG-STAT1                      PIC X(1).          DBNK165P
015800     10  WS-BNKLEDG-STAT2                      PIC X(1).          DBNK165P
015900   05  WS-BNKPARM-STATUS.                                         DBNK165P
016000     10  WS-BNKPARM-STAT1                      PIC X(1).          DBNK165P
016100     10  WS-BNKPARM-STAT2                      PIC X(1).          DBNK165P
016200                                                                  DBNK165P
016300   05  WS-IO-STATUS.                                              DBNK165P
016400     10  WS-IO-STAT1                          PIC X(1).           DBNK165P
016500     10  WS-IO-STAT2                          PIC X(1).           DBNK165P
016600                                                                  DBNK165P
016700   05  WS-TWO-BYTES.                                              DBNK165P
016800     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK165P
016900     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK165P
017000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK165P
017100                                              PIC 9(1) COMP.      DBNK165P
017200                                                                  DBNK165P
017300   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK165P
017400     88  OPEN-OK                              VALUE 0.            DBNK165P
017500                                                                  DBNK165P
017600   05  WS-FILE                               PIC X(16).           DBNK165P
017700                                                                  DBNK165P
017800   05  WS-RUN-DATE                           PIC X(8).            DBNK165P
017900   05  WS-RUN-YYYY                           PIC 9(4).            DBNK165P
018000   05  WS-RUN-MM                             PIC 9(2).            DBNK165P
018100   05  WS-RUN-DD                             PIC 9(2).            DBNK165P
018200   05  WS-OWED-YYYY                          PIC 9(4).            DBNK165P
018300   05  WS-OWED-MM                            PIC 9(2).            DBNK165P
018400   05  WS-OWED-DD                            PIC 9(2).            DBNK165P
018500   05  WS-DAYS-OWED                          PIC S9(5)            DBNK165P
018600                                             COMP-3.              DBNK165P
018700   05  WS-EDIT-DAYS                          PIC ZZZZ9.           DBNK165P
018800   05  WS-DRILL-DAYS                         PIC 9(3).            DBNK165P
018900   05  WS-CALC-DATE.                                              DBNK165P
019000     10  WS-CALC-YYYY                        PIC 9(4).            DBNK165P
019100     10  WS-CALC-MMDD                        PIC X(4).            DBNK165P
019200                                                                  DBNK165P
019300   05  WS-ACC-FLAG                           PIC X(1).            DBNK165P
019400     88  WS-ACC-USABLE                       VALUE 'Y'.           DBNK165P
019500     88  WS-ACC-UNUSABLE                     VALUE 'N'.           DBNK165P
019600   05  WS-RENT-AMOUNT                        PIC S9(7)V99         DBNK165P
019700                                             COMP-3.              DBNK165P
019800   05  WS-NEW-BAL                            PIC S9(9)V99         DBNK165P
019900                                             COMP-3.              DBNK165P
020000   05  WS-POST-DESC                          PIC X(40).           DBNK165P
020100   05  WS-RPT-ACTION                         PIC X(10).           DBNK165P
020200   05  WS-WORK-ACTION                        PIC X(10).           DBNK165P
020300   05  WS-AGE-BAND                           PIC X(6).            DBNK165P
020400                                                                  DBNK165P
020500   05  WS-AGREEMENTS-READ                    PIC 9(7)             DBNK165P
020600       VALUE ZERO.                                                DBNK165P
020700   05  WS-RENTS-BILLED                       PIC 9(5)             DBNK165P
020800       VALUE ZERO.                                                DBNK165P
020900   05  WS-RENTS-PAID                         PIC 9(5)             DBNK165P
021000       VALUE ZERO.                                                DBNK165P
021100   05  WS-RENTS-UNPAID                       PIC 9(5)             DBNK165P
021200       VALUE ZERO.                                                DBNK165P
021300   05  WS-ARREARS-TAKEN                      PIC 9(5)             DBNK165P
021400       VALUE ZERO.                                                DBNK165P
021500   05  WS-LOCKED-OUT                         PIC 9(5)             DBNK165P
021600       VALUE ZERO.                                                DBNK165P
021700   05  WS-WORK-ITEMS                         PIC 9(5)             DBNK165P
021800       VALUE ZERO.                                                DBNK165P
021900   05  WS-TOTAL-COLLECTED                    PIC S9(9)V99         DBNK165P
022000                                             COMP-3 VALUE ZERO.   DBNK165P
022100   05  WS-TOTAL-ARREARS                      PIC S9(9)V99         DBNK165P
022200                                             COMP-3 VALUE ZERO.   DBNK165P
022300                                                                  DBNK165P
022400   05  WS-EDIT-AMT-7-2                       PIC Z,ZZZ,ZZ9.99.    DBNK165P
022500   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK165P
022600                                                                  DBNK165P
022700 01  WS-TWOS-COMP.                                                DBNK165P
022800   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK165P
022900   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK165P
023000   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK165P
023100                                                                  DBNK165P
023200 COPY CBANKTXD.                                                   DBNK165P
023300                                                                  DBNK165P
023400 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK165P
023500                                                                  DBNK165P
023600 01  WS-BCTL-DATA.                                                DBNK165P
023700 COPY CBCTLD.                                                     DBNK165P
023800                                                                  DBNK165P
023900 01  WS-BUSD-DATA.                                                DBNK165P
024000 COPY CBUSDD.                                                     DBNK165P
024100                                                                  DBNK165P
024200 01  WS-TREF-DATA.                                                DBNK165P
024300 COPY CTREFD.                                                     DBNK165P
024400                                                                  DBNK165P
024500 01  WS-FJRN-DATA.                                                DBNK165P
024600 COPY CFJRND.                                                     DBNK165P
024700                                                                  DBNK165P
024800 PROCEDURE DIVISION.                                              DBNK165P
024900     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK165P
025000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK165P
025100     PERFORM RUN-TIME.                                            DBNK165P
025200                                                                  DBNK165P
025300***************************************************************** DBNK165P
025400* Register this run in the batch control file                   * DBNK165P
025500***************************************************************** DBNK165P
025600     MOVE 'DBNK165P' TO BCTL-JOB-NAME.                            DBNK165P
025700     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK165P
025800     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK165P
025900     SET BCTL-FUNC-START TO TRUE.                                 DBNK165P
026000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK165P
026100     IF NOT BCTL-OK                                               DBNK165P
026200        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK165P
026300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK165P
026400        MOVE 8 TO RETURN-CODE                                     DBNK165P
026500        GO TO QUICK-EXIT                                          DBNK165P
026600     END-IF.                                                      DBNK165P
026700     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK165P
026800                                                                  DBNK165P
026900     SET OPEN-OK TO TRUE.                                         DBNK165P
027000                                                                  DBNK165P
027100     OPEN OUTPUT SDBRPT-FILE.                                     DBNK165P
027200     MOVE WS-SDBRPT-STATUS TO WS-IO-STATUS.                       DBNK165P
027300     MOVE 'SDBRPT-FILE' TO WS-FILE.                               DBNK165P
027400     PERFORM CHECK-OPEN THRU                                      DBNK165P
027500             CHECK-OPEN-EXIT.                                     DBNK165P
027600                                                                  DBNK165P
027700     OPEN OUTPUT SDBWORK-FILE.                                    DBNK165P
027800     MOVE WS-SDBWORK-STATUS TO WS-IO-STATUS.                      DBNK165P
027900     MOVE 'SDBWORK-FILE' TO WS-FILE.                              DBNK165P
028000     PERFORM CHECK-OPEN THRU                                      DBNK165P
028100             CHECK-OPEN-EXIT.                                     DBNK165P
028200                                                                  DBNK165P
028300     OPEN I-O BNKSDRN-FILE.                                       DBNK165P
028400     MOVE WS-BNKSDRN-STATUS TO WS-IO-STATUS.                      DBNK165P
028500     MOVE 'BNKSDRN-FILE' TO WS-FILE.                              DBNK165P
028600     PERFORM CHECK-OPEN THRU                                      DBNK165P
028700             CHECK-OPEN-EXIT.                                     DBNK165P
028800                                                                  DBNK165P
028900     OPEN I-O BNKSDBX-FILE.                                       DBNK165P
029000     MOVE WS-BNKSDBX-STATUS TO WS-IO-STATUS.                      DBNK165P
029100     MOVE 'BNKSDBX-FILE' TO WS-FILE.                              DBNK165P
029200     PERFORM CHECK-OPEN THRU                                      DBNK165P
029300             CHECK-OPEN-EXIT.                                     DBNK165P
029400                                                                  DBNK165P
029500     OPEN I-O BNKACC-FILE.                                        DBNK165P
029600     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK165P
029700     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK165P
029800     PERFORM CHECK-OPEN THRU                                      DBNK165P
029900             CHECK-OPEN-EXIT.                                     DBNK165P
030000                                                                  DBNK165P
030100     OPEN INPUT BNKFEES-FILE.                                     DBNK165P
030200     MOVE WS-BNKFEES-STATUS TO WS-IO-STATUS.                      DBNK165P
030300     MOVE 'BNKFEES-FILE' TO WS-FILE.                              DBNK165P
030400     PERFORM CHECK-OPEN THRU                                      DBNK165P
030500             CHECK-OPEN-EXIT.                                     DBNK165P
030600                                                                  DBNK165P
030700     OPEN I-O BNKLEDG-FILE.                                       DBNK165P
030800     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK165P
030900     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK165P
031000     PERFORM CHECK-OPEN THRU                                      DBNK165P
031100             CHECK-OPEN-EXIT.                                     DBNK165P
031200                                                                  DBNK165P
031300     OPEN INPUT BNKPARM-FILE.                                     DBNK165P
031400     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK165P
031500     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK165P
031600     PERFORM CHECK-OPEN THRU                                      DBNK165P
031700             CHECK-OPEN-EXIT.                                     DBNK165P
031800                                                                  DBNK165P
031900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK165P
032000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK165P
032100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK165P
032200        MOVE 16 TO RETURN-CODE                                    DBNK165P
032300        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK165P
032400        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK165P
032500        GO TO QUICK-EXIT                                          DBNK165P
032600     END-IF.                                                      DBNK165P
032700                                                                  DBNK165P
032800     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK165P
032900     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.                       DBNK165P
033000     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.                         DBNK165P
033100     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DD.                         DBNK165P
033200                                                                  DBNK165P
033300     MOVE 90 TO WS-DRILL-DAYS.                                    DBNK165P
033400     MOVE 'SDBDRILL' TO PRM-REC-KEY.                              DBNK165P
033500     READ BNKPARM-FILE                                            DBNK165P
033600       INVALID KEY                                                DBNK165P
033700         CONTINUE                                                 DBNK165P
033800     END-READ.                                                    DBNK165P
033900     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK165P
034000        PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK165P
034100        MOVE PRM-REC-AMOUNT TO WS-DRILL-DAYS                      DBNK165P
034200     END-IF.                                                      DBNK165P
034300                                                                  DBNK165P
034400     MOVE SPACES TO SDBRPT-REC.                                   DBNK165P
034500     STRING '  SAFE DEPOSIT BOX RENT FOR ' DELIMITED BY SIZE      DBNK165P
034600            WS-RUN-DATE                    DELIMITED BY SIZE      DBNK165P
034700       INTO SDBRPT-REC.                                           DBNK165P
034800     WRITE SDBRPT-REC.                                            DBNK165P
034900     MOVE SPACES TO SDBWORK-REC.                                  DBNK165P
035000     STRING '  SAFE DEPOSIT RENT ARREARS WORKLIST FOR '           DBNK165P
035100                                           DELIMITED BY SIZE      DBNK165P
035200            WS-RUN-DATE                    DELIMITED BY SIZE      DBNK165P
035300            '  LOCK-OUT AFTER '            DELIMITED BY SIZE      DBNK165P
035400            WS-DRILL-DAYS                  DELIMITED BY SIZE      DBNK165P
035500            ' DAYS'                        DELIMITED BY SIZE      DBNK165P
035600       INTO SDBWORK-REC.                                          DBNK165P
035700     WRITE SDBWORK-REC.                                           DBNK165P
035800                                                                  DBNK165P
035900***************************************************************** DBNK165P
036000* Walk the agreements - only open rentals owe rent              * DBNK165P
036100***************************************************************** DBNK165P
036200 BNKSDRN-LOOP.                                                    DBNK165P
036300     READ BNKSDRN-FILE                                            DBNK165P
036400       AT END                                                     DBNK165P
036500         GO TO BNKSDRN-ENDED                                      DBNK165P
036600     END-READ.                                                    DBNK165P
036700     ADD 1 TO WS-AGREEMENTS-READ.                                 DBNK165P
036800     IF NOT SDR-REC-IS-ACTIVE AND                                 DBNK165P
036900        NOT SDR-REC-IS-LOCKED                                     DBNK165P
037000        GO TO BNKSDRN-LOOP                                        DBNK165P
037100     END-IF.                                                      DBNK165P
037200     PERFORM READ-RENT-ACCOUNT THRU                               DBNK165P
037300             READ-RENT-ACCOUNT-EXIT.                              DBNK165P
037400     IF SDR-REC-ARREARS IS GREATER THAN ZERO                      DBNK165P
037500        PERFORM COLLECT-ARREARS THRU                              DBNK165P
037600                COLLECT-ARREARS-EXIT                              DBNK165P
037700     END-IF.                                                      DBNK165P
037800     IF SDR-REC-NEXT-BILL-DATE IS NOT GREATER THAN WS-RUN-DATE    DBNK165P
037900        PERFORM BILL-YEAR THRU                                    DBNK165P
038000                BILL-YEAR-EXIT                                    DBNK165P
038100     END-IF.                                                      DBNK165P
038200     IF SDR-REC-ARREARS IS GREATER THAN ZERO                      DBNK165P
038300        PERFORM AGE-ARREARS THRU                                  DBNK165P
038400                AGE-ARREARS-EXIT                                  DBNK165P
038500     END-IF.                                                      DBNK165P
038600     REWRITE BNKSDRN-REC                                          DBNK165P
038700       INVALID KEY                                                DBNK165P
038800         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK165P
038900         STRING 'Unable to update agreement '                     DBNK165P
039000                                            DELIMITED BY SIZE     DBNK165P
039100                SDR-REC-AGREEMENT           DELIMITED BY SIZE     DBNK165P
039200           INTO WS-CONSOLE-MESSAGE                                DBNK165P
039300         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK165P
039400     END-REWRITE.                                                 DBNK165P
039500     GO TO BNKSDRN-LOOP.                                          DBNK165P
039600 BNKSDRN-ENDED.                                                   DBNK165P
039700                                                                  DBNK165P
039800     MOVE SPACES TO SDBRPT-REC.                                   DBNK165P
039900     MOVE WS-TOTAL-COLLECTED TO WS-EDIT-AMT-9-2.                  DBNK165P
040000     STRING '  RENTS BILLED '          DELIMITED BY SIZE          DBNK165P
040100            WS-RENTS-BILLED            DELIMITED BY SIZE          DBNK165P
040200            '  PAID '                  DELIMITED BY SIZE          DBNK165P
040300            WS-RENTS-PAID              DELIMITED BY SIZE          DBNK165P
040400            '  UNPAID '                DELIMITED BY SIZE          DBNK165P
040500            WS-RENTS-UNPAID            DELIMITED BY SIZE          DBNK165P
040600            '  ARREARS COLLECTED '     DELIMITED BY SIZE          DBNK165P
040700            WS-ARREARS-TAKEN           DELIMITED BY SIZE          DBNK165P
040800            '  TOTAL COLLECTED '       DELIMITED BY SIZE          DBNK165P
040900            WS-EDIT-AMT-9-2            DELIMITED BY SIZE          DBNK165P
041000       INTO SDBRPT-REC.                                           DBNK165P
041100     WRITE SDBRPT-REC.                                            DBNK165P
041200     MOVE SPACES TO SDBWORK-REC.                                  DBNK165P
041300     MOVE WS-TOTAL-ARREARS TO WS-EDIT-AMT-9-2.                    DBNK165P
041400     STRING '  RENTALS IN ARREARS '    DELIMITED BY SIZE          DBNK165P
041500            WS-WORK-ITEMS              DELIMITED BY SIZE          DBNK165P
041600            '  ARREARS '               DELIMITED BY SIZE          DBNK165P
041700            WS-EDIT-AMT-9-2            DELIMITED BY SIZE          DBNK165P
041800            '  NEWLY LOCKED OUT '      DELIMITED BY SIZE          DBNK165P
041900            WS-LOCKED-OUT              DELIMITED BY SIZE          DBNK165P
042000       INTO SDBWORK-REC.                                          DBNK165P
042100     WRITE SDBWORK-REC.                                           DBNK165P
042200                                                                  DBNK165P
042300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK165P
042400     STRING WS-AGREEMENTS-READ DELIMITED BY SIZE                  DBNK165P
042500            ' agreements read' DELIMITED BY SIZE                  DBNK165P
042600       INTO WS-CONSOLE-MESSAGE.                                   DBNK165P
042700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK165P
042800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK165P
042900     STRING WS-RENTS-BILLED DELIMITED BY SIZE                     DBNK165P
043000            ' rents billed' DELIMITED BY SIZE                     DBNK165P
043100       INTO WS-CONSOLE-MESSAGE.                                   DBNK165P
043200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK165P
043300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK165P
043400     STRING WS-LOCKED-OUT DELIMITED BY SIZE                       DBNK165P
043500            ' boxes locked out' DELIMITED BY SIZE                 DBNK165P
043600       INTO WS-CONSOLE-MESSAGE.                                   DBNK165P
043700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK165P
043800                                                                  DBNK165P
043900     CLOSE SDBRPT-FILE.                                           DBNK165P
044000     CLOSE SDBWORK-FILE.                                          DBNK165P
044100     CLOSE BNKSDRN-FILE.                                          DBNK165P
044200     CLOSE BNKSDBX-FILE.                                          DBNK165P
044300     CLOSE BNKACC-FILE.                                           DBNK165P
044400     CLOSE BNKFEES-FILE.                                          DBNK165P
044500     CLOSE BNKLEDG-FILE.                                          DBNK165P
044600     CLOSE BNKPARM-FILE.                                          DBNK165P
044700                                                                  DBNK165P
044800     SET BCTL-FUNC-END TO TRUE.                                   DBNK165P
044900     MOVE WS-AGREEMENTS-READ TO BCTL-RECORD-COUNT.                DBNK165P
045000     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK165P
045100     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK165P
045200                                                                  DBNK165P
045300     PERFORM RUN-TIME.                                            DBNK165P
045400                                                                  DBNK165P
045500     MOVE 0 TO RETURN-CODE.                                       DBNK165P
045600 QUICK-EXIT.                                                      DBNK165P
045700     GOBACK.                                                      DBNK165P
045800                                                                  DBNK165P
045900***************************************************************** DBNK165P
046000* The account that pays the rent - a closed or missing account  * DBNK165P
046100* can pay nothing, so whatever falls due goes to arrears        * DBNK165P
046200***************************************************************** DBNK165P
046300 READ-RENT-ACCOUNT.                                               DBNK165P
046400     SET WS-ACC-USABLE TO TRUE.                                   DBNK165P
046500     MOVE SDR-REC-PAY-ACCNO TO BAC-REC-ACCNO.                     DBNK165P
046600     READ BNKACC-FILE                                             DBNK165P
046700       INVALID KEY                                                DBNK165P
046800         SET WS-ACC-UNUSABLE TO TRUE                              DBNK165P
046900         GO TO READ-RENT-ACCOUNT-EXIT                             DBNK165P
047000     END-READ.                                                    DBNK165P
047100     IF BAC-REC-ACC-IS-CLOSED                                     DBNK165P
047200        SET WS-ACC-UNUSABLE TO TRUE                               DBNK165P
047300     END-IF.                                                      DBNK165P
047400 READ-RENT-ACCOUNT-EXIT.                                          DBNK165P
047500     EXIT.                                                        DBNK165P
047600                                                                  DBNK165P
047700***************************************************************** DBNK165P
047800* Try again for the rent already owed, all or nothing. A box    * DBNK165P
047900* locked out for it opens to its renters again once paid.       * DBNK165P
048000***************************************************************** DBNK165P
048100 COLLECT-ARREARS.                                                 DBNK165P
048200     IF WS-ACC-UNUSABLE                                           DBNK165P
048300        GO TO COLLECT-ARREARS-EXIT                                DBNK165P
048400     END-IF.                                                      DBNK165P
048500     MOVE SDR-REC-ARREARS TO WS-RENT-AMOUNT.                      DBNK165P
048600     COMPUTE WS-NEW-BAL =                                         DBNK165P
048700         BAC-REC-BALANCE - WS-RENT-AMOUNT.                        DBNK165P
048800     IF WS-NEW-BAL IS LESS THAN                                   DBNK165P
048900        ((ZERO - BAC-REC-CREDIT-LIMIT) + BAC-REC-HOLD-AMOUNT)     DBNK165P
049000        GO TO COLLECT-ARREARS-EXIT                                DBNK165P
049100     END-IF.                                                      DBNK165P
049200     MOVE SPACES TO WS-POST-DESC.                                 DBNK165P
049300     STRING 'Safe deposit rent owed ' DELIMITED BY SIZE           DBNK165P
049400            SDR-REC-BRANCH DELIMITED BY SIZE                      DBNK165P
049500            '/' DELIMITED BY SIZE                                 DBNK165P
049600            SDR-REC-BOX-NO DELIMITED BY SIZE                      DBNK165P
049700       INTO WS-POST-DESC.                                         DBNK165P
049800     PERFORM DEBIT-RENT THRU                                      DBNK165P
049900             DEBIT-RENT-EXIT.                                     DBNK165P
050000     MOVE ZERO TO SDR-REC-ARREARS.                                DBNK165P
050100     MOVE SPACES TO SDR-REC-ARREARS-SINCE.                        DBNK165P
050200     ADD 1 TO WS-ARREARS-TAKEN.                                   DBNK165P
050300     ADD WS-RENT-AMOUNT TO WS-TOTAL-COLLECTED.                    DBNK165P
050400     MOVE 'COLLECTED' TO WS-RPT-ACTION.                           DBNK165P
050500     PERFORM WRITE-RENT-LINE THRU                                 DBNK165P
050600             WRITE-RENT-LINE-EXIT.                                DBNK165P
050700     IF NOT SDR-REC-IS-LOCKED                                     DBNK165P
050800        GO TO COLLECT-ARREARS-EXIT                                DBNK165P
050900     END-IF.                                                      DBNK165P
051000     SET SDR-REC-IS-ACTIVE TO TRUE.                               DBNK165P
051100     MOVE SDR-REC-BOX-KEY TO SDB-REC-KEY.                         DBNK165P
051200     READ BNKSDBX-FILE                                            DBNK165P
051300       INVALID KEY                                                DBNK165P
051400         GO TO COLLECT-ARREARS-EXIT                               DBNK165P
051500     END-READ.                                                    DBNK165P
051600     IF SDB-REC-IS-LOCKED                                         DBNK165P
051700        SET SDB-REC-IS-RENTED TO TRUE                             DBNK165P
051800        MOVE WS-RUN-DATE TO SDB-REC-STATUS-DATE                   DBNK165P
051900        REWRITE BNKSDBX-REC                                       DBNK165P
052000          INVALID KEY                                             DBNK165P
052100            CONTINUE                                              DBNK165P
052200        END-REWRITE                                               DBNK165P
052300     END-IF.                                                      DBNK165P
052400 COLLECT-ARREARS-EXIT.                                            DBNK165P
052500     EXIT.                                                        DBNK165P
052600                                                                  DBNK165P
052700***************************************************************** DBNK165P
052800* The anniversary has come - charge the year's rent, or carry   * DBNK165P
052900* it as arrears from today when the account cannot meet it      * DBNK165P
053000***************************************************************** DBNK165P
053100 BILL-YEAR.                                                       DBNK165P
053200     MOVE ZERO TO WS-RENT-AMOUNT.                                 DBNK165P
053300     IF WS-ACC-USABLE                                             DBNK165P
053400        MOVE 'SDB' TO BFE-REC-FEE-CODE (1:3)                      DBNK165P
053500        MOVE SDR-REC-SIZE TO BFE-REC-FEE-CODE (4:1)               DBNK165P
053600        MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE                     DBNK165P
053700        READ BNKFEES-FILE                                         DBNK165P
053800          INVALID KEY                                             DBNK165P
053900            MOVE ZERO TO BFE-REC-AMOUNT                           DBNK165P
054000        END-READ                                                  DBNK165P
054100        MOVE BFE-REC-AMOUNT TO WS-RENT-AMOUNT                     DBNK165P
054200     ELSE                                                         DBNK165P
054300        MOVE SDR-REC-ANNUAL-RENT TO WS-RENT-AMOUNT                DBNK165P
054400     END-IF.                                                      DBNK165P
054500     MOVE SDR-REC-NEXT-BILL-DATE TO WS-CALC-DATE.                 DBNK165P
054600     ADD 1 TO WS-CALC-YYYY.                                       DBNK165P
054700     IF WS-CALC-MMDD IS EQUAL TO '0229'                           DBNK165P
054800        MOVE '0228' TO WS-CALC-MMDD                               DBNK165P
054900     END-IF.                                                      DBNK165P
055000     MOVE WS-CALC-DATE TO SDR-REC-NEXT-BILL-DATE.                 DBNK165P
055100     MOVE WS-RUN-DATE TO SDR-REC-LAST-BILL-DATE.                  DBNK165P
055200     MOVE WS-RENT-AMOUNT TO SDR-REC-ANNUAL-RENT.                  DBNK165P
055300     IF WS-RENT-AMOUNT IS NOT GREATER THAN ZERO                   DBNK165P
055400        GO TO BILL-YEAR-EXIT                                      DBNK165P
055500     END-IF.                                                      DBNK165P
055600     ADD 1 TO WS-RENTS-BILLED.                                    DBNK165P
055700     IF WS-ACC-UNUSABLE                                           DBNK165P
055800        GO TO BILL-YEAR-UNPAID                                    DBNK165P
055900     END-IF.                                                      DBNK165P
056000     COMPUTE WS-NEW-BAL =                                         DBNK165P
056100         BAC-REC-BALANCE - WS-RENT-AMOUNT.                        DBNK165P
056200     IF WS-NEW-BAL IS LESS THAN                                   DBNK165P
056300        ((ZERO - BAC-REC-CREDIT-LIMIT) + BAC-REC-HOLD-AMOUNT)     DBNK165P
056400        GO TO BILL-YEAR-UNPAID                                    DBNK165P
056500     END-IF.                                                      DBNK165P
056600     MOVE SPACES TO WS-POST-DESC.                                 DBNK165P
056700     STRING 'Safe deposit box rent ' DELIMITED BY SIZE            DBNK165P
056800            SDR-REC-BRANCH DELIMITED BY SIZE                      DBNK165P
056900            '/' DELIMITED BY SIZE                                 DBNK165P
057000            SDR-REC-BOX-NO DELIMITED BY SIZE                      DBNK165P
057100       INTO WS-POST-DESC.                                         DBNK165P
057200     PERFORM DEBIT-RENT THRU                                      DBNK165P
057300             DEBIT-RENT-EXIT.                                     DBNK165P
057400     ADD 1 TO WS-RENTS-PAID.                                      DBNK165P
057500     ADD WS-RENT-AMOUNT TO WS-TOTAL-COLLECTED.                    DBNK165P
057600     MOVE 'RENT PAID' TO WS-RPT-ACTION.                           DBNK165P
057700     PERFORM WRITE-RENT-LINE THRU                                 DBNK165P
057800             WRITE-RENT-LINE-EXIT.                                DBNK165P
057900     GO TO BILL-YEAR-EXIT.                                        DBNK165P
058000 BILL-YEAR-UNPAID.                                                DBNK165P
058100     ADD WS-RENT-AMOUNT TO SDR-REC-ARREARS.                       DBNK165P
058200     IF SDR-REC-NO-ARREARS                                        DBNK165P
058300        MOVE WS-RUN-DATE TO SDR-REC-ARREARS-SINCE                 DBNK165P
058400     END-IF.                                                      DBNK165P
058500     ADD 1 TO WS-RENTS-UNPAID.                                    DBNK165P
058600     MOVE 'RENT OWED' TO WS-RPT-ACTION.                           DBNK165P
058700     PERFORM WRITE-RENT-LINE THRU                                 DBNK165P
058800             WRITE-RENT-LINE-EXIT.                                DBNK165P
058900 BILL-YEAR-EXIT.                                                  DBNK165P
059000     EXIT.                                                        DBNK165P
059100                                                                  DBNK165P
059200***************************************************************** DBNK165P
059300* Age what is still owed from the day it arose. Past the        * DBNK165P
059400* lock-out point the renters are shut out and the box joins the * DBNK165P
059500* drill-and-inventory worklist until the rent is paid.          * DBNK165P
059600***************************************************************** DBNK165P
059700 AGE-ARREARS.                                                     DBNK165P
059800     MOVE SDR-REC-ARREARS-SINCE (1:4) TO WS-OWED-YYYY.            DBNK165P
059900     MOVE SDR-REC-ARREARS-SINCE (5:2) TO WS-OWED-MM.              DBNK165P
060000     MOVE SDR-REC-ARREARS-SINCE (7:2) TO WS-OWED-DD.              DBNK165P
060100     COMPUTE WS-DAYS-OWED =                                       DBNK165P
060200         ((WS-RUN-YYYY - WS-OWED-YYYY) * 365)                     DBNK165P
060300       + ((WS-RUN-MM - WS-OWED-MM) * 30)                          DBNK165P
060400       + (WS-RUN-DD - WS-OWED-DD).                                DBNK165P
060500     EVALUATE TRUE                                                DBNK165P
060600       WHEN WS-DAYS-OWED IS GREATER THAN 90                       DBNK165P
060700         MOVE '90+' TO WS-AGE-BAND                                DBNK165P
060800       WHEN WS-DAYS-OWED IS GREATER THAN 60                       DBNK165P
060900         MOVE '61-90' TO WS-AGE-BAND                              DBNK165P
061000       WHEN WS-DAYS-OWED IS GREATER THAN 30                       DBNK165P
061100         MOVE '31-60' TO WS-AGE-BAND                              DBNK165P
061200       WHEN OTHER                                                 DBNK165P
061300         MOVE '0-30' TO WS-AGE-BAND                               DBNK165P
061400     END-EVALUATE.                                                DBNK165P
061500     MOVE 'OWED' TO WS-WORK-ACTION.                               DBNK165P
061600     IF SDR-REC-IS-LOCKED                                         DBNK165P
061700        MOVE 'DRILL DUE' TO WS-WORK-ACTION                        DBNK165P
061800     END-IF.                                                      DBNK165P
061900     IF SDR-REC-IS-ACTIVE AND                                     DBNK165P
062000        WS-DAYS-OWED IS GREATER THAN WS-DRILL-DAYS                DBNK165P
062100        PERFORM LOCK-OUT-BOX THRU                                 DBNK165P
062200                LOCK-OUT-BOX-EXIT                                 DBNK165P
062300     END-IF.                                                      DBNK165P
062400     ADD 1 TO WS-WORK-ITEMS.                                      DBNK165P
062500     ADD SDR-REC-ARREARS TO WS-TOTAL-ARREARS.                     DBNK165P
062600     MOVE WS-DAYS-OWED TO WS-EDIT-DAYS.                           DBNK165P
062700     MOVE SDR-REC-ARREARS TO WS-EDIT-AMT-7-2.                     DBNK165P
062800     MOVE SPACES TO SDBWORK-REC.                                  DBNK165P
062900     STRING '  '                     DELIMITED BY SIZE            DBNK165P
063000            WS-WORK-ACTION           DELIMITED BY SIZE            DBNK165P
063100            ' '                      DELIMITED BY SIZE            DBNK165P
063200            SDR-REC-BRANCH           DELIMITED BY SIZE            DBNK165P
063300            '/'                      DELIMITED BY SIZE            DBNK165P
063400            SDR-REC-BOX-NO           DELIMITED BY SIZE            DBNK165P
063500            '  AGR '                 DELIMITED BY SIZE            DBNK165P
063600            SDR-REC-AGREEMENT        DELIMITED BY SIZE            DBNK165P
063700            '  RENTER '              DELIMITED BY SIZE            DBNK165P
063800            SDR-REC-RENTER-PID (1)   DELIMITED BY SIZE            DBNK165P
063900            '  ACC '                 DELIMITED BY SIZE            DBNK165P
064000            SDR-REC-PAY-ACCNO        DELIMITED BY SIZE            DBNK165P
064100            '  OWED '                DELIMITED BY SIZE            DBNK165P
064200            WS-EDIT-AMT-7-2          DELIMITED BY SIZE            DBNK165P
064300            '  SINCE '               DELIMITED BY SIZE            DBNK165P
064400            SDR-REC-ARREARS-SINCE    DELIMITED BY SIZE            DBNK165P
064500            WS-EDIT-DAYS             DELIMITED BY SIZE            DBNK165P
064600            ' DAYS '                 DELIMITED BY SIZE            DBNK165P
064700            WS-AGE-BAND              DELIMITED BY SIZE            DBNK165P
064800       INTO SDBWORK-REC.                                          DBNK165P
064900     WRITE SDBWORK-REC.                                           DBNK165P
065000 AGE-ARREARS-EXIT.                                                DBNK165P
065100     EXIT.                                                        DBNK165P
065200                                                                  DBNK165P
065300 LOCK-OUT-BOX.                                                    DBNK165P
065400     SET SDR-REC-IS-LOCKED TO TRUE.                               DBNK165P
065500     MOVE 'LOCKED OUT' TO WS-WORK-ACTION.                         DBNK165P
065600     ADD 1 TO WS-LOCKED-OUT.                                      DBNK165P
065700     MOVE SDR-REC-BOX-KEY TO SDB-REC-KEY.                         DBNK165P
065800     READ BNKSDBX-FILE                                            DBNK165P
065900       INVALID KEY                                                DBNK165P
066000         GO TO LOCK-OUT-BOX-EXIT                                  DBNK165P
066100     END-READ.                                                    DBNK165P
066200     IF SDB-REC-IS-RENTED                                         DBNK165P
066300        SET SDB-REC-IS-LOCKED TO TRUE                             DBNK165P
066400        MOVE WS-RUN-DATE TO SDB-REC-STATUS-DATE                   DBNK165P
066500        REWRITE BNKSDBX-REC                                       DBNK165P
066600          INVALID KEY                                             DBNK165P
066700            MOVE SPACES TO WS-CONSOLE-MESSAGE                     DBNK165P
066800            STRING 'Unable to lock out box '  DELIMITED BY SIZE   DBNK165P
066900                   SDR-REC-BRANCH             DELIMITED BY SIZE   DBNK165P
067000                   '/'                        DELIMITED BY SIZE   DBNK165P
067100                   SDR-REC-BOX-NO             DELIMITED BY SIZE   DBNK165P
067200              INTO WS-CONSOLE-MESSAGE                             DBNK165P
067300            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK165P
067400        END-REWRITE                                               DBNK165P
067500     END-IF.                                                      DBNK165P
067600 LOCK-OUT-BOX-EXIT.                                               DBNK165P
067700     EXIT.                                                        DBNK165P
067800                                                                  DBNK165P
067900***************************************************************** DBNK165P
068000* Debit WS-RENT-AMOUNT from the rent account just read, with    * DBNK165P
068100* its SDBR ledger entry narrated from WS-POST-DESC              * DBNK165P
068200***************************************************************** DBNK165P
068300 DEBIT-RENT.                                                      DBNK165P
068400     SUBTRACT WS-RENT-AMOUNT FROM BAC-REC-BALANCE.                DBNK165P
068500     REWRITE BNKACC-REC                                           DBNK165P
068600       INVALID KEY                                                DBNK165P
068700         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK165P
068800         STRING 'Unable to charge rent account '                  DBNK165P
068900                                            DELIMITED BY SIZE     DBNK165P
069000                SDR-REC-PAY-ACCNO           DELIMITED BY SIZE     DBNK165P
069100           INTO WS-CONSOLE-MESSAGE                                DBNK165P
069200         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK165P
069300         GO TO DEBIT-RENT-EXIT                                    DBNK165P
069400     END-REWRITE.                                                 DBNK165P
069500     PERFORM JOURNAL-ACC-IMAGE THRU                               DBNK165P
069600             JOURNAL-ACC-IMAGE-EXIT.                              DBNK165P
069700 COPY CTSTAMPP.                                                   DBNK165P
069800     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK165P
069900     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK165P
070000     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK165P
070100     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK165P
070200     MOVE SPACES TO BNKLEDG-REC.                                  DBNK165P
070300     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK165P
070400     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBNK165P
070500     MOVE '1' TO BLG-REC-TYPE.                                    DBNK165P
070600     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK165P
070700     MOVE 'SDBR' TO BLG-REC-CATEGORY.                             DBNK165P
070800     MOVE BAC-REC-ACCNO TO BLG-REC-ACCNO.                         DBNK165P
070900     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK165P
071000     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK165P
071100     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK165P
071200     MOVE WS-RENT-AMOUNT TO BLG-REC-AMOUNT.                       DBNK165P
071300     MOVE SPACES TO TXN-DATA.                                     DBNK165P
071400     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK165P
071500     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK165P
071600     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK165P
071700     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK165P
071800     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK165P
071900     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK165P
072000     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK165P
072100                           WS-TWOS-COMP-INPUT                     DBNK165P
072200                           WS-TWOS-COMP-OUTPUT.                   DBNK165P
072300     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK165P
072400     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK165P
072500     WRITE BNKLEDG-REC                                            DBNK165P
072600       INVALID KEY                                                DBNK165P
072700         MOVE 'Unable to write rent entry'                        DBNK165P
072800           TO WS-CONSOLE-MESSAGE                                  DBNK165P
072900         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK165P
073000     END-WRITE.                                                   DBNK165P
073100     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK165P
073200             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK165P
073300 DEBIT-RENT-EXIT.                                                 DBNK165P
073400     EXIT.                                                        DBNK165P
073500                                                                  DBNK165P
073600***************************************************************** DBNK165P
073700* One line of the rent report                                   * DBNK165P
073800***************************************************************** DBNK165P
073900 WRITE-RENT-LINE.                                                 DBNK165P
074000     MOVE WS-RENT-AMOUNT TO WS-EDIT-AMT-7-2.                      DBNK165P
074100     MOVE SPACES TO SDBRPT-REC.                                   DBNK165P
074200     STRING '  '                     DELIMITED BY SIZE            DBNK165P
074300            WS-RPT-ACTION            DELIMITED BY SIZE            DBNK165P
074400            ' '                      DELIMITED BY SIZE            DBNK165P
074500            SDR-REC-BRANCH           DELIMITED BY SIZE            DBNK165P
074600            '/'                      DELIMITED BY SIZE            DBNK165P
074700            SDR-REC-BOX-NO           DELIMITED BY SIZE            DBNK165P
074800            ' SIZE '                 DELIMITED BY SIZE            DBNK165P
074900            SDR-REC-SIZE             DELIMITED BY SIZE            DBNK165P
075000            '  AGR '                 DELIMITED BY SIZE            DBNK165P
075100            SDR-REC-AGREEMENT        DELIMITED BY SIZE            DBNK165P
075200            '  ACC '                 DELIMITED BY SIZE            DBNK165P
075300            SDR-REC-PAY-ACCNO        DELIMITED BY SIZE            DBNK165P
075400            '  '                     DELIMITED BY SIZE            DBNK165P
075500            WS-EDIT-AMT-7-2          DELIMITED BY SIZE            DBNK165P
075600            '  NEXT DUE '            DELIMITED BY SIZE            DBNK165P
075700            SDR-REC-NEXT-BILL-DATE   DELIMITED BY SIZE            DBNK165P
075800       INTO SDBRPT-REC.                                           DBNK165P
075900     WRITE SDBRPT-REC.                                            DBNK165P
076000 WRITE-RENT-LINE-EXIT.                                            DBNK165P
076100     EXIT.                                                        DBNK165P
076200                                                                  DBNK165P
076300***************************************************************** DBNK165P
076400* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK165P
076500* each write to a protected cluster lands its final image on    * DBNK165P
076600* the BNKFJRN journal                                           * DBNK165P
076700***************************************************************** DBNK165P
076800 JOURNAL-ACC-IMAGE.                                               DBNK165P
076900     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK165P
077000     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK165P
077100     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK165P
077200     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK165P
077300     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK165P
077400     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK165P
077500     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK165P
077600 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK165P
077700     EXIT.                                                        DBNK165P
077800                                                                  DBNK165P
077900 JOURNAL-LEDG-IMAGE.                                              DBNK165P
078000     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK165P
078100     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK165P
078200     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK165P
078300     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK165P
078400     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK165P
078500     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK165P
078600     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK165P
078700 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK165P
078800     EXIT.                                                        DBNK165P
078900                                                                  DBNK165P
079000***************************************************************** DBNK165P
079100* Check file open OK                                            * DBNK165P
079200***************************************************************** DBNK165P
079300 CHECK-OPEN.                                                      DBNK165P
079400     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK165P
079500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK165P
079600        STRING WS-FILE       DELIMITED BY ' '                     DBNK165P
079700               ' opened ok' DELIMITED BY SIZE                     DBNK165P
079800          INTO WS-CONSOLE-MESSAGE                                 DBNK165P
079900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK165P
080000     ELSE                                                         DBNK165P
080100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK165P
080200        STRING WS-FILE          DELIMITED BY ' '                  DBNK165P
080300               ' did not open' DELIMITED BY SIZE                  DBNK165P
080400          INTO WS-CONSOLE-MESSAGE                                 DBNK165P
080500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK165P
080600        PERFORM DISPLAY-IO-STATUS                                 DBNK165P
080700        ADD 1 TO WS-OPEN-ERROR                                    DBNK165P
080800     END-IF.                                                      DBNK165P
080900 CHECK-OPEN-EXIT.                                                 DBNK165P
081000     EXIT.                                                        DBNK165P
081100                                                                  DBNK165P
081200***************************************************************** DBNK165P
081300* Display the file status bytes. This routine will display as  *  DBNK165P
081400* two digits if the full two byte file status is numeric. If   *  DBNK165P
081500* second byte is non-numeric then it will be treated as a      *  DBNK165P
081600* binary number.                                                * DBNK165P
081700***************************************************************** DBNK165P
081800 DISPLAY-IO-STATUS.                                               DBNK165P
081900     IF WS-IO-STATUS NUMERIC                                      DBNK165P
082000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK165P
082100        STRING 'File status -' DELIMITED BY SIZE                  DBNK165P
082200               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK165P
082300          INTO WS-CONSOLE-MESSAGE                                 DBNK165P
082400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK165P
082500     ELSE                                                         DBNK165P
082600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK165P
082700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK165P
082800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK165P
082900        STRING 'File status -' DELIMITED BY SIZE                  DBNK165P
083000               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK165P
083100               '/'            DELIMITED BY SIZE                   DBNK165P
083200               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK165P
083300          INTO WS-CONSOLE-MESSAGE                                 DBNK165P
083400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK165P
083500     END-IF.                                                      DBNK165P
083600                                                                  DBNK165P
083700***************************************************************** DBNK165P
083800* Display CONSOLE messages...                                   * DBNK165P
083900***************************************************************** DBNK165P
084000 DISPLAY-CONSOLE-MESSAGE.                                         DBNK165P
084100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK165P
084200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK165P
084300                                                                  DBNK165P
084400 COPY CTIMERP.                                                    DBNK165P
084500                                                                  DBNK165P
