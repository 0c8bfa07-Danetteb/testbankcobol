000100***************************************************************** DBNK152P
000200*                                                               * DBNK152P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK152P
000400*   This demonstration program is provided for use by users     * DBNK152P
000500*   of Micro Focus products and may be used, modified and       * DBNK152P
000600*   distributed as part of your application provided that       * DBNK152P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK152P
000800*   in this material.                                           * DBNK152P
000900*                                                               * DBNK152P
001000***************************************************************** DBNK152P
001100                                                                  DBNK152P
001200***************************************************************** DBNK152P
001300* Program:     DBNK152P.CBL                                     * DBNK152P
001400* Function:    Nightly loan-to-value check over the collateral  * DBNK152P
001500*              register (BNKPLDG). Each live loan's remaining   * DBNK152P
001600*              BNKLSCH principal is set against the lending     * DBNK152P
001700*              value of its active collateral - valuation times * DBNK152P
001800*              the advance rate for the kind of item (BNKPARM   * DBNK152P
001900*              keys LTVPROP, LTVVEH, LTVDEP; defaults 80, 70    * DBNK152P
002000*              and 100 per cent). A pledged deposit is valued   * DBNK152P
002100*              at its balance tonight; a property or vehicle    * DBNK152P
002200*              valuation older than BNKPARM key COLSTALE days   * DBNK152P
002300*              (default 365) is stale. Loans over their limit   * DBNK152P
002400*              or carrying a stale valuation are listed on      * DBNK152P
002500*              LTVRPT. Guarantees are shown but not counted     * DBNK152P
002600*              toward the lending value. VSAM version           * DBNK152P
002700***************************************************************** DBNK152P
002800                                                                  DBNK152P
002900 IDENTIFICATION DIVISION.                                         DBNK152P
003000 PROGRAM-ID.                                                      DBNK152P
003100     DBNK152P.                                                    DBNK152P
003200 DATE-WRITTEN.                                                    DBNK152P
003300     September 2007.                                              DBNK152P
003400 DATE-COMPILED.                                                   DBNK152P
003500     Today.                                                       DBNK152P
003600                                                                  DBNK152P
003700 ENVIRONMENT DIVISION.                                            DBNK152P
003800                                                                  DBNK152P
003900 INPUT-OUTPUT   SECTION.                                          DBNK152P
004000   FILE-CONTROL.                                                  DBNK152P
004100     SELECT LTVRPT-FILE                                           DBNK152P
004200            ASSIGN       TO LTVRPT                                DBNK152P
004300            ORGANIZATION IS SEQUENTIAL                            DBNK152P
004400            FILE STATUS  IS WS-LTVRPT-STATUS.                     DBNK152P
004500                                                                  DBNK152P
004600     SELECT BNKPLDG-FILE                                          DBNK152P
004700            ASSIGN       TO BNKPLDG                               DBNK152P
004800            ORGANIZATION IS INDEXED                               DBNK152P
004900            ACCESS MODE  IS SEQUENTIAL                            DBNK152P
005000            RECORD KEY   IS PLG-REC-KEY                           DBNK152P
005100            ALTERNATE KEY IS PLG-REC-DEP-ACCNO-AIX WITH DUPLICATESDBNK152P
005200            FILE STATUS  IS WS-BNKPLDG-STATUS.                    DBNK152P
005300                                                                  DBNK152P
005400     SELECT BNKLSCH-FILE                                          DBNK152P
005500            ASSIGN       TO BNKLSCH                               DBNK152P
005600            ORGANIZATION IS INDEXED                               DBNK152P
005700            ACCESS MODE  IS DYNAMIC                               DBNK152P
005800            RECORD KEY   IS BLS-REC-KEY                           DBNK152P
005900            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK152P
006000                                                                  DBNK152P
006100     SELECT BNKACC-FILE                                           DBNK152P
006200            ASSIGN       TO BNKACC                                DBNK152P
006300            ORGANIZATION IS INDEXED                               DBNK152P
006400            ACCESS MODE  IS RANDOM                                DBNK152P
006500            RECORD KEY   IS BAC-REC-ACCNO                         DBNK152P
006600            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK152P
006700            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK152P
006800                                                                  DBNK152P
006900     SELECT BNKPARM-FILE                                          DBNK152P
007000            ASSIGN       TO BNKPARM                               DBNK152P
007100            ORGANIZATION IS INDEXED                               DBNK152P
007200            ACCESS MODE  IS RANDOM                                DBNK152P
007300            RECORD KEY   IS PRM-REC-KEY                           DBNK152P
007400            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK152P
007500                                                                  DBNK152P
007600 DATA DIVISION.                                                   DBNK152P
007700                                                                  DBNK152P
007800 FILE SECTION.                                                    DBNK152P
007900 FD  LTVRPT-FILE.                                                 DBNK152P
008000 01  LTVRPT-REC                         PIC X(132).               DBNK152P
008100                                                                  DBNK152P
008200 FD  BNKPLDG-FILE.                                                DBNK152P
008300 01  BNKPLDG-REC.                                                 DBNK152P
008400 COPY CBANKVPG.                                                   DBNK152P
008500                                                                  DBNK152P
008600 FD  BNKLSCH-FILE.                                                DBNK152P
008700 01  BNKLSCH-REC.                                                 DBNK152P
008800 COPY CBANKVLS.                                                   DBNK152P
008900                                                                  DBNK152P
009000 FD  BNKACC-FILE.                                                 DBNK152P
009100 01  BNKACC-REC.                                                  DBNK152P
009200 COPY CBANKVAC.                                                   DBNK152P
009300                                                                  DBNK152P
009400 FD  BNKPARM-FILE.                                                DBNK152P
009500 01  BNKPARM-REC.                                                 DBNK152P
009600 COPY CBANKVPM.                                                   DBNK152P
009700                                                                  DBNK152P
009800 WORKING-STORAGE SECTION.                                         DBNK152P
009900 COPY CTIMERD.                                                    DBNK152P
010000                                                                  DBNK152P
010100 01  WS-MISC-STORAGE.                                             DBNK152P
010200   05  WS-PROGRAM-ID                         PIC X(8)             DBNK152P
010300       VALUE 'DBNK152P'.                                          DBNK152P
010400                                                                  DBNK152P
010500   05  WS-LTVRPT-STATUS.                                          DBNK152P
010600     10  WS-LTVRPT-STAT1                       PIC X(1).          DBNK152P
010700     10  WS-LTVRPT-STAT2                       PIC X(1).          DBNK152P
010800   05  WS-BNKPLDG-STATUS.                                         DBNK152P
010900     10  WS-BNKPLDG-STAT1                      PIC X(1).          DBNK152P
011000     10  WS-BNKPLDG-STAT2                      PIC X(1).          DBNK152P
011100   05  WS-BNKLSCH-STATUS.                                         DBNK152P
011200     10  WS-BNKLSCH-STAT1                      PIC X(1).          DBNK152P
011300     10  WS-BNKLSCH-STAT2                      PIC X(1).          DBNK152P
011400   05  WS-BNKACC-STATUS.                                          DBNK152P
011500     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK152P
011600     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK152P
011700   05  WS-BNKPARM-STATUS.                                         DBNK152P
011800     10  WS-BNKPARM-STAT1                      PIC X(1).          DBNK152P
011900     10  WS-BNKPARM-STAT2                      PIC X(1).          DBNK152P
012000                                                                  DBNK152P
012100   05  WS-IO-STATUS.                                              DBNK152P
012200     10  WS-IO-STAT1                          PIC X(1).           DBNK152P
012300     10  WS-IO-STAT2                          PIC X(1).           DBNK152P
012400                                                                  DBNK152P
012500   05  WS-TWO-BYTES.                                              DBNK152P
012600     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK152P
012700     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK152P
012800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK152P
012900                                              PIC 9(1) COMP.      DBNK152P
013000                                                                  DBNK152P
013100   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK152P
013200     88  OPEN-OK                              VALUE 0.            DBNK152P
013300                                                                  DBNK152P
013400   05  WS-FILE                               PIC X(16).           DBNK152P
013500                                                                  DBNK152P
013600   05  WS-RUN-DATE                           PIC X(8).            DBNK152P
013700   05  WS-RUN-YYYY                           PIC 9(4).            DBNK152P
013800   05  WS-RUN-MM                             PIC 9(2).            DBNK152P
013900   05  WS-RUN-DD                             PIC 9(2).            DBNK152P
014000   05  WS-VAL-YYYY                           PIC 9(4).            DBNK152P
014100   05  WS-VAL-MM                             PIC 9(2).            DBNK152P
014200   05  WS-VAL-DD                             PIC 9(2).            DBNK152P
014300   05  WS-VAL-AGE                            PIC S9(5)            DBNK152P
014400                                             COMP-3.              DBNK152P
014500                                                                  DBNK152P
014600   05  WS-RATE-PROPERTY                      PIC 9(3)V99.         DBNK152P
014700   05  WS-RATE-VEHICLE                       PIC 9(3)V99.         DBNK152P
014800   05  WS-RATE-DEPOSIT                       PIC 9(3)V99.         DBNK152P
014900   05  WS-STALE-DAYS                         PIC 9(5).            DBNK152P
015000   05  WS-ITEM-RATE                          PIC 9(3)V99.         DBNK152P
015100   05  WS-ITEM-VALUE                         PIC S9(9)V99         DBNK152P
015200                                             COMP-3.              DBNK152P
015300                                                                  DBNK152P
015400   05  WS-CUR-LOAN-ACCNO                     PIC X(9).            DBNK152P
015500   05  WS-CUR-PID                            PIC X(5).            DBNK152P
015600   05  WS-LOAN-OUTSTANDING                   PIC S9(9)V99         DBNK152P
015700                                             COMP-3.              DBNK152P
015800   05  WS-LOAN-VALUATION                     PIC S9(11)V99        DBNK152P
015900                                             COMP-3.              DBNK152P
016000   05  WS-LOAN-LENDING                       PIC S9(11)V99        DBNK152P
016100                                             COMP-3.              DBNK152P
016200   05  WS-LOAN-GUARANTEED                    PIC S9(11)V99        DBNK152P
016300                                             COMP-3.              DBNK152P
016400   05  WS-LOAN-LTV                           PIC S9(5)V99         DBNK152P
016500                                             COMP-3.              DBNK152P
016600   05  WS-LOAN-ITEMS                         PIC S9(4) COMP.      DBNK152P
016700   05  WS-STALE-FLAG                         PIC X(1).            DBNK152P
016800     88  WS-HAS-STALE                         VALUE 'Y'.          DBNK152P
016900     88  WS-NO-STALE                          VALUE 'N'.          DBNK152P
017000   05  WS-OVER-FLAG                          PIC X(1).            DBNK152P
017100     88  WS-IS-OVER                           VALUE 'Y'.          DBNK152P
017200     88  WS-NOT-OVER                          VALUE 'N'.          DBNK152P
017300                                                                  DBNK152P
017400   05  WS-ITEMS-READ                         PIC 9(7)             DBNK152P
017500       VALUE ZERO.                                                DBNK152P
017600   05  WS-LOANS-CHECKED                      PIC 9(5)             DBNK152P
017700       VALUE ZERO.                                                DBNK152P
017800   05  WS-LOANS-OVER                         PIC 9(5)             DBNK152P
017900       VALUE ZERO.                                                DBNK152P
018000   05  WS-LOANS-STALE                        PIC 9(5)             DBNK152P
018100       VALUE ZERO.                                                DBNK152P
018200                                                                  DBNK152P
018300   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK152P
018400   05  WS-EDIT-LTV                           PIC ZZZZ9.99.        DBNK152P
018500   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK152P
018600                                                                  DBNK152P
018700 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK152P
018800                                                                  DBNK152P
018900 01  WS-BCTL-DATA.                                                DBNK152P
019000 COPY CBCTLD.                                                     DBNK152P
019100                                                                  DBNK152P
019200 01  WS-BUSD-DATA.                                                DBNK152P
019300 COPY CBUSDD.                                                     DBNK152P
019400                                                                  DBNK152P
019500 PROCEDURE DIVISION.                                              DBNK152P
019600     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK152P
019700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK152P
019800     PERFORM RUN-TIME.                                            DBNK152P
019900                                                                  DBNK152P
020000***************************************************************** DBNK152P
020100* Register this run in the batch control file                   * DBNK152P
020200***************************************************************** DBNK152P
020300     MOVE 'DBNK152P' TO BCTL-JOB-NAME.                            DBNK152P
020400     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK152P
020500     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK152P
020600     SET BCTL-FUNC-START TO TRUE.                                 DBNK152P
020700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK152P
020800     IF NOT BCTL-OK                                               DBNK152P
020900        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK152P
021000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK152P
021100        MOVE 8 TO RETURN-CODE                                     DBNK152P
021200        GO TO QUICK-EXIT                                          DBNK152P
021300     END-IF.                                                      DBNK152P
021400     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK152P
021500                                                                  DBNK152P
021600     SET OPEN-OK TO TRUE.                                         DBNK152P
021700                                                                  DBNK152P
021800     OPEN OUTPUT LTVRPT-FILE.                                     DBNK152P
021900     MOVE WS-LTVRPT-STATUS TO WS-IO-STATUS.                       DBNK152P
022000     MOVE 'LTVRPT-FILE' TO WS-FILE.                               DBNK152P
022100     PERFORM CHECK-OPEN THRU                                      DBNK152P
022200             CHECK-OPEN-EXIT.                                     DBNK152P
022300                                                                  DBNK152P
022400     OPEN INPUT BNKPLDG-FILE.                                     DBNK152P
022500     MOVE WS-BNKPLDG-STATUS TO WS-IO-STATUS.                      DBNK152P
022600     MOVE 'BNKPLDG-FILE' TO WS-FILE.                              DBNK152P
022700     PERFORM CHECK-OPEN THRU                                      DBNK152P
022800             CHECK-OPEN-EXIT.                                     DBNK152P
022900                                                                  DBNK152P
023000     OPEN INPUT BNKLSCH-FILE.                                     DBNK152P
023100     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK152P
023200     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK152P
023300     PERFORM CHECK-OPEN THRU                                      DBNK152P
023400             CHECK-OPEN-EXIT.                                     DBNK152P
023500                                                                  DBNK152P
023600     OPEN INPUT BNKACC-FILE.                                      DBNK152P
023700     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK152P
023800     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK152P
023900     PERFORM CHECK-OPEN THRU                                      DBNK152P
024000             CHECK-OPEN-EXIT.                                     DBNK152P
024100                                                                  DBNK152P
024200     OPEN INPUT BNKPARM-FILE.                                     DBNK152P
024300     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK152P
024400     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK152P
024500     PERFORM CHECK-OPEN THRU                                      DBNK152P
024600             CHECK-OPEN-EXIT.                                     DBNK152P
024700                                                                  DBNK152P
024800     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK152P
024900        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK152P
025000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK152P
025100        MOVE 16 TO RETURN-CODE                                    DBNK152P
025200        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK152P
025300        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK152P
025400        GO TO QUICK-EXIT                                          DBNK152P
025500     END-IF.                                                      DBNK152P
025600                                                                  DBNK152P
025700     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK152P
025800     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.                       DBNK152P
025900     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.                         DBNK152P
026000     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DD.                         DBNK152P
026100                                                                  DBNK152P
026200***************************************************************** DBNK152P
026300* Advance rates and the staleness limit are held as data        * DBNK152P
026400***************************************************************** DBNK152P
026500     MOVE 80 TO WS-RATE-PROPERTY.                                 DBNK152P
026600     MOVE 'LTVPROP ' TO PRM-REC-KEY.                              DBNK152P
026700     PERFORM READ-PARAMETER THRU                                  DBNK152P
026800             READ-PARAMETER-EXIT.                                 DBNK152P
026900     IF PRM-REC-KEY IS NOT EQUAL TO SPACES                        DBNK152P
027000        MOVE PRM-REC-AMOUNT TO WS-RATE-PROPERTY                   DBNK152P
027100     END-IF.                                                      DBNK152P
027200     MOVE 70 TO WS-RATE-VEHICLE.                                  DBNK152P
027300     MOVE 'LTVVEH  ' TO PRM-REC-KEY.                              DBNK152P
027400     PERFORM READ-PARAMETER THRU                                  DBNK152P
027500             READ-PARAMETER-EXIT.                                 DBNK152P
027600     IF PRM-REC-KEY IS NOT EQUAL TO SPACES                        DBNK152P
027700        MOVE PRM-REC-AMOUNT TO WS-RATE-VEHICLE                    DBNK152P
027800     END-IF.                                                      DBNK152P
027900     MOVE 100 TO WS-RATE-DEPOSIT.                                 DBNK152P
028000     MOVE 'LTVDEP  ' TO PRM-REC-KEY.                              DBNK152P
028100     PERFORM READ-PARAMETER THRU                                  DBNK152P
028200             READ-PARAMETER-EXIT.                                 DBNK152P
028300     IF PRM-REC-KEY IS NOT EQUAL TO SPACES                        DBNK152P
028400        MOVE PRM-REC-AMOUNT TO WS-RATE-DEPOSIT                    DBNK152P
028500     END-IF.                                                      DBNK152P
028600     MOVE 365 TO WS-STALE-DAYS.                                   DBNK152P
028700     MOVE 'COLSTALE' TO PRM-REC-KEY.                              DBNK152P
028800     PERFORM READ-PARAMETER THRU                                  DBNK152P
028900             READ-PARAMETER-EXIT.                                 DBNK152P
029000     IF PRM-REC-KEY IS NOT EQUAL TO SPACES                        DBNK152P
029100        MOVE PRM-REC-AMOUNT TO WS-STALE-DAYS                      DBNK152P
029200     END-IF.                                                      DBNK152P
029300                                                                  DBNK152P
029400     PERFORM PRINT-REPORT-HEADING THRU                            DBNK152P
029500             PRINT-REPORT-HEADING-EXIT.                           DBNK152P
029600                                                                  DBNK152P
029700***************************************************************** DBNK152P
029800* Walk the register a loan at a time                            * DBNK152P
029900***************************************************************** DBNK152P
030000     MOVE SPACES TO WS-CUR-LOAN-ACCNO.                            DBNK152P
030100     PERFORM RESET-LOAN THRU                                      DBNK152P
030200             RESET-LOAN-EXIT.                                     DBNK152P
030300 BNKPLDG-LOOP.                                                    DBNK152P
030400     READ BNKPLDG-FILE                                            DBNK152P
030500       AT END                                                     DBNK152P
030600         GO TO BNKPLDG-ENDED                                      DBNK152P
030700     END-READ.                                                    DBNK152P
030800     ADD 1 TO WS-ITEMS-READ.                                      DBNK152P
030900     IF PLG-REC-LOAN-ACCNO IS NOT EQUAL TO WS-CUR-LOAN-ACCNO      DBNK152P
031000        PERFORM LOAN-BREAK THRU                                   DBNK152P
031100                LOAN-BREAK-EXIT                                   DBNK152P
031200        MOVE PLG-REC-LOAN-ACCNO TO WS-CUR-LOAN-ACCNO              DBNK152P
031300     END-IF.                                                      DBNK152P
031400     IF NOT PLG-REC-IS-ACTIVE                                     DBNK152P
031500        GO TO BNKPLDG-LOOP                                        DBNK152P
031600     END-IF.                                                      DBNK152P
031700     PERFORM ADD-REGISTER-ITEM THRU                               DBNK152P
031800             ADD-REGISTER-ITEM-EXIT.                              DBNK152P
031900     GO TO BNKPLDG-LOOP.                                          DBNK152P
032000 BNKPLDG-ENDED.                                                   DBNK152P
032100     PERFORM LOAN-BREAK THRU                                      DBNK152P
032200             LOAN-BREAK-EXIT.                                     DBNK152P
032300                                                                  DBNK152P
032400     MOVE SPACES TO LTVRPT-REC.                                   DBNK152P
032500     WRITE LTVRPT-REC.                                            DBNK152P
032600     MOVE SPACES TO LTVRPT-REC.                                   DBNK152P
032700     MOVE WS-LOANS-CHECKED TO WS-EDIT-CNT.                        DBNK152P
032800     STRING 'LOANS CHECKED '       DELIMITED BY SIZE              DBNK152P
032900            WS-EDIT-CNT            DELIMITED BY SIZE              DBNK152P
033000       INTO LTVRPT-REC.                                           DBNK152P
033100     MOVE WS-LOANS-OVER TO WS-EDIT-CNT.                           DBNK152P
033200     MOVE 'OVER LTV LIMIT ' TO LTVRPT-REC (25:15).                DBNK152P
033300     MOVE WS-EDIT-CNT TO LTVRPT-REC (40:5).                       DBNK152P
033400     MOVE WS-LOANS-STALE TO WS-EDIT-CNT.                          DBNK152P
033500     MOVE 'STALE VALUATION ' TO LTVRPT-REC (50:16).               DBNK152P
033600     MOVE WS-EDIT-CNT TO LTVRPT-REC (66:5).                       DBNK152P
033700     WRITE LTVRPT-REC.                                            DBNK152P
033800                                                                  DBNK152P
033900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK152P
034000     STRING WS-LOANS-CHECKED DELIMITED BY SIZE                    DBNK152P
034100            ' loans checked' DELIMITED BY SIZE                    DBNK152P
034200       INTO WS-CONSOLE-MESSAGE.                                   DBNK152P
034300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK152P
034400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK152P
034500     STRING WS-LOANS-OVER DELIMITED BY SIZE                       DBNK152P
034600            ' loans over their LTV limit' DELIMITED BY SIZE       DBNK152P
034700       INTO WS-CONSOLE-MESSAGE.                                   DBNK152P
034800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK152P
034900                                                                  DBNK152P
035000     CLOSE LTVRPT-FILE.                                           DBNK152P
035100     CLOSE BNKPLDG-FILE.                                          DBNK152P
035200     CLOSE BNKLSCH-FILE.                                          DBNK152P
035300     CLOSE BNKACC-FILE.                                           DBNK152P
035400     CLOSE BNKPARM-FILE.                                          DBNK152P
035500                                                                  DBNK152P
035600     SET BCTL-FUNC-END TO TRUE.                                   DBNK152P
035700     MOVE WS-ITEMS-READ TO BCTL-RECORD-COUNT.                     DBNK152P
035800     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK152P
035900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK152P
036000                                                                  DBNK152P
036100     PERFORM RUN-TIME.                                            DBNK152P
036200                                                                  DBNK152P
036300     MOVE 0 TO RETURN-CODE.                                       DBNK152P
036400 QUICK-EXIT.                                                      DBNK152P
036500     GOBACK.                                                      DBNK152P
036600                                                                  DBNK152P
036700***************************************************************** DBNK152P
036800* Read one BNKPARM value - the key comes back as spaces when    * DBNK152P
036900* the bank has not set it, leaving the default in place         * DBNK152P
037000***************************************************************** DBNK152P
037100 READ-PARAMETER.                                                  DBNK152P
037200     READ BNKPARM-FILE                                            DBNK152P
037300       INVALID KEY                                                DBNK152P
037400         MOVE SPACES TO PRM-REC-KEY                               DBNK152P
037500         GO TO READ-PARAMETER-EXIT                                DBNK152P
037600     END-READ.                                                    DBNK152P
037700     IF WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 DBNK152P
037800        PRM-REC-AMOUNT IS NOT GREATER THAN ZERO                   DBNK152P
037900        MOVE SPACES TO PRM-REC-KEY                                DBNK152P
038000     END-IF.                                                      DBNK152P
038100 READ-PARAMETER-EXIT.                                             DBNK152P
038200     EXIT.                                                        DBNK152P
038300                                                                  DBNK152P
038400***************************************************************** DBNK152P
038500* Add one active item into the loan's totals                    * DBNK152P
038600***************************************************************** DBNK152P
038700 ADD-REGISTER-ITEM.                                               DBNK152P
038800     IF PLG-REC-IS-GUARANTEE                                      DBNK152P
038900        ADD PLG-REC-GUAR-AMOUNT TO WS-LOAN-GUARANTEED             DBNK152P
039000        GO TO ADD-REGISTER-ITEM-EXIT                              DBNK152P
039100     END-IF.                                                      DBNK152P
039200     ADD 1 TO WS-LOAN-ITEMS.                                      DBNK152P
039300     MOVE PLG-REC-VALUATION TO WS-ITEM-VALUE.                     DBNK152P
039400     EVALUATE TRUE                                                DBNK152P
039500       WHEN PLG-REC-IS-PROPERTY                                   DBNK152P
039600         MOVE WS-RATE-PROPERTY TO WS-ITEM-RATE                    DBNK152P
039700       WHEN PLG-REC-IS-VEHICLE                                    DBNK152P
039800         MOVE WS-RATE-VEHICLE TO WS-ITEM-RATE                     DBNK152P
039900       WHEN OTHER                                                 DBNK152P
040000         MOVE WS-RATE-DEPOSIT TO WS-ITEM-RATE                     DBNK152P
040100     END-EVALUATE.                                                DBNK152P
040200     IF PLG-REC-IS-DEPOSIT                                        DBNK152P
040300*       a deposit is worth what it holds tonight                  DBNK152P
040400        MOVE PLG-REC-DEP-ACCNO-AIX TO BAC-REC-ACCNO               DBNK152P
040500        READ BNKACC-FILE                                          DBNK152P
040600          INVALID KEY                                             DBNK152P
040700            MOVE ZERO TO BAC-REC-BALANCE                          DBNK152P
040800        END-READ                                                  DBNK152P
040900        IF BAC-REC-ACC-IS-CLOSED                                  DBNK152P
041000           MOVE ZERO TO BAC-REC-BALANCE                           DBNK152P
041100        END-IF                                                    DBNK152P
041200        MOVE BAC-REC-BALANCE TO WS-ITEM-VALUE                     DBNK152P
041300     ELSE                                                         DBNK152P
041400        MOVE PLG-REC-VALUED-DATE (1:4) TO WS-VAL-YYYY             DBNK152P
041500        MOVE PLG-REC-VALUED-DATE (5:2) TO WS-VAL-MM               DBNK152P
041600        MOVE PLG-REC-VALUED-DATE (7:2) TO WS-VAL-DD               DBNK152P
041700        COMPUTE WS-VAL-AGE =                                      DBNK152P
041800            ((WS-RUN-YYYY - WS-VAL-YYYY) * 365)                   DBNK152P
041900          + ((WS-RUN-MM - WS-VAL-MM) * 30)                        DBNK152P
042000          + (WS-RUN-DD - WS-VAL-DD)                               DBNK152P
042100        IF WS-VAL-AGE IS GREATER THAN WS-STALE-DAYS               DBNK152P
042200           SET WS-HAS-STALE TO TRUE                               DBNK152P
042300        END-IF                                                    DBNK152P
042400     END-IF.                                                      DBNK152P
042500     ADD WS-ITEM-VALUE TO WS-LOAN-VALUATION.                      DBNK152P
042600     COMPUTE WS-LOAN-LENDING ROUNDED = WS-LOAN-LENDING +          DBNK152P
042700         (WS-ITEM-VALUE * WS-ITEM-RATE / 100).                    DBNK152P
042800 ADD-REGISTER-ITEM-EXIT.                                          DBNK152P
042900     EXIT.                                                        DBNK152P
043000                                                                  DBNK152P
043100***************************************************************** DBNK152P
043200* Check the loan just walked against its collateral             * DBNK152P
043300***************************************************************** DBNK152P
043400 LOAN-BREAK.                                                      DBNK152P
043500     IF WS-CUR-LOAN-ACCNO IS EQUAL TO SPACES OR                   DBNK152P
043600        WS-LOAN-ITEMS IS EQUAL TO ZERO                            DBNK152P
043700        GO TO LOAN-BREAK-RESET                                    DBNK152P
043800     END-IF.                                                      DBNK152P
043900     MOVE WS-CUR-LOAN-ACCNO TO BAC-REC-ACCNO.                     DBNK152P
044000     READ BNKACC-FILE                                             DBNK152P
044100       INVALID KEY                                                DBNK152P
044200         GO TO LOAN-BREAK-RESET                                   DBNK152P
044300     END-READ.                                                    DBNK152P
044400     IF BAC-REC-ACC-IS-CLOSED                                     DBNK152P
044500        GO TO LOAN-BREAK-RESET                                    DBNK152P
044600     END-IF.                                                      DBNK152P
044700     MOVE BAC-REC-PID TO WS-CUR-PID.                              DBNK152P
044800                                                                  DBNK152P
044900     MOVE ZERO TO WS-LOAN-OUTSTANDING.                            DBNK152P
045000     MOVE WS-CUR-LOAN-ACCNO TO BLS-REC-LOAN-ACCNO.                DBNK152P
045100     MOVE ZERO TO BLS-REC-SEQ.                                    DBNK152P
045200     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK152P
045300       INVALID KEY                                                DBNK152P
045400         GO TO LOAN-BREAK-RESET                                   DBNK152P
045500     END-START.                                                   DBNK152P
045600 LOAN-BALANCE-LOOP.                                               DBNK152P
045700     READ BNKLSCH-FILE NEXT                                       DBNK152P
045800       AT END                                                     DBNK152P
045900         GO TO LOAN-BALANCE-ENDED                                 DBNK152P
046000     END-READ.                                                    DBNK152P
046100     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO WS-CUR-LOAN-ACCNO      DBNK152P
046200        GO TO LOAN-BALANCE-ENDED                                  DBNK152P
046300     END-IF.                                                      DBNK152P
046400     IF NOT BLS-REC-IS-PAID AND NOT BLS-REC-IS-CHARGED-OFF        DBNK152P
046500        ADD BLS-REC-PRIN-AMT TO WS-LOAN-OUTSTANDING               DBNK152P
046600     END-IF.                                                      DBNK152P
046700     GO TO LOAN-BALANCE-LOOP.                                     DBNK152P
046800 LOAN-BALANCE-ENDED.                                              DBNK152P
046900     IF WS-LOAN-OUTSTANDING IS NOT GREATER THAN ZERO              DBNK152P
047000        GO TO LOAN-BREAK-RESET                                    DBNK152P
047100     END-IF.                                                      DBNK152P
047200     ADD 1 TO WS-LOANS-CHECKED.                                   DBNK152P
047300     IF WS-LOAN-OUTSTANDING IS GREATER THAN WS-LOAN-LENDING       DBNK152P
047400        SET WS-IS-OVER TO TRUE                                    DBNK152P
047500        ADD 1 TO WS-LOANS-OVER                                    DBNK152P
047600     END-IF.                                                      DBNK152P
047700     IF WS-HAS-STALE                                              DBNK152P
047800        ADD 1 TO WS-LOANS-STALE                                   DBNK152P
047900     END-IF.                                                      DBNK152P
048000     IF WS-NOT-OVER AND WS-NO-STALE                               DBNK152P
048100        GO TO LOAN-BREAK-RESET                                    DBNK152P
048200     END-IF.                                                      DBNK152P
048300     IF WS-LOAN-VALUATION IS GREATER THAN ZERO                    DBNK152P
048400        COMPUTE WS-LOAN-LTV ROUNDED =                             DBNK152P
048500            WS-LOAN-OUTSTANDING * 100 / WS-LOAN-VALUATION         DBNK152P
048600     ELSE                                                         DBNK152P
048700        MOVE 99999.99 TO WS-LOAN-LTV                              DBNK152P
048800     END-IF.                                                      DBNK152P
048900     PERFORM PRINT-LOAN-LINE THRU                                 DBNK152P
049000             PRINT-LOAN-LINE-EXIT.                                DBNK152P
049100 LOAN-BREAK-RESET.                                                DBNK152P
049200     PERFORM RESET-LOAN THRU                                      DBNK152P
049300             RESET-LOAN-EXIT.                                     DBNK152P
049400 LOAN-BREAK-EXIT.                                                 DBNK152P
049500     EXIT.                                                        DBNK152P
049600                                                                  DBNK152P
049700 RESET-LOAN.                                                      DBNK152P
049800     MOVE ZERO TO WS-LOAN-ITEMS.                                  DBNK152P
049900     MOVE ZERO TO WS-LOAN-VALUATION.                              DBNK152P
050000     MOVE ZERO TO WS-LOAN-LENDING.                                DBNK152P
050100     MOVE ZERO TO WS-LOAN-GUARANTEED.                             DBNK152P
050200     SET WS-NO-STALE TO TRUE.                                     DBNK152P
050300     SET WS-NOT-OVER TO TRUE.                                     DBNK152P
050400 RESET-LOAN-EXIT.                                                 DBNK152P
050500     EXIT.                                                        DBNK152P
050600                                                                  DBNK152P
050700***************************************************************** DBNK152P
050800* Report printing                                               * DBNK152P
050900***************************************************************** DBNK152P
051000 PRINT-REPORT-HEADING.                                            DBNK152P
051100     MOVE SPACES TO LTVRPT-REC.                                   DBNK152P
051200     STRING 'LOAN-TO-VALUE EXCEPTIONS AS OF ' DELIMITED BY SIZE   DBNK152P
051300            WS-RUN-DATE                      DELIMITED BY SIZE    DBNK152P
051400       INTO LTVRPT-REC.                                           DBNK152P
051500     WRITE LTVRPT-REC.                                            DBNK152P
051600     MOVE SPACES TO LTVRPT-REC.                                   DBNK152P
051700     STRING 'LOAN ACC  PID  '              DELIMITED BY SIZE      DBNK152P
051800            '     OUTSTANDING'            DELIMITED BY SIZE       DBNK152P
051900            '       VALUATION'            DELIMITED BY SIZE       DBNK152P
052000            '    LTV%'                    DELIMITED BY SIZE       DBNK152P
052100            '   LENDING VALUE'            DELIMITED BY SIZE       DBNK152P
052200            '      GUARANTEED'            DELIMITED BY SIZE       DBNK152P
052300            ' EXCEPTION'                  DELIMITED BY SIZE       DBNK152P
052400       INTO LTVRPT-REC.                                           DBNK152P
052500     WRITE LTVRPT-REC.                                            DBNK152P
052600 PRINT-REPORT-HEADING-EXIT.                                       DBNK152P
052700     EXIT.                                                        DBNK152P
052800                                                                  DBNK152P
052900 PRINT-LOAN-LINE.                                                 DBNK152P
053000     MOVE SPACES TO LTVRPT-REC.                                   DBNK152P
053100     MOVE WS-CUR-LOAN-ACCNO TO LTVRPT-REC (1:9).                  DBNK152P
053200     MOVE WS-CUR-PID TO LTVRPT-REC (11:5).                        DBNK152P
053300     MOVE WS-LOAN-OUTSTANDING TO WS-EDIT-AMT.                     DBNK152P
053400     MOVE WS-EDIT-AMT TO LTVRPT-REC (16:16).                      DBNK152P
053500     MOVE WS-LOAN-VALUATION TO WS-EDIT-AMT.                       DBNK152P
053600     MOVE WS-EDIT-AMT TO LTVRPT-REC (32:16).                      DBNK152P
053700     MOVE WS-LOAN-LTV TO WS-EDIT-LTV.                             DBNK152P
053800     MOVE WS-EDIT-LTV TO LTVRPT-REC (48:8).                       DBNK152P
053900     MOVE WS-LOAN-LENDING TO WS-EDIT-AMT.                         DBNK152P
054000     MOVE WS-EDIT-AMT TO LTVRPT-REC (56:16).                      DBNK152P
054100     MOVE WS-LOAN-GUARANTEED TO WS-EDIT-AMT.                      DBNK152P
054200     MOVE WS-EDIT-AMT TO LTVRPT-REC (72:16).                      DBNK152P
054300     IF WS-IS-OVER                                                DBNK152P
054400        MOVE 'OVER LIMIT' TO LTVRPT-REC (89:10)                   DBNK152P
054500     END-IF.                                                      DBNK152P
054600     IF WS-HAS-STALE                                              DBNK152P
054700        MOVE 'STALE VALUATION' TO LTVRPT-REC (100:15)             DBNK152P
054800     END-IF.                                                      DBNK152P
054900     WRITE LTVRPT-REC.                                            DBNK152P
055000 PRINT-LOAN-LINE-EXIT.                                            DBNK152P
055100     EXIT.                                                        DBNK152P
055200                                                                  DBNK152P
055300***************************************************************** DBNK152P
055400* Check file open OK                                            * DBNK152P
055500***************************************************************** DBNK152P
055600 CHECK-OPEN.                                                      DBNK152P
055700     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK152P
055800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK152P
055900        STRING WS-FILE       DELIMITED BY ' '                     DBNK152P
056000               ' opened ok' DELIMITED BY SIZE                     DBNK152P
056100          INTO WS-CONSOLE-MESSAGE                                 DBNK152P
056200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK152P
056300     ELSE                                                         DBNK152P
056400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK152P
056500        STRING WS-FILE          DELIMITED BY ' '                  DBNK152P
056600               ' did not open' DELIMITED BY SIZE                  DBNK152P
056700          INTO WS-CONSOLE-MESSAGE                                 DBNK152P
056800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK152P
056900        PERFORM DISPLAY-IO-STATUS                                 DBNK152P
057000        ADD 1 TO WS-OPEN-ERROR                                    DBNK152P
057100     END-IF.                                                      DBNK152P
057200 CHECK-OPEN-EXIT.                                                 DBNK152P
057300     EXIT.                                                        DBNK152P
057400                                                                  DBNK152P
057500***************************************************************** DBNK152P
057600* Display the file status bytes. This routine will display as  *  DBNK152P
057700* two digits if the full two byte file status is numeric. If   *  DBNK152P
057800* second byte is non-numeric then it will be treated as a      *  DBNK152P
057900* binary number.                                                * DBNK152P
058000***************************************************************** DBNK152P
058100 DISPLAY-IO-STATUS.                                               DBNK152P
058200     IF WS-IO-STATUS NUMERIC                                      DBNK152P
058300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK152P
058400        STRING 'File status -' DELIMITED BY SIZE                  DBNK152P
058500               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK152P
058600          INTO WS-CONSOLE-MESSAGE                                 DBNK152P
058700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK152P
058800     ELSE                                                         DBNK152P
058900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK152P
059000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK152P
059100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK152P
059200        STRING 'File status -' DELIMITED BY SIZE                  DBNK152P
059300               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK152P
059400               '/'            DELIMITED BY SIZE                   DBNK152P
059500               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK152P
059600          INTO WS-CONSOLE-MESSAGE                                 DBNK152P
059700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK152P
059800     END-IF.                                                      DBNK152P
059900                                                                  DBNK152P
060000***************************************************************** DBNK152P
060100* Display CONSOLE messages...                                   * DBNK152P
060200***************************************************************** DBNK152P
060300 DISPLAY-CONSOLE-MESSAGE.                                         DBNK152P
060400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK152P
060500     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK152P
060600                                                                  DBNK152P
060700 COPY CTIMERP.                                                    DBNK152P
060800                                                                  DBNK152P
