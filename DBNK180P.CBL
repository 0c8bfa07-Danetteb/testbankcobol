000100***************************************************************** DBNK180P
000200*                                                               * DBNK180P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK180P
000400*   This demonstration program is provided for use by users     * DBNK180P
000500*   of Micro Focus products and may be used, modified and       * DBNK180P
000600*   distributed as part of your application provided that       * DBNK180P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK180P
000800*   in this material.                                           * DBNK180P
000900*                                                               * DBNK180P
001000***************************************************************** DBNK180P
001100                                                                  DBNK180P
001200                                                                  DBNK180P
001300***************************************************************** DBNK180P
001400* Program:     DBNK180P.CBL                                     * DBNK180P
001500* Function:    Month-end interest rate gap report for asset and * DBNK180P
001600*              liability management. Every balance is placed    * DBNK180P
001700*              in the time bucket in which it next reprices or  * DBNK180P
001800*              matures, counted from the business date:         * DBNK180P
001900*                fixed-rate loans - each unpaid BNKLSCH         * DBNK180P
002000*                  installment's principal by its due date      * DBNK180P
002100*                variable-rate loans (CLOANPRD rate type V,     * DBNK180P
002200*                  repriced by DBNK118P) - the whole unpaid     * DBNK180P
002300*                  principal at the next reset, BNKPARM key     * DBNK180P
002400*                  VARRESET months away (default 1)             * DBNK180P
002500*                overdrawn accounts - at once                   * DBNK180P
002600*                term deposits - by BAC-REC-TD-MATURITY-DTE     * DBNK180P
002700*                other credit balances (non-maturity deposits)  * DBNK180P
002800*                  - spread by the percentages held under       * DBNK180P
002900*                  BNKPARM keys NMDPCT1 to NMDPCT7, one per     * DBNK180P
003000*                  bucket; whatever they leave falls in the     * DBNK180P
003100*                  last bucket                                  * DBNK180P
003200*              The gap in each bucket (assets less liabilities) * DBNK180P
003300*              and the cumulative gap are shown, then the       * DBNK180P
003400*              change in the next twelve months' net interest   * DBNK180P
003500*              income from a parallel shift of plus and minus   * DBNK180P
003600*              100 and 200 basis points: each bucket's gap      * DBNK180P
003700*              reprices at its midpoint and earns the shift for * DBNK180P
003800*              the rest of the year. Written to GAPRPT,         * DBNK180P
003900*              archived by DBANK84P under id ALMGAP. The bank's * DBNK180P
004000*              own 999999nnn accounts are left out.             * DBNK180P
004100*              VSAM version                                     * DBNK180P
004200***************************************************************** DBNK180P
004300                                                                  DBNK180P
004400 IDENTIFICATION DIVISION.                                         DBNK180P
004500 PROGRAM-ID.                                                      DBNK180P
004600     DBNK180P.                                                    DBNK180P
004700 DATE-WRITTEN.                                                    DBNK180P
004800     October 2008.                                                DBNK180P
004900 DATE-COMPILED.                                                   DBNK180P
005000     Today.                                                       DBNK180P
005100                                                                  DBNK180P
005200 ENVIRONMENT DIVISION.                                            DBNK180P
005300                                                                  DBNK180P
005400 INPUT-OUTPUT   SECTION.                                          DBNK180P
005500   FILE-CONTROL.                                                  DBNK180P
005600     SELECT GAPRPT-FILE                                           DBNK180P
005700            ASSIGN       TO GAPRPT                                DBNK180P
005800            ORGANIZATION IS SEQUENTIAL                            DBNK180P
005900            FILE STATUS  IS WS-GAPRPT-STATUS.                     DBNK180P
006000                                                                  DBNK180P
006100     SELECT BNKLOAN-FILE                                          DBNK180P
006200            ASSIGN       TO BNKLOAN                               DBNK180P
006300            ORGANIZATION IS INDEXED                               DBNK180P
006400            ACCESS MODE  IS SEQUENTIAL                            DBNK180P
006500            RECORD KEY   IS BLN-REC-TIMESTAMP                     DBNK180P
006600            ALTERNATE KEY IS BLN-REC-ALTKEY1 WITH DUPLICATES      DBNK180P
006700            ALTERNATE KEY IS BLN-REC-ALTKEY2 WITH DUPLICATES      DBNK180P
006800            FILE STATUS  IS WS-BNKLOAN-STATUS.                    DBNK180P
006900                                                                  DBNK180P
007000     SELECT BNKLSCH-FILE                                          DBNK180P
007100            ASSIGN       TO BNKLSCH                               DBNK180P
007200            ORGANIZATION IS INDEXED                               DBNK180P
007300            ACCESS MODE  IS DYNAMIC                               DBNK180P
007400            RECORD KEY   IS BLS-REC-KEY                           DBNK180P
007500            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK180P
007600                                                                  DBNK180P
007700     SELECT BNKACC-FILE                                           DBNK180P
007800            ASSIGN       TO BNKACC                                DBNK180P
007900            ORGANIZATION IS INDEXED                               DBNK180P
008000            ACCESS MODE  IS SEQUENTIAL                            DBNK180P
008100            RECORD KEY   IS BAC-REC-ACCNO                         DBNK180P
008200            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK180P
008300            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK180P
008400                                                                  DBNK180P
008500     SELECT BNKPARM-FILE                                          DBNK180P
008600            ASSIGN       TO BNKPARM                               DBNK180P
008700            ORGANIZATION IS INDEXED                               DBNK180P
008800            ACCESS MODE  IS RANDOM                                DBNK180P
008900            RECORD KEY   IS PRM-REC-KEY                           DBNK180P
009000            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK180P
009100                                                                  DBNK180P
009200 DATA DIVISION.                                                   DBNK180P
009300                                                                  DBNK180P
009400 FILE SECTION.                                                    DBNK180P
009500 FD  GAPRPT-FILE.                                                 DBNK180P
009600 01  GAPRPT-REC                         PIC X(132).               DBNK180P
009700                                                                  DBNK180P
009800 FD  BNKLOAN-FILE.                                                DBNK180P
009900 01  BNKLOAN-REC.                                                 DBNK180P
010000 COPY CBANKVLN.                                                   DBNK180P
010100                                                                  DBNK180P
010200 FD  BNKLSCH-FILE.                                                DBNK180P
010300 01  BNKLSCH-REC.                                                 DBNK180P
010400 COPY CBANKVLS.                                                   DBNK180P
010500                                                                  DBNK180P
010600 FD  BNKACC-FILE.                                                 DBNK180P
010700 01  BNKACC-REC.                                                  DBNK180P
010800 COPY CBANKVAC.                                                   DBNK180P
010900                                                                  DBNK180P
011000 FD  BNKPARM-FILE.                                                DBNK180P
011100 01  BNKPARM-REC.                                                 DBNK180P
011200 COPY CBANKVPM.                                                   DBNK180P
011300                                                                  DBNK180P
011400 WORKING-STORAGE SECTION.                                         DBNK180P
011500 COPY CTIMERD.                                                    DBNK180P
011600                                                                  DBNK180P
011700 01  WS-MISC-STORAGE.                                             DBNK180P
011800   05  WS-PROGRAM-ID                         PIC X(8)             DBNK180P
011900       VALUE 'DBNK180P'.                                          DBNK180P
012000                                                                  DBNK180P
012100   05  WS-GAPRPT-STATUS.                                          DBNK180P
012200     10  WS-GAPRPT-STAT1                      PIC X(1).           DBNK180P
012300     10  WS-GAPRPT-STAT2                      PIC X(1).           DBNK180P
012400   05  WS-BNKLOAN-STATUS.                                         DBNK180P
012500     10  WS-BNKLOAN-STAT1                     PIC X(1).           DBNK180P
012600     10  WS-BNKLOAN-STAT2                     PIC X(1).           DBNK180P
012700   05  WS-BNKLSCH-STATUS.                                         DBNK180P
012800     10  WS-BNKLSCH-STAT1                     PIC X(1).           DBNK180P
012900     10  WS-BNKLSCH-STAT2                     PIC X(1).           DBNK180P
013000   05  WS-BNKACC-STATUS.                                          DBNK180P
013100     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK180P
013200     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK180P
013300   05  WS-BNKPARM-STATUS.                                         DBNK180P
013400     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK180P
013500     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK180P
013600                                                                  DBNK180P
013700   05  WS-IO-STATUS.                                              DBNK180P
013800     10  WS-IO-STAT1                          PIC X(1).           DBNK180P
013900     10  WS-IO-STAT2                          PIC X(1).           DBNK180P
014000                                                                  DBNK180P
014100   05  WS-TWO-BYTES.                                              DBNK180P
014200     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK180P
014300     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK180P
014400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK180P
014500                                              PIC 9(1) COMP.      DBNK180P
014600                                                                  DBNK180P
014700   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK180P
014800     88  OPEN-OK                              VALUE 0.            DBNK180P
014900                                                                  DBNK180P
015000   05  WS-FILE                               PIC X(16).           DBNK180P
015100                                                                  DBNK180P
015200   05  WS-RUN-DATE.                                               DBNK180P
015300     10  WS-RUN-YYYY                         PIC 9(4).            DBNK180P
015400     10  WS-RUN-MM                           PIC 9(2).            DBNK180P
015500     10  WS-RUN-DD                           PIC 9(2).            DBNK180P
015600   05  WS-TARGET-DATE.                                            DBNK180P
015700     10  WS-TGT-YYYY                         PIC 9(4).            DBNK180P
015800     10  WS-TGT-MM                           PIC 9(2).            DBNK180P
015900     10  WS-TGT-DD                           PIC 9(2).            DBNK180P
016000   05  WS-MONTHS-TO                          PIC S9(5)            DBNK180P
016100                                             COMP-3.              DBNK180P
016200   05  WS-BUCKET-SUB                         PIC S9(4) COMP.      DBNK180P
016300   05  WS-RESET-BUCKET                       PIC S9(4) COMP.      DBNK180P
016400   05  WS-BUCKET-DIGIT                       PIC 9(1).            DBNK180P
016500   05  WS-VAR-RESET-MM                       PIC S9(5)            DBNK180P
016600                                             COMP-3 VALUE 1.      DBNK180P
016700                                                                  DBNK180P
016800   05  WS-LOAN-FLAG                          PIC X(1).            DBNK180P
016900     88  WS-LOAN-IS-FIXED                    VALUE 'F'.           DBNK180P
017000     88  WS-LOAN-IS-VARIABLE                 VALUE 'V'.           DBNK180P
017100   05  WS-SCHED-FLAG                         PIC X(1).            DBNK180P
017200     88  WS-HAS-SCHEDULE                     VALUE 'Y'.           DBNK180P
017300     88  WS-NO-SCHEDULE                      VALUE 'N'.           DBNK180P
017400   05  WS-VAR-PRINCIPAL                      PIC S9(11)V99        DBNK180P
017500                                             COMP-3.              DBNK180P
017600   05  WS-NMD-TOTAL                          PIC S9(13)V99        DBNK180P
017700                                             COMP-3 VALUE ZERO.   DBNK180P
017800   05  WS-NMD-SPREAD                         PIC S9(13)V99        DBNK180P
017900                                             COMP-3 VALUE ZERO.   DBNK180P
018000   05  WS-PCT-LEFT                           PIC S9(5)V99         DBNK180P
018100                                             COMP-3.              DBNK180P
018200   05  WS-SHOCK-PCT                          PIC S9(1)V99         DBNK180P
018300                                             COMP-3.              DBNK180P
018400   05  WS-NII-EFFECT                         PIC S9(13)V99        DBNK180P
018500                                             COMP-3.              DBNK180P
018600   05  WS-CUM-GAP                            PIC S9(13)V99        DBNK180P
018700                                             COMP-3.              DBNK180P
018800                                                                  DBNK180P
018900   05  WS-LOANS-READ                         PIC 9(7)             DBNK180P
019000       VALUE ZERO.                                                DBNK180P
019100   05  WS-LOANS-PLACED                       PIC 9(7)             DBNK180P
019200       VALUE ZERO.                                                DBNK180P
019300   05  WS-ACCOUNTS-READ                      PIC 9(7)             DBNK180P
019400       VALUE ZERO.                                                DBNK180P
019500                                                                  DBNK180P
019600   05  WS-SUB1                               PIC S9(4) COMP.      DBNK180P
019700   05  WS-EDIT-AMT                           PIC ZZ,ZZZ,ZZZ,ZZ9-. DBNK180P
019800   05  WS-EDIT-PCT                           PIC ZZ9.99.          DBNK180P
019900                                                                  DBNK180P
020000*    the repricing buckets - upper limit in whole months, label,  DBNK180P
020100*    share of the year still to run at the bucket's midpoint and  DBNK180P
020200*    the default share of non-maturity deposits (percent)         DBNK180P
020300 01  WS-BUCKET-CONSTANTS.                                         DBNK180P
020400   05  FILLER                         PIC X(23)                   DBNK180P
020500       VALUE '001UP TO 1M  095831500'.                            DBNK180P
020600   05  FILLER                         PIC X(23)                   DBNK180P
020700       VALUE '0031M TO 3M  083331000'.                            DBNK180P
020800   05  FILLER                         PIC X(23)                   DBNK180P
020900       VALUE '0063M TO 6M  062501000'.                            DBNK180P
021000   05  FILLER                         PIC X(23)                   DBNK180P
021100       VALUE '0126M TO 12M 025001500'.                            DBNK180P
021200   05  FILLER                         PIC X(23)                   DBNK180P
021300       VALUE '0361Y TO 3Y  000002500'.                            DBNK180P
021400   05  FILLER                         PIC X(23)                   DBNK180P
021500       VALUE '0603Y TO 5Y  000001500'.                            DBNK180P
021600   05  FILLER                         PIC X(23)                   DBNK180P
021700       VALUE '999OVER 5Y   000001000'.                            DBNK180P
021800 01  WS-BUCKET-TABLE REDEFINES                                    DBNK180P
021900     WS-BUCKET-CONSTANTS.                                         DBNK180P
022000   05  WS-BUCKET-DATA OCCURS 7 TIMES.                             DBNK180P
022100     10  WS-BKT-LIMIT                 PIC 9(3).                   DBNK180P
022200     10  WS-BKT-LABEL                 PIC X(10).                  DBNK180P
022300     10  WS-BKT-WEIGHT                PIC 9V9(4).                 DBNK180P
022400     10  WS-BKT-NMD-PCT               PIC 9(3)V99.                DBNK180P
022500                                                                  DBNK180P
022600 01  WS-BUCKET-AMOUNTS.                                           DBNK180P
022700   05  WS-BUCKET-ENTRY OCCURS 7 TIMES.                            DBNK180P
022800     10  WS-BA-FIXED-LOANS            PIC S9(13)V99               DBNK180P
022900                                      COMP-3.                     DBNK180P
023000     10  WS-BA-VAR-LOANS              PIC S9(13)V99               DBNK180P
023100                                      COMP-3.                     DBNK180P
023200     10  WS-BA-OVERDRAFTS             PIC S9(13)V99               DBNK180P
023300                                      COMP-3.                     DBNK180P
023400     10  WS-BA-TERM-DEPS              PIC S9(13)V99               DBNK180P
023500                                      COMP-3.                     DBNK180P
023600     10  WS-BA-NON-MAT                PIC S9(13)V99               DBNK180P
023700                                      COMP-3.                     DBNK180P
023800     10  WS-BA-GAP                    PIC S9(13)V99               DBNK180P
023900                                      COMP-3.                     DBNK180P
024000                                                                  DBNK180P
024100 01  WS-GRAND-TOTALS.                                             DBNK180P
024200   05  WS-GT-FIXED-LOANS              PIC S9(13)V99               DBNK180P
024300                                      COMP-3.                     DBNK180P
024400   05  WS-GT-VAR-LOANS                PIC S9(13)V99               DBNK180P
024500                                      COMP-3.                     DBNK180P
024600   05  WS-GT-OVERDRAFTS               PIC S9(13)V99               DBNK180P
024700                                      COMP-3.                     DBNK180P
024800   05  WS-GT-TERM-DEPS                PIC S9(13)V99               DBNK180P
024900                                      COMP-3.                     DBNK180P
025000   05  WS-GT-NON-MAT                  PIC S9(13)V99               DBNK180P
025100                                      COMP-3.                     DBNK180P
025200   05  WS-GT-GAP                      PIC S9(13)V99               DBNK180P
025300                                      COMP-3.                     DBNK180P
025400                                                                  DBNK180P
025500 COPY CLOANPRD.                                                   DBNK180P
025600                                                                  DBNK180P
025700 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK180P
025800                                                                  DBNK180P
025900 01  WS-BCTL-DATA.                                                DBNK180P
026000 COPY CBCTLD.                                                     DBNK180P
026100                                                                  DBNK180P
026200 01  WS-BUSD-DATA.                                                DBNK180P
026300 COPY CBUSDD.                                                     DBNK180P
026400                                                                  DBNK180P
026500 PROCEDURE DIVISION.                                              DBNK180P
026600     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK180P
026700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK180P
026800     PERFORM RUN-TIME.                                            DBNK180P
026900                                                                  DBNK180P
027000***************************************************************** DBNK180P
027100* Register this run in the batch control file                   * DBNK180P
027200***************************************************************** DBNK180P
027300     MOVE 'DBNK180P' TO BCTL-JOB-NAME.                            DBNK180P
027400     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK180P
027500     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK180P
027600     SET BCTL-FUNC-START TO TRUE.                                 DBNK180P
027700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK180P
027800     IF NOT BCTL-OK                                               DBNK180P
027900        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK180P
028000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK180P
028100        MOVE 8 TO RETURN-CODE                                     DBNK180P
028200        GO TO QUICK-EXIT                                          DBNK180P
028300     END-IF.                                                      DBNK180P
028400     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK180P
028500                                                                  DBNK180P
028600     SET OPEN-OK TO TRUE.                                         DBNK180P
028700                                                                  DBNK180P
028800     OPEN OUTPUT GAPRPT-FILE.                                     DBNK180P
028900     MOVE WS-GAPRPT-STATUS TO WS-IO-STATUS.                       DBNK180P
029000     MOVE 'GAPRPT-FILE' TO WS-FILE.                               DBNK180P
029100     PERFORM CHECK-OPEN THRU                                      DBNK180P
029200             CHECK-OPEN-EXIT.                                     DBNK180P
029300                                                                  DBNK180P
029400     OPEN INPUT BNKLOAN-FILE.                                     DBNK180P
029500     MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS.                      DBNK180P
029600     MOVE 'BNKLOAN-FILE' TO WS-FILE.                              DBNK180P
029700     PERFORM CHECK-OPEN THRU                                      DBNK180P
029800             CHECK-OPEN-EXIT.                                     DBNK180P
029900                                                                  DBNK180P
030000     OPEN INPUT BNKLSCH-FILE.                                     DBNK180P
030100     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK180P
030200     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK180P
030300     PERFORM CHECK-OPEN THRU                                      DBNK180P
030400             CHECK-OPEN-EXIT.                                     DBNK180P
030500                                                                  DBNK180P
030600     OPEN INPUT BNKACC-FILE.                                      DBNK180P
030700     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK180P
030800     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK180P
030900     PERFORM CHECK-OPEN THRU                                      DBNK180P
031000             CHECK-OPEN-EXIT.                                     DBNK180P
031100                                                                  DBNK180P
031200     OPEN INPUT BNKPARM-FILE.                                     DBNK180P
031300     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK180P
031400     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK180P
031500     PERFORM CHECK-OPEN THRU                                      DBNK180P
031600             CHECK-OPEN-EXIT.                                     DBNK180P
031700                                                                  DBNK180P
031800     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK180P
031900        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK180P
032000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK180P
032100        MOVE 16 TO RETURN-CODE                                    DBNK180P
032200        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK180P
032300        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK180P
032400        GO TO QUICK-EXIT                                          DBNK180P
032500     END-IF.                                                      DBNK180P
032600                                                                  DBNK180P
032700     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK180P
032800     INITIALIZE WS-BUCKET-AMOUNTS.                                DBNK180P
032900     INITIALIZE WS-GRAND-TOTALS.                                  DBNK180P
033000                                                                  DBNK180P
033100***************************************************************** DBNK180P
033200* The assumptions: months to a variable loan's next reset, and  * DBNK180P
033300* the spread of the non-maturity deposits                       * DBNK180P
033400***************************************************************** DBNK180P
033500     MOVE 'VARRESET' TO PRM-REC-KEY.                              DBNK180P
033600     READ BNKPARM-FILE                                            DBNK180P
033700       INVALID KEY                                                DBNK180P
033800         CONTINUE                                                 DBNK180P
033900     END-READ.                                                    DBNK180P
034000     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK180P
034100        MOVE PRM-REC-AMOUNT TO WS-VAR-RESET-MM                    DBNK180P
034200     END-IF.                                                      DBNK180P
034300*    a reset within N months falls in the bucket that ends there  DBNK180P
034310     COMPUTE WS-MONTHS-TO = WS-VAR-RESET-MM - 1.                  DBNK180P
034400     PERFORM BUCKET-FOR-MONTHS THRU                               DBNK180P
034500             BUCKET-FOR-MONTHS-EXIT.                              DBNK180P
034600     MOVE WS-BUCKET-SUB TO WS-RESET-BUCKET.                       DBNK180P
034700     PERFORM READ-NMD-SHARE THRU                                  DBNK180P
034800             READ-NMD-SHARE-EXIT                                  DBNK180P
034900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK180P
035000         UNTIL WS-SUB1 IS GREATER THAN 7.                         DBNK180P
035100                                                                  DBNK180P
035200***************************************************************** DBNK180P
035300* Every drawn loan, from its schedule                           * DBNK180P
035400***************************************************************** DBNK180P
035500 LOAN-LOOP.                                                       DBNK180P
035600     READ BNKLOAN-FILE                                            DBNK180P
035700       AT END                                                     DBNK180P
035800         GO TO LOAN-ENDED                                         DBNK180P
035900     END-READ.                                                    DBNK180P
036000     ADD 1 TO WS-LOANS-READ.                                      DBNK180P
036100     IF NOT BLN-REC-QUOTE-DRAWN                                   DBNK180P
036200        GO TO LOAN-LOOP                                           DBNK180P
036300     END-IF.                                                      DBNK180P
036400     IF BLN-REC-LOAN-ACCNO IS EQUAL TO SPACES                     DBNK180P
036500        GO TO LOAN-LOOP                                           DBNK180P
036600     END-IF.                                                      DBNK180P
036700     PERFORM PLACE-ONE-LOAN THRU                                  DBNK180P
036800             PLACE-ONE-LOAN-EXIT.                                 DBNK180P
036900     GO TO LOAN-LOOP.                                             DBNK180P
037000 LOAN-ENDED.                                                      DBNK180P
037100                                                                  DBNK180P
037200***************************************************************** DBNK180P
037300* Every open account that is not a loan                         * DBNK180P
037400***************************************************************** DBNK180P
037500 ACC-LOOP.                                                        DBNK180P
037600     READ BNKACC-FILE                                             DBNK180P
037700       AT END                                                     DBNK180P
037800         GO TO ACC-ENDED                                          DBNK180P
037900     END-READ.                                                    DBNK180P
038000     ADD 1 TO WS-ACCOUNTS-READ.                                   DBNK180P
038100     IF BAC-REC-ACC-IS-CLOSED                                     DBNK180P
038200        GO TO ACC-LOOP                                            DBNK180P
038300     END-IF.                                                      DBNK180P
038400     IF BAC-REC-ACCNO (1:6) IS EQUAL TO '999999'                  DBNK180P
038500        GO TO ACC-LOOP                                            DBNK180P
038600     END-IF.                                                      DBNK180P
038700     PERFORM CHECK-FOR-SCHEDULE THRU                              DBNK180P
038800             CHECK-FOR-SCHEDULE-EXIT.                             DBNK180P
038900     IF WS-HAS-SCHEDULE                                           DBNK180P
039000        GO TO ACC-LOOP                                            DBNK180P
039100     END-IF.                                                      DBNK180P
039200     EVALUATE TRUE                                                DBNK180P
039300       WHEN BAC-REC-BALANCE IS LESS THAN ZERO                     DBNK180P
039400         SUBTRACT BAC-REC-BALANCE FROM WS-BA-OVERDRAFTS (1)       DBNK180P
039500       WHEN NOT BAC-REC-NOT-TERM-DEP                              DBNK180P
039600         MOVE BAC-REC-TD-MATURITY-DTE TO WS-TARGET-DATE           DBNK180P
039700         PERFORM BUCKET-FOR-DATE THRU                             DBNK180P
039800                 BUCKET-FOR-DATE-EXIT                             DBNK180P
039900         ADD BAC-REC-BALANCE TO WS-BA-TERM-DEPS (WS-BUCKET-SUB)   DBNK180P
040000       WHEN OTHER                                                 DBNK180P
040100         ADD BAC-REC-BALANCE TO WS-NMD-TOTAL                      DBNK180P
040200     END-EVALUATE.                                                DBNK180P
040300     GO TO ACC-LOOP.                                              DBNK180P
040400 ACC-ENDED.                                                       DBNK180P
040500                                                                  DBNK180P
040600***************************************************************** DBNK180P
040700* Spread the non-maturity deposits, work out the gaps and print * DBNK180P
040800***************************************************************** DBNK180P
040900     PERFORM SPREAD-NON-MATURITY THRU                             DBNK180P
041000             SPREAD-NON-MATURITY-EXIT                             DBNK180P
041100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK180P
041200         UNTIL WS-SUB1 IS GREATER THAN 7.                         DBNK180P
041300     COMPUTE WS-BA-NON-MAT (7) =                                  DBNK180P
041400         WS-BA-NON-MAT (7) + WS-NMD-TOTAL - WS-NMD-SPREAD.        DBNK180P
041500                                                                  DBNK180P
041600     PERFORM PRINT-REPORT-HEADING THRU                            DBNK180P
041700             PRINT-REPORT-HEADING-EXIT.                           DBNK180P
041800     MOVE ZERO TO WS-CUM-GAP.                                     DBNK180P
041900     PERFORM PRINT-ONE-BUCKET THRU                                DBNK180P
042000             PRINT-ONE-BUCKET-EXIT                                DBNK180P
042100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK180P
042200         UNTIL WS-SUB1 IS GREATER THAN 7.                         DBNK180P
042300     PERFORM PRINT-TOTAL-LINE THRU                                DBNK180P
042400             PRINT-TOTAL-LINE-EXIT.                               DBNK180P
042500                                                                  DBNK180P
042600     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
042700     WRITE GAPRPT-REC.                                            DBNK180P
042800     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
042900     MOVE 'TWELVE MONTH NET INTEREST INCOME EFFECT OF A PARALLEL' DBNK180P
043000       TO GAPRPT-REC (1:53).                                      DBNK180P
043100     MOVE 'SHIFT' TO GAPRPT-REC (55:5).                           DBNK180P
043200     WRITE GAPRPT-REC.                                            DBNK180P
043300     MOVE 1.00 TO WS-SHOCK-PCT.                                   DBNK180P
043400     PERFORM PRINT-SHOCK-LINE THRU                                DBNK180P
043500             PRINT-SHOCK-LINE-EXIT.                               DBNK180P
043600     MOVE -1.00 TO WS-SHOCK-PCT.                                  DBNK180P
043700     PERFORM PRINT-SHOCK-LINE THRU                                DBNK180P
043800             PRINT-SHOCK-LINE-EXIT.                               DBNK180P
043900     MOVE 2.00 TO WS-SHOCK-PCT.                                   DBNK180P
044000     PERFORM PRINT-SHOCK-LINE THRU                                DBNK180P
044100             PRINT-SHOCK-LINE-EXIT.                               DBNK180P
044200     MOVE -2.00 TO WS-SHOCK-PCT.                                  DBNK180P
044300     PERFORM PRINT-SHOCK-LINE THRU                                DBNK180P
044400             PRINT-SHOCK-LINE-EXIT.                               DBNK180P
044500                                                                  DBNK180P
044600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK180P
044700     STRING WS-LOANS-PLACED          DELIMITED BY SIZE            DBNK180P
044800            ' loans placed'          DELIMITED BY SIZE            DBNK180P
044900       INTO WS-CONSOLE-MESSAGE.                                   DBNK180P
045000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK180P
045100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK180P
045200     STRING WS-ACCOUNTS-READ         DELIMITED BY SIZE            DBNK180P
045300            ' accounts read'         DELIMITED BY SIZE            DBNK180P
045400       INTO WS-CONSOLE-MESSAGE.                                   DBNK180P
045500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK180P
045600                                                                  DBNK180P
045700     CLOSE GAPRPT-FILE.                                           DBNK180P
045800     CLOSE BNKLOAN-FILE.                                          DBNK180P
045900     CLOSE BNKLSCH-FILE.                                          DBNK180P
046000     CLOSE BNKACC-FILE.                                           DBNK180P
046100     CLOSE BNKPARM-FILE.                                          DBNK180P
046200                                                                  DBNK180P
046300     SET BCTL-FUNC-END TO TRUE.                                   DBNK180P
046400     MOVE WS-ACCOUNTS-READ TO BCTL-RECORD-COUNT.                  DBNK180P
046500     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK180P
046600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK180P
046700                                                                  DBNK180P
046800     PERFORM RUN-TIME.                                            DBNK180P
046900                                                                  DBNK180P
047000     MOVE 0 TO RETURN-CODE.                                       DBNK180P
047100 QUICK-EXIT.                                                      DBNK180P
047200     GOBACK.                                                      DBNK180P
047300                                                                  DBNK180P
047400***************************************************************** DBNK180P
047500* A bucket's share of the non-maturity deposits, if BNKPARM     * DBNK180P
047600* holds one                                                     * DBNK180P
047700***************************************************************** DBNK180P
047800 READ-NMD-SHARE.                                                  DBNK180P
047900     MOVE SPACES TO PRM-REC-KEY.                                  DBNK180P
048000     MOVE WS-SUB1 TO WS-BUCKET-DIGIT.                             DBNK180P
048100     STRING 'NMDPCT' WS-BUCKET-DIGIT DELIMITED BY SIZE            DBNK180P
048200       INTO PRM-REC-KEY.                                          DBNK180P
048300     READ BNKPARM-FILE                                            DBNK180P
048400       INVALID KEY                                                DBNK180P
048500         CONTINUE                                                 DBNK180P
048600     END-READ.                                                    DBNK180P
048700     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK180P
048800        MOVE PRM-REC-AMOUNT TO WS-BKT-NMD-PCT (WS-SUB1)           DBNK180P
048900     END-IF.                                                      DBNK180P
049000 READ-NMD-SHARE-EXIT.                                             DBNK180P
049100     EXIT.                                                        DBNK180P
049200                                                                  DBNK180P
049300***************************************************************** DBNK180P
049400* Place one loan's unpaid principal. A fixed loan reprices only * DBNK180P
049500* as it is repaid, so each installment goes by its due date; a  * DBNK180P
049600* variable loan reprices in full at the next reset. Lines       * DBNK180P
049700* charged off are gone.                                         * DBNK180P
049800***************************************************************** DBNK180P
049900 PLACE-ONE-LOAN.                                                  DBNK180P
050000     SET WS-LOAN-IS-FIXED TO TRUE.                                DBNK180P
050100     MOVE 0 TO LOAN-PROD-SUB.                                     DBNK180P
050200 FIND-PRODUCT-LOOP.                                               DBNK180P
050300     ADD 1 TO LOAN-PROD-SUB.                                      DBNK180P
050400     IF LOAN-PROD-SUB IS GREATER THAN LOAN-PROD-COUNT             DBNK180P
050500        GO TO FIND-PRODUCT-DONE                                   DBNK180P
050600     END-IF.                                                      DBNK180P
050700     IF LOAN-PROD-CODE (LOAN-PROD-SUB) IS NOT EQUAL TO            DBNK180P
050800        BLN-REC-PROD-CODE                                         DBNK180P
050900        GO TO FIND-PRODUCT-LOOP                                   DBNK180P
051000     END-IF.                                                      DBNK180P
051100     IF LOAN-PROD-IS-VARIABLE (LOAN-PROD-SUB)                     DBNK180P
051200        SET WS-LOAN-IS-VARIABLE TO TRUE                           DBNK180P
051300     END-IF.                                                      DBNK180P
051400 FIND-PRODUCT-DONE.                                               DBNK180P
051500     MOVE ZERO TO WS-VAR-PRINCIPAL.                               DBNK180P
051600     MOVE BLN-REC-LOAN-ACCNO TO BLS-REC-LOAN-ACCNO.               DBNK180P
051700     MOVE 0 TO BLS-REC-SEQ.                                       DBNK180P
051800     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK180P
051900       INVALID KEY                                                DBNK180P
052000         GO TO PLACE-ONE-LOAN-EXIT                                DBNK180P
052100     END-START.                                                   DBNK180P
052200     ADD 1 TO WS-LOANS-PLACED.                                    DBNK180P
052300 PLACE-ONE-LOAN-LOOP.                                             DBNK180P
052400     READ BNKLSCH-FILE NEXT                                       DBNK180P
052500       AT END                                                     DBNK180P
052600         GO TO PLACE-ONE-LOAN-DONE                                DBNK180P
052700     END-READ.                                                    DBNK180P
052800     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO BLN-REC-LOAN-ACCNO     DBNK180P
052900        GO TO PLACE-ONE-LOAN-DONE                                 DBNK180P
053000     END-IF.                                                      DBNK180P
053100     IF BLS-REC-IS-PAID OR BLS-REC-IS-CHARGED-OFF                 DBNK180P
053200        GO TO PLACE-ONE-LOAN-LOOP                                 DBNK180P
053300     END-IF.                                                      DBNK180P
053400     IF WS-LOAN-IS-VARIABLE                                       DBNK180P
053500        ADD BLS-REC-PRIN-AMT TO WS-VAR-PRINCIPAL                  DBNK180P
053600     ELSE                                                         DBNK180P
053700        MOVE BLS-REC-DUE-DATE TO WS-TARGET-DATE                   DBNK180P
053800        PERFORM BUCKET-FOR-DATE THRU                              DBNK180P
053900                BUCKET-FOR-DATE-EXIT                              DBNK180P
054000        ADD BLS-REC-PRIN-AMT TO WS-BA-FIXED-LOANS (WS-BUCKET-SUB) DBNK180P
054100     END-IF.                                                      DBNK180P
054200     GO TO PLACE-ONE-LOAN-LOOP.                                   DBNK180P
054300 PLACE-ONE-LOAN-DONE.                                             DBNK180P
054400     ADD WS-VAR-PRINCIPAL TO WS-BA-VAR-LOANS (WS-RESET-BUCKET).   DBNK180P
054500 PLACE-ONE-LOAN-EXIT.                                             DBNK180P
054600     EXIT.                                                        DBNK180P
054700                                                                  DBNK180P
054800***************************************************************** DBNK180P
054900* An account with a repayment schedule is a loan, already       * DBNK180P
055000* placed from BNKLOAN                                           * DBNK180P
055100***************************************************************** DBNK180P
055200 CHECK-FOR-SCHEDULE.                                              DBNK180P
055300     SET WS-NO-SCHEDULE TO TRUE.                                  DBNK180P
055400     MOVE BAC-REC-ACCNO TO BLS-REC-LOAN-ACCNO.                    DBNK180P
055500     MOVE 0 TO BLS-REC-SEQ.                                       DBNK180P
055600     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK180P
055700       INVALID KEY                                                DBNK180P
055800         GO TO CHECK-FOR-SCHEDULE-EXIT                            DBNK180P
055900     END-START.                                                   DBNK180P
056000     READ BNKLSCH-FILE NEXT                                       DBNK180P
056100       AT END                                                     DBNK180P
056200         GO TO CHECK-FOR-SCHEDULE-EXIT                            DBNK180P
056300     END-READ.                                                    DBNK180P
056400     IF BLS-REC-LOAN-ACCNO IS EQUAL TO BAC-REC-ACCNO              DBNK180P
056500        SET WS-HAS-SCHEDULE TO TRUE                               DBNK180P
056600     END-IF.                                                      DBNK180P
056700 CHECK-FOR-SCHEDULE-EXIT.                                         DBNK180P
056800     EXIT.                                                        DBNK180P
056900                                                                  DBNK180P
057000***************************************************************** DBNK180P
057100* The bucket for a date, from the whole months between the      * DBNK180P
057200* business date and it. A date gone by, or none, is at once.    * DBNK180P
057300***************************************************************** DBNK180P
057400 BUCKET-FOR-DATE.                                                 DBNK180P
057500     MOVE ZERO TO WS-MONTHS-TO.                                   DBNK180P
057600     IF WS-TARGET-DATE IS NOT NUMERIC                             DBNK180P
057700        GO TO BUCKET-FOR-DATE-FIND                                DBNK180P
057800     END-IF.                                                      DBNK180P
057900     COMPUTE WS-MONTHS-TO =                                       DBNK180P
058000         ((WS-TGT-YYYY * 12) + WS-TGT-MM) -                       DBNK180P
058100         ((WS-RUN-YYYY * 12) + WS-RUN-MM).                        DBNK180P
058200     IF WS-TGT-DD IS LESS THAN WS-RUN-DD                          DBNK180P
058300        SUBTRACT 1 FROM WS-MONTHS-TO                              DBNK180P
058400     END-IF.                                                      DBNK180P
058500 BUCKET-FOR-DATE-FIND.                                            DBNK180P
058600     PERFORM BUCKET-FOR-MONTHS THRU                               DBNK180P
058700             BUCKET-FOR-MONTHS-EXIT.                              DBNK180P
058800 BUCKET-FOR-DATE-EXIT.                                            DBNK180P
058900     EXIT.                                                        DBNK180P
059000                                                                  DBNK180P
059100 BUCKET-FOR-MONTHS.                                               DBNK180P
059200     MOVE 1 TO WS-BUCKET-SUB.                                     DBNK180P
059300 BUCKET-FOR-MONTHS-LOOP.                                          DBNK180P
059400     IF WS-BUCKET-SUB IS EQUAL TO 7 OR                            DBNK180P
059500        WS-MONTHS-TO IS LESS THAN WS-BKT-LIMIT (WS-BUCKET-SUB)    DBNK180P
059600        GO TO BUCKET-FOR-MONTHS-EXIT                              DBNK180P
059700     END-IF.                                                      DBNK180P
059800     ADD 1 TO WS-BUCKET-SUB.                                      DBNK180P
059900     GO TO BUCKET-FOR-MONTHS-LOOP.                                DBNK180P
060000 BUCKET-FOR-MONTHS-EXIT.                                          DBNK180P
060100     EXIT.                                                        DBNK180P
060200                                                                  DBNK180P
060300 SPREAD-NON-MATURITY.                                             DBNK180P
060400     COMPUTE WS-BA-NON-MAT (WS-SUB1) ROUNDED =                    DBNK180P
060500         WS-NMD-TOTAL * WS-BKT-NMD-PCT (WS-SUB1) / 100.           DBNK180P
060600     ADD WS-BA-NON-MAT (WS-SUB1) TO WS-NMD-SPREAD.                DBNK180P
060700 SPREAD-NON-MATURITY-EXIT.                                        DBNK180P
060800     EXIT.                                                        DBNK180P
060900                                                                  DBNK180P
061000***************************************************************** DBNK180P
061100* One line per bucket with its gap and the running gap          * DBNK180P
061200***************************************************************** DBNK180P
061300 PRINT-ONE-BUCKET.                                                DBNK180P
061400     COMPUTE WS-BA-GAP (WS-SUB1) =                                DBNK180P
061500         WS-BA-FIXED-LOANS (WS-SUB1) + WS-BA-VAR-LOANS (WS-SUB1) +DBNK180P
061600         WS-BA-OVERDRAFTS (WS-SUB1) - WS-BA-TERM-DEPS (WS-SUB1) - DBNK180P
061700         WS-BA-NON-MAT (WS-SUB1).                                 DBNK180P
061800     ADD WS-BA-GAP (WS-SUB1) TO WS-CUM-GAP.                       DBNK180P
061900     ADD WS-BA-FIXED-LOANS (WS-SUB1) TO WS-GT-FIXED-LOANS.        DBNK180P
062000     ADD WS-BA-VAR-LOANS (WS-SUB1) TO WS-GT-VAR-LOANS.            DBNK180P
062100     ADD WS-BA-OVERDRAFTS (WS-SUB1) TO WS-GT-OVERDRAFTS.          DBNK180P
062200     ADD WS-BA-TERM-DEPS (WS-SUB1) TO WS-GT-TERM-DEPS.            DBNK180P
062300     ADD WS-BA-NON-MAT (WS-SUB1) TO WS-GT-NON-MAT.                DBNK180P
062400     ADD WS-BA-GAP (WS-SUB1) TO WS-GT-GAP.                        DBNK180P
062500     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
062600     MOVE WS-BKT-LABEL (WS-SUB1) TO GAPRPT-REC (1:10).            DBNK180P
062700     MOVE WS-BA-FIXED-LOANS (WS-SUB1) TO WS-EDIT-AMT.             DBNK180P
062800     MOVE WS-EDIT-AMT TO GAPRPT-REC (12:15).                      DBNK180P
062900     MOVE WS-BA-VAR-LOANS (WS-SUB1) TO WS-EDIT-AMT.               DBNK180P
063000     MOVE WS-EDIT-AMT TO GAPRPT-REC (28:15).                      DBNK180P
063100     MOVE WS-BA-OVERDRAFTS (WS-SUB1) TO WS-EDIT-AMT.              DBNK180P
063200     MOVE WS-EDIT-AMT TO GAPRPT-REC (44:15).                      DBNK180P
063300     MOVE WS-BA-TERM-DEPS (WS-SUB1) TO WS-EDIT-AMT.               DBNK180P
063400     MOVE WS-EDIT-AMT TO GAPRPT-REC (60:15).                      DBNK180P
063500     MOVE WS-BA-NON-MAT (WS-SUB1) TO WS-EDIT-AMT.                 DBNK180P
063600     MOVE WS-EDIT-AMT TO GAPRPT-REC (76:15).                      DBNK180P
063700     MOVE WS-BA-GAP (WS-SUB1) TO WS-EDIT-AMT.                     DBNK180P
063800     MOVE WS-EDIT-AMT TO GAPRPT-REC (92:15).                      DBNK180P
063900     MOVE WS-CUM-GAP TO WS-EDIT-AMT.                              DBNK180P
064000     MOVE WS-EDIT-AMT TO GAPRPT-REC (108:15).                     DBNK180P
064100     WRITE GAPRPT-REC.                                            DBNK180P
064200 PRINT-ONE-BUCKET-EXIT.                                           DBNK180P
064300     EXIT.                                                        DBNK180P
064400                                                                  DBNK180P
064500 PRINT-TOTAL-LINE.                                                DBNK180P
064600     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
064700     MOVE 'TOTAL' TO GAPRPT-REC (1:5).                            DBNK180P
064800     MOVE WS-GT-FIXED-LOANS TO WS-EDIT-AMT.                       DBNK180P
064900     MOVE WS-EDIT-AMT TO GAPRPT-REC (12:15).                      DBNK180P
065000     MOVE WS-GT-VAR-LOANS TO WS-EDIT-AMT.                         DBNK180P
065100     MOVE WS-EDIT-AMT TO GAPRPT-REC (28:15).                      DBNK180P
065200     MOVE WS-GT-OVERDRAFTS TO WS-EDIT-AMT.                        DBNK180P
065300     MOVE WS-EDIT-AMT TO GAPRPT-REC (44:15).                      DBNK180P
065400     MOVE WS-GT-TERM-DEPS TO WS-EDIT-AMT.                         DBNK180P
065500     MOVE WS-EDIT-AMT TO GAPRPT-REC (60:15).                      DBNK180P
065600     MOVE WS-GT-NON-MAT TO WS-EDIT-AMT.                           DBNK180P
065700     MOVE WS-EDIT-AMT TO GAPRPT-REC (76:15).                      DBNK180P
065800     MOVE WS-GT-GAP TO WS-EDIT-AMT.                               DBNK180P
065900     MOVE WS-EDIT-AMT TO GAPRPT-REC (92:15).                      DBNK180P
066000     WRITE GAPRPT-REC.                                            DBNK180P
066100 PRINT-TOTAL-LINE-EXIT.                                           DBNK180P
066200     EXIT.                                                        DBNK180P
066300                                                                  DBNK180P
066400***************************************************************** DBNK180P
066500* The year's income effect of one shift: the gap repricing in   * DBNK180P
066600* each bucket earns the shift for what is left of the year      * DBNK180P
066700***************************************************************** DBNK180P
066800 PRINT-SHOCK-LINE.                                                DBNK180P
066900     MOVE ZERO TO WS-NII-EFFECT.                                  DBNK180P
067000     PERFORM ADD-BUCKET-EFFECT THRU                               DBNK180P
067100             ADD-BUCKET-EFFECT-EXIT                               DBNK180P
067200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK180P
067300         UNTIL WS-SUB1 IS GREATER THAN 7.                         DBNK180P
067400     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
067500     IF WS-SHOCK-PCT IS LESS THAN ZERO                            DBNK180P
067600        MOVE 'DOWN' TO GAPRPT-REC (1:4)                           DBNK180P
067700     ELSE                                                         DBNK180P
067800        MOVE 'UP' TO GAPRPT-REC (1:2)                             DBNK180P
067900     END-IF.                                                      DBNK180P
068000     MOVE WS-SHOCK-PCT TO WS-EDIT-PCT.                            DBNK180P
068100     MOVE WS-EDIT-PCT TO GAPRPT-REC (6:6).                        DBNK180P
068200     MOVE 'PERCENT' TO GAPRPT-REC (13:7).                         DBNK180P
068300     MOVE WS-NII-EFFECT TO WS-EDIT-AMT.                           DBNK180P
068400     MOVE WS-EDIT-AMT TO GAPRPT-REC (92:15).                      DBNK180P
068500     WRITE GAPRPT-REC.                                            DBNK180P
068600 PRINT-SHOCK-LINE-EXIT.                                           DBNK180P
068700     EXIT.                                                        DBNK180P
068800                                                                  DBNK180P
068900 ADD-BUCKET-EFFECT.                                               DBNK180P
069000     COMPUTE WS-NII-EFFECT ROUNDED = WS-NII-EFFECT +              DBNK180P
069100         (WS-BA-GAP (WS-SUB1) * WS-BKT-WEIGHT (WS-SUB1) *         DBNK180P
069200          WS-SHOCK-PCT / 100).                                    DBNK180P
069300 ADD-BUCKET-EFFECT-EXIT.                                          DBNK180P
069400     EXIT.                                                        DBNK180P
069500                                                                  DBNK180P
069600***************************************************************** DBNK180P
069700* Report headings                                               * DBNK180P
069800***************************************************************** DBNK180P
069900 PRINT-REPORT-HEADING.                                            DBNK180P
070000     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
070100     STRING 'INTEREST RATE REPRICING GAP AS OF '                  DBNK180P
070200                                          DELIMITED BY SIZE       DBNK180P
070300            WS-RUN-DATE                   DELIMITED BY SIZE       DBNK180P
070400       INTO GAPRPT-REC.                                           DBNK180P
070500     WRITE GAPRPT-REC.                                            DBNK180P
070600     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
070700     MOVE WS-VAR-RESET-MM TO WS-EDIT-PCT.                         DBNK180P
070800     STRING 'VARIABLE LOANS RESET IN '    DELIMITED BY SIZE       DBNK180P
070900            WS-EDIT-PCT (1:3)             DELIMITED BY SIZE       DBNK180P
071000            ' MONTHS'                     DELIMITED BY SIZE       DBNK180P
071100       INTO GAPRPT-REC.                                           DBNK180P
071200     WRITE GAPRPT-REC.                                            DBNK180P
071300     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
071400     MOVE '---------- ASSETS ----------------------------'        DBNK180P
071500       TO GAPRPT-REC (12:47).                                     DBNK180P
071600     MOVE '------ LIABILITIES ------------'                       DBNK180P
071700       TO GAPRPT-REC (60:31).                                     DBNK180P
071800     WRITE GAPRPT-REC.                                            DBNK180P
071900     MOVE SPACES TO GAPRPT-REC.                                   DBNK180P
072000     MOVE 'REPRICING' TO GAPRPT-REC (1:9).                        DBNK180P
072100     MOVE '    FIXED LOANS' TO GAPRPT-REC (12:15).                DBNK180P
072200     MOVE ' VARIABLE LOANS' TO GAPRPT-REC (28:15).                DBNK180P
072300     MOVE '     OVERDRAFTS' TO GAPRPT-REC (44:15).                DBNK180P
072400     MOVE '  TERM DEPOSITS' TO GAPRPT-REC (60:15).                DBNK180P
072500     MOVE '   NON-MATURITY' TO GAPRPT-REC (76:15).                DBNK180P
072600     MOVE '            GAP' TO GAPRPT-REC (92:15).                DBNK180P
072700     MOVE ' CUMULATIVE GAP' TO GAPRPT-REC (108:15).               DBNK180P
072800     WRITE GAPRPT-REC.                                            DBNK180P
072900 PRINT-REPORT-HEADING-EXIT.                                       DBNK180P
073000     EXIT.                                                        DBNK180P
073100                                                                  DBNK180P
073200***************************************************************** DBNK180P
073300* Check file open OK                                            * DBNK180P
073400***************************************************************** DBNK180P
073500 CHECK-OPEN.                                                      DBNK180P
073600     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK180P
073700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK180P
073800        STRING WS-FILE       DELIMITED BY ' '                     DBNK180P
073900               ' opened ok' DELIMITED BY SIZE                     DBNK180P
074000          INTO WS-CONSOLE-MESSAGE                                 DBNK180P
074100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK180P
074200     ELSE                                                         DBNK180P
074300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK180P
074400        STRING WS-FILE          DELIMITED BY ' '                  DBNK180P
074500               ' did not open' DELIMITED BY SIZE                  DBNK180P
074600          INTO WS-CONSOLE-MESSAGE                                 DBNK180P
074700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK180P
074800        PERFORM DISPLAY-IO-STATUS                                 DBNK180P
074900        ADD 1 TO WS-OPEN-ERROR                                    DBNK180P
075000     END-IF.                                                      DBNK180P
075100 CHECK-OPEN-EXIT.                                                 DBNK180P
075200     EXIT.                                                        DBNK180P
075300                                                                  DBNK180P
075400***************************************************************** DBNK180P
075500* Display the file status bytes. This routine will display as  *  DBNK180P
075600* two digits if the full two byte file status is numeric. If   *  DBNK180P
075700* second byte is non-numeric then it will be treated as a      *  DBNK180P
075800* binary number.                                                * DBNK180P
075900***************************************************************** DBNK180P
076000 DISPLAY-IO-STATUS.                                               DBNK180P
076100     IF WS-IO-STATUS NUMERIC                                      DBNK180P
076200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK180P
076300        STRING 'File status -' DELIMITED BY SIZE                  DBNK180P
076400               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK180P
076500          INTO WS-CONSOLE-MESSAGE                                 DBNK180P
076600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK180P
076700     ELSE                                                         DBNK180P
076800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK180P
076900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK180P
077000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK180P
077100        STRING 'File status -' DELIMITED BY SIZE                  DBNK180P
077200               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK180P
077300               '/'            DELIMITED BY SIZE                   DBNK180P
077400               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK180P
077500          INTO WS-CONSOLE-MESSAGE                                 DBNK180P
077600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK180P
077700     END-IF.                                                      DBNK180P
077800                                                                  DBNK180P
077900***************************************************************** DBNK180P
078000* Display CONSOLE messages...                                   * DBNK180P
078100***************************************************************** DBNK180P
078200 DISPLAY-CONSOLE-MESSAGE.                                         DBNK180P
078300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK180P
078400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK180P
078500                                                                  DBNK180P
078600 COPY CTIMERP.                                                    DBNK180P
078700                                                                  DBNK180P
