000100***************************************************************** DBNK150P
000200*                                                               * DBNK150P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK150P
000400*   This demonstration program is provided for use by users     * DBNK150P
000500*   of Micro Focus products and may be used, modified and       * DBNK150P
000600*   distributed as part of your application provided that       * DBNK150P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK150P
000800*   in this material.                                           * DBNK150P
000900*                                                               * DBNK150P
001000***************************************************************** DBNK150P
001100                                                                  DBNK150P
001200***************************************************************** DBNK150P
001300* Program:     DBNK150P.CBL                                     * DBNK150P
001400* Function:    Month-end loan loss provisioning. Each drawn     * DBNK150P
001500*              loan's outstanding principal (its unpaid         * DBNK150P
001600*              BNKLSCH installments) is bucketed by the age of  * DBNK150P
001700*              its oldest unpaid installment - the DBANK67P     * DBNK150P
001800*              30/60/90-plus convention - and a loss rate held  * DBNK150P
001900*              on BNKPARM is applied, with a separate set of    * DBNK150P
002000*              rates for loans restructured on BNKLMOD. The     * DBNK150P
002100*              result is kept per loan on BNKLPRV; the net      * DBNK150P
002200*              change from last month, loans paid off or        * DBNK150P
002300*              charged off included, posts to BNKLEDG against   * DBNK150P
002400*              the provision house account in category PROV.    * DBNK150P
002500*              The report by branch and product (LLPRPT) is     * DBNK150P
002600*              archived by DBANK84P under id LOANPROV.          * DBNK150P
002700*              VSAM version                                     * DBNK150P
002800***************************************************************** DBNK150P
002900                                                                  DBNK150P
003000 IDENTIFICATION DIVISION.                                         DBNK150P
003100 PROGRAM-ID.                                                      DBNK150P
003200     DBNK150P.                                                    DBNK150P
003300 DATE-WRITTEN.                                                    DBNK150P
003400     September 2007.                                              DBNK150P
003500 DATE-COMPILED.                                                   DBNK150P
003600     Today.                                                       DBNK150P
003700                                                                  DBNK150P
003800 ENVIRONMENT DIVISION.                                            DBNK150P
003900                                                                  DBNK150P
004000 INPUT-OUTPUT   SECTION.                                          DBNK150P
004100   FILE-CONTROL.                                                  DBNK150P
004200     SELECT LLPRPT-FILE                                           DBNK150P
004300            ASSIGN       TO LLPRPT                                DBNK150P
004400            ORGANIZATION IS SEQUENTIAL                            DBNK150P
004500            FILE STATUS  IS WS-LLPRPT-STATUS.                     DBNK150P
004600                                                                  DBNK150P
004700     SELECT BNKLSCH-FILE                                          DBNK150P
004800            ASSIGN       TO BNKLSCH                               DBNK150P
004900            ORGANIZATION IS INDEXED                               DBNK150P
005000            ACCESS MODE  IS SEQUENTIAL                            DBNK150P
005100            RECORD KEY   IS BLS-REC-KEY                           DBNK150P
005200            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK150P
005300                                                                  DBNK150P
005400     SELECT BNKACC-FILE                                           DBNK150P
005500            ASSIGN       TO BNKACC                                DBNK150P
005600            ORGANIZATION IS INDEXED                               DBNK150P
005700            ACCESS MODE  IS RANDOM                                DBNK150P
005800            RECORD KEY   IS BAC-REC-ACCNO                         DBNK150P
005900            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK150P
006000            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK150P
006100                                                                  DBNK150P
006200     SELECT BNKLMOD-FILE                                          DBNK150P
006300            ASSIGN       TO BNKLMOD                               DBNK150P
006400            ORGANIZATION IS INDEXED                               DBNK150P
006500            ACCESS MODE  IS DYNAMIC                               DBNK150P
006600            RECORD KEY   IS BMH-REC-KEY                           DBNK150P
006700            FILE STATUS  IS WS-BNKLMOD-STATUS.                    DBNK150P
006800                                                                  DBNK150P
006900     SELECT BNKLPRV-FILE                                          DBNK150P
007000            ASSIGN       TO BNKLPRV                               DBNK150P
007100            ORGANIZATION IS INDEXED                               DBNK150P
007200            ACCESS MODE  IS DYNAMIC                               DBNK150P
007300            RECORD KEY   IS BLV-REC-LOAN-ACCNO                    DBNK150P
007400            FILE STATUS  IS WS-BNKLPRV-STATUS.                    DBNK150P
007500                                                                  DBNK150P
007600     SELECT BNKLEDG-FILE                                          DBNK150P
007700            ASSIGN       TO BNKLEDG                               DBNK150P
007800            ORGANIZATION IS INDEXED                               DBNK150P
007900            ACCESS MODE  IS RANDOM                                DBNK150P
008000            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK150P
008100            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK150P
008200            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK150P
008300                                                                  DBNK150P
008400     SELECT BNKPARM-FILE                                          DBNK150P
008500            ASSIGN       TO BNKPARM                               DBNK150P
008600            ORGANIZATION IS INDEXED                               DBNK150P
008700            ACCESS MODE  IS RANDOM                                DBNK150P
008800            RECORD KEY   IS PRM-REC-KEY                           DBNK150P
008900            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK150P
009000                                                                  DBNK150P
009100 DATA DIVISION.                                                   DBNK150P
009200                                                                  DBNK150P
009300 FILE SECTION.                                                    DBNK150P
009400 FD  LLPRPT-FILE.                                                 DBNK150P
009500 01  LLPRPT-REC                         PIC X(132).               DBNK150P
009600                                                                  DBNK150P
009700 FD  BNKLSCH-FILE.                                                DBNK150P
009800 01  BNKLSCH-REC.                                                 DBNK150P
009900 COPY CBANKVLS.                                                   DBNK150P
010000                                                                  DBNK150P
010100 FD  BNKACC-FILE.                                                 DBNK150P
010200 01  BNKACC-REC.                                                  DBNK150P
010300 COPY CBANKVAC.                                                   DBNK150P
010400                                                                  DBNK150P
010500 FD  BNKLMOD-FILE.                                                DBNK150P
010600 01  BNKLMOD-REC.                                                 DBNK150P
010700 COPY CBANKVMH.                                                   DBNK150P
010800                                                                  DBNK150P
010900 FD  BNKLPRV-FILE.                                                DBNK150P
011000 01  BNKLPRV-REC.                                                 DBNK150P
011100 COPY CBANKVLV.                                                   DBNK150P
011200                                                                  DBNK150P
011300 FD  BNKLEDG-FILE.                                                DBNK150P
011400 01  BNKLEDG-REC.                                                 DBNK150P
011500 COPY CBANKVLG.                                                   DBNK150P
011600                                                                  DBNK150P
011700 FD  BNKPARM-FILE.                                                DBNK150P
011800 01  BNKPARM-REC.                                                 DBNK150P
011900 COPY CBANKVPM.                                                   DBNK150P
012000                                                                  DBNK150P
012100 WORKING-STORAGE SECTION.                                         DBNK150P
012200 COPY CTIMERD.                                                    DBNK150P
012300 COPY CTSTAMPD.                                                   DBNK150P
012400                                                                  DBNK150P
012500 01  WS-MISC-STORAGE.                                             DBNK150P
012600   05  WS-PROGRAM-ID                         PIC X(8)             DBNK150P
012700       VALUE 'DBNK150P'.                                          DBNK150P
012800                                                                  DBNK150P
012900   05  WS-LLPRPT-STATUS.                                          DBNK150P
013000     10  WS-LLPRPT-STAT1                       PIC X(1).          DBNK150P
013100     10  WS-LLPRPT-STAT2                       PIC X(1).          DBNK150P
013200   05  WS-BNKLSCH-STATUS.                                         DBNK150P
013300     10  WS-BNKLSCH-STAT1                      PIC X(1).          DBNK150P
013400     10  WS-BNKLSCH-STAT2                      PIC X(1).          DBNK150P
013500   05  WS-BNKACC-STATUS.                                          DBNK150P
013600     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK150P
013700     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK150P
013800   05  WS-BNKLMOD-STATUS.                                         DBNK150P
013900     10  WS-BNKLMOD-STAT1                      PIC X(1).          DBNK150P
014000     10  WS-BNKLMOD-STAT2                      PIC X(1).          DBNK150P
014100   05  WS-BNKLPRV-STATUS.                                         DBNK150P
014200     10  WS-BNKLPRV-STAT1                      PIC X(1).          DBNK150P
014300     10  WS-BNKLPRV-STAT2                      PIC X(1).          DBNK150P
014400   05  WS-BNKLEDG-STATUS.                                         DBNK150P
014500     10  WS-BNKLEDG-STAT1                      PIC X(1).          DBNK150P
014600     10  WS-BNKLEDG-STAT2                      PIC X(1).          DBNK150P
014700   05  WS-BNKPARM-STATUS.                                         DBNK150P
014800     10  WS-BNKPARM-STAT1                      PIC X(1).          DBNK150P
014900     10  WS-BNKPARM-STAT2                      PIC X(1).          DBNK150P
015000                                                                  DBNK150P
015100   05  WS-IO-STATUS.                                              DBNK150P
015200     10  WS-IO-STAT1                          PIC X(1).           DBNK150P
015300     10  WS-IO-STAT2                          PIC X(1).           DBNK150P
015400                                                                  DBNK150P
015500   05  WS-TWO-BYTES.                                              DBNK150P
015600     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK150P
015700     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK150P
015800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK150P
015900                                              PIC 9(1) COMP.      DBNK150P
016000                                                                  DBNK150P
016100   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK150P
016200     88  OPEN-OK                              VALUE 0.            DBNK150P
016300                                                                  DBNK150P
016400   05  WS-FILE                               PIC X(16).           DBNK150P
016500                                                                  DBNK150P
016600   05  WS-RUN-DATE                           PIC X(8).            DBNK150P
016700   05  WS-RUN-YYYY                           PIC 9(4).            DBNK150P
016800   05  WS-RUN-MM                             PIC 9(2).            DBNK150P
016900   05  WS-RUN-DD                             PIC 9(2).            DBNK150P
017000   05  WS-DUE-YYYY                           PIC 9(4).            DBNK150P
017100   05  WS-DUE-MM                             PIC 9(2).            DBNK150P
017200   05  WS-DUE-DD                             PIC 9(2).            DBNK150P
017300   05  WS-DAYS-PAST-DUE                      PIC S9(5)            DBNK150P
017400                                             COMP-3.              DBNK150P
017500   05  WS-PERIOD                             PIC X(8).            DBNK150P
017600                                                                  DBNK150P
017700* house account the provision is held on, next to the suspense    DBNK150P
017800* and holding accounts at the top of the number range             DBNK150P
017900   05  WS-PROV-ACCNO                         PIC X(9)             DBNK150P
018000       VALUE '999999960'.                                         DBNK150P
018100                                                                  DBNK150P
018200   05  WS-CUR-LOAN-ACCNO                     PIC X(9).            DBNK150P
018300   05  WS-CUR-PID                            PIC X(5).            DBNK150P
018400   05  WS-CUR-BRANCH                         PIC X(4).            DBNK150P
018500   05  WS-CUR-TYPE                           PIC 9(1).            DBNK150P
018600   05  WS-OLDEST-DUE                         PIC X(8).            DBNK150P
018700   05  WS-LOAN-OUTSTANDING                   PIC S9(9)V99         DBNK150P
018800                                             COMP-3.              DBNK150P
018900   05  WS-LOAN-BUCKET                        PIC X(1).            DBNK150P
019000   05  WS-LOAN-RESTRUCT                      PIC X(1).            DBNK150P
019100     88  WS-LOAN-IS-RESTRUCTURED              VALUE 'Y'.          DBNK150P
019200     88  WS-LOAN-NOT-RESTRUCTURED             VALUE 'N'.          DBNK150P
019300   05  WS-LOAN-RATE                          PIC 9(3)V99.         DBNK150P
019400   05  WS-LOAN-PROVISION                     PIC S9(9)V99         DBNK150P
019500                                             COMP-3.              DBNK150P
019600   05  WS-PRIOR-PROVISION                    PIC S9(9)V99         DBNK150P
019700                                             COMP-3.              DBNK150P
019800   05  WS-LOAN-CHANGE                        PIC S9(9)V99         DBNK150P
019900                                             COMP-3.              DBNK150P
020000   05  WS-PRV-FOUND                          PIC X(1).            DBNK150P
020100     88  WS-PRV-IS-FOUND                      VALUE 'Y'.          DBNK150P
020200     88  WS-PRV-NOT-FOUND                     VALUE 'N'.          DBNK150P
020300                                                                  DBNK150P
020400   05  WS-INSTALLMENTS-READ                  PIC 9(7)             DBNK150P
020500       VALUE ZERO.                                                DBNK150P
020600   05  WS-LOANS-PROVIDED                     PIC 9(5)             DBNK150P
020700       VALUE ZERO.                                                DBNK150P
020800   05  WS-LOANS-RELEASED                     PIC 9(5)             DBNK150P
020900       VALUE ZERO.                                                DBNK150P
021000   05  WS-TOTAL-PROVISION                    PIC S9(11)V99        DBNK150P
021100                                             COMP-3 VALUE ZERO.   DBNK150P
021200   05  WS-NET-CHANGE                         PIC S9(11)V99        DBNK150P
021300                                             COMP-3 VALUE ZERO.   DBNK150P
021400   05  WS-POST-AMOUNT                        PIC S9(7)V99         DBNK150P
021500                                             COMP-3.              DBNK150P
021600                                                                  DBNK150P
021700   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK150P
021800   05  WS-EDIT-RATE                          PIC ZZ9.99.          DBNK150P
021900   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK150P
022000                                                                  DBNK150P
022100   05  WS-SUB1                               PIC S9(4) COMP.      DBNK150P
022200   05  WS-SLOT-FOUND                         PIC X(1).            DBNK150P
022300     88  WS-SLOT-IS-FOUND                     VALUE 'Y'.          DBNK150P
022400     88  WS-SLOT-NOT-FOUND                    VALUE 'N'.          DBNK150P
022500                                                                  DBNK150P
022600* Loss rates, per cent of outstanding principal. The BNKPARM      DBNK150P
022700* keys override these defaults: LLPSTDnn for ordinary loans and   DBNK150P
022800* LLPRSTnn for restructured ones, nn the bucket 00/30/60/90       DBNK150P
022900 01  WS-RATE-TABLE.                                               DBNK150P
023000   05  WS-RATE-ENTRY OCCURS 8 TIMES.                              DBNK150P
023100     10  WS-RT-KEY                           PIC X(8).            DBNK150P
023200     10  WS-RT-RATE                          PIC 9(3)V99.         DBNK150P
023300 01  WS-RATE-DEFAULTS.                                            DBNK150P
023400   05  FILLER                  PIC X(13) VALUE 'LLPSTD0000100'.   DBNK150P
023500   05  FILLER                  PIC X(13) VALUE 'LLPSTD3000500'.   DBNK150P
023600   05  FILLER                  PIC X(13) VALUE 'LLPSTD6002500'.   DBNK150P
023700   05  FILLER                  PIC X(13) VALUE 'LLPSTD9005000'.   DBNK150P
023800   05  FILLER                  PIC X(13) VALUE 'LLPRST0000500'.   DBNK150P
023900   05  FILLER                  PIC X(13) VALUE 'LLPRST3001500'.   DBNK150P
024000   05  FILLER                  PIC X(13) VALUE 'LLPRST6004000'.   DBNK150P
024100   05  FILLER                  PIC X(13) VALUE 'LLPRST9007500'.   DBNK150P
024200                                                                  DBNK150P
024300 01  WS-GROUP-TOTALS.                                             DBNK150P
024400   05  WS-GROUP-COUNT                        PIC S9(4) COMP       DBNK150P
024500       VALUE ZERO.                                                DBNK150P
024600   05  WS-GROUP-ENTRY OCCURS 100 TIMES.                           DBNK150P
024700     10  WS-GT-BRANCH                        PIC X(4).            DBNK150P
024800     10  WS-GT-TYPE                          PIC 9(1).            DBNK150P
024900     10  WS-GT-LOANS                         PIC S9(5)            DBNK150P
025000                                             COMP-3.              DBNK150P
025100     10  WS-GT-OUTSTANDING                   PIC S9(11)V99        DBNK150P
025200                                             COMP-3.              DBNK150P
025300     10  WS-GT-PROVISION                     PIC S9(11)V99        DBNK150P
025400                                             COMP-3.              DBNK150P
025500     10  WS-GT-CHANGE                        PIC S9(11)V99        DBNK150P
025600                                             COMP-3.              DBNK150P
025700                                                                  DBNK150P
025800 01  WS-TWOS-COMP.                                                DBNK150P
025900   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK150P
026000   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK150P
026100   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK150P
026200                                                                  DBNK150P
026300 COPY CBANKTXD.                                                   DBNK150P
026400                                                                  DBNK150P
026500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK150P
026600                                                                  DBNK150P
026700 01  WS-BCTL-DATA.                                                DBNK150P
026800 COPY CBCTLD.                                                     DBNK150P
026900                                                                  DBNK150P
027000 01  WS-BUSD-DATA.                                                DBNK150P
027100 COPY CBUSDD.                                                     DBNK150P
027200                                                                  DBNK150P
027300 01  WS-TREF-DATA.                                                DBNK150P
027400 COPY CTREFD.                                                     DBNK150P
027500                                                                  DBNK150P
027600 01  WS-FJRN-DATA.                                                DBNK150P
027700 COPY CFJRND.                                                     DBNK150P
027800                                                                  DBNK150P
027900 PROCEDURE DIVISION.                                              DBNK150P
028000     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK150P
028100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK150P
028200     PERFORM RUN-TIME.                                            DBNK150P
028300                                                                  DBNK150P
028400***************************************************************** DBNK150P
028500* Register this run in the batch control file keyed on the      * DBNK150P
028600* business month, so a month's provision cannot post twice      * DBNK150P
028700***************************************************************** DBNK150P
028800     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK150P
028900     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK150P
029000     MOVE WS-RUN-DATE TO WS-PERIOD.                               DBNK150P
029100     MOVE '01' TO WS-PERIOD (7:2).                                DBNK150P
029200     MOVE 'DBNK150P' TO BCTL-JOB-NAME.                            DBNK150P
029300     MOVE WS-PERIOD TO BCTL-BUS-DATE.                             DBNK150P
029400     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK150P
029500     SET BCTL-FUNC-START TO TRUE.                                 DBNK150P
029600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK150P
029700     IF NOT BCTL-OK                                               DBNK150P
029800        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK150P
029900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK150P
030000        MOVE 8 TO RETURN-CODE                                     DBNK150P
030100        GO TO QUICK-EXIT                                          DBNK150P
030200     END-IF.                                                      DBNK150P
030300                                                                  DBNK150P
030400     SET OPEN-OK TO TRUE.                                         DBNK150P
030500                                                                  DBNK150P
030600     OPEN OUTPUT LLPRPT-FILE.                                     DBNK150P
030700     MOVE WS-LLPRPT-STATUS TO WS-IO-STATUS.                       DBNK150P
030800     MOVE 'LLPRPT-FILE' TO WS-FILE.                               DBNK150P
030900     PERFORM CHECK-OPEN THRU                                      DBNK150P
031000             CHECK-OPEN-EXIT.                                     DBNK150P
031100                                                                  DBNK150P
031200     OPEN INPUT BNKLSCH-FILE.                                     DBNK150P
031300     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK150P
031400     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK150P
031500     PERFORM CHECK-OPEN THRU                                      DBNK150P
031600             CHECK-OPEN-EXIT.                                     DBNK150P
031700                                                                  DBNK150P
031800     OPEN INPUT BNKACC-FILE.                                      DBNK150P
031900     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK150P
032000     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK150P
032100     PERFORM CHECK-OPEN THRU                                      DBNK150P
032200             CHECK-OPEN-EXIT.                                     DBNK150P
032300                                                                  DBNK150P
032400     OPEN INPUT BNKLMOD-FILE.                                     DBNK150P
032500     MOVE WS-BNKLMOD-STATUS TO WS-IO-STATUS.                      DBNK150P
032600     MOVE 'BNKLMOD-FILE' TO WS-FILE.                              DBNK150P
032700     PERFORM CHECK-OPEN THRU                                      DBNK150P
032800             CHECK-OPEN-EXIT.                                     DBNK150P
032900                                                                  DBNK150P
033000     OPEN I-O BNKLPRV-FILE.                                       DBNK150P
033100     MOVE WS-BNKLPRV-STATUS TO WS-IO-STATUS.                      DBNK150P
033200     MOVE 'BNKLPRV-FILE' TO WS-FILE.                              DBNK150P
033300     PERFORM CHECK-OPEN THRU                                      DBNK150P
033400             CHECK-OPEN-EXIT.                                     DBNK150P
033500                                                                  DBNK150P
033600     OPEN I-O BNKLEDG-FILE.                                       DBNK150P
033700     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK150P
033800     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK150P
033900     PERFORM CHECK-OPEN THRU                                      DBNK150P
034000             CHECK-OPEN-EXIT.                                     DBNK150P
034100                                                                  DBNK150P
034200     OPEN INPUT BNKPARM-FILE.                                     DBNK150P
034300     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK150P
034400     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK150P
034500     PERFORM CHECK-OPEN THRU                                      DBNK150P
034600             CHECK-OPEN-EXIT.                                     DBNK150P
034700                                                                  DBNK150P
034800     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK150P
034900        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK150P
035000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK150P
035100        MOVE 16 TO RETURN-CODE                                    DBNK150P
035200        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK150P
035300        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK150P
035400        GO TO QUICK-EXIT                                          DBNK150P
035500     END-IF.                                                      DBNK150P
035600                                                                  DBNK150P
035700     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.                       DBNK150P
035800     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.                         DBNK150P
035900     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DD.                         DBNK150P
036000                                                                  DBNK150P
036100     MOVE WS-RATE-DEFAULTS TO WS-RATE-TABLE.                      DBNK150P
036200     PERFORM LOAD-LOSS-RATE THRU                                  DBNK150P
036300             LOAD-LOSS-RATE-EXIT                                  DBNK150P
036400       VARYING WS-SUB1 FROM 1 BY 1                                DBNK150P
036500         UNTIL WS-SUB1 IS GREATER THAN 8.                         DBNK150P
036600                                                                  DBNK150P
036700     PERFORM PRINT-REPORT-HEADING THRU                            DBNK150P
036800             PRINT-REPORT-HEADING-EXIT.                           DBNK150P
036900                                                                  DBNK150P
037000***************************************************************** DBNK150P
037100* Pass one - walk the schedule a loan at a time, providing      * DBNK150P
037200* against what each one still owes                              * DBNK150P
037300***************************************************************** DBNK150P
037400     MOVE SPACES TO WS-CUR-LOAN-ACCNO.                            DBNK150P
037500     MOVE SPACES TO WS-OLDEST-DUE.                                DBNK150P
037600     MOVE ZERO TO WS-LOAN-OUTSTANDING.                            DBNK150P
037700 BNKLSCH-LOOP.                                                    DBNK150P
037800     READ BNKLSCH-FILE                                            DBNK150P
037900       AT END                                                     DBNK150P
038000         GO TO BNKLSCH-BREAK                                      DBNK150P
038100     END-READ.                                                    DBNK150P
038200     ADD 1 TO WS-INSTALLMENTS-READ.                               DBNK150P
038300     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO WS-CUR-LOAN-ACCNO      DBNK150P
038400        PERFORM LOAN-BREAK THRU                                   DBNK150P
038500                LOAN-BREAK-EXIT                                   DBNK150P
038600        MOVE BLS-REC-LOAN-ACCNO TO WS-CUR-LOAN-ACCNO              DBNK150P
038700        MOVE BLS-REC-PID TO WS-CUR-PID                            DBNK150P
038800     END-IF.                                                      DBNK150P
038900     IF BLS-REC-IS-PAID OR BLS-REC-IS-CHARGED-OFF                 DBNK150P
039000        GO TO BNKLSCH-LOOP                                        DBNK150P
039100     END-IF.                                                      DBNK150P
039200     ADD BLS-REC-PRIN-AMT TO WS-LOAN-OUTSTANDING.                 DBNK150P
039300     IF BLS-REC-DUE-DATE IS LESS THAN WS-RUN-DATE                 DBNK150P
039400        IF WS-OLDEST-DUE IS EQUAL TO SPACES OR                    DBNK150P
039500           BLS-REC-DUE-DATE IS LESS THAN WS-OLDEST-DUE            DBNK150P
039600           MOVE BLS-REC-DUE-DATE TO WS-OLDEST-DUE                 DBNK150P
039700        END-IF                                                    DBNK150P
039800     END-IF.                                                      DBNK150P
039900     GO TO BNKLSCH-LOOP.                                          DBNK150P
040000 BNKLSCH-BREAK.                                                   DBNK150P
040100     PERFORM LOAN-BREAK THRU                                      DBNK150P
040200             LOAN-BREAK-EXIT.                                     DBNK150P
040300                                                                  DBNK150P
040400***************************************************************** DBNK150P
040500* Pass two - a loan provided for last month that owes nothing   * DBNK150P
040600* now (paid off or charged off) has its provision released      * DBNK150P
040700***************************************************************** DBNK150P
040800     MOVE LOW-VALUES TO BLV-REC-LOAN-ACCNO.                       DBNK150P
040900     START BNKLPRV-FILE KEY IS NOT LESS THAN BLV-REC-LOAN-ACCNO   DBNK150P
041000       INVALID KEY                                                DBNK150P
041100         GO TO RELEASE-ENDED                                      DBNK150P
041200     END-START.                                                   DBNK150P
041300 RELEASE-LOOP.                                                    DBNK150P
041400     READ BNKLPRV-FILE NEXT                                       DBNK150P
041500       AT END                                                     DBNK150P
041600         GO TO RELEASE-ENDED                                      DBNK150P
041700     END-READ.                                                    DBNK150P
041800     IF BLV-REC-PERIOD IS EQUAL TO WS-PERIOD OR                   DBNK150P
041900        BLV-REC-AMOUNT IS EQUAL TO ZERO                           DBNK150P
042000        GO TO RELEASE-LOOP                                        DBNK150P
042100     END-IF.                                                      DBNK150P
042200     PERFORM RELEASE-PROVISION THRU                               DBNK150P
042300             RELEASE-PROVISION-EXIT.                              DBNK150P
042400     GO TO RELEASE-LOOP.                                          DBNK150P
042500 RELEASE-ENDED.                                                   DBNK150P
042600                                                                  DBNK150P
042700     PERFORM POST-PROVISION-CHANGE THRU                           DBNK150P
042800             POST-PROVISION-CHANGE-EXIT.                          DBNK150P
042900     PERFORM PRINT-GROUP-TOTALS THRU                              DBNK150P
043000             PRINT-GROUP-TOTALS-EXIT.                             DBNK150P
043100                                                                  DBNK150P
043200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK150P
043300     STRING WS-LOANS-PROVIDED DELIMITED BY SIZE                   DBNK150P
043400            ' loans provided for' DELIMITED BY SIZE               DBNK150P
043500       INTO WS-CONSOLE-MESSAGE.                                   DBNK150P
043600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK150P
043700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK150P
043800     STRING WS-LOANS-RELEASED DELIMITED BY SIZE                   DBNK150P
043900            ' provisions released' DELIMITED BY SIZE              DBNK150P
044000       INTO WS-CONSOLE-MESSAGE.                                   DBNK150P
044100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK150P
044200                                                                  DBNK150P
044300     CLOSE LLPRPT-FILE.                                           DBNK150P
044400     CLOSE BNKLSCH-FILE.                                          DBNK150P
044500     CLOSE BNKACC-FILE.                                           DBNK150P
044600     CLOSE BNKLMOD-FILE.                                          DBNK150P
044700     CLOSE BNKLPRV-FILE.                                          DBNK150P
044800     CLOSE BNKLEDG-FILE.                                          DBNK150P
044900     CLOSE BNKPARM-FILE.                                          DBNK150P
045000                                                                  DBNK150P
045100     SET BCTL-FUNC-END TO TRUE.                                   DBNK150P
045200     MOVE WS-INSTALLMENTS-READ TO BCTL-RECORD-COUNT.              DBNK150P
045300     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK150P
045400     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK150P
045500                                                                  DBNK150P
045600     PERFORM RUN-TIME.                                            DBNK150P
045700                                                                  DBNK150P
045800     MOVE 0 TO RETURN-CODE.                                       DBNK150P
045900 QUICK-EXIT.                                                      DBNK150P
046000     GOBACK.                                                      DBNK150P
046100                                                                  DBNK150P
046200***************************************************************** DBNK150P
046300* Replace a default loss rate with the BNKPARM value when the   * DBNK150P
046400* bank has set one                                              * DBNK150P
046500***************************************************************** DBNK150P
046600 LOAD-LOSS-RATE.                                                  DBNK150P
046700     MOVE WS-RT-KEY (WS-SUB1) TO PRM-REC-KEY.                     DBNK150P
046800     READ BNKPARM-FILE                                            DBNK150P
046900       INVALID KEY                                                DBNK150P
047000         GO TO LOAD-LOSS-RATE-EXIT                                DBNK150P
047100     END-READ.                                                    DBNK150P
047200     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK150P
047300        PRM-REC-AMOUNT IS NOT GREATER THAN 100                    DBNK150P
047400        MOVE PRM-REC-AMOUNT TO WS-RT-RATE (WS-SUB1)               DBNK150P
047500     END-IF.                                                      DBNK150P
047600 LOAD-LOSS-RATE-EXIT.                                             DBNK150P
047700     EXIT.                                                        DBNK150P
047800                                                                  DBNK150P
047900***************************************************************** DBNK150P
048000* Provide for the loan just walked. The bucket follows the      * DBNK150P
048100* oldest unpaid installment, by the same close-enough day       * DBNK150P
048200* arithmetic the arrears aging uses                             * DBNK150P
048300***************************************************************** DBNK150P
048400 LOAN-BREAK.                                                      DBNK150P
048500     IF WS-CUR-LOAN-ACCNO IS EQUAL TO SPACES OR                   DBNK150P
048600        WS-LOAN-OUTSTANDING IS NOT GREATER THAN ZERO              DBNK150P
048700        GO TO LOAN-BREAK-RESET                                    DBNK150P
048800     END-IF.                                                      DBNK150P
048900     MOVE WS-CUR-LOAN-ACCNO TO BAC-REC-ACCNO.                     DBNK150P
049000     READ BNKACC-FILE                                             DBNK150P
049100       INVALID KEY                                                DBNK150P
049200         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK150P
049300         STRING 'Unknown loan account '     DELIMITED BY SIZE     DBNK150P
049400                WS-CUR-LOAN-ACCNO           DELIMITED BY SIZE     DBNK150P
049500           INTO WS-CONSOLE-MESSAGE                                DBNK150P
049600         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK150P
049700         GO TO LOAN-BREAK-RESET                                   DBNK150P
049800     END-READ.                                                    DBNK150P
049900     IF BAC-REC-IS-CHARGED-OFF                                    DBNK150P
050000        GO TO LOAN-BREAK-RESET                                    DBNK150P
050100     END-IF.                                                      DBNK150P
050200     MOVE BAC-REC-BRANCH-CODE TO WS-CUR-BRANCH.                   DBNK150P
050300     MOVE BAC-REC-TYPE TO WS-CUR-TYPE.                            DBNK150P
050400                                                                  DBNK150P
050500     MOVE ZERO TO WS-DAYS-PAST-DUE.                               DBNK150P
050600     IF WS-OLDEST-DUE IS NOT EQUAL TO SPACES                      DBNK150P
050700        MOVE WS-OLDEST-DUE (1:4) TO WS-DUE-YYYY                   DBNK150P
050800        MOVE WS-OLDEST-DUE (5:2) TO WS-DUE-MM                     DBNK150P
050900        MOVE WS-OLDEST-DUE (7:2) TO WS-DUE-DD                     DBNK150P
051000        COMPUTE WS-DAYS-PAST-DUE =                                DBNK150P
051100            ((WS-RUN-YYYY - WS-DUE-YYYY) * 365)                   DBNK150P
051200          + ((WS-RUN-MM - WS-DUE-MM) * 30)                        DBNK150P
051300          + (WS-RUN-DD - WS-DUE-DD)                               DBNK150P
051400     END-IF.                                                      DBNK150P
051500     EVALUATE TRUE                                                DBNK150P
051600       WHEN WS-DAYS-PAST-DUE IS LESS THAN 30                      DBNK150P
051700         MOVE '0' TO WS-LOAN-BUCKET                               DBNK150P
051800         MOVE 1 TO WS-SUB1                                        DBNK150P
051900       WHEN WS-DAYS-PAST-DUE IS LESS THAN 60                      DBNK150P
052000         MOVE '3' TO WS-LOAN-BUCKET                               DBNK150P
052100         MOVE 2 TO WS-SUB1                                        DBNK150P
052200       WHEN WS-DAYS-PAST-DUE IS LESS THAN 90                      DBNK150P
052300         MOVE '6' TO WS-LOAN-BUCKET                               DBNK150P
052400         MOVE 3 TO WS-SUB1                                        DBNK150P
052500       WHEN OTHER                                                 DBNK150P
052600         MOVE '9' TO WS-LOAN-BUCKET                               DBNK150P
052700         MOVE 4 TO WS-SUB1                                        DBNK150P
052800     END-EVALUATE.                                                DBNK150P
052900     PERFORM CHECK-RESTRUCTURED THRU                              DBNK150P
053000             CHECK-RESTRUCTURED-EXIT.                             DBNK150P
053100     IF WS-LOAN-IS-RESTRUCTURED                                   DBNK150P
053200        ADD 4 TO WS-SUB1                                          DBNK150P
053300     END-IF.                                                      DBNK150P
053400     MOVE WS-RT-RATE (WS-SUB1) TO WS-LOAN-RATE.                   DBNK150P
053500     COMPUTE WS-LOAN-PROVISION ROUNDED =                          DBNK150P
053600         WS-LOAN-OUTSTANDING * WS-LOAN-RATE / 100.                DBNK150P
053700                                                                  DBNK150P
053800     SET WS-PRV-IS-FOUND TO TRUE.                                 DBNK150P
053900     MOVE ZERO TO WS-PRIOR-PROVISION.                             DBNK150P
054000     MOVE WS-CUR-LOAN-ACCNO TO BLV-REC-LOAN-ACCNO.                DBNK150P
054100     READ BNKLPRV-FILE                                            DBNK150P
054200       INVALID KEY                                                DBNK150P
054300         SET WS-PRV-NOT-FOUND TO TRUE                             DBNK150P
054400     END-READ.                                                    DBNK150P
054500     IF WS-PRV-IS-FOUND                                           DBNK150P
054600        MOVE BLV-REC-AMOUNT TO WS-PRIOR-PROVISION                 DBNK150P
054700     ELSE                                                         DBNK150P
054800        MOVE SPACES TO BNKLPRV-REC                                DBNK150P
054900        MOVE WS-CUR-LOAN-ACCNO TO BLV-REC-LOAN-ACCNO              DBNK150P
055000     END-IF.                                                      DBNK150P
055100     COMPUTE WS-LOAN-CHANGE =                                     DBNK150P
055200         WS-LOAN-PROVISION - WS-PRIOR-PROVISION.                  DBNK150P
055300     MOVE WS-CUR-PID TO BLV-REC-PID.                              DBNK150P
055400     MOVE WS-CUR-BRANCH TO BLV-REC-BRANCH-CODE.                   DBNK150P
055500     MOVE WS-CUR-TYPE TO BLV-REC-ACC-TYPE.                        DBNK150P
055600     MOVE WS-LOAN-BUCKET TO BLV-REC-BUCKET.                       DBNK150P
055700     MOVE WS-LOAN-RESTRUCT TO BLV-REC-RESTRUCT.                   DBNK150P
055800     MOVE WS-LOAN-OUTSTANDING TO BLV-REC-OUTSTANDING.             DBNK150P
055900     MOVE WS-LOAN-RATE TO BLV-REC-RATE.                           DBNK150P
056000     MOVE WS-LOAN-PROVISION TO BLV-REC-AMOUNT.                    DBNK150P
056100     MOVE WS-PERIOD TO BLV-REC-PERIOD.                            DBNK150P
056200     IF WS-PRV-IS-FOUND                                           DBNK150P
056300        REWRITE BNKLPRV-REC                                       DBNK150P
056400          INVALID KEY                                             DBNK150P
056500            MOVE 'Unable to rewrite provision record'             DBNK150P
056600              TO WS-CONSOLE-MESSAGE                               DBNK150P
056700            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK150P
056800        END-REWRITE                                               DBNK150P
056900     ELSE                                                         DBNK150P
057000        WRITE BNKLPRV-REC                                         DBNK150P
057100          INVALID KEY                                             DBNK150P
057200            MOVE 'Unable to write provision record'               DBNK150P
057300              TO WS-CONSOLE-MESSAGE                               DBNK150P
057400            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBNK150P
057500        END-WRITE                                                 DBNK150P
057600     END-IF.                                                      DBNK150P
057700                                                                  DBNK150P
057800     ADD 1 TO WS-LOANS-PROVIDED.                                  DBNK150P
057900     ADD WS-LOAN-PROVISION TO WS-TOTAL-PROVISION.                 DBNK150P
058000     ADD WS-LOAN-CHANGE TO WS-NET-CHANGE.                         DBNK150P
058100     PERFORM ADD-GROUP-TOTALS THRU                                DBNK150P
058200             ADD-GROUP-TOTALS-EXIT.                               DBNK150P
058300     ADD 1 TO WS-GT-LOANS (WS-SUB1).                              DBNK150P
058400     ADD WS-LOAN-OUTSTANDING TO WS-GT-OUTSTANDING (WS-SUB1).      DBNK150P
058500     ADD WS-LOAN-PROVISION TO WS-GT-PROVISION (WS-SUB1).          DBNK150P
058600     ADD WS-LOAN-CHANGE TO WS-GT-CHANGE (WS-SUB1).                DBNK150P
058700     PERFORM PRINT-LOAN-LINE THRU                                 DBNK150P
058800             PRINT-LOAN-LINE-EXIT.                                DBNK150P
058900 LOAN-BREAK-RESET.                                                DBNK150P
059000     MOVE SPACES TO WS-OLDEST-DUE.                                DBNK150P
059100     MOVE ZERO TO WS-LOAN-OUTSTANDING.                            DBNK150P
059200 LOAN-BREAK-EXIT.                                                 DBNK150P
059300     EXIT.                                                        DBNK150P
059400                                                                  DBNK150P
059500***************************************************************** DBNK150P
059600* A loan with any BNKLMOD history has been restructured         * DBNK150P
059700***************************************************************** DBNK150P
059800 CHECK-RESTRUCTURED.                                              DBNK150P
059900     SET WS-LOAN-NOT-RESTRUCTURED TO TRUE.                        DBNK150P
060000     MOVE WS-CUR-LOAN-ACCNO TO BMH-REC-LOAN-ACCNO.                DBNK150P
060100     MOVE LOW-VALUES TO BMH-REC-TIMESTAMP.                        DBNK150P
060200     START BNKLMOD-FILE KEY IS NOT LESS THAN BMH-REC-KEY          DBNK150P
060300       INVALID KEY                                                DBNK150P
060400         GO TO CHECK-RESTRUCTURED-EXIT                            DBNK150P
060500     END-START.                                                   DBNK150P
060600     READ BNKLMOD-FILE NEXT                                       DBNK150P
060700       AT END                                                     DBNK150P
060800         GO TO CHECK-RESTRUCTURED-EXIT                            DBNK150P
060900     END-READ.                                                    DBNK150P
061000     IF BMH-REC-LOAN-ACCNO IS EQUAL TO WS-CUR-LOAN-ACCNO          DBNK150P
061100        SET WS-LOAN-IS-RESTRUCTURED TO TRUE                       DBNK150P
061200     END-IF.                                                      DBNK150P
061300 CHECK-RESTRUCTURED-EXIT.                                         DBNK150P
061400     EXIT.                                                        DBNK150P
061500                                                                  DBNK150P
061600***************************************************************** DBNK150P
061700* Release the provision on a loan that no longer owes anything  * DBNK150P
061800***************************************************************** DBNK150P
061900 RELEASE-PROVISION.                                               DBNK150P
062000     COMPUTE WS-LOAN-CHANGE = 0 - BLV-REC-AMOUNT.                 DBNK150P
062100     MOVE BLV-REC-LOAN-ACCNO TO WS-CUR-LOAN-ACCNO.                DBNK150P
062200     MOVE BLV-REC-PID TO WS-CUR-PID.                              DBNK150P
062300     MOVE BLV-REC-BRANCH-CODE TO WS-CUR-BRANCH.                   DBNK150P
062400     MOVE BLV-REC-ACC-TYPE TO WS-CUR-TYPE.                        DBNK150P
062500     MOVE BLV-REC-BUCKET TO WS-LOAN-BUCKET.                       DBNK150P
062600     MOVE BLV-REC-RESTRUCT TO WS-LOAN-RESTRUCT.                   DBNK150P
062700     MOVE ZERO TO WS-LOAN-OUTSTANDING.                            DBNK150P
062800     MOVE ZERO TO WS-LOAN-RATE.                                   DBNK150P
062900     MOVE ZERO TO WS-LOAN-PROVISION.                              DBNK150P
063000     MOVE ZERO TO BLV-REC-OUTSTANDING.                            DBNK150P
063100     MOVE ZERO TO BLV-REC-AMOUNT.                                 DBNK150P
063200     MOVE WS-PERIOD TO BLV-REC-PERIOD.                            DBNK150P
063300     REWRITE BNKLPRV-REC                                          DBNK150P
063400       INVALID KEY                                                DBNK150P
063500         MOVE 'Unable to release provision record'                DBNK150P
063600           TO WS-CONSOLE-MESSAGE                                  DBNK150P
063700         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK150P
063800         GO TO RELEASE-PROVISION-EXIT                             DBNK150P
063900     END-REWRITE.                                                 DBNK150P
064000     ADD 1 TO WS-LOANS-RELEASED.                                  DBNK150P
064100     ADD WS-LOAN-CHANGE TO WS-NET-CHANGE.                         DBNK150P
064200     PERFORM ADD-GROUP-TOTALS THRU                                DBNK150P
064300             ADD-GROUP-TOTALS-EXIT.                               DBNK150P
064400     ADD WS-LOAN-CHANGE TO WS-GT-CHANGE (WS-SUB1).                DBNK150P
064500     PERFORM PRINT-LOAN-LINE THRU                                 DBNK150P
064600             PRINT-LOAN-LINE-EXIT.                                DBNK150P
064700 RELEASE-PROVISION-EXIT.                                          DBNK150P
064800     EXIT.                                                        DBNK150P
064900                                                                  DBNK150P
065000***************************************************************** DBNK150P
065100* Find (or claim) the branch/product slot for the current loan, * DBNK150P
065200* leaving WS-SUB1 pointing at it                                * DBNK150P
065300***************************************************************** DBNK150P
065400 ADD-GROUP-TOTALS.                                                DBNK150P
065500     SET WS-SLOT-NOT-FOUND TO TRUE.                               DBNK150P
065600     PERFORM FIND-GROUP-SLOT THRU                                 DBNK150P
065700             FIND-GROUP-SLOT-EXIT                                 DBNK150P
065800       VARYING WS-SUB1 FROM 1 BY 1                                DBNK150P
065900         UNTIL WS-SUB1 IS GREATER THAN WS-GROUP-COUNT             DBNK150P
066000            OR WS-SLOT-IS-FOUND.                                  DBNK150P
066100     IF WS-SLOT-IS-FOUND                                          DBNK150P
066200        GO TO ADD-GROUP-TOTALS-EXIT                               DBNK150P
066300     END-IF.                                                      DBNK150P
066400     IF WS-GROUP-COUNT IS LESS THAN 100                           DBNK150P
066500        ADD 1 TO WS-GROUP-COUNT                                   DBNK150P
066600     ELSE                                                         DBNK150P
066700        MOVE 'Branch/product table is full' TO                    DBNK150P
066800          WS-CONSOLE-MESSAGE                                      DBNK150P
066900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK150P
067000     END-IF.                                                      DBNK150P
067100     MOVE WS-GROUP-COUNT TO WS-SUB1.                              DBNK150P
067200     IF WS-GT-BRANCH (WS-SUB1) IS NOT EQUAL TO WS-CUR-BRANCH OR   DBNK150P
067300        WS-GT-TYPE (WS-SUB1) IS NOT EQUAL TO WS-CUR-TYPE          DBNK150P
067400        MOVE WS-CUR-BRANCH TO WS-GT-BRANCH (WS-SUB1)              DBNK150P
067500        MOVE WS-CUR-TYPE TO WS-GT-TYPE (WS-SUB1)                  DBNK150P
067600        MOVE ZERO TO WS-GT-LOANS (WS-SUB1)                        DBNK150P
067700        MOVE ZERO TO WS-GT-OUTSTANDING (WS-SUB1)                  DBNK150P
067800        MOVE ZERO TO WS-GT-PROVISION (WS-SUB1)                    DBNK150P
067900        MOVE ZERO TO WS-GT-CHANGE (WS-SUB1)                       DBNK150P
068000     END-IF.                                                      DBNK150P
068100 ADD-GROUP-TOTALS-EXIT.                                           DBNK150P
068200     EXIT.                                                        DBNK150P
068300                                                                  DBNK150P
068400 FIND-GROUP-SLOT.                                                 DBNK150P
068500     IF WS-GT-BRANCH (WS-SUB1) IS EQUAL TO WS-CUR-BRANCH AND      DBNK150P
068600        WS-GT-TYPE (WS-SUB1) IS EQUAL TO WS-CUR-TYPE              DBNK150P
068700        SET WS-SLOT-IS-FOUND TO TRUE                              DBNK150P
068800        SUBTRACT 1 FROM WS-SUB1                                   DBNK150P
068900     END-IF.                                                      DBNK150P
069000 FIND-GROUP-SLOT-EXIT.                                            DBNK150P
069100     EXIT.                                                        DBNK150P
069200                                                                  DBNK150P
069300***************************************************************** DBNK150P
069400* One ledger entry carries the month's net change against the   * DBNK150P
069500* provision house account - a charge when the provision grows,  * DBNK150P
069600* a release when it shrinks                                     * DBNK150P
069700***************************************************************** DBNK150P
069800 POST-PROVISION-CHANGE.                                           DBNK150P
069900     IF WS-NET-CHANGE IS EQUAL TO ZERO                            DBNK150P
070000        GO TO POST-PROVISION-CHANGE-EXIT                          DBNK150P
070100     END-IF.                                                      DBNK150P
070200 COPY CTSTAMPP.                                                   DBNK150P
070300     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK150P
070400     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK150P
070500     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK150P
070600     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK150P
070700     MOVE SPACES TO BNKLEDG-REC.                                  DBNK150P
070800     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK150P
070900     MOVE 'LNPRV' TO BLG-REC-PID.                                 DBNK150P
071000     MOVE '1' TO BLG-REC-TYPE.                                    DBNK150P
071100     IF WS-NET-CHANGE IS GREATER THAN ZERO                        DBNK150P
071200        MOVE '1' TO BLG-REC-SUB-TYPE                              DBNK150P
071300        MOVE WS-NET-CHANGE TO WS-POST-AMOUNT                      DBNK150P
071400     ELSE                                                         DBNK150P
071500        MOVE '2' TO BLG-REC-SUB-TYPE                              DBNK150P
071600        COMPUTE WS-POST-AMOUNT = 0 - WS-NET-CHANGE                DBNK150P
071700     END-IF.                                                      DBNK150P
071800     MOVE 'PROV' TO BLG-REC-CATEGORY.                             DBNK150P
071900     MOVE WS-PROV-ACCNO TO BLG-REC-ACCNO.                         DBNK150P
072000     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK150P
072100     MOVE WS-PROV-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK150P
072200     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK150P
072300     MOVE WS-POST-AMOUNT TO BLG-REC-AMOUNT.                       DBNK150P
072400     MOVE SPACES TO TXN-DATA.                                     DBNK150P
072500     STRING 'Loan loss provision '   DELIMITED BY SIZE            DBNK150P
072600            WS-PERIOD (5:2)          DELIMITED BY SIZE            DBNK150P
072700            '/'                      DELIMITED BY SIZE            DBNK150P
072800            WS-PERIOD (1:4)          DELIMITED BY SIZE            DBNK150P
072900       INTO TXN-T1-OLD-DESC.                                      DBNK150P
073000     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK150P
073100     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK150P
073200     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK150P
073300     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK150P
073400     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK150P
073500     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK150P
073600                           WS-TWOS-COMP-INPUT                     DBNK150P
073700                           WS-TWOS-COMP-OUTPUT.                   DBNK150P
073800     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK150P
073900     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK150P
074000     WRITE BNKLEDG-REC                                            DBNK150P
074100       INVALID KEY                                                DBNK150P
074200         MOVE 'Unable to write provision entry'                   DBNK150P
074300           TO WS-CONSOLE-MESSAGE                                  DBNK150P
074400         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK150P
074500         GO TO POST-PROVISION-CHANGE-EXIT                         DBNK150P
074600     END-WRITE.                                                   DBNK150P
074700     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK150P
074800             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK150P
074900 POST-PROVISION-CHANGE-EXIT.                                      DBNK150P
075000     EXIT.                                                        DBNK150P
075100                                                                  DBNK150P
075200***************************************************************** DBNK150P
075300* Report printing                                               * DBNK150P
075400***************************************************************** DBNK150P
075500 PRINT-REPORT-HEADING.                                            DBNK150P
075600     MOVE SPACES TO LLPRPT-REC.                                   DBNK150P
075700     STRING 'LOAN LOSS PROVISION AS OF ' DELIMITED BY SIZE        DBNK150P
075800            WS-RUN-DATE                 DELIMITED BY SIZE         DBNK150P
075900       INTO LLPRPT-REC.                                           DBNK150P
076000     WRITE LLPRPT-REC.                                            DBNK150P
076100     MOVE SPACES TO LLPRPT-REC.                                   DBNK150P
076200     STRING 'LOAN ACC   PID    BRNCH T BKT R'  DELIMITED BY SIZE  DBNK150P
076300            '     OUTSTANDING'                DELIMITED BY SIZE   DBNK150P
076400            '   RATE'                         DELIMITED BY SIZE   DBNK150P
076500            '       PROVISION'                DELIMITED BY SIZE   DBNK150P
076600            '          CHANGE'                DELIMITED BY SIZE   DBNK150P
076700       INTO LLPRPT-REC.                                           DBNK150P
076800     WRITE LLPRPT-REC.                                            DBNK150P
076900 PRINT-REPORT-HEADING-EXIT.                                       DBNK150P
077000     EXIT.                                                        DBNK150P
077100                                                                  DBNK150P
077200 PRINT-LOAN-LINE.                                                 DBNK150P
077300     MOVE SPACES TO LLPRPT-REC.                                   DBNK150P
077400     MOVE WS-CUR-LOAN-ACCNO TO LLPRPT-REC (1:9).                  DBNK150P
077500     MOVE WS-CUR-PID TO LLPRPT-REC (12:5).                        DBNK150P
077600     MOVE WS-CUR-BRANCH TO LLPRPT-REC (19:4).                     DBNK150P
077700     MOVE WS-CUR-TYPE TO LLPRPT-REC (24:1).                       DBNK150P
077800     MOVE WS-LOAN-BUCKET TO LLPRPT-REC (27:1).                    DBNK150P
077900     MOVE WS-LOAN-RESTRUCT TO LLPRPT-REC (30:1).                  DBNK150P
078000     MOVE WS-LOAN-OUTSTANDING TO WS-EDIT-AMT.                     DBNK150P
078100     MOVE WS-EDIT-AMT TO LLPRPT-REC (32:16).                      DBNK150P
078200     MOVE WS-LOAN-RATE TO WS-EDIT-RATE.                           DBNK150P
078300     MOVE WS-EDIT-RATE TO LLPRPT-REC (49:6).                      DBNK150P
078400     MOVE WS-LOAN-PROVISION TO WS-EDIT-AMT.                       DBNK150P
078500     MOVE WS-EDIT-AMT TO LLPRPT-REC (55:16).                      DBNK150P
078600     MOVE WS-LOAN-CHANGE TO WS-EDIT-AMT.                          DBNK150P
078700     MOVE WS-EDIT-AMT TO LLPRPT-REC (71:16).                      DBNK150P
078800     WRITE LLPRPT-REC.                                            DBNK150P
078900 PRINT-LOAN-LINE-EXIT.                                            DBNK150P
079000     EXIT.                                                        DBNK150P
079100                                                                  DBNK150P
079200 PRINT-GROUP-TOTALS.                                              DBNK150P
079300     MOVE SPACES TO LLPRPT-REC.                                   DBNK150P
079400     WRITE LLPRPT-REC.                                            DBNK150P
079500     MOVE 'PROVISION BY BRANCH AND PRODUCT' TO LLPRPT-REC.        DBNK150P
079600     WRITE LLPRPT-REC.                                            DBNK150P
079700     PERFORM PRINT-ONE-GROUP THRU                                 DBNK150P
079800             PRINT-ONE-GROUP-EXIT                                 DBNK150P
079900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK150P
080000         UNTIL WS-SUB1 IS GREATER THAN WS-GROUP-COUNT.            DBNK150P
080100     MOVE SPACES TO LLPRPT-REC.                                   DBNK150P
080200     WRITE LLPRPT-REC.                                            DBNK150P
080300     MOVE SPACES TO LLPRPT-REC.                                   DBNK150P
080400     MOVE 'TOTAL PROVISION' TO LLPRPT-REC (1:15).                 DBNK150P
080500     MOVE WS-TOTAL-PROVISION TO WS-EDIT-AMT.                      DBNK150P
080600     MOVE WS-EDIT-AMT TO LLPRPT-REC (55:16).                      DBNK150P
080700     MOVE WS-NET-CHANGE TO WS-EDIT-AMT.                           DBNK150P
080800     MOVE WS-EDIT-AMT TO LLPRPT-REC (71:16).                      DBNK150P
080900     WRITE LLPRPT-REC.                                            DBNK150P
081000 PRINT-GROUP-TOTALS-EXIT.                                         DBNK150P
081100     EXIT.                                                        DBNK150P
081200                                                                  DBNK150P
081300 PRINT-ONE-GROUP.                                                 DBNK150P
081400     MOVE SPACES TO LLPRPT-REC.                                   DBNK150P
081500     MOVE WS-GT-BRANCH (WS-SUB1) TO LLPRPT-REC (19:4).            DBNK150P
081600     MOVE WS-GT-TYPE (WS-SUB1) TO LLPRPT-REC (24:1).              DBNK150P
081700     MOVE WS-GT-LOANS (WS-SUB1) TO WS-EDIT-CNT.                   DBNK150P
081800     MOVE WS-EDIT-CNT TO LLPRPT-REC (1:5).                        DBNK150P
081900     MOVE WS-GT-OUTSTANDING (WS-SUB1) TO WS-EDIT-AMT.             DBNK150P
082000     MOVE WS-EDIT-AMT TO LLPRPT-REC (32:16).                      DBNK150P
082100     MOVE WS-GT-PROVISION (WS-SUB1) TO WS-EDIT-AMT.               DBNK150P
082200     MOVE WS-EDIT-AMT TO LLPRPT-REC (55:16).                      DBNK150P
082300     MOVE WS-GT-CHANGE (WS-SUB1) TO WS-EDIT-AMT.                  DBNK150P
082400     MOVE WS-EDIT-AMT TO LLPRPT-REC (71:16).                      DBNK150P
082500     WRITE LLPRPT-REC.                                            DBNK150P
082600 PRINT-ONE-GROUP-EXIT.                                            DBNK150P
082700     EXIT.                                                        DBNK150P
082800                                                                  DBNK150P
082900***************************************************************** DBNK150P
083000* After-image feed for the roll-forward recovery (ZBNKRCVR) -   * DBNK150P
083100* each write to a protected cluster lands its final image on    * DBNK150P
083200* the BNKFJRN journal                                           * DBNK150P
083300***************************************************************** DBNK150P
083400 JOURNAL-LEDG-IMAGE.                                              DBNK150P
083500     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK150P
083600     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK150P
083700     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK150P
083800     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK150P
083900     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK150P
084000     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK150P
084100     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK150P
084200 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK150P
084300     EXIT.                                                        DBNK150P
084400                                                                  DBNK150P
084500***************************************************************** DBNK150P
084600* Check file open OK                                            * DBNK150P
084700***************************************************************** DBNK150P
084800 CHECK-OPEN.                                                      DBNK150P
084900     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK150P
085000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK150P
085100        STRING WS-FILE       DELIMITED BY ' '                     DBNK150P
085200               ' opened ok' DELIMITED BY SIZE                     DBNK150P
085300          INTO WS-CONSOLE-MESSAGE                                 DBNK150P
085400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK150P
085500     ELSE                                                         DBNK150P
085600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK150P
085700        STRING WS-FILE          DELIMITED BY ' '                  DBNK150P
085800               ' did not open' DELIMITED BY SIZE                  DBNK150P
085900          INTO WS-CONSOLE-MESSAGE                                 DBNK150P
086000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK150P
086100        PERFORM DISPLAY-IO-STATUS                                 DBNK150P
086200        ADD 1 TO WS-OPEN-ERROR                                    DBNK150P
086300     END-IF.                                                      DBNK150P
086400 CHECK-OPEN-EXIT.                                                 DBNK150P
086500     EXIT.                                                        DBNK150P
086600                                                                  DBNK150P
086700***************************************************************** DBNK150P
086800* Display the file status bytes. This routine will display as  *  DBNK150P
086900* two digits if the full two byte file status is numeric. If   *  DBNK150P
087000* second byte is non-numeric then it will be treated as a      *  DBNK150P
087100* binary number.                                                * DBNK150P
087200***************************************************************** DBNK150P
087300 DISPLAY-IO-STATUS.                                               DBNK150P
087400     IF WS-IO-STATUS NUMERIC                                      DBNK150P
087500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK150P
087600        STRING 'File status -' DELIMITED BY SIZE                  DBNK150P
087700               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK150P
087800          INTO WS-CONSOLE-MESSAGE                                 DBNK150P
087900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK150P
088000     ELSE                                                         DBNK150P
088100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK150P
088200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK150P
088300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK150P
088400        STRING 'File status -' DELIMITED BY SIZE                  DBNK150P
088500               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK150P
088600               '/'            DELIMITED BY SIZE                   DBNK150P
088700               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK150P
088800          INTO WS-CONSOLE-MESSAGE                                 DBNK150P
088900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK150P
089000     END-IF.                                                      DBNK150P
089100                                                                  DBNK150P
089200***************************************************************** DBNK150P
089300* Display CONSOLE messages...                                   * DBNK150P
089400***************************************************************** DBNK150P
089500 DISPLAY-CONSOLE-MESSAGE.                                         DBNK150P
089600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK150P
089700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK150P
089800                                                                  DBNK150P
089900 COPY CTIMERP.                                                    DBNK150P
090000                                                                  DBNK150P
