000100***************************************************************** DBNK197P
000200*                                                               * DBNK197P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK197P
000400*   This demonstration program is provided for use by users     * DBNK197P
000500*   of Micro Focus products and may be used, modified and       * DBNK197P
000600*   distributed as part of your application provided that       * DBNK197P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK197P
000800*   in this material.                                           * DBNK197P
000900*                                                               * DBNK197P
001000***************************************************************** DBNK197P
001100                                                                  DBNK197P
001200***************************************************************** DBNK197P
001300* Program:     DBNK197P.CBL                                     * DBNK197P
001400* Function:    Yearly anonymization of former customers. A      * DBNK197P
001500*              customer qualifies once every account they own   * DBNK197P
001600*              or hold jointly has been closed for longer than  * DBNK197P
001700*              the retention period (BNKPARM RETCUST, in days)  * DBNK197P
001800*              and nothing is still outstanding against them -  * DBNK197P
001900*              no legal order on BNKLEGL received or frozen, no * DBNK197P
002000*              drawn loan with a balance left and no ledger     * DBNK197P
002100*              dispute still open on any of the accounts. The   * DBNK197P
002200*              full BNKCUST record and each owned BNKACC record * DBNK197P
002300*              are first written to ANONARC, a restricted       * DBNK197P
002400*              access archive, then the name, address, phone,   * DBNK197P
002500*              e-mail and birth date on BNKCUST and the notes   * DBNK197P
002600*              on the accounts are overwritten and the customer * DBNK197P
002700*              is stamped with the date. PIDs, account numbers, * DBNK197P
002800*              balances and the ledger are untouched so history * DBNK197P
002900*              and report totals still reconcile. Every         * DBNK197P
003000*              customer anonymized, and every former customer   * DBNK197P
003100*              held back with the reason, is listed on ANONRPT  * DBNK197P
003200*              (archived by DBANK84P under id ANONRUN).         * DBNK197P
003300*              Customers with an account still open are only    * DBNK197P
003400*              counted. The run is three passes - customers and * DBNK197P
003500*              the accounts they own, then the whole account    * DBNK197P
003600*              file for joint holdings, then the changes.       * DBNK197P
003700*              VSAM version                                     * DBNK197P
003800***************************************************************** DBNK197P
003900                                                                  DBNK197P
004000 IDENTIFICATION DIVISION.                                         DBNK197P
004100 PROGRAM-ID.                                                      DBNK197P
004200     DBNK197P.                                                    DBNK197P
004300 DATE-WRITTEN.                                                    DBNK197P
004400     October 2008.                                                DBNK197P
004500 DATE-COMPILED.                                                   DBNK197P
004600     Today.                                                       DBNK197P
004700                                                                  DBNK197P
004800 ENVIRONMENT DIVISION.                                            DBNK197P
004900                                                                  DBNK197P
005000 INPUT-OUTPUT   SECTION.                                          DBNK197P
005100   FILE-CONTROL.                                                  DBNK197P
005200     SELECT ANONRPT-FILE                                          DBNK197P
005300            ASSIGN       TO ANONRPT                               DBNK197P
005400            ORGANIZATION IS SEQUENTIAL                            DBNK197P
005500            FILE STATUS  IS WS-ANONRPT-STATUS.                    DBNK197P
005600                                                                  DBNK197P
005700     SELECT ANONARC-FILE                                          DBNK197P
005800            ASSIGN       TO ANONARC                               DBNK197P
005900            ORGANIZATION IS SEQUENTIAL                            DBNK197P
006000            FILE STATUS  IS WS-ANONARC-STATUS.                    DBNK197P
006100                                                                  DBNK197P
006200     SELECT BNKCUST-FILE                                          DBNK197P
006300            ASSIGN       TO BNKCUST                               DBNK197P
006400            ORGANIZATION IS INDEXED                               DBNK197P
006500            ACCESS MODE  IS DYNAMIC                               DBNK197P
006600            RECORD KEY   IS BCS-REC-PID                           DBNK197P
006700            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK197P
006800                                                                  DBNK197P
006900     SELECT BNKACC-FILE                                           DBNK197P
007000            ASSIGN       TO BNKACC                                DBNK197P
007100            ORGANIZATION IS INDEXED                               DBNK197P
007200            ACCESS MODE  IS DYNAMIC                               DBNK197P
007300            RECORD KEY   IS BAC-REC-ACCNO                         DBNK197P
007400            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK197P
007500            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK197P
007600                                                                  DBNK197P
007700     SELECT BNKLEDG-FILE                                          DBNK197P
007800            ASSIGN       TO BNKLEDG                               DBNK197P
007900            ORGANIZATION IS INDEXED                               DBNK197P
008000            ACCESS MODE  IS DYNAMIC                               DBNK197P
008100            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK197P
008200            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK197P
008300            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK197P
008400                                                                  DBNK197P
008500     SELECT BNKLEGL-FILE                                          DBNK197P
008600            ASSIGN       TO BNKLEGL                               DBNK197P
008700            ORGANIZATION IS INDEXED                               DBNK197P
008800            ACCESS MODE  IS DYNAMIC                               DBNK197P
008900            RECORD KEY   IS GGO-REC-ORDER-ID                      DBNK197P
009000            FILE STATUS  IS WS-BNKLEGL-STATUS.                    DBNK197P
009100                                                                  DBNK197P
009200     SELECT BNKLOAN-FILE                                          DBNK197P
009300            ASSIGN       TO BNKLOAN                               DBNK197P
009400            ORGANIZATION IS INDEXED                               DBNK197P
009500            ACCESS MODE  IS DYNAMIC                               DBNK197P
009600            RECORD KEY   IS BLN-REC-TIMESTAMP                     DBNK197P
009700            ALTERNATE KEY IS BLN-REC-ALTKEY1 WITH DUPLICATES      DBNK197P
009800            ALTERNATE KEY IS BLN-REC-ALTKEY2 WITH DUPLICATES      DBNK197P
009900            FILE STATUS  IS WS-BNKLOAN-STATUS.                    DBNK197P
010000                                                                  DBNK197P
010100     SELECT BNKPARM-FILE                                          DBNK197P
010200            ASSIGN       TO BNKPARM                               DBNK197P
010300            ORGANIZATION IS INDEXED                               DBNK197P
010400            ACCESS MODE  IS RANDOM                                DBNK197P
010500            RECORD KEY   IS PRM-REC-KEY                           DBNK197P
010600            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK197P
010700                                                                  DBNK197P
010800 DATA DIVISION.                                                   DBNK197P
010900                                                                  DBNK197P
011000 FILE SECTION.                                                    DBNK197P
011100 FD  ANONRPT-FILE.                                                DBNK197P
011200 01  ANONRPT-REC                        PIC X(132).               DBNK197P
011300                                                                  DBNK197P
011400 FD  ANONARC-FILE.                                                DBNK197P
011500 01  ANA-REC.                                                     DBNK197P
011600   05  ANA-REC-TYPE                     PIC X(3).                 DBNK197P
011700   05  ANA-REC-PID                      PIC X(5).                 DBNK197P
011800   05  ANA-REC-BUS-DATE                 PIC X(8).                 DBNK197P
011900   05  ANA-REC-DATA                     PIC X(500).               DBNK197P
012000                                                                  DBNK197P
012100 FD  BNKCUST-FILE.                                                DBNK197P
012200 01  BNKCUST-REC.                                                 DBNK197P
012300 COPY CBANKVCS.                                                   DBNK197P
012400                                                                  DBNK197P
012500 FD  BNKACC-FILE.                                                 DBNK197P
012600 01  BNKACC-REC.                                                  DBNK197P
012700 COPY CBANKVAC.                                                   DBNK197P
012800                                                                  DBNK197P
012900 FD  BNKLEDG-FILE.                                                DBNK197P
013000 01  BNKLEDG-REC.                                                 DBNK197P
013100 COPY CBANKVLG.                                                   DBNK197P
013200                                                                  DBNK197P
013300 FD  BNKLEGL-FILE.                                                DBNK197P
013400 01  BNKLEGL-REC.                                                 DBNK197P
013500 COPY CBANKVGO.                                                   DBNK197P
013600                                                                  DBNK197P
013700 FD  BNKLOAN-FILE.                                                DBNK197P
013800 01  BNKLOAN-REC.                                                 DBNK197P
013900 COPY CBANKVLN.                                                   DBNK197P
014000                                                                  DBNK197P
014100 FD  BNKPARM-FILE.                                                DBNK197P
014200 01  BNKPARM-REC.                                                 DBNK197P
014300 COPY CBANKVPM.                                                   DBNK197P
014400                                                                  DBNK197P
014500 WORKING-STORAGE SECTION.                                         DBNK197P
014600 COPY CTIMERD.                                                    DBNK197P
014700 COPY CTSTAMPD.                                                   DBNK197P
014800                                                                  DBNK197P
014900 01  WS-MISC-STORAGE.                                             DBNK197P
015000   05  WS-PROGRAM-ID                         PIC X(8)             DBNK197P
015100       VALUE 'DBNK197P'.                                          DBNK197P
015200                                                                  DBNK197P
015300   05  WS-ANONRPT-STATUS.                                         DBNK197P
015400     10  WS-ANONRPT-STAT1                     PIC X(1).           DBNK197P
015500     10  WS-ANONRPT-STAT2                     PIC X(1).           DBNK197P
015600   05  WS-ANONARC-STATUS.                                         DBNK197P
015700     10  WS-ANONARC-STAT1                     PIC X(1).           DBNK197P
015800     10  WS-ANONARC-STAT2                     PIC X(1).           DBNK197P
015900   05  WS-BNKCUST-STATUS.                                         DBNK197P
016000     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK197P
016100     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK197P
016200   05  WS-BNKACC-STATUS.                                          DBNK197P
016300     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK197P
016400     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK197P
016500   05  WS-BNKLEDG-STATUS.                                         DBNK197P
016600     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK197P
016700     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK197P
016800   05  WS-BNKLEGL-STATUS.                                         DBNK197P
016900     10  WS-BNKLEGL-STAT1                     PIC X(1).           DBNK197P
017000     10  WS-BNKLEGL-STAT2                     PIC X(1).           DBNK197P
017100   05  WS-BNKLOAN-STATUS.                                         DBNK197P
017200     10  WS-BNKLOAN-STAT1                     PIC X(1).           DBNK197P
017300     10  WS-BNKLOAN-STAT2                     PIC X(1).           DBNK197P
017400   05  WS-BNKPARM-STATUS.                                         DBNK197P
017500     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK197P
017600     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK197P
017700                                                                  DBNK197P
017800   05  WS-IO-STATUS.                                              DBNK197P
017900     10  WS-IO-STAT1                          PIC X(1).           DBNK197P
018000     10  WS-IO-STAT2                          PIC X(1).           DBNK197P
018100                                                                  DBNK197P
018200   05  WS-TWO-BYTES.                                              DBNK197P
018300     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK197P
018400     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK197P
018500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK197P
018600                                              PIC 9(1) COMP.      DBNK197P
018700                                                                  DBNK197P
018800   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK197P
018900     88  OPEN-OK                              VALUE 0.            DBNK197P
019000                                                                  DBNK197P
019100   05  WS-FILE                               PIC X(16).           DBNK197P
019200                                                                  DBNK197P
019300   05  WS-RET-DAYS                           PIC S9(5)            DBNK197P
019400                                             COMP-3.              DBNK197P
019500   05  WS-CUTOFF-DATE                        PIC X(8).            DBNK197P
019600   05  WS-CUT-YMD                            PIC X(8).            DBNK197P
019700   05  WS-CUT-YMD-R REDEFINES WS-CUT-YMD.                         DBNK197P
019800     10  WS-CY-YYYY                          PIC 9(4).            DBNK197P
019900     10  WS-CY-MM                            PIC 9(2).            DBNK197P
020000     10  WS-CY-DD                            PIC 9(2).            DBNK197P
020100   05  WS-WORK-DD                            PIC S9(7)            DBNK197P
020200                                             COMP-3.              DBNK197P
020300                                                                  DBNK197P
020400*    the customer being looked at and why they are held back      DBNK197P
020500   05  WS-CUR-PID                            PIC X(5).            DBNK197P
020600   05  WS-CUR-LAST-CLOSE                     PIC X(8).            DBNK197P
020700   05  WS-CUR-ACCOUNTS                       PIC 9(3).            DBNK197P
020800   05  WS-CUR-OPEN-FLAG                      PIC X(1).            DBNK197P
020900     88  WS-CUR-HAS-OPEN                      VALUE 'Y'.          DBNK197P
021000     88  WS-CUR-ALL-CLOSED                    VALUE 'N'.          DBNK197P
021100   05  WS-CUR-REASON                         PIC X(1).            DBNK197P
021200     88  WS-CUR-ELIGIBLE                      VALUE SPACE.        DBNK197P
021300     88  WS-CUR-IN-RETENTION                  VALUE 'R'.          DBNK197P
021400     88  WS-CUR-LEGAL-ORDER                   VALUE 'L'.          DBNK197P
021500     88  WS-CUR-LOAN-OPEN                     VALUE 'N'.          DBNK197P
021600     88  WS-CUR-DISPUTE-OPEN                  VALUE 'D'.          DBNK197P
021700     88  WS-CUR-JOINT-OPEN                    VALUE 'J'.          DBNK197P
021800   05  WS-CHECK-ACCNO                        PIC X(9).            DBNK197P
021900   05  WS-REASON-TEXT                        PIC X(40).           DBNK197P
022000                                                                  DBNK197P
022100   05  WS-SUB1                               PIC 9(5).            DBNK197P
022200   05  WS-HIT-SUB                            PIC 9(5).            DBNK197P
022300   05  WS-LEGAL-COUNT                        PIC 9(5)             DBNK197P
022400       VALUE ZERO.                                                DBNK197P
022500   05  WS-LEGAL-MAX                          PIC 9(5)             DBNK197P
022600       VALUE 2000.                                                DBNK197P
022700   05  WS-CAND-COUNT                         PIC 9(5)             DBNK197P
022800       VALUE ZERO.                                                DBNK197P
022900   05  WS-CAND-MAX                           PIC 9(5)             DBNK197P
023000       VALUE 5000.                                                DBNK197P
023100                                                                  DBNK197P
023200   05  WS-CUST-READ                          PIC 9(7)             DBNK197P
023300       VALUE ZERO.                                                DBNK197P
023400   05  WS-CUST-ACTIVE                        PIC 9(7)             DBNK197P
023500       VALUE ZERO.                                                DBNK197P
023600   05  WS-CUST-DONE-BEFORE                   PIC 9(7)             DBNK197P
023700       VALUE ZERO.                                                DBNK197P
023800   05  WS-CUST-NO-ACCOUNTS                   PIC 9(7)             DBNK197P
023900       VALUE ZERO.                                                DBNK197P
024000   05  WS-CUST-ANONYMIZED                    PIC 9(7)             DBNK197P
024100       VALUE ZERO.                                                DBNK197P
024200   05  WS-CUST-SKIPPED                       PIC 9(7)             DBNK197P
024300       VALUE ZERO.                                                DBNK197P
024400   05  WS-CUST-NOT-TABLED                    PIC 9(7)             DBNK197P
024500       VALUE ZERO.                                                DBNK197P
024600   05  WS-ACC-ANONYMIZED                     PIC 9(7)             DBNK197P
024700       VALUE ZERO.                                                DBNK197P
024800   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK197P
024900   05  WS-EDIT-SMALL                         PIC ZZ9.             DBNK197P
025000                                                                  DBNK197P
025100*    open legal orders, by customer and account                   DBNK197P
025200 01  WS-LEGAL-TABLE.                                              DBNK197P
025300   05  WS-LT-ENTRY OCCURS 2000 TIMES.                             DBNK197P
025400     10  WS-LT-PID                           PIC X(5).            DBNK197P
025500     10  WS-LT-ACCNO                         PIC X(9).            DBNK197P
025600                                                                  DBNK197P
025700*    former customers, in PID order, and what holds each back     DBNK197P
025800 01  WS-CAND-TABLE.                                               DBNK197P
025900   05  WS-CT-ENTRY OCCURS 5000 TIMES.                             DBNK197P
026000     10  WS-CT-PID                           PIC X(5).            DBNK197P
026100     10  WS-CT-REASON                        PIC X(1).            DBNK197P
026200     10  WS-CT-LAST-CLOSE                    PIC X(8).            DBNK197P
026300     10  WS-CT-ACCOUNTS                      PIC 9(3).            DBNK197P
026400                                                                  DBNK197P
026500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK197P
026600                                                                  DBNK197P
026700 01  WS-BCTL-DATA.                                                DBNK197P
026800 COPY CBCTLD.                                                     DBNK197P
026900                                                                  DBNK197P
027000 01  WS-BUSD-DATA.                                                DBNK197P
027100 COPY CBUSDD.                                                     DBNK197P
027200                                                                  DBNK197P
027300 PROCEDURE DIVISION.                                              DBNK197P
027400     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK197P
027500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK197P
027600     PERFORM RUN-TIME.                                            DBNK197P
027700                                                                  DBNK197P
027800***************************************************************** DBNK197P
027900* Register this run in the batch control file keyed on the      * DBNK197P
028000* business date                                                 * DBNK197P
028100***************************************************************** DBNK197P
028200     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK197P
028300     MOVE 'DBNK197P' TO BCTL-JOB-NAME.                            DBNK197P
028400     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK197P
028500     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK197P
028600     SET BCTL-FUNC-START TO TRUE.                                 DBNK197P
028700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK197P
028800     IF NOT BCTL-OK                                               DBNK197P
028900        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK197P
029000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK197P
029100        MOVE 8 TO RETURN-CODE                                     DBNK197P
029200        GO TO QUICK-EXIT                                          DBNK197P
029300     END-IF.                                                      DBNK197P
029400                                                                  DBNK197P
029500 COPY CTSTAMPP.                                                   DBNK197P
029600                                                                  DBNK197P
029700     SET OPEN-OK TO TRUE.                                         DBNK197P
029800                                                                  DBNK197P
029900     OPEN OUTPUT ANONRPT-FILE.                                    DBNK197P
030000     MOVE WS-ANONRPT-STATUS TO WS-IO-STATUS.                      DBNK197P
030100     MOVE 'ANONRPT-FILE' TO WS-FILE.                              DBNK197P
030200     PERFORM CHECK-OPEN THRU                                      DBNK197P
030300             CHECK-OPEN-EXIT.                                     DBNK197P
030400                                                                  DBNK197P
030500     OPEN OUTPUT ANONARC-FILE.                                    DBNK197P
030600     MOVE WS-ANONARC-STATUS TO WS-IO-STATUS.                      DBNK197P
030700     MOVE 'ANONARC-FILE' TO WS-FILE.                              DBNK197P
030800     PERFORM CHECK-OPEN THRU                                      DBNK197P
030900             CHECK-OPEN-EXIT.                                     DBNK197P
031000                                                                  DBNK197P
031100     OPEN I-O BNKCUST-FILE.                                       DBNK197P
031200     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK197P
031300     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK197P
031400     PERFORM CHECK-OPEN THRU                                      DBNK197P
031500             CHECK-OPEN-EXIT.                                     DBNK197P
031600                                                                  DBNK197P
031700     OPEN I-O BNKACC-FILE.                                        DBNK197P
031800     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK197P
031900     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK197P
032000     PERFORM CHECK-OPEN THRU                                      DBNK197P
032100             CHECK-OPEN-EXIT.                                     DBNK197P
032200                                                                  DBNK197P
032300     OPEN INPUT BNKLEDG-FILE.                                     DBNK197P
032400     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK197P
032500     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK197P
032600     PERFORM CHECK-OPEN THRU                                      DBNK197P
032700             CHECK-OPEN-EXIT.                                     DBNK197P
032800                                                                  DBNK197P
032900     OPEN INPUT BNKLEGL-FILE.                                     DBNK197P
033000     MOVE WS-BNKLEGL-STATUS TO WS-IO-STATUS.                      DBNK197P
033100     MOVE 'BNKLEGL-FILE' TO WS-FILE.                              DBNK197P
033200     PERFORM CHECK-OPEN THRU                                      DBNK197P
033300             CHECK-OPEN-EXIT.                                     DBNK197P
033400                                                                  DBNK197P
033500     OPEN INPUT BNKLOAN-FILE.                                     DBNK197P
033600     MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS.                      DBNK197P
033700     MOVE 'BNKLOAN-FILE' TO WS-FILE.                              DBNK197P
033800     PERFORM CHECK-OPEN THRU                                      DBNK197P
033900             CHECK-OPEN-EXIT.                                     DBNK197P
034000                                                                  DBNK197P
034100     OPEN INPUT BNKPARM-FILE.                                     DBNK197P
034200     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK197P
034300     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK197P
034400     PERFORM CHECK-OPEN THRU                                      DBNK197P
034500             CHECK-OPEN-EXIT.                                     DBNK197P
034600                                                                  DBNK197P
034700     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK197P
034800        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK197P
034900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK197P
035000        MOVE 16 TO RETURN-CODE                                    DBNK197P
035100        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK197P
035200        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK197P
035300        GO TO QUICK-EXIT                                          DBNK197P
035400     END-IF.                                                      DBNK197P
035500                                                                  DBNK197P
035600***************************************************************** DBNK197P
035700* Retention period - BNKPARM RETCUST, seven years if not set    * DBNK197P
035800***************************************************************** DBNK197P
035900     MOVE 2555 TO WS-RET-DAYS.                                    DBNK197P
036000     MOVE 'RETCUST ' TO PRM-REC-KEY.                              DBNK197P
036100     READ BNKPARM-FILE                                            DBNK197P
036200       INVALID KEY                                                DBNK197P
036300         CONTINUE                                                 DBNK197P
036400     END-READ.                                                    DBNK197P
036500     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK197P
036600        PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK197P
036700        MOVE PRM-REC-AMOUNT TO WS-RET-DAYS                        DBNK197P
036800     END-IF.                                                      DBNK197P
036900     PERFORM COMPUTE-CUTOFF THRU                                  DBNK197P
037000             COMPUTE-CUTOFF-EXIT.                                 DBNK197P
037100                                                                  DBNK197P
037200     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
037300     STRING '  CUSTOMER ANONYMIZATION RUN FOR '                   DBNK197P
037400                                     DELIMITED BY SIZE            DBNK197P
037500            BUSD-DATE                DELIMITED BY SIZE            DBNK197P
037600            '  - ACCOUNTS CLOSED BEFORE '                         DBNK197P
037700                                     DELIMITED BY SIZE            DBNK197P
037800            WS-CUTOFF-DATE           DELIMITED BY SIZE            DBNK197P
037900       INTO ANONRPT-REC.                                          DBNK197P
038000     WRITE ANONRPT-REC.                                           DBNK197P
038100     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
038200     WRITE ANONRPT-REC.                                           DBNK197P
038300     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
038400     STRING '  PID    ACTION       LAST CLOSED  ACCOUNTS  REASON' DBNK197P
038500                                     DELIMITED BY SIZE            DBNK197P
038600       INTO ANONRPT-REC.                                          DBNK197P
038700     WRITE ANONRPT-REC.                                           DBNK197P
038800                                                                  DBNK197P
038900***************************************************************** DBNK197P
039000* Legal orders not yet remitted or released                     * DBNK197P
039100***************************************************************** DBNK197P
039200     MOVE LOW-VALUES TO GGO-REC-ORDER-ID.                         DBNK197P
039300     START BNKLEGL-FILE KEY IS NOT LESS THAN GGO-REC-ORDER-ID     DBNK197P
039400       INVALID KEY                                                DBNK197P
039500         GO TO LEGAL-LOADED                                       DBNK197P
039600     END-START.                                                   DBNK197P
039700 LEGAL-LOOP.                                                      DBNK197P
039800     READ BNKLEGL-FILE NEXT                                       DBNK197P
039900       AT END                                                     DBNK197P
040000         GO TO LEGAL-LOADED                                       DBNK197P
040100     END-READ.                                                    DBNK197P
040200     IF NOT GGO-REC-IS-RECEIVED AND                               DBNK197P
040300        NOT GGO-REC-IS-FROZEN                                     DBNK197P
040400        GO TO LEGAL-LOOP                                          DBNK197P
040500     END-IF.                                                      DBNK197P
040600     IF WS-LEGAL-COUNT IS NOT LESS THAN WS-LEGAL-MAX              DBNK197P
040700        MOVE 'Too many open legal orders - run abandoned'         DBNK197P
040800          TO WS-CONSOLE-MESSAGE                                   DBNK197P
040900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK197P
041000        MOVE 8 TO RETURN-CODE                                     DBNK197P
041100        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK197P
041200        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK197P
041300        GO TO QUICK-EXIT                                          DBNK197P
041400     END-IF.                                                      DBNK197P
041500     ADD 1 TO WS-LEGAL-COUNT.                                     DBNK197P
041600     MOVE GGO-REC-PID TO WS-LT-PID (WS-LEGAL-COUNT).              DBNK197P
041700     MOVE GGO-REC-ACCNO TO WS-LT-ACCNO (WS-LEGAL-COUNT).          DBNK197P
041800     GO TO LEGAL-LOOP.                                            DBNK197P
041900 LEGAL-LOADED.                                                    DBNK197P
042000                                                                  DBNK197P
042100***************************************************************** DBNK197P
042200* First pass - each customer and the accounts they own          * DBNK197P
042300***************************************************************** DBNK197P
042400     MOVE LOW-VALUES TO BCS-REC-PID.                              DBNK197P
042500     START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID          DBNK197P
042600       INVALID KEY                                                DBNK197P
042700         GO TO CUST-ENDED                                         DBNK197P
042800     END-START.                                                   DBNK197P
042900 CUST-LOOP.                                                       DBNK197P
043000     READ BNKCUST-FILE NEXT                                       DBNK197P
043100       AT END                                                     DBNK197P
043200         GO TO CUST-ENDED                                         DBNK197P
043300     END-READ.                                                    DBNK197P
043400     ADD 1 TO WS-CUST-READ.                                       DBNK197P
043500     IF NOT BCS-REC-NOT-ANONYMIZED                                DBNK197P
043600        ADD 1 TO WS-CUST-DONE-BEFORE                              DBNK197P
043700        GO TO CUST-LOOP                                           DBNK197P
043800     END-IF.                                                      DBNK197P
043900     PERFORM ASSESS-CUSTOMER THRU                                 DBNK197P
044000             ASSESS-CUSTOMER-EXIT.                                DBNK197P
044100     GO TO CUST-LOOP.                                             DBNK197P
044200 CUST-ENDED.                                                      DBNK197P
044300                                                                  DBNK197P
044400***************************************************************** DBNK197P
044500* Second pass - accounts held jointly by a former customer      * DBNK197P
044600***************************************************************** DBNK197P
044700     MOVE LOW-VALUES TO BAC-REC-ACCNO.                            DBNK197P
044800     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO         DBNK197P
044900       INVALID KEY                                                DBNK197P
045000         GO TO JOINT-ENDED                                        DBNK197P
045100     END-START.                                                   DBNK197P
045200 JOINT-LOOP.                                                      DBNK197P
045300     READ BNKACC-FILE NEXT                                        DBNK197P
045400       AT END                                                     DBNK197P
045500         GO TO JOINT-ENDED                                        DBNK197P
045600     END-READ.                                                    DBNK197P
045700     IF BAC-REC-JOINT-PID IS EQUAL TO SPACES                      DBNK197P
045800        GO TO JOINT-LOOP                                          DBNK197P
045900     END-IF.                                                      DBNK197P
046000     PERFORM ASSESS-JOINT-ACCOUNT THRU                            DBNK197P
046100             ASSESS-JOINT-ACCOUNT-EXIT.                           DBNK197P
046200     GO TO JOINT-LOOP.                                            DBNK197P
046300 JOINT-ENDED.                                                     DBNK197P
046400                                                                  DBNK197P
046500***************************************************************** DBNK197P
046600* Third pass - anonymize or report each former customer         * DBNK197P
046700***************************************************************** DBNK197P
046800     PERFORM ACTION-CANDIDATE THRU                                DBNK197P
046900             ACTION-CANDIDATE-EXIT                                DBNK197P
047000       VARYING WS-SUB1 FROM 1 BY 1                                DBNK197P
047100         UNTIL WS-SUB1 IS GREATER THAN WS-CAND-COUNT.             DBNK197P
047200                                                                  DBNK197P
047300     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
047400     WRITE ANONRPT-REC.                                           DBNK197P
047500     MOVE WS-CUST-ANONYMIZED TO WS-EDIT-CNT.                      DBNK197P
047600     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
047700     STRING '  CUSTOMERS ANONYMIZED     ' DELIMITED BY SIZE       DBNK197P
047800            WS-EDIT-CNT                   DELIMITED BY SIZE       DBNK197P
047900       INTO ANONRPT-REC.                                          DBNK197P
048000     WRITE ANONRPT-REC.                                           DBNK197P
048100     MOVE WS-ACC-ANONYMIZED TO WS-EDIT-CNT.                       DBNK197P
048200     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
048300     STRING '  ACCOUNTS ANONYMIZED      ' DELIMITED BY SIZE       DBNK197P
048400            WS-EDIT-CNT                   DELIMITED BY SIZE       DBNK197P
048500       INTO ANONRPT-REC.                                          DBNK197P
048600     WRITE ANONRPT-REC.                                           DBNK197P
048700     MOVE WS-CUST-SKIPPED TO WS-EDIT-CNT.                         DBNK197P
048800     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
048900     STRING '  FORMER CUSTOMERS SKIPPED ' DELIMITED BY SIZE       DBNK197P
049000            WS-EDIT-CNT                   DELIMITED BY SIZE       DBNK197P
049100       INTO ANONRPT-REC.                                          DBNK197P
049200     WRITE ANONRPT-REC.                                           DBNK197P
049300     MOVE WS-CUST-ACTIVE TO WS-EDIT-CNT.                          DBNK197P
049400     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
049500     STRING '  WITH AN ACCOUNT OPEN     ' DELIMITED BY SIZE       DBNK197P
049600            WS-EDIT-CNT                   DELIMITED BY SIZE       DBNK197P
049700       INTO ANONRPT-REC.                                          DBNK197P
049800     WRITE ANONRPT-REC.                                           DBNK197P
049900     MOVE WS-CUST-NO-ACCOUNTS TO WS-EDIT-CNT.                     DBNK197P
050000     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
050100     STRING '  WITH NO ACCOUNTS HELD    ' DELIMITED BY SIZE       DBNK197P
050200            WS-EDIT-CNT                   DELIMITED BY SIZE       DBNK197P
050300       INTO ANONRPT-REC.                                          DBNK197P
050400     WRITE ANONRPT-REC.                                           DBNK197P
050500     MOVE WS-CUST-DONE-BEFORE TO WS-EDIT-CNT.                     DBNK197P
050600     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
050700     STRING '  ANONYMIZED IN EARLIER RUNS ' DELIMITED BY SIZE     DBNK197P
050800            WS-EDIT-CNT                     DELIMITED BY SIZE     DBNK197P
050900       INTO ANONRPT-REC.                                          DBNK197P
051000     WRITE ANONRPT-REC.                                           DBNK197P
051100     IF WS-CUST-NOT-TABLED IS GREATER THAN ZERO                   DBNK197P
051200        MOVE WS-CUST-NOT-TABLED TO WS-EDIT-CNT                    DBNK197P
051300        MOVE SPACES TO ANONRPT-REC                                DBNK197P
051400        STRING '  LEFT FOR THE NEXT RUN    ' DELIMITED BY SIZE    DBNK197P
051500               WS-EDIT-CNT                   DELIMITED BY SIZE    DBNK197P
051600          INTO ANONRPT-REC                                        DBNK197P
051700        WRITE ANONRPT-REC                                         DBNK197P
051800     END-IF.                                                      DBNK197P
051900                                                                  DBNK197P
052000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK197P
052100     STRING WS-CUST-READ             DELIMITED BY SIZE            DBNK197P
052200            ' customers read'        DELIMITED BY SIZE            DBNK197P
052300       INTO WS-CONSOLE-MESSAGE.                                   DBNK197P
052400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK197P
052500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK197P
052600     STRING WS-CUST-ANONYMIZED       DELIMITED BY SIZE            DBNK197P
052700            ' anonymized, '          DELIMITED BY SIZE            DBNK197P
052800            WS-CUST-SKIPPED          DELIMITED BY SIZE            DBNK197P
052900            ' skipped'               DELIMITED BY SIZE            DBNK197P
053000       INTO WS-CONSOLE-MESSAGE.                                   DBNK197P
053100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK197P
053200                                                                  DBNK197P
053300     CLOSE ANONRPT-FILE.                                          DBNK197P
053400     CLOSE ANONARC-FILE.                                          DBNK197P
053500     CLOSE BNKCUST-FILE.                                          DBNK197P
053600     CLOSE BNKACC-FILE.                                           DBNK197P
053700     CLOSE BNKLEDG-FILE.                                          DBNK197P
053800     CLOSE BNKLEGL-FILE.                                          DBNK197P
053900     CLOSE BNKLOAN-FILE.                                          DBNK197P
054000     CLOSE BNKPARM-FILE.                                          DBNK197P
054100                                                                  DBNK197P
054200     SET BCTL-FUNC-END TO TRUE.                                   DBNK197P
054300     MOVE WS-CUST-ANONYMIZED TO BCTL-RECORD-COUNT.                DBNK197P
054400     MOVE RETURN-CODE TO BCTL-RETURN-CODE.                        DBNK197P
054500     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK197P
054600                                                                  DBNK197P
054700     PERFORM RUN-TIME.                                            DBNK197P
054800                                                                  DBNK197P
054900     IF RETURN-CODE IS NOT EQUAL TO 4                             DBNK197P
055000        MOVE 0 TO RETURN-CODE                                     DBNK197P
055100     END-IF.                                                      DBNK197P
055200 QUICK-EXIT.                                                      DBNK197P
055300     GOBACK.                                                      DBNK197P
055400                                                                  DBNK197P
055500***************************************************************** DBNK197P
055600* Cutoff is the business date less the retention days - the     * DBNK197P
055700* same close-enough calendar arithmetic as the purge manager    * DBNK197P
055800***************************************************************** DBNK197P
055900 COMPUTE-CUTOFF.                                                  DBNK197P
056000     MOVE BUSD-DATE TO WS-CUT-YMD.                                DBNK197P
056100     COMPUTE WS-WORK-DD = WS-CY-DD - WS-RET-DAYS.                 DBNK197P
056200 CUTOFF-BORROW.                                                   DBNK197P
056300     IF WS-WORK-DD IS LESS THAN 1                                 DBNK197P
056400        ADD 30 TO WS-WORK-DD                                      DBNK197P
056500        IF WS-CY-MM IS EQUAL TO 1                                 DBNK197P
056600           MOVE 12 TO WS-CY-MM                                    DBNK197P
056700           SUBTRACT 1 FROM WS-CY-YYYY                             DBNK197P
056800        ELSE                                                      DBNK197P
056900           SUBTRACT 1 FROM WS-CY-MM                               DBNK197P
057000        END-IF                                                    DBNK197P
057100        GO TO CUTOFF-BORROW                                       DBNK197P
057200     END-IF.                                                      DBNK197P
057300     MOVE WS-WORK-DD TO WS-CY-DD.                                 DBNK197P
057400     MOVE WS-CUT-YMD TO WS-CUTOFF-DATE.                           DBNK197P
057500 COMPUTE-CUTOFF-EXIT.                                             DBNK197P
057600     EXIT.                                                        DBNK197P
057700                                                                  DBNK197P
057800***************************************************************** DBNK197P
057900* A customer with an open account is still a customer. One with * DBNK197P
058000* every owned account closed, or none owned, goes in the table  * DBNK197P
058100* with the first thing found that holds them back               * DBNK197P
058200***************************************************************** DBNK197P
058300 ASSESS-CUSTOMER.                                                 DBNK197P
058400     MOVE BCS-REC-PID TO WS-CUR-PID.                              DBNK197P
058500     MOVE SPACES TO WS-CUR-LAST-CLOSE.                            DBNK197P
058600     MOVE ZERO TO WS-CUR-ACCOUNTS.                                DBNK197P
058700     SET WS-CUR-ALL-CLOSED TO TRUE.                               DBNK197P
058800     SET WS-CUR-ELIGIBLE TO TRUE.                                 DBNK197P
058900     MOVE WS-CUR-PID TO BAC-REC-PID.                              DBNK197P
059000     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID                DBNK197P
059100       INVALID KEY                                                DBNK197P
059200         GO TO ASSESS-CUSTOMER-OWNED                              DBNK197P
059300     END-START.                                                   DBNK197P
059400 ASSESS-CUSTOMER-LOOP.                                            DBNK197P
059500     READ BNKACC-FILE NEXT                                        DBNK197P
059600       AT END                                                     DBNK197P
059700         GO TO ASSESS-CUSTOMER-OWNED                              DBNK197P
059800     END-READ.                                                    DBNK197P
059900     IF BAC-REC-PID IS NOT EQUAL TO WS-CUR-PID                    DBNK197P
060000        GO TO ASSESS-CUSTOMER-OWNED                               DBNK197P
060100     END-IF.                                                      DBNK197P
060200     IF NOT BAC-REC-ACC-IS-CLOSED                                 DBNK197P
060300        SET WS-CUR-HAS-OPEN TO TRUE                               DBNK197P
060400        GO TO ASSESS-CUSTOMER-OWNED                               DBNK197P
060500     END-IF.                                                      DBNK197P
060600     ADD 1 TO WS-CUR-ACCOUNTS.                                    DBNK197P
060700     IF BAC-REC-CLOSE-DATE IS GREATER THAN WS-CUR-LAST-CLOSE      DBNK197P
060800        MOVE BAC-REC-CLOSE-DATE TO WS-CUR-LAST-CLOSE              DBNK197P
060900     END-IF.                                                      DBNK197P
061000     IF WS-CUR-ELIGIBLE                                           DBNK197P
061100        MOVE BAC-REC-ACCNO TO WS-CHECK-ACCNO                      DBNK197P
061200        PERFORM CHECK-ACCOUNT-LEGAL THRU                          DBNK197P
061300                CHECK-ACCOUNT-LEGAL-EXIT                          DBNK197P
061400     END-IF.                                                      DBNK197P
061500     GO TO ASSESS-CUSTOMER-LOOP.                                  DBNK197P
061600 ASSESS-CUSTOMER-OWNED.                                           DBNK197P
061700     IF WS-CUR-HAS-OPEN                                           DBNK197P
061800        ADD 1 TO WS-CUST-ACTIVE                                   DBNK197P
061900        GO TO ASSESS-CUSTOMER-EXIT                                DBNK197P
062000     END-IF.                                                      DBNK197P
062100     IF WS-CUR-ELIGIBLE                                           DBNK197P
062200        PERFORM CHECK-CUSTOMER-LEGAL THRU                         DBNK197P
062300                CHECK-CUSTOMER-LEGAL-EXIT                         DBNK197P
062400     END-IF.                                                      DBNK197P
062500     IF WS-CUR-ELIGIBLE                                           DBNK197P
062600        PERFORM CHECK-LOANS THRU                                  DBNK197P
062700                CHECK-LOANS-EXIT                                  DBNK197P
062800     END-IF.                                                      DBNK197P
062900*    disputes need the account browse finished first              DBNK197P
063000     IF WS-CUR-ELIGIBLE AND                                       DBNK197P
063100        WS-CUR-ACCOUNTS IS GREATER THAN ZERO                      DBNK197P
063200        PERFORM CHECK-OWNED-DISPUTES THRU                         DBNK197P
063300                CHECK-OWNED-DISPUTES-EXIT                         DBNK197P
063400     END-IF.                                                      DBNK197P
063500     IF WS-CAND-COUNT IS NOT LESS THAN WS-CAND-MAX                DBNK197P
063600        ADD 1 TO WS-CUST-NOT-TABLED                               DBNK197P
063700        GO TO ASSESS-CUSTOMER-EXIT                                DBNK197P
063800     END-IF.                                                      DBNK197P
063900     ADD 1 TO WS-CAND-COUNT.                                      DBNK197P
064000     MOVE WS-CUR-PID TO WS-CT-PID (WS-CAND-COUNT).                DBNK197P
064100     MOVE WS-CUR-REASON TO WS-CT-REASON (WS-CAND-COUNT).          DBNK197P
064200     MOVE WS-CUR-LAST-CLOSE TO WS-CT-LAST-CLOSE (WS-CAND-COUNT).  DBNK197P
064300     MOVE WS-CUR-ACCOUNTS TO WS-CT-ACCOUNTS (WS-CAND-COUNT).      DBNK197P
064400 ASSESS-CUSTOMER-EXIT.                                            DBNK197P
064500     EXIT.                                                        DBNK197P
064600                                                                  DBNK197P
064700***************************************************************** DBNK197P
064800* An open legal order naming the customer or one of the         * DBNK197P
064900* accounts                                                      * DBNK197P
065000***************************************************************** DBNK197P
065100 CHECK-CUSTOMER-LEGAL.                                            DBNK197P
065200     MOVE ZERO TO WS-HIT-SUB.                                     DBNK197P
065300     PERFORM FIND-LEGAL-PID THRU                                  DBNK197P
065400             FIND-LEGAL-PID-EXIT                                  DBNK197P
065500       VARYING WS-SUB1 FROM 1 BY 1                                DBNK197P
065600         UNTIL WS-SUB1 IS GREATER THAN WS-LEGAL-COUNT             DBNK197P
065700            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK197P
065800     IF WS-HIT-SUB IS GREATER THAN 0                              DBNK197P
065900        SET WS-CUR-LEGAL-ORDER TO TRUE                            DBNK197P
066000     END-IF.                                                      DBNK197P
066100 CHECK-CUSTOMER-LEGAL-EXIT.                                       DBNK197P
066200     EXIT.                                                        DBNK197P
066300                                                                  DBNK197P
066400 FIND-LEGAL-PID.                                                  DBNK197P
066500     IF WS-LT-PID (WS-SUB1) IS EQUAL TO WS-CUR-PID                DBNK197P
066600        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK197P
066700     END-IF.                                                      DBNK197P
066800 FIND-LEGAL-PID-EXIT.                                             DBNK197P
066900     EXIT.                                                        DBNK197P
067000                                                                  DBNK197P
067100 CHECK-ACCOUNT-LEGAL.                                             DBNK197P
067200     MOVE ZERO TO WS-HIT-SUB.                                     DBNK197P
067300     PERFORM FIND-LEGAL-ACCNO THRU                                DBNK197P
067400             FIND-LEGAL-ACCNO-EXIT                                DBNK197P
067500       VARYING WS-SUB1 FROM 1 BY 1                                DBNK197P
067600         UNTIL WS-SUB1 IS GREATER THAN WS-LEGAL-COUNT             DBNK197P
067700            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK197P
067800     IF WS-HIT-SUB IS GREATER THAN 0                              DBNK197P
067900        SET WS-CUR-LEGAL-ORDER TO TRUE                            DBNK197P
068000     END-IF.                                                      DBNK197P
068100 CHECK-ACCOUNT-LEGAL-EXIT.                                        DBNK197P
068200     EXIT.                                                        DBNK197P
068300                                                                  DBNK197P
068400 FIND-LEGAL-ACCNO.                                                DBNK197P
068500     IF WS-LT-ACCNO (WS-SUB1) IS EQUAL TO WS-CHECK-ACCNO          DBNK197P
068600        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK197P
068700     END-IF.                                                      DBNK197P
068800 FIND-LEGAL-ACCNO-EXIT.                                           DBNK197P
068900     EXIT.                                                        DBNK197P
069000                                                                  DBNK197P
069100***************************************************************** DBNK197P
069200* A drawn loan is outstanding until its loan account is closed  * DBNK197P
069300* with nothing left to pay                                      * DBNK197P
069400***************************************************************** DBNK197P
069500 CHECK-LOANS.                                                     DBNK197P
069600     MOVE WS-CUR-PID TO BLN-REC-ALTKEY1-PID.                      DBNK197P
069700     MOVE LOW-VALUES TO BLN-REC-ALTKEY1-TIMESTAMP.                DBNK197P
069800     START BNKLOAN-FILE KEY IS NOT LESS THAN BLN-REC-ALTKEY1      DBNK197P
069900       INVALID KEY                                                DBNK197P
070000         GO TO CHECK-LOANS-EXIT                                   DBNK197P
070100     END-START.                                                   DBNK197P
070200 CHECK-LOANS-LOOP.                                                DBNK197P
070300     READ BNKLOAN-FILE NEXT                                       DBNK197P
070400       AT END                                                     DBNK197P
070500         GO TO CHECK-LOANS-EXIT                                   DBNK197P
070600     END-READ.                                                    DBNK197P
070700     IF BLN-REC-ALTKEY1-PID IS NOT EQUAL TO WS-CUR-PID            DBNK197P
070800        GO TO CHECK-LOANS-EXIT                                    DBNK197P
070900     END-IF.                                                      DBNK197P
071000     IF NOT BLN-REC-QUOTE-DRAWN OR                                DBNK197P
071100        BLN-REC-LOAN-ACCNO IS EQUAL TO SPACES                     DBNK197P
071200        GO TO CHECK-LOANS-LOOP                                    DBNK197P
071300     END-IF.                                                      DBNK197P
071400     MOVE BLN-REC-LOAN-ACCNO TO BAC-REC-ACCNO.                    DBNK197P
071500     READ BNKACC-FILE                                             DBNK197P
071600       INVALID KEY                                                DBNK197P
071700         CONTINUE                                                 DBNK197P
071800     END-READ.                                                    DBNK197P
071900     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     DBNK197P
072000        GO TO CHECK-LOANS-LOOP                                    DBNK197P
072100     END-IF.                                                      DBNK197P
072200     IF NOT BAC-REC-ACC-IS-CLOSED OR                              DBNK197P
072300        BAC-REC-BALANCE IS NOT EQUAL TO ZERO                      DBNK197P
072400        SET WS-CUR-LOAN-OPEN TO TRUE                              DBNK197P
072500        GO TO CHECK-LOANS-EXIT                                    DBNK197P
072600     END-IF.                                                      DBNK197P
072700     GO TO CHECK-LOANS-LOOP.                                      DBNK197P
072800 CHECK-LOANS-EXIT.                                                DBNK197P
072900     EXIT.                                                        DBNK197P
073000                                                                  DBNK197P
073100***************************************************************** DBNK197P
073200* Any ledger entry still under dispute on an owned account      * DBNK197P
073300***************************************************************** DBNK197P
073400 CHECK-OWNED-DISPUTES.                                            DBNK197P
073500     MOVE WS-CUR-PID TO BAC-REC-PID.                              DBNK197P
073600     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID                DBNK197P
073700       INVALID KEY                                                DBNK197P
073800         GO TO CHECK-OWNED-DISPUTES-EXIT                          DBNK197P
073900     END-START.                                                   DBNK197P
074000 CHECK-OWNED-DISPUTES-LOOP.                                       DBNK197P
074100     READ BNKACC-FILE NEXT                                        DBNK197P
074200       AT END                                                     DBNK197P
074300         GO TO CHECK-OWNED-DISPUTES-EXIT                          DBNK197P
074400     END-READ.                                                    DBNK197P
074500     IF BAC-REC-PID IS NOT EQUAL TO WS-CUR-PID                    DBNK197P
074600        GO TO CHECK-OWNED-DISPUTES-EXIT                           DBNK197P
074700     END-IF.                                                      DBNK197P
074800     MOVE BAC-REC-ACCNO TO WS-CHECK-ACCNO.                        DBNK197P
074900     PERFORM CHECK-DISPUTES THRU                                  DBNK197P
075000             CHECK-DISPUTES-EXIT.                                 DBNK197P
075100     IF NOT WS-CUR-ELIGIBLE                                       DBNK197P
075200        GO TO CHECK-OWNED-DISPUTES-EXIT                           DBNK197P
075300     END-IF.                                                      DBNK197P
075400     GO TO CHECK-OWNED-DISPUTES-LOOP.                             DBNK197P
075500 CHECK-OWNED-DISPUTES-EXIT.                                       DBNK197P
075600     EXIT.                                                        DBNK197P
075700                                                                  DBNK197P
075800 CHECK-DISPUTES.                                                  DBNK197P
075900     MOVE WS-CHECK-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                DBNK197P
076000     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK197P
076100     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-ALTKEY1      DBNK197P
076200       INVALID KEY                                                DBNK197P
076300         GO TO CHECK-DISPUTES-EXIT                                DBNK197P
076400     END-START.                                                   DBNK197P
076500 CHECK-DISPUTES-LOOP.                                             DBNK197P
076600     READ BNKLEDG-FILE NEXT                                       DBNK197P
076700       AT END                                                     DBNK197P
076800         GO TO CHECK-DISPUTES-EXIT                                DBNK197P
076900     END-READ.                                                    DBNK197P
077000     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO WS-CHECK-ACCNO      DBNK197P
077100        GO TO CHECK-DISPUTES-EXIT                                 DBNK197P
077200     END-IF.                                                      DBNK197P
077300     IF BLG-REC-DISPUTE-OPEN                                      DBNK197P
077400        SET WS-CUR-DISPUTE-OPEN TO TRUE                           DBNK197P
077500        GO TO CHECK-DISPUTES-EXIT                                 DBNK197P
077600     END-IF.                                                      DBNK197P
077700     GO TO CHECK-DISPUTES-LOOP.                                   DBNK197P
077800 CHECK-DISPUTES-EXIT.                                             DBNK197P
077900     EXIT.                                                        DBNK197P
078000                                                                  DBNK197P
078100***************************************************************** DBNK197P
078200* A joint holding of a former customer. An open one means the   * DBNK197P
078300* relationship has not ended; a closed one counts towards the   * DBNK197P
078400* last closure and is checked like an owned account             * DBNK197P
078500***************************************************************** DBNK197P
078600 ASSESS-JOINT-ACCOUNT.                                            DBNK197P
078700     MOVE ZERO TO WS-HIT-SUB.                                     DBNK197P
078800     MOVE BAC-REC-JOINT-PID TO WS-CUR-PID.                        DBNK197P
078900     PERFORM FIND-CANDIDATE THRU                                  DBNK197P
079000             FIND-CANDIDATE-EXIT                                  DBNK197P
079100       VARYING WS-SUB1 FROM 1 BY 1                                DBNK197P
079200         UNTIL WS-SUB1 IS GREATER THAN WS-CAND-COUNT              DBNK197P
079300            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK197P
079400     IF WS-HIT-SUB IS EQUAL TO 0                                  DBNK197P
079500        GO TO ASSESS-JOINT-ACCOUNT-EXIT                           DBNK197P
079600     END-IF.                                                      DBNK197P
079700     ADD 1 TO WS-CT-ACCOUNTS (WS-HIT-SUB).                        DBNK197P
079800     IF BAC-REC-CLOSE-DATE IS GREATER THAN                        DBNK197P
079900        WS-CT-LAST-CLOSE (WS-HIT-SUB)                             DBNK197P
080000        MOVE BAC-REC-CLOSE-DATE TO WS-CT-LAST-CLOSE (WS-HIT-SUB)  DBNK197P
080100     END-IF.                                                      DBNK197P
080200     IF WS-CT-REASON (WS-HIT-SUB) IS NOT EQUAL TO SPACE           DBNK197P
080300        GO TO ASSESS-JOINT-ACCOUNT-EXIT                           DBNK197P
080400     END-IF.                                                      DBNK197P
080500     IF NOT BAC-REC-ACC-IS-CLOSED                                 DBNK197P
080600        MOVE 'J' TO WS-CT-REASON (WS-HIT-SUB)                     DBNK197P
080700        GO TO ASSESS-JOINT-ACCOUNT-EXIT                           DBNK197P
080800     END-IF.                                                      DBNK197P
080900     SET WS-CUR-ELIGIBLE TO TRUE.                                 DBNK197P
081000     MOVE BAC-REC-ACCNO TO WS-CHECK-ACCNO.                        DBNK197P
081100     PERFORM CHECK-ACCOUNT-LEGAL THRU                             DBNK197P
081200             CHECK-ACCOUNT-LEGAL-EXIT.                            DBNK197P
081300     IF WS-CUR-ELIGIBLE                                           DBNK197P
081400        PERFORM CHECK-DISPUTES THRU                               DBNK197P
081500                CHECK-DISPUTES-EXIT                               DBNK197P
081600     END-IF.                                                      DBNK197P
081700     MOVE WS-CUR-REASON TO WS-CT-REASON (WS-HIT-SUB).             DBNK197P
081800 ASSESS-JOINT-ACCOUNT-EXIT.                                       DBNK197P
081900     EXIT.                                                        DBNK197P
082000                                                                  DBNK197P
082100 FIND-CANDIDATE.                                                  DBNK197P
082200     IF WS-CT-PID (WS-SUB1) IS EQUAL TO WS-CUR-PID                DBNK197P
082300        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK197P
082400     END-IF.                                                      DBNK197P
082500 FIND-CANDIDATE-EXIT.                                             DBNK197P
082600     EXIT.                                                        DBNK197P
082700                                                                  DBNK197P
082800***************************************************************** DBNK197P
082900* One former customer. The retention period runs from the last  * DBNK197P
083000* account closure, owned or joint                               * DBNK197P
083100***************************************************************** DBNK197P
083200 ACTION-CANDIDATE.                                                DBNK197P
083300     IF WS-CT-ACCOUNTS (WS-SUB1) IS EQUAL TO ZERO                 DBNK197P
083400        ADD 1 TO WS-CUST-NO-ACCOUNTS                              DBNK197P
083500        GO TO ACTION-CANDIDATE-EXIT                               DBNK197P
083600     END-IF.                                                      DBNK197P
083700     IF WS-CT-REASON (WS-SUB1) IS EQUAL TO SPACE AND              DBNK197P
083800        WS-CT-LAST-CLOSE (WS-SUB1) IS NOT LESS THAN               DBNK197P
083900        WS-CUTOFF-DATE                                            DBNK197P
084000        MOVE 'R' TO WS-CT-REASON (WS-SUB1)                        DBNK197P
084100     END-IF.                                                      DBNK197P
084200     MOVE WS-CT-REASON (WS-SUB1) TO WS-CUR-REASON.                DBNK197P
084300     EVALUATE TRUE                                                DBNK197P
084400       WHEN WS-CUR-ELIGIBLE                                       DBNK197P
084500         PERFORM ANONYMIZE-CUSTOMER THRU                          DBNK197P
084600                 ANONYMIZE-CUSTOMER-EXIT                          DBNK197P
084700         GO TO ACTION-CANDIDATE-EXIT                              DBNK197P
084800       WHEN WS-CUR-IN-RETENTION                                   DBNK197P
084900         MOVE 'RETENTION PERIOD NOT YET ENDED'                    DBNK197P
085000           TO WS-REASON-TEXT                                      DBNK197P
085100       WHEN WS-CUR-LEGAL-ORDER                                    DBNK197P
085200         MOVE 'LEGAL ORDER STILL OPEN' TO WS-REASON-TEXT          DBNK197P
085300       WHEN WS-CUR-LOAN-OPEN                                      DBNK197P
085400         MOVE 'LOAN NOT YET REPAID' TO WS-REASON-TEXT             DBNK197P
085500       WHEN WS-CUR-DISPUTE-OPEN                                   DBNK197P
085600         MOVE 'LEDGER DISPUTE STILL OPEN' TO WS-REASON-TEXT       DBNK197P
085700       WHEN WS-CUR-JOINT-OPEN                                     DBNK197P
085800         MOVE 'JOINT ACCOUNT STILL OPEN' TO WS-REASON-TEXT        DBNK197P
085900       WHEN OTHER                                                 DBNK197P
086000         MOVE SPACES TO WS-REASON-TEXT                            DBNK197P
086100     END-EVALUATE.                                                DBNK197P
086200     ADD 1 TO WS-CUST-SKIPPED.                                    DBNK197P
086300     MOVE WS-CT-ACCOUNTS (WS-SUB1) TO WS-EDIT-SMALL.              DBNK197P
086400     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
086500     STRING '  '                      DELIMITED BY SIZE           DBNK197P
086600            WS-CT-PID (WS-SUB1)       DELIMITED BY SIZE           DBNK197P
086700            '  SKIPPED      '         DELIMITED BY SIZE           DBNK197P
086800            WS-CT-LAST-CLOSE (WS-SUB1)                            DBNK197P
086900                                      DELIMITED BY SIZE           DBNK197P
087000            '        '                DELIMITED BY SIZE           DBNK197P
087100            WS-EDIT-SMALL             DELIMITED BY SIZE           DBNK197P
087200            '  '                      DELIMITED BY SIZE           DBNK197P
087300            WS-REASON-TEXT            DELIMITED BY SIZE           DBNK197P
087400       INTO ANONRPT-REC.                                          DBNK197P
087500     WRITE ANONRPT-REC.                                           DBNK197P
087600 ACTION-CANDIDATE-EXIT.                                           DBNK197P
087700     EXIT.                                                        DBNK197P
087800                                                                  DBNK197P
087900***************************************************************** DBNK197P
088000* Archive, then overwrite the personal fields. The customer     * DBNK197P
088100* keeps the PID, country, branch and flags reports count by     * DBNK197P
088200***************************************************************** DBNK197P
088300 ANONYMIZE-CUSTOMER.                                              DBNK197P
088400     MOVE WS-CT-PID (WS-SUB1) TO BCS-REC-PID.                     DBNK197P
088500     READ BNKCUST-FILE                                            DBNK197P
088600       INVALID KEY                                                DBNK197P
088700         CONTINUE                                                 DBNK197P
088800     END-READ.                                                    DBNK197P
088900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    DBNK197P
089000        MOVE 'BNKCUST-FILE' TO WS-FILE                            DBNK197P
089100        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    DBNK197P
089200        PERFORM DISPLAY-IO-STATUS                                 DBNK197P
089300        MOVE 4 TO RETURN-CODE                                     DBNK197P
089400        GO TO ANONYMIZE-CUSTOMER-EXIT                             DBNK197P
089500     END-IF.                                                      DBNK197P
089600     MOVE SPACES TO ANA-REC.                                      DBNK197P
089700     MOVE 'CUS' TO ANA-REC-TYPE.                                  DBNK197P
089800     MOVE BCS-REC-PID TO ANA-REC-PID.                             DBNK197P
089900     MOVE BUSD-DATE TO ANA-REC-BUS-DATE.                          DBNK197P
090000     MOVE BNKCUST-REC TO ANA-REC-DATA (1:LENGTH OF BNKCUST-REC).  DBNK197P
090100     WRITE ANA-REC.                                               DBNK197P
090200     IF WS-ANONARC-STATUS IS NOT EQUAL TO '00'                    DBNK197P
090300        MOVE 'ANONARC-FILE' TO WS-FILE                            DBNK197P
090400        MOVE WS-ANONARC-STATUS TO WS-IO-STATUS                    DBNK197P
090500        PERFORM DISPLAY-IO-STATUS                                 DBNK197P
090600        MOVE 8 TO RETURN-CODE                                     DBNK197P
090700        GO TO ANONYMIZE-CUSTOMER-EXIT                             DBNK197P
090800     END-IF.                                                      DBNK197P
090900     MOVE 'ANONYMIZED' TO BCS-REC-NAME.                           DBNK197P
091000     MOVE SPACES TO BCS-REC-ADDR1.                                DBNK197P
091100     MOVE SPACES TO BCS-REC-ADDR2.                                DBNK197P
091200     MOVE SPACES TO BCS-REC-POST-CODE.                            DBNK197P
091300     MOVE SPACES TO BCS-REC-TEL.                                  DBNK197P
091400     MOVE SPACES TO BCS-REC-EMAIL.                                DBNK197P
091500     MOVE SPACES TO BCS-REC-BIRTH-DATE.                           DBNK197P
091600     SET BCS-REC-SEND-MAIL-NO TO TRUE.                            DBNK197P
091700     SET BCS-REC-SEND-EMAIL-NO TO TRUE.                           DBNK197P
091800     MOVE BUSD-DATE TO BCS-REC-ANON-DATE.                         DBNK197P
091900     REWRITE BNKCUST-REC.                                         DBNK197P
092000     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    DBNK197P
092100        MOVE 'BNKCUST-FILE' TO WS-FILE                            DBNK197P
092200        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    DBNK197P
092300        PERFORM DISPLAY-IO-STATUS                                 DBNK197P
092400        MOVE 4 TO RETURN-CODE                                     DBNK197P
092500        GO TO ANONYMIZE-CUSTOMER-EXIT                             DBNK197P
092600     END-IF.                                                      DBNK197P
092700                                                                  DBNK197P
092800     MOVE BCS-REC-PID TO BAC-REC-PID.                             DBNK197P
092900     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID                DBNK197P
093000       INVALID KEY                                                DBNK197P
093100         GO TO ANONYMIZE-CUSTOMER-LISTED                          DBNK197P
093200     END-START.                                                   DBNK197P
093300 ANONYMIZE-CUSTOMER-LOOP.                                         DBNK197P
093400     READ BNKACC-FILE NEXT                                        DBNK197P
093500       AT END                                                     DBNK197P
093600         GO TO ANONYMIZE-CUSTOMER-LISTED                          DBNK197P
093700     END-READ.                                                    DBNK197P
093800     IF BAC-REC-PID IS NOT EQUAL TO BCS-REC-PID                   DBNK197P
093900        GO TO ANONYMIZE-CUSTOMER-LISTED                           DBNK197P
094000     END-IF.                                                      DBNK197P
094100     MOVE SPACES TO ANA-REC.                                      DBNK197P
094200     MOVE 'ACC' TO ANA-REC-TYPE.                                  DBNK197P
094300     MOVE BCS-REC-PID TO ANA-REC-PID.                             DBNK197P
094400     MOVE BUSD-DATE TO ANA-REC-BUS-DATE.                          DBNK197P
094500     MOVE BNKACC-REC TO ANA-REC-DATA (1:LENGTH OF BNKACC-REC).    DBNK197P
094600     WRITE ANA-REC.                                               DBNK197P
094700     MOVE SPACES TO BAC-REC-NOTES.                                DBNK197P
094800     REWRITE BNKACC-REC.                                          DBNK197P
094900     IF WS-BNKACC-STATUS IS EQUAL TO '00'                         DBNK197P
095000        ADD 1 TO WS-ACC-ANONYMIZED                                DBNK197P
095100     END-IF.                                                      DBNK197P
095200     GO TO ANONYMIZE-CUSTOMER-LOOP.                               DBNK197P
095300 ANONYMIZE-CUSTOMER-LISTED.                                       DBNK197P
095400     ADD 1 TO WS-CUST-ANONYMIZED.                                 DBNK197P
095500     MOVE WS-CT-ACCOUNTS (WS-SUB1) TO WS-EDIT-SMALL.              DBNK197P
095600     MOVE SPACES TO ANONRPT-REC.                                  DBNK197P
095700     STRING '  '                      DELIMITED BY SIZE           DBNK197P
095800            WS-CT-PID (WS-SUB1)       DELIMITED BY SIZE           DBNK197P
095900            '  ANONYMIZED   '         DELIMITED BY SIZE           DBNK197P
096000            WS-CT-LAST-CLOSE (WS-SUB1)                            DBNK197P
096100                                      DELIMITED BY SIZE           DBNK197P
096200            '        '                DELIMITED BY SIZE           DBNK197P
096300            WS-EDIT-SMALL             DELIMITED BY SIZE           DBNK197P
096400       INTO ANONRPT-REC.                                          DBNK197P
096500     WRITE ANONRPT-REC.                                           DBNK197P
096600 ANONYMIZE-CUSTOMER-EXIT.                                         DBNK197P
096700     EXIT.                                                        DBNK197P
096800                                                                  DBNK197P
096900***************************************************************** DBNK197P
097000* Check file open OK                                            * DBNK197P
097100***************************************************************** DBNK197P
097200 CHECK-OPEN.                                                      DBNK197P
097300     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK197P
097400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK197P
097500        STRING WS-FILE       DELIMITED BY ' '                     DBNK197P
097600               ' opened ok' DELIMITED BY SIZE                     DBNK197P
097700          INTO WS-CONSOLE-MESSAGE                                 DBNK197P
097800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK197P
097900     ELSE                                                         DBNK197P
098000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK197P
098100        STRING WS-FILE          DELIMITED BY ' '                  DBNK197P
098200               ' did not open' DELIMITED BY SIZE                  DBNK197P
098300          INTO WS-CONSOLE-MESSAGE                                 DBNK197P
098400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK197P
098500        PERFORM DISPLAY-IO-STATUS                                 DBNK197P
098600        ADD 1 TO WS-OPEN-ERROR                                    DBNK197P
098700     END-IF.                                                      DBNK197P
098800 CHECK-OPEN-EXIT.                                                 DBNK197P
098900     EXIT.                                                        DBNK197P
099000                                                                  DBNK197P
099100***************************************************************** DBNK197P
099200* Display the file status bytes. This routine will display as  *  DBNK197P
099300* two digits if the full two byte file status is numeric. If   *  DBNK197P
099400* second byte is non-numeric then it will be treated as a      *  DBNK197P
099500* binary number.                                                * DBNK197P
099600***************************************************************** DBNK197P
099700 DISPLAY-IO-STATUS.                                               DBNK197P
099800     IF WS-IO-STATUS NUMERIC                                      DBNK197P
099900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK197P
100000        STRING 'File status -' DELIMITED BY SIZE                  DBNK197P
100100               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK197P
100200          INTO WS-CONSOLE-MESSAGE                                 DBNK197P
100300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK197P
100400     ELSE                                                         DBNK197P
100500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK197P
100600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK197P
100700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK197P
100800        STRING 'File status -' DELIMITED BY SIZE                  DBNK197P
100900               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK197P
101000               '/'            DELIMITED BY SIZE                   DBNK197P
101100               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK197P
101200          INTO WS-CONSOLE-MESSAGE                                 DBNK197P
101300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK197P
101400     END-IF.                                                      DBNK197P
101500                                                                  DBNK197P
101600***************************************************************** DBNK197P
101700* Display CONSOLE messages...                                   * DBNK197P
101800***************************************************************** DBNK197P
101900 DISPLAY-CONSOLE-MESSAGE.                                         DBNK197P
102000     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK197P
102100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK197P
102200                                                                  DBNK197P
102300 COPY CTIMERP.                                                    DBNK197P
102400                                                                  DBNK197P
