000100***************************************************************** DBNK205P
000200*                                                               * DBNK205P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK205P
000400*   This demonstration program is provided for use by users     * DBNK205P
000500*   of Micro Focus products and may be used, modified and       * DBNK205P
000600*   distributed as part of your application provided that       * DBNK205P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK205P
000800*   in this material.                                           * DBNK205P
000900*                                                               * DBNK205P
001000***************************************************************** DBNK205P
001100                                                                  DBNK205P
001200                                                                  DBNK205P
001300***************************************************************** DBNK205P
001400* Program:     DBNK205P.CBL                                     * DBNK205P
001500* Function:    Consolidated relationship statement. For every   * DBNK205P
001600*              live customer who has elected it on BNKCUST (see * DBNK205P
001700*              DBNK204P) one statement covers all the accounts  * DBNK205P
001800*              they own - those open, and those closed since    * DBNK205P
001900*              their last statement - in place of the separate  * DBNK205P
002000*              statements DBANK56P passes by. It opens with a   * DBNK205P
002100*              relationship summary of each account's opening   * DBNK205P
002200*              and closing balance and, for a loan, the         * DBNK205P
002300*              principal still to be repaid on BNKLSCH; then    * DBNK205P
002400*              each account's section lists the BNKLEDG entries * DBNK205P
002500*              since its last statement, with a term deposit's  * DBNK205P
002600*              maturity date and a loan's next installment due. * DBNK205P
002700*              Delivery follows DBANK56P: by e-mail or post as  * DBNK205P
002800*              the customer has chosen, held back when the      * DBNK205P
002900*              postal address has been returned and there is no * DBNK205P
003000*              e-mail. The statement is printed to CSTMOUT and  * DBNK205P
003100*              archived on BNKSTMA in full under every account  * DBNK205P
003200*              it covers, so DBANK40P reprints it from any of   * DBNK205P
003300*              them; each account's last statement balance and  * DBNK205P
003400*              date are then brought up to date and the send is * DBNK205P
003500*              logged on BNKCORR. Runs after DBANK56P.          * DBNK205P
003600*              Return code 4 when accounts or lines could not   * DBNK205P
003700*              be held.                                         * DBNK205P
003800*              VSAM version                                     * DBNK205P
003900***************************************************************** DBNK205P
004000                                                                  DBNK205P
004100 IDENTIFICATION DIVISION.                                         DBNK205P
004200 PROGRAM-ID.                                                      DBNK205P
004300     DBNK205P.                                                    DBNK205P
004400 DATE-WRITTEN.                                                    DBNK205P
004500     October 2008.                                                DBNK205P
004600 DATE-COMPILED.                                                   DBNK205P
004700     Today.                                                       DBNK205P
004800                                                                  DBNK205P
004900 ENVIRONMENT DIVISION.                                            DBNK205P
005000                                                                  DBNK205P
005100 INPUT-OUTPUT   SECTION.                                          DBNK205P
005200   FILE-CONTROL.                                                  DBNK205P
005300     SELECT BNKCUST-FILE                                          DBNK205P
005400            ASSIGN       TO BNKCUST                               DBNK205P
005500            ORGANIZATION IS INDEXED                               DBNK205P
005600            ACCESS MODE  IS DYNAMIC                               DBNK205P
005700            RECORD KEY   IS BCS-REC-PID                           DBNK205P
005800            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK205P
005900                                                                  DBNK205P
006000     SELECT BNKACC-FILE                                           DBNK205P
006100            ASSIGN       TO BNKACC                                DBNK205P
006200            ORGANIZATION IS INDEXED                               DBNK205P
006300            ACCESS MODE  IS DYNAMIC                               DBNK205P
006400            RECORD KEY   IS BAC-REC-ACCNO                         DBNK205P
006500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK205P
006600            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK205P
006700                                                                  DBNK205P
006800     SELECT BNKATYP-FILE                                          DBNK205P
006900            ASSIGN       TO BNKATYP                               DBNK205P
007000            ORGANIZATION IS INDEXED                               DBNK205P
007100            ACCESS MODE  IS RANDOM                                DBNK205P
007200            RECORD KEY   IS BAT-REC-TYPE                          DBNK205P
007300            FILE STATUS  IS WS-BNKATYP-STATUS.                    DBNK205P
007400                                                                  DBNK205P
007500     SELECT BNKLEDG-FILE                                          DBNK205P
007600            ASSIGN       TO BNKLEDG                               DBNK205P
007700            ORGANIZATION IS INDEXED                               DBNK205P
007800            ACCESS MODE  IS DYNAMIC                               DBNK205P
007900            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK205P
008000            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK205P
008100            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK205P
008200                                                                  DBNK205P
008300     SELECT BNKLSCH-FILE                                          DBNK205P
008400            ASSIGN       TO BNKLSCH                               DBNK205P
008500            ORGANIZATION IS INDEXED                               DBNK205P
008600            ACCESS MODE  IS DYNAMIC                               DBNK205P
008700            RECORD KEY   IS BLS-REC-KEY                           DBNK205P
008800            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK205P
008900                                                                  DBNK205P
009000     SELECT BNKBRCH-FILE                                          DBNK205P
009100            ASSIGN       TO BNKBRCH                               DBNK205P
009200            ORGANIZATION IS INDEXED                               DBNK205P
009300            ACCESS MODE  IS RANDOM                                DBNK205P
009400            RECORD KEY   IS BBR-REC-CODE                          DBNK205P
009500            FILE STATUS  IS WS-BNKBRCH-STATUS.                    DBNK205P
009600                                                                  DBNK205P
009700     SELECT BNKSTMA-FILE                                          DBNK205P
009800            ASSIGN       TO BNKSTMA                               DBNK205P
009900            ORGANIZATION IS INDEXED                               DBNK205P
010000            ACCESS MODE  IS RANDOM                                DBNK205P
010100            RECORD KEY   IS BSA-REC-KEY                           DBNK205P
010200            FILE STATUS  IS WS-BNKSTMA-STATUS.                    DBNK205P
010300                                                                  DBNK205P
010400     SELECT BNKCORR-FILE                                          DBNK205P
010500            ASSIGN       TO BNKCORR                               DBNK205P
010600            ORGANIZATION IS INDEXED                               DBNK205P
010700            ACCESS MODE  IS RANDOM                                DBNK205P
010800            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBNK205P
010900            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBNK205P
011000            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBNK205P
011100                                                                  DBNK205P
011200* Consolidated statement print stream, picked up by the print/mailDBNK205P
011300* distribution alongside DBANK56P's STMTOUT                       DBNK205P
011400     SELECT CSTMOUT-FILE                                          DBNK205P
011500            ASSIGN       TO CSTMOUT                               DBNK205P
011600            ORGANIZATION IS SEQUENTIAL                            DBNK205P
011700            FILE STATUS  IS WS-CSTMOUT-STATUS.                    DBNK205P
011800                                                                  DBNK205P
011900 DATA DIVISION.                                                   DBNK205P
012000                                                                  DBNK205P
012100 FILE SECTION.                                                    DBNK205P
012200 FD  BNKCUST-FILE.                                                DBNK205P
012300 01  BNKCUST-REC.                                                 DBNK205P
012400 COPY CBANKVCS.                                                   DBNK205P
012500                                                                  DBNK205P
012600 FD  BNKACC-FILE.                                                 DBNK205P
012700 01  BNKACC-REC.                                                  DBNK205P
012800 COPY CBANKVAC.                                                   DBNK205P
012900                                                                  DBNK205P
013000 FD  BNKATYP-FILE.                                                DBNK205P
013100 01  BNKATYP-REC.                                                 DBNK205P
013200 COPY CBANKVAT.                                                   DBNK205P
013300                                                                  DBNK205P
013400 FD  BNKLEDG-FILE.                                                DBNK205P
013500 01  BNKLEDG-REC.                                                 DBNK205P
013600 COPY CBANKVLG.                                                   DBNK205P
013700                                                                  DBNK205P
013800 FD  BNKLSCH-FILE.                                                DBNK205P
013900 01  BNKLSCH-REC.                                                 DBNK205P
014000 COPY CBANKVLS.                                                   DBNK205P
014100                                                                  DBNK205P
014200 FD  BNKBRCH-FILE.                                                DBNK205P
014300 01  BNKBRCH-REC.                                                 DBNK205P
014400 COPY CBANKVBR.                                                   DBNK205P
014500                                                                  DBNK205P
014600 FD  BNKSTMA-FILE.                                                DBNK205P
014700 01  BNKSTMA-REC.                                                 DBNK205P
014800 COPY CBANKVSA.                                                   DBNK205P
014900                                                                  DBNK205P
015000 FD  BNKCORR-FILE.                                                DBNK205P
015100 01  BNKCORR-REC.                                                 DBNK205P
015200 COPY CBANKVCO.                                                   DBNK205P
015300                                                                  DBNK205P
015400 FD  CSTMOUT-FILE.                                                DBNK205P
015500 01  CSTMOUT-REC                        PIC X(132).               DBNK205P
015600                                                                  DBNK205P
015700 WORKING-STORAGE SECTION.                                         DBNK205P
015800 COPY CTIMERD.                                                    DBNK205P
015900 COPY CTSTAMPD.                                                   DBNK205P
016000                                                                  DBNK205P
016100 01  WS-MISC-STORAGE.                                             DBNK205P
016200   05  WS-PROGRAM-ID                         PIC X(8)             DBNK205P
016300       VALUE 'DBNK205P'.                                          DBNK205P
016400                                                                  DBNK205P
016500   05  WS-BNKCUST-STATUS.                                         DBNK205P
016600     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK205P
016700     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK205P
016800   05  WS-BNKACC-STATUS.                                          DBNK205P
016900     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK205P
017000     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK205P
017100   05  WS-BNKATYP-STATUS.                                         DBNK205P
017200     10  WS-BNKATYP-STAT1                     PIC X(1).           DBNK205P
017300     10  WS-BNKATYP-STAT2                     PIC X(1).           DBNK205P
017400   05  WS-BNKLEDG-STATUS.                                         DBNK205P
017500     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK205P
017600     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK205P
017700   05  WS-BNKLSCH-STATUS.                                         DBNK205P
017800     10  WS-BNKLSCH-STAT1                     PIC X(1).           DBNK205P
017900     10  WS-BNKLSCH-STAT2                     PIC X(1).           DBNK205P
018000   05  WS-BNKBRCH-STATUS.                                         DBNK205P
018100     10  WS-BNKBRCH-STAT1                     PIC X(1).           DBNK205P
018200     10  WS-BNKBRCH-STAT2                     PIC X(1).           DBNK205P
018300   05  WS-BRCH-AVAIL-FLAG                    PIC X(1).            DBNK205P
018400     88  WS-BRCH-AVAILABLE                    VALUE 'Y'.          DBNK205P
018500     88  WS-BRCH-UNAVAILABLE                  VALUE 'N'.          DBNK205P
018600   05  WS-BNKSTMA-STATUS.                                         DBNK205P
018700     10  WS-BNKSTMA-STAT1                     PIC X(1).           DBNK205P
018800     10  WS-BNKSTMA-STAT2                     PIC X(1).           DBNK205P
018900   05  WS-BNKCORR-STATUS.                                         DBNK205P
019000     10  WS-BNKCORR-STAT1                     PIC X(1).           DBNK205P
019100     10  WS-BNKCORR-STAT2                     PIC X(1).           DBNK205P
019200   05  WS-CSTMOUT-STATUS.                                         DBNK205P
019300     10  WS-CSTMOUT-STAT1                     PIC X(1).           DBNK205P
019400     10  WS-CSTMOUT-STAT2                     PIC X(1).           DBNK205P
019500                                                                  DBNK205P
019600   05  WS-IO-STATUS.                                              DBNK205P
019700     10  WS-IO-STAT1                          PIC X(1).           DBNK205P
019800     10  WS-IO-STAT2                          PIC X(1).           DBNK205P
019900                                                                  DBNK205P
020000   05  WS-TWO-BYTES.                                              DBNK205P
020100     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK205P
020200     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK205P
020300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK205P
020400                                              PIC 9(1) COMP.      DBNK205P
020500                                                                  DBNK205P
020600   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK205P
020700     88  OPEN-OK                              VALUE 0.            DBNK205P
020800                                                                  DBNK205P
020900   05  WS-FILE                               PIC X(16).           DBNK205P
021000                                                                  DBNK205P
021100   05  WS-TODAY-DATE                         PIC X(8).            DBNK205P
021200                                                                  DBNK205P
021300*    how this statement goes out - held back when the postal      DBNK205P
021400*    address has been returned and there is no e-mail to use      DBNK205P
021500   05  WS-STMT-CHANNEL                       PIC X(1).            DBNK205P
021600     88  STMT-BY-EMAIL                        VALUE 'E'.          DBNK205P
021700     88  STMT-BY-MAIL                         VALUE 'M'.          DBNK205P
021800     88  STMT-HELD-BACK                       VALUE 'S'.          DBNK205P
021900                                                                  DBNK205P
022000   05  WS-STMT-BRANCH-NAME                   PIC X(24).           DBNK205P
022100   05  WS-STMT-BRANCH-ADDR1                  PIC X(30).           DBNK205P
022200   05  WS-STMT-BRANCH-ADDR2                  PIC X(20).           DBNK205P
022300                                                                  DBNK205P
022400   05  WS-AC-SUB                             PIC S9(4) COMP.      DBNK205P
022500   05  WS-DOC-SUB                            PIC S9(4) COMP.      DBNK205P
022600   05  WS-ARCH-SEQ                           PIC 9(4).            DBNK205P
022700   05  WS-SECTION-LINES                      PIC 9(5).            DBNK205P
022800   05  WS-TXN-DATE                           PIC X(8).            DBNK205P
022900                                                                  DBNK205P
023000   05  WS-CUSTOMERS-READ                     PIC 9(7)             DBNK205P
023100       VALUE ZERO.                                                DBNK205P
023200   05  WS-STATEMENTS-MAILED                  PIC 9(5)             DBNK205P
023300       VALUE ZERO.                                                DBNK205P
023400   05  WS-STATEMENTS-EMAILED                 PIC 9(5)             DBNK205P
023500       VALUE ZERO.                                                DBNK205P
023600   05  WS-STATEMENTS-HELD                    PIC 9(5)             DBNK205P
023700       VALUE ZERO.                                                DBNK205P
023800   05  WS-STATEMENTS-DONE                    PIC 9(5)             DBNK205P
023900       VALUE ZERO.                                                DBNK205P
024000   05  WS-ACCOUNTS-COVERED                   PIC 9(7)             DBNK205P
024100       VALUE ZERO.                                                DBNK205P
024200   05  WS-NO-ACCOUNTS                        PIC 9(5)             DBNK205P
024300       VALUE ZERO.                                                DBNK205P
024400   05  WS-ACCOUNTS-LOST                      PIC 9(5)             DBNK205P
024500       VALUE ZERO.                                                DBNK205P
024600   05  WS-LINES-LOST                         PIC 9(5)             DBNK205P
024700       VALUE ZERO.                                                DBNK205P
024800                                                                  DBNK205P
024900   05  WS-STMT-AMT-1                         PIC X(15).           DBNK205P
025000   05  WS-STMT-AMT-1-N REDEFINES                                  DBNK205P
025100       WS-STMT-AMT-1                   PIC ZZZ,ZZZ,ZZ9.99-.       DBNK205P
025200   05  WS-STMT-AMT-2                         PIC X(15).           DBNK205P
025300   05  WS-STMT-AMT-2-N REDEFINES                                  DBNK205P
025400       WS-STMT-AMT-2                   PIC ZZZ,ZZZ,ZZ9.99-.       DBNK205P
025500   05  WS-STMT-AMT-3                         PIC X(15).           DBNK205P
025600   05  WS-STMT-AMT-3-N REDEFINES                                  DBNK205P
025700       WS-STMT-AMT-3                   PIC ZZZ,ZZZ,ZZ9.99-.       DBNK205P
025800                                                                  DBNK205P
025900 COPY CBANKTXD.                                                   DBNK205P
026000                                                                  DBNK205P
026100 COPY CBANKBRD.                                                   DBNK205P
026200                                                                  DBNK205P
026300*    the accounts one statement covers                            DBNK205P
026400 01  WS-AC-TABLE.                                                 DBNK205P
026500   05  WS-AC-COUNT                           PIC S9(4) COMP       DBNK205P
026600       VALUE ZERO.                                                DBNK205P
026700   05  WS-AC-ENTRY OCCURS 20 TIMES.                               DBNK205P
026800     10  WS-AC-ACCNO                         PIC X(9).            DBNK205P
026900     10  WS-AC-DESC                          PIC X(20).           DBNK205P
027000     10  WS-AC-OPEN-BAL                PIC S9(9)V99 COMP-3.       DBNK205P
027100     10  WS-AC-CLOSE-BAL               PIC S9(9)V99 COMP-3.       DBNK205P
027200     10  WS-AC-LAST-STMT-DTE                 PIC X(8).            DBNK205P
027300     10  WS-AC-STATUS                        PIC X(1).            DBNK205P
027400       88  WS-AC-IS-CLOSED                    VALUE 'C'.          DBNK205P
027500     10  WS-AC-TD-FLAG                       PIC X(1).            DBNK205P
027600       88  WS-AC-IS-TERM-DEP                  VALUE 'Y'.          DBNK205P
027700     10  WS-AC-TD-MATURITY                   PIC X(8).            DBNK205P
027800     10  WS-AC-LOAN-FLAG                     PIC X(1).            DBNK205P
027900       88  WS-AC-IS-LOAN                      VALUE 'Y'.          DBNK205P
028000     10  WS-AC-LOAN-BAL                PIC S9(9)V99 COMP-3.       DBNK205P
028100     10  WS-AC-NEXT-DUE                      PIC X(8).            DBNK205P
028200     10  WS-AC-NEXT-AMT                PIC S9(7)V99 COMP-3.       DBNK205P
028300                                                                  DBNK205P
028400*    the statement as printed, archived under every account       DBNK205P
028500 01  WS-DOC-TABLE.                                                DBNK205P
028600   05  WS-DOC-COUNT                          PIC S9(4) COMP       DBNK205P
028700       VALUE ZERO.                                                DBNK205P
028800   05  WS-DOC-LINE OCCURS 500 TIMES          PIC X(132).          DBNK205P
028900                                                                  DBNK205P
029000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK205P
029100                                                                  DBNK205P
029200 01  WS-BCTL-DATA.                                                DBNK205P
029300 COPY CBCTLD.                                                     DBNK205P
029400                                                                  DBNK205P
029500 PROCEDURE DIVISION.                                              DBNK205P
029600     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK205P
029700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK205P
029800     PERFORM RUN-TIME.                                            DBNK205P
029900                                                                  DBNK205P
030000***************************************************************** DBNK205P
030100* Register this run in the batch control file; the account      * DBNK205P
030200* statements must have run first for the business date          * DBNK205P
030300***************************************************************** DBNK205P
030400     MOVE 'DBNK205P' TO BCTL-JOB-NAME.                            DBNK205P
030500     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK205P
030600     MOVE 'DBANK56P' TO BCTL-PREREQ-JOB.                          DBNK205P
030700     SET BCTL-FUNC-START TO TRUE.                                 DBNK205P
030800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK205P
030900     IF NOT BCTL-OK                                               DBNK205P
031000        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK205P
031100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
031200        MOVE 8 TO RETURN-CODE                                     DBNK205P
031300        GO TO QUICK-EXIT                                          DBNK205P
031400     END-IF.                                                      DBNK205P
031500                                                                  DBNK205P
031600*    the statement period is dated as DBANK56P dates its own      DBNK205P
031700     MOVE WS-TIMER-CURRENT-DATE TO WS-TODAY-DATE.                 DBNK205P
031800     SET OPEN-OK TO TRUE.                                         DBNK205P
031900                                                                  DBNK205P
032000     OPEN INPUT BNKCUST-FILE.                                     DBNK205P
032100     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK205P
032200     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK205P
032300     PERFORM CHECK-OPEN THRU                                      DBNK205P
032400             CHECK-OPEN-EXIT.                                     DBNK205P
032500                                                                  DBNK205P
032600     OPEN I-O BNKACC-FILE.                                        DBNK205P
032700     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK205P
032800     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK205P
032900     PERFORM CHECK-OPEN THRU                                      DBNK205P
033000             CHECK-OPEN-EXIT.                                     DBNK205P
033100                                                                  DBNK205P
033200     OPEN INPUT BNKATYP-FILE.                                     DBNK205P
033300     MOVE WS-BNKATYP-STATUS TO WS-IO-STATUS.                      DBNK205P
033400     MOVE 'BNKATYP-FILE' TO WS-FILE.                              DBNK205P
033500     PERFORM CHECK-OPEN THRU                                      DBNK205P
033600             CHECK-OPEN-EXIT.                                     DBNK205P
033700                                                                  DBNK205P
033800     OPEN INPUT BNKLEDG-FILE.                                     DBNK205P
033900     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK205P
034000     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK205P
034100     PERFORM CHECK-OPEN THRU                                      DBNK205P
034200             CHECK-OPEN-EXIT.                                     DBNK205P
034300                                                                  DBNK205P
034400     OPEN INPUT BNKLSCH-FILE.                                     DBNK205P
034500     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK205P
034600     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK205P
034700     PERFORM CHECK-OPEN THRU                                      DBNK205P
034800             CHECK-OPEN-EXIT.                                     DBNK205P
034900                                                                  DBNK205P
035000     OPEN I-O BNKSTMA-FILE.                                       DBNK205P
035100     MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS.                      DBNK205P
035200     MOVE 'BNKSTMA-FILE' TO WS-FILE.                              DBNK205P
035300     PERFORM CHECK-OPEN THRU                                      DBNK205P
035400             CHECK-OPEN-EXIT.                                     DBNK205P
035500                                                                  DBNK205P
035600     OPEN I-O BNKCORR-FILE.                                       DBNK205P
035700     MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS.                      DBNK205P
035800     MOVE 'BNKCORR-FILE' TO WS-FILE.                              DBNK205P
035900     PERFORM CHECK-OPEN THRU                                      DBNK205P
036000             CHECK-OPEN-EXIT.                                     DBNK205P
036100                                                                  DBNK205P
036200     OPEN OUTPUT CSTMOUT-FILE.                                    DBNK205P
036300     MOVE WS-CSTMOUT-STATUS TO WS-IO-STATUS.                      DBNK205P
036400     MOVE 'CSTMOUT-FILE' TO WS-FILE.                              DBNK205P
036500     PERFORM CHECK-OPEN THRU                                      DBNK205P
036600             CHECK-OPEN-EXIT.                                     DBNK205P
036700                                                                  DBNK205P
036800*    The branch master may be absent while a region is being      DBNK205P
036900*    brought up - the compiled table then serves as fallback      DBNK205P
037000     OPEN INPUT BNKBRCH-FILE.                                     DBNK205P
037100     IF WS-BNKBRCH-STATUS IS EQUAL TO '00'                        DBNK205P
037200        SET WS-BRCH-AVAILABLE TO TRUE                             DBNK205P
037300     ELSE                                                         DBNK205P
037400        SET WS-BRCH-UNAVAILABLE TO TRUE                           DBNK205P
037500     END-IF.                                                      DBNK205P
037600                                                                  DBNK205P
037700     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK205P
037800        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK205P
037900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
038000        MOVE 16 TO RETURN-CODE                                    DBNK205P
038100        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK205P
038200        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK205P
038300        GO TO QUICK-EXIT                                          DBNK205P
038400     END-IF.                                                      DBNK205P
038500                                                                  DBNK205P
038600***************************************************************** DBNK205P
038700* One statement for each live customer who has elected it       * DBNK205P
038800***************************************************************** DBNK205P
038900     MOVE LOW-VALUES TO BCS-REC-PID.                              DBNK205P
039000     START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID          DBNK205P
039100       INVALID KEY                                                DBNK205P
039200         GO TO CUST-ENDED                                         DBNK205P
039300     END-START.                                                   DBNK205P
039400 CUST-LOOP.                                                       DBNK205P
039500     READ BNKCUST-FILE NEXT                                       DBNK205P
039600       AT END                                                     DBNK205P
039700         GO TO CUST-ENDED                                         DBNK205P
039800     END-READ.                                                    DBNK205P
039900     ADD 1 TO WS-CUSTOMERS-READ.                                  DBNK205P
040000     IF NOT BCS-REC-CONSOL-STMT-YES                               DBNK205P
040100        GO TO CUST-LOOP                                           DBNK205P
040200     END-IF.                                                      DBNK205P
040300*    No statement is produced for a deceased customer - the       DBNK205P
040400*    estate is handled through the release transaction            DBNK205P
040500     IF BCS-REC-MERGED-INTO IS NOT EQUAL TO SPACES OR             DBNK205P
040600        BCS-REC-ANON-DATE IS NOT EQUAL TO SPACES OR               DBNK205P
040700        BCS-REC-IS-DECEASED                                       DBNK205P
040800        GO TO CUST-LOOP                                           DBNK205P
040900     END-IF.                                                      DBNK205P
041000     PERFORM PRODUCE-STATEMENT THRU                               DBNK205P
041100             PRODUCE-STATEMENT-EXIT.                              DBNK205P
041200     GO TO CUST-LOOP.                                             DBNK205P
041300 CUST-ENDED.                                                      DBNK205P
041400                                                                  DBNK205P
041500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK205P
041600     STRING WS-STATEMENTS-DONE           DELIMITED BY SIZE        DBNK205P
041700            ' consolidated statements generated'                  DBNK205P
041800                                         DELIMITED BY SIZE        DBNK205P
041900       INTO WS-CONSOLE-MESSAGE.                                   DBNK205P
042000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK205P
042100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK205P
042200     STRING WS-ACCOUNTS-COVERED          DELIMITED BY SIZE        DBNK205P
042300            ' accounts covered'          DELIMITED BY SIZE        DBNK205P
042400       INTO WS-CONSOLE-MESSAGE.                                   DBNK205P
042500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK205P
042600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK205P
042700     STRING WS-STATEMENTS-EMAILED        DELIMITED BY SIZE        DBNK205P
042800            ' queued for e-mail delivery' DELIMITED BY SIZE       DBNK205P
042900       INTO WS-CONSOLE-MESSAGE.                                   DBNK205P
043000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK205P
043100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK205P
043200     STRING WS-STATEMENTS-MAILED         DELIMITED BY SIZE        DBNK205P
043300            ' queued for postal delivery' DELIMITED BY SIZE       DBNK205P
043400       INTO WS-CONSOLE-MESSAGE.                                   DBNK205P
043500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK205P
043600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK205P
043700     STRING WS-STATEMENTS-HELD           DELIMITED BY SIZE        DBNK205P
043800            ' held back - address returned'                       DBNK205P
043900                                         DELIMITED BY SIZE        DBNK205P
044000       INTO WS-CONSOLE-MESSAGE.                                   DBNK205P
044100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK205P
044200     IF WS-NO-ACCOUNTS IS GREATER THAN ZERO                       DBNK205P
044300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK205P
044400        STRING WS-NO-ACCOUNTS            DELIMITED BY SIZE        DBNK205P
044500               ' elected customers with no account to report'     DBNK205P
044600                                         DELIMITED BY SIZE        DBNK205P
044700          INTO WS-CONSOLE-MESSAGE                                 DBNK205P
044800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
044900     END-IF.                                                      DBNK205P
045000     IF WS-ACCOUNTS-LOST IS GREATER THAN ZERO                     DBNK205P
045100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK205P
045200        STRING WS-ACCOUNTS-LOST          DELIMITED BY SIZE        DBNK205P
045300               ' accounts left off - account table full'          DBNK205P
045400                                         DELIMITED BY SIZE        DBNK205P
045500          INTO WS-CONSOLE-MESSAGE                                 DBNK205P
045600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
045700     END-IF.                                                      DBNK205P
045800     IF WS-LINES-LOST IS GREATER THAN ZERO                        DBNK205P
045900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK205P
046000        STRING WS-LINES-LOST             DELIMITED BY SIZE        DBNK205P
046100               ' lines not archived - statement table full'       DBNK205P
046200                                         DELIMITED BY SIZE        DBNK205P
046300          INTO WS-CONSOLE-MESSAGE                                 DBNK205P
046400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
046500     END-IF.                                                      DBNK205P
046600                                                                  DBNK205P
046700     CLOSE BNKCUST-FILE.                                          DBNK205P
046800     CLOSE BNKACC-FILE.                                           DBNK205P
046900     CLOSE BNKATYP-FILE.                                          DBNK205P
047000     CLOSE BNKLEDG-FILE.                                          DBNK205P
047100     CLOSE BNKLSCH-FILE.                                          DBNK205P
047200     CLOSE BNKBRCH-FILE.                                          DBNK205P
047300     CLOSE BNKSTMA-FILE.                                          DBNK205P
047400     CLOSE BNKCORR-FILE.                                          DBNK205P
047500     CLOSE CSTMOUT-FILE.                                          DBNK205P
047600                                                                  DBNK205P
047700     SET BCTL-FUNC-END TO TRUE.                                   DBNK205P
047800     MOVE WS-STATEMENTS-DONE TO BCTL-RECORD-COUNT.                DBNK205P
047900     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK205P
048000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK205P
048100                                                                  DBNK205P
048200     PERFORM RUN-TIME.                                            DBNK205P
048300                                                                  DBNK205P
048400     IF WS-ACCOUNTS-LOST IS GREATER THAN ZERO OR                  DBNK205P
048500        WS-LINES-LOST IS GREATER THAN ZERO                        DBNK205P
048600        MOVE 4 TO RETURN-CODE                                     DBNK205P
048700     ELSE                                                         DBNK205P
048800        MOVE 0 TO RETURN-CODE                                     DBNK205P
048900     END-IF.                                                      DBNK205P
049000 QUICK-EXIT.                                                      DBNK205P
049100     GOBACK.                                                      DBNK205P
049200                                                                  DBNK205P
049300***************************************************************** DBNK205P
049400* Produce, archive and log one customer's statement             * DBNK205P
049500***************************************************************** DBNK205P
049600 PRODUCE-STATEMENT.                                               DBNK205P
049700     PERFORM SET-CHANNEL THRU                                     DBNK205P
049800             SET-CHANNEL-EXIT.                                    DBNK205P
049900     PERFORM LOAD-ACCOUNTS THRU                                   DBNK205P
050000             LOAD-ACCOUNTS-EXIT.                                  DBNK205P
050100     IF WS-AC-COUNT IS EQUAL TO ZERO                              DBNK205P
050200        ADD 1 TO WS-NO-ACCOUNTS                                   DBNK205P
050300        GO TO PRODUCE-STATEMENT-EXIT                              DBNK205P
050400     END-IF.                                                      DBNK205P
050500     MOVE 0 TO WS-DOC-COUNT.                                      DBNK205P
050600                                                                  DBNK205P
050700     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
050800     STRING 'CONSOLIDATED STATEMENT FOR ' DELIMITED BY SIZE       DBNK205P
050900            BCS-REC-PID              DELIMITED BY SIZE            DBNK205P
051000            '  '                     DELIMITED BY SIZE            DBNK205P
051100            BCS-REC-NAME             DELIMITED BY '  '            DBNK205P
051200       INTO CSTMOUT-REC.                                          DBNK205P
051300     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
051400             WRITE-STMT-LINE-EXIT.                                DBNK205P
051500     MOVE BCS-REC-BRANCH-CODE TO BRANCH-WK-CODE.                  DBNK205P
051600     PERFORM RESOLVE-BRANCH THRU                                  DBNK205P
051700             RESOLVE-BRANCH-EXIT.                                 DBNK205P
051800     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
051900     STRING '  '                     DELIMITED BY SIZE            DBNK205P
052000            WS-STMT-BRANCH-NAME      DELIMITED BY '  '            DBNK205P
052100            '  '                     DELIMITED BY SIZE            DBNK205P
052200            WS-STMT-BRANCH-ADDR1     DELIMITED BY '  '            DBNK205P
052300       INTO CSTMOUT-REC.                                          DBNK205P
052400     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
052500             WRITE-STMT-LINE-EXIT.                                DBNK205P
052600     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
052700     STRING '  Statement date '      DELIMITED BY SIZE            DBNK205P
052800            WS-TODAY-DATE            DELIMITED BY SIZE            DBNK205P
052900       INTO CSTMOUT-REC.                                          DBNK205P
053000     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
053100             WRITE-STMT-LINE-EXIT.                                DBNK205P
053200                                                                  DBNK205P
053300     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
053400     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
053500             WRITE-STMT-LINE-EXIT.                                DBNK205P
053600     MOVE 'RELATIONSHIP SUMMARY' TO CSTMOUT-REC.                  DBNK205P
053700     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
053800             WRITE-STMT-LINE-EXIT.                                DBNK205P
053900     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
054000     MOVE 'ACCOUNT' TO CSTMOUT-REC (3:7).                         DBNK205P
054100     MOVE 'TYPE' TO CSTMOUT-REC (14:4).                           DBNK205P
054200     MOVE 'OPENING BALANCE' TO CSTMOUT-REC (36:15).               DBNK205P
054300     MOVE 'CLOSING BALANCE' TO CSTMOUT-REC (53:15).               DBNK205P
054400     MOVE ' LOAN REMAINING' TO CSTMOUT-REC (70:15).               DBNK205P
054500     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
054600             WRITE-STMT-LINE-EXIT.                                DBNK205P
054700     PERFORM PRINT-SUMMARY-LINE THRU                              DBNK205P
054800             PRINT-SUMMARY-LINE-EXIT                              DBNK205P
054900       VARYING WS-AC-SUB FROM 1 BY 1                              DBNK205P
055000         UNTIL WS-AC-SUB IS GREATER THAN WS-AC-COUNT.             DBNK205P
055100                                                                  DBNK205P
055200     PERFORM PRINT-ACCOUNT-SECTION THRU                           DBNK205P
055300             PRINT-ACCOUNT-SECTION-EXIT                           DBNK205P
055400       VARYING WS-AC-SUB FROM 1 BY 1                              DBNK205P
055500         UNTIL WS-AC-SUB IS GREATER THAN WS-AC-COUNT.             DBNK205P
055600                                                                  DBNK205P
055700     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
055800     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
055900             WRITE-STMT-LINE-EXIT.                                DBNK205P
056000     MOVE 'END OF CONSOLIDATED STATEMENT' TO CSTMOUT-REC.         DBNK205P
056100     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
056200             WRITE-STMT-LINE-EXIT.                                DBNK205P
056300                                                                  DBNK205P
056400     PERFORM ARCHIVE-FOR-ACCOUNT THRU                             DBNK205P
056500             ARCHIVE-FOR-ACCOUNT-EXIT                             DBNK205P
056600       VARYING WS-AC-SUB FROM 1 BY 1                              DBNK205P
056700         UNTIL WS-AC-SUB IS GREATER THAN WS-AC-COUNT.             DBNK205P
056800     PERFORM UPDATE-LAST-STATEMENT THRU                           DBNK205P
056900             UPDATE-LAST-STATEMENT-EXIT                           DBNK205P
057000       VARYING WS-AC-SUB FROM 1 BY 1                              DBNK205P
057100         UNTIL WS-AC-SUB IS GREATER THAN WS-AC-COUNT.             DBNK205P
057200     PERFORM LOG-CORRESPONDENCE THRU                              DBNK205P
057300             LOG-CORRESPONDENCE-EXIT.                             DBNK205P
057400     ADD 1 TO WS-STATEMENTS-DONE.                                 DBNK205P
057500     ADD WS-AC-COUNT TO WS-ACCOUNTS-COVERED.                      DBNK205P
057600 PRODUCE-STATEMENT-EXIT.                                          DBNK205P
057700     EXIT.                                                        DBNK205P
057800                                                                  DBNK205P
057900***************************************************************** DBNK205P
058000* Work out how the statement goes out, as DBANK56P does: by     * DBNK205P
058100* e-mail when chosen, or when the postal address has been       * DBNK205P
058200* returned and an e-mail is held; held back when the address is * DBNK205P
058300* returned and there is none                                    * DBNK205P
058400***************************************************************** DBNK205P
058500 SET-CHANNEL.                                                     DBNK205P
058600     SET STMT-BY-MAIL TO TRUE.                                    DBNK205P
058700     IF BCS-REC-EMAIL IS EQUAL TO SPACES                          DBNK205P
058800        IF BCS-REC-ADDR-RETURNED                                  DBNK205P
058900           SET STMT-HELD-BACK TO TRUE                             DBNK205P
059000        END-IF                                                    DBNK205P
059100        GO TO SET-CHANNEL-EXIT                                    DBNK205P
059200     END-IF.                                                      DBNK205P
059300     IF BCS-REC-SEND-EMAIL-YES OR                                 DBNK205P
059400        BCS-REC-ADDR-RETURNED                                     DBNK205P
059500        SET STMT-BY-EMAIL TO TRUE                                 DBNK205P
059600     END-IF.                                                      DBNK205P
059700 SET-CHANNEL-EXIT.                                                DBNK205P
059800     EXIT.                                                        DBNK205P
059900                                                                  DBNK205P
060000***************************************************************** DBNK205P
060100* Gather the accounts the customer owns: every open account and * DBNK205P
060200* any closed since its last statement, which gets its final     * DBNK205P
060300* statement here                                                * DBNK205P
060400***************************************************************** DBNK205P
060500 LOAD-ACCOUNTS.                                                   DBNK205P
060600     MOVE 0 TO WS-AC-COUNT.                                       DBNK205P
060700     MOVE BCS-REC-PID TO BAC-REC-PID.                             DBNK205P
060800     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID           DBNK205P
060900       INVALID KEY                                                DBNK205P
061000         GO TO LOAD-ACCOUNTS-EXIT                                 DBNK205P
061100     END-START.                                                   DBNK205P
061200 LOAD-ACCOUNTS-LOOP.                                              DBNK205P
061300     READ BNKACC-FILE NEXT                                        DBNK205P
061400       AT END                                                     DBNK205P
061500         GO TO LOAD-ACCOUNTS-EXIT                                 DBNK205P
061600     END-READ.                                                    DBNK205P
061700     IF BAC-REC-PID IS NOT EQUAL TO BCS-REC-PID                   DBNK205P
061800        GO TO LOAD-ACCOUNTS-EXIT                                  DBNK205P
061900     END-IF.                                                      DBNK205P
062000     IF BAC-REC-ACC-IS-CLOSED                                     DBNK205P
062100        IF BAC-REC-LAST-STMT-DTE IS NOT EQUAL TO SPACES AND       DBNK205P
062200           BAC-REC-CLOSE-DATE IS NOT GREATER THAN                 DBNK205P
062300             BAC-REC-LAST-STMT-DTE                                DBNK205P
062400           GO TO LOAD-ACCOUNTS-LOOP                               DBNK205P
062500        END-IF                                                    DBNK205P
062600     END-IF.                                                      DBNK205P
062700     IF WS-AC-COUNT IS NOT LESS THAN 20                           DBNK205P
062800        ADD 1 TO WS-ACCOUNTS-LOST                                 DBNK205P
062900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK205P
063000        STRING 'Account table full - account ' DELIMITED BY SIZE  DBNK205P
063100               BAC-REC-ACCNO                   DELIMITED BY SIZE  DBNK205P
063200          INTO WS-CONSOLE-MESSAGE                                 DBNK205P
063300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
063400        GO TO LOAD-ACCOUNTS-LOOP                                  DBNK205P
063500     END-IF.                                                      DBNK205P
063600     ADD 1 TO WS-AC-COUNT.                                        DBNK205P
063700     MOVE WS-AC-COUNT TO WS-AC-SUB.                               DBNK205P
063800     MOVE BAC-REC-ACCNO TO WS-AC-ACCNO (WS-AC-SUB).               DBNK205P
063900     MOVE BAC-REC-LAST-STMT-BAL TO WS-AC-OPEN-BAL (WS-AC-SUB).    DBNK205P
064000     MOVE BAC-REC-BALANCE TO WS-AC-CLOSE-BAL (WS-AC-SUB).         DBNK205P
064100     MOVE BAC-REC-LAST-STMT-DTE                                   DBNK205P
064200       TO WS-AC-LAST-STMT-DTE (WS-AC-SUB).                        DBNK205P
064300     MOVE BAC-REC-STATUS TO WS-AC-STATUS (WS-AC-SUB).             DBNK205P
064400     IF BAC-REC-NOT-TERM-DEP                                      DBNK205P
064500        MOVE 'N' TO WS-AC-TD-FLAG (WS-AC-SUB)                     DBNK205P
064600        MOVE SPACES TO WS-AC-TD-MATURITY (WS-AC-SUB)              DBNK205P
064700     ELSE                                                         DBNK205P
064800        MOVE 'Y' TO WS-AC-TD-FLAG (WS-AC-SUB)                     DBNK205P
064900        MOVE BAC-REC-TD-MATURITY-DTE                              DBNK205P
065000          TO WS-AC-TD-MATURITY (WS-AC-SUB)                        DBNK205P
065100     END-IF.                                                      DBNK205P
065200     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           DBNK205P
065300     READ BNKATYP-FILE                                            DBNK205P
065400       INVALID KEY                                                DBNK205P
065500         MOVE SPACES TO BAT-REC-DESC                              DBNK205P
065600     END-READ.                                                    DBNK205P
065700     MOVE BAT-REC-DESC TO WS-AC-DESC (WS-AC-SUB).                 DBNK205P
065800     PERFORM LOAD-LOAN-DETAIL THRU                                DBNK205P
065900             LOAD-LOAN-DETAIL-EXIT.                               DBNK205P
066000     GO TO LOAD-ACCOUNTS-LOOP.                                    DBNK205P
066100 LOAD-ACCOUNTS-EXIT.                                              DBNK205P
066200     EXIT.                                                        DBNK205P
066300                                                                  DBNK205P
066400***************************************************************** DBNK205P
066500* An account with a repayment schedule is a loan: the principal * DBNK205P
066600* of the installments not yet paid (nor charged off) is what    * DBNK205P
066700* remains, and the first of them is the next due, as DBNK183P   * DBNK205P
066800* reads the schedule                                            * DBNK205P
066900***************************************************************** DBNK205P
067000 LOAD-LOAN-DETAIL.                                                DBNK205P
067100     MOVE 'N' TO WS-AC-LOAN-FLAG (WS-AC-SUB).                     DBNK205P
067200     MOVE ZERO TO WS-AC-LOAN-BAL (WS-AC-SUB).                     DBNK205P
067300     MOVE SPACES TO WS-AC-NEXT-DUE (WS-AC-SUB).                   DBNK205P
067400     MOVE ZERO TO WS-AC-NEXT-AMT (WS-AC-SUB).                     DBNK205P
067500     MOVE WS-AC-ACCNO (WS-AC-SUB) TO BLS-REC-LOAN-ACCNO.          DBNK205P
067600     MOVE 0 TO BLS-REC-SEQ.                                       DBNK205P
067700     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK205P
067800       INVALID KEY                                                DBNK205P
067900         GO TO LOAD-LOAN-DETAIL-EXIT                              DBNK205P
068000     END-START.                                                   DBNK205P
068100 LOAD-LOAN-LOOP.                                                  DBNK205P
068200     READ BNKLSCH-FILE NEXT                                       DBNK205P
068300       AT END                                                     DBNK205P
068400         GO TO LOAD-LOAN-DETAIL-EXIT                              DBNK205P
068500     END-READ.                                                    DBNK205P
068600     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO WS-AC-ACCNO (WS-AC-SUB)DBNK205P
068700        GO TO LOAD-LOAN-DETAIL-EXIT                               DBNK205P
068800     END-IF.                                                      DBNK205P
068900     MOVE 'Y' TO WS-AC-LOAN-FLAG (WS-AC-SUB).                     DBNK205P
069000     IF BLS-REC-IS-PAID OR BLS-REC-IS-CHARGED-OFF                 DBNK205P
069100        GO TO LOAD-LOAN-LOOP                                      DBNK205P
069200     END-IF.                                                      DBNK205P
069300     ADD BLS-REC-PRIN-AMT TO WS-AC-LOAN-BAL (WS-AC-SUB).          DBNK205P
069400     IF WS-AC-NEXT-DUE (WS-AC-SUB) IS EQUAL TO SPACES             DBNK205P
069500        MOVE BLS-REC-DUE-DATE TO WS-AC-NEXT-DUE (WS-AC-SUB)       DBNK205P
069600        MOVE BLS-REC-TOT-AMT TO WS-AC-NEXT-AMT (WS-AC-SUB)        DBNK205P
069700     END-IF.                                                      DBNK205P
069800     GO TO LOAD-LOAN-LOOP.                                        DBNK205P
069900 LOAD-LOAN-DETAIL-EXIT.                                           DBNK205P
070000     EXIT.                                                        DBNK205P
070100                                                                  DBNK205P
070200***************************************************************** DBNK205P
070300* One account's line in the relationship summary                * DBNK205P
070400***************************************************************** DBNK205P
070500 PRINT-SUMMARY-LINE.                                              DBNK205P
070600     MOVE WS-AC-OPEN-BAL (WS-AC-SUB) TO WS-STMT-AMT-1-N.          DBNK205P
070700     MOVE WS-AC-CLOSE-BAL (WS-AC-SUB) TO WS-STMT-AMT-2-N.         DBNK205P
070800     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
070900     MOVE WS-AC-ACCNO (WS-AC-SUB) TO CSTMOUT-REC (3:9).           DBNK205P
071000     MOVE WS-AC-DESC (WS-AC-SUB) TO CSTMOUT-REC (14:20).          DBNK205P
071100     MOVE WS-STMT-AMT-1 TO CSTMOUT-REC (36:15).                   DBNK205P
071200     MOVE WS-STMT-AMT-2 TO CSTMOUT-REC (53:15).                   DBNK205P
071300     IF WS-AC-IS-LOAN (WS-AC-SUB)                                 DBNK205P
071400        MOVE WS-AC-LOAN-BAL (WS-AC-SUB) TO WS-STMT-AMT-3-N        DBNK205P
071500        MOVE WS-STMT-AMT-3 TO CSTMOUT-REC (70:15)                 DBNK205P
071600     END-IF.                                                      DBNK205P
071700     IF WS-AC-IS-CLOSED (WS-AC-SUB)                               DBNK205P
071800        MOVE 'CLOSED' TO CSTMOUT-REC (87:6)                       DBNK205P
071900     END-IF.                                                      DBNK205P
072000     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
072100             WRITE-STMT-LINE-EXIT.                                DBNK205P
072200 PRINT-SUMMARY-LINE-EXIT.                                         DBNK205P
072300     EXIT.                                                        DBNK205P
072400                                                                  DBNK205P
072500***************************************************************** DBNK205P
072600* One account's section: its opening balance, the maturity of a * DBNK205P
072700* term deposit or the next installment of a loan, the ledger    * DBNK205P
072800* entries dated after its last statement and its closing        * DBNK205P
072900* balance. Entries are shown as DBANK56P shows them - FROM legs * DBNK205P
073000* a debit, TO legs a credit                                     * DBNK205P
073100***************************************************************** DBNK205P
073200 PRINT-ACCOUNT-SECTION.                                           DBNK205P
073300     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
073400     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
073500             WRITE-STMT-LINE-EXIT.                                DBNK205P
073600     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
073700     STRING 'ACCOUNT '               DELIMITED BY SIZE            DBNK205P
073800            WS-AC-ACCNO (WS-AC-SUB)  DELIMITED BY SIZE            DBNK205P
073900            '  '                     DELIMITED BY SIZE            DBNK205P
074000            WS-AC-DESC (WS-AC-SUB)   DELIMITED BY '  '            DBNK205P
074100       INTO CSTMOUT-REC.                                          DBNK205P
074200     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
074300             WRITE-STMT-LINE-EXIT.                                DBNK205P
074400     MOVE WS-AC-OPEN-BAL (WS-AC-SUB) TO WS-STMT-AMT-1-N.          DBNK205P
074500     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
074600     STRING '  Opening balance '     DELIMITED BY SIZE            DBNK205P
074700            WS-STMT-AMT-1            DELIMITED BY SIZE            DBNK205P
074800       INTO CSTMOUT-REC.                                          DBNK205P
074900     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
075000             WRITE-STMT-LINE-EXIT.                                DBNK205P
075100     IF WS-AC-IS-TERM-DEP (WS-AC-SUB)                             DBNK205P
075200        MOVE SPACES TO CSTMOUT-REC                                DBNK205P
075300        STRING '  Term deposit matures on ' DELIMITED BY SIZE     DBNK205P
075400               WS-AC-TD-MATURITY (WS-AC-SUB) DELIMITED BY SIZE    DBNK205P
075500          INTO CSTMOUT-REC                                        DBNK205P
075600        PERFORM WRITE-STMT-LINE THRU                              DBNK205P
075700                WRITE-STMT-LINE-EXIT                              DBNK205P
075800     END-IF.                                                      DBNK205P
075900     IF WS-AC-IS-LOAN (WS-AC-SUB)                                 DBNK205P
076000        MOVE SPACES TO CSTMOUT-REC                                DBNK205P
076100        IF WS-AC-NEXT-DUE (WS-AC-SUB) IS EQUAL TO SPACES          DBNK205P
076200           MOVE '  No loan installment outstanding'               DBNK205P
076300             TO CSTMOUT-REC                                       DBNK205P
076400        ELSE                                                      DBNK205P
076500           MOVE WS-AC-NEXT-AMT (WS-AC-SUB) TO WS-STMT-AMT-3-N     DBNK205P
076600           STRING '  Next installment due '  DELIMITED BY SIZE    DBNK205P
076700                  WS-AC-NEXT-DUE (WS-AC-SUB) DELIMITED BY SIZE    DBNK205P
076800                  ' '                        DELIMITED BY SIZE    DBNK205P
076900                  WS-STMT-AMT-3              DELIMITED BY SIZE    DBNK205P
077000             INTO CSTMOUT-REC                                     DBNK205P
077100        END-IF                                                    DBNK205P
077200        PERFORM WRITE-STMT-LINE THRU                              DBNK205P
077300                WRITE-STMT-LINE-EXIT                              DBNK205P
077400     END-IF.                                                      DBNK205P
077500                                                                  DBNK205P
077600     MOVE 0 TO WS-SECTION-LINES.                                  DBNK205P
077700     MOVE WS-AC-ACCNO (WS-AC-SUB) TO BLG-REC-ALTKEY1-ACCNO.       DBNK205P
077800     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK205P
077900     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-ALTKEY1      DBNK205P
078000       INVALID KEY                                                DBNK205P
078100         GO TO PRINT-ACCOUNT-SECTION-END                          DBNK205P
078200     END-START.                                                   DBNK205P
078300 PRINT-ACCOUNT-SECTION-LOOP.                                      DBNK205P
078400     READ BNKLEDG-FILE NEXT                                       DBNK205P
078500       AT END                                                     DBNK205P
078600         GO TO PRINT-ACCOUNT-SECTION-END                          DBNK205P
078700     END-READ.                                                    DBNK205P
078800     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO                     DBNK205P
078900          WS-AC-ACCNO (WS-AC-SUB)                                 DBNK205P
079000        GO TO PRINT-ACCOUNT-SECTION-END                           DBNK205P
079100     END-IF.                                                      DBNK205P
079200     MOVE BLG-REC-ALTKEY1-TIMESTAMP (1:4) TO WS-TXN-DATE (1:4).   DBNK205P
079300     MOVE BLG-REC-ALTKEY1-TIMESTAMP (6:2) TO WS-TXN-DATE (5:2).   DBNK205P
079400     MOVE BLG-REC-ALTKEY1-TIMESTAMP (9:2) TO WS-TXN-DATE (7:2).   DBNK205P
079500     IF WS-AC-LAST-STMT-DTE (WS-AC-SUB) IS NOT EQUAL TO SPACES ANDDBNK205P
079600        WS-TXN-DATE IS NOT GREATER THAN                           DBNK205P
079700          WS-AC-LAST-STMT-DTE (WS-AC-SUB)                         DBNK205P
079800        GO TO PRINT-ACCOUNT-SECTION-LOOP                          DBNK205P
079900     END-IF.                                                      DBNK205P
080000     ADD 1 TO WS-SECTION-LINES.                                   DBNK205P
080100     MOVE BLG-REC-DATA-OLD TO TXN-DATA-OLD.                       DBNK205P
080200     MOVE BLG-REC-AMOUNT TO WS-STMT-AMT-1-N.                      DBNK205P
080300     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
080400     IF BLG-REC-SUB-TYPE IS EQUAL TO '1'                          DBNK205P
080500        STRING '  '                DELIMITED BY SIZE              DBNK205P
080600               WS-TXN-DATE         DELIMITED BY SIZE              DBNK205P
080700               ' DEBIT  '          DELIMITED BY SIZE              DBNK205P
080800               WS-STMT-AMT-1       DELIMITED BY SIZE              DBNK205P
080900               ' '                 DELIMITED BY SIZE              DBNK205P
081000               BLG-REC-REFNO       DELIMITED BY SIZE              DBNK205P
081100               ' '                 DELIMITED BY SIZE              DBNK205P
081200               TXN-T1-OLD-DESC     DELIMITED BY '  '              DBNK205P
081300          INTO CSTMOUT-REC                                        DBNK205P
081400     ELSE                                                         DBNK205P
081500        STRING '  '                DELIMITED BY SIZE              DBNK205P
081600               WS-TXN-DATE         DELIMITED BY SIZE              DBNK205P
081700               ' CREDIT '          DELIMITED BY SIZE              DBNK205P
081800               WS-STMT-AMT-1       DELIMITED BY SIZE              DBNK205P
081900               ' '                 DELIMITED BY SIZE              DBNK205P
082000               BLG-REC-REFNO       DELIMITED BY SIZE              DBNK205P
082100               ' '                 DELIMITED BY SIZE              DBNK205P
082200               TXN-T1-OLD-DESC     DELIMITED BY '  '              DBNK205P
082300          INTO CSTMOUT-REC                                        DBNK205P
082400     END-IF.                                                      DBNK205P
082500     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
082600             WRITE-STMT-LINE-EXIT.                                DBNK205P
082700     GO TO PRINT-ACCOUNT-SECTION-LOOP.                            DBNK205P
082800 PRINT-ACCOUNT-SECTION-END.                                       DBNK205P
082900     IF WS-SECTION-LINES IS EQUAL TO ZERO                         DBNK205P
083000        MOVE SPACES TO CSTMOUT-REC                                DBNK205P
083100        MOVE '  No activity this statement period'                DBNK205P
083200          TO CSTMOUT-REC                                          DBNK205P
083300        PERFORM WRITE-STMT-LINE THRU                              DBNK205P
083400                WRITE-STMT-LINE-EXIT                              DBNK205P
083500     END-IF.                                                      DBNK205P
083600     MOVE WS-AC-CLOSE-BAL (WS-AC-SUB) TO WS-STMT-AMT-2-N.         DBNK205P
083700     MOVE SPACES TO CSTMOUT-REC.                                  DBNK205P
083800     STRING '  Closing balance '     DELIMITED BY SIZE            DBNK205P
083900            WS-STMT-AMT-2            DELIMITED BY SIZE            DBNK205P
084000       INTO CSTMOUT-REC.                                          DBNK205P
084100     PERFORM WRITE-STMT-LINE THRU                                 DBNK205P
084200             WRITE-STMT-LINE-EXIT.                                DBNK205P
084300 PRINT-ACCOUNT-SECTION-EXIT.                                      DBNK205P
084400     EXIT.                                                        DBNK205P
084500                                                                  DBNK205P
084600***************************************************************** DBNK205P
084700* Print the line just built - unless the statement is held      * DBNK205P
084800* back - and keep it for the archive                            * DBNK205P
084900***************************************************************** DBNK205P
085000 WRITE-STMT-LINE.                                                 DBNK205P
085100     IF NOT STMT-HELD-BACK                                        DBNK205P
085200        WRITE CSTMOUT-REC                                         DBNK205P
085300     END-IF.                                                      DBNK205P
085400     IF WS-DOC-COUNT IS NOT LESS THAN 500                         DBNK205P
085500        ADD 1 TO WS-LINES-LOST                                    DBNK205P
085600        GO TO WRITE-STMT-LINE-EXIT                                DBNK205P
085700     END-IF.                                                      DBNK205P
085800     ADD 1 TO WS-DOC-COUNT.                                       DBNK205P
085900     MOVE CSTMOUT-REC TO WS-DOC-LINE (WS-DOC-COUNT).              DBNK205P
086000 WRITE-STMT-LINE-EXIT.                                            DBNK205P
086100     EXIT.                                                        DBNK205P
086200                                                                  DBNK205P
086300***************************************************************** DBNK205P
086400* Archive the whole statement under one account and the period, * DBNK205P
086500* replacing an earlier run's lines when the job is rerun; the   * DBNK205P
086600* header record carries that account's period balances          * DBNK205P
086700***************************************************************** DBNK205P
086800 ARCHIVE-FOR-ACCOUNT.                                             DBNK205P
086900     MOVE 0 TO WS-ARCH-SEQ.                                       DBNK205P
087000     PERFORM ARCHIVE-STMT-LINE THRU                               DBNK205P
087100             ARCHIVE-STMT-LINE-EXIT                               DBNK205P
087200       VARYING WS-DOC-SUB FROM 1 BY 1                             DBNK205P
087300         UNTIL WS-DOC-SUB IS GREATER THAN WS-DOC-COUNT.           DBNK205P
087400     MOVE SPACES TO BNKSTMA-REC.                                  DBNK205P
087500     MOVE WS-AC-ACCNO (WS-AC-SUB) TO BSA-REC-ACCNO.               DBNK205P
087600     MOVE WS-TODAY-DATE TO BSA-REC-PERIOD.                        DBNK205P
087700     MOVE 0 TO BSA-REC-LINE-SEQ.                                  DBNK205P
087800     MOVE WS-AC-OPEN-BAL (WS-AC-SUB) TO BSA-REC-OPEN-BAL.         DBNK205P
087900     MOVE WS-AC-CLOSE-BAL (WS-AC-SUB) TO BSA-REC-CLOSE-BAL.       DBNK205P
088000     MOVE WS-ARCH-SEQ TO BSA-REC-LINE-COUNT.                      DBNK205P
088100     WRITE BNKSTMA-REC                                            DBNK205P
088200       INVALID KEY                                                DBNK205P
088300         REWRITE BNKSTMA-REC                                      DBNK205P
088400           INVALID KEY                                            DBNK205P
088500             CONTINUE                                             DBNK205P
088600         END-REWRITE                                              DBNK205P
088700     END-WRITE.                                                   DBNK205P
088800 ARCHIVE-FOR-ACCOUNT-EXIT.                                        DBNK205P
088900     EXIT.                                                        DBNK205P
089000                                                                  DBNK205P
089100 ARCHIVE-STMT-LINE.                                               DBNK205P
089200     ADD 1 TO WS-ARCH-SEQ.                                        DBNK205P
089300     MOVE SPACES TO BNKSTMA-REC.                                  DBNK205P
089400     MOVE WS-AC-ACCNO (WS-AC-SUB) TO BSA-REC-ACCNO.               DBNK205P
089500     MOVE WS-TODAY-DATE TO BSA-REC-PERIOD.                        DBNK205P
089600     MOVE WS-ARCH-SEQ TO BSA-REC-LINE-SEQ.                        DBNK205P
089700     MOVE WS-DOC-LINE (WS-DOC-SUB) TO BSA-REC-LINE.               DBNK205P
089800     WRITE BNKSTMA-REC                                            DBNK205P
089900       INVALID KEY                                                DBNK205P
090000         REWRITE BNKSTMA-REC                                      DBNK205P
090100           INVALID KEY                                            DBNK205P
090200             CONTINUE                                             DBNK205P
090300         END-REWRITE                                              DBNK205P
090400     END-WRITE.                                                   DBNK205P
090500 ARCHIVE-STMT-LINE-EXIT.                                          DBNK205P
090600     EXIT.                                                        DBNK205P
090700                                                                  DBNK205P
090800***************************************************************** DBNK205P
090900* Record the statement as each account's most recent, as        * DBNK205P
091000* DBANK56P does for the accounts it reports                     * DBNK205P
091100***************************************************************** DBNK205P
091200 UPDATE-LAST-STATEMENT.                                           DBNK205P
091300     MOVE WS-AC-ACCNO (WS-AC-SUB) TO BAC-REC-ACCNO.               DBNK205P
091400     READ BNKACC-FILE                                             DBNK205P
091500       INVALID KEY                                                DBNK205P
091600         GO TO UPDATE-LAST-STATEMENT-FAIL                         DBNK205P
091700     END-READ.                                                    DBNK205P
091800     MOVE BAC-REC-BALANCE TO BAC-REC-LAST-STMT-BAL.               DBNK205P
091900     MOVE WS-TODAY-DATE TO BAC-REC-LAST-STMT-DTE.                 DBNK205P
092000     REWRITE BNKACC-REC                                           DBNK205P
092100       INVALID KEY                                                DBNK205P
092200         GO TO UPDATE-LAST-STATEMENT-FAIL                         DBNK205P
092300     END-REWRITE.                                                 DBNK205P
092400     GO TO UPDATE-LAST-STATEMENT-EXIT.                            DBNK205P
092500 UPDATE-LAST-STATEMENT-FAIL.                                      DBNK205P
092600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK205P
092700     STRING 'Unable to update statement date for '                DBNK205P
092800                                     DELIMITED BY SIZE            DBNK205P
092900            WS-AC-ACCNO (WS-AC-SUB)  DELIMITED BY SIZE            DBNK205P
093000       INTO WS-CONSOLE-MESSAGE.                                   DBNK205P
093100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK205P
093200 UPDATE-LAST-STATEMENT-EXIT.                                      DBNK205P
093300     EXIT.                                                        DBNK205P
093400                                                                  DBNK205P
093500***************************************************************** DBNK205P
093600* The statement is one document sent, so it joins the           * DBNK205P
093700* customer's correspondence history once, against the first     * DBNK205P
093800* account it covers, with the delivery method used              * DBNK205P
093900***************************************************************** DBNK205P
094000 LOG-CORRESPONDENCE.                                              DBNK205P
094100     EVALUATE TRUE                                                DBNK205P
094200       WHEN STMT-BY-EMAIL                                         DBNK205P
094300         ADD 1 TO WS-STATEMENTS-EMAILED                           DBNK205P
094400       WHEN STMT-HELD-BACK                                        DBNK205P
094500         ADD 1 TO WS-STATEMENTS-HELD                              DBNK205P
094600       WHEN OTHER                                                 DBNK205P
094700         ADD 1 TO WS-STATEMENTS-MAILED                            DBNK205P
094800     END-EVALUATE.                                                DBNK205P
094900 COPY CTSTAMPP.                                                   DBNK205P
095000     MOVE SPACES TO BNKCORR-REC.                                  DBNK205P
095100     MOVE WS-TIMESTAMP TO BCO-REC-TIMESTAMP.                      DBNK205P
095200     MOVE BCS-REC-PID TO BCO-REC-PID.                             DBNK205P
095300     MOVE WS-AC-ACCNO (1) TO BCO-REC-ACCNO.                       DBNK205P
095400     MOVE 'STMT    ' TO BCO-REC-DOC-TYPE.                         DBNK205P
095500     EVALUATE TRUE                                                DBNK205P
095600       WHEN STMT-BY-EMAIL                                         DBNK205P
095700         SET BCO-REC-BY-EMAIL TO TRUE                             DBNK205P
095800         MOVE BCS-REC-EMAIL TO BCO-REC-ADDRESS-USED               DBNK205P
095900       WHEN STMT-HELD-BACK                                        DBNK205P
096000         SET BCO-REC-SUPPRESSED TO TRUE                           DBNK205P
096100         MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED               DBNK205P
096200       WHEN OTHER                                                 DBNK205P
096300         SET BCO-REC-BY-MAIL TO TRUE                              DBNK205P
096400         MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED               DBNK205P
096500     END-EVALUATE.                                                DBNK205P
096600     MOVE WS-TODAY-DATE TO BCO-REC-SENT-DATE.                     DBNK205P
096700     MOVE WS-TODAY-DATE TO BCO-REC-LINK (1:8).                    DBNK205P
096800     WRITE BNKCORR-REC                                            DBNK205P
096900       INVALID KEY                                                DBNK205P
097000         CONTINUE                                                 DBNK205P
097100     END-WRITE.                                                   DBNK205P
097200 LOG-CORRESPONDENCE-EXIT.                                         DBNK205P
097300     EXIT.                                                        DBNK205P
097400                                                                  DBNK205P
097500***************************************************************** DBNK205P
097600* Translate a branch code into its display name/address for the * DBNK205P
097700* statement header, defaulting to the head office entry (the    * DBNK205P
097800* first table row) when the code is blank or not on file        * DBNK205P
097900***************************************************************** DBNK205P
098000 RESOLVE-BRANCH.                                                  DBNK205P
098100     IF WS-BRCH-AVAILABLE                                         DBNK205P
098200        MOVE BRANCH-WK-CODE TO BBR-REC-CODE                       DBNK205P
098300        READ BNKBRCH-FILE                                         DBNK205P
098400          INVALID KEY                                             DBNK205P
098500            CONTINUE                                              DBNK205P
098600        END-READ                                                  DBNK205P
098700        IF WS-BNKBRCH-STATUS IS EQUAL TO '00'                     DBNK205P
098800           MOVE BBR-REC-NAME TO WS-STMT-BRANCH-NAME               DBNK205P
098900           MOVE BBR-REC-ADDR1 TO WS-STMT-BRANCH-ADDR1             DBNK205P
099000           MOVE BBR-REC-ADDR2 TO WS-STMT-BRANCH-ADDR2             DBNK205P
099100           GO TO RESOLVE-BRANCH-EXIT                              DBNK205P
099200        END-IF                                                    DBNK205P
099300     END-IF.                                                      DBNK205P
099400     MOVE 0 TO BRANCH-SUB.                                        DBNK205P
099500     DIVIDE LENGTH OF BR-DATA (1) INTO                            DBNK205P
099600       LENGTH OF BRANCH-TABLE                                     DBNK205P
099700         GIVING BRANCH-COUNT.                                     DBNK205P
099800 RESOLVE-BRANCH-LOOP.                                             DBNK205P
099900     ADD 1 TO BRANCH-SUB.                                         DBNK205P
100000     IF BRANCH-SUB IS GREATER THAN BRANCH-COUNT                   DBNK205P
100100        MOVE BR-NAME (1) TO WS-STMT-BRANCH-NAME                   DBNK205P
100200        MOVE BR-ADDR1 (1) TO WS-STMT-BRANCH-ADDR1                 DBNK205P
100300        MOVE BR-ADDR2 (1) TO WS-STMT-BRANCH-ADDR2                 DBNK205P
100400        GO TO RESOLVE-BRANCH-EXIT                                 DBNK205P
100500     END-IF.                                                      DBNK205P
100600     IF BRANCH-WK-CODE IS EQUAL TO BR-CODE (BRANCH-SUB)           DBNK205P
100700        MOVE BR-NAME (BRANCH-SUB) TO WS-STMT-BRANCH-NAME          DBNK205P
100800        MOVE BR-ADDR1 (BRANCH-SUB) TO WS-STMT-BRANCH-ADDR1        DBNK205P
100900        MOVE BR-ADDR2 (BRANCH-SUB) TO WS-STMT-BRANCH-ADDR2        DBNK205P
101000        GO TO RESOLVE-BRANCH-EXIT                                 DBNK205P
101100     END-IF.                                                      DBNK205P
101200     GO TO RESOLVE-BRANCH-LOOP.                                   DBNK205P
101300 RESOLVE-BRANCH-EXIT.                                             DBNK205P
101400     EXIT.                                                        DBNK205P
101500                                                                  DBNK205P
101600***************************************************************** DBNK205P
101700* Check file open OK                                            * DBNK205P
101800***************************************************************** DBNK205P
101900 CHECK-OPEN.                                                      DBNK205P
102000     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK205P
102100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK205P
102200        STRING WS-FILE       DELIMITED BY ' '                     DBNK205P
102300               ' opened ok' DELIMITED BY SIZE                     DBNK205P
102400          INTO WS-CONSOLE-MESSAGE                                 DBNK205P
102500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
102600     ELSE                                                         DBNK205P
102700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK205P
102800        STRING WS-FILE          DELIMITED BY ' '                  DBNK205P
102900               ' did not open' DELIMITED BY SIZE                  DBNK205P
103000          INTO WS-CONSOLE-MESSAGE                                 DBNK205P
103100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
103200        PERFORM DISPLAY-IO-STATUS                                 DBNK205P
103300        ADD 1 TO WS-OPEN-ERROR                                    DBNK205P
103400     END-IF.                                                      DBNK205P
103500 CHECK-OPEN-EXIT.                                                 DBNK205P
103600     EXIT.                                                        DBNK205P
103700                                                                  DBNK205P
103800***************************************************************** DBNK205P
103900* Display the file status bytes. This routine will display as   * DBNK205P
104000* two digits if the full two byte file status is numeric. If    * DBNK205P
104100* second byte is non-numeric then it will be treated as a       * DBNK205P
104200* binary number.                                                * DBNK205P
104300***************************************************************** DBNK205P
104400 DISPLAY-IO-STATUS.                                               DBNK205P
104500     IF WS-IO-STATUS NUMERIC                                      DBNK205P
104600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK205P
104700        STRING 'File status -' DELIMITED BY SIZE                  DBNK205P
104800               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK205P
104900          INTO WS-CONSOLE-MESSAGE                                 DBNK205P
105000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
105100     ELSE                                                         DBNK205P
105200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK205P
105300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK205P
105400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK205P
105500        STRING 'File status -' DELIMITED BY SIZE                  DBNK205P
105600               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK205P
105700               '/'            DELIMITED BY SIZE                   DBNK205P
105800               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK205P
105900          INTO WS-CONSOLE-MESSAGE                                 DBNK205P
106000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK205P
106100     END-IF.                                                      DBNK205P
106200                                                                  DBNK205P
106300***************************************************************** DBNK205P
106400* Display CONSOLE messages...                                   * DBNK205P
106500***************************************************************** DBNK205P
106600 DISPLAY-CONSOLE-MESSAGE.                                         DBNK205P
106700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK205P
106800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK205P
106900                                                                  DBNK205P
107000 COPY CTIMERP.                                                    DBNK205P
107100                                                                  DBNK205P
