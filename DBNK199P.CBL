000100***************************************************************** DBNK199P
000200*                                                               * DBNK199P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK199P
000400*   This demonstration program is provided for use by users     * DBNK199P
000500*   of Micro Focus products and may be used, modified and       * DBNK199P
000600*   distributed as part of your application provided that       * DBNK199P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK199P
000800*   in this material.                                           * DBNK199P
000900*                                                               * DBNK199P
001000***************************************************************** DBNK199P
001100                                                                  DBNK199P
001200                                                                  DBNK199P
001300***************************************************************** DBNK199P
001400* Program:     DBNK199P.CBL                                     * DBNK199P
001500* Function:    Daily general ledger journal. Every BNKLEDG      * DBNK199P
001600*              posting of the business date is turned into a    * DBNK199P
001700*              debit and a credit on the general ledger through * DBNK199P
001800*              the BNKGLMP chart of accounts mapping (see       * DBNK199P
001900*              CBANKVGM for the order in which mappings are     * DBNK199P
002000*              tried), attributed to the branch of the account  * DBNK199P
002100*              posted. Postings on the ledger-only house        * DBNK199P
002200*              accounts belong to the head office branch,       * DBNK199P
002300*              BNKPARM key GLHOBRCH (default HQ01). A posting   * DBNK199P
002400*              with no mapping in use is not dropped - both     * DBNK199P
002500*              sides go to the suspense GL account, BNKPARM key * DBNK199P
002600*              GLSUSP (default 99999999), and the posting is    * DBNK199P
002700*              listed on GLJEXC for the mapping to be set up.   * DBNK199P
002800*              The journal is summed by branch and GL account   * DBNK199P
002900*              and written to GLJRNL - a header, the detail     * DBNK199P
003000*              lines, a control record per branch and a         * DBNK199P
003100*              trailer - which is registered with UFILCTL under * DBNK199P
003200*              stream GLJRNL. GLJRPT prints the journal branch  * DBNK199P
003300*              by branch and proves that each branch balances.  * DBNK199P
003400*              Return code 4 when any posting went to suspense  * DBNK199P
003500*              or any branch is out of balance.                 * DBNK199P
003600*              VSAM version                                     * DBNK199P
003700***************************************************************** DBNK199P
003800                                                                  DBNK199P
003900 IDENTIFICATION DIVISION.                                         DBNK199P
004000 PROGRAM-ID.                                                      DBNK199P
004100     DBNK199P.                                                    DBNK199P
004200 DATE-WRITTEN.                                                    DBNK199P
004300     October 2008.                                                DBNK199P
004400 DATE-COMPILED.                                                   DBNK199P
004500     Today.                                                       DBNK199P
004600                                                                  DBNK199P
004700 ENVIRONMENT DIVISION.                                            DBNK199P
004800                                                                  DBNK199P
004900 INPUT-OUTPUT   SECTION.                                          DBNK199P
005000   FILE-CONTROL.                                                  DBNK199P
005100     SELECT BNKLEDG-FILE                                          DBNK199P
005200            ASSIGN       TO BNKLEDG                               DBNK199P
005300            ORGANIZATION IS INDEXED                               DBNK199P
005400            ACCESS MODE  IS DYNAMIC                               DBNK199P
005500            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK199P
005600            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK199P
005700            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK199P
005800                                                                  DBNK199P
005900     SELECT BNKACC-FILE                                           DBNK199P
006000            ASSIGN       TO BNKACC                                DBNK199P
006100            ORGANIZATION IS INDEXED                               DBNK199P
006200            ACCESS MODE  IS RANDOM                                DBNK199P
006300            RECORD KEY   IS BAC-REC-ACCNO                         DBNK199P
006400            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK199P
006500                                                                  DBNK199P
006600     SELECT BNKGLMP-FILE                                          DBNK199P
006700            ASSIGN       TO BNKGLMP                               DBNK199P
006800            ORGANIZATION IS INDEXED                               DBNK199P
006900            ACCESS MODE  IS RANDOM                                DBNK199P
007000            RECORD KEY   IS GLM-REC-KEY                           DBNK199P
007100            FILE STATUS  IS WS-BNKGLMP-STATUS.                    DBNK199P
007200                                                                  DBNK199P
007300     SELECT BNKPARM-FILE                                          DBNK199P
007400            ASSIGN       TO BNKPARM                               DBNK199P
007500            ORGANIZATION IS INDEXED                               DBNK199P
007600            ACCESS MODE  IS RANDOM                                DBNK199P
007700            RECORD KEY   IS PRM-REC-KEY                           DBNK199P
007800            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK199P
007900                                                                  DBNK199P
008000     SELECT GLJRNL-FILE                                           DBNK199P
008100            ASSIGN       TO GLJRNL                                DBNK199P
008200            ORGANIZATION IS SEQUENTIAL                            DBNK199P
008300            FILE STATUS  IS WS-GLJRNL-STATUS.                     DBNK199P
008400                                                                  DBNK199P
008500     SELECT GLJRPT-FILE                                           DBNK199P
008600            ASSIGN       TO GLJRPT                                DBNK199P
008700            ORGANIZATION IS SEQUENTIAL                            DBNK199P
008800            FILE STATUS  IS WS-GLJRPT-STATUS.                     DBNK199P
008900                                                                  DBNK199P
009000     SELECT GLJEXC-FILE                                           DBNK199P
009100            ASSIGN       TO GLJEXC                                DBNK199P
009200            ORGANIZATION IS SEQUENTIAL                            DBNK199P
009300            FILE STATUS  IS WS-GLJEXC-STATUS.                     DBNK199P
009400                                                                  DBNK199P
009500 DATA DIVISION.                                                   DBNK199P
009600                                                                  DBNK199P
009700 FILE SECTION.                                                    DBNK199P
009800 FD  BNKLEDG-FILE.                                                DBNK199P
009900 01  BNKLEDG-REC.                                                 DBNK199P
010000 COPY CBANKVLG.                                                   DBNK199P
010100                                                                  DBNK199P
010200 FD  BNKACC-FILE.                                                 DBNK199P
010300 01  BNKACC-REC.                                                  DBNK199P
010400 COPY CBANKVAC.                                                   DBNK199P
010500                                                                  DBNK199P
010600 FD  BNKGLMP-FILE.                                                DBNK199P
010700 01  BNKGLMP-REC.                                                 DBNK199P
010800 COPY CBANKVGM.                                                   DBNK199P
010900                                                                  DBNK199P
011000 FD  BNKPARM-FILE.                                                DBNK199P
011100 01  BNKPARM-REC.                                                 DBNK199P
011200 COPY CBANKVPM.                                                   DBNK199P
011300                                                                  DBNK199P
011400 FD  GLJRNL-FILE.                                                 DBNK199P
011500 01  GLJRNL-REC                         PIC X(100).               DBNK199P
011600                                                                  DBNK199P
011700 FD  GLJRPT-FILE.                                                 DBNK199P
011800 01  GLJRPT-REC                         PIC X(132).               DBNK199P
011900                                                                  DBNK199P
012000 FD  GLJEXC-FILE.                                                 DBNK199P
012100 01  GLJEXC-REC                         PIC X(132).               DBNK199P
012200                                                                  DBNK199P
012300 WORKING-STORAGE SECTION.                                         DBNK199P
012400 COPY CTIMERD.                                                    DBNK199P
012500                                                                  DBNK199P
012600 01  WS-MISC-STORAGE.                                             DBNK199P
012700   05  WS-PROGRAM-ID                         PIC X(8)             DBNK199P
012800       VALUE 'DBNK199P'.                                          DBNK199P
012900                                                                  DBNK199P
013000   05  WS-BNKLEDG-STATUS.                                         DBNK199P
013100     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK199P
013200     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK199P
013300   05  WS-BNKACC-STATUS.                                          DBNK199P
013400     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK199P
013500     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK199P
013600   05  WS-BNKGLMP-STATUS.                                         DBNK199P
013700     10  WS-BNKGLMP-STAT1                     PIC X(1).           DBNK199P
013800     10  WS-BNKGLMP-STAT2                     PIC X(1).           DBNK199P
013900   05  WS-BNKPARM-STATUS.                                         DBNK199P
014000     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK199P
014100     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK199P
014200   05  WS-GLJRNL-STATUS.                                          DBNK199P
014300     10  WS-GLJRNL-STAT1                      PIC X(1).           DBNK199P
014400     10  WS-GLJRNL-STAT2                      PIC X(1).           DBNK199P
014500   05  WS-GLJRPT-STATUS.                                          DBNK199P
014600     10  WS-GLJRPT-STAT1                      PIC X(1).           DBNK199P
014700     10  WS-GLJRPT-STAT2                      PIC X(1).           DBNK199P
014800   05  WS-GLJEXC-STATUS.                                          DBNK199P
014900     10  WS-GLJEXC-STAT1                      PIC X(1).           DBNK199P
015000     10  WS-GLJEXC-STAT2                      PIC X(1).           DBNK199P
015100                                                                  DBNK199P
015200   05  WS-IO-STATUS.                                              DBNK199P
015300     10  WS-IO-STAT1                          PIC X(1).           DBNK199P
015400     10  WS-IO-STAT2                          PIC X(1).           DBNK199P
015500                                                                  DBNK199P
015600   05  WS-TWO-BYTES.                                              DBNK199P
015700     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK199P
015800     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK199P
015900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK199P
016000                                              PIC 9(1) COMP.      DBNK199P
016100                                                                  DBNK199P
016200   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK199P
016300     88  OPEN-OK                              VALUE 0.            DBNK199P
016400                                                                  DBNK199P
016500   05  WS-FILE                               PIC X(16).           DBNK199P
016600                                                                  DBNK199P
016700   05  WS-BUS-DASHED                         PIC X(10).           DBNK199P
016800   05  WS-POST-DATE                          PIC X(8).            DBNK199P
016900   05  WS-HO-BRANCH                          PIC X(4).            DBNK199P
017000   05  WS-SUSP-GL                            PIC X(8).            DBNK199P
017100                                                                  DBNK199P
017200*    the posting being journaled                                  DBNK199P
017300   05  WS-POST-BRANCH                        PIC X(4).            DBNK199P
017400   05  WS-POST-ACC-TYPE                      PIC X(1).            DBNK199P
017500   05  WS-POST-AMOUNT                        PIC S9(7)V99 COMP-3. DBNK199P
017600   05  WS-POST-DIRECTION                     PIC X(1).            DBNK199P
017700     88  WS-POST-IS-IN                        VALUE 'I'.          DBNK199P
017800     88  WS-POST-IS-OUT                       VALUE 'O'.          DBNK199P
017900   05  WS-DR-GL                              PIC X(8).            DBNK199P
018000   05  WS-CR-GL                              PIC X(8).            DBNK199P
018100   05  WS-MAP-FLAG                           PIC X(1).            DBNK199P
018200     88  WS-MAP-FOUND                         VALUE 'Y'.          DBNK199P
018300     88  WS-MAP-NOT-FOUND                     VALUE 'N'.          DBNK199P
018400   05  WS-MAP-TRY                            PIC S9(4) COMP.      DBNK199P
018500   05  WS-SUSP-FLAG                          PIC X(1).            DBNK199P
018600                                                                  DBNK199P
018700*    the journal line being added to                              DBNK199P
018800   05  WS-KEY-BRANCH                         PIC X(4).            DBNK199P
018900   05  WS-KEY-GL                             PIC X(8).            DBNK199P
019000   05  WS-KEY-SUSP                           PIC X(1).            DBNK199P
019100   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK199P
019200   05  WS-SUB1                               PIC S9(4) COMP.      DBNK199P
019300   05  WS-SUB2                               PIC S9(4) COMP.      DBNK199P
019400   05  WS-SWAPPED-FLAG                       PIC X(1).            DBNK199P
019500     88  WS-SWAPPED                           VALUE 'Y'.          DBNK199P
019600     88  WS-NOT-SWAPPED                       VALUE 'N'.          DBNK199P
019700                                                                  DBNK199P
019800*    branch and bank control totals                               DBNK199P
019900   05  WS-LAST-BRANCH                        PIC X(4).            DBNK199P
020000   05  WS-BR-DEBITS                    PIC S9(13)V99 COMP-3.      DBNK199P
020100   05  WS-BR-CREDITS                   PIC S9(13)V99 COMP-3.      DBNK199P
020200   05  WS-BR-LINES                           PIC 9(7).            DBNK199P
020300   05  WS-BANK-DEBITS                  PIC S9(13)V99 COMP-3       DBNK199P
020400       VALUE ZERO.                                                DBNK199P
020500   05  WS-BANK-CREDITS                 PIC S9(13)V99 COMP-3       DBNK199P
020600       VALUE ZERO.                                                DBNK199P
020700   05  WS-SUSP-TOTAL                   PIC S9(13)V99 COMP-3       DBNK199P
020800       VALUE ZERO.                                                DBNK199P
020900                                                                  DBNK199P
021000   05  WS-POSTINGS-READ                      PIC 9(7)             DBNK199P
021100       VALUE ZERO.                                                DBNK199P
021200   05  WS-POSTINGS-JOURNALED                 PIC 9(7)             DBNK199P
021300       VALUE ZERO.                                                DBNK199P
021400   05  WS-POSTINGS-UNMAPPED                  PIC 9(7)             DBNK199P
021500       VALUE ZERO.                                                DBNK199P
021600   05  WS-DETAIL-LINES                       PIC 9(7)             DBNK199P
021700       VALUE ZERO.                                                DBNK199P
021800   05  WS-BRANCHES                           PIC 9(5)             DBNK199P
021900       VALUE ZERO.                                                DBNK199P
022000   05  WS-BRANCHES-OUT                       PIC 9(5)             DBNK199P
022100       VALUE ZERO.                                                DBNK199P
022200   05  WS-TABLE-FULL                         PIC 9(7)             DBNK199P
022300       VALUE ZERO.                                                DBNK199P
022400                                                                  DBNK199P
022500   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK199P
022600   05  WS-EDIT-AMT                       PIC Z,ZZZ,ZZZ,ZZ9.99-.   DBNK199P
022700   05  WS-EDIT-TOTAL                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-. DBNK199P
022800                                                                  DBNK199P
022900*    the journal, one line per branch and GL account              DBNK199P
023000 01  WS-JRN-TABLE.                                                DBNK199P
023100   05  WS-JRN-COUNT                          PIC S9(4) COMP       DBNK199P
023200       VALUE ZERO.                                                DBNK199P
023300   05  WS-JRN-ENTRY OCCURS 2000 TIMES.                            DBNK199P
023400     10  WS-JT-BRANCH                        PIC X(4).            DBNK199P
023500     10  WS-JT-GL                            PIC X(8).            DBNK199P
023600     10  WS-JT-SUSP                          PIC X(1).            DBNK199P
023700     10  WS-JT-DEBIT                   PIC S9(13)V99 COMP-3.      DBNK199P
023800     10  WS-JT-CREDIT                  PIC S9(13)V99 COMP-3.      DBNK199P
023900     10  WS-JT-COUNT                         PIC 9(7).            DBNK199P
024000                                                                  DBNK199P
024100 01  WS-SWAP-ENTRY.                                               DBNK199P
024200   05  WS-SW-BRANCH                          PIC X(4).            DBNK199P
024300   05  WS-SW-GL                              PIC X(8).            DBNK199P
024400   05  WS-SW-SUSP                            PIC X(1).            DBNK199P
024500   05  WS-SW-DEBIT                     PIC S9(13)V99 COMP-3.      DBNK199P
024600   05  WS-SW-CREDIT                    PIC S9(13)V99 COMP-3.      DBNK199P
024700   05  WS-SW-COUNT                           PIC 9(7).            DBNK199P
024800                                                                  DBNK199P
024900*    GLJRNL record - D detail, B branch control, H header and     DBNK199P
025000*    T trailer share the one layout                               DBNK199P
025100 01  WS-GLJ-REC.                                                  DBNK199P
025200   05  WS-GLJ-REC-TYPE                       PIC X(1).            DBNK199P
025300     88  WS-GLJ-HEADER                        VALUE 'H'.          DBNK199P
025400     88  WS-GLJ-DETAIL                        VALUE 'D'.          DBNK199P
025500     88  WS-GLJ-BRANCH-CTL                    VALUE 'B'.          DBNK199P
025600     88  WS-GLJ-TRAILER                       VALUE 'T'.          DBNK199P
025700   05  WS-GLJ-BUS-DATE                       PIC X(8).            DBNK199P
025800   05  WS-GLJ-BRANCH                         PIC X(4).            DBNK199P
025900   05  WS-GLJ-GL-ACC                         PIC X(8).            DBNK199P
026000   05  WS-GLJ-DEBIT                          PIC 9(13)V99.        DBNK199P
026100   05  WS-GLJ-CREDIT                         PIC 9(13)V99.        DBNK199P
026200   05  WS-GLJ-COUNT                          PIC 9(7).            DBNK199P
026300   05  WS-GLJ-SUSP                           PIC X(1).            DBNK199P
026400     88  WS-GLJ-IS-SUSPENSE                   VALUE 'S'.          DBNK199P
026500   05  FILLER                                PIC X(41).           DBNK199P
026600 01  WS-GLJ-HDR-REC REDEFINES WS-GLJ-REC.                         DBNK199P
026700   05  FILLER                                PIC X(9).            DBNK199P
026800   05  WS-GLJ-HDR-FILE                       PIC X(8).            DBNK199P
026900   05  WS-GLJ-HDR-JOB                        PIC X(8).            DBNK199P
027000   05  FILLER                                PIC X(75).           DBNK199P
027100                                                                  DBNK199P
027200 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK199P
027300                                                                  DBNK199P
027400 01  WS-BCTL-DATA.                                                DBNK199P
027500 COPY CBCTLD.                                                     DBNK199P
027600                                                                  DBNK199P
027700 01  WS-BUSD-DATA.                                                DBNK199P
027800 COPY CBUSDD.                                                     DBNK199P
027900                                                                  DBNK199P
028000 01  WS-FCTL-DATA.                                                DBNK199P
028100 COPY CFCTLD.                                                     DBNK199P
028200                                                                  DBNK199P
028300 PROCEDURE DIVISION.                                              DBNK199P
028400     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK199P
028500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK199P
028600     PERFORM RUN-TIME.                                            DBNK199P
028700                                                                  DBNK199P
028800***************************************************************** DBNK199P
028900* Register this run in the batch control file keyed on the      * DBNK199P
029000* business date; a date already journaled is refused            * DBNK199P
029100***************************************************************** DBNK199P
029200     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK199P
029300     MOVE 'DBNK199P' TO BCTL-JOB-NAME.                            DBNK199P
029400     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK199P
029500     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK199P
029600     SET BCTL-FUNC-START TO TRUE.                                 DBNK199P
029700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK199P
029800     IF NOT BCTL-OK                                               DBNK199P
029900        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK199P
030000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK199P
030100        MOVE 8 TO RETURN-CODE                                     DBNK199P
030200        GO TO QUICK-EXIT                                          DBNK199P
030300     END-IF.                                                      DBNK199P
030400                                                                  DBNK199P
030500     SET OPEN-OK TO TRUE.                                         DBNK199P
030600                                                                  DBNK199P
030700     OPEN INPUT BNKLEDG-FILE.                                     DBNK199P
030800     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK199P
030900     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK199P
031000     PERFORM CHECK-OPEN THRU                                      DBNK199P
031100             CHECK-OPEN-EXIT.                                     DBNK199P
031200                                                                  DBNK199P
031300     OPEN INPUT BNKACC-FILE.                                      DBNK199P
031400     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK199P
031500     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK199P
031600     PERFORM CHECK-OPEN THRU                                      DBNK199P
031700             CHECK-OPEN-EXIT.                                     DBNK199P
031800                                                                  DBNK199P
031900     OPEN INPUT BNKGLMP-FILE.                                     DBNK199P
032000     MOVE WS-BNKGLMP-STATUS TO WS-IO-STATUS.                      DBNK199P
032100     MOVE 'BNKGLMP-FILE' TO WS-FILE.                              DBNK199P
032200     PERFORM CHECK-OPEN THRU                                      DBNK199P
032300             CHECK-OPEN-EXIT.                                     DBNK199P
032400                                                                  DBNK199P
032500     OPEN INPUT BNKPARM-FILE.                                     DBNK199P
032600     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK199P
032700     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK199P
032800     PERFORM CHECK-OPEN THRU                                      DBNK199P
032900             CHECK-OPEN-EXIT.                                     DBNK199P
033000                                                                  DBNK199P
033100     OPEN OUTPUT GLJRNL-FILE.                                     DBNK199P
033200     MOVE WS-GLJRNL-STATUS TO WS-IO-STATUS.                       DBNK199P
033300     MOVE 'GLJRNL-FILE' TO WS-FILE.                               DBNK199P
033400     PERFORM CHECK-OPEN THRU                                      DBNK199P
033500             CHECK-OPEN-EXIT.                                     DBNK199P
033600                                                                  DBNK199P
033700     OPEN OUTPUT GLJRPT-FILE.                                     DBNK199P
033800     MOVE WS-GLJRPT-STATUS TO WS-IO-STATUS.                       DBNK199P
033900     MOVE 'GLJRPT-FILE' TO WS-FILE.                               DBNK199P
034000     PERFORM CHECK-OPEN THRU                                      DBNK199P
034100             CHECK-OPEN-EXIT.                                     DBNK199P
034200                                                                  DBNK199P
034300     OPEN OUTPUT GLJEXC-FILE.                                     DBNK199P
034400     MOVE WS-GLJEXC-STATUS TO WS-IO-STATUS.                       DBNK199P
034500     MOVE 'GLJEXC-FILE' TO WS-FILE.                               DBNK199P
034600     PERFORM CHECK-OPEN THRU                                      DBNK199P
034700             CHECK-OPEN-EXIT.                                     DBNK199P
034800                                                                  DBNK199P
034900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK199P
035000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK199P
035100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK199P
035200        MOVE 16 TO RETURN-CODE                                    DBNK199P
035300        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK199P
035400        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK199P
035500        GO TO QUICK-EXIT                                          DBNK199P
035600     END-IF.                                                      DBNK199P
035700                                                                  DBNK199P
035800     MOVE BUSD-DATE (1:4) TO WS-BUS-DASHED (1:4).                 DBNK199P
035900     MOVE '-' TO WS-BUS-DASHED (5:1).                             DBNK199P
036000     MOVE BUSD-DATE (5:2) TO WS-BUS-DASHED (6:2).                 DBNK199P
036100     MOVE '-' TO WS-BUS-DASHED (8:1).                             DBNK199P
036200     MOVE BUSD-DATE (7:2) TO WS-BUS-DASHED (9:2).                 DBNK199P
036300                                                                  DBNK199P
036400     MOVE 'HQ01' TO WS-HO-BRANCH.                                 DBNK199P
036500     MOVE 'GLHOBRCH' TO PRM-REC-KEY.                              DBNK199P
036600     READ BNKPARM-FILE                                            DBNK199P
036700       INVALID KEY                                                DBNK199P
036800         CONTINUE                                                 DBNK199P
036900     END-READ.                                                    DBNK199P
037000     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK199P
037100        PRM-REC-TEXT (1:4) IS NOT EQUAL TO SPACES                 DBNK199P
037200        MOVE PRM-REC-TEXT (1:4) TO WS-HO-BRANCH                   DBNK199P
037300     END-IF.                                                      DBNK199P
037400     MOVE '99999999' TO WS-SUSP-GL.                               DBNK199P
037500     MOVE 'GLSUSP  ' TO PRM-REC-KEY.                              DBNK199P
037600     READ BNKPARM-FILE                                            DBNK199P
037700       INVALID KEY                                                DBNK199P
037800         CONTINUE                                                 DBNK199P
037900     END-READ.                                                    DBNK199P
038000     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK199P
038100        PRM-REC-TEXT (1:8) IS NOT EQUAL TO SPACES                 DBNK199P
038200        MOVE PRM-REC-TEXT (1:8) TO WS-SUSP-GL                     DBNK199P
038300     END-IF.                                                      DBNK199P
038400     CLOSE BNKPARM-FILE.                                          DBNK199P
038500                                                                  DBNK199P
038600     PERFORM PRINT-EXCEPTION-HEADING THRU                         DBNK199P
038700             PRINT-EXCEPTION-HEADING-EXIT.                        DBNK199P
038800                                                                  DBNK199P
038900***************************************************************** DBNK199P
039000* The business date's postings. Each entry belongs to the date  * DBNK199P
039100* it carries, or to its timestamp's date when it carries none;  * DBNK199P
039200* entries are stamped on or after the date they belong to, so   * DBNK199P
039300* the browse starts there and runs to the end of the file       * DBNK199P
039400***************************************************************** DBNK199P
039500     MOVE LOW-VALUES TO BLG-REC-TIMESTAMP.                        DBNK199P
039600     MOVE WS-BUS-DASHED TO BLG-REC-TIMESTAMP (1:10).              DBNK199P
039700     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-TIMESTAMP    DBNK199P
039800       INVALID KEY                                                DBNK199P
039900         GO TO LEDG-ENDED                                         DBNK199P
040000     END-START.                                                   DBNK199P
040100 LEDG-LOOP.                                                       DBNK199P
040200     READ BNKLEDG-FILE NEXT                                       DBNK199P
040300       AT END                                                     DBNK199P
040400         GO TO LEDG-ENDED                                         DBNK199P
040500     END-READ.                                                    DBNK199P
040600     IF BLG-REC-BUS-DATE IS EQUAL TO SPACES                       DBNK199P
040700        MOVE BLG-REC-TIMESTAMP (1:4) TO WS-POST-DATE (1:4)        DBNK199P
040800        MOVE BLG-REC-TIMESTAMP (6:2) TO WS-POST-DATE (5:2)        DBNK199P
040900        MOVE BLG-REC-TIMESTAMP (9:2) TO WS-POST-DATE (7:2)        DBNK199P
041000     ELSE                                                         DBNK199P
041100        MOVE BLG-REC-BUS-DATE TO WS-POST-DATE                     DBNK199P
041200     END-IF.                                                      DBNK199P
041300     IF WS-POST-DATE IS NOT EQUAL TO BUSD-DATE                    DBNK199P
041400        GO TO LEDG-LOOP                                           DBNK199P
041500     END-IF.                                                      DBNK199P
041600     ADD 1 TO WS-POSTINGS-READ.                                   DBNK199P
041700     PERFORM JOURNAL-POSTING THRU                                 DBNK199P
041800             JOURNAL-POSTING-EXIT.                                DBNK199P
041900     GO TO LEDG-LOOP.                                             DBNK199P
042000 LEDG-ENDED.                                                      DBNK199P
042100                                                                  DBNK199P
042200*    the lines collect in first-touch order - sort them by branch DBNK199P
042300*    and GL account so each branch prints and balances as one     DBNK199P
042400     SET WS-SWAPPED TO TRUE.                                      DBNK199P
042500     PERFORM SORT-JRN-PASS THRU SORT-JRN-PASS-EXIT                DBNK199P
042600       UNTIL WS-NOT-SWAPPED.                                      DBNK199P
042700                                                                  DBNK199P
042800     PERFORM WRITE-JOURNAL THRU                                   DBNK199P
042900             WRITE-JOURNAL-EXIT.                                  DBNK199P
043000                                                                  DBNK199P
043100     PERFORM PRINT-EXCEPTION-TOTALS THRU                          DBNK199P
043200             PRINT-EXCEPTION-TOTALS-EXIT.                         DBNK199P
043300                                                                  DBNK199P
043400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK199P
043500     STRING WS-POSTINGS-READ        DELIMITED BY SIZE             DBNK199P
043600            ' postings for '        DELIMITED BY SIZE             DBNK199P
043700            BUSD-DATE               DELIMITED BY SIZE             DBNK199P
043800       INTO WS-CONSOLE-MESSAGE.                                   DBNK199P
043900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK199P
044000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK199P
044100     STRING WS-POSTINGS-UNMAPPED    DELIMITED BY SIZE             DBNK199P
044200            ' unmapped, to suspense' DELIMITED BY SIZE            DBNK199P
044300       INTO WS-CONSOLE-MESSAGE.                                   DBNK199P
044400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK199P
044500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK199P
044600     STRING WS-DETAIL-LINES         DELIMITED BY SIZE             DBNK199P
044700            ' journal lines written to GLJRNL'                    DBNK199P
044800                                    DELIMITED BY SIZE             DBNK199P
044900       INTO WS-CONSOLE-MESSAGE.                                   DBNK199P
045000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK199P
045100     IF WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK199P
045200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK199P
045300        STRING WS-TABLE-FULL        DELIMITED BY SIZE             DBNK199P
045400               ' postings lost - journal table full'              DBNK199P
045500                                    DELIMITED BY SIZE             DBNK199P
045600          INTO WS-CONSOLE-MESSAGE                                 DBNK199P
045700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK199P
045800     END-IF.                                                      DBNK199P
045900     IF WS-BRANCHES-OUT IS GREATER THAN ZERO                      DBNK199P
046000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK199P
046100        STRING WS-BRANCHES-OUT      DELIMITED BY SIZE             DBNK199P
046200               ' branches out of balance'                         DBNK199P
046300                                    DELIMITED BY SIZE             DBNK199P
046400          INTO WS-CONSOLE-MESSAGE                                 DBNK199P
046500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK199P
046600     END-IF.                                                      DBNK199P
046700                                                                  DBNK199P
046800     CLOSE BNKLEDG-FILE.                                          DBNK199P
046900     CLOSE BNKACC-FILE.                                           DBNK199P
047000     CLOSE BNKGLMP-FILE.                                          DBNK199P
047100     CLOSE GLJRNL-FILE.                                           DBNK199P
047200     CLOSE GLJRPT-FILE.                                           DBNK199P
047300     CLOSE GLJEXC-FILE.                                           DBNK199P
047400                                                                  DBNK199P
047500*    register the journal so its receipt by the general ledger    DBNK199P
047600*    can be tracked and chased, as the balance feed is            DBNK199P
047700     MOVE SPACES TO WS-FCTL-DATA.                                 DBNK199P
047800     MOVE 'GLJRNL  ' TO FCTL-STREAM.                              DBNK199P
047900     MOVE BUSD-DATE TO FCTL-BUS-DATE.                             DBNK199P
048000     MOVE 'DBNK199P' TO FCTL-JOB-NAME.                            DBNK199P
048100     MOVE WS-DETAIL-LINES TO FCTL-ITEM-COUNT.                     DBNK199P
048200     MOVE WS-BANK-DEBITS TO FCTL-HASH-TOTAL.                      DBNK199P
048300     SET FCTL-FUNC-REGISTER-OUT TO TRUE.                          DBNK199P
048400     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK199P
048500                                                                  DBNK199P
048600     SET BCTL-FUNC-END TO TRUE.                                   DBNK199P
048700     MOVE WS-POSTINGS-READ TO BCTL-RECORD-COUNT.                  DBNK199P
048800     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK199P
048900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK199P
049000                                                                  DBNK199P
049100     PERFORM RUN-TIME.                                            DBNK199P
049200                                                                  DBNK199P
049300     IF WS-POSTINGS-UNMAPPED IS GREATER THAN ZERO OR              DBNK199P
049400        WS-BRANCHES-OUT IS GREATER THAN ZERO OR                   DBNK199P
049500        WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK199P
049600        MOVE 4 TO RETURN-CODE                                     DBNK199P
049700     ELSE                                                         DBNK199P
049800        MOVE 0 TO RETURN-CODE                                     DBNK199P
049900     END-IF.                                                      DBNK199P
050000 QUICK-EXIT.                                                      DBNK199P
050100     GOBACK.                                                      DBNK199P
050200                                                                  DBNK199P
050300***************************************************************** DBNK199P
050400* Journal one posting. The branch and account type come from    * DBNK199P
050500* the account posted; a ledger-only house account has no        * DBNK199P
050600* BNKACC record and belongs to head office. Money paid into the * DBNK199P
050700* account takes the mapping's debit and credit as they stand,   * DBNK199P
050800* money paid out takes them the other way round                 * DBNK199P
050900***************************************************************** DBNK199P
051000 JOURNAL-POSTING.                                                 DBNK199P
051100     MOVE BLG-REC-ACCNO TO BAC-REC-ACCNO.                         DBNK199P
051200     READ BNKACC-FILE                                             DBNK199P
051300       INVALID KEY                                                DBNK199P
051400         MOVE WS-HO-BRANCH TO WS-POST-BRANCH                      DBNK199P
051500         MOVE '*' TO WS-POST-ACC-TYPE                             DBNK199P
051600       NOT INVALID KEY                                            DBNK199P
051700         MOVE BAC-REC-BRANCH-CODE TO WS-POST-BRANCH               DBNK199P
051800         MOVE BAC-REC-TYPE TO WS-POST-ACC-TYPE                    DBNK199P
051900     END-READ.                                                    DBNK199P
052000     IF WS-POST-BRANCH IS EQUAL TO SPACES                         DBNK199P
052100        MOVE WS-HO-BRANCH TO WS-POST-BRANCH                       DBNK199P
052200     END-IF.                                                      DBNK199P
052300     IF BLG-REC-SUB-TYPE-TO                                       DBNK199P
052400        SET WS-POST-IS-IN TO TRUE                                 DBNK199P
052500     ELSE                                                         DBNK199P
052600        SET WS-POST-IS-OUT TO TRUE                                DBNK199P
052700     END-IF.                                                      DBNK199P
052800     MOVE BLG-REC-AMOUNT TO WS-POST-AMOUNT.                       DBNK199P
052900     IF WS-POST-AMOUNT IS LESS THAN ZERO                          DBNK199P
053000        COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT               DBNK199P
053100        IF WS-POST-IS-IN                                          DBNK199P
053200           SET WS-POST-IS-OUT TO TRUE                             DBNK199P
053300        ELSE                                                      DBNK199P
053400           SET WS-POST-IS-IN TO TRUE                              DBNK199P
053500        END-IF                                                    DBNK199P
053600     END-IF.                                                      DBNK199P
053700     IF WS-POST-AMOUNT IS EQUAL TO ZERO                           DBNK199P
053800        GO TO JOURNAL-POSTING-EXIT                                DBNK199P
053900     END-IF.                                                      DBNK199P
054000                                                                  DBNK199P
054100     SET WS-MAP-NOT-FOUND TO TRUE.                                DBNK199P
054200     PERFORM FIND-MAPPING THRU FIND-MAPPING-EXIT                  DBNK199P
054300       VARYING WS-MAP-TRY FROM 1 BY 1                             DBNK199P
054400         UNTIL WS-MAP-TRY IS GREATER THAN 6                       DBNK199P
054500            OR WS-MAP-FOUND.                                      DBNK199P
054600     IF WS-MAP-FOUND                                              DBNK199P
054700        MOVE SPACE TO WS-SUSP-FLAG                                DBNK199P
054800        IF WS-POST-IS-IN                                          DBNK199P
054900           MOVE GLM-REC-DR-GL TO WS-DR-GL                         DBNK199P
055000           MOVE GLM-REC-CR-GL TO WS-CR-GL                         DBNK199P
055100        ELSE                                                      DBNK199P
055200           MOVE GLM-REC-CR-GL TO WS-DR-GL                         DBNK199P
055300           MOVE GLM-REC-DR-GL TO WS-CR-GL                         DBNK199P
055400        END-IF                                                    DBNK199P
055500     ELSE                                                         DBNK199P
055600        MOVE 'S' TO WS-SUSP-FLAG                                  DBNK199P
055700        MOVE WS-SUSP-GL TO WS-DR-GL                               DBNK199P
055800        MOVE WS-SUSP-GL TO WS-CR-GL                               DBNK199P
055900        ADD 1 TO WS-POSTINGS-UNMAPPED                             DBNK199P
056000        ADD WS-POST-AMOUNT TO WS-SUSP-TOTAL                       DBNK199P
056100        PERFORM PRINT-EXCEPTION-LINE THRU                         DBNK199P
056200                PRINT-EXCEPTION-LINE-EXIT                         DBNK199P
056300     END-IF.                                                      DBNK199P
056400                                                                  DBNK199P
056500*    the debit side and then the credit side, in the same branch  DBNK199P
056600     MOVE WS-POST-BRANCH TO WS-KEY-BRANCH.                        DBNK199P
056700     MOVE WS-DR-GL TO WS-KEY-GL.                                  DBNK199P
056800     MOVE WS-SUSP-FLAG TO WS-KEY-SUSP.                            DBNK199P
056900     PERFORM FIND-JRN-SLOT THRU FIND-JRN-SLOT-EXIT.               DBNK199P
057000     IF WS-HIT-SUB IS EQUAL TO 0                                  DBNK199P
057100        ADD 1 TO WS-TABLE-FULL                                    DBNK199P
057200        GO TO JOURNAL-POSTING-EXIT                                DBNK199P
057300     END-IF.                                                      DBNK199P
057400     MOVE WS-HIT-SUB TO WS-SUB2.                                  DBNK199P
057500     MOVE WS-CR-GL TO WS-KEY-GL.                                  DBNK199P
057600     PERFORM FIND-JRN-SLOT THRU FIND-JRN-SLOT-EXIT.               DBNK199P
057700     IF WS-HIT-SUB IS EQUAL TO 0                                  DBNK199P
057800        ADD 1 TO WS-TABLE-FULL                                    DBNK199P
057900        GO TO JOURNAL-POSTING-EXIT                                DBNK199P
058000     END-IF.                                                      DBNK199P
058100     ADD WS-POST-AMOUNT TO WS-JT-DEBIT (WS-SUB2).                 DBNK199P
058200     ADD 1 TO WS-JT-COUNT (WS-SUB2).                              DBNK199P
058300     ADD WS-POST-AMOUNT TO WS-JT-CREDIT (WS-HIT-SUB).             DBNK199P
058400     IF WS-HIT-SUB IS NOT EQUAL TO WS-SUB2                        DBNK199P
058500        ADD 1 TO WS-JT-COUNT (WS-HIT-SUB)                         DBNK199P
058600     END-IF.                                                      DBNK199P
058700     ADD 1 TO WS-POSTINGS-JOURNALED.                              DBNK199P
058800 JOURNAL-POSTING-EXIT.                                            DBNK199P
058900     EXIT.                                                        DBNK199P
059000                                                                  DBNK199P
059100***************************************************************** DBNK199P
059200* One attempt at the mapping, most specific shape first - the   * DBNK199P
059300* order is set out in CBANKVGM. A removed mapping is passed     * DBNK199P
059400* over as if it were not there                                  * DBNK199P
059500***************************************************************** DBNK199P
059600 FIND-MAPPING.                                                    DBNK199P
059700     MOVE BLG-REC-CATEGORY TO GLM-REC-CATEGORY.                   DBNK199P
059800     MOVE BLG-REC-TYPE TO GLM-REC-LEDG-TYPE.                      DBNK199P
059900     MOVE '*' TO GLM-REC-ACC-TYPE.                                DBNK199P
060000     MOVE '****' TO GLM-REC-BRANCH.                               DBNK199P
060100     EVALUATE WS-MAP-TRY                                          DBNK199P
060200       WHEN 1                                                     DBNK199P
060300         MOVE WS-POST-ACC-TYPE TO GLM-REC-ACC-TYPE                DBNK199P
060400         MOVE WS-POST-BRANCH TO GLM-REC-BRANCH                    DBNK199P
060500       WHEN 2                                                     DBNK199P
060600         MOVE WS-POST-ACC-TYPE TO GLM-REC-ACC-TYPE                DBNK199P
060700       WHEN 3                                                     DBNK199P
060800         MOVE WS-POST-BRANCH TO GLM-REC-BRANCH                    DBNK199P
060900       WHEN 4                                                     DBNK199P
061000         CONTINUE                                                 DBNK199P
061100       WHEN 5                                                     DBNK199P
061200         MOVE '*' TO GLM-REC-LEDG-TYPE                            DBNK199P
061300       WHEN 6                                                     DBNK199P
061400         MOVE '****' TO GLM-REC-CATEGORY                          DBNK199P
061500     END-EVALUATE.                                                DBNK199P
061600     READ BNKGLMP-FILE                                            DBNK199P
061700       INVALID KEY                                                DBNK199P
061800         GO TO FIND-MAPPING-EXIT                                  DBNK199P
061900     END-READ.                                                    DBNK199P
062000     IF GLM-REC-IS-ACTIVE                                         DBNK199P
062100        SET WS-MAP-FOUND TO TRUE                                  DBNK199P
062200     END-IF.                                                      DBNK199P
062300 FIND-MAPPING-EXIT.                                               DBNK199P
062400     EXIT.                                                        DBNK199P
062500                                                                  DBNK199P
062600***************************************************************** DBNK199P
062700* Find (or add) the journal line for WS-KEY-BRANCH/GL/SUSP;     * DBNK199P
062800* WS-HIT-SUB is 0 if the table is full                          * DBNK199P
062900***************************************************************** DBNK199P
063000 FIND-JRN-SLOT.                                                   DBNK199P
063100     MOVE 0 TO WS-HIT-SUB.                                        DBNK199P
063200     PERFORM CHECK-ONE-SLOT THRU CHECK-ONE-SLOT-EXIT              DBNK199P
063300       VARYING WS-SUB1 FROM 1 BY 1                                DBNK199P
063400         UNTIL WS-SUB1 IS GREATER THAN WS-JRN-COUNT               DBNK199P
063500            OR WS-HIT-SUB IS GREATER THAN 0.                      DBNK199P
063600     IF WS-HIT-SUB IS GREATER THAN 0                              DBNK199P
063700        GO TO FIND-JRN-SLOT-EXIT                                  DBNK199P
063800     END-IF.                                                      DBNK199P
063900     IF WS-JRN-COUNT IS NOT LESS THAN 2000                        DBNK199P
064000        GO TO FIND-JRN-SLOT-EXIT                                  DBNK199P
064100     END-IF.                                                      DBNK199P
064200     ADD 1 TO WS-JRN-COUNT.                                       DBNK199P
064300     MOVE WS-JRN-COUNT TO WS-HIT-SUB.                             DBNK199P
064400     MOVE WS-KEY-BRANCH TO WS-JT-BRANCH (WS-HIT-SUB).             DBNK199P
064500     MOVE WS-KEY-GL TO WS-JT-GL (WS-HIT-SUB).                     DBNK199P
064600     MOVE WS-KEY-SUSP TO WS-JT-SUSP (WS-HIT-SUB).                 DBNK199P
064700     MOVE ZERO TO WS-JT-DEBIT (WS-HIT-SUB).                       DBNK199P
064800     MOVE ZERO TO WS-JT-CREDIT (WS-HIT-SUB).                      DBNK199P
064900     MOVE ZERO TO WS-JT-COUNT (WS-HIT-SUB).                       DBNK199P
065000 FIND-JRN-SLOT-EXIT.                                              DBNK199P
065100     EXIT.                                                        DBNK199P
065200                                                                  DBNK199P
065300 CHECK-ONE-SLOT.                                                  DBNK199P
065400     IF WS-JT-BRANCH (WS-SUB1) IS EQUAL TO WS-KEY-BRANCH AND      DBNK199P
065500        WS-JT-GL (WS-SUB1) IS EQUAL TO WS-KEY-GL AND              DBNK199P
065600        WS-JT-SUSP (WS-SUB1) IS EQUAL TO WS-KEY-SUSP              DBNK199P
065700        MOVE WS-SUB1 TO WS-HIT-SUB                                DBNK199P
065800     END-IF.                                                      DBNK199P
065900 CHECK-ONE-SLOT-EXIT.                                             DBNK199P
066000     EXIT.                                                        DBNK199P
066100                                                                  DBNK199P
066200***************************************************************** DBNK199P
066300* One bubble pass over the journal lines by branch, GL account  * DBNK199P
066400***************************************************************** DBNK199P
066500 SORT-JRN-PASS.                                                   DBNK199P
066600     SET WS-NOT-SWAPPED TO TRUE.                                  DBNK199P
066700     PERFORM SORT-JRN-COMPARE THRU SORT-JRN-COMPARE-EXIT          DBNK199P
066800       VARYING WS-SUB1 FROM 1 BY 1                                DBNK199P
066900         UNTIL WS-SUB1 IS NOT LESS THAN WS-JRN-COUNT.             DBNK199P
067000 SORT-JRN-PASS-EXIT.                                              DBNK199P
067100     EXIT.                                                        DBNK199P
067200                                                                  DBNK199P
067300 SORT-JRN-COMPARE.                                                DBNK199P
067400     COMPUTE WS-SUB2 = WS-SUB1 + 1.                               DBNK199P
067500     IF WS-JT-BRANCH (WS-SUB1) IS GREATER THAN                    DBNK199P
067600        WS-JT-BRANCH (WS-SUB2)                                    DBNK199P
067700        GO TO SORT-JRN-SWAP                                       DBNK199P
067800     END-IF.                                                      DBNK199P
067900     IF WS-JT-BRANCH (WS-SUB1) IS EQUAL TO WS-JT-BRANCH (WS-SUB2) DBNK199P
068000        IF WS-JT-GL (WS-SUB1) IS GREATER THAN                     DBNK199P
068100           WS-JT-GL (WS-SUB2) OR                                  DBNK199P
068200           (WS-JT-GL (WS-SUB1) IS EQUAL TO WS-JT-GL (WS-SUB2) AND DBNK199P
068300            WS-JT-SUSP (WS-SUB1) IS GREATER THAN                  DBNK199P
068400            WS-JT-SUSP (WS-SUB2))                                 DBNK199P
068500           GO TO SORT-JRN-SWAP                                    DBNK199P
068600        END-IF                                                    DBNK199P
068700     END-IF.                                                      DBNK199P
068800     GO TO SORT-JRN-COMPARE-EXIT.                                 DBNK199P
068900 SORT-JRN-SWAP.                                                   DBNK199P
069000     MOVE WS-JRN-ENTRY (WS-SUB1) TO WS-SWAP-ENTRY.                DBNK199P
069100     MOVE WS-JRN-ENTRY (WS-SUB2) TO WS-JRN-ENTRY (WS-SUB1).       DBNK199P
069200     MOVE WS-SWAP-ENTRY TO WS-JRN-ENTRY (WS-SUB2).                DBNK199P
069300     SET WS-SWAPPED TO TRUE.                                      DBNK199P
069400 SORT-JRN-COMPARE-EXIT.                                           DBNK199P
069500     EXIT.                                                        DBNK199P
069600                                                                  DBNK199P
069700***************************************************************** DBNK199P
069800* Write the journal - header, each branch's lines followed by   * DBNK199P
069900* its control record, and the trailer - and print it, proving   * DBNK199P
070000* each branch's debits equal its credits                        * DBNK199P
070100***************************************************************** DBNK199P
070200 WRITE-JOURNAL.                                                   DBNK199P
070300     MOVE SPACES TO WS-GLJ-REC.                                   DBNK199P
070400     SET WS-GLJ-HEADER TO TRUE.                                   DBNK199P
070500     MOVE BUSD-DATE TO WS-GLJ-BUS-DATE.                           DBNK199P
070600     MOVE 'GLJRNL  ' TO WS-GLJ-HDR-FILE.                          DBNK199P
070700     MOVE WS-PROGRAM-ID TO WS-GLJ-HDR-JOB.                        DBNK199P
070800     WRITE GLJRNL-REC FROM WS-GLJ-REC.                            DBNK199P
070900                                                                  DBNK199P
071000     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
071100     STRING 'GENERAL LEDGER JOURNAL FOR BUSINESS DATE '           DBNK199P
071200                                     DELIMITED BY SIZE            DBNK199P
071300            BUSD-DATE                DELIMITED BY SIZE            DBNK199P
071400       INTO GLJRPT-REC.                                           DBNK199P
071500     WRITE GLJRPT-REC.                                            DBNK199P
071600                                                                  DBNK199P
071700     MOVE SPACES TO WS-LAST-BRANCH.                               DBNK199P
071800     PERFORM WRITE-JOURNAL-LINE THRU WRITE-JOURNAL-LINE-EXIT      DBNK199P
071900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK199P
072000         UNTIL WS-SUB1 IS GREATER THAN WS-JRN-COUNT.              DBNK199P
072100     IF WS-LAST-BRANCH IS NOT EQUAL TO SPACES                     DBNK199P
072200        PERFORM END-BRANCH THRU END-BRANCH-EXIT                   DBNK199P
072300     END-IF.                                                      DBNK199P
072400                                                                  DBNK199P
072500     MOVE SPACES TO WS-GLJ-REC.                                   DBNK199P
072600     SET WS-GLJ-TRAILER TO TRUE.                                  DBNK199P
072700     MOVE BUSD-DATE TO WS-GLJ-BUS-DATE.                           DBNK199P
072800     MOVE '****' TO WS-GLJ-BRANCH.                                DBNK199P
072900     MOVE WS-BANK-DEBITS TO WS-GLJ-DEBIT.                         DBNK199P
073000     MOVE WS-BANK-CREDITS TO WS-GLJ-CREDIT.                       DBNK199P
073100     MOVE WS-DETAIL-LINES TO WS-GLJ-COUNT.                        DBNK199P
073200     WRITE GLJRNL-REC FROM WS-GLJ-REC.                            DBNK199P
073300                                                                  DBNK199P
073400     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
073500     WRITE GLJRPT-REC.                                            DBNK199P
073600     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
073700     MOVE 'BANK TOTAL' TO GLJRPT-REC (1:10).                      DBNK199P
073800     MOVE WS-BANK-DEBITS TO WS-EDIT-TOTAL.                        DBNK199P
073900     MOVE WS-EDIT-TOTAL TO GLJRPT-REC (26:19).                    DBNK199P
074000     MOVE WS-BANK-CREDITS TO WS-EDIT-TOTAL.                       DBNK199P
074100     MOVE WS-EDIT-TOTAL TO GLJRPT-REC (47:19).                    DBNK199P
074200     IF WS-BANK-DEBITS IS EQUAL TO WS-BANK-CREDITS                DBNK199P
074300        MOVE 'BALANCED' TO GLJRPT-REC (70:8)                      DBNK199P
074400     ELSE                                                         DBNK199P
074500        MOVE 'OUT OF BALANCE' TO GLJRPT-REC (70:14)               DBNK199P
074600     END-IF.                                                      DBNK199P
074700     WRITE GLJRPT-REC.                                            DBNK199P
074800     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
074900     MOVE WS-POSTINGS-JOURNALED TO WS-EDIT-CNT.                   DBNK199P
075000     MOVE WS-EDIT-CNT TO GLJRPT-REC (1:7).                        DBNK199P
075100     MOVE 'POSTINGS JOURNALED' TO GLJRPT-REC (9:18).              DBNK199P
075200     MOVE WS-POSTINGS-UNMAPPED TO WS-EDIT-CNT.                    DBNK199P
075300     MOVE WS-EDIT-CNT TO GLJRPT-REC (30:7).                       DBNK199P
075400     MOVE 'TO SUSPENSE' TO GLJRPT-REC (38:11).                    DBNK199P
075500     MOVE WS-SUSP-TOTAL TO WS-EDIT-TOTAL.                         DBNK199P
075600     MOVE WS-EDIT-TOTAL TO GLJRPT-REC (50:19).                    DBNK199P
075700     WRITE GLJRPT-REC.                                            DBNK199P
075800 WRITE-JOURNAL-EXIT.                                              DBNK199P
075900     EXIT.                                                        DBNK199P
076000                                                                  DBNK199P
076100 WRITE-JOURNAL-LINE.                                              DBNK199P
076200     IF WS-JT-BRANCH (WS-SUB1) IS NOT EQUAL TO WS-LAST-BRANCH     DBNK199P
076300        IF WS-LAST-BRANCH IS NOT EQUAL TO SPACES                  DBNK199P
076400           PERFORM END-BRANCH THRU END-BRANCH-EXIT                DBNK199P
076500        END-IF                                                    DBNK199P
076600        PERFORM START-BRANCH THRU START-BRANCH-EXIT               DBNK199P
076700     END-IF.                                                      DBNK199P
076800     MOVE SPACES TO WS-GLJ-REC.                                   DBNK199P
076900     SET WS-GLJ-DETAIL TO TRUE.                                   DBNK199P
077000     MOVE BUSD-DATE TO WS-GLJ-BUS-DATE.                           DBNK199P
077100     MOVE WS-JT-BRANCH (WS-SUB1) TO WS-GLJ-BRANCH.                DBNK199P
077200     MOVE WS-JT-GL (WS-SUB1) TO WS-GLJ-GL-ACC.                    DBNK199P
077300     MOVE WS-JT-DEBIT (WS-SUB1) TO WS-GLJ-DEBIT.                  DBNK199P
077400     MOVE WS-JT-CREDIT (WS-SUB1) TO WS-GLJ-CREDIT.                DBNK199P
077500     MOVE WS-JT-COUNT (WS-SUB1) TO WS-GLJ-COUNT.                  DBNK199P
077600     MOVE WS-JT-SUSP (WS-SUB1) TO WS-GLJ-SUSP.                    DBNK199P
077700     WRITE GLJRNL-REC FROM WS-GLJ-REC.                            DBNK199P
077800     ADD 1 TO WS-DETAIL-LINES.                                    DBNK199P
077900     ADD 1 TO WS-BR-LINES.                                        DBNK199P
078000     ADD WS-JT-DEBIT (WS-SUB1) TO WS-BR-DEBITS.                   DBNK199P
078100     ADD WS-JT-CREDIT (WS-SUB1) TO WS-BR-CREDITS.                 DBNK199P
078200                                                                  DBNK199P
078300     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
078400     MOVE WS-JT-GL (WS-SUB1) TO GLJRPT-REC (3:8).                 DBNK199P
078500     IF WS-JT-SUSP (WS-SUB1) IS EQUAL TO 'S'                      DBNK199P
078600        MOVE 'SUSPENSE' TO GLJRPT-REC (12:8)                      DBNK199P
078700     END-IF.                                                      DBNK199P
078800     MOVE WS-JT-DEBIT (WS-SUB1) TO WS-EDIT-TOTAL.                 DBNK199P
078900     MOVE WS-EDIT-TOTAL TO GLJRPT-REC (26:19).                    DBNK199P
079000     MOVE WS-JT-CREDIT (WS-SUB1) TO WS-EDIT-TOTAL.                DBNK199P
079100     MOVE WS-EDIT-TOTAL TO GLJRPT-REC (47:19).                    DBNK199P
079200     MOVE WS-JT-COUNT (WS-SUB1) TO WS-EDIT-CNT.                   DBNK199P
079300     MOVE WS-EDIT-CNT TO GLJRPT-REC (70:7).                       DBNK199P
079400     WRITE GLJRPT-REC.                                            DBNK199P
079500 WRITE-JOURNAL-LINE-EXIT.                                         DBNK199P
079600     EXIT.                                                        DBNK199P
079700                                                                  DBNK199P
079800 START-BRANCH.                                                    DBNK199P
079900     MOVE WS-JT-BRANCH (WS-SUB1) TO WS-LAST-BRANCH.               DBNK199P
080000     MOVE ZERO TO WS-BR-DEBITS.                                   DBNK199P
080100     MOVE ZERO TO WS-BR-CREDITS.                                  DBNK199P
080200     MOVE ZERO TO WS-BR-LINES.                                    DBNK199P
080300     ADD 1 TO WS-BRANCHES.                                        DBNK199P
080400     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
080500     WRITE GLJRPT-REC.                                            DBNK199P
080600     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
080700     STRING 'BRANCH '               DELIMITED BY SIZE             DBNK199P
080800            WS-LAST-BRANCH          DELIMITED BY SIZE             DBNK199P
080900       INTO GLJRPT-REC.                                           DBNK199P
081000     WRITE GLJRPT-REC.                                            DBNK199P
081100     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
081200     MOVE 'GL ACCOUNT' TO GLJRPT-REC (3:10).                      DBNK199P
081300     MOVE 'DEBIT' TO GLJRPT-REC (40:5).                           DBNK199P
081400     MOVE 'CREDIT' TO GLJRPT-REC (60:6).                          DBNK199P
081500     MOVE 'ITEMS' TO GLJRPT-REC (72:5).                           DBNK199P
081600     WRITE GLJRPT-REC.                                            DBNK199P
081700 START-BRANCH-EXIT.                                               DBNK199P
081800     EXIT.                                                        DBNK199P
081900                                                                  DBNK199P
082000 END-BRANCH.                                                      DBNK199P
082100     MOVE SPACES TO WS-GLJ-REC.                                   DBNK199P
082200     SET WS-GLJ-BRANCH-CTL TO TRUE.                               DBNK199P
082300     MOVE BUSD-DATE TO WS-GLJ-BUS-DATE.                           DBNK199P
082400     MOVE WS-LAST-BRANCH TO WS-GLJ-BRANCH.                        DBNK199P
082500     MOVE WS-BR-DEBITS TO WS-GLJ-DEBIT.                           DBNK199P
082600     MOVE WS-BR-CREDITS TO WS-GLJ-CREDIT.                         DBNK199P
082700     MOVE WS-BR-LINES TO WS-GLJ-COUNT.                            DBNK199P
082800     WRITE GLJRNL-REC FROM WS-GLJ-REC.                            DBNK199P
082900     ADD WS-BR-DEBITS TO WS-BANK-DEBITS.                          DBNK199P
083000     ADD WS-BR-CREDITS TO WS-BANK-CREDITS.                        DBNK199P
083100                                                                  DBNK199P
083200     MOVE SPACES TO GLJRPT-REC.                                   DBNK199P
083300     MOVE 'BRANCH TOTAL' TO GLJRPT-REC (3:12).                    DBNK199P
083400     MOVE WS-BR-DEBITS TO WS-EDIT-TOTAL.                          DBNK199P
083500     MOVE WS-EDIT-TOTAL TO GLJRPT-REC (26:19).                    DBNK199P
083600     MOVE WS-BR-CREDITS TO WS-EDIT-TOTAL.                         DBNK199P
083700     MOVE WS-EDIT-TOTAL TO GLJRPT-REC (47:19).                    DBNK199P
083800     IF WS-BR-DEBITS IS EQUAL TO WS-BR-CREDITS                    DBNK199P
083900        MOVE 'BALANCED' TO GLJRPT-REC (70:8)                      DBNK199P
084000     ELSE                                                         DBNK199P
084100        MOVE 'OUT OF BALANCE' TO GLJRPT-REC (70:14)               DBNK199P
084200        ADD 1 TO WS-BRANCHES-OUT                                  DBNK199P
084300     END-IF.                                                      DBNK199P
084400     WRITE GLJRPT-REC.                                            DBNK199P
084500 END-BRANCH-EXIT.                                                 DBNK199P
084600     EXIT.                                                        DBNK199P
084700                                                                  DBNK199P
084800***************************************************************** DBNK199P
084900* Exception list - the postings no mapping in use would take    * DBNK199P
085000***************************************************************** DBNK199P
085100 PRINT-EXCEPTION-HEADING.                                         DBNK199P
085200     MOVE SPACES TO GLJEXC-REC.                                   DBNK199P
085300     STRING 'GL JOURNAL - POSTINGS WITH NO GL MAPPING, TAKEN TO ' DBNK199P
085400                                     DELIMITED BY SIZE            DBNK199P
085500            'SUSPENSE '              DELIMITED BY SIZE            DBNK199P
085600            WS-SUSP-GL               DELIMITED BY SIZE            DBNK199P
085700            ' ON '                   DELIMITED BY SIZE            DBNK199P
085800            BUSD-DATE                DELIMITED BY SIZE            DBNK199P
085900       INTO GLJEXC-REC.                                           DBNK199P
086000     WRITE GLJEXC-REC.                                            DBNK199P
086100     MOVE SPACES TO GLJEXC-REC.                                   DBNK199P
086200     WRITE GLJEXC-REC.                                            DBNK199P
086300     MOVE SPACES TO GLJEXC-REC.                                   DBNK199P
086400     MOVE 'POSTED' TO GLJEXC-REC (1:6).                           DBNK199P
086500     MOVE 'ACCOUNT' TO GLJEXC-REC (29:7).                         DBNK199P
086600     MOVE 'CATG' TO GLJEXC-REC (40:4).                            DBNK199P
086700     MOVE 'TYPE' TO GLJEXC-REC (46:4).                            DBNK199P
086800     MOVE 'ACC TYPE' TO GLJEXC-REC (52:8).                        DBNK199P
086900     MOVE 'BRANCH' TO GLJEXC-REC (62:6).                          DBNK199P
087000     MOVE 'IN/OUT' TO GLJEXC-REC (70:6).                          DBNK199P
087100     MOVE 'AMOUNT' TO GLJEXC-REC (90:6).                          DBNK199P
087200     MOVE 'REFERENCE' TO GLJEXC-REC (99:9).                       DBNK199P
087300     WRITE GLJEXC-REC.                                            DBNK199P
087400     MOVE SPACES TO GLJEXC-REC.                                   DBNK199P
087500     WRITE GLJEXC-REC.                                            DBNK199P
087600 PRINT-EXCEPTION-HEADING-EXIT.                                    DBNK199P
087700     EXIT.                                                        DBNK199P
087800                                                                  DBNK199P
087900 PRINT-EXCEPTION-LINE.                                            DBNK199P
088000     MOVE SPACES TO GLJEXC-REC.                                   DBNK199P
088100     MOVE BLG-REC-TIMESTAMP TO GLJEXC-REC (1:26).                 DBNK199P
088200     MOVE BLG-REC-ACCNO TO GLJEXC-REC (29:9).                     DBNK199P
088300     MOVE BLG-REC-CATEGORY TO GLJEXC-REC (40:4).                  DBNK199P
088400     MOVE BLG-REC-TYPE TO GLJEXC-REC (47:1).                      DBNK199P
088500     MOVE WS-POST-ACC-TYPE TO GLJEXC-REC (55:1).                  DBNK199P
088600     MOVE WS-POST-BRANCH TO GLJEXC-REC (62:4).                    DBNK199P
088700     IF WS-POST-IS-IN                                             DBNK199P
088800        MOVE 'IN' TO GLJEXC-REC (70:2)                            DBNK199P
088900     ELSE                                                         DBNK199P
089000        MOVE 'OUT' TO GLJEXC-REC (70:3)                           DBNK199P
089100     END-IF.                                                      DBNK199P
089200     MOVE WS-POST-AMOUNT TO WS-EDIT-AMT.                          DBNK199P
089300     MOVE WS-EDIT-AMT TO GLJEXC-REC (79:17).                      DBNK199P
089400     MOVE BLG-REC-REFNO TO GLJEXC-REC (99:12).                    DBNK199P
089500     WRITE GLJEXC-REC.                                            DBNK199P
089600 PRINT-EXCEPTION-LINE-EXIT.                                       DBNK199P
089700     EXIT.                                                        DBNK199P
089800                                                                  DBNK199P
089900 PRINT-EXCEPTION-TOTALS.                                          DBNK199P
090000     MOVE SPACES TO GLJEXC-REC.                                   DBNK199P
090100     WRITE GLJEXC-REC.                                            DBNK199P
090200     MOVE SPACES TO GLJEXC-REC.                                   DBNK199P
090300     MOVE WS-POSTINGS-UNMAPPED TO WS-EDIT-CNT.                    DBNK199P
090400     MOVE WS-EDIT-CNT TO GLJEXC-REC (1:7).                        DBNK199P
090500     MOVE 'POSTINGS WITH NO GL MAPPING' TO GLJEXC-REC (9:27).     DBNK199P
090600     MOVE WS-SUSP-TOTAL TO WS-EDIT-TOTAL.                         DBNK199P
090700     MOVE WS-EDIT-TOTAL TO GLJEXC-REC (77:19).                    DBNK199P
090800     WRITE GLJEXC-REC.                                            DBNK199P
090900 PRINT-EXCEPTION-TOTALS-EXIT.                                     DBNK199P
091000     EXIT.                                                        DBNK199P
091100                                                                  DBNK199P
091200***************************************************************** DBNK199P
091300* Check file open OK                                            * DBNK199P
091400***************************************************************** DBNK199P
091500 CHECK-OPEN.                                                      DBNK199P
091600     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK199P
091700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK199P
091800        STRING WS-FILE       DELIMITED BY ' '                     DBNK199P
091900               ' opened ok' DELIMITED BY SIZE                     DBNK199P
092000          INTO WS-CONSOLE-MESSAGE                                 DBNK199P
092100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK199P
092200     ELSE                                                         DBNK199P
092300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK199P
092400        STRING WS-FILE          DELIMITED BY ' '                  DBNK199P
092500               ' did not open' DELIMITED BY SIZE                  DBNK199P
092600          INTO WS-CONSOLE-MESSAGE                                 DBNK199P
092700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK199P
092800        PERFORM DISPLAY-IO-STATUS                                 DBNK199P
092900        ADD 1 TO WS-OPEN-ERROR                                    DBNK199P
093000     END-IF.                                                      DBNK199P
093100 CHECK-OPEN-EXIT.                                                 DBNK199P
093200     EXIT.                                                        DBNK199P
093300                                                                  DBNK199P
093400***************************************************************** DBNK199P
093500* Display the file status bytes. This routine will display as   * DBNK199P
093600* two digits if the full two byte file status is numeric. If    * DBNK199P
093700* second byte is non-numeric then it will be treated as a       * DBNK199P
093800* binary number.                                                * DBNK199P
093900***************************************************************** DBNK199P
094000 DISPLAY-IO-STATUS.                                               DBNK199P
094100     IF WS-IO-STATUS NUMERIC                                      DBNK199P
094200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK199P
094300        STRING 'File status -' DELIMITED BY SIZE                  DBNK199P
094400               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK199P
094500          INTO WS-CONSOLE-MESSAGE                                 DBNK199P
094600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK199P
094700     ELSE                                                         DBNK199P
094800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK199P
094900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK199P
095000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK199P
095100        STRING 'File status -' DELIMITED BY SIZE                  DBNK199P
095200               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK199P
095300               '/'            DELIMITED BY SIZE                   DBNK199P
095400               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK199P
095500          INTO WS-CONSOLE-MESSAGE                                 DBNK199P
095600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK199P
095700     END-IF.                                                      DBNK199P
095800                                                                  DBNK199P
095900***************************************************************** DBNK199P
096000* Display CONSOLE messages...                                   * DBNK199P
096100***************************************************************** DBNK199P
096200 DISPLAY-CONSOLE-MESSAGE.                                         DBNK199P
096300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK199P
096400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK199P
096500                                                                  DBNK199P
096600 COPY CTIMERP.                                                    DBNK199P
096700                                                                  DBNK199P
