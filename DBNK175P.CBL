000100***************************************************************** DBNK175P
000200*                                                               * DBNK175P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK175P
000400*   This demonstration program is provided for use by users     * DBNK175P
000500*   of Micro Focus products and may be used, modified and       * DBNK175P
000600*   distributed as part of your application provided that       * DBNK175P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK175P
000800*   in this material.                                           * DBNK175P
000900*                                                               * DBNK175P
001000***************************************************************** DBNK175P
001100                                                                  DBNK175P
001200***************************************************************** DBNK175P
001300* Program:     DBNK175P.CBL                                     * DBNK175P
001400* Function:    Annual foreign account reporting (FATCA / CRS).  * DBNK175P
001500*              Runs after year end for the prior calendar year  * DBNK175P
001600*              (BNKPARM key FTXYEAR overrides the year for a    * DBNK175P
001700*              re-run). A customer is reportable when a signed  * DBNK175P
001800*              self-certification on BNKTAXR names a tax        * DBNK175P
001900*              residency other than the home country (text of   * DBNK175P
002000*              RSKHOME). For each account they held in the year * DBNK175P
002100*              one FTXEXTR record is written per reportable     * DBNK175P
002200*              country, carrying:                               * DBNK175P
002300*                the year-end balance - the last BNKHIST        * DBNK175P
002400*                  snapshot on or before 31 December, nil for   * DBNK175P
002500*                  an overdrawn account or one closed in the    * DBNK175P
002600*                  year, which is flagged closed instead        * DBNK175P
002700*                interest credited in the year - BNKLEDG        * DBNK175P
002800*                  category INT                                 * DBNK175P
002900*                gross proceeds - money paid out of a term      * DBNK175P
003000*                  deposit in the year, less break penalties    * DBNK175P
003100*              Every customer with an open account and no       * DBNK175P
003200*              signed self-certification is listed on FTXCHASE  * DBNK175P
003300*              for the branches to follow up, marked where a    * DBNK175P
003400*              foreign address suggests they may be reportable. * DBNK175P
003500*              VSAM version                                     * DBNK175P
003600***************************************************************** DBNK175P
003700                                                                  DBNK175P
003800 IDENTIFICATION DIVISION.                                         DBNK175P
003900 PROGRAM-ID.                                                      DBNK175P
004000     DBNK175P.                                                    DBNK175P
004100 DATE-WRITTEN.                                                    DBNK175P
004200     October 2007.                                                DBNK175P
004300 DATE-COMPILED.                                                   DBNK175P
004400     Today.                                                       DBNK175P
004500                                                                  DBNK175P
004600 ENVIRONMENT DIVISION.                                            DBNK175P
004700                                                                  DBNK175P
004800 INPUT-OUTPUT   SECTION.                                          DBNK175P
004900   FILE-CONTROL.                                                  DBNK175P
005000     SELECT FTXEXTR-FILE                                          DBNK175P
005100            ASSIGN       TO FTXEXTR                               DBNK175P
005200            ORGANIZATION IS SEQUENTIAL                            DBNK175P
005300            FILE STATUS  IS WS-FTXEXTR-STATUS.                    DBNK175P
005400                                                                  DBNK175P
005500     SELECT FTXCHASE-FILE                                         DBNK175P
005600            ASSIGN       TO FTXCHASE                              DBNK175P
005700            ORGANIZATION IS SEQUENTIAL                            DBNK175P
005800            FILE STATUS  IS WS-FTXCHASE-STATUS.                   DBNK175P
005900                                                                  DBNK175P
006000     SELECT BNKCUST-FILE                                          DBNK175P
006100            ASSIGN       TO BNKCUST                               DBNK175P
006200            ORGANIZATION IS INDEXED                               DBNK175P
006300            ACCESS MODE  IS DYNAMIC                               DBNK175P
006400            RECORD KEY   IS BCS-REC-PID                           DBNK175P
006500            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK175P
006600                                                                  DBNK175P
006700     SELECT BNKTAXR-FILE                                          DBNK175P
006800            ASSIGN       TO BNKTAXR                               DBNK175P
006900            ORGANIZATION IS INDEXED                               DBNK175P
007000            ACCESS MODE  IS RANDOM                                DBNK175P
007100            RECORD KEY   IS TXR-REC-PID                           DBNK175P
007200            FILE STATUS  IS WS-BNKTAXR-STATUS.                    DBNK175P
007300                                                                  DBNK175P
007400     SELECT BNKACC-FILE                                           DBNK175P
007500            ASSIGN       TO BNKACC                                DBNK175P
007600            ORGANIZATION IS INDEXED                               DBNK175P
007700            ACCESS MODE  IS DYNAMIC                               DBNK175P
007800            RECORD KEY   IS BAC-REC-ACCNO                         DBNK175P
007900            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK175P
008000            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK175P
008100                                                                  DBNK175P
008200     SELECT BNKHIST-FILE                                          DBNK175P
008300            ASSIGN       TO BNKHIST                               DBNK175P
008400            ORGANIZATION IS INDEXED                               DBNK175P
008500            ACCESS MODE  IS DYNAMIC                               DBNK175P
008600            RECORD KEY   IS BBH-REC-KEY                           DBNK175P
008700            FILE STATUS  IS WS-BNKHIST-STATUS.                    DBNK175P
008800                                                                  DBNK175P
008900     SELECT BNKLEDG-FILE                                          DBNK175P
009000            ASSIGN       TO BNKLEDG                               DBNK175P
009100            ORGANIZATION IS INDEXED                               DBNK175P
009200            ACCESS MODE  IS DYNAMIC                               DBNK175P
009300            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK175P
009400            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK175P
009500            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK175P
009600                                                                  DBNK175P
009700     SELECT BNKPARM-FILE                                          DBNK175P
009800            ASSIGN       TO BNKPARM                               DBNK175P
009900            ORGANIZATION IS INDEXED                               DBNK175P
010000            ACCESS MODE  IS RANDOM                                DBNK175P
010100            RECORD KEY   IS PRM-REC-KEY                           DBNK175P
010200            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK175P
010300                                                                  DBNK175P
010400 DATA DIVISION.                                                   DBNK175P
010500                                                                  DBNK175P
010600 FILE SECTION.                                                    DBNK175P
010700 FD  FTXEXTR-FILE.                                                DBNK175P
010800 01  FTXEXTR-REC.                                                 DBNK175P
010900   05  FTXEXTR-YEAR                           PIC 9(4).           DBNK175P
011000   05  FTXEXTR-PID                            PIC X(5).           DBNK175P
011100   05  FTXEXTR-JURISDICTION                   PIC X(3).           DBNK175P
011200   05  FTXEXTR-TIN                            PIC X(20).          DBNK175P
011300   05  FTXEXTR-NAME                           PIC X(30).          DBNK175P
011400   05  FTXEXTR-ADDR-CNTRY                     PIC X(15).          DBNK175P
011500   05  FTXEXTR-ACCNO                          PIC X(9).           DBNK175P
011600   05  FTXEXTR-CCY                            PIC X(3).           DBNK175P
011700   05  FTXEXTR-CLOSED                         PIC X(1).           DBNK175P
011800   05  FTXEXTR-BALANCE                        PIC 9(9)V99.        DBNK175P
011900   05  FTXEXTR-INTEREST                       PIC 9(9)V99.        DBNK175P
012000   05  FTXEXTR-PROCEEDS                       PIC 9(9)V99.        DBNK175P
012100   05  FTXEXTR-CERT-DATE                      PIC X(8).           DBNK175P
012200   05  FILLER                                 PIC X(10).          DBNK175P
012300                                                                  DBNK175P
012400 FD  FTXCHASE-FILE.                                               DBNK175P
012500 01  FTXCHASE-REC                             PIC X(132).         DBNK175P
012600                                                                  DBNK175P
012700 FD  BNKCUST-FILE.                                                DBNK175P
012800 01  BNKCUST-REC.                                                 DBNK175P
012900 COPY CBANKVCS.                                                   DBNK175P
013000                                                                  DBNK175P
013100 FD  BNKTAXR-FILE.                                                DBNK175P
013200 01  BNKTAXR-REC.                                                 DBNK175P
013300 COPY CBANKVTR.                                                   DBNK175P
013400                                                                  DBNK175P
013500 FD  BNKACC-FILE.                                                 DBNK175P
013600 01  BNKACC-REC.                                                  DBNK175P
013700 COPY CBANKVAC.                                                   DBNK175P
013800                                                                  DBNK175P
013900 FD  BNKHIST-FILE.                                                DBNK175P
014000 01  BNKHIST-REC.                                                 DBNK175P
014100 COPY CBANKVBH.                                                   DBNK175P
014200                                                                  DBNK175P
014300 FD  BNKLEDG-FILE.                                                DBNK175P
014400 01  BNKLEDG-REC.                                                 DBNK175P
014500 COPY CBANKVLG.                                                   DBNK175P
014600                                                                  DBNK175P
014700 FD  BNKPARM-FILE.                                                DBNK175P
014800 01  BNKPARM-REC.                                                 DBNK175P
014900 COPY CBANKVPM.                                                   DBNK175P
015000                                                                  DBNK175P
015100 WORKING-STORAGE SECTION.                                         DBNK175P
015200 COPY CTIMERD.                                                    DBNK175P
015300                                                                  DBNK175P
015400 01  WS-MISC-STORAGE.                                             DBNK175P
015500   05  WS-PROGRAM-ID                         PIC X(8)             DBNK175P
015600       VALUE 'DBNK175P'.                                          DBNK175P
015700                                                                  DBNK175P
015800   05  WS-FTXEXTR-STATUS.                                         DBNK175P
015900     10  WS-FTXEXTR-STAT1                     PIC X(1).           DBNK175P
016000     10  WS-FTXEXTR-STAT2                     PIC X(1).           DBNK175P
016100   05  WS-FTXCHASE-STATUS.                                        DBNK175P
016200     10  WS-FTXCHASE-STAT1                    PIC X(1).           DBNK175P
016300     10  WS-FTXCHASE-STAT2                    PIC X(1).           DBNK175P
016400   05  WS-BNKCUST-STATUS.                                         DBNK175P
016500     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK175P
016600     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK175P
016700   05  WS-BNKTAXR-STATUS.                                         DBNK175P
016800     10  WS-BNKTAXR-STAT1                     PIC X(1).           DBNK175P
016900     10  WS-BNKTAXR-STAT2                     PIC X(1).           DBNK175P
017000   05  WS-BNKACC-STATUS.                                          DBNK175P
017100     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK175P
017200     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK175P
017300   05  WS-BNKHIST-STATUS.                                         DBNK175P
017400     10  WS-BNKHIST-STAT1                     PIC X(1).           DBNK175P
017500     10  WS-BNKHIST-STAT2                     PIC X(1).           DBNK175P
017600   05  WS-BNKLEDG-STATUS.                                         DBNK175P
017700     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK175P
017800     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK175P
017900   05  WS-BNKPARM-STATUS.                                         DBNK175P
018000     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK175P
018100     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK175P
018200                                                                  DBNK175P
018300   05  WS-IO-STATUS.                                              DBNK175P
018400     10  WS-IO-STAT1                          PIC X(1).           DBNK175P
018500     10  WS-IO-STAT2                          PIC X(1).           DBNK175P
018600                                                                  DBNK175P
018700   05  WS-TWO-BYTES.                                              DBNK175P
018800     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK175P
018900     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK175P
019000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK175P
019100                                              PIC 9(1) COMP.      DBNK175P
019200                                                                  DBNK175P
019300   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK175P
019400     88  OPEN-OK                              VALUE 0.            DBNK175P
019500                                                                  DBNK175P
019600   05  WS-FILE                               PIC X(16).           DBNK175P
019700                                                                  DBNK175P
019800*    the reporting year defaults to the calendar year before the  DBNK175P
019900*    business date, since the run is made in January              DBNK175P
020000   05  WS-RUN-DATE                           PIC X(8).            DBNK175P
020100   05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                       DBNK175P
020200     10  WS-RUN-YYYY                         PIC 9(4).            DBNK175P
020300     10  FILLER                              PIC X(4).            DBNK175P
020400   05  WS-TAX-YEAR                           PIC 9(4).            DBNK175P
020500   05  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR   PIC X(4).            DBNK175P
020600   05  WS-YEAR-START                         PIC X(8).            DBNK175P
020700   05  WS-YEAR-END                           PIC X(8).            DBNK175P
020800   05  WS-HOME-CNTRY                         PIC X(15).           DBNK175P
020900                                                                  DBNK175P
021000*    the customer being reported                                  DBNK175P
021100   05  WS-CUR-PID                            PIC X(5).            DBNK175P
021200   05  WS-CUR-CNTRY                          PIC X(15).           DBNK175P
021300   05  WS-CUR-ACCNO                          PIC X(9).            DBNK175P
021400   05  WS-TAXR-FLAG                          PIC X(1).            DBNK175P
021500     88  WS-TAXR-FOUND                       VALUE 'Y'.           DBNK175P
021600     88  WS-TAXR-NOT-FOUND                   VALUE 'N'.           DBNK175P
021700   05  WS-CUST-FLAG                          PIC X(1).            DBNK175P
021800     88  WS-CUST-IS-REPORTABLE               VALUE 'Y'.           DBNK175P
021900     88  WS-CUST-NOT-REPORTABLE              VALUE 'N'.           DBNK175P
022000   05  WS-INDICIA-FLAG                       PIC X(1).            DBNK175P
022100     88  WS-HAS-INDICIA                      VALUE 'Y'.           DBNK175P
022200     88  WS-NO-INDICIA                       VALUE 'N'.           DBNK175P
022300   05  WS-OPEN-ACCOUNTS                      PIC 9(3).            DBNK175P
022400   05  WS-CHASE-REASON                       PIC X(20).           DBNK175P
022500                                                                  DBNK175P
022600*    the account being reported                                   DBNK175P
022700   05  WS-ACCT-CLOSED                        PIC X(1).            DBNK175P
022800     88  WS-ACCT-CLOSED-IN-YEAR              VALUE 'Y'.           DBNK175P
022900     88  WS-ACCT-OPEN-AT-YEAR-END            VALUE 'N'.           DBNK175P
023000   05  WS-ACTIVITY-FLAG                      PIC X(1).            DBNK175P
023100     88  WS-ACCT-HAS-ACTIVITY                VALUE 'Y'.           DBNK175P
023200     88  WS-ACCT-NO-ACTIVITY                 VALUE 'N'.           DBNK175P
023300   05  WS-YE-BALANCE                         PIC S9(9)V99         DBNK175P
023400                                             COMP-3.              DBNK175P
023500   05  WS-INTEREST                           PIC S9(9)V99         DBNK175P
023600                                             COMP-3.              DBNK175P
023700   05  WS-PROCEEDS                           PIC S9(9)V99         DBNK175P
023800                                             COMP-3.              DBNK175P
023900                                                                  DBNK175P
024000   05  WS-CUSTS-READ                         PIC 9(7)             DBNK175P
024100       VALUE ZERO.                                                DBNK175P
024200   05  WS-CUSTS-REPORTABLE                   PIC 9(7)             DBNK175P
024300       VALUE ZERO.                                                DBNK175P
024400   05  WS-ACCTS-REPORTED                     PIC 9(7)             DBNK175P
024500       VALUE ZERO.                                                DBNK175P
024600   05  WS-EXTRACTS-WRITTEN                   PIC 9(7)             DBNK175P
024700       VALUE ZERO.                                                DBNK175P
024800   05  WS-CUSTS-CHASED                       PIC 9(7)             DBNK175P
024900       VALUE ZERO.                                                DBNK175P
025000   05  WS-CHASED-INDICIA                     PIC 9(7)             DBNK175P
025100       VALUE ZERO.                                                DBNK175P
025200   05  WS-SUB1                               PIC S9(4) COMP.      DBNK175P
025300                                                                  DBNK175P
025400   05  WS-EDIT-CNT                     PIC Z,ZZZ,ZZ9.             DBNK175P
025500                                                                  DBNK175P
025600*    the foreign tax residencies of a reportable customer         DBNK175P
025700 01  WS-FOREIGN-TABLE.                                            DBNK175P
025800   05  WS-FOREIGN-COUNT                      PIC S9(4) COMP.      DBNK175P
025900   05  WS-FOREIGN-ENTRY OCCURS 3 TIMES.                           DBNK175P
026000     10  WS-FT-CNTRY                         PIC X(3).            DBNK175P
026100     10  WS-FT-TIN                           PIC X(20).           DBNK175P
026200                                                                  DBNK175P
026300 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK175P
026400                                                                  DBNK175P
026500 01  WS-BCTL-DATA.                                                DBNK175P
026600 COPY CBCTLD.                                                     DBNK175P
026700                                                                  DBNK175P
026800 01  WS-BUSD-DATA.                                                DBNK175P
026900 COPY CBUSDD.                                                     DBNK175P
027000                                                                  DBNK175P
027100 PROCEDURE DIVISION.                                              DBNK175P
027200     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK175P
027300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK175P
027400     PERFORM RUN-TIME.                                            DBNK175P
027500                                                                  DBNK175P
027600***************************************************************** DBNK175P
027700* Register this run in the batch control file                   * DBNK175P
027800***************************************************************** DBNK175P
027900     MOVE 'DBNK175P' TO BCTL-JOB-NAME.                            DBNK175P
028000     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK175P
028100     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK175P
028200     SET BCTL-FUNC-START TO TRUE.                                 DBNK175P
028300     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK175P
028400     IF NOT BCTL-OK                                               DBNK175P
028500        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK175P
028600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK175P
028700        MOVE 8 TO RETURN-CODE                                     DBNK175P
028800        GO TO QUICK-EXIT                                          DBNK175P
028900     END-IF.                                                      DBNK175P
029000     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK175P
029100     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK175P
029200                                                                  DBNK175P
029300     SET OPEN-OK TO TRUE.                                         DBNK175P
029400                                                                  DBNK175P
029500     OPEN OUTPUT FTXEXTR-FILE.                                    DBNK175P
029600     MOVE WS-FTXEXTR-STATUS TO WS-IO-STATUS.                      DBNK175P
029700     MOVE 'FTXEXTR-FILE' TO WS-FILE.                              DBNK175P
029800     PERFORM CHECK-OPEN THRU                                      DBNK175P
029900             CHECK-OPEN-EXIT.                                     DBNK175P
030000                                                                  DBNK175P
030100     OPEN OUTPUT FTXCHASE-FILE.                                   DBNK175P
030200     MOVE WS-FTXCHASE-STATUS TO WS-IO-STATUS.                     DBNK175P
030300     MOVE 'FTXCHASE-FILE' TO WS-FILE.                             DBNK175P
030400     PERFORM CHECK-OPEN THRU                                      DBNK175P
030500             CHECK-OPEN-EXIT.                                     DBNK175P
030600                                                                  DBNK175P
030700     OPEN INPUT BNKCUST-FILE.                                     DBNK175P
030800     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK175P
030900     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK175P
031000     PERFORM CHECK-OPEN THRU                                      DBNK175P
031100             CHECK-OPEN-EXIT.                                     DBNK175P
031200                                                                  DBNK175P
031300     OPEN INPUT BNKTAXR-FILE.                                     DBNK175P
031400     MOVE WS-BNKTAXR-STATUS TO WS-IO-STATUS.                      DBNK175P
031500     MOVE 'BNKTAXR-FILE' TO WS-FILE.                              DBNK175P
031600     PERFORM CHECK-OPEN THRU                                      DBNK175P
031700             CHECK-OPEN-EXIT.                                     DBNK175P
031800                                                                  DBNK175P
031900     OPEN INPUT BNKACC-FILE.                                      DBNK175P
032000     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK175P
032100     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK175P
032200     PERFORM CHECK-OPEN THRU                                      DBNK175P
032300             CHECK-OPEN-EXIT.                                     DBNK175P
032400                                                                  DBNK175P
032500     OPEN INPUT BNKHIST-FILE.                                     DBNK175P
032600     MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.                      DBNK175P
032700     MOVE 'BNKHIST-FILE' TO WS-FILE.                              DBNK175P
032800     PERFORM CHECK-OPEN THRU                                      DBNK175P
032900             CHECK-OPEN-EXIT.                                     DBNK175P
033000                                                                  DBNK175P
033100     OPEN INPUT BNKLEDG-FILE.                                     DBNK175P
033200     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK175P
033300     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK175P
033400     PERFORM CHECK-OPEN THRU                                      DBNK175P
033500             CHECK-OPEN-EXIT.                                     DBNK175P
033600                                                                  DBNK175P
033700     OPEN INPUT BNKPARM-FILE.                                     DBNK175P
033800     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK175P
033900     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK175P
034000     PERFORM CHECK-OPEN THRU                                      DBNK175P
034100             CHECK-OPEN-EXIT.                                     DBNK175P
034200                                                                  DBNK175P
034300     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK175P
034400        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK175P
034500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK175P
034600        MOVE 16 TO RETURN-CODE                                    DBNK175P
034700        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK175P
034800        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK175P
034900        GO TO QUICK-EXIT                                          DBNK175P
035000     END-IF.                                                      DBNK175P
035100                                                                  DBNK175P
035200***************************************************************** DBNK175P
035300* The reporting year and the home country                       * DBNK175P
035400***************************************************************** DBNK175P
035500     COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1.                       DBNK175P
035600     MOVE 'FTXYEAR ' TO PRM-REC-KEY.                              DBNK175P
035700     READ BNKPARM-FILE                                            DBNK175P
035800       INVALID KEY                                                DBNK175P
035900         MOVE ZERO TO PRM-REC-AMOUNT                              DBNK175P
036000     END-READ.                                                    DBNK175P
036100     IF PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK175P
036200        MOVE PRM-REC-AMOUNT TO WS-TAX-YEAR                        DBNK175P
036300     END-IF.                                                      DBNK175P
036400     MOVE WS-TAX-YEAR-X TO WS-YEAR-START (1:4).                   DBNK175P
036500     MOVE '0101' TO WS-YEAR-START (5:4).                          DBNK175P
036600     MOVE WS-TAX-YEAR-X TO WS-YEAR-END (1:4).                     DBNK175P
036700     MOVE '1231' TO WS-YEAR-END (5:4).                            DBNK175P
036800                                                                  DBNK175P
036900     MOVE 'USA' TO WS-HOME-CNTRY.                                 DBNK175P
037000     MOVE 'RSKHOME ' TO PRM-REC-KEY.                              DBNK175P
037100     READ BNKPARM-FILE                                            DBNK175P
037200       INVALID KEY                                                DBNK175P
037300         MOVE SPACES TO PRM-REC-TEXT                              DBNK175P
037400     END-READ.                                                    DBNK175P
037500     IF PRM-REC-TEXT IS NOT EQUAL TO SPACES                       DBNK175P
037600        MOVE PRM-REC-TEXT TO WS-HOME-CNTRY                        DBNK175P
037700     END-IF.                                                      DBNK175P
037800     INSPECT WS-HOME-CNTRY                                        DBNK175P
037900       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK175P
038000               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK175P
038100                                                                  DBNK175P
038200     PERFORM WRITE-CHASE-HEADING THRU                             DBNK175P
038300             WRITE-CHASE-HEADING-EXIT.                            DBNK175P
038400                                                                  DBNK175P
038500***************************************************************** DBNK175P
038600* Every customer on file                                        * DBNK175P
038700***************************************************************** DBNK175P
038800     MOVE LOW-VALUES TO BCS-REC-PID.                              DBNK175P
038900     START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID          DBNK175P
039000       INVALID KEY                                                DBNK175P
039100         GO TO CUST-ENDED                                         DBNK175P
039200     END-START.                                                   DBNK175P
039300 CUST-LOOP.                                                       DBNK175P
039400     READ BNKCUST-FILE NEXT                                       DBNK175P
039500       AT END                                                     DBNK175P
039600         GO TO CUST-ENDED                                         DBNK175P
039700     END-READ.                                                    DBNK175P
039800     ADD 1 TO WS-CUSTS-READ.                                      DBNK175P
039900     IF NOT BCS-REC-NOT-MERGED                                    DBNK175P
040000        GO TO CUST-LOOP                                           DBNK175P
040100     END-IF.                                                      DBNK175P
040200     PERFORM REPORT-ONE-CUSTOMER THRU                             DBNK175P
040300             REPORT-ONE-CUSTOMER-EXIT.                            DBNK175P
040400     GO TO CUST-LOOP.                                             DBNK175P
040500 CUST-ENDED.                                                      DBNK175P
040600                                                                  DBNK175P
040700     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
040800     WRITE FTXCHASE-REC.                                          DBNK175P
040900     MOVE WS-CUSTS-CHASED TO WS-EDIT-CNT.                         DBNK175P
041000     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
041100     STRING '  CUSTOMERS TO CHASE     ' DELIMITED BY SIZE         DBNK175P
041200            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK175P
041300       INTO FTXCHASE-REC.                                         DBNK175P
041400     WRITE FTXCHASE-REC.                                          DBNK175P
041500     MOVE WS-CHASED-INDICIA TO WS-EDIT-CNT.                       DBNK175P
041600     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
041700     STRING '    WITH FOREIGN ADDRESS ' DELIMITED BY SIZE         DBNK175P
041800            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK175P
041900       INTO FTXCHASE-REC.                                         DBNK175P
042000     WRITE FTXCHASE-REC.                                          DBNK175P
042100     MOVE WS-CUSTS-REPORTABLE TO WS-EDIT-CNT.                     DBNK175P
042200     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
042300     STRING '  CUSTOMERS REPORTED     ' DELIMITED BY SIZE         DBNK175P
042400            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK175P
042500       INTO FTXCHASE-REC.                                         DBNK175P
042600     WRITE FTXCHASE-REC.                                          DBNK175P
042700     MOVE WS-EXTRACTS-WRITTEN TO WS-EDIT-CNT.                     DBNK175P
042800     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
042900     STRING '  EXTRACT RECORDS        ' DELIMITED BY SIZE         DBNK175P
043000            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK175P
043100       INTO FTXCHASE-REC.                                         DBNK175P
043200     WRITE FTXCHASE-REC.                                          DBNK175P
043300                                                                  DBNK175P
043400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK175P
043500     STRING WS-CUSTS-READ DELIMITED BY SIZE                       DBNK175P
043600            ' customers read' DELIMITED BY SIZE                   DBNK175P
043700       INTO WS-CONSOLE-MESSAGE.                                   DBNK175P
043800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK175P
043900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK175P
044000     STRING WS-CUSTS-REPORTABLE DELIMITED BY SIZE                 DBNK175P
044100            ' customers reportable' DELIMITED BY SIZE             DBNK175P
044200       INTO WS-CONSOLE-MESSAGE.                                   DBNK175P
044300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK175P
044400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK175P
044500     STRING WS-ACCTS-REPORTED DELIMITED BY SIZE                   DBNK175P
044600            ' accounts reported' DELIMITED BY SIZE                DBNK175P
044700       INTO WS-CONSOLE-MESSAGE.                                   DBNK175P
044800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK175P
044900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK175P
045000     STRING WS-EXTRACTS-WRITTEN DELIMITED BY SIZE                 DBNK175P
045100            ' extract records written' DELIMITED BY SIZE          DBNK175P
045200       INTO WS-CONSOLE-MESSAGE.                                   DBNK175P
045300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK175P
045400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK175P
045500     STRING WS-CUSTS-CHASED DELIMITED BY SIZE                     DBNK175P
045600            ' customers to chase for self-certification'          DBNK175P
045700                          DELIMITED BY SIZE                       DBNK175P
045800       INTO WS-CONSOLE-MESSAGE.                                   DBNK175P
045900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK175P
046000                                                                  DBNK175P
046100     CLOSE FTXEXTR-FILE.                                          DBNK175P
046200     CLOSE FTXCHASE-FILE.                                         DBNK175P
046300     CLOSE BNKCUST-FILE.                                          DBNK175P
046400     CLOSE BNKTAXR-FILE.                                          DBNK175P
046500     CLOSE BNKACC-FILE.                                           DBNK175P
046600     CLOSE BNKHIST-FILE.                                          DBNK175P
046700     CLOSE BNKLEDG-FILE.                                          DBNK175P
046800     CLOSE BNKPARM-FILE.                                          DBNK175P
046900                                                                  DBNK175P
047000     SET BCTL-FUNC-END TO TRUE.                                   DBNK175P
047100     MOVE WS-CUSTS-READ TO BCTL-RECORD-COUNT.                     DBNK175P
047200     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK175P
047300     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK175P
047400                                                                  DBNK175P
047500     PERFORM RUN-TIME.                                            DBNK175P
047600                                                                  DBNK175P
047700     MOVE 0 TO RETURN-CODE.                                       DBNK175P
047800 QUICK-EXIT.                                                      DBNK175P
047900     GOBACK.                                                      DBNK175P
048000                                                                  DBNK175P
048100***************************************************************** DBNK175P
048200* One customer - find their foreign tax residencies, report     * DBNK175P
048300* their accounts if they are reportable, and chase them if      * DBNK175P
048400* they hold an open account without a signed self-cert          * DBNK175P
048500***************************************************************** DBNK175P
048600 REPORT-ONE-CUSTOMER.                                             DBNK175P
048700     MOVE BCS-REC-PID TO WS-CUR-PID.                              DBNK175P
048800     MOVE 0 TO WS-OPEN-ACCOUNTS.                                  DBNK175P
048900     MOVE 0 TO WS-FOREIGN-COUNT.                                  DBNK175P
049000     MOVE SPACES TO WS-FOREIGN-ENTRY (1).                         DBNK175P
049100     MOVE SPACES TO WS-FOREIGN-ENTRY (2).                         DBNK175P
049200     MOVE SPACES TO WS-FOREIGN-ENTRY (3).                         DBNK175P
049300     SET WS-CUST-NOT-REPORTABLE TO TRUE.                          DBNK175P
049400                                                                  DBNK175P
049500     MOVE WS-CUR-PID TO TXR-REC-PID.                              DBNK175P
049600     SET WS-TAXR-FOUND TO TRUE.                                   DBNK175P
049700     READ BNKTAXR-FILE                                            DBNK175P
049800       INVALID KEY                                                DBNK175P
049900         SET WS-TAXR-NOT-FOUND TO TRUE                            DBNK175P
050000     END-READ.                                                    DBNK175P
050100     IF WS-TAXR-FOUND AND                                         DBNK175P
050200        TXR-REC-CERT-SIGNED                                       DBNK175P
050300        PERFORM PICK-ONE-RESIDENCY THRU                           DBNK175P
050400                PICK-ONE-RESIDENCY-EXIT                           DBNK175P
050500          VARYING WS-SUB1 FROM 1 BY 1                             DBNK175P
050600            UNTIL WS-SUB1 IS GREATER THAN 3                       DBNK175P
050700        IF WS-FOREIGN-COUNT IS GREATER THAN ZERO                  DBNK175P
050800           SET WS-CUST-IS-REPORTABLE TO TRUE                      DBNK175P
050900           ADD 1 TO WS-CUSTS-REPORTABLE                           DBNK175P
051000        END-IF                                                    DBNK175P
051100     END-IF.                                                      DBNK175P
051200                                                                  DBNK175P
051300*    an address outside the home country is the indicia the       DBNK175P
051400*    chase list calls out - blank is taken as home                DBNK175P
051500     MOVE BCS-REC-CNTRY TO WS-CUR-CNTRY.                          DBNK175P
051600     INSPECT WS-CUR-CNTRY                                         DBNK175P
051700       CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    DBNK175P
051800               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   DBNK175P
051900     IF WS-CUR-CNTRY IS NOT EQUAL TO SPACES AND                   DBNK175P
052000        WS-CUR-CNTRY IS NOT EQUAL TO WS-HOME-CNTRY                DBNK175P
052100        SET WS-HAS-INDICIA TO TRUE                                DBNK175P
052200     ELSE                                                         DBNK175P
052300        SET WS-NO-INDICIA TO TRUE                                 DBNK175P
052400     END-IF.                                                      DBNK175P
052500                                                                  DBNK175P
052600     MOVE WS-CUR-PID TO BAC-REC-PID.                              DBNK175P
052700     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID                DBNK175P
052800       INVALID KEY                                                DBNK175P
052900         GO TO ACCTS-DONE                                         DBNK175P
053000     END-START.                                                   DBNK175P
053100 ACCT-LOOP.                                                       DBNK175P
053200     READ BNKACC-FILE NEXT                                        DBNK175P
053300       AT END                                                     DBNK175P
053400         GO TO ACCTS-DONE                                         DBNK175P
053500     END-READ.                                                    DBNK175P
053600     IF BAC-REC-PID IS NOT EQUAL TO WS-CUR-PID                    DBNK175P
053700        GO TO ACCTS-DONE                                          DBNK175P
053800     END-IF.                                                      DBNK175P
053900     PERFORM REPORT-ONE-ACCOUNT THRU                              DBNK175P
054000             REPORT-ONE-ACCOUNT-EXIT.                             DBNK175P
054100     GO TO ACCT-LOOP.                                             DBNK175P
054200 ACCTS-DONE.                                                      DBNK175P
054300                                                                  DBNK175P
054400     IF WS-OPEN-ACCOUNTS IS EQUAL TO ZERO                         DBNK175P
054500        GO TO REPORT-ONE-CUSTOMER-EXIT                            DBNK175P
054600     END-IF.                                                      DBNK175P
054700     IF WS-TAXR-FOUND AND                                         DBNK175P
054800        TXR-REC-CERT-SIGNED                                       DBNK175P
054900        GO TO REPORT-ONE-CUSTOMER-EXIT                            DBNK175P
055000     END-IF.                                                      DBNK175P
055100     IF WS-TAXR-FOUND                                             DBNK175P
055200        MOVE 'NOT SIGNED' TO WS-CHASE-REASON                      DBNK175P
055300     ELSE                                                         DBNK175P
055400        MOVE 'NO TAX RESIDENCY' TO WS-CHASE-REASON                DBNK175P
055500     END-IF.                                                      DBNK175P
055600     ADD 1 TO WS-CUSTS-CHASED.                                    DBNK175P
055700     MOVE WS-OPEN-ACCOUNTS TO WS-EDIT-CNT.                        DBNK175P
055800     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
055900     STRING '  '                     DELIMITED BY SIZE            DBNK175P
056000            WS-CUR-PID               DELIMITED BY SIZE            DBNK175P
056100            '  '                     DELIMITED BY SIZE            DBNK175P
056200            BCS-REC-NAME             DELIMITED BY SIZE            DBNK175P
056300            '  '                     DELIMITED BY SIZE            DBNK175P
056400            BCS-REC-CNTRY            DELIMITED BY SIZE            DBNK175P
056500            '  '                     DELIMITED BY SIZE            DBNK175P
056600            WS-CHASE-REASON          DELIMITED BY SIZE            DBNK175P
056700            ' ACCS '                 DELIMITED BY SIZE            DBNK175P
056800            WS-EDIT-CNT              DELIMITED BY SIZE            DBNK175P
056900       INTO FTXCHASE-REC.                                         DBNK175P
057000     IF WS-HAS-INDICIA                                            DBNK175P
057100        ADD 1 TO WS-CHASED-INDICIA                                DBNK175P
057200        MOVE 'FOREIGN ADDRESS' TO FTXCHASE-REC (104:15)           DBNK175P
057300     END-IF.                                                      DBNK175P
057400     WRITE FTXCHASE-REC.                                          DBNK175P
057500 REPORT-ONE-CUSTOMER-EXIT.                                        DBNK175P
057600     EXIT.                                                        DBNK175P
057700                                                                  DBNK175P
057800***************************************************************** DBNK175P
057900* Keep one self-certified residency outside the home country    * DBNK175P
058000***************************************************************** DBNK175P
058100 PICK-ONE-RESIDENCY.                                              DBNK175P
058200     IF TXR-REC-CNTRY-UNUSED (WS-SUB1)                            DBNK175P
058300        GO TO PICK-ONE-RESIDENCY-EXIT                             DBNK175P
058400     END-IF.                                                      DBNK175P
058500     IF TXR-REC-CNTRY (WS-SUB1) IS EQUAL TO WS-HOME-CNTRY         DBNK175P
058600        GO TO PICK-ONE-RESIDENCY-EXIT                             DBNK175P
058700     END-IF.                                                      DBNK175P
058800     ADD 1 TO WS-FOREIGN-COUNT.                                   DBNK175P
058900     MOVE TXR-REC-CNTRY (WS-SUB1)                                 DBNK175P
059000       TO WS-FT-CNTRY (WS-FOREIGN-COUNT).                         DBNK175P
059100     MOVE TXR-REC-TIN (WS-SUB1)                                   DBNK175P
059200       TO WS-FT-TIN (WS-FOREIGN-COUNT).                           DBNK175P
059300 PICK-ONE-RESIDENCY-EXIT.                                         DBNK175P
059400     EXIT.                                                        DBNK175P
059500                                                                  DBNK175P
059600***************************************************************** DBNK175P
059700* One account - count it if open, and for a reportable          * DBNK175P
059800* customer gather its figures for the year and extract it       * DBNK175P
059900***************************************************************** DBNK175P
060000 REPORT-ONE-ACCOUNT.                                              DBNK175P
060100     MOVE BAC-REC-ACCNO TO WS-CUR-ACCNO.                          DBNK175P
060200     SET WS-ACCT-OPEN-AT-YEAR-END TO TRUE.                        DBNK175P
060300     IF BAC-REC-ACC-IS-CLOSED                                     DBNK175P
060400        IF BAC-REC-CLOSE-DATE IS LESS THAN WS-YEAR-START          DBNK175P
060500           GO TO REPORT-ONE-ACCOUNT-EXIT                          DBNK175P
060600        END-IF                                                    DBNK175P
060700        IF BAC-REC-CLOSE-DATE IS NOT GREATER THAN WS-YEAR-END     DBNK175P
060800           SET WS-ACCT-CLOSED-IN-YEAR TO TRUE                     DBNK175P
060900        END-IF                                                    DBNK175P
061000     ELSE                                                         DBNK175P
061100        ADD 1 TO WS-OPEN-ACCOUNTS                                 DBNK175P
061200     END-IF.                                                      DBNK175P
061300     IF WS-CUST-NOT-REPORTABLE                                    DBNK175P
061400        GO TO REPORT-ONE-ACCOUNT-EXIT                             DBNK175P
061500     END-IF.                                                      DBNK175P
061600     SET WS-ACCT-NO-ACTIVITY TO TRUE.                             DBNK175P
061700     MOVE 0 TO WS-YE-BALANCE.                                     DBNK175P
061800     MOVE 0 TO WS-INTEREST.                                       DBNK175P
061900     MOVE 0 TO WS-PROCEEDS.                                       DBNK175P
062000                                                                  DBNK175P
062100*    the last balance snapshot of the year stands as the          DBNK175P
062200*    year-end balance                                             DBNK175P
062300     MOVE WS-CUR-ACCNO TO BBH-REC-ACCNO.                          DBNK175P
062400     MOVE WS-YEAR-START TO BBH-REC-DATE.                          DBNK175P
062500     START BNKHIST-FILE KEY IS NOT LESS THAN BBH-REC-KEY          DBNK175P
062600       INVALID KEY                                                DBNK175P
062700         GO TO HIST-DONE                                          DBNK175P
062800     END-START.                                                   DBNK175P
062900 HIST-LOOP.                                                       DBNK175P
063000     READ BNKHIST-FILE NEXT                                       DBNK175P
063100       AT END                                                     DBNK175P
063200         GO TO HIST-DONE                                          DBNK175P
063300     END-READ.                                                    DBNK175P
063400     IF BBH-REC-ACCNO IS NOT EQUAL TO WS-CUR-ACCNO OR             DBNK175P
063500        BBH-REC-DATE IS GREATER THAN WS-YEAR-END                  DBNK175P
063600        GO TO HIST-DONE                                           DBNK175P
063700     END-IF.                                                      DBNK175P
063800     SET WS-ACCT-HAS-ACTIVITY TO TRUE.                            DBNK175P
063900     MOVE BBH-REC-BALANCE TO WS-YE-BALANCE.                       DBNK175P
064000     GO TO HIST-LOOP.                                             DBNK175P
064100 HIST-DONE.                                                       DBNK175P
064200     IF WS-YE-BALANCE IS LESS THAN ZERO OR                        DBNK175P
064300        WS-ACCT-CLOSED-IN-YEAR                                    DBNK175P
064400        MOVE 0 TO WS-YE-BALANCE                                   DBNK175P
064500     END-IF.                                                      DBNK175P
064600                                                                  DBNK175P
064700*    interest credited, and what a term deposit paid out          DBNK175P
064800     MOVE WS-CUR-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                  DBNK175P
064900     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK175P
065000     MOVE WS-TAX-YEAR-X TO BLG-REC-ALTKEY1-TIMESTAMP (1:4).       DBNK175P
065100     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-ALTKEY1      DBNK175P
065200       INVALID KEY                                                DBNK175P
065300         GO TO LEDG-DONE                                          DBNK175P
065400     END-START.                                                   DBNK175P
065500 LEDG-LOOP.                                                       DBNK175P
065600     READ BNKLEDG-FILE NEXT                                       DBNK175P
065700       AT END                                                     DBNK175P
065800         GO TO LEDG-DONE                                          DBNK175P
065900     END-READ.                                                    DBNK175P
066000     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO WS-CUR-ACCNO OR     DBNK175P
066100        BLG-REC-ALTKEY1-TIMESTAMP (1:4) IS NOT EQUAL TO           DBNK175P
066200          WS-TAX-YEAR-X                                           DBNK175P
066300        GO TO LEDG-DONE                                           DBNK175P
066400     END-IF.                                                      DBNK175P
066500     SET WS-ACCT-HAS-ACTIVITY TO TRUE.                            DBNK175P
066600     IF BLG-REC-CATEGORY IS EQUAL TO 'INT ' AND                   DBNK175P
066700        BLG-REC-SUB-TYPE-TO                                       DBNK175P
066800        ADD BLG-REC-AMOUNT TO WS-INTEREST                         DBNK175P
066900     END-IF.                                                      DBNK175P
067000     IF BAC-REC-TD-TERM-MM IS GREATER THAN ZERO AND               DBNK175P
067100        BLG-REC-SUB-TYPE-FROM AND                                 DBNK175P
067200        BLG-REC-CATEGORY IS NOT EQUAL TO 'TDPN'                   DBNK175P
067300        ADD BLG-REC-AMOUNT TO WS-PROCEEDS                         DBNK175P
067400     END-IF.                                                      DBNK175P
067500     GO TO LEDG-LOOP.                                             DBNK175P
067600 LEDG-DONE.                                                       DBNK175P
067700                                                                  DBNK175P
067800*    an account opened after the year end has nothing to report   DBNK175P
067900     IF WS-ACCT-NO-ACTIVITY AND                                   DBNK175P
068000        NOT WS-ACCT-CLOSED-IN-YEAR                                DBNK175P
068100        GO TO REPORT-ONE-ACCOUNT-EXIT                             DBNK175P
068200     END-IF.                                                      DBNK175P
068300     ADD 1 TO WS-ACCTS-REPORTED.                                  DBNK175P
068400     PERFORM WRITE-ONE-EXTRACT THRU                               DBNK175P
068500             WRITE-ONE-EXTRACT-EXIT                               DBNK175P
068600       VARYING WS-SUB1 FROM 1 BY 1                                DBNK175P
068700         UNTIL WS-SUB1 IS GREATER THAN WS-FOREIGN-COUNT.          DBNK175P
068800 REPORT-ONE-ACCOUNT-EXIT.                                         DBNK175P
068900     EXIT.                                                        DBNK175P
069000                                                                  DBNK175P
069100***************************************************************** DBNK175P
069200* One extract record - the account, for one reportable country  * DBNK175P
069300***************************************************************** DBNK175P
069400 WRITE-ONE-EXTRACT.                                               DBNK175P
069500     MOVE SPACES TO FTXEXTR-REC.                                  DBNK175P
069600     MOVE WS-TAX-YEAR TO FTXEXTR-YEAR.                            DBNK175P
069700     MOVE WS-CUR-PID TO FTXEXTR-PID.                              DBNK175P
069800     MOVE WS-FT-CNTRY (WS-SUB1) TO FTXEXTR-JURISDICTION.          DBNK175P
069900     MOVE WS-FT-TIN (WS-SUB1) TO FTXEXTR-TIN.                     DBNK175P
070000     MOVE BCS-REC-NAME TO FTXEXTR-NAME.                           DBNK175P
070100     MOVE BCS-REC-CNTRY TO FTXEXTR-ADDR-CNTRY.                    DBNK175P
070200     MOVE WS-CUR-ACCNO TO FTXEXTR-ACCNO.                          DBNK175P
070300     MOVE BAC-REC-CCY-CODE TO FTXEXTR-CCY.                        DBNK175P
070400     IF WS-ACCT-CLOSED-IN-YEAR                                    DBNK175P
070500        MOVE 'Y' TO FTXEXTR-CLOSED                                DBNK175P
070600     ELSE                                                         DBNK175P
070700        MOVE 'N' TO FTXEXTR-CLOSED                                DBNK175P
070800     END-IF.                                                      DBNK175P
070900     MOVE WS-YE-BALANCE TO FTXEXTR-BALANCE.                       DBNK175P
071000     MOVE WS-INTEREST TO FTXEXTR-INTEREST.                        DBNK175P
071100     MOVE WS-PROCEEDS TO FTXEXTR-PROCEEDS.                        DBNK175P
071200     MOVE TXR-REC-CERT-DATE TO FTXEXTR-CERT-DATE.                 DBNK175P
071300     WRITE FTXEXTR-REC.                                           DBNK175P
071400     ADD 1 TO WS-EXTRACTS-WRITTEN.                                DBNK175P
071500 WRITE-ONE-EXTRACT-EXIT.                                          DBNK175P
071600     EXIT.                                                        DBNK175P
071700                                                                  DBNK175P
071800***************************************************************** DBNK175P
071900* Chase list heading                                            * DBNK175P
072000***************************************************************** DBNK175P
072100 WRITE-CHASE-HEADING.                                             DBNK175P
072200     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
072300     STRING '  FOREIGN ACCOUNT REPORTING - TAX YEAR '             DBNK175P
072400                                     DELIMITED BY SIZE            DBNK175P
072500            WS-TAX-YEAR              DELIMITED BY SIZE            DBNK175P
072600            '  HOME COUNTRY '        DELIMITED BY SIZE            DBNK175P
072700            WS-HOME-CNTRY            DELIMITED BY SIZE            DBNK175P
072800       INTO FTXCHASE-REC.                                         DBNK175P
072900     WRITE FTXCHASE-REC.                                          DBNK175P
073000     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
073100     WRITE FTXCHASE-REC.                                          DBNK175P
073200     MOVE SPACES TO FTXCHASE-REC.                                 DBNK175P
073300     STRING '  CUSTOMERS WITH AN OPEN ACCOUNT AND NO SIGNED '     DBNK175P
073400                                     DELIMITED BY SIZE            DBNK175P
073500            'SELF-CERTIFICATION'     DELIMITED BY SIZE            DBNK175P
073600       INTO FTXCHASE-REC.                                         DBNK175P
073700     WRITE FTXCHASE-REC.                                          DBNK175P
073800 WRITE-CHASE-HEADING-EXIT.                                        DBNK175P
073900     EXIT.                                                        DBNK175P
074000                                                                  DBNK175P
074100***************************************************************** DBNK175P
074200* Check file open OK                                            * DBNK175P
074300***************************************************************** DBNK175P
074400 CHECK-OPEN.                                                      DBNK175P
074500     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK175P
074600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK175P
074700        STRING WS-FILE       DELIMITED BY ' '                     DBNK175P
074800               ' opened ok' DELIMITED BY SIZE                     DBNK175P
074900          INTO WS-CONSOLE-MESSAGE                                 DBNK175P
075000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK175P
075100     ELSE                                                         DBNK175P
075200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK175P
075300        STRING WS-FILE          DELIMITED BY ' '                  DBNK175P
075400               ' did not open' DELIMITED BY SIZE                  DBNK175P
075500          INTO WS-CONSOLE-MESSAGE                                 DBNK175P
075600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK175P
075700        PERFORM DISPLAY-IO-STATUS                                 DBNK175P
075800        ADD 1 TO WS-OPEN-ERROR                                    DBNK175P
075900     END-IF.                                                      DBNK175P
076000 CHECK-OPEN-EXIT.                                                 DBNK175P
076100     EXIT.                                                        DBNK175P
076200                                                                  DBNK175P
076300***************************************************************** DBNK175P
076400* Display the file status bytes. This routine will display as  *  DBNK175P
076500* two digits if the full two byte file status is numeric. If   *  DBNK175P
076600* second byte is non-numeric then it will be treated as a      *  DBNK175P
076700* binary number.                                                * DBNK175P
076800***************************************************************** DBNK175P
076900 DISPLAY-IO-STATUS.                                               DBNK175P
077000     IF WS-IO-STATUS NUMERIC                                      DBNK175P
077100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK175P
077200        STRING 'File status -' DELIMITED BY SIZE                  DBNK175P
077300               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK175P
077400          INTO WS-CONSOLE-MESSAGE                                 DBNK175P
077500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK175P
077600     ELSE                                                         DBNK175P
077700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK175P
077800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK175P
077900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK175P
078000        STRING 'File status -' DELIMITED BY SIZE                  DBNK175P
078100               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK175P
078200               '/'            DELIMITED BY SIZE                   DBNK175P
078300               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK175P
078400          INTO WS-CONSOLE-MESSAGE                                 DBNK175P
078500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK175P
078600     END-IF.                                                      DBNK175P
078700                                                                  DBNK175P
078800***************************************************************** DBNK175P
078900* Display CONSOLE messages...                                   * DBNK175P
079000***************************************************************** DBNK175P
079100 DISPLAY-CONSOLE-MESSAGE.                                         DBNK175P
079200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK175P
079300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK175P
079400                                                                  DBNK175P
079500 COPY CTIMERP.                                                    DBNK175P
079600                                                                  DBNK175P
