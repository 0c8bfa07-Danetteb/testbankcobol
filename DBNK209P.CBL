000100***************************************************************** DBNK209P
000200*                                                               * DBNK209P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK209P
000400*   This demonstration program is provided for use by users     * DBNK209P
000500*   of Micro Focus products and may be used, modified and       * DBNK209P
000600*   distributed as part of your application provided that       * DBNK209P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK209P
000800*   in this material.                                           * DBNK209P
000900*                                                               * DBNK209P
001000***************************************************************** DBNK209P
001100                                                                  DBNK209P
001200                                                                  DBNK209P
001300***************************************************************** DBNK209P
001400* Program:     DBNK209P.CBL                                     * DBNK209P
001500* Function:    Nightly credit decisioning of web loan           * DBNK209P
001600*              applications. Every pending BNKLAPP application  * DBNK209P
001700*              not yet scored is assessed against the           * DBNK209P
001800*              applicant's relationship, each weight and limit  * DBNK209P
001900*              held on BNKPARM:                                 * DBNK209P
002000*                regular income - payroll, pension and other    * DBNK209P
002100*                  outside credits posted by DBANK73P (ledger   * DBNK209P
002200*                  category EXT) over the last CDSMONS months;  * DBNK209P
002300*                  fewer than CDSINCNT of them - CDSPINC points * DBNK209P
002400*                  (reason IN)                                  * DBNK209P
002500*                the proposed payment as a percentage of the    * DBNK209P
002600*                  monthly income those credits give - over     * DBNK209P
002700*                  CDSDTIR CDSPDTI1 points, over CDSDTID        * DBNK209P
002800*                  CDSPDTI2 instead (reason DT)                 * DBNK209P
002900*                average BNKHIST balance over the same months   * DBNK209P
003000*                  across the deposit accounts below CDSMINBL - * DBNK209P
003100*                  CDSPBAL points (reason BL)                   * DBNK209P
003200*                existing loans - CDSPARR points for each       * DBNK209P
003300*                  BNKLSCH installment past due and unpaid      * DBNK209P
003400*                  (reason AR), CDSPCHG for a loan with an      * DBNK209P
003500*                  installment charged off (reason CO)          * DBNK209P
003600*                legal orders received or frozen on BNKLEGL     * DBNK209P
003700*                  against the applicant or their accounts -    * DBNK209P
003800*                  CDSPLEG points each (reason LG)              * DBNK209P
003900*              A score of CDSDECL or more recommends decline,   * DBNK209P
004000*              CDSREFER or more referral, anything less         * DBNK209P
004100*              approval. The recommendation, score and up to    * DBNK209P
004200*              four reason codes - the largest contributors     * DBNK209P
004300*              first - are kept on the application for the      * DBNK209P
004400*              DBNK135P worklist. An application from a caller  * DBNK209P
004500*              who was not signed in, or whose customer record  * DBNK209P
004600*              cannot be used, is referred (reason NI). A       * DBNK209P
004700*              decline retires the application and queues the   * DBNK209P
004800*              adverse action notice (document ADVACT, BNKMSGC  * DBNK209P
004900*              template ADVACT with reason text ADVACT + code)  * DBNK209P
005000*              through ULTRQUE for the letter production run    * DBNK209P
005100*              DBNK193P, which logs it on BNKCORR. Approvals    * DBNK209P
005200*              and referrals stay pending for branch staff.     * DBNK209P
005300*              Each decision is listed on CDSRPT.               * DBNK209P
005400*              VSAM version                                     * DBNK209P
005500***************************************************************** DBNK209P
005600                                                                  DBNK209P
005700 IDENTIFICATION DIVISION.                                         DBNK209P
005800 PROGRAM-ID.                                                      DBNK209P
005900     DBNK209P.                                                    DBNK209P
006000 DATE-WRITTEN.                                                    DBNK209P
006100     October 2008.                                                DBNK209P
006200 DATE-COMPILED.                                                   DBNK209P
006300     Today.                                                       DBNK209P
006400                                                                  DBNK209P
006500 ENVIRONMENT DIVISION.                                            DBNK209P
006600                                                                  DBNK209P
006700 INPUT-OUTPUT   SECTION.                                          DBNK209P
006800   FILE-CONTROL.                                                  DBNK209P
006900     SELECT CDSRPT-FILE                                           DBNK209P
007000            ASSIGN       TO CDSRPT                                DBNK209P
007100            ORGANIZATION IS SEQUENTIAL                            DBNK209P
007200            FILE STATUS  IS WS-CDSRPT-STATUS.                     DBNK209P
007300                                                                  DBNK209P
007400     SELECT BNKLAPP-FILE                                          DBNK209P
007500            ASSIGN       TO BNKLAPP                               DBNK209P
007600            ORGANIZATION IS INDEXED                               DBNK209P
007700            ACCESS MODE  IS DYNAMIC                               DBNK209P
007800            RECORD KEY   IS LAP-REC-REFNO                         DBNK209P
007900            FILE STATUS  IS WS-BNKLAPP-STATUS.                    DBNK209P
008000                                                                  DBNK209P
008100     SELECT BNKCUST-FILE                                          DBNK209P
008200            ASSIGN       TO BNKCUST                               DBNK209P
008300            ORGANIZATION IS INDEXED                               DBNK209P
008400            ACCESS MODE  IS RANDOM                                DBNK209P
008500            RECORD KEY   IS BCS-REC-PID                           DBNK209P
008600            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK209P
008700                                                                  DBNK209P
008800     SELECT BNKACC-FILE                                           DBNK209P
008900            ASSIGN       TO BNKACC                                DBNK209P
009000            ORGANIZATION IS INDEXED                               DBNK209P
009100            ACCESS MODE  IS DYNAMIC                               DBNK209P
009200            RECORD KEY   IS BAC-REC-ACCNO                         DBNK209P
009300            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK209P
009400            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK209P
009500                                                                  DBNK209P
009600     SELECT BNKLEDG-FILE                                          DBNK209P
009700            ASSIGN       TO BNKLEDG                               DBNK209P
009800            ORGANIZATION IS INDEXED                               DBNK209P
009900            ACCESS MODE  IS DYNAMIC                               DBNK209P
010000            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK209P
010100            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK209P
010200            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK209P
010300                                                                  DBNK209P
010400     SELECT BNKHIST-FILE                                          DBNK209P
010500            ASSIGN       TO BNKHIST                               DBNK209P
010600            ORGANIZATION IS INDEXED                               DBNK209P
010700            ACCESS MODE  IS DYNAMIC                               DBNK209P
010800            RECORD KEY   IS BBH-REC-KEY                           DBNK209P
010900            FILE STATUS  IS WS-BNKHIST-STATUS.                    DBNK209P
011000                                                                  DBNK209P
011100     SELECT BNKLSCH-FILE                                          DBNK209P
011200            ASSIGN       TO BNKLSCH                               DBNK209P
011300            ORGANIZATION IS INDEXED                               DBNK209P
011400            ACCESS MODE  IS DYNAMIC                               DBNK209P
011500            RECORD KEY   IS BLS-REC-KEY                           DBNK209P
011600            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK209P
011700                                                                  DBNK209P
011800     SELECT BNKLEGL-FILE                                          DBNK209P
011900            ASSIGN       TO BNKLEGL                               DBNK209P
012000            ORGANIZATION IS INDEXED                               DBNK209P
012100            ACCESS MODE  IS DYNAMIC                               DBNK209P
012200            RECORD KEY   IS GGO-REC-ORDER-ID                      DBNK209P
012300            FILE STATUS  IS WS-BNKLEGL-STATUS.                    DBNK209P
012400                                                                  DBNK209P
012500     SELECT BNKPARM-FILE                                          DBNK209P
012600            ASSIGN       TO BNKPARM                               DBNK209P
012700            ORGANIZATION IS INDEXED                               DBNK209P
012800            ACCESS MODE  IS RANDOM                                DBNK209P
012900            RECORD KEY   IS PRM-REC-KEY                           DBNK209P
013000            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK209P
013100                                                                  DBNK209P
013200 DATA DIVISION.                                                   DBNK209P
013300                                                                  DBNK209P
013400 FILE SECTION.                                                    DBNK209P
013500 FD  CDSRPT-FILE.                                                 DBNK209P
013600 01  CDSRPT-REC                         PIC X(132).               DBNK209P
013700                                                                  DBNK209P
013800 FD  BNKLAPP-FILE.                                                DBNK209P
013900 01  BNKLAPP-REC.                                                 DBNK209P
014000 COPY CBANKVLA.                                                   DBNK209P
014100                                                                  DBNK209P
014200 FD  BNKCUST-FILE.                                                DBNK209P
014300 01  BNKCUST-REC.                                                 DBNK209P
014400 COPY CBANKVCS.                                                   DBNK209P
014500                                                                  DBNK209P
014600 FD  BNKACC-FILE.                                                 DBNK209P
014700 01  BNKACC-REC.                                                  DBNK209P
014800 COPY CBANKVAC.                                                   DBNK209P
014900                                                                  DBNK209P
015000 FD  BNKLEDG-FILE.                                                DBNK209P
015100 01  BNKLEDG-REC.                                                 DBNK209P
015200 COPY CBANKVLG.                                                   DBNK209P
015300                                                                  DBNK209P
015400 FD  BNKHIST-FILE.                                                DBNK209P
015500 01  BNKHIST-REC.                                                 DBNK209P
015600 COPY CBANKVBH.                                                   DBNK209P
015700                                                                  DBNK209P
015800 FD  BNKLSCH-FILE.                                                DBNK209P
015900 01  BNKLSCH-REC.                                                 DBNK209P
016000 COPY CBANKVLS.                                                   DBNK209P
016100                                                                  DBNK209P
016200 FD  BNKLEGL-FILE.                                                DBNK209P
016300 01  BNKLEGL-REC.                                                 DBNK209P
016400 COPY CBANKVGO.                                                   DBNK209P
016500                                                                  DBNK209P
016600 FD  BNKPARM-FILE.                                                DBNK209P
016700 01  BNKPARM-REC.                                                 DBNK209P
016800 COPY CBANKVPM.                                                   DBNK209P
016900                                                                  DBNK209P
017000 WORKING-STORAGE SECTION.                                         DBNK209P
017100 COPY CTIMERD.                                                    DBNK209P
017200 COPY CTSTAMPD.                                                   DBNK209P
017300                                                                  DBNK209P
017400 01  WS-MISC-STORAGE.                                             DBNK209P
017500   05  WS-PROGRAM-ID                         PIC X(8)             DBNK209P
017600       VALUE 'DBNK209P'.                                          DBNK209P
017700                                                                  DBNK209P
017800   05  WS-CDSRPT-STATUS.                                          DBNK209P
017900     10  WS-CDSRPT-STAT1                      PIC X(1).           DBNK209P
018000     10  WS-CDSRPT-STAT2                      PIC X(1).           DBNK209P
018100   05  WS-BNKLAPP-STATUS.                                         DBNK209P
018200     10  WS-BNKLAPP-STAT1                     PIC X(1).           DBNK209P
018300     10  WS-BNKLAPP-STAT2                     PIC X(1).           DBNK209P
018400   05  WS-BNKCUST-STATUS.                                         DBNK209P
018500     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK209P
018600     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK209P
018700   05  WS-BNKACC-STATUS.                                          DBNK209P
018800     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK209P
018900     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK209P
019000   05  WS-BNKLEDG-STATUS.                                         DBNK209P
019100     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK209P
019200     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK209P
019300   05  WS-BNKHIST-STATUS.                                         DBNK209P
019400     10  WS-BNKHIST-STAT1                     PIC X(1).           DBNK209P
019500     10  WS-BNKHIST-STAT2                     PIC X(1).           DBNK209P
019600   05  WS-BNKLSCH-STATUS.                                         DBNK209P
019700     10  WS-BNKLSCH-STAT1                     PIC X(1).           DBNK209P
019800     10  WS-BNKLSCH-STAT2                     PIC X(1).           DBNK209P
019900   05  WS-BNKLEGL-STATUS.                                         DBNK209P
020000     10  WS-BNKLEGL-STAT1                     PIC X(1).           DBNK209P
020100     10  WS-BNKLEGL-STAT2                     PIC X(1).           DBNK209P
020200   05  WS-BNKPARM-STATUS.                                         DBNK209P
020300     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK209P
020400     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK209P
020500                                                                  DBNK209P
020600   05  WS-IO-STATUS.                                              DBNK209P
020700     10  WS-IO-STAT1                          PIC X(1).           DBNK209P
020800     10  WS-IO-STAT2                          PIC X(1).           DBNK209P
020900                                                                  DBNK209P
021000   05  WS-TWO-BYTES.                                              DBNK209P
021100     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK209P
021200     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK209P
021300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK209P
021400                                              PIC 9(1) COMP.      DBNK209P
021500                                                                  DBNK209P
021600   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK209P
021700     88  OPEN-OK                              VALUE 0.            DBNK209P
021800                                                                  DBNK209P
021900   05  WS-FILE                               PIC X(16).           DBNK209P
022000                                                                  DBNK209P
022100   05  WS-RUN-DATE                           PIC X(8).            DBNK209P
022200   05  WS-BACK-DAYS                          PIC S9(5) COMP-3.    DBNK209P
022300   05  WS-START-DATE                         PIC X(8).            DBNK209P
022400   05  WS-START-DATE-R REDEFINES WS-START-DATE.                   DBNK209P
022500     10  WS-SD-YYYY                          PIC 9(4).            DBNK209P
022600     10  WS-SD-MM                            PIC 9(2).            DBNK209P
022700     10  WS-SD-DD                            PIC 9(2).            DBNK209P
022800   05  WS-START-DASHED                       PIC X(10).           DBNK209P
022900   05  WS-WORK-DD                            PIC S9(5)            DBNK209P
023000                                             COMP-3.              DBNK209P
023100                                                                  DBNK209P
023200*    the decision rules, defaulted when BNKPARM holds nothing     DBNK209P
023300*    for them                                                     DBNK209P
023400   05  WS-PARM-KEY                           PIC X(8).            DBNK209P
023500   05  WS-PARM-VALUE                         PIC S9(7)V99         DBNK209P
023600                                             COMP-3.              DBNK209P
023700   05  WS-HIST-MONTHS                        PIC S9(3) COMP-3.    DBNK209P
023800   05  WS-MIN-INCOME-CREDITS                 PIC S9(3) COMP-3.    DBNK209P
023900   05  WS-PTS-INCOME                         PIC S9(5) COMP-3.    DBNK209P
024000   05  WS-DTI-REFER                          PIC S9(3)V99         DBNK209P
024100                                             COMP-3.              DBNK209P
024200   05  WS-DTI-DECLINE                        PIC S9(3)V99         DBNK209P
024300                                             COMP-3.              DBNK209P
024400   05  WS-PTS-DTI-1                          PIC S9(5) COMP-3.    DBNK209P
024500   05  WS-PTS-DTI-2                          PIC S9(5) COMP-3.    DBNK209P
024600   05  WS-MIN-AVG-BAL                        PIC S9(7)V99         DBNK209P
024700                                             COMP-3.              DBNK209P
024800   05  WS-PTS-BALANCE                        PIC S9(5) COMP-3.    DBNK209P
024900   05  WS-PTS-ARREARS                        PIC S9(5) COMP-3.    DBNK209P
025000   05  WS-PTS-CHARGE-OFF                     PIC S9(5) COMP-3.    DBNK209P
025100   05  WS-PTS-LEGAL                          PIC S9(5) COMP-3.    DBNK209P
025200   05  WS-SCORE-REFER                        PIC S9(5) COMP-3.    DBNK209P
025300   05  WS-SCORE-DECLINE                      PIC S9(5) COMP-3.    DBNK209P
025400                                                                  DBNK209P
025500*    the application being scored                                 DBNK209P
025600   05  WS-CUR-PID                            PIC X(5).            DBNK209P
025700   05  WS-CUR-ACCNO                          PIC X(9).            DBNK209P
025800   05  WS-SCORE                              PIC S9(5) COMP-3.    DBNK209P
025900   05  WS-SCORE-OUT                          PIC 9(3).            DBNK209P
026000   05  WS-INCOME-CREDITS                     PIC 9(3).            DBNK209P
026100   05  WS-INCOME-TOTAL                       PIC S9(9)V99         DBNK209P
026200                                             COMP-3.              DBNK209P
026300   05  WS-MONTHLY-INCOME                     PIC S9(9)V99         DBNK209P
026400                                             COMP-3.              DBNK209P
026500   05  WS-DTI                                PIC S9(5)V99         DBNK209P
026600                                             COMP-3.              DBNK209P
026700   05  WS-DTI-OUT                            PIC ZZZZ9.           DBNK209P
026800   05  WS-DEPOSIT-ACCOUNTS                   PIC 9(3).            DBNK209P
026900   05  WS-AVG-BAL-TOTAL                      PIC S9(11)V99        DBNK209P
027000                                             COMP-3.              DBNK209P
027100   05  WS-ACC-BAL-TOTAL                      PIC S9(13)V99        DBNK209P
027200                                             COMP-3.              DBNK209P
027300   05  WS-ACC-BAL-DAYS                       PIC S9(5) COMP-3.    DBNK209P
027400   05  WS-ACC-AVG-BAL                        PIC S9(11)V99        DBNK209P
027500                                             COMP-3.              DBNK209P
027600   05  WS-LOANS                              PIC 9(3).            DBNK209P
027700   05  WS-ARREARS-COUNT                      PIC 9(3).            DBNK209P
027800   05  WS-LEGAL-ORDERS                       PIC 9(3).            DBNK209P
027900   05  WS-LOAN-FLAG                          PIC X(1).            DBNK209P
028000     88  WS-ACC-IS-LOAN                       VALUE 'Y'.          DBNK209P
028100     88  WS-ACC-NOT-LOAN                      VALUE 'N'.          DBNK209P
028200   05  WS-CHARGE-OFF-FLAG                    PIC X(1).            DBNK209P
028300     88  WS-LOAN-CHARGED-OFF                  VALUE 'Y'.          DBNK209P
028400     88  WS-LOAN-NOT-CHARGED-OFF              VALUE 'N'.          DBNK209P
028500                                                                  DBNK209P
028600*    the reasons found, with the points each brought, from which  DBNK209P
028700*    the four largest become the principal reasons                DBNK209P
028800   05  WS-RSN-COUNT                          PIC S9(4) COMP.      DBNK209P
028900   05  WS-RSN-CODE                           PIC X(2).            DBNK209P
029000   05  WS-RSN-POINTS                         PIC S9(5) COMP-3.    DBNK209P
029100   05  WS-RSN-PICKED                         PIC S9(4) COMP.      DBNK209P
029200   05  WS-RSN-BEST                           PIC S9(4) COMP.      DBNK209P
029300   05  WS-SUB1                               PIC S9(4) COMP.      DBNK209P
029400   05  WS-SUB2                               PIC S9(4) COMP.      DBNK209P
029500                                                                  DBNK209P
029600   05  WS-LEGAL-COUNT                        PIC 9(5)             DBNK209P
029700       VALUE ZERO.                                                DBNK209P
029800   05  WS-LEGAL-MAX                          PIC 9(5)             DBNK209P
029900       VALUE 2000.                                                DBNK209P
030000                                                                  DBNK209P
030100   05  WS-APPS-READ                          PIC 9(7)             DBNK209P
030200       VALUE ZERO.                                                DBNK209P
030300   05  WS-APPS-SCORED                        PIC 9(7)             DBNK209P
030400       VALUE ZERO.                                                DBNK209P
030500   05  WS-APPS-APPROVE                       PIC 9(7)             DBNK209P
030600       VALUE ZERO.                                                DBNK209P
030700   05  WS-APPS-REFER                         PIC 9(7)             DBNK209P
030800       VALUE ZERO.                                                DBNK209P
030900   05  WS-APPS-DECLINE                       PIC 9(7)             DBNK209P
031000       VALUE ZERO.                                                DBNK209P
031100   05  WS-LETTERS-QUEUED                     PIC 9(7)             DBNK209P
031200       VALUE ZERO.                                                DBNK209P
031300                                                                  DBNK209P
031400   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99-.     DBNK209P
031500   05  WS-EDIT-CNT                     PIC Z,ZZZ,ZZ9.             DBNK209P
031600                                                                  DBNK209P
031700 01  WS-RSN-TABLE.                                                DBNK209P
031800   05  WS-RT-ENTRY OCCURS 6 TIMES.                                DBNK209P
031900     10  WS-RT-CODE                          PIC X(2).            DBNK209P
032000     10  WS-RT-POINTS                        PIC S9(5) COMP-3.    DBNK209P
032100                                                                  DBNK209P
032200*    open legal orders - the customer and the account each is     DBNK209P
032300*    against                                                      DBNK209P
032400 01  WS-LEGAL-TABLE.                                              DBNK209P
032500   05  WS-LT-ENTRY OCCURS 2000 TIMES.                             DBNK209P
032600     10  WS-LT-PID                           PIC X(5).            DBNK209P
032700     10  WS-LT-ACCNO                         PIC X(9).            DBNK209P
032800                                                                  DBNK209P
032900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK209P
033000                                                                  DBNK209P
033100 01  WS-BCTL-DATA.                                                DBNK209P
033200 COPY CBCTLD.                                                     DBNK209P
033300                                                                  DBNK209P
033400 01  WS-BUSD-DATA.                                                DBNK209P
033500 COPY CBUSDD.                                                     DBNK209P
033600                                                                  DBNK209P
033700 01  WS-LTRQ-DATA.                                                DBNK209P
033800 COPY CLTRQD.                                                     DBNK209P
033900                                                                  DBNK209P
034000 PROCEDURE DIVISION.                                              DBNK209P
034100     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK209P
034200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK209P
034300     PERFORM RUN-TIME.                                            DBNK209P
034400                                                                  DBNK209P
034500***************************************************************** DBNK209P
034600* Register this run in the batch control file keyed on the      * DBNK209P
034700* business date                                                 * DBNK209P
034800***************************************************************** DBNK209P
034900     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK209P
035000     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK209P
035100     MOVE 'DBNK209P' TO BCTL-JOB-NAME.                            DBNK209P
035200     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK209P
035300     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK209P
035400     SET BCTL-FUNC-START TO TRUE.                                 DBNK209P
035500     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK209P
035600     IF NOT BCTL-OK                                               DBNK209P
035700        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK209P
035800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK209P
035900        MOVE 8 TO RETURN-CODE                                     DBNK209P
036000        GO TO QUICK-EXIT                                          DBNK209P
036100     END-IF.                                                      DBNK209P
036200                                                                  DBNK209P
036300     SET OPEN-OK TO TRUE.                                         DBNK209P
036400                                                                  DBNK209P
036500     OPEN OUTPUT CDSRPT-FILE.                                     DBNK209P
036600     MOVE WS-CDSRPT-STATUS TO WS-IO-STATUS.                       DBNK209P
036700     MOVE 'CDSRPT-FILE' TO WS-FILE.                               DBNK209P
036800     PERFORM CHECK-OPEN THRU                                      DBNK209P
036900             CHECK-OPEN-EXIT.                                     DBNK209P
037000                                                                  DBNK209P
037100     OPEN I-O BNKLAPP-FILE.                                       DBNK209P
037200     MOVE WS-BNKLAPP-STATUS TO WS-IO-STATUS.                      DBNK209P
037300     MOVE 'BNKLAPP-FILE' TO WS-FILE.                              DBNK209P
037400     PERFORM CHECK-OPEN THRU                                      DBNK209P
037500             CHECK-OPEN-EXIT.                                     DBNK209P
037600                                                                  DBNK209P
037700     OPEN INPUT BNKCUST-FILE.                                     DBNK209P
037800     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK209P
037900     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK209P
038000     PERFORM CHECK-OPEN THRU                                      DBNK209P
038100             CHECK-OPEN-EXIT.                                     DBNK209P
038200                                                                  DBNK209P
038300     OPEN INPUT BNKACC-FILE.                                      DBNK209P
038400     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK209P
038500     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK209P
038600     PERFORM CHECK-OPEN THRU                                      DBNK209P
038700             CHECK-OPEN-EXIT.                                     DBNK209P
038800                                                                  DBNK209P
038900     OPEN INPUT BNKLEDG-FILE.                                     DBNK209P
039000     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK209P
039100     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK209P
039200     PERFORM CHECK-OPEN THRU                                      DBNK209P
039300             CHECK-OPEN-EXIT.                                     DBNK209P
039400                                                                  DBNK209P
039500     OPEN INPUT BNKHIST-FILE.                                     DBNK209P
039600     MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.                      DBNK209P
039700     MOVE 'BNKHIST-FILE' TO WS-FILE.                              DBNK209P
039800     PERFORM CHECK-OPEN THRU                                      DBNK209P
039900             CHECK-OPEN-EXIT.                                     DBNK209P
040000                                                                  DBNK209P
040100     OPEN INPUT BNKLSCH-FILE.                                     DBNK209P
040200     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK209P
040300     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK209P
040400     PERFORM CHECK-OPEN THRU                                      DBNK209P
040500             CHECK-OPEN-EXIT.                                     DBNK209P
040600                                                                  DBNK209P
040700     OPEN INPUT BNKLEGL-FILE.                                     DBNK209P
040800     MOVE WS-BNKLEGL-STATUS TO WS-IO-STATUS.                      DBNK209P
040900     MOVE 'BNKLEGL-FILE' TO WS-FILE.                              DBNK209P
041000     PERFORM CHECK-OPEN THRU                                      DBNK209P
041100             CHECK-OPEN-EXIT.                                     DBNK209P
041200                                                                  DBNK209P
041300     OPEN INPUT BNKPARM-FILE.                                     DBNK209P
041400     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK209P
041500     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK209P
041600     PERFORM CHECK-OPEN THRU                                      DBNK209P
041700             CHECK-OPEN-EXIT.                                     DBNK209P
041800                                                                  DBNK209P
041900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK209P
042000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK209P
042100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK209P
042200        MOVE 16 TO RETURN-CODE                                    DBNK209P
042300        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK209P
042400        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK209P
042500        GO TO QUICK-EXIT                                          DBNK209P
042600     END-IF.                                                      DBNK209P
042700                                                                  DBNK209P
042800***************************************************************** DBNK209P
042900* Decision rules from the parameter file                        * DBNK209P
043000***************************************************************** DBNK209P
043100     MOVE 'CDSMONS ' TO WS-PARM-KEY.                              DBNK209P
043200     MOVE 3 TO WS-PARM-VALUE.                                     DBNK209P
043300     PERFORM GET-RULE-PARM THRU                                   DBNK209P
043400             GET-RULE-PARM-EXIT.                                  DBNK209P
043500     MOVE WS-PARM-VALUE TO WS-HIST-MONTHS.                        DBNK209P
043600     MOVE 'CDSINCNT' TO WS-PARM-KEY.                              DBNK209P
043700     MOVE 3 TO WS-PARM-VALUE.                                     DBNK209P
043800     PERFORM GET-RULE-PARM THRU                                   DBNK209P
043900             GET-RULE-PARM-EXIT.                                  DBNK209P
044000     MOVE WS-PARM-VALUE TO WS-MIN-INCOME-CREDITS.                 DBNK209P
044100     MOVE 'CDSPINC ' TO WS-PARM-KEY.                              DBNK209P
044200     MOVE 40 TO WS-PARM-VALUE.                                    DBNK209P
044300     PERFORM GET-RULE-PARM THRU                                   DBNK209P
044400             GET-RULE-PARM-EXIT.                                  DBNK209P
044500     MOVE WS-PARM-VALUE TO WS-PTS-INCOME.                         DBNK209P
044600     MOVE 'CDSDTIR ' TO WS-PARM-KEY.                              DBNK209P
044700     MOVE 35 TO WS-PARM-VALUE.                                    DBNK209P
044800     PERFORM GET-RULE-PARM THRU                                   DBNK209P
044900             GET-RULE-PARM-EXIT.                                  DBNK209P
045000     MOVE WS-PARM-VALUE TO WS-DTI-REFER.                          DBNK209P
045100     MOVE 'CDSDTID ' TO WS-PARM-KEY.                              DBNK209P
045200     MOVE 50 TO WS-PARM-VALUE.                                    DBNK209P
045300     PERFORM GET-RULE-PARM THRU                                   DBNK209P
045400             GET-RULE-PARM-EXIT.                                  DBNK209P
045500     MOVE WS-PARM-VALUE TO WS-DTI-DECLINE.                        DBNK209P
045600     MOVE 'CDSPDTI1' TO WS-PARM-KEY.                              DBNK209P
045700     MOVE 30 TO WS-PARM-VALUE.                                    DBNK209P
045800     PERFORM GET-RULE-PARM THRU                                   DBNK209P
045900             GET-RULE-PARM-EXIT.                                  DBNK209P
046000     MOVE WS-PARM-VALUE TO WS-PTS-DTI-1.                          DBNK209P
046100     MOVE 'CDSPDTI2' TO WS-PARM-KEY.                              DBNK209P
046200     MOVE 70 TO WS-PARM-VALUE.                                    DBNK209P
046300     PERFORM GET-RULE-PARM THRU                                   DBNK209P
046400             GET-RULE-PARM-EXIT.                                  DBNK209P
046500     MOVE WS-PARM-VALUE TO WS-PTS-DTI-2.                          DBNK209P
046600     MOVE 'CDSMINBL' TO WS-PARM-KEY.                              DBNK209P
046700     MOVE 500.00 TO WS-PARM-VALUE.                                DBNK209P
046800     PERFORM GET-RULE-PARM THRU                                   DBNK209P
046900             GET-RULE-PARM-EXIT.                                  DBNK209P
047000     MOVE WS-PARM-VALUE TO WS-MIN-AVG-BAL.                        DBNK209P
047100     MOVE 'CDSPBAL ' TO WS-PARM-KEY.                              DBNK209P
047200     MOVE 20 TO WS-PARM-VALUE.                                    DBNK209P
047300     PERFORM GET-RULE-PARM THRU                                   DBNK209P
047400             GET-RULE-PARM-EXIT.                                  DBNK209P
047500     MOVE WS-PARM-VALUE TO WS-PTS-BALANCE.                        DBNK209P
047600     MOVE 'CDSPARR ' TO WS-PARM-KEY.                              DBNK209P
047700     MOVE 35 TO WS-PARM-VALUE.                                    DBNK209P
047800     PERFORM GET-RULE-PARM THRU                                   DBNK209P
047900             GET-RULE-PARM-EXIT.                                  DBNK209P
048000     MOVE WS-PARM-VALUE TO WS-PTS-ARREARS.                        DBNK209P
048100     MOVE 'CDSPCHG ' TO WS-PARM-KEY.                              DBNK209P
048200     MOVE 100 TO WS-PARM-VALUE.                                   DBNK209P
048300     PERFORM GET-RULE-PARM THRU                                   DBNK209P
048400             GET-RULE-PARM-EXIT.                                  DBNK209P
048500     MOVE WS-PARM-VALUE TO WS-PTS-CHARGE-OFF.                     DBNK209P
048600     MOVE 'CDSPLEG ' TO WS-PARM-KEY.                              DBNK209P
048700     MOVE 100 TO WS-PARM-VALUE.                                   DBNK209P
048800     PERFORM GET-RULE-PARM THRU                                   DBNK209P
048900             GET-RULE-PARM-EXIT.                                  DBNK209P
049000     MOVE WS-PARM-VALUE TO WS-PTS-LEGAL.                          DBNK209P
049100     MOVE 'CDSREFER' TO WS-PARM-KEY.                              DBNK209P
049200     MOVE 30 TO WS-PARM-VALUE.                                    DBNK209P
049300     PERFORM GET-RULE-PARM THRU                                   DBNK209P
049400             GET-RULE-PARM-EXIT.                                  DBNK209P
049500     MOVE WS-PARM-VALUE TO WS-SCORE-REFER.                        DBNK209P
049600     MOVE 'CDSDECL ' TO WS-PARM-KEY.                              DBNK209P
049700     MOVE 70 TO WS-PARM-VALUE.                                    DBNK209P
049800     PERFORM GET-RULE-PARM THRU                                   DBNK209P
049900             GET-RULE-PARM-EXIT.                                  DBNK209P
050000     MOVE WS-PARM-VALUE TO WS-SCORE-DECLINE.                      DBNK209P
050100                                                                  DBNK209P
050200*    the history window start, as a date and as ledger            DBNK209P
050300*    timestamp text                                               DBNK209P
050400     COMPUTE WS-BACK-DAYS = WS-HIST-MONTHS * 30.                  DBNK209P
050500     PERFORM BACK-OFF-DATE THRU                                   DBNK209P
050600             BACK-OFF-DATE-EXIT.                                  DBNK209P
050700                                                                  DBNK209P
050800***************************************************************** DBNK209P
050900* Load the open legal orders - received or frozen               * DBNK209P
051000***************************************************************** DBNK209P
051100     MOVE LOW-VALUES TO GGO-REC-ORDER-ID.                         DBNK209P
051200     START BNKLEGL-FILE KEY IS NOT LESS THAN GGO-REC-ORDER-ID     DBNK209P
051300       INVALID KEY                                                DBNK209P
051400         GO TO LEGAL-LOADED                                       DBNK209P
051500     END-START.                                                   DBNK209P
051600 LEGAL-LOOP.                                                      DBNK209P
051700     READ BNKLEGL-FILE NEXT                                       DBNK209P
051800       AT END                                                     DBNK209P
051900         GO TO LEGAL-LOADED                                       DBNK209P
052000     END-READ.                                                    DBNK209P
052100     IF NOT GGO-REC-IS-RECEIVED AND                               DBNK209P
052200        NOT GGO-REC-IS-FROZEN                                     DBNK209P
052300        GO TO LEGAL-LOOP                                          DBNK209P
052400     END-IF.                                                      DBNK209P
052500     IF WS-LEGAL-COUNT IS NOT LESS THAN WS-LEGAL-MAX              DBNK209P
052600        MOVE 'Too many open legal orders - run abandoned'         DBNK209P
052700          TO WS-CONSOLE-MESSAGE                                   DBNK209P
052800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK209P
052900        MOVE 8 TO RETURN-CODE                                     DBNK209P
053000        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK209P
053100        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK209P
053200        GO TO QUICK-EXIT                                          DBNK209P
053300     END-IF.                                                      DBNK209P
053400     ADD 1 TO WS-LEGAL-COUNT.                                     DBNK209P
053500     MOVE GGO-REC-PID TO WS-LT-PID (WS-LEGAL-COUNT).              DBNK209P
053600     MOVE GGO-REC-ACCNO TO WS-LT-ACCNO (WS-LEGAL-COUNT).          DBNK209P
053700     GO TO LEGAL-LOOP.                                            DBNK209P
053800 LEGAL-LOADED.                                                    DBNK209P
053900                                                                  DBNK209P
054000     PERFORM WRITE-REPORT-HEADING THRU                            DBNK209P
054100             WRITE-REPORT-HEADING-EXIT.                           DBNK209P
054200                                                                  DBNK209P
054300***************************************************************** DBNK209P
054400* Score every pending application not yet scored                * DBNK209P
054500***************************************************************** DBNK209P
054600     MOVE LOW-VALUES TO LAP-REC-REFNO.                            DBNK209P
054700     START BNKLAPP-FILE KEY IS NOT LESS THAN LAP-REC-REFNO        DBNK209P
054800       INVALID KEY                                                DBNK209P
054900         GO TO APPS-ENDED                                         DBNK209P
055000     END-START.                                                   DBNK209P
055100 APPS-LOOP.                                                       DBNK209P
055200     READ BNKLAPP-FILE NEXT                                       DBNK209P
055300       AT END                                                     DBNK209P
055400         GO TO APPS-ENDED                                         DBNK209P
055500     END-READ.                                                    DBNK209P
055600     ADD 1 TO WS-APPS-READ.                                       DBNK209P
055700     IF NOT LAP-REC-IS-PENDING OR                                 DBNK209P
055800        NOT LAP-REC-NOT-SCORED                                    DBNK209P
055900        GO TO APPS-LOOP                                           DBNK209P
056000     END-IF.                                                      DBNK209P
056100     PERFORM SCORE-ONE-APPLICATION THRU                           DBNK209P
056200             SCORE-ONE-APPLICATION-EXIT.                          DBNK209P
056300     GO TO APPS-LOOP.                                             DBNK209P
056400 APPS-ENDED.                                                      DBNK209P
056500                                                                  DBNK209P
056600     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
056700     WRITE CDSRPT-REC.                                            DBNK209P
056800     MOVE WS-APPS-SCORED TO WS-EDIT-CNT.                          DBNK209P
056900     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
057000     STRING '  APPLICATIONS SCORED    ' DELIMITED BY SIZE         DBNK209P
057100            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK209P
057200       INTO CDSRPT-REC.                                           DBNK209P
057300     WRITE CDSRPT-REC.                                            DBNK209P
057400     MOVE WS-APPS-APPROVE TO WS-EDIT-CNT.                         DBNK209P
057500     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
057600     STRING '    APPROVE              ' DELIMITED BY SIZE         DBNK209P
057700            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK209P
057800       INTO CDSRPT-REC.                                           DBNK209P
057900     WRITE CDSRPT-REC.                                            DBNK209P
058000     MOVE WS-APPS-REFER TO WS-EDIT-CNT.                           DBNK209P
058100     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
058200     STRING '    REFER                ' DELIMITED BY SIZE         DBNK209P
058300            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK209P
058400       INTO CDSRPT-REC.                                           DBNK209P
058500     WRITE CDSRPT-REC.                                            DBNK209P
058600     MOVE WS-APPS-DECLINE TO WS-EDIT-CNT.                         DBNK209P
058700     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
058800     STRING '    DECLINE              ' DELIMITED BY SIZE         DBNK209P
058900            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK209P
059000       INTO CDSRPT-REC.                                           DBNK209P
059100     WRITE CDSRPT-REC.                                            DBNK209P
059200     MOVE WS-LETTERS-QUEUED TO WS-EDIT-CNT.                       DBNK209P
059300     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
059400     STRING '  ADVERSE ACTION NOTICES ' DELIMITED BY SIZE         DBNK209P
059500            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK209P
059600       INTO CDSRPT-REC.                                           DBNK209P
059700     WRITE CDSRPT-REC.                                            DBNK209P
059800                                                                  DBNK209P
059900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK209P
060000     STRING WS-APPS-READ DELIMITED BY SIZE                        DBNK209P
060100            ' applications read' DELIMITED BY SIZE                DBNK209P
060200       INTO WS-CONSOLE-MESSAGE.                                   DBNK209P
060300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK209P
060400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK209P
060500     STRING WS-APPS-SCORED DELIMITED BY SIZE                      DBNK209P
060600            ' applications scored' DELIMITED BY SIZE              DBNK209P
060700       INTO WS-CONSOLE-MESSAGE.                                   DBNK209P
060800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK209P
060900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK209P
061000     STRING WS-APPS-DECLINE DELIMITED BY SIZE                     DBNK209P
061100            ' declined' DELIMITED BY SIZE                         DBNK209P
061200       INTO WS-CONSOLE-MESSAGE.                                   DBNK209P
061300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK209P
061400                                                                  DBNK209P
061500     CLOSE CDSRPT-FILE.                                           DBNK209P
061600     CLOSE BNKLAPP-FILE.                                          DBNK209P
061700     CLOSE BNKCUST-FILE.                                          DBNK209P
061800     CLOSE BNKACC-FILE.                                           DBNK209P
061900     CLOSE BNKLEDG-FILE.                                          DBNK209P
062000     CLOSE BNKHIST-FILE.                                          DBNK209P
062100     CLOSE BNKLSCH-FILE.                                          DBNK209P
062200     CLOSE BNKLEGL-FILE.                                          DBNK209P
062300     CLOSE BNKPARM-FILE.                                          DBNK209P
062400                                                                  DBNK209P
062500     SET BCTL-FUNC-END TO TRUE.                                   DBNK209P
062600     MOVE WS-APPS-SCORED TO BCTL-RECORD-COUNT.                    DBNK209P
062700     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK209P
062800     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK209P
062900                                                                  DBNK209P
063000     PERFORM RUN-TIME.                                            DBNK209P
063100                                                                  DBNK209P
063200     MOVE 0 TO RETURN-CODE.                                       DBNK209P
063300 QUICK-EXIT.                                                      DBNK209P
063400     GOBACK.                                                      DBNK209P
063500                                                                  DBNK209P
063600***************************************************************** DBNK209P
063700* One decision rule from BNKPARM - left at its default unless   * DBNK209P
063800* the record carries a positive amount                          * DBNK209P
063900***************************************************************** DBNK209P
064000 GET-RULE-PARM.                                                   DBNK209P
064100     MOVE WS-PARM-KEY TO PRM-REC-KEY.                             DBNK209P
064200     READ BNKPARM-FILE                                            DBNK209P
064300       INVALID KEY                                                DBNK209P
064400         GO TO GET-RULE-PARM-EXIT                                 DBNK209P
064500     END-READ.                                                    DBNK209P
064600     IF PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK209P
064700        MOVE PRM-REC-AMOUNT TO WS-PARM-VALUE                      DBNK209P
064800     END-IF.                                                      DBNK209P
064900 GET-RULE-PARM-EXIT.                                              DBNK209P
065000     EXIT.                                                        DBNK209P
065100                                                                  DBNK209P
065200***************************************************************** DBNK209P
065300* Back a window start off the run date - the same close-enough  * DBNK209P
065400* calendar arithmetic the structuring window uses               * DBNK209P
065500***************************************************************** DBNK209P
065600 BACK-OFF-DATE.                                                   DBNK209P
065700     MOVE WS-RUN-DATE TO WS-START-DATE.                           DBNK209P
065800     COMPUTE WS-WORK-DD = WS-SD-DD - WS-BACK-DAYS + 1.            DBNK209P
065900 BACK-OFF-BORROW.                                                 DBNK209P
066000     IF WS-WORK-DD IS LESS THAN 1                                 DBNK209P
066100        ADD 30 TO WS-WORK-DD                                      DBNK209P
066200        IF WS-SD-MM IS EQUAL TO 1                                 DBNK209P
066300           MOVE 12 TO WS-SD-MM                                    DBNK209P
066400           SUBTRACT 1 FROM WS-SD-YYYY                             DBNK209P
066500        ELSE                                                      DBNK209P
066600           SUBTRACT 1 FROM WS-SD-MM                               DBNK209P
066700        END-IF                                                    DBNK209P
066800        GO TO BACK-OFF-BORROW                                     DBNK209P
066900     END-IF.                                                      DBNK209P
067000     MOVE WS-WORK-DD TO WS-SD-DD.                                 DBNK209P
067100     MOVE WS-START-DATE (1:4) TO WS-START-DASHED (1:4).           DBNK209P
067200     MOVE '-' TO WS-START-DASHED (5:1).                           DBNK209P
067300     MOVE WS-START-DATE (5:2) TO WS-START-DASHED (6:2).           DBNK209P
067400     MOVE '-' TO WS-START-DASHED (8:1).                           DBNK209P
067500     MOVE WS-START-DATE (7:2) TO WS-START-DASHED (9:2).           DBNK209P
067600 BACK-OFF-DATE-EXIT.                                              DBNK209P
067700     EXIT.                                                        DBNK209P
067800                                                                  DBNK209P
067900***************************************************************** DBNK209P
068000* Score one application, keep the recommendation on it and, on  * DBNK209P
068100* a decline, retire it and queue the adverse action notice      * DBNK209P
068200***************************************************************** DBNK209P
068300 SCORE-ONE-APPLICATION.                                           DBNK209P
068400     MOVE 0 TO WS-SCORE.                                          DBNK209P
068500     MOVE 0 TO WS-RSN-COUNT.                                      DBNK209P
068600     MOVE SPACES TO WS-RSN-TABLE.                                 DBNK209P
068700     MOVE 0 TO WS-INCOME-CREDITS.                                 DBNK209P
068800     MOVE 0 TO WS-INCOME-TOTAL.                                   DBNK209P
068900     MOVE 0 TO WS-MONTHLY-INCOME.                                 DBNK209P
069000     MOVE 0 TO WS-DTI.                                            DBNK209P
069100     MOVE 0 TO WS-DEPOSIT-ACCOUNTS.                               DBNK209P
069200     MOVE 0 TO WS-AVG-BAL-TOTAL.                                  DBNK209P
069300     MOVE 0 TO WS-LOANS.                                          DBNK209P
069400     MOVE 0 TO WS-ARREARS-COUNT.                                  DBNK209P
069500     MOVE 0 TO WS-LEGAL-ORDERS.                                   DBNK209P
069600     MOVE LAP-REC-PID TO WS-CUR-PID.                              DBNK209P
069700                                                                  DBNK209P
069800*    nothing to score without a usable customer behind it         DBNK209P
069900     IF WS-CUR-PID IS EQUAL TO SPACES                             DBNK209P
070000        GO TO SCORE-NOT-IDENTIFIED                                DBNK209P
070100     END-IF.                                                      DBNK209P
070200     MOVE WS-CUR-PID TO BCS-REC-PID.                              DBNK209P
070300     READ BNKCUST-FILE                                            DBNK209P
070400       INVALID KEY                                                DBNK209P
070500         GO TO SCORE-NOT-IDENTIFIED                               DBNK209P
070600     END-READ.                                                    DBNK209P
070700     IF NOT BCS-REC-NOT-MERGED OR                                 DBNK209P
070800        BCS-REC-IS-DECEASED                                       DBNK209P
070900        GO TO SCORE-NOT-IDENTIFIED                                DBNK209P
071000     END-IF.                                                      DBNK209P
071100                                                                  DBNK209P
071200*    the applicant's own open accounts - deposits give income and DBNK209P
071300*    balances, loans their repayment record                       DBNK209P
071400     MOVE WS-CUR-PID TO BAC-REC-PID.                              DBNK209P
071500     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID                DBNK209P
071600       INVALID KEY                                                DBNK209P
071700         GO TO ACCTS-DONE                                         DBNK209P
071800     END-START.                                                   DBNK209P
071900 ACCT-LOOP.                                                       DBNK209P
072000     READ BNKACC-FILE NEXT                                        DBNK209P
072100       AT END                                                     DBNK209P
072200         GO TO ACCTS-DONE                                         DBNK209P
072300     END-READ.                                                    DBNK209P
072400     IF BAC-REC-PID IS NOT EQUAL TO WS-CUR-PID                    DBNK209P
072500        GO TO ACCTS-DONE                                          DBNK209P
072600     END-IF.                                                      DBNK209P
072700     IF BAC-REC-ACC-IS-CLOSED                                     DBNK209P
072800        GO TO ACCT-LOOP                                           DBNK209P
072900     END-IF.                                                      DBNK209P
073000     PERFORM ASSESS-ONE-ACCOUNT THRU                              DBNK209P
073100             ASSESS-ONE-ACCOUNT-EXIT.                             DBNK209P
073200     GO TO ACCT-LOOP.                                             DBNK209P
073300 ACCTS-DONE.                                                      DBNK209P
073400                                                                  DBNK209P
073500*    legal orders against the applicant by name as well           DBNK209P
073600     PERFORM CHECK-LEGAL-PID THRU                                 DBNK209P
073700             CHECK-LEGAL-PID-EXIT                                 DBNK209P
073800       VARYING WS-SUB1 FROM 1 BY 1                                DBNK209P
073900         UNTIL WS-SUB1 IS GREATER THAN WS-LEGAL-COUNT.            DBNK209P
074000                                                                  DBNK209P
074100*    regular income and what the payment takes of it              DBNK209P
074200     IF WS-INCOME-CREDITS IS LESS THAN WS-MIN-INCOME-CREDITS      DBNK209P
074300        MOVE 'IN' TO WS-RSN-CODE                                  DBNK209P
074400        MOVE WS-PTS-INCOME TO WS-RSN-POINTS                       DBNK209P
074500        PERFORM ADD-REASON THRU                                   DBNK209P
074600                ADD-REASON-EXIT                                   DBNK209P
074700     END-IF.                                                      DBNK209P
074800     IF WS-HIST-MONTHS IS GREATER THAN ZERO                       DBNK209P
074900        COMPUTE WS-MONTHLY-INCOME ROUNDED =                       DBNK209P
075000            WS-INCOME-TOTAL / WS-HIST-MONTHS                      DBNK209P
075100     END-IF.                                                      DBNK209P
075200     IF WS-MONTHLY-INCOME IS GREATER THAN ZERO                    DBNK209P
075300        COMPUTE WS-DTI ROUNDED =                                  DBNK209P
075400            LAP-REC-PAYMENT * 100 / WS-MONTHLY-INCOME             DBNK209P
075500          ON SIZE ERROR                                           DBNK209P
075600            MOVE 999 TO WS-DTI                                    DBNK209P
075700        END-COMPUTE                                               DBNK209P
075800     ELSE                                                         DBNK209P
075900        MOVE 999 TO WS-DTI                                        DBNK209P
076000     END-IF.                                                      DBNK209P
076100     IF WS-DTI IS GREATER THAN WS-DTI-DECLINE                     DBNK209P
076200        MOVE 'DT' TO WS-RSN-CODE                                  DBNK209P
076300        MOVE WS-PTS-DTI-2 TO WS-RSN-POINTS                        DBNK209P
076400        PERFORM ADD-REASON THRU                                   DBNK209P
076500                ADD-REASON-EXIT                                   DBNK209P
076600     ELSE                                                         DBNK209P
076700        IF WS-DTI IS GREATER THAN WS-DTI-REFER                    DBNK209P
076800           MOVE 'DT' TO WS-RSN-CODE                               DBNK209P
076900           MOVE WS-PTS-DTI-1 TO WS-RSN-POINTS                     DBNK209P
077000           PERFORM ADD-REASON THRU                                DBNK209P
077100                   ADD-REASON-EXIT                                DBNK209P
077200        END-IF                                                    DBNK209P
077300     END-IF.                                                      DBNK209P
077400                                                                  DBNK209P
077500*    balances kept - no deposit account at all counts as low      DBNK209P
077600     IF WS-AVG-BAL-TOTAL IS LESS THAN WS-MIN-AVG-BAL              DBNK209P
077700        MOVE 'BL' TO WS-RSN-CODE                                  DBNK209P
077800        MOVE WS-PTS-BALANCE TO WS-RSN-POINTS                      DBNK209P
077900        PERFORM ADD-REASON THRU                                   DBNK209P
078000                ADD-REASON-EXIT                                   DBNK209P
078100     END-IF.                                                      DBNK209P
078200                                                                  DBNK209P
078300     PERFORM PICK-PRINCIPAL-REASONS THRU                          DBNK209P
078400             PICK-PRINCIPAL-REASONS-EXIT.                         DBNK209P
078500     IF WS-SCORE IS GREATER THAN 999                              DBNK209P
078600        MOVE 999 TO WS-SCORE-OUT                                  DBNK209P
078700     ELSE                                                         DBNK209P
078800        MOVE WS-SCORE TO WS-SCORE-OUT                             DBNK209P
078900     END-IF.                                                      DBNK209P
079000     MOVE WS-SCORE-OUT TO LAP-REC-SCORE.                          DBNK209P
079100     IF WS-SCORE IS NOT LESS THAN WS-SCORE-DECLINE                DBNK209P
079200        SET LAP-REC-REC-DECLINE TO TRUE                           DBNK209P
079300     ELSE                                                         DBNK209P
079400        IF WS-SCORE IS NOT LESS THAN WS-SCORE-REFER               DBNK209P
079500           SET LAP-REC-REC-REFER TO TRUE                          DBNK209P
079600        ELSE                                                      DBNK209P
079700           SET LAP-REC-REC-APPROVE TO TRUE                        DBNK209P
079800        END-IF                                                    DBNK209P
079900     END-IF.                                                      DBNK209P
080000     GO TO SCORE-STORE.                                           DBNK209P
080100                                                                  DBNK209P
080200 SCORE-NOT-IDENTIFIED.                                            DBNK209P
080300     SET LAP-REC-REC-REFER TO TRUE.                               DBNK209P
080400     MOVE 0 TO LAP-REC-SCORE.                                     DBNK209P
080500     MOVE SPACES TO LAP-REC-REASONS.                              DBNK209P
080600     MOVE 'NI' TO LAP-REC-REASON (1).                             DBNK209P
080700                                                                  DBNK209P
080800*    a decline is final - the applicant hears why                 DBNK209P
080900 SCORE-STORE.                                                     DBNK209P
081000     IF LAP-REC-REC-DECLINE                                       DBNK209P
081100        SET LAP-REC-IS-DECLINED TO TRUE                           DBNK209P
081200        MOVE 'AUTO ' TO LAP-REC-DECIDED-BY                        DBNK209P
081300        MOVE WS-RUN-DATE TO LAP-REC-DECIDED-DATE                  DBNK209P
081400     END-IF.                                                      DBNK209P
081500     REWRITE BNKLAPP-REC                                          DBNK209P
081600       INVALID KEY                                                DBNK209P
081700         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK209P
081800         STRING 'Unable to store decision on '                    DBNK209P
081900                                     DELIMITED BY SIZE            DBNK209P
082000                LAP-REC-REFNO        DELIMITED BY SIZE            DBNK209P
082100           INTO WS-CONSOLE-MESSAGE                                DBNK209P
082200         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK209P
082300         GO TO SCORE-ONE-APPLICATION-EXIT                         DBNK209P
082400     END-REWRITE.                                                 DBNK209P
082500     ADD 1 TO WS-APPS-SCORED.                                     DBNK209P
082600     EVALUATE TRUE                                                DBNK209P
082700       WHEN LAP-REC-REC-DECLINE                                   DBNK209P
082800         ADD 1 TO WS-APPS-DECLINE                                 DBNK209P
082900         PERFORM QUEUE-ADVERSE-ACTION THRU                        DBNK209P
083000                 QUEUE-ADVERSE-ACTION-EXIT                        DBNK209P
083100       WHEN LAP-REC-REC-REFER                                     DBNK209P
083200         ADD 1 TO WS-APPS-REFER                                   DBNK209P
083300       WHEN OTHER                                                 DBNK209P
083400         ADD 1 TO WS-APPS-APPROVE                                 DBNK209P
083500     END-EVALUATE.                                                DBNK209P
083600                                                                  DBNK209P
083700     MOVE WS-MONTHLY-INCOME TO WS-EDIT-AMT-9-2.                   DBNK209P
083800     IF WS-DTI IS GREATER THAN 99999                              DBNK209P
083900        MOVE 99999 TO WS-DTI-OUT                                  DBNK209P
084000     ELSE                                                         DBNK209P
084100        MOVE WS-DTI TO WS-DTI-OUT                                 DBNK209P
084200     END-IF.                                                      DBNK209P
084300     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
084400     STRING '  '                     DELIMITED BY SIZE            DBNK209P
084500            LAP-REC-REFNO            DELIMITED BY SIZE            DBNK209P
084600            '  '                     DELIMITED BY SIZE            DBNK209P
084700            LAP-REC-PID              DELIMITED BY SIZE            DBNK209P
084800            '  '                     DELIMITED BY SIZE            DBNK209P
084900            LAP-REC-RECOMMEND        DELIMITED BY SIZE            DBNK209P
085000            '  SCORE '               DELIMITED BY SIZE            DBNK209P
085100            LAP-REC-SCORE            DELIMITED BY SIZE            DBNK209P
085200            '  REASONS '             DELIMITED BY SIZE            DBNK209P
085300            LAP-REC-REASONS          DELIMITED BY SIZE            DBNK209P
085400            '  INCOME/MTH '          DELIMITED BY SIZE            DBNK209P
085500            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK209P
085600            '  PMT% '                DELIMITED BY SIZE            DBNK209P
085700            WS-DTI-OUT               DELIMITED BY SIZE            DBNK209P
085800            '  CREDITS '             DELIMITED BY SIZE            DBNK209P
085900            WS-INCOME-CREDITS        DELIMITED BY SIZE            DBNK209P
086000            '  ARREARS '             DELIMITED BY SIZE            DBNK209P
086100            WS-ARREARS-COUNT         DELIMITED BY SIZE            DBNK209P
086200            '  LEGAL '               DELIMITED BY SIZE            DBNK209P
086300            WS-LEGAL-ORDERS          DELIMITED BY SIZE            DBNK209P
086400       INTO CDSRPT-REC.                                           DBNK209P
086500     WRITE CDSRPT-REC.                                            DBNK209P
086600 SCORE-ONE-APPLICATION-EXIT.                                      DBNK209P
086700     EXIT.                                                        DBNK209P
086800                                                                  DBNK209P
086900***************************************************************** DBNK209P
087000* One open account. A loan (one with a repayment schedule) is   * DBNK209P
087100* checked for arrears; any other account gives the income       * DBNK209P
087200* credited to it and its average balance over the window. Either* DBNK209P
087300* may carry a legal order.                                      * DBNK209P
087400***************************************************************** DBNK209P
087500 ASSESS-ONE-ACCOUNT.                                              DBNK209P
087600     MOVE BAC-REC-ACCNO TO WS-CUR-ACCNO.                          DBNK209P
087700     PERFORM CHECK-LEGAL-ACCNO THRU                               DBNK209P
087800             CHECK-LEGAL-ACCNO-EXIT                               DBNK209P
087900       VARYING WS-SUB1 FROM 1 BY 1                                DBNK209P
088000         UNTIL WS-SUB1 IS GREATER THAN WS-LEGAL-COUNT.            DBNK209P
088100                                                                  DBNK209P
088200     SET WS-ACC-NOT-LOAN TO TRUE.                                 DBNK209P
088300     SET WS-LOAN-NOT-CHARGED-OFF TO TRUE.                         DBNK209P
088400     MOVE WS-CUR-ACCNO TO BLS-REC-LOAN-ACCNO.                     DBNK209P
088500     MOVE ZERO TO BLS-REC-SEQ.                                    DBNK209P
088600     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK209P
088700       INVALID KEY                                                DBNK209P
088800         GO TO SCHED-DONE                                         DBNK209P
088900     END-START.                                                   DBNK209P
089000 SCHED-LOOP.                                                      DBNK209P
089100     READ BNKLSCH-FILE NEXT                                       DBNK209P
089200       AT END                                                     DBNK209P
089300         GO TO SCHED-DONE                                         DBNK209P
089400     END-READ.                                                    DBNK209P
089500     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO WS-CUR-ACCNO           DBNK209P
089600        GO TO SCHED-DONE                                          DBNK209P
089700     END-IF.                                                      DBNK209P
089800     SET WS-ACC-IS-LOAN TO TRUE.                                  DBNK209P
089900     IF BLS-REC-IS-CHARGED-OFF                                    DBNK209P
090000        SET WS-LOAN-CHARGED-OFF TO TRUE                           DBNK209P
090100        GO TO SCHED-LOOP                                          DBNK209P
090200     END-IF.                                                      DBNK209P
090300     IF BLS-REC-IS-PAST-DUE OR                                    DBNK209P
090400        (BLS-REC-IS-SCHEDULED AND                                 DBNK209P
090500         BLS-REC-DUE-DATE IS LESS THAN WS-RUN-DATE)               DBNK209P
090600        ADD 1 TO WS-ARREARS-COUNT                                 DBNK209P
090700        MOVE 'AR' TO WS-RSN-CODE                                  DBNK209P
090800        MOVE WS-PTS-ARREARS TO WS-RSN-POINTS                      DBNK209P
090900        PERFORM ADD-REASON THRU                                   DBNK209P
091000                ADD-REASON-EXIT                                   DBNK209P
091100     END-IF.                                                      DBNK209P
091200     GO TO SCHED-LOOP.                                            DBNK209P
091300 SCHED-DONE.                                                      DBNK209P
091400     IF WS-ACC-IS-LOAN                                            DBNK209P
091500        ADD 1 TO WS-LOANS                                         DBNK209P
091600        IF WS-LOAN-CHARGED-OFF                                    DBNK209P
091700           MOVE 'CO' TO WS-RSN-CODE                               DBNK209P
091800           MOVE WS-PTS-CHARGE-OFF TO WS-RSN-POINTS                DBNK209P
091900           PERFORM ADD-REASON THRU                                DBNK209P
092000                   ADD-REASON-EXIT                                DBNK209P
092100        END-IF                                                    DBNK209P
092200        GO TO ASSESS-ONE-ACCOUNT-EXIT                             DBNK209P
092300     END-IF.                                                      DBNK209P
092400                                                                  DBNK209P
092500     ADD 1 TO WS-DEPOSIT-ACCOUNTS.                                DBNK209P
092600*    outside credits over the window - payroll, pensions and      DBNK209P
092700*    inbound payments as DBANK73P posts them                      DBNK209P
092800     MOVE WS-CUR-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                  DBNK209P
092900     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK209P
093000     MOVE WS-START-DASHED TO BLG-REC-ALTKEY1-TIMESTAMP (1:10).    DBNK209P
093100     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-ALTKEY1      DBNK209P
093200       INVALID KEY                                                DBNK209P
093300         GO TO INCOME-DONE                                        DBNK209P
093400     END-START.                                                   DBNK209P
093500 INCOME-LOOP.                                                     DBNK209P
093600     READ BNKLEDG-FILE NEXT                                       DBNK209P
093700       AT END                                                     DBNK209P
093800         GO TO INCOME-DONE                                        DBNK209P
093900     END-READ.                                                    DBNK209P
094000     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO WS-CUR-ACCNO        DBNK209P
094100        GO TO INCOME-DONE                                         DBNK209P
094200     END-IF.                                                      DBNK209P
094300     IF BLG-REC-CATEGORY IS EQUAL TO 'EXT ' AND                   DBNK209P
094400        BLG-REC-NOT-REVERSED AND                                  DBNK209P
094500        BLG-REC-AMOUNT IS GREATER THAN ZERO                       DBNK209P
094600        ADD 1 TO WS-INCOME-CREDITS                                DBNK209P
094700        ADD BLG-REC-AMOUNT TO WS-INCOME-TOTAL                     DBNK209P
094800     END-IF.                                                      DBNK209P
094900     GO TO INCOME-LOOP.                                           DBNK209P
095000 INCOME-DONE.                                                     DBNK209P
095100                                                                  DBNK209P
095200*    the average of the daily closing balances over the window    DBNK209P
095300     MOVE ZERO TO WS-ACC-BAL-TOTAL.                               DBNK209P
095400     MOVE ZERO TO WS-ACC-BAL-DAYS.                                DBNK209P
095500     MOVE ZERO TO WS-ACC-AVG-BAL.                                 DBNK209P
095600     MOVE WS-CUR-ACCNO TO BBH-REC-ACCNO.                          DBNK209P
095700     MOVE WS-START-DATE TO BBH-REC-DATE.                          DBNK209P
095800     START BNKHIST-FILE                                           DBNK209P
095900       KEY IS GREATER THAN OR EQUAL TO BBH-REC-KEY                DBNK209P
096000       INVALID KEY                                                DBNK209P
096100         GO TO BALANCE-DONE                                       DBNK209P
096200     END-START.                                                   DBNK209P
096300 BALANCE-LOOP.                                                    DBNK209P
096400     READ BNKHIST-FILE NEXT                                       DBNK209P
096500       AT END                                                     DBNK209P
096600         GO TO BALANCE-DONE                                       DBNK209P
096700     END-READ.                                                    DBNK209P
096800     IF BBH-REC-ACCNO IS NOT EQUAL TO WS-CUR-ACCNO OR             DBNK209P
096900        BBH-REC-DATE IS GREATER THAN WS-RUN-DATE                  DBNK209P
097000        GO TO BALANCE-DONE                                        DBNK209P
097100     END-IF.                                                      DBNK209P
097200     ADD BBH-REC-BALANCE TO WS-ACC-BAL-TOTAL.                     DBNK209P
097300     ADD 1 TO WS-ACC-BAL-DAYS.                                    DBNK209P
097400     GO TO BALANCE-LOOP.                                          DBNK209P
097500 BALANCE-DONE.                                                    DBNK209P
097600     IF WS-ACC-BAL-DAYS IS GREATER THAN ZERO                      DBNK209P
097700        COMPUTE WS-ACC-AVG-BAL ROUNDED =                          DBNK209P
097800            WS-ACC-BAL-TOTAL / WS-ACC-BAL-DAYS                    DBNK209P
097900     END-IF.                                                      DBNK209P
098000     ADD WS-ACC-AVG-BAL TO WS-AVG-BAL-TOTAL.                      DBNK209P
098100 ASSESS-ONE-ACCOUNT-EXIT.                                         DBNK209P
098200     EXIT.                                                        DBNK209P
098300                                                                  DBNK209P
098400 CHECK-LEGAL-ACCNO.                                               DBNK209P
098500     IF WS-LT-ACCNO (WS-SUB1) IS EQUAL TO WS-CUR-ACCNO AND        DBNK209P
098600        WS-LT-PID (WS-SUB1) IS NOT EQUAL TO WS-CUR-PID            DBNK209P
098700        ADD 1 TO WS-LEGAL-ORDERS                                  DBNK209P
098800        MOVE 'LG' TO WS-RSN-CODE                                  DBNK209P
098900        MOVE WS-PTS-LEGAL TO WS-RSN-POINTS                        DBNK209P
099000        PERFORM ADD-REASON THRU                                   DBNK209P
099100                ADD-REASON-EXIT                                   DBNK209P
099200     END-IF.                                                      DBNK209P
099300 CHECK-LEGAL-ACCNO-EXIT.                                          DBNK209P
099400     EXIT.                                                        DBNK209P
099500                                                                  DBNK209P
099600 CHECK-LEGAL-PID.                                                 DBNK209P
099700     IF WS-LT-PID (WS-SUB1) IS EQUAL TO WS-CUR-PID                DBNK209P
099800        ADD 1 TO WS-LEGAL-ORDERS                                  DBNK209P
099900        MOVE 'LG' TO WS-RSN-CODE                                  DBNK209P
100000        MOVE WS-PTS-LEGAL TO WS-RSN-POINTS                        DBNK209P
100100        PERFORM ADD-REASON THRU                                   DBNK209P
100200                ADD-REASON-EXIT                                   DBNK209P
100300     END-IF.                                                      DBNK209P
100400 CHECK-LEGAL-PID-EXIT.                                            DBNK209P
100500     EXIT.                                                        DBNK209P
100600                                                                  DBNK209P
100700***************************************************************** DBNK209P
100800* Add a finding's points to the score and to its reason - each  * DBNK209P
100900* reason is held once however many times it is found            * DBNK209P
101000***************************************************************** DBNK209P
101100 ADD-REASON.                                                      DBNK209P
101200     ADD WS-RSN-POINTS TO WS-SCORE.                               DBNK209P
101300     MOVE 1 TO WS-SUB2.                                           DBNK209P
101400 ADD-REASON-FIND.                                                 DBNK209P
101500     IF WS-SUB2 IS GREATER THAN WS-RSN-COUNT                      DBNK209P
101600        ADD 1 TO WS-RSN-COUNT                                     DBNK209P
101700        MOVE WS-RSN-CODE TO WS-RT-CODE (WS-RSN-COUNT)             DBNK209P
101800        MOVE WS-RSN-POINTS TO WS-RT-POINTS (WS-RSN-COUNT)         DBNK209P
101900        GO TO ADD-REASON-EXIT                                     DBNK209P
102000     END-IF.                                                      DBNK209P
102100     IF WS-RT-CODE (WS-SUB2) IS EQUAL TO WS-RSN-CODE              DBNK209P
102200        ADD WS-RSN-POINTS TO WS-RT-POINTS (WS-SUB2)               DBNK209P
102300        GO TO ADD-REASON-EXIT                                     DBNK209P
102400     END-IF.                                                      DBNK209P
102500     ADD 1 TO WS-SUB2.                                            DBNK209P
102600     GO TO ADD-REASON-FIND.                                       DBNK209P
102700 ADD-REASON-EXIT.                                                 DBNK209P
102800     EXIT.                                                        DBNK209P
102900                                                                  DBNK209P
103000***************************************************************** DBNK209P
103100* The principal reasons - up to four, the largest contributors  * DBNK209P
103200* to the score first                                            * DBNK209P
103300***************************************************************** DBNK209P
103400 PICK-PRINCIPAL-REASONS.                                          DBNK209P
103500     MOVE SPACES TO LAP-REC-REASONS.                              DBNK209P
103600     MOVE 0 TO WS-RSN-PICKED.                                     DBNK209P
103700 PICK-NEXT-REASON.                                                DBNK209P
103800     IF WS-RSN-PICKED IS NOT LESS THAN 4                          DBNK209P
103900        GO TO PICK-PRINCIPAL-REASONS-EXIT                         DBNK209P
104000     END-IF.                                                      DBNK209P
104100     MOVE 0 TO WS-RSN-BEST.                                       DBNK209P
104200     PERFORM FIND-BEST-REASON THRU                                DBNK209P
104300             FIND-BEST-REASON-EXIT                                DBNK209P
104400       VARYING WS-SUB2 FROM 1 BY 1                                DBNK209P
104500         UNTIL WS-SUB2 IS GREATER THAN WS-RSN-COUNT.              DBNK209P
104600     IF WS-RSN-BEST IS EQUAL TO ZERO                              DBNK209P
104700        GO TO PICK-PRINCIPAL-REASONS-EXIT                         DBNK209P
104800     END-IF.                                                      DBNK209P
104900     ADD 1 TO WS-RSN-PICKED.                                      DBNK209P
105000     MOVE WS-RT-CODE (WS-RSN-BEST)                                DBNK209P
105100       TO LAP-REC-REASON (WS-RSN-PICKED).                         DBNK209P
105200     MOVE 0 TO WS-RT-POINTS (WS-RSN-BEST).                        DBNK209P
105300     GO TO PICK-NEXT-REASON.                                      DBNK209P
105400 PICK-PRINCIPAL-REASONS-EXIT.                                     DBNK209P
105500     EXIT.                                                        DBNK209P
105600                                                                  DBNK209P
105700 FIND-BEST-REASON.                                                DBNK209P
105800     IF WS-RT-POINTS (WS-SUB2) IS NOT GREATER THAN ZERO           DBNK209P
105900        GO TO FIND-BEST-REASON-EXIT                               DBNK209P
106000     END-IF.                                                      DBNK209P
106100     IF WS-RSN-BEST IS EQUAL TO ZERO                              DBNK209P
106200        MOVE WS-SUB2 TO WS-RSN-BEST                               DBNK209P
106300        GO TO FIND-BEST-REASON-EXIT                               DBNK209P
106400     END-IF.                                                      DBNK209P
106500     IF WS-RT-POINTS (WS-SUB2) IS GREATER THAN                    DBNK209P
106600        WS-RT-POINTS (WS-RSN-BEST)                                DBNK209P
106700        MOVE WS-SUB2 TO WS-RSN-BEST                               DBNK209P
106800     END-IF.                                                      DBNK209P
106900 FIND-BEST-REASON-EXIT.                                           DBNK209P
107000     EXIT.                                                        DBNK209P
107100                                                                  DBNK209P
107200***************************************************************** DBNK209P
107300* Queue the adverse action notice - the letter quotes the       * DBNK209P
107400* amount applied for, the date applied and the principal        * DBNK209P
107500* reasons, with the application reference                       * DBNK209P
107600***************************************************************** DBNK209P
107700 QUEUE-ADVERSE-ACTION.                                            DBNK209P
107800     MOVE SPACES TO WS-LTRQ-DATA.                                 DBNK209P
107900     MOVE LAP-REC-PID TO LTRQ-PID.                                DBNK209P
108000     MOVE 'ADVACT  ' TO LTRQ-DOC-TYPE.                            DBNK209P
108100     MOVE LAP-REC-REFNO TO LTRQ-REF.                              DBNK209P
108200     MOVE 'ADVACT' TO LTRQ-TEMPLATE.                              DBNK209P
108300     MOVE LAP-REC-PRINCIPAL TO LTRQ-AMOUNT.                       DBNK209P
108400     MOVE LAP-REC-TAKEN-DATE TO LTRQ-DATE.                        DBNK209P
108500     STRING 'Loan product '          DELIMITED BY SIZE            DBNK209P
108600            LAP-REC-PROD-CODE        DELIMITED BY SIZE            DBNK209P
108700       INTO LTRQ-TEXT.                                            DBNK209P
108800     MOVE LAP-REC-REASONS TO LTRQ-REASONS.                        DBNK209P
108900     MOVE 'DBNK209P' TO LTRQ-JOB-NAME.                            DBNK209P
109000     SET LTRQ-FUNC-QUEUE TO TRUE.                                 DBNK209P
109100     CALL 'ULTRQUE' USING WS-LTRQ-DATA.                           DBNK209P
109200     IF NOT LTRQ-OK                                               DBNK209P
109300        MOVE LTRQ-MSG TO WS-CONSOLE-MESSAGE                       DBNK209P
109400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK209P
109500        GO TO QUEUE-ADVERSE-ACTION-EXIT                           DBNK209P
109600     END-IF.                                                      DBNK209P
109700     ADD 1 TO WS-LETTERS-QUEUED.                                  DBNK209P
109800 QUEUE-ADVERSE-ACTION-EXIT.                                       DBNK209P
109900     EXIT.                                                        DBNK209P
110000                                                                  DBNK209P
110100***************************************************************** DBNK209P
110200* Report heading, naming the cut-offs in force                  * DBNK209P
110300***************************************************************** DBNK209P
110400 WRITE-REPORT-HEADING.                                            DBNK209P
110500     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
110600     STRING '  WEB LOAN APPLICATION CREDIT DECISIONS FOR '        DBNK209P
110700                                     DELIMITED BY SIZE            DBNK209P
110800            WS-RUN-DATE              DELIMITED BY SIZE            DBNK209P
110900       INTO CDSRPT-REC.                                           DBNK209P
111000     WRITE CDSRPT-REC.                                            DBNK209P
111100     MOVE WS-SCORE-DECLINE TO WS-EDIT-CNT.                        DBNK209P
111200     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
111300     STRING '  DECLINE AT SCORE       ' DELIMITED BY SIZE         DBNK209P
111400            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK209P
111500       INTO CDSRPT-REC.                                           DBNK209P
111600     WRITE CDSRPT-REC.                                            DBNK209P
111700     MOVE WS-SCORE-REFER TO WS-EDIT-CNT.                          DBNK209P
111800     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
111900     STRING '  REFER AT SCORE         ' DELIMITED BY SIZE         DBNK209P
112000            WS-EDIT-CNT                 DELIMITED BY SIZE         DBNK209P
112100       INTO CDSRPT-REC.                                           DBNK209P
112200     WRITE CDSRPT-REC.                                            DBNK209P
112300     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
112400     STRING '  HISTORY FROM           ' DELIMITED BY SIZE         DBNK209P
112500            WS-START-DATE               DELIMITED BY SIZE         DBNK209P
112600       INTO CDSRPT-REC.                                           DBNK209P
112700     WRITE CDSRPT-REC.                                            DBNK209P
112800     MOVE SPACES TO CDSRPT-REC.                                   DBNK209P
112900     WRITE CDSRPT-REC.                                            DBNK209P
113000 WRITE-REPORT-HEADING-EXIT.                                       DBNK209P
113100     EXIT.                                                        DBNK209P
113200                                                                  DBNK209P
113300***************************************************************** DBNK209P
113400* Check file open OK                                            * DBNK209P
113500***************************************************************** DBNK209P
113600 CHECK-OPEN.                                                      DBNK209P
113700     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK209P
113800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK209P
113900        STRING WS-FILE       DELIMITED BY ' '                     DBNK209P
114000               ' opened ok' DELIMITED BY SIZE                     DBNK209P
114100          INTO WS-CONSOLE-MESSAGE                                 DBNK209P
114200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK209P
114300     ELSE                                                         DBNK209P
114400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK209P
114500        STRING WS-FILE          DELIMITED BY ' '                  DBNK209P
114600               ' did not open' DELIMITED BY SIZE                  DBNK209P
114700          INTO WS-CONSOLE-MESSAGE                                 DBNK209P
114800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK209P
114900        PERFORM DISPLAY-IO-STATUS                                 DBNK209P
115000        ADD 1 TO WS-OPEN-ERROR                                    DBNK209P
115100     END-IF.                                                      DBNK209P
115200 CHECK-OPEN-EXIT.                                                 DBNK209P
115300     EXIT.                                                        DBNK209P
115400                                                                  DBNK209P
115500***************************************************************** DBNK209P
115600* Display the file status bytes. This routine will display as   * DBNK209P
115700* two digits if the full two byte file status is numeric. If    * DBNK209P
115800* second byte is non-numeric then it will be treated as a       * DBNK209P
115900* binary number.                                                * DBNK209P
116000***************************************************************** DBNK209P
116100 DISPLAY-IO-STATUS.                                               DBNK209P
116200     IF WS-IO-STATUS NUMERIC                                      DBNK209P
116300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK209P
116400        STRING 'File status -' DELIMITED BY SIZE                  DBNK209P
116500               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK209P
116600          INTO WS-CONSOLE-MESSAGE                                 DBNK209P
116700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK209P
116800     ELSE                                                         DBNK209P
116900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK209P
117000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK209P
117100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK209P
117200        STRING 'File status -' DELIMITED BY SIZE                  DBNK209P
117300               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK209P
117400               '/'            DELIMITED BY SIZE                   DBNK209P
117500               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK209P
117600          INTO WS-CONSOLE-MESSAGE                                 DBNK209P
117700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK209P
117800     END-IF.                                                      DBNK209P
117900                                                                  DBNK209P
118000***************************************************************** DBNK209P
118100* Display CONSOLE messages...                                   * DBNK209P
118200***************************************************************** DBNK209P
118300 DISPLAY-CONSOLE-MESSAGE.                                         DBNK209P
118400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK209P
118500     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK209P
118600                                                                  DBNK209P
118700 COPY CTIMERP.                                                    DBNK209P
118800                                                                  DBNK209P
