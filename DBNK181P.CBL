000100***************************************************************** DBNK181P
000200*                                                               * DBNK181P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK181P
000400*   This demonstration program is provided for use by users     * DBNK181P
000500*   of Micro Focus products and may be used, modified and       * DBNK181P
000600*   distributed as part of your application provided that       * DBNK181P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK181P
000800*   in this material.                                           * DBNK181P
000900*                                                               * DBNK181P
001000***************************************************************** DBNK181P
001100                                                                  DBNK181P
001200                                                                  DBNK181P
001300***************************************************************** DBNK181P
001400* Program:     DBNK181P.CBL                                     * DBNK181P
001500* Function:    Month-end large exposure and credit              * DBNK181P
001600*              concentration report. Each customer's credit     * DBNK181P
001700*              exposure is the sum of:                          * DBNK181P
001800*                drawn loans - the unpaid BNKLSCH principal of  * DBNK181P
001900*                  every drawn BNKLOAN                          * DBNK181P
002000*                overdrafts - the debit balance on an ordinary  * DBNK181P
002100*                  account and the rest of BAC-REC-CREDIT-LIMIT * DBNK181P
002200*                  approved but not yet drawn                   * DBNK181P
002300*                guarantees given - the active guarantor items  * DBNK181P
002400*                  on the BNKPLDG register, at the amount       * DBNK181P
002500*                  guaranteed                                   * DBNK181P
002600*              Customers are joined into connected groups       * DBNK181P
002700*              through joint ownership of an account and the    * DBNK181P
002800*              active authorized-signer links on BNKSGNR. A     * DBNK181P
002900*              group whose total passes the percentage of       * DBNK181P
003000*              capital held under BNKPARM key LEXPPCT (default  * DBNK181P
003100*              10.00) is listed member by member for the credit * DBNK181P
003200*              committee; capital is BNKPARM key CAPITAL, in    * DBNK181P
003300*              thousands. The twenty largest groups follow      * DBNK181P
003400*              whatever their size - a customer with no         * DBNK181P
003500*              connections is a group of one. Written to        * DBNK181P
003600*              LEXRPT, archived by DBANK84P under id LARGEEXP.  * DBNK181P
003700*              VSAM version                                     * DBNK181P
003800***************************************************************** DBNK181P
003900                                                                  DBNK181P
004000 IDENTIFICATION DIVISION.                                         DBNK181P
004100 PROGRAM-ID.                                                      DBNK181P
004200     DBNK181P.                                                    DBNK181P
004300 DATE-WRITTEN.                                                    DBNK181P
004400     October 2008.                                                DBNK181P
004500 DATE-COMPILED.                                                   DBNK181P
004600     Today.                                                       DBNK181P
004700                                                                  DBNK181P
004800 ENVIRONMENT DIVISION.                                            DBNK181P
004900                                                                  DBNK181P
005000 INPUT-OUTPUT   SECTION.                                          DBNK181P
005100   FILE-CONTROL.                                                  DBNK181P
005200     SELECT LEXRPT-FILE                                           DBNK181P
005300            ASSIGN       TO LEXRPT                                DBNK181P
005400            ORGANIZATION IS SEQUENTIAL                            DBNK181P
005500            FILE STATUS  IS WS-LEXRPT-STATUS.                     DBNK181P
005600                                                                  DBNK181P
005700     SELECT BNKACC-FILE                                           DBNK181P
005800            ASSIGN       TO BNKACC                                DBNK181P
005900            ORGANIZATION IS INDEXED                               DBNK181P
006000            ACCESS MODE  IS DYNAMIC                               DBNK181P
006100            RECORD KEY   IS BAC-REC-ACCNO                         DBNK181P
006200            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK181P
006300            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK181P
006400                                                                  DBNK181P
006500     SELECT BNKSGNR-FILE                                          DBNK181P
006600            ASSIGN       TO BNKSGNR                               DBNK181P
006700            ORGANIZATION IS INDEXED                               DBNK181P
006800            ACCESS MODE  IS SEQUENTIAL                            DBNK181P
006900            RECORD KEY   IS SGN-REC-KEY                           DBNK181P
007000            FILE STATUS  IS WS-BNKSGNR-STATUS.                    DBNK181P
007100                                                                  DBNK181P
007200     SELECT BNKLOAN-FILE                                          DBNK181P
007300            ASSIGN       TO BNKLOAN                               DBNK181P
007400            ORGANIZATION IS INDEXED                               DBNK181P
007500            ACCESS MODE  IS SEQUENTIAL                            DBNK181P
007600            RECORD KEY   IS BLN-REC-TIMESTAMP                     DBNK181P
007700            ALTERNATE KEY IS BLN-REC-ALTKEY1 WITH DUPLICATES      DBNK181P
007800            ALTERNATE KEY IS BLN-REC-ALTKEY2 WITH DUPLICATES      DBNK181P
007900            FILE STATUS  IS WS-BNKLOAN-STATUS.                    DBNK181P
008000                                                                  DBNK181P
008100     SELECT BNKLSCH-FILE                                          DBNK181P
008200            ASSIGN       TO BNKLSCH                               DBNK181P
008300            ORGANIZATION IS INDEXED                               DBNK181P
008400            ACCESS MODE  IS DYNAMIC                               DBNK181P
008500            RECORD KEY   IS BLS-REC-KEY                           DBNK181P
008600            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK181P
008700                                                                  DBNK181P
008800     SELECT BNKPLDG-FILE                                          DBNK181P
008900            ASSIGN       TO BNKPLDG                               DBNK181P
009000            ORGANIZATION IS INDEXED                               DBNK181P
009100            ACCESS MODE  IS SEQUENTIAL                            DBNK181P
009200            RECORD KEY   IS PLG-REC-KEY                           DBNK181P
009300            ALTERNATE KEY IS PLG-REC-DEP-ACCNO-AIX WITH DUPLICATESDBNK181P
009400            FILE STATUS  IS WS-BNKPLDG-STATUS.                    DBNK181P
009500                                                                  DBNK181P
009600     SELECT BNKCUST-FILE                                          DBNK181P
009700            ASSIGN       TO BNKCUST                               DBNK181P
009800            ORGANIZATION IS INDEXED                               DBNK181P
009900            ACCESS MODE  IS RANDOM                                DBNK181P
010000            RECORD KEY   IS BCS-REC-PID                           DBNK181P
010100            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK181P
010200                                                                  DBNK181P
010300     SELECT BNKPARM-FILE                                          DBNK181P
010400            ASSIGN       TO BNKPARM                               DBNK181P
010500            ORGANIZATION IS INDEXED                               DBNK181P
010600            ACCESS MODE  IS RANDOM                                DBNK181P
010700            RECORD KEY   IS PRM-REC-KEY                           DBNK181P
010800            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK181P
010900                                                                  DBNK181P
011000 DATA DIVISION.                                                   DBNK181P
011100                                                                  DBNK181P
011200 FILE SECTION.                                                    DBNK181P
011300 FD  LEXRPT-FILE.                                                 DBNK181P
011400 01  LEXRPT-REC                         PIC X(132).               DBNK181P
011500                                                                  DBNK181P
011600 FD  BNKACC-FILE.                                                 DBNK181P
011700 01  BNKACC-REC.                                                  DBNK181P
011800 COPY CBANKVAC.                                                   DBNK181P
011900                                                                  DBNK181P
012000 FD  BNKSGNR-FILE.                                                DBNK181P
012100 01  BNKSGNR-REC.                                                 DBNK181P
012200 COPY CBANKVSG.                                                   DBNK181P
012300                                                                  DBNK181P
012400 FD  BNKLOAN-FILE.                                                DBNK181P
012500 01  BNKLOAN-REC.                                                 DBNK181P
012600 COPY CBANKVLN.                                                   DBNK181P
012700                                                                  DBNK181P
012800 FD  BNKLSCH-FILE.                                                DBNK181P
012900 01  BNKLSCH-REC.                                                 DBNK181P
013000 COPY CBANKVLS.                                                   DBNK181P
013100                                                                  DBNK181P
013200 FD  BNKPLDG-FILE.                                                DBNK181P
013300 01  BNKPLDG-REC.                                                 DBNK181P
013400 COPY CBANKVPG.                                                   DBNK181P
013500                                                                  DBNK181P
013600 FD  BNKCUST-FILE.                                                DBNK181P
013700 01  BNKCUST-REC.                                                 DBNK181P
013800 COPY CBANKVCS.                                                   DBNK181P
013900                                                                  DBNK181P
014000 FD  BNKPARM-FILE.                                                DBNK181P
014100 01  BNKPARM-REC.                                                 DBNK181P
014200 COPY CBANKVPM.                                                   DBNK181P
014300                                                                  DBNK181P
014400 WORKING-STORAGE SECTION.                                         DBNK181P
014500 COPY CTIMERD.                                                    DBNK181P
014600                                                                  DBNK181P
014700 01  WS-MISC-STORAGE.                                             DBNK181P
014800   05  WS-PROGRAM-ID                         PIC X(8)             DBNK181P
014900       VALUE 'DBNK181P'.                                          DBNK181P
015000                                                                  DBNK181P
015100   05  WS-LEXRPT-STATUS.                                          DBNK181P
015200     10  WS-LEXRPT-STAT1                      PIC X(1).           DBNK181P
015300     10  WS-LEXRPT-STAT2                      PIC X(1).           DBNK181P
015400   05  WS-BNKACC-STATUS.                                          DBNK181P
015500     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK181P
015600     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK181P
015700   05  WS-BNKSGNR-STATUS.                                         DBNK181P
015800     10  WS-BNKSGNR-STAT1                     PIC X(1).           DBNK181P
015900     10  WS-BNKSGNR-STAT2                     PIC X(1).           DBNK181P
016000   05  WS-BNKLOAN-STATUS.                                         DBNK181P
016100     10  WS-BNKLOAN-STAT1                     PIC X(1).           DBNK181P
016200     10  WS-BNKLOAN-STAT2                     PIC X(1).           DBNK181P
016300   05  WS-BNKLSCH-STATUS.                                         DBNK181P
016400     10  WS-BNKLSCH-STAT1                     PIC X(1).           DBNK181P
016500     10  WS-BNKLSCH-STAT2                     PIC X(1).           DBNK181P
016600   05  WS-BNKPLDG-STATUS.                                         DBNK181P
016700     10  WS-BNKPLDG-STAT1                     PIC X(1).           DBNK181P
016800     10  WS-BNKPLDG-STAT2                     PIC X(1).           DBNK181P
016900   05  WS-BNKCUST-STATUS.                                         DBNK181P
017000     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK181P
017100     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK181P
017200   05  WS-BNKPARM-STATUS.                                         DBNK181P
017300     10  WS-BNKPARM-STAT1                     PIC X(1).           DBNK181P
017400     10  WS-BNKPARM-STAT2                     PIC X(1).           DBNK181P
017500                                                                  DBNK181P
017600   05  WS-IO-STATUS.                                              DBNK181P
017700     10  WS-IO-STAT1                          PIC X(1).           DBNK181P
017800     10  WS-IO-STAT2                          PIC X(1).           DBNK181P
017900                                                                  DBNK181P
018000   05  WS-TWO-BYTES.                                              DBNK181P
018100     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK181P
018200     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK181P
018300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK181P
018400                                              PIC 9(1) COMP.      DBNK181P
018500                                                                  DBNK181P
018600   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK181P
018700     88  OPEN-OK                              VALUE 0.            DBNK181P
018800                                                                  DBNK181P
018900   05  WS-FILE                               PIC X(16).           DBNK181P
019000                                                                  DBNK181P
019100   05  WS-RUN-DATE                           PIC X(8).            DBNK181P
019200                                                                  DBNK181P
019300   05  WS-CAPITAL                            PIC S9(13)V99        DBNK181P
019400                                             COMP-3 VALUE ZERO.   DBNK181P
019500   05  WS-LIMIT-PCT                          PIC 9(3)V99          DBNK181P
019600       VALUE 10.00.                                               DBNK181P
019700   05  WS-LIMIT-AMT                          PIC S9(13)V99        DBNK181P
019800                                             COMP-3 VALUE ZERO.   DBNK181P
019900   05  WS-GROUP-PCT                          PIC S9(5)V99         DBNK181P
020000                                             COMP-3.              DBNK181P
020100                                                                  DBNK181P
020200*    the customer being looked up or joined                       DBNK181P
020300   05  WS-FIND-PID                           PIC X(5).            DBNK181P
020400   05  WS-FIND-SUB                           PIC S9(4) COMP.      DBNK181P
020500   05  WS-OWNER-SUB                          PIC S9(4) COMP.      DBNK181P
020600   05  WS-OTHER-SUB                          PIC S9(4) COMP.      DBNK181P
020700   05  WS-ROOT-SUB                           PIC S9(4) COMP.      DBNK181P
020800   05  WS-ROOT-A                             PIC S9(4) COMP.      DBNK181P
020900   05  WS-ROOT-B                             PIC S9(4) COMP.      DBNK181P
021000   05  WS-BEST-SUB                           PIC S9(4) COMP.      DBNK181P
021100   05  WS-RANK                               PIC S9(4) COMP.      DBNK181P
021200   05  WS-SUB1                               PIC S9(4) COMP.      DBNK181P
021300   05  WS-SUB2                               PIC S9(4) COMP.      DBNK181P
021400                                                                  DBNK181P
021500   05  WS-SCHED-FLAG                         PIC X(1).            DBNK181P
021600     88  WS-HAS-SCHEDULE                     VALUE 'Y'.           DBNK181P
021700     88  WS-NO-SCHEDULE                      VALUE 'N'.           DBNK181P
021800   05  WS-LOAN-PRINCIPAL                     PIC S9(11)V99        DBNK181P
021900                                             COMP-3.              DBNK181P
022000   05  WS-OD-DRAWN                           PIC S9(11)V99        DBNK181P
022100                                             COMP-3.              DBNK181P
022200   05  WS-OD-UNDRAWN                         PIC S9(11)V99        DBNK181P
022300                                             COMP-3.              DBNK181P
022400                                                                  DBNK181P
022500   05  WS-CUST-COUNT                         PIC S9(4) COMP       DBNK181P
022600       VALUE ZERO.                                                DBNK181P
022700   05  WS-TABLE-FULL                         PIC 9(5)             DBNK181P
022800       VALUE ZERO.                                                DBNK181P
022900   05  WS-ACCOUNTS-READ                      PIC 9(7)             DBNK181P
023000       VALUE ZERO.                                                DBNK181P
023100   05  WS-GROUPS-OVER                        PIC 9(5)             DBNK181P
023200       VALUE ZERO.                                                DBNK181P
023300                                                                  DBNK181P
023400   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK181P
023500   05  WS-EDIT-PCT                           PIC ZZZZ9.99.        DBNK181P
023600   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK181P
023700                                                                  DBNK181P
023800*    every customer with an exposure or a link; PARENT chains to  DBNK181P
023900*    the first customer of the connected group, and the group's   DBNK181P
024000*    totals are gathered on that first customer's entry           DBNK181P
024100 01  WS-CUST-TABLE.                                               DBNK181P
024200   05  WS-CUST-ENTRY OCCURS 3000 TIMES.                           DBNK181P
024300     10  WS-CT-PID                           PIC X(5).            DBNK181P
024400     10  WS-CT-PARENT                        PIC S9(4) COMP.      DBNK181P
024500     10  WS-CT-LOANS                         PIC S9(11)V99        DBNK181P
024600                                             COMP-3.              DBNK181P
024700     10  WS-CT-OD-DRAWN                      PIC S9(11)V99        DBNK181P
024800                                             COMP-3.              DBNK181P
024900     10  WS-CT-OD-UNDRAWN                    PIC S9(11)V99        DBNK181P
025000                                             COMP-3.              DBNK181P
025100     10  WS-CT-GUARANTEES                    PIC S9(11)V99        DBNK181P
025200                                             COMP-3.              DBNK181P
025300     10  WS-CT-TOTAL                         PIC S9(11)V99        DBNK181P
025400                                             COMP-3.              DBNK181P
025500     10  WS-CT-GROUP-TOTAL                   PIC S9(13)V99        DBNK181P
025600                                             COMP-3.              DBNK181P
025700     10  WS-CT-GROUP-MEMBERS                 PIC S9(4) COMP.      DBNK181P
025800     10  WS-CT-RANKED                        PIC X(1).            DBNK181P
025900                                                                  DBNK181P
026000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK181P
026100                                                                  DBNK181P
026200 01  WS-BCTL-DATA.                                                DBNK181P
026300 COPY CBCTLD.                                                     DBNK181P
026400                                                                  DBNK181P
026500 01  WS-BUSD-DATA.                                                DBNK181P
026600 COPY CBUSDD.                                                     DBNK181P
026700                                                                  DBNK181P
026800 PROCEDURE DIVISION.                                              DBNK181P
026900     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK181P
027000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK181P
027100     PERFORM RUN-TIME.                                            DBNK181P
027200                                                                  DBNK181P
027300***************************************************************** DBNK181P
027400* Register this run in the batch control file                   * DBNK181P
027500***************************************************************** DBNK181P
027600     MOVE 'DBNK181P' TO BCTL-JOB-NAME.                            DBNK181P
027700     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK181P
027800     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK181P
027900     SET BCTL-FUNC-START TO TRUE.                                 DBNK181P
028000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK181P
028100     IF NOT BCTL-OK                                               DBNK181P
028200        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK181P
028300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK181P
028400        MOVE 8 TO RETURN-CODE                                     DBNK181P
028500        GO TO QUICK-EXIT                                          DBNK181P
028600     END-IF.                                                      DBNK181P
028700     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK181P
028800                                                                  DBNK181P
028900     SET OPEN-OK TO TRUE.                                         DBNK181P
029000                                                                  DBNK181P
029100     OPEN OUTPUT LEXRPT-FILE.                                     DBNK181P
029200     MOVE WS-LEXRPT-STATUS TO WS-IO-STATUS.                       DBNK181P
029300     MOVE 'LEXRPT-FILE' TO WS-FILE.                               DBNK181P
029400     PERFORM CHECK-OPEN THRU                                      DBNK181P
029500             CHECK-OPEN-EXIT.                                     DBNK181P
029600                                                                  DBNK181P
029700     OPEN INPUT BNKACC-FILE.                                      DBNK181P
029800     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK181P
029900     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK181P
030000     PERFORM CHECK-OPEN THRU                                      DBNK181P
030100             CHECK-OPEN-EXIT.                                     DBNK181P
030200                                                                  DBNK181P
030300     OPEN INPUT BNKSGNR-FILE.                                     DBNK181P
030400     MOVE WS-BNKSGNR-STATUS TO WS-IO-STATUS.                      DBNK181P
030500     MOVE 'BNKSGNR-FILE' TO WS-FILE.                              DBNK181P
030600     PERFORM CHECK-OPEN THRU                                      DBNK181P
030700             CHECK-OPEN-EXIT.                                     DBNK181P
030800                                                                  DBNK181P
030900     OPEN INPUT BNKLOAN-FILE.                                     DBNK181P
031000     MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS.                      DBNK181P
031100     MOVE 'BNKLOAN-FILE' TO WS-FILE.                              DBNK181P
031200     PERFORM CHECK-OPEN THRU                                      DBNK181P
031300             CHECK-OPEN-EXIT.                                     DBNK181P
031400                                                                  DBNK181P
031500     OPEN INPUT BNKLSCH-FILE.                                     DBNK181P
031600     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK181P
031700     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK181P
031800     PERFORM CHECK-OPEN THRU                                      DBNK181P
031900             CHECK-OPEN-EXIT.                                     DBNK181P
032000                                                                  DBNK181P
032100     OPEN INPUT BNKPLDG-FILE.                                     DBNK181P
032200     MOVE WS-BNKPLDG-STATUS TO WS-IO-STATUS.                      DBNK181P
032300     MOVE 'BNKPLDG-FILE' TO WS-FILE.                              DBNK181P
032400     PERFORM CHECK-OPEN THRU                                      DBNK181P
032500             CHECK-OPEN-EXIT.                                     DBNK181P
032600                                                                  DBNK181P
032700     OPEN INPUT BNKCUST-FILE.                                     DBNK181P
032800     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK181P
032900     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK181P
033000     PERFORM CHECK-OPEN THRU                                      DBNK181P
033100             CHECK-OPEN-EXIT.                                     DBNK181P
033200                                                                  DBNK181P
033300     OPEN INPUT BNKPARM-FILE.                                     DBNK181P
033400     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK181P
033500     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK181P
033600     PERFORM CHECK-OPEN THRU                                      DBNK181P
033700             CHECK-OPEN-EXIT.                                     DBNK181P
033800                                                                  DBNK181P
033900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK181P
034000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK181P
034100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK181P
034200        MOVE 16 TO RETURN-CODE                                    DBNK181P
034300        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK181P
034400        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK181P
034500        GO TO QUICK-EXIT                                          DBNK181P
034600     END-IF.                                                      DBNK181P
034700                                                                  DBNK181P
034800     MOVE BUSD-DATE TO WS-RUN-DATE.                               DBNK181P
034900                                                                  DBNK181P
035000***************************************************************** DBNK181P
035100* Capital and the large exposure threshold                      * DBNK181P
035200***************************************************************** DBNK181P
035300     MOVE 'CAPITAL ' TO PRM-REC-KEY.                              DBNK181P
035400     READ BNKPARM-FILE                                            DBNK181P
035500       INVALID KEY                                                DBNK181P
035600         CONTINUE                                                 DBNK181P
035700     END-READ.                                                    DBNK181P
035800     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK181P
035900        COMPUTE WS-CAPITAL = PRM-REC-AMOUNT * 1000                DBNK181P
036000     END-IF.                                                      DBNK181P
036100     MOVE 'LEXPPCT ' TO PRM-REC-KEY.                              DBNK181P
036200     READ BNKPARM-FILE                                            DBNK181P
036300       INVALID KEY                                                DBNK181P
036400         CONTINUE                                                 DBNK181P
036500     END-READ.                                                    DBNK181P
036600     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK181P
036700        PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK181P
036800        MOVE PRM-REC-AMOUNT TO WS-LIMIT-PCT                       DBNK181P
036900     END-IF.                                                      DBNK181P
037000     COMPUTE WS-LIMIT-AMT ROUNDED =                               DBNK181P
037100         WS-CAPITAL * WS-LIMIT-PCT / 100.                         DBNK181P
037200     IF WS-CAPITAL IS EQUAL TO ZERO                               DBNK181P
037300        MOVE 'No CAPITAL parameter - threshold list is empty'     DBNK181P
037400          TO WS-CONSOLE-MESSAGE                                   DBNK181P
037500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK181P
037600     END-IF.                                                      DBNK181P
037700                                                                  DBNK181P
037800***************************************************************** DBNK181P
037900* Accounts - joint holders are connected, and an ordinary       * DBNK181P
038000* account's overdraft is exposure to its owner                  * DBNK181P
038100***************************************************************** DBNK181P
038200 ACC-LOOP.                                                        DBNK181P
038300     READ BNKACC-FILE NEXT                                        DBNK181P
038400       AT END                                                     DBNK181P
038500         GO TO ACC-ENDED                                          DBNK181P
038600     END-READ.                                                    DBNK181P
038700     ADD 1 TO WS-ACCOUNTS-READ.                                   DBNK181P
038800     IF BAC-REC-ACC-IS-CLOSED                                     DBNK181P
038900        GO TO ACC-LOOP                                            DBNK181P
039000     END-IF.                                                      DBNK181P
039100     IF BAC-REC-ACCNO (1:6) IS EQUAL TO '999999'                  DBNK181P
039200        GO TO ACC-LOOP                                            DBNK181P
039300     END-IF.                                                      DBNK181P
039400     PERFORM ACCOUNT-LINKS THRU                                   DBNK181P
039500             ACCOUNT-LINKS-EXIT.                                  DBNK181P
039600     GO TO ACC-LOOP.                                              DBNK181P
039700 ACC-ENDED.                                                       DBNK181P
039800                                                                  DBNK181P
039900***************************************************************** DBNK181P
040000* Active authorized signers are connected to the account owner  * DBNK181P
040100***************************************************************** DBNK181P
040200 SGNR-LOOP.                                                       DBNK181P
040300     READ BNKSGNR-FILE                                            DBNK181P
040400       AT END                                                     DBNK181P
040500         GO TO SGNR-ENDED                                         DBNK181P
040600     END-READ.                                                    DBNK181P
040700     IF NOT SGN-REC-IS-ACTIVE                                     DBNK181P
040800        GO TO SGNR-LOOP                                           DBNK181P
040900     END-IF.                                                      DBNK181P
041000     MOVE SGN-REC-ACCNO TO BAC-REC-ACCNO.                         DBNK181P
041100     READ BNKACC-FILE                                             DBNK181P
041200       INVALID KEY                                                DBNK181P
041300         GO TO SGNR-LOOP                                          DBNK181P
041400     END-READ.                                                    DBNK181P
041500     IF BAC-REC-ACC-IS-CLOSED                                     DBNK181P
041600        GO TO SGNR-LOOP                                           DBNK181P
041700     END-IF.                                                      DBNK181P
041800     MOVE BAC-REC-PID TO WS-FIND-PID.                             DBNK181P
041900     PERFORM FIND-CUSTOMER THRU                                   DBNK181P
042000             FIND-CUSTOMER-EXIT.                                  DBNK181P
042100     MOVE WS-FIND-SUB TO WS-OWNER-SUB.                            DBNK181P
042200     MOVE SGN-REC-SIGNER-PID TO WS-FIND-PID.                      DBNK181P
042300     PERFORM FIND-CUSTOMER THRU                                   DBNK181P
042400             FIND-CUSTOMER-EXIT.                                  DBNK181P
042500     MOVE WS-FIND-SUB TO WS-OTHER-SUB.                            DBNK181P
042600     PERFORM JOIN-CUSTOMERS THRU                                  DBNK181P
042700             JOIN-CUSTOMERS-EXIT.                                 DBNK181P
042800     GO TO SGNR-LOOP.                                             DBNK181P
042900 SGNR-ENDED.                                                      DBNK181P
043000                                                                  DBNK181P
043100***************************************************************** DBNK181P
043200* Drawn loans, at the principal still to be repaid              * DBNK181P
043300***************************************************************** DBNK181P
043400 LOAN-LOOP.                                                       DBNK181P
043500     READ BNKLOAN-FILE                                            DBNK181P
043600       AT END                                                     DBNK181P
043700         GO TO LOAN-ENDED                                         DBNK181P
043800     END-READ.                                                    DBNK181P
043900     IF NOT BLN-REC-QUOTE-DRAWN                                   DBNK181P
044000        GO TO LOAN-LOOP                                           DBNK181P
044100     END-IF.                                                      DBNK181P
044200     IF BLN-REC-LOAN-ACCNO IS EQUAL TO SPACES                     DBNK181P
044300        GO TO LOAN-LOOP                                           DBNK181P
044400     END-IF.                                                      DBNK181P
044500     PERFORM LOAN-PRINCIPAL THRU                                  DBNK181P
044600             LOAN-PRINCIPAL-EXIT.                                 DBNK181P
044700     IF WS-LOAN-PRINCIPAL IS GREATER THAN ZERO                    DBNK181P
044800        MOVE BLN-REC-PID TO WS-FIND-PID                           DBNK181P
044900        PERFORM FIND-CUSTOMER THRU                                DBNK181P
045000                FIND-CUSTOMER-EXIT                                DBNK181P
045100        IF WS-FIND-SUB IS GREATER THAN ZERO                       DBNK181P
045200           ADD WS-LOAN-PRINCIPAL TO WS-CT-LOANS (WS-FIND-SUB)     DBNK181P
045300        END-IF                                                    DBNK181P
045400     END-IF.                                                      DBNK181P
045500     GO TO LOAN-LOOP.                                             DBNK181P
045600 LOAN-ENDED.                                                      DBNK181P
045700                                                                  DBNK181P
045800***************************************************************** DBNK181P
045900* Guarantees the customer has given for someone else's loan     * DBNK181P
046000***************************************************************** DBNK181P
046100 PLDG-LOOP.                                                       DBNK181P
046200     READ BNKPLDG-FILE                                            DBNK181P
046300       AT END                                                     DBNK181P
046400         GO TO PLDG-ENDED                                         DBNK181P
046500     END-READ.                                                    DBNK181P
046600     IF NOT PLG-REC-IS-GUARANTEE OR NOT PLG-REC-IS-ACTIVE         DBNK181P
046700        GO TO PLDG-LOOP                                           DBNK181P
046800     END-IF.                                                      DBNK181P
046900     IF PLG-REC-GUAR-PID IS EQUAL TO SPACES                       DBNK181P
047000        GO TO PLDG-LOOP                                           DBNK181P
047100     END-IF.                                                      DBNK181P
047200     MOVE PLG-REC-GUAR-PID TO WS-FIND-PID.                        DBNK181P
047300     PERFORM FIND-CUSTOMER THRU                                   DBNK181P
047400             FIND-CUSTOMER-EXIT.                                  DBNK181P
047500     IF WS-FIND-SUB IS GREATER THAN ZERO                          DBNK181P
047600        ADD PLG-REC-GUAR-AMOUNT TO WS-CT-GUARANTEES (WS-FIND-SUB) DBNK181P
047700     END-IF.                                                      DBNK181P
047800     GO TO PLDG-LOOP.                                             DBNK181P
047900 PLDG-ENDED.                                                      DBNK181P
048000                                                                  DBNK181P
048100***************************************************************** DBNK181P
048200* Total each customer and gather the totals on their group      * DBNK181P
048300***************************************************************** DBNK181P
048400     PERFORM TOTAL-ONE-CUSTOMER THRU                              DBNK181P
048500             TOTAL-ONE-CUSTOMER-EXIT                              DBNK181P
048600       VARYING WS-SUB1 FROM 1 BY 1                                DBNK181P
048700         UNTIL WS-SUB1 IS GREATER THAN WS-CUST-COUNT.             DBNK181P
048800                                                                  DBNK181P
048900     PERFORM PRINT-REPORT-HEADING THRU                            DBNK181P
049000             PRINT-REPORT-HEADING-EXIT.                           DBNK181P
049100                                                                  DBNK181P
049200***************************************************************** DBNK181P
049300* Groups over the threshold, member by member                   * DBNK181P
049400***************************************************************** DBNK181P
049500     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
049600     MOVE 'GROUPS OVER THE LARGE EXPOSURE THRESHOLD'              DBNK181P
049700       TO LEXRPT-REC (1:40).                                      DBNK181P
049800     WRITE LEXRPT-REC.                                            DBNK181P
049900     IF WS-CAPITAL IS GREATER THAN ZERO                           DBNK181P
050000        PERFORM LIST-GROUP-OVER THRU                              DBNK181P
050100                LIST-GROUP-OVER-EXIT                              DBNK181P
050200          VARYING WS-SUB1 FROM 1 BY 1                             DBNK181P
050300            UNTIL WS-SUB1 IS GREATER THAN WS-CUST-COUNT           DBNK181P
050400     END-IF.                                                      DBNK181P
050500     IF WS-GROUPS-OVER IS EQUAL TO ZERO                           DBNK181P
050600        MOVE SPACES TO LEXRPT-REC                                 DBNK181P
050700        MOVE '  NONE' TO LEXRPT-REC (1:6)                         DBNK181P
050800        WRITE LEXRPT-REC                                          DBNK181P
050900     END-IF.                                                      DBNK181P
051000                                                                  DBNK181P
051100***************************************************************** DBNK181P
051200* The twenty largest groups, largest first                      * DBNK181P
051300***************************************************************** DBNK181P
051400     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
051500     WRITE LEXRPT-REC.                                            DBNK181P
051600     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
051700     MOVE 'TWENTY LARGEST EXPOSURES' TO LEXRPT-REC (1:24).        DBNK181P
051800     WRITE LEXRPT-REC.                                            DBNK181P
051900     PERFORM RANK-NEXT-GROUP THRU                                 DBNK181P
052000             RANK-NEXT-GROUP-EXIT                                 DBNK181P
052100       VARYING WS-RANK FROM 1 BY 1                                DBNK181P
052200         UNTIL WS-RANK IS GREATER THAN 20.                        DBNK181P
052300                                                                  DBNK181P
052400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK181P
052500     MOVE WS-CUST-COUNT TO WS-EDIT-CNT.                           DBNK181P
052510     STRING WS-EDIT-CNT              DELIMITED BY SIZE            DBNK181P
052600            ' customers with exposure or links'                   DBNK181P
052700                                     DELIMITED BY SIZE            DBNK181P
052800       INTO WS-CONSOLE-MESSAGE.                                   DBNK181P
052900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK181P
053000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK181P
053100     STRING WS-GROUPS-OVER           DELIMITED BY SIZE            DBNK181P
053200            ' groups over the threshold'                          DBNK181P
053300                                     DELIMITED BY SIZE            DBNK181P
053400       INTO WS-CONSOLE-MESSAGE.                                   DBNK181P
053500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK181P
053600     IF WS-TABLE-FULL IS GREATER THAN ZERO                        DBNK181P
053700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK181P
053800        STRING WS-TABLE-FULL         DELIMITED BY SIZE            DBNK181P
053900               ' customers not held - table full'                 DBNK181P
054000                                     DELIMITED BY SIZE            DBNK181P
054100          INTO WS-CONSOLE-MESSAGE                                 DBNK181P
054200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK181P
054300     END-IF.                                                      DBNK181P
054400                                                                  DBNK181P
054500     CLOSE LEXRPT-FILE.                                           DBNK181P
054600     CLOSE BNKACC-FILE.                                           DBNK181P
054700     CLOSE BNKSGNR-FILE.                                          DBNK181P
054800     CLOSE BNKLOAN-FILE.                                          DBNK181P
054900     CLOSE BNKLSCH-FILE.                                          DBNK181P
055000     CLOSE BNKPLDG-FILE.                                          DBNK181P
055100     CLOSE BNKCUST-FILE.                                          DBNK181P
055200     CLOSE BNKPARM-FILE.                                          DBNK181P
055300                                                                  DBNK181P
055400     SET BCTL-FUNC-END TO TRUE.                                   DBNK181P
055500     MOVE WS-ACCOUNTS-READ TO BCTL-RECORD-COUNT.                  DBNK181P
055600     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK181P
055700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK181P
055800                                                                  DBNK181P
055900     PERFORM RUN-TIME.                                            DBNK181P
056000                                                                  DBNK181P
056100     MOVE 0 TO RETURN-CODE.                                       DBNK181P
056200 QUICK-EXIT.                                                      DBNK181P
056300     GOBACK.                                                      DBNK181P
056400                                                                  DBNK181P
056500***************************************************************** DBNK181P
056600* One account: join the joint holder to the owner, and for an   * DBNK181P
056700* account that is not a loan take the debit balance and the     * DBNK181P
056800* unused part of the credit limit                               * DBNK181P
056900***************************************************************** DBNK181P
057000 ACCOUNT-LINKS.                                                   DBNK181P
057100     MOVE BAC-REC-PID TO WS-FIND-PID.                             DBNK181P
057200     PERFORM FIND-CUSTOMER THRU                                   DBNK181P
057300             FIND-CUSTOMER-EXIT.                                  DBNK181P
057400     MOVE WS-FIND-SUB TO WS-OWNER-SUB.                            DBNK181P
057500     IF BAC-REC-JOINT-PID IS NOT EQUAL TO SPACES                  DBNK181P
057600        MOVE BAC-REC-JOINT-PID TO WS-FIND-PID                     DBNK181P
057700        PERFORM FIND-CUSTOMER THRU                                DBNK181P
057800                FIND-CUSTOMER-EXIT                                DBNK181P
057900        MOVE WS-FIND-SUB TO WS-OTHER-SUB                          DBNK181P
058000        PERFORM JOIN-CUSTOMERS THRU                               DBNK181P
058100                JOIN-CUSTOMERS-EXIT                               DBNK181P
058200     END-IF.                                                      DBNK181P
058300     IF WS-OWNER-SUB IS EQUAL TO ZERO                             DBNK181P
058400        GO TO ACCOUNT-LINKS-EXIT                                  DBNK181P
058500     END-IF.                                                      DBNK181P
058600     IF BAC-REC-BALANCE IS NOT LESS THAN ZERO AND                 DBNK181P
058700        BAC-REC-CREDIT-LIMIT IS NOT GREATER THAN ZERO             DBNK181P
058800        GO TO ACCOUNT-LINKS-EXIT                                  DBNK181P
058900     END-IF.                                                      DBNK181P
059000     PERFORM CHECK-FOR-SCHEDULE THRU                              DBNK181P
059100             CHECK-FOR-SCHEDULE-EXIT.                             DBNK181P
059200     IF WS-HAS-SCHEDULE                                           DBNK181P
059300        GO TO ACCOUNT-LINKS-EXIT                                  DBNK181P
059400     END-IF.                                                      DBNK181P
059500     MOVE ZERO TO WS-OD-DRAWN.                                    DBNK181P
059600     IF BAC-REC-BALANCE IS LESS THAN ZERO                         DBNK181P
059700        COMPUTE WS-OD-DRAWN = ZERO - BAC-REC-BALANCE              DBNK181P
059800     END-IF.                                                      DBNK181P
059900     COMPUTE WS-OD-UNDRAWN = BAC-REC-CREDIT-LIMIT - WS-OD-DRAWN.  DBNK181P
060000     IF WS-OD-UNDRAWN IS LESS THAN ZERO                           DBNK181P
060100        MOVE ZERO TO WS-OD-UNDRAWN                                DBNK181P
060200     END-IF.                                                      DBNK181P
060300     ADD WS-OD-DRAWN TO WS-CT-OD-DRAWN (WS-OWNER-SUB).            DBNK181P
060400     ADD WS-OD-UNDRAWN TO WS-CT-OD-UNDRAWN (WS-OWNER-SUB).        DBNK181P
060500 ACCOUNT-LINKS-EXIT.                                              DBNK181P
060600     EXIT.                                                        DBNK181P
060700                                                                  DBNK181P
060800***************************************************************** DBNK181P
060900* An account with a repayment schedule is a loan, counted from  * DBNK181P
061000* BNKLOAN instead                                               * DBNK181P
061100***************************************************************** DBNK181P
061200 CHECK-FOR-SCHEDULE.                                              DBNK181P
061300     SET WS-NO-SCHEDULE TO TRUE.                                  DBNK181P
061400     MOVE BAC-REC-ACCNO TO BLS-REC-LOAN-ACCNO.                    DBNK181P
061500     MOVE 0 TO BLS-REC-SEQ.                                       DBNK181P
061600     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK181P
061700       INVALID KEY                                                DBNK181P
061800         GO TO CHECK-FOR-SCHEDULE-EXIT                            DBNK181P
061900     END-START.                                                   DBNK181P
062000     READ BNKLSCH-FILE NEXT                                       DBNK181P
062100       AT END                                                     DBNK181P
062200         GO TO CHECK-FOR-SCHEDULE-EXIT                            DBNK181P
062300     END-READ.                                                    DBNK181P
062400     IF BLS-REC-LOAN-ACCNO IS EQUAL TO BAC-REC-ACCNO              DBNK181P
062500        SET WS-HAS-SCHEDULE TO TRUE                               DBNK181P
062600     END-IF.                                                      DBNK181P
062700 CHECK-FOR-SCHEDULE-EXIT.                                         DBNK181P
062800     EXIT.                                                        DBNK181P
062900                                                                  DBNK181P
063000***************************************************************** DBNK181P
063100* The loan's unpaid principal; lines charged off are gone       * DBNK181P
063200***************************************************************** DBNK181P
063300 LOAN-PRINCIPAL.                                                  DBNK181P
063400     MOVE ZERO TO WS-LOAN-PRINCIPAL.                              DBNK181P
063500     MOVE BLN-REC-LOAN-ACCNO TO BLS-REC-LOAN-ACCNO.               DBNK181P
063600     MOVE 0 TO BLS-REC-SEQ.                                       DBNK181P
063700     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK181P
063800       INVALID KEY                                                DBNK181P
063900         GO TO LOAN-PRINCIPAL-EXIT                                DBNK181P
064000     END-START.                                                   DBNK181P
064100 LOAN-PRINCIPAL-LOOP.                                             DBNK181P
064200     READ BNKLSCH-FILE NEXT                                       DBNK181P
064300       AT END                                                     DBNK181P
064400         GO TO LOAN-PRINCIPAL-EXIT                                DBNK181P
064500     END-READ.                                                    DBNK181P
064600     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO BLN-REC-LOAN-ACCNO     DBNK181P
064700        GO TO LOAN-PRINCIPAL-EXIT                                 DBNK181P
064800     END-IF.                                                      DBNK181P
064900     IF NOT BLS-REC-IS-PAID AND NOT BLS-REC-IS-CHARGED-OFF        DBNK181P
065000        ADD BLS-REC-PRIN-AMT TO WS-LOAN-PRINCIPAL                 DBNK181P
065100     END-IF.                                                      DBNK181P
065200     GO TO LOAN-PRINCIPAL-LOOP.                                   DBNK181P
065300 LOAN-PRINCIPAL-EXIT.                                             DBNK181P
065400     EXIT.                                                        DBNK181P
065500                                                                  DBNK181P
065600***************************************************************** DBNK181P
065700* The table slot for a customer, taking the next free one the   * DBNK181P
065800* first time they are seen; zero when the table is full         * DBNK181P
065900***************************************************************** DBNK181P
066000 FIND-CUSTOMER.                                                   DBNK181P
066100     MOVE ZERO TO WS-FIND-SUB.                                    DBNK181P
066200     PERFORM FIND-CUSTOMER-SLOT THRU                              DBNK181P
066300             FIND-CUSTOMER-SLOT-EXIT                              DBNK181P
066400       VARYING WS-SUB2 FROM 1 BY 1                                DBNK181P
066500         UNTIL WS-SUB2 IS GREATER THAN WS-CUST-COUNT OR           DBNK181P
066600               WS-FIND-SUB IS GREATER THAN ZERO.                  DBNK181P
066700     IF WS-FIND-SUB IS GREATER THAN ZERO                          DBNK181P
066800        GO TO FIND-CUSTOMER-EXIT                                  DBNK181P
066900     END-IF.                                                      DBNK181P
067000     IF WS-CUST-COUNT IS NOT LESS THAN 3000                       DBNK181P
067100        ADD 1 TO WS-TABLE-FULL                                    DBNK181P
067200        GO TO FIND-CUSTOMER-EXIT                                  DBNK181P
067300     END-IF.                                                      DBNK181P
067400     ADD 1 TO WS-CUST-COUNT.                                      DBNK181P
067500     MOVE WS-CUST-COUNT TO WS-FIND-SUB.                           DBNK181P
067600     MOVE WS-FIND-PID TO WS-CT-PID (WS-FIND-SUB).                 DBNK181P
067700     MOVE WS-FIND-SUB TO WS-CT-PARENT (WS-FIND-SUB).              DBNK181P
067800     MOVE ZERO TO WS-CT-LOANS (WS-FIND-SUB).                      DBNK181P
067900     MOVE ZERO TO WS-CT-OD-DRAWN (WS-FIND-SUB).                   DBNK181P
068000     MOVE ZERO TO WS-CT-OD-UNDRAWN (WS-FIND-SUB).                 DBNK181P
068100     MOVE ZERO TO WS-CT-GUARANTEES (WS-FIND-SUB).                 DBNK181P
068200     MOVE ZERO TO WS-CT-TOTAL (WS-FIND-SUB).                      DBNK181P
068300     MOVE ZERO TO WS-CT-GROUP-TOTAL (WS-FIND-SUB).                DBNK181P
068400     MOVE ZERO TO WS-CT-GROUP-MEMBERS (WS-FIND-SUB).              DBNK181P
068500     MOVE 'N' TO WS-CT-RANKED (WS-FIND-SUB).                      DBNK181P
068600 FIND-CUSTOMER-EXIT.                                              DBNK181P
068700     EXIT.                                                        DBNK181P
068800                                                                  DBNK181P
068900 FIND-CUSTOMER-SLOT.                                              DBNK181P
069000     IF WS-CT-PID (WS-SUB2) IS EQUAL TO WS-FIND-PID               DBNK181P
069100        MOVE WS-SUB2 TO WS-FIND-SUB                               DBNK181P
069200     END-IF.                                                      DBNK181P
069300 FIND-CUSTOMER-SLOT-EXIT.                                         DBNK181P
069400     EXIT.                                                        DBNK181P
069500                                                                  DBNK181P
069600***************************************************************** DBNK181P
069700* Put two customers in the same group - the later group is      * DBNK181P
069800* hung under the earlier one                                    * DBNK181P
069900***************************************************************** DBNK181P
070000 JOIN-CUSTOMERS.                                                  DBNK181P
070100     IF WS-OWNER-SUB IS EQUAL TO ZERO OR                          DBNK181P
070200        WS-OTHER-SUB IS EQUAL TO ZERO                             DBNK181P
070300        GO TO JOIN-CUSTOMERS-EXIT                                 DBNK181P
070400     END-IF.                                                      DBNK181P
070500     MOVE WS-OWNER-SUB TO WS-ROOT-SUB.                            DBNK181P
070600     PERFORM FIND-ROOT THRU                                       DBNK181P
070700             FIND-ROOT-EXIT.                                      DBNK181P
070800     MOVE WS-ROOT-SUB TO WS-ROOT-A.                               DBNK181P
070900     MOVE WS-OTHER-SUB TO WS-ROOT-SUB.                            DBNK181P
071000     PERFORM FIND-ROOT THRU                                       DBNK181P
071100             FIND-ROOT-EXIT.                                      DBNK181P
071200     MOVE WS-ROOT-SUB TO WS-ROOT-B.                               DBNK181P
071300     IF WS-ROOT-A IS LESS THAN WS-ROOT-B                          DBNK181P
071400        MOVE WS-ROOT-A TO WS-CT-PARENT (WS-ROOT-B)                DBNK181P
071500     END-IF.                                                      DBNK181P
071600     IF WS-ROOT-B IS LESS THAN WS-ROOT-A                          DBNK181P
071700        MOVE WS-ROOT-B TO WS-CT-PARENT (WS-ROOT-A)                DBNK181P
071800     END-IF.                                                      DBNK181P
071900 JOIN-CUSTOMERS-EXIT.                                             DBNK181P
072000     EXIT.                                                        DBNK181P
072100                                                                  DBNK181P
072200*    follow the chain from WS-ROOT-SUB to the group's first entry DBNK181P
072300 FIND-ROOT.                                                       DBNK181P
072400     IF WS-CT-PARENT (WS-ROOT-SUB) IS EQUAL TO WS-ROOT-SUB        DBNK181P
072500        GO TO FIND-ROOT-EXIT                                      DBNK181P
072600     END-IF.                                                      DBNK181P
072700     MOVE WS-CT-PARENT (WS-ROOT-SUB) TO WS-ROOT-SUB.              DBNK181P
072800     GO TO FIND-ROOT.                                             DBNK181P
072900 FIND-ROOT-EXIT.                                                  DBNK181P
073000     EXIT.                                                        DBNK181P
073100                                                                  DBNK181P
073200 TOTAL-ONE-CUSTOMER.                                              DBNK181P
073300     COMPUTE WS-CT-TOTAL (WS-SUB1) =                              DBNK181P
073400         WS-CT-LOANS (WS-SUB1) + WS-CT-OD-DRAWN (WS-SUB1) +       DBNK181P
073500         WS-CT-OD-UNDRAWN (WS-SUB1) + WS-CT-GUARANTEES (WS-SUB1). DBNK181P
073600     MOVE WS-SUB1 TO WS-ROOT-SUB.                                 DBNK181P
073700     PERFORM FIND-ROOT THRU                                       DBNK181P
073800             FIND-ROOT-EXIT.                                      DBNK181P
073900     MOVE WS-ROOT-SUB TO WS-CT-PARENT (WS-SUB1).                  DBNK181P
074000     ADD WS-CT-TOTAL (WS-SUB1) TO WS-CT-GROUP-TOTAL (WS-ROOT-SUB).DBNK181P
074100     ADD 1 TO WS-CT-GROUP-MEMBERS (WS-ROOT-SUB).                  DBNK181P
074200 TOTAL-ONE-CUSTOMER-EXIT.                                         DBNK181P
074300     EXIT.                                                        DBNK181P
074400                                                                  DBNK181P
074500***************************************************************** DBNK181P
074600* A group over the threshold: its heading then every member     * DBNK181P
074700* with an exposure                                              * DBNK181P
074800***************************************************************** DBNK181P
074900 LIST-GROUP-OVER.                                                 DBNK181P
075000     IF WS-CT-PARENT (WS-SUB1) IS NOT EQUAL TO WS-SUB1            DBNK181P
075100        GO TO LIST-GROUP-OVER-EXIT                                DBNK181P
075200     END-IF.                                                      DBNK181P
075300     IF WS-CT-GROUP-TOTAL (WS-SUB1) IS NOT GREATER THAN           DBNK181P
075400        WS-LIMIT-AMT                                              DBNK181P
075500        GO TO LIST-GROUP-OVER-EXIT                                DBNK181P
075600     END-IF.                                                      DBNK181P
075700     ADD 1 TO WS-GROUPS-OVER.                                     DBNK181P
075800     MOVE WS-SUB1 TO WS-BEST-SUB.                                 DBNK181P
075900     PERFORM PRINT-GROUP-LINE THRU                                DBNK181P
076000             PRINT-GROUP-LINE-EXIT.                               DBNK181P
076100     PERFORM PRINT-MEMBER-LINE THRU                               DBNK181P
076200             PRINT-MEMBER-LINE-EXIT                               DBNK181P
076300       VARYING WS-SUB2 FROM WS-SUB1 BY 1                          DBNK181P
076400         UNTIL WS-SUB2 IS GREATER THAN WS-CUST-COUNT.             DBNK181P
076500 LIST-GROUP-OVER-EXIT.                                            DBNK181P
076600     EXIT.                                                        DBNK181P
076700                                                                  DBNK181P
076800 PRINT-MEMBER-LINE.                                               DBNK181P
076900     IF WS-CT-PARENT (WS-SUB2) IS NOT EQUAL TO WS-SUB1            DBNK181P
077000        GO TO PRINT-MEMBER-LINE-EXIT                              DBNK181P
077100     END-IF.                                                      DBNK181P
077200     IF WS-CT-TOTAL (WS-SUB2) IS EQUAL TO ZERO                    DBNK181P
077300        GO TO PRINT-MEMBER-LINE-EXIT                              DBNK181P
077400     END-IF.                                                      DBNK181P
077500     MOVE WS-CT-PID (WS-SUB2) TO BCS-REC-PID.                     DBNK181P
077600     PERFORM READ-CUSTOMER-NAME THRU                              DBNK181P
077700             READ-CUSTOMER-NAME-EXIT.                             DBNK181P
077800     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
077900     MOVE WS-CT-PID (WS-SUB2) TO LEXRPT-REC (5:5).                DBNK181P
078000     MOVE BCS-REC-NAME TO LEXRPT-REC (11:25).                     DBNK181P
078100     MOVE WS-CT-LOANS (WS-SUB2) TO WS-EDIT-AMT.                   DBNK181P
078200     MOVE WS-EDIT-AMT TO LEXRPT-REC (37:15).                      DBNK181P
078300     MOVE WS-CT-OD-DRAWN (WS-SUB2) TO WS-EDIT-AMT.                DBNK181P
078400     MOVE WS-EDIT-AMT TO LEXRPT-REC (53:15).                      DBNK181P
078500     MOVE WS-CT-OD-UNDRAWN (WS-SUB2) TO WS-EDIT-AMT.              DBNK181P
078600     MOVE WS-EDIT-AMT TO LEXRPT-REC (69:15).                      DBNK181P
078700     MOVE WS-CT-GUARANTEES (WS-SUB2) TO WS-EDIT-AMT.              DBNK181P
078800     MOVE WS-EDIT-AMT TO LEXRPT-REC (85:15).                      DBNK181P
078900     MOVE WS-CT-TOTAL (WS-SUB2) TO WS-EDIT-AMT.                   DBNK181P
079000     MOVE WS-EDIT-AMT TO LEXRPT-REC (101:15).                     DBNK181P
079100     WRITE LEXRPT-REC.                                            DBNK181P
079200 PRINT-MEMBER-LINE-EXIT.                                          DBNK181P
079300     EXIT.                                                        DBNK181P
079400                                                                  DBNK181P
079500***************************************************************** DBNK181P
079600* Pick the largest group not yet ranked                         * DBNK181P
079700***************************************************************** DBNK181P
079800 RANK-NEXT-GROUP.                                                 DBNK181P
079900     MOVE ZERO TO WS-BEST-SUB.                                    DBNK181P
080000     PERFORM RANK-ONE-ENTRY THRU                                  DBNK181P
080100             RANK-ONE-ENTRY-EXIT                                  DBNK181P
080200       VARYING WS-SUB1 FROM 1 BY 1                                DBNK181P
080300         UNTIL WS-SUB1 IS GREATER THAN WS-CUST-COUNT.             DBNK181P
080400     IF WS-BEST-SUB IS EQUAL TO ZERO                              DBNK181P
080500        GO TO RANK-NEXT-GROUP-EXIT                                DBNK181P
080600     END-IF.                                                      DBNK181P
080700     MOVE 'Y' TO WS-CT-RANKED (WS-BEST-SUB).                      DBNK181P
080800     PERFORM PRINT-GROUP-LINE THRU                                DBNK181P
080900             PRINT-GROUP-LINE-EXIT.                               DBNK181P
081000 RANK-NEXT-GROUP-EXIT.                                            DBNK181P
081100     EXIT.                                                        DBNK181P
081200                                                                  DBNK181P
081300 RANK-ONE-ENTRY.                                                  DBNK181P
081400     IF WS-CT-PARENT (WS-SUB1) IS NOT EQUAL TO WS-SUB1 OR         DBNK181P
081500        WS-CT-RANKED (WS-SUB1) IS EQUAL TO 'Y' OR                 DBNK181P
081600        WS-CT-GROUP-TOTAL (WS-SUB1) IS NOT GREATER THAN ZERO      DBNK181P
081700        GO TO RANK-ONE-ENTRY-EXIT                                 DBNK181P
081800     END-IF.                                                      DBNK181P
081900     IF WS-BEST-SUB IS EQUAL TO ZERO                              DBNK181P
082000        MOVE WS-SUB1 TO WS-BEST-SUB                               DBNK181P
082100        GO TO RANK-ONE-ENTRY-EXIT                                 DBNK181P
082200     END-IF.                                                      DBNK181P
082300     IF WS-CT-GROUP-TOTAL (WS-SUB1) IS GREATER THAN               DBNK181P
082400        WS-CT-GROUP-TOTAL (WS-BEST-SUB)                           DBNK181P
082500        MOVE WS-SUB1 TO WS-BEST-SUB                               DBNK181P
082600     END-IF.                                                      DBNK181P
082700 RANK-ONE-ENTRY-EXIT.                                             DBNK181P
082800     EXIT.                                                        DBNK181P
082900                                                                  DBNK181P
083000***************************************************************** DBNK181P
083100* A group's line: the first customer names it                   * DBNK181P
083200***************************************************************** DBNK181P
083300 PRINT-GROUP-LINE.                                                DBNK181P
083400     MOVE WS-CT-PID (WS-BEST-SUB) TO BCS-REC-PID.                 DBNK181P
083500     PERFORM READ-CUSTOMER-NAME THRU                              DBNK181P
083600             READ-CUSTOMER-NAME-EXIT.                             DBNK181P
083700     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
083800     MOVE 'GROUP' TO LEXRPT-REC (1:5).                            DBNK181P
083900     MOVE WS-CT-PID (WS-BEST-SUB) TO LEXRPT-REC (7:5).            DBNK181P
084000     MOVE BCS-REC-NAME TO LEXRPT-REC (13:25).                     DBNK181P
084100     MOVE WS-CT-GROUP-MEMBERS (WS-BEST-SUB) TO WS-EDIT-CNT.       DBNK181P
084200     MOVE WS-EDIT-CNT TO LEXRPT-REC (40:5).                       DBNK181P
084300     MOVE 'MEMBERS' TO LEXRPT-REC (46:7).                         DBNK181P
084400     MOVE WS-CT-GROUP-TOTAL (WS-BEST-SUB) TO WS-EDIT-AMT.         DBNK181P
084500     MOVE WS-EDIT-AMT TO LEXRPT-REC (101:15).                     DBNK181P
084600     IF WS-CAPITAL IS GREATER THAN ZERO                           DBNK181P
084700        COMPUTE WS-GROUP-PCT ROUNDED =                            DBNK181P
084800            WS-CT-GROUP-TOTAL (WS-BEST-SUB) * 100 / WS-CAPITAL    DBNK181P
084900        MOVE WS-GROUP-PCT TO WS-EDIT-PCT                          DBNK181P
085000        MOVE WS-EDIT-PCT TO LEXRPT-REC (117:8)                    DBNK181P
085100        MOVE '%' TO LEXRPT-REC (125:1)                            DBNK181P
085200     END-IF.                                                      DBNK181P
085300     WRITE LEXRPT-REC.                                            DBNK181P
085400 PRINT-GROUP-LINE-EXIT.                                           DBNK181P
085500     EXIT.                                                        DBNK181P
085600                                                                  DBNK181P
085700 READ-CUSTOMER-NAME.                                              DBNK181P
085800     READ BNKCUST-FILE                                            DBNK181P
085900       INVALID KEY                                                DBNK181P
086000         MOVE SPACES TO BCS-REC-NAME                              DBNK181P
086100     END-READ.                                                    DBNK181P
086200 READ-CUSTOMER-NAME-EXIT.                                         DBNK181P
086300     EXIT.                                                        DBNK181P
086400                                                                  DBNK181P
086500***************************************************************** DBNK181P
086600* Report headings                                               * DBNK181P
086700***************************************************************** DBNK181P
086800 PRINT-REPORT-HEADING.                                            DBNK181P
086900     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
087000     STRING 'LARGE EXPOSURES AND CONNECTED GROUPS AS OF '         DBNK181P
087100                                          DELIMITED BY SIZE       DBNK181P
087200            WS-RUN-DATE                   DELIMITED BY SIZE       DBNK181P
087300       INTO LEXRPT-REC.                                           DBNK181P
087400     WRITE LEXRPT-REC.                                            DBNK181P
087500     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
087600     MOVE WS-CAPITAL TO WS-EDIT-AMT.                              DBNK181P
087700     MOVE 'CAPITAL' TO LEXRPT-REC (1:7).                          DBNK181P
087800     MOVE WS-EDIT-AMT TO LEXRPT-REC (9:15).                       DBNK181P
087900     MOVE 'THRESHOLD' TO LEXRPT-REC (27:9).                       DBNK181P
088000     MOVE WS-LIMIT-PCT TO WS-EDIT-PCT.                            DBNK181P
088100     MOVE WS-EDIT-PCT TO LEXRPT-REC (37:8).                       DBNK181P
088200     MOVE '% =' TO LEXRPT-REC (45:3).                             DBNK181P
088300     MOVE WS-LIMIT-AMT TO WS-EDIT-AMT.                            DBNK181P
088400     MOVE WS-EDIT-AMT TO LEXRPT-REC (49:15).                      DBNK181P
088500     WRITE LEXRPT-REC.                                            DBNK181P
088600     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
088700     MOVE 'PID' TO LEXRPT-REC (5:3).                              DBNK181P
088800     MOVE 'NAME' TO LEXRPT-REC (11:4).                            DBNK181P
088900     MOVE '    DRAWN LOANS' TO LEXRPT-REC (37:15).                DBNK181P
089000     MOVE '  OVERDRAWN NOW' TO LEXRPT-REC (53:15).                DBNK181P
089100     MOVE ' UNDRAWN LIMITS' TO LEXRPT-REC (69:15).                DBNK181P
089200     MOVE '     GUARANTEES' TO LEXRPT-REC (85:15).                DBNK181P
089300     MOVE ' TOTAL EXPOSURE' TO LEXRPT-REC (101:15).               DBNK181P
089400     MOVE ' OF CAPITAL' TO LEXRPT-REC (117:11).                   DBNK181P
089500     WRITE LEXRPT-REC.                                            DBNK181P
089600     MOVE SPACES TO LEXRPT-REC.                                   DBNK181P
089700     WRITE LEXRPT-REC.                                            DBNK181P
089800 PRINT-REPORT-HEADING-EXIT.                                       DBNK181P
089900     EXIT.                                                        DBNK181P
090000                                                                  DBNK181P
090100***************************************************************** DBNK181P
090200* Check file open OK                                            * DBNK181P
090300***************************************************************** DBNK181P
090400 CHECK-OPEN.                                                      DBNK181P
090500     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK181P
090600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK181P
090700        STRING WS-FILE       DELIMITED BY ' '                     DBNK181P
090800               ' opened ok' DELIMITED BY SIZE                     DBNK181P
090900          INTO WS-CONSOLE-MESSAGE                                 DBNK181P
091000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK181P
091100     ELSE                                                         DBNK181P
091200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK181P
091300        STRING WS-FILE          DELIMITED BY ' '                  DBNK181P
091400               ' did not open' DELIMITED BY SIZE                  DBNK181P
091500          INTO WS-CONSOLE-MESSAGE                                 DBNK181P
091600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK181P
091700        PERFORM DISPLAY-IO-STATUS                                 DBNK181P
091800        ADD 1 TO WS-OPEN-ERROR                                    DBNK181P
091900     END-IF.                                                      DBNK181P
092000 CHECK-OPEN-EXIT.                                                 DBNK181P
092100     EXIT.                                                        DBNK181P
092200                                                                  DBNK181P
092300***************************************************************** DBNK181P
092400* Display the file status bytes. This routine will display as  *  DBNK181P
092500* two digits if the full two byte file status is numeric. If   *  DBNK181P
092600* second byte is non-numeric then it will be treated as a      *  DBNK181P
092700* binary number.                                                * DBNK181P
092800***************************************************************** DBNK181P
092900 DISPLAY-IO-STATUS.                                               DBNK181P
093000     IF WS-IO-STATUS NUMERIC                                      DBNK181P
093100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK181P
093200        STRING 'File status -' DELIMITED BY SIZE                  DBNK181P
093300               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK181P
093400          INTO WS-CONSOLE-MESSAGE                                 DBNK181P
093500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK181P
093600     ELSE                                                         DBNK181P
093700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK181P
093800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK181P
093900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK181P
094000        STRING 'File status -' DELIMITED BY SIZE                  DBNK181P
094100               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK181P
094200               '/'            DELIMITED BY SIZE                   DBNK181P
094300               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK181P
094400          INTO WS-CONSOLE-MESSAGE                                 DBNK181P
094500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK181P
094600     END-IF.                                                      DBNK181P
094700                                                                  DBNK181P
094800***************************************************************** DBNK181P
094900* Display CONSOLE messages...                                   * DBNK181P
095000***************************************************************** DBNK181P
095100 DISPLAY-CONSOLE-MESSAGE.                                         DBNK181P
095200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK181P
095300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK181P
095400                                                                  DBNK181P
095500 COPY CTIMERP.                                                    DBNK181P
095600                                                                  DBNK181P
