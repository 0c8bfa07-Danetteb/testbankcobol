000100***************************************************************** DBNK183P
000200*                                                               * DBNK183P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK183P
000400*   This demonstration program is provided for use by users     * DBNK183P
000500*   of Micro Focus products and may be used, modified and       * DBNK183P
000600*   distributed as part of your application provided that       * DBNK183P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK183P
000800*   in this material.                                           * DBNK183P
000900*                                                               * DBNK183P
001000***************************************************************** DBNK183P
001100                                                                  DBNK183P
001200***************************************************************** DBNK183P
001300* Program:     DBNK183P.CBL                                     * DBNK183P
001400* Function:    Monthly insider report. For the calendar month   * DBNK183P
001500*              before the business date, lists for audit every  * DBNK183P
001600*              dealing the bank had with its own staff and the  * DBNK183P
001700*              people they have declared an interest in - the   * DBNK183P
001800*              active BNKINSD links kept through DBNK182P:      * DBNK183P
001900*                the month's BNKLEDG postings on any account    * DBNK183P
002000*                  held, solely or jointly, by a linked PID     * DBNK183P
002100*                the DBNK126P fee refunds (BNKFRFD) given to    * DBNK183P
002200*                  a linked PID during the month                * DBNK183P
002300*                every drawn loan of a linked PID, with the     * DBNK183P
002400*                  rate, term and principal still owed          * DBNK183P
002500*              so that insider lending and pricing can be       * DBNK183P
002600*              reviewed against the going terms. Each line      * DBNK183P
002700*              shows the operator the PID is linked to and      * DBNK183P
002800*              whether it is the operator's own (S) or a        * DBNK183P
002900*              related party (R). The report is INSRPT,         * DBNK183P
003000*              archived by DBANK84P under id INSIDER.           * DBNK183P
003100*              Runs once per month after the DBANK71P snapshot. * DBNK183P
003200*              VSAM version                                     * DBNK183P
003300***************************************************************** DBNK183P
003400                                                                  DBNK183P
003500 IDENTIFICATION DIVISION.                                         DBNK183P
003600 PROGRAM-ID.                                                      DBNK183P
003700     DBNK183P.                                                    DBNK183P
003800 DATE-WRITTEN.                                                    DBNK183P
003900     October 2008.                                                DBNK183P
004000 DATE-COMPILED.                                                   DBNK183P
004100     Today.                                                       DBNK183P
004200                                                                  DBNK183P
004300 ENVIRONMENT DIVISION.                                            DBNK183P
004400                                                                  DBNK183P
004500 INPUT-OUTPUT   SECTION.                                          DBNK183P
004600   FILE-CONTROL.                                                  DBNK183P
004700     SELECT INSRPT-FILE                                           DBNK183P
004800            ASSIGN       TO INSRPT                                DBNK183P
004900            ORGANIZATION IS SEQUENTIAL                            DBNK183P
005000            FILE STATUS  IS WS-INSRPT-STATUS.                     DBNK183P
005100                                                                  DBNK183P
005200     SELECT BNKINSD-FILE                                          DBNK183P
005300            ASSIGN       TO BNKINSD                               DBNK183P
005400            ORGANIZATION IS INDEXED                               DBNK183P
005500            ACCESS MODE  IS SEQUENTIAL                            DBNK183P
005600            RECORD KEY   IS INS-REC-KEY                           DBNK183P
005700            FILE STATUS  IS WS-BNKINSD-STATUS.                    DBNK183P
005800                                                                  DBNK183P
005900     SELECT BNKACC-FILE                                           DBNK183P
006000            ASSIGN       TO BNKACC                                DBNK183P
006100            ORGANIZATION IS INDEXED                               DBNK183P
006200            ACCESS MODE  IS DYNAMIC                               DBNK183P
006300            RECORD KEY   IS BAC-REC-ACCNO                         DBNK183P
006400            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK183P
006500            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK183P
006600                                                                  DBNK183P
006700     SELECT BNKLEDG-FILE                                          DBNK183P
006800            ASSIGN       TO BNKLEDG                               DBNK183P
006900            ORGANIZATION IS INDEXED                               DBNK183P
007000            ACCESS MODE  IS DYNAMIC                               DBNK183P
007100            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK183P
007200            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK183P
007300            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK183P
007400                                                                  DBNK183P
007500     SELECT BNKFRFD-FILE                                          DBNK183P
007600            ASSIGN       TO BNKFRFD                               DBNK183P
007700            ORGANIZATION IS INDEXED                               DBNK183P
007800            ACCESS MODE  IS DYNAMIC                               DBNK183P
007900            RECORD KEY   IS BFR-REC-TIMESTAMP                     DBNK183P
008000            FILE STATUS  IS WS-BNKFRFD-STATUS.                    DBNK183P
008100                                                                  DBNK183P
008200     SELECT BNKLOAN-FILE                                          DBNK183P
008300            ASSIGN       TO BNKLOAN                               DBNK183P
008400            ORGANIZATION IS INDEXED                               DBNK183P
008500            ACCESS MODE  IS SEQUENTIAL                            DBNK183P
008600            RECORD KEY   IS BLN-REC-TIMESTAMP                     DBNK183P
008700            ALTERNATE KEY IS BLN-REC-ALTKEY1 WITH DUPLICATES      DBNK183P
008800            ALTERNATE KEY IS BLN-REC-ALTKEY2 WITH DUPLICATES      DBNK183P
008900            FILE STATUS  IS WS-BNKLOAN-STATUS.                    DBNK183P
009000                                                                  DBNK183P
009100     SELECT BNKLSCH-FILE                                          DBNK183P
009200            ASSIGN       TO BNKLSCH                               DBNK183P
009300            ORGANIZATION IS INDEXED                               DBNK183P
009400            ACCESS MODE  IS DYNAMIC                               DBNK183P
009500            RECORD KEY   IS BLS-REC-KEY                           DBNK183P
009600            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK183P
009700                                                                  DBNK183P
009800     SELECT BNKCUST-FILE                                          DBNK183P
009900            ASSIGN       TO BNKCUST                               DBNK183P
010000            ORGANIZATION IS INDEXED                               DBNK183P
010100            ACCESS MODE  IS RANDOM                                DBNK183P
010200            RECORD KEY   IS BCS-REC-PID                           DBNK183P
010300            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK183P
010400                                                                  DBNK183P
010500 DATA DIVISION.                                                   DBNK183P
010600                                                                  DBNK183P
010700 FILE SECTION.                                                    DBNK183P
010800 FD  INSRPT-FILE.                                                 DBNK183P
010900 01  INSRPT-REC                         PIC X(132).               DBNK183P
011000                                                                  DBNK183P
011100 FD  BNKINSD-FILE.                                                DBNK183P
011200 01  BNKINSD-REC.                                                 DBNK183P
011300 COPY CBANKVIN.                                                   DBNK183P
011400                                                                  DBNK183P
011500 FD  BNKACC-FILE.                                                 DBNK183P
011600 01  BNKACC-REC.                                                  DBNK183P
011700 COPY CBANKVAC.                                                   DBNK183P
011800                                                                  DBNK183P
011900 FD  BNKLEDG-FILE.                                                DBNK183P
012000 01  BNKLEDG-REC.                                                 DBNK183P
012100 COPY CBANKVLG.                                                   DBNK183P
012200                                                                  DBNK183P
012300 FD  BNKFRFD-FILE.                                                DBNK183P
012400 01  BNKFRFD-REC.                                                 DBNK183P
012500 COPY CBANKVFR.                                                   DBNK183P
012600                                                                  DBNK183P
012700 FD  BNKLOAN-FILE.                                                DBNK183P
012800 01  BNKLOAN-REC.                                                 DBNK183P
012900 COPY CBANKVLN.                                                   DBNK183P
013000                                                                  DBNK183P
013100 FD  BNKLSCH-FILE.                                                DBNK183P
013200 01  BNKLSCH-REC.                                                 DBNK183P
013300 COPY CBANKVLS.                                                   DBNK183P
013400                                                                  DBNK183P
013500 FD  BNKCUST-FILE.                                                DBNK183P
013600 01  BNKCUST-REC.                                                 DBNK183P
013700 COPY CBANKVCS.                                                   DBNK183P
013800                                                                  DBNK183P
013900 WORKING-STORAGE SECTION.                                         DBNK183P
014000 COPY CTIMERD.                                                    DBNK183P
014100 COPY CTSTAMPD.                                                   DBNK183P
014200                                                                  DBNK183P
014300 01  WS-MISC-STORAGE.                                             DBNK183P
014400   05  WS-PROGRAM-ID                         PIC X(8)             DBNK183P
014500       VALUE 'DBNK183P'.                                          DBNK183P
014600                                                                  DBNK183P
014700   05  WS-INSRPT-STATUS.                                          DBNK183P
014800     10  WS-INSRPT-STAT1                      PIC X(1).           DBNK183P
014900     10  WS-INSRPT-STAT2                      PIC X(1).           DBNK183P
015000   05  WS-BNKINSD-STATUS.                                         DBNK183P
015100     10  WS-BNKINSD-STAT1                     PIC X(1).           DBNK183P
015200     10  WS-BNKINSD-STAT2                     PIC X(1).           DBNK183P
015300   05  WS-BNKACC-STATUS.                                          DBNK183P
015400     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK183P
015500     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK183P
015600   05  WS-BNKLEDG-STATUS.                                         DBNK183P
015700     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK183P
015800     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK183P
015900   05  WS-BNKFRFD-STATUS.                                         DBNK183P
016000     10  WS-BNKFRFD-STAT1                     PIC X(1).           DBNK183P
016100     10  WS-BNKFRFD-STAT2                     PIC X(1).           DBNK183P
016200   05  WS-BNKLOAN-STATUS.                                         DBNK183P
016300     10  WS-BNKLOAN-STAT1                     PIC X(1).           DBNK183P
016400     10  WS-BNKLOAN-STAT2                     PIC X(1).           DBNK183P
016500   05  WS-BNKLSCH-STATUS.                                         DBNK183P
016600     10  WS-BNKLSCH-STAT1                     PIC X(1).           DBNK183P
016700     10  WS-BNKLSCH-STAT2                     PIC X(1).           DBNK183P
016800   05  WS-BNKCUST-STATUS.                                         DBNK183P
016900     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK183P
017000     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK183P
017100                                                                  DBNK183P
017200   05  WS-IO-STATUS.                                              DBNK183P
017300     10  WS-IO-STAT1                          PIC X(1).           DBNK183P
017400     10  WS-IO-STAT2                          PIC X(1).           DBNK183P
017500                                                                  DBNK183P
017600   05  WS-TWO-BYTES.                                              DBNK183P
017700     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK183P
017800     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK183P
017900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK183P
018000                                              PIC 9(1) COMP.      DBNK183P
018100                                                                  DBNK183P
018200   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK183P
018300     88  OPEN-OK                              VALUE 0.            DBNK183P
018400                                                                  DBNK183P
018500   05  WS-FILE                               PIC X(16).           DBNK183P
018600                                                                  DBNK183P
018700   05  WS-PERIOD-START.                                           DBNK183P
018800     10  WS-PERIOD-YYYY                      PIC 9(4).            DBNK183P
018900     10  WS-PERIOD-MM                        PIC 9(2).            DBNK183P
019000     10  WS-PERIOD-DD                        PIC 9(2).            DBNK183P
019100                                                                  DBNK183P
019200*    the PID being looked up and the link it was found on         DBNK183P
019300   05  WS-FIND-PID                           PIC X(5).            DBNK183P
019400   05  WS-FIND-SUB                           PIC S9(4) COMP.      DBNK183P
019500   05  WS-ACC-PID                            PIC X(5).            DBNK183P
019600                                                                  DBNK183P
019700   05  WS-LOAN-PRINCIPAL                     PIC S9(11)V99        DBNK183P
019800                                             COMP-3.              DBNK183P
019900                                                                  DBNK183P
020000   05  WS-LINKS-LOADED                       PIC 9(7)             DBNK183P
020100       VALUE ZERO.                                                DBNK183P
020200   05  WS-POSTINGS-LISTED                    PIC 9(7)             DBNK183P
020300       VALUE ZERO.                                                DBNK183P
020400   05  WS-REFUNDS-LISTED                     PIC 9(7)             DBNK183P
020500       VALUE ZERO.                                                DBNK183P
020600   05  WS-LOANS-LISTED                       PIC 9(7)             DBNK183P
020700       VALUE ZERO.                                                DBNK183P
020800   05  WS-POSTINGS-TOTAL                     PIC S9(11)V99        DBNK183P
020900                                             COMP-3 VALUE ZERO.   DBNK183P
021000   05  WS-REFUNDS-TOTAL                      PIC S9(11)V99        DBNK183P
021100                                             COMP-3 VALUE ZERO.   DBNK183P
021200   05  WS-LOANS-TOTAL                        PIC S9(11)V99        DBNK183P
021300                                             COMP-3 VALUE ZERO.   DBNK183P
021400   05  WS-SECTION-COUNT                      PIC 9(7).            DBNK183P
021500                                                                  DBNK183P
021600   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK183P
021700   05  WS-EDIT-RATE                          PIC ZZ9.999.         DBNK183P
021800   05  WS-EDIT-TERM                          PIC ZZZZ9.           DBNK183P
021900   05  WS-EDIT-CNT                           PIC ZZZZZZ9.         DBNK183P
022000                                                                  DBNK183P
022100*    the active links, one entry a link; a PID linked to more     DBNK183P
022200*    than one operator is reported against the first of them      DBNK183P
022300 01  WS-INSIDER-TABLE.                                            DBNK183P
022400   05  WS-INSIDER-COUNT                      PIC S9(4) COMP       DBNK183P
022500       VALUE ZERO.                                                DBNK183P
022600   05  WS-INSIDER-ENTRY OCCURS 500 TIMES.                         DBNK183P
022700     10  WS-IT-PID                           PIC X(5).            DBNK183P
022800     10  WS-IT-USERID                        PIC X(5).            DBNK183P
022900     10  WS-IT-RELATION                      PIC X(1).            DBNK183P
023000                                                                  DBNK183P
023100 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK183P
023200                                                                  DBNK183P
023300 01  WS-BCTL-DATA.                                                DBNK183P
023400 COPY CBCTLD.                                                     DBNK183P
023500                                                                  DBNK183P
023600 01  WS-BUSD-DATA.                                                DBNK183P
023700 COPY CBUSDD.                                                     DBNK183P
023800                                                                  DBNK183P
023900 PROCEDURE DIVISION.                                              DBNK183P
024000     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK183P
024100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK183P
024200     PERFORM RUN-TIME.                                            DBNK183P
024300                                                                  DBNK183P
024400***************************************************************** DBNK183P
024500* Work out the reporting month from the business date, then     * DBNK183P
024600* register this run in the batch control file keyed on it. The  * DBNK183P
024700* month's last snapshot must have been taken.                   * DBNK183P
024800***************************************************************** DBNK183P
024900     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK183P
025000     MOVE BUSD-DATE TO WS-PERIOD-START.                           DBNK183P
025100     MOVE 01 TO WS-PERIOD-DD.                                     DBNK183P
025200     IF WS-PERIOD-MM IS GREATER THAN 1                            DBNK183P
025300        SUBTRACT 1 FROM WS-PERIOD-MM                              DBNK183P
025400     ELSE                                                         DBNK183P
025500        MOVE 12 TO WS-PERIOD-MM                                   DBNK183P
025600        SUBTRACT 1 FROM WS-PERIOD-YYYY                            DBNK183P
025700     END-IF.                                                      DBNK183P
025800     MOVE 'DBNK183P' TO BCTL-JOB-NAME.                            DBNK183P
025900     MOVE WS-PERIOD-START TO BCTL-BUS-DATE.                       DBNK183P
026000     MOVE 'DBANK71P' TO BCTL-PREREQ-JOB.                          DBNK183P
026100     SET BCTL-FUNC-START TO TRUE.                                 DBNK183P
026200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK183P
026300     IF NOT BCTL-OK                                               DBNK183P
026400        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK183P
026500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK183P
026600        MOVE 8 TO RETURN-CODE                                     DBNK183P
026700        GO TO QUICK-EXIT                                          DBNK183P
026800     END-IF.                                                      DBNK183P
026900                                                                  DBNK183P
027000 COPY CTSTAMPP.                                                   DBNK183P
027100                                                                  DBNK183P
027200     SET OPEN-OK TO TRUE.                                         DBNK183P
027300                                                                  DBNK183P
027400     OPEN OUTPUT INSRPT-FILE.                                     DBNK183P
027500     MOVE WS-INSRPT-STATUS TO WS-IO-STATUS.                       DBNK183P
027600     MOVE 'INSRPT-FILE' TO WS-FILE.                               DBNK183P
027700     PERFORM CHECK-OPEN THRU                                      DBNK183P
027800             CHECK-OPEN-EXIT.                                     DBNK183P
027900                                                                  DBNK183P
028000     OPEN INPUT BNKINSD-FILE.                                     DBNK183P
028100     MOVE WS-BNKINSD-STATUS TO WS-IO-STATUS.                      DBNK183P
028200     MOVE 'BNKINSD-FILE' TO WS-FILE.                              DBNK183P
028300     PERFORM CHECK-OPEN THRU                                      DBNK183P
028400             CHECK-OPEN-EXIT.                                     DBNK183P
028500                                                                  DBNK183P
028600     OPEN INPUT BNKACC-FILE.                                      DBNK183P
028700     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK183P
028800     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK183P
028900     PERFORM CHECK-OPEN THRU                                      DBNK183P
029000             CHECK-OPEN-EXIT.                                     DBNK183P
029100                                                                  DBNK183P
029200     OPEN INPUT BNKLEDG-FILE.                                     DBNK183P
029300     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK183P
029400     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK183P
029500     PERFORM CHECK-OPEN THRU                                      DBNK183P
029600             CHECK-OPEN-EXIT.                                     DBNK183P
029700                                                                  DBNK183P
029800     OPEN INPUT BNKFRFD-FILE.                                     DBNK183P
029900     MOVE WS-BNKFRFD-STATUS TO WS-IO-STATUS.                      DBNK183P
030000     MOVE 'BNKFRFD-FILE' TO WS-FILE.                              DBNK183P
030100     PERFORM CHECK-OPEN THRU                                      DBNK183P
030200             CHECK-OPEN-EXIT.                                     DBNK183P
030300                                                                  DBNK183P
030400     OPEN INPUT BNKLOAN-FILE.                                     DBNK183P
030500     MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS.                      DBNK183P
030600     MOVE 'BNKLOAN-FILE' TO WS-FILE.                              DBNK183P
030700     PERFORM CHECK-OPEN THRU                                      DBNK183P
030800             CHECK-OPEN-EXIT.                                     DBNK183P
030900                                                                  DBNK183P
031000     OPEN INPUT BNKLSCH-FILE.                                     DBNK183P
031100     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK183P
031200     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK183P
031300     PERFORM CHECK-OPEN THRU                                      DBNK183P
031400             CHECK-OPEN-EXIT.                                     DBNK183P
031500                                                                  DBNK183P
031600     OPEN INPUT BNKCUST-FILE.                                     DBNK183P
031700     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK183P
031800     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK183P
031900     PERFORM CHECK-OPEN THRU                                      DBNK183P
032000             CHECK-OPEN-EXIT.                                     DBNK183P
032100                                                                  DBNK183P
032200     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK183P
032300        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK183P
032400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK183P
032500        MOVE 16 TO RETURN-CODE                                    DBNK183P
032600        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK183P
032700        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK183P
032800        GO TO QUICK-EXIT                                          DBNK183P
032900     END-IF.                                                      DBNK183P
033000                                                                  DBNK183P
033100     PERFORM PRINT-REPORT-HEADING THRU                            DBNK183P
033200             PRINT-REPORT-HEADING-EXIT.                           DBNK183P
033300                                                                  DBNK183P
033400***************************************************************** DBNK183P
033500* Load the live links. A link taken off no longer counts, and   * DBNK183P
033600* a full table is reported so the register can be looked at.    * DBNK183P
033700***************************************************************** DBNK183P
033800 INSD-LOOP.                                                       DBNK183P
033900     READ BNKINSD-FILE                                            DBNK183P
034000       AT END                                                     DBNK183P
034100         GO TO INSD-ENDED                                         DBNK183P
034200     END-READ.                                                    DBNK183P
034300     IF NOT INS-REC-IS-ACTIVE                                     DBNK183P
034400        GO TO INSD-LOOP                                           DBNK183P
034500     END-IF.                                                      DBNK183P
034600     IF WS-INSIDER-COUNT IS NOT LESS THAN 500                     DBNK183P
034700        MOVE 'Insider table full - links ignored'                 DBNK183P
034800          TO WS-CONSOLE-MESSAGE                                   DBNK183P
034900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK183P
035000        GO TO INSD-ENDED                                          DBNK183P
035100     END-IF.                                                      DBNK183P
035200     ADD 1 TO WS-INSIDER-COUNT.                                   DBNK183P
035300     MOVE INS-REC-PID TO WS-IT-PID (WS-INSIDER-COUNT).            DBNK183P
035400     MOVE INS-REC-USERID TO WS-IT-USERID (WS-INSIDER-COUNT).      DBNK183P
035500     MOVE INS-REC-RELATION TO WS-IT-RELATION (WS-INSIDER-COUNT).  DBNK183P
035600     ADD 1 TO WS-LINKS-LOADED.                                    DBNK183P
035700     GO TO INSD-LOOP.                                             DBNK183P
035800 INSD-ENDED.                                                      DBNK183P
035900                                                                  DBNK183P
036000***************************************************************** DBNK183P
036100* Postings on every account held by, or jointly with, a linked  * DBNK183P
036200* PID                                                           * DBNK183P
036300***************************************************************** DBNK183P
036400     PERFORM PRINT-POSTING-HEADING THRU                           DBNK183P
036500             PRINT-POSTING-HEADING-EXIT.                          DBNK183P
036600 ACC-LOOP.                                                        DBNK183P
036700     READ BNKACC-FILE NEXT                                        DBNK183P
036800       AT END                                                     DBNK183P
036900         GO TO ACC-ENDED                                          DBNK183P
037000     END-READ.                                                    DBNK183P
037100     MOVE BAC-REC-PID TO WS-FIND-PID.                             DBNK183P
037200     PERFORM FIND-INSIDER THRU                                    DBNK183P
037300             FIND-INSIDER-EXIT.                                   DBNK183P
037400     IF WS-FIND-SUB IS EQUAL TO ZERO AND                          DBNK183P
037500        BAC-REC-JOINT-PID IS NOT EQUAL TO SPACES                  DBNK183P
037600        MOVE BAC-REC-JOINT-PID TO WS-FIND-PID                     DBNK183P
037700        PERFORM FIND-INSIDER THRU                                 DBNK183P
037800                FIND-INSIDER-EXIT                                 DBNK183P
037900     END-IF.                                                      DBNK183P
038000     IF WS-FIND-SUB IS EQUAL TO ZERO                              DBNK183P
038100        GO TO ACC-LOOP                                            DBNK183P
038200     END-IF.                                                      DBNK183P
038300     MOVE WS-FIND-PID TO WS-ACC-PID.                              DBNK183P
038400     PERFORM LIST-POSTINGS THRU                                   DBNK183P
038500             LIST-POSTINGS-EXIT.                                  DBNK183P
038600     GO TO ACC-LOOP.                                              DBNK183P
038700 ACC-ENDED.                                                       DBNK183P
038800     MOVE WS-POSTINGS-LISTED TO WS-SECTION-COUNT.                 DBNK183P
038900     MOVE WS-POSTINGS-TOTAL TO WS-EDIT-AMT.                       DBNK183P
039000     PERFORM PRINT-SECTION-TOTAL THRU                             DBNK183P
039100             PRINT-SECTION-TOTAL-EXIT.                            DBNK183P
039200                                                                  DBNK183P
039300***************************************************************** DBNK183P
039400* The month's courtesy fee refunds to a linked PID              * DBNK183P
039500***************************************************************** DBNK183P
039600     PERFORM PRINT-REFUND-HEADING THRU                            DBNK183P
039700             PRINT-REFUND-HEADING-EXIT.                           DBNK183P
039800 FRFD-LOOP.                                                       DBNK183P
039900     READ BNKFRFD-FILE NEXT                                       DBNK183P
040000       AT END                                                     DBNK183P
040100         GO TO FRFD-ENDED                                         DBNK183P
040200     END-READ.                                                    DBNK183P
040300     IF BFR-REC-DATE (1:6) IS NOT EQUAL TO WS-PERIOD-START (1:6)  DBNK183P
040400        GO TO FRFD-LOOP                                           DBNK183P
040500     END-IF.                                                      DBNK183P
040600     MOVE BFR-REC-PID TO WS-FIND-PID.                             DBNK183P
040700     PERFORM FIND-INSIDER THRU                                    DBNK183P
040800             FIND-INSIDER-EXIT.                                   DBNK183P
040900     IF WS-FIND-SUB IS EQUAL TO ZERO                              DBNK183P
041000        GO TO FRFD-LOOP                                           DBNK183P
041100     END-IF.                                                      DBNK183P
041200     PERFORM PRINT-REFUND-LINE THRU                               DBNK183P
041300             PRINT-REFUND-LINE-EXIT.                              DBNK183P
041400     GO TO FRFD-LOOP.                                             DBNK183P
041500 FRFD-ENDED.                                                      DBNK183P
041600     MOVE WS-REFUNDS-LISTED TO WS-SECTION-COUNT.                  DBNK183P
041700     MOVE WS-REFUNDS-TOTAL TO WS-EDIT-AMT.                        DBNK183P
041800     PERFORM PRINT-SECTION-TOTAL THRU                             DBNK183P
041900             PRINT-SECTION-TOTAL-EXIT.                            DBNK183P
042000                                                                  DBNK183P
042100***************************************************************** DBNK183P
042200* Every drawn loan of a linked PID, whether or not anything     * DBNK183P
042300* moved on it this month                                        * DBNK183P
042400***************************************************************** DBNK183P
042500     PERFORM PRINT-LOAN-HEADING THRU                              DBNK183P
042600             PRINT-LOAN-HEADING-EXIT.                             DBNK183P
042700 LOAN-LOOP.                                                       DBNK183P
042800     READ BNKLOAN-FILE                                            DBNK183P
042900       AT END                                                     DBNK183P
043000         GO TO LOAN-ENDED                                         DBNK183P
043100     END-READ.                                                    DBNK183P
043200     IF NOT BLN-REC-QUOTE-DRAWN                                   DBNK183P
043300        GO TO LOAN-LOOP                                           DBNK183P
043400     END-IF.                                                      DBNK183P
043500     IF BLN-REC-LOAN-ACCNO IS EQUAL TO SPACES                     DBNK183P
043600        GO TO LOAN-LOOP                                           DBNK183P
043700     END-IF.                                                      DBNK183P
043800     MOVE BLN-REC-PID TO WS-FIND-PID.                             DBNK183P
043900     PERFORM FIND-INSIDER THRU                                    DBNK183P
044000             FIND-INSIDER-EXIT.                                   DBNK183P
044100     IF WS-FIND-SUB IS EQUAL TO ZERO                              DBNK183P
044200        GO TO LOAN-LOOP                                           DBNK183P
044300     END-IF.                                                      DBNK183P
044400     PERFORM LOAN-PRINCIPAL THRU                                  DBNK183P
044500             LOAN-PRINCIPAL-EXIT.                                 DBNK183P
044600     PERFORM PRINT-LOAN-LINE THRU                                 DBNK183P
044700             PRINT-LOAN-LINE-EXIT.                                DBNK183P
044800     GO TO LOAN-LOOP.                                             DBNK183P
044900 LOAN-ENDED.                                                      DBNK183P
045000     MOVE WS-LOANS-LISTED TO WS-SECTION-COUNT.                    DBNK183P
045100     MOVE WS-LOANS-TOTAL TO WS-EDIT-AMT.                          DBNK183P
045200     PERFORM PRINT-SECTION-TOTAL THRU                             DBNK183P
045300             PRINT-SECTION-TOTAL-EXIT.                            DBNK183P
045400                                                                  DBNK183P
045500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK183P
045600     STRING WS-LINKS-LOADED          DELIMITED BY SIZE            DBNK183P
045700            ' insider links in force' DELIMITED BY SIZE           DBNK183P
045800       INTO WS-CONSOLE-MESSAGE.                                   DBNK183P
045900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK183P
046000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK183P
046100     STRING WS-POSTINGS-LISTED       DELIMITED BY SIZE            DBNK183P
046200            ' postings listed'       DELIMITED BY SIZE            DBNK183P
046300       INTO WS-CONSOLE-MESSAGE.                                   DBNK183P
046400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK183P
046500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK183P
046600     STRING WS-REFUNDS-LISTED        DELIMITED BY SIZE            DBNK183P
046700            ' fee refunds listed'    DELIMITED BY SIZE            DBNK183P
046800       INTO WS-CONSOLE-MESSAGE.                                   DBNK183P
046900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK183P
047000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK183P
047100     STRING WS-LOANS-LISTED          DELIMITED BY SIZE            DBNK183P
047200            ' loans listed'          DELIMITED BY SIZE            DBNK183P
047300       INTO WS-CONSOLE-MESSAGE.                                   DBNK183P
047400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK183P
047500                                                                  DBNK183P
047600     CLOSE INSRPT-FILE.                                           DBNK183P
047700     CLOSE BNKINSD-FILE.                                          DBNK183P
047800     CLOSE BNKACC-FILE.                                           DBNK183P
047900     CLOSE BNKLEDG-FILE.                                          DBNK183P
048000     CLOSE BNKFRFD-FILE.                                          DBNK183P
048100     CLOSE BNKLOAN-FILE.                                          DBNK183P
048200     CLOSE BNKLSCH-FILE.                                          DBNK183P
048300     CLOSE BNKCUST-FILE.                                          DBNK183P
048400                                                                  DBNK183P
048500     SET BCTL-FUNC-END TO TRUE.                                   DBNK183P
048600     COMPUTE BCTL-RECORD-COUNT =                                  DBNK183P
048700         WS-POSTINGS-LISTED + WS-REFUNDS-LISTED + WS-LOANS-LISTED.DBNK183P
048800     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK183P
048900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK183P
049000                                                                  DBNK183P
049100     PERFORM RUN-TIME.                                            DBNK183P
049200                                                                  DBNK183P
049300     MOVE 0 TO RETURN-CODE.                                       DBNK183P
049400 QUICK-EXIT.                                                      DBNK183P
049500     GOBACK.                                                      DBNK183P
049600                                                                  DBNK183P
049700***************************************************************** DBNK183P
049800* The table slot of the link for WS-FIND-PID; zero when the PID * DBNK183P
049900* is not linked to anyone                                       * DBNK183P
050000***************************************************************** DBNK183P
050100 FIND-INSIDER.                                                    DBNK183P
050200     MOVE 1 TO WS-FIND-SUB.                                       DBNK183P
050300 FIND-INSIDER-LOOP.                                               DBNK183P
050400     IF WS-FIND-SUB IS GREATER THAN WS-INSIDER-COUNT              DBNK183P
050500        MOVE ZERO TO WS-FIND-SUB                                  DBNK183P
050600        GO TO FIND-INSIDER-EXIT                                   DBNK183P
050700     END-IF.                                                      DBNK183P
050800     IF WS-IT-PID (WS-FIND-SUB) IS EQUAL TO WS-FIND-PID           DBNK183P
050900        GO TO FIND-INSIDER-EXIT                                   DBNK183P
051000     END-IF.                                                      DBNK183P
051100     ADD 1 TO WS-FIND-SUB.                                        DBNK183P
051200     GO TO FIND-INSIDER-LOOP.                                     DBNK183P
051300 FIND-INSIDER-EXIT.                                               DBNK183P
051400     EXIT.                                                        DBNK183P
051500                                                                  DBNK183P
051600***************************************************************** DBNK183P
051700* The account's postings for the month, as booked               * DBNK183P
051800***************************************************************** DBNK183P
051900 LIST-POSTINGS.                                                   DBNK183P
052000     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK183P
052100     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK183P
052200     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-ALTKEY1      DBNK183P
052300       INVALID KEY                                                DBNK183P
052400         GO TO LIST-POSTINGS-EXIT                                 DBNK183P
052500     END-START.                                                   DBNK183P
052600 LIST-POSTINGS-LOOP.                                              DBNK183P
052700     READ BNKLEDG-FILE NEXT                                       DBNK183P
052800       AT END                                                     DBNK183P
052900         GO TO LIST-POSTINGS-EXIT                                 DBNK183P
053000     END-READ.                                                    DBNK183P
053100     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO       DBNK183P
053200        GO TO LIST-POSTINGS-EXIT                                  DBNK183P
053300     END-IF.                                                      DBNK183P
053400     IF BLG-REC-BUS-DATE (1:6) IS NOT EQUAL TO                    DBNK183P
053500        WS-PERIOD-START (1:6)                                     DBNK183P
053600        GO TO LIST-POSTINGS-LOOP                                  DBNK183P
053700     END-IF.                                                      DBNK183P
053800     PERFORM PRINT-POSTING-LINE THRU                              DBNK183P
053900             PRINT-POSTING-LINE-EXIT.                             DBNK183P
054000     GO TO LIST-POSTINGS-LOOP.                                    DBNK183P
054100 LIST-POSTINGS-EXIT.                                              DBNK183P
054200     EXIT.                                                        DBNK183P
054300                                                                  DBNK183P
054400***************************************************************** DBNK183P
054500* The loan's unpaid principal; lines charged off are gone       * DBNK183P
054600***************************************************************** DBNK183P
054700 LOAN-PRINCIPAL.                                                  DBNK183P
054800     MOVE ZERO TO WS-LOAN-PRINCIPAL.                              DBNK183P
054900     MOVE BLN-REC-LOAN-ACCNO TO BLS-REC-LOAN-ACCNO.               DBNK183P
055000     MOVE 0 TO BLS-REC-SEQ.                                       DBNK183P
055100     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK183P
055200       INVALID KEY                                                DBNK183P
055300         GO TO LOAN-PRINCIPAL-EXIT                                DBNK183P
055400     END-START.                                                   DBNK183P
055500 LOAN-PRINCIPAL-LOOP.                                             DBNK183P
055600     READ BNKLSCH-FILE NEXT                                       DBNK183P
055700       AT END                                                     DBNK183P
055800         GO TO LOAN-PRINCIPAL-EXIT                                DBNK183P
055900     END-READ.                                                    DBNK183P
056000     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO BLN-REC-LOAN-ACCNO     DBNK183P
056100        GO TO LOAN-PRINCIPAL-EXIT                                 DBNK183P
056200     END-IF.                                                      DBNK183P
056300     IF NOT BLS-REC-IS-PAID AND NOT BLS-REC-IS-CHARGED-OFF        DBNK183P
056400        ADD BLS-REC-PRIN-AMT TO WS-LOAN-PRINCIPAL                 DBNK183P
056500     END-IF.                                                      DBNK183P
056600     GO TO LOAN-PRINCIPAL-LOOP.                                   DBNK183P
056700 LOAN-PRINCIPAL-EXIT.                                             DBNK183P
056800     EXIT.                                                        DBNK183P
056900                                                                  DBNK183P
057000***************************************************************** DBNK183P
057100* The customer's name for the line; blank if they have gone     * DBNK183P
057200***************************************************************** DBNK183P
057300 READ-CUSTOMER-NAME.                                              DBNK183P
057400     MOVE WS-FIND-PID TO BCS-REC-PID.                             DBNK183P
057500     READ BNKCUST-FILE                                            DBNK183P
057600       INVALID KEY                                                DBNK183P
057700         MOVE SPACES TO BCS-REC-NAME                              DBNK183P
057800     END-READ.                                                    DBNK183P
057900 READ-CUSTOMER-NAME-EXIT.                                         DBNK183P
058000     EXIT.                                                        DBNK183P
058100                                                                  DBNK183P
058200***************************************************************** DBNK183P
058300* The operator and relation columns common to every detail line * DBNK183P
058400***************************************************************** DBNK183P
058500 PRINT-LINK-COLUMNS.                                              DBNK183P
058600     MOVE WS-IT-USERID (WS-FIND-SUB) TO INSRPT-REC (1:5).         DBNK183P
058700     MOVE WS-IT-RELATION (WS-FIND-SUB) TO INSRPT-REC (8:1).       DBNK183P
058800     MOVE WS-FIND-PID TO INSRPT-REC (11:5).                       DBNK183P
058900     PERFORM READ-CUSTOMER-NAME THRU                              DBNK183P
059000             READ-CUSTOMER-NAME-EXIT.                             DBNK183P
059100     MOVE BCS-REC-NAME TO INSRPT-REC (18:20).                     DBNK183P
059200 PRINT-LINK-COLUMNS-EXIT.                                         DBNK183P
059300     EXIT.                                                        DBNK183P
059400                                                                  DBNK183P
059500***************************************************************** DBNK183P
059600* Detail lines                                                  * DBNK183P
059700***************************************************************** DBNK183P
059800 PRINT-POSTING-LINE.                                              DBNK183P
059900     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
060000     MOVE WS-ACC-PID TO WS-FIND-PID.                              DBNK183P
060100     PERFORM PRINT-LINK-COLUMNS THRU                              DBNK183P
060200             PRINT-LINK-COLUMNS-EXIT.                             DBNK183P
060300     MOVE BLG-REC-BUS-DATE TO INSRPT-REC (40:8).                  DBNK183P
060400     MOVE BAC-REC-ACCNO TO INSRPT-REC (50:9).                     DBNK183P
060500     MOVE BLG-REC-CATEGORY TO INSRPT-REC (61:4).                  DBNK183P
060600     IF BLG-REC-SUB-TYPE-FROM                                     DBNK183P
060700        MOVE 'DR' TO INSRPT-REC (67:2)                            DBNK183P
060800     ELSE                                                         DBNK183P
060900        MOVE 'CR' TO INSRPT-REC (67:2)                            DBNK183P
061000     END-IF.                                                      DBNK183P
061100     MOVE BLG-REC-AMOUNT TO WS-EDIT-AMT.                          DBNK183P
061200     MOVE WS-EDIT-AMT TO INSRPT-REC (70:15).                      DBNK183P
061300     MOVE BLG-REC-REFNO TO INSRPT-REC (87:12).                    DBNK183P
061400     IF BLG-REC-IS-REVERSAL                                       DBNK183P
061500        MOVE 'REVERSAL' TO INSRPT-REC (101:8)                     DBNK183P
061600     END-IF.                                                      DBNK183P
061700     IF BLG-REC-WAS-REVERSED                                      DBNK183P
061800        MOVE 'REVERSED' TO INSRPT-REC (101:8)                     DBNK183P
061900     END-IF.                                                      DBNK183P
062000     WRITE INSRPT-REC.                                            DBNK183P
062100     ADD 1 TO WS-POSTINGS-LISTED.                                 DBNK183P
062200     ADD BLG-REC-AMOUNT TO WS-POSTINGS-TOTAL.                     DBNK183P
062300 PRINT-POSTING-LINE-EXIT.                                         DBNK183P
062400     EXIT.                                                        DBNK183P
062500                                                                  DBNK183P
062600 PRINT-REFUND-LINE.                                               DBNK183P
062700     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
062800     PERFORM PRINT-LINK-COLUMNS THRU                              DBNK183P
062900             PRINT-LINK-COLUMNS-EXIT.                             DBNK183P
063000     MOVE BFR-REC-DATE TO INSRPT-REC (40:8).                      DBNK183P
063100     MOVE BFR-REC-ACCNO TO INSRPT-REC (50:9).                     DBNK183P
063200     MOVE BFR-REC-REASON TO INSRPT-REC (61:3).                    DBNK183P
063300     MOVE BFR-REC-AMOUNT TO WS-EDIT-AMT.                          DBNK183P
063400     MOVE WS-EDIT-AMT TO INSRPT-REC (70:15).                      DBNK183P
063500     MOVE BFR-REC-ORIG-REFNO TO INSRPT-REC (87:12).               DBNK183P
063600     MOVE BFR-REC-OPERATOR TO INSRPT-REC (101:5).                 DBNK183P
063700     MOVE BFR-REC-SUPER-PID TO INSRPT-REC (108:5).                DBNK183P
063800     WRITE INSRPT-REC.                                            DBNK183P
063900     ADD 1 TO WS-REFUNDS-LISTED.                                  DBNK183P
064000     ADD BFR-REC-AMOUNT TO WS-REFUNDS-TOTAL.                      DBNK183P
064100 PRINT-REFUND-LINE-EXIT.                                          DBNK183P
064200     EXIT.                                                        DBNK183P
064300                                                                  DBNK183P
064400 PRINT-LOAN-LINE.                                                 DBNK183P
064500     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
064600     PERFORM PRINT-LINK-COLUMNS THRU                              DBNK183P
064700             PRINT-LINK-COLUMNS-EXIT.                             DBNK183P
064800     MOVE BLN-REC-DTE TO INSRPT-REC (40:8).                       DBNK183P
064900     MOVE BLN-REC-LOAN-ACCNO TO INSRPT-REC (50:9).                DBNK183P
065000     MOVE BLN-REC-PROD-CODE TO INSRPT-REC (61:2).                 DBNK183P
065100     MOVE BLN-REC-PRINCIPAL TO WS-EDIT-AMT.                       DBNK183P
065200     MOVE WS-EDIT-AMT TO INSRPT-REC (70:15).                      DBNK183P
065300     MOVE BLN-REC-RATE TO WS-EDIT-RATE.                           DBNK183P
065400     MOVE WS-EDIT-RATE TO INSRPT-REC (87:7).                      DBNK183P
065500     MOVE BLN-REC-TERM TO WS-EDIT-TERM.                           DBNK183P
065600     MOVE WS-EDIT-TERM TO INSRPT-REC (95:5).                      DBNK183P
065700     MOVE WS-LOAN-PRINCIPAL TO WS-EDIT-AMT.                       DBNK183P
065800     MOVE WS-EDIT-AMT TO INSRPT-REC (101:15).                     DBNK183P
065900     WRITE INSRPT-REC.                                            DBNK183P
066000     ADD 1 TO WS-LOANS-LISTED.                                    DBNK183P
066100     ADD WS-LOAN-PRINCIPAL TO WS-LOANS-TOTAL.                     DBNK183P
066200 PRINT-LOAN-LINE-EXIT.                                            DBNK183P
066300     EXIT.                                                        DBNK183P
066400                                                                  DBNK183P
066500***************************************************************** DBNK183P
066600* The count and total under each part; the amount is edited by  * DBNK183P
066700* the caller                                                    * DBNK183P
066800***************************************************************** DBNK183P
066900 PRINT-SECTION-TOTAL.                                             DBNK183P
067000     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
067100     MOVE WS-SECTION-COUNT TO WS-EDIT-CNT.                        DBNK183P
067200     MOVE WS-EDIT-CNT TO INSRPT-REC (1:7).                        DBNK183P
067300     MOVE 'LINES' TO INSRPT-REC (9:5).                            DBNK183P
067400     MOVE 'TOTAL' TO INSRPT-REC (61:5).                           DBNK183P
067500     MOVE WS-EDIT-AMT TO INSRPT-REC (70:15).                      DBNK183P
067600     WRITE INSRPT-REC.                                            DBNK183P
067700     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
067800     WRITE INSRPT-REC.                                            DBNK183P
067900 PRINT-SECTION-TOTAL-EXIT.                                        DBNK183P
068000     EXIT.                                                        DBNK183P
068100                                                                  DBNK183P
068200***************************************************************** DBNK183P
068300* Report headings                                               * DBNK183P
068400***************************************************************** DBNK183P
068500 PRINT-REPORT-HEADING.                                            DBNK183P
068600     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
068700     STRING 'INSIDER DEALINGS FOR THE MONTH OF '                  DBNK183P
068800                                          DELIMITED BY SIZE       DBNK183P
068900            WS-PERIOD-START (1:6)         DELIMITED BY SIZE       DBNK183P
069000       INTO INSRPT-REC.                                           DBNK183P
069100     WRITE INSRPT-REC.                                            DBNK183P
069200     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
069300     MOVE 'STAFF AND RELATED PARTIES ON THE INSIDER REGISTER'     DBNK183P
069400       TO INSRPT-REC (1:50).                                      DBNK183P
069500     WRITE INSRPT-REC.                                            DBNK183P
069600     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
069700     WRITE INSRPT-REC.                                            DBNK183P
069800 PRINT-REPORT-HEADING-EXIT.                                       DBNK183P
069900     EXIT.                                                        DBNK183P
070000                                                                  DBNK183P
070100 PRINT-POSTING-HEADING.                                           DBNK183P
070200     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
070300     MOVE 'POSTINGS' TO INSRPT-REC (1:8).                         DBNK183P
070400     WRITE INSRPT-REC.                                            DBNK183P
070500     PERFORM PRINT-COLUMN-HEADING THRU                            DBNK183P
070600             PRINT-COLUMN-HEADING-EXIT.                           DBNK183P
070700     MOVE 'DATE' TO INSRPT-REC (40:4).                            DBNK183P
070800     MOVE 'ACCOUNT' TO INSRPT-REC (50:7).                         DBNK183P
070900     MOVE 'CAT' TO INSRPT-REC (61:3).                             DBNK183P
071000     MOVE 'DR/CR' TO INSRPT-REC (65:5).                           DBNK183P
071100     MOVE '         AMOUNT' TO INSRPT-REC (70:15).                DBNK183P
071200     MOVE 'REFERENCE' TO INSRPT-REC (87:9).                       DBNK183P
071300     WRITE INSRPT-REC.                                            DBNK183P
071400 PRINT-POSTING-HEADING-EXIT.                                      DBNK183P
071500     EXIT.                                                        DBNK183P
071600                                                                  DBNK183P
071700 PRINT-REFUND-HEADING.                                            DBNK183P
071800     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
071900     MOVE 'FEE REFUNDS' TO INSRPT-REC (1:11).                     DBNK183P
072000     WRITE INSRPT-REC.                                            DBNK183P
072100     PERFORM PRINT-COLUMN-HEADING THRU                            DBNK183P
072200             PRINT-COLUMN-HEADING-EXIT.                           DBNK183P
072300     MOVE 'DATE' TO INSRPT-REC (40:4).                            DBNK183P
072400     MOVE 'ACCOUNT' TO INSRPT-REC (50:7).                         DBNK183P
072500     MOVE 'RSN' TO INSRPT-REC (61:3).                             DBNK183P
072600     MOVE '  AMOUNT REFUND' TO INSRPT-REC (70:15).                DBNK183P
072700     MOVE 'FEE REFUNDED' TO INSRPT-REC (87:12).                   DBNK183P
072800     MOVE 'BY' TO INSRPT-REC (101:2).                             DBNK183P
072900     MOVE 'AUTH' TO INSRPT-REC (108:4).                           DBNK183P
073000     WRITE INSRPT-REC.                                            DBNK183P
073100 PRINT-REFUND-HEADING-EXIT.                                       DBNK183P
073200     EXIT.                                                        DBNK183P
073300                                                                  DBNK183P
073400 PRINT-LOAN-HEADING.                                              DBNK183P
073500     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
073600     MOVE 'LOANS' TO INSRPT-REC (1:5).                            DBNK183P
073700     WRITE INSRPT-REC.                                            DBNK183P
073800     PERFORM PRINT-COLUMN-HEADING THRU                            DBNK183P
073900             PRINT-COLUMN-HEADING-EXIT.                           DBNK183P
074000     MOVE 'QUOTED' TO INSRPT-REC (40:6).                          DBNK183P
074100     MOVE 'LOAN ACC' TO INSRPT-REC (50:8).                        DBNK183P
074200     MOVE 'PRD' TO INSRPT-REC (61:3).                             DBNK183P
074300     MOVE '      PRINCIPAL' TO INSRPT-REC (70:15).                DBNK183P
074400     MOVE '   RATE' TO INSRPT-REC (87:7).                         DBNK183P
074500     MOVE ' TERM' TO INSRPT-REC (95:5).                           DBNK183P
074600     MOVE '    OUTSTANDING' TO INSRPT-REC (101:15).               DBNK183P
074700     WRITE INSRPT-REC.                                            DBNK183P
074800 PRINT-LOAN-HEADING-EXIT.                                         DBNK183P
074900     EXIT.                                                        DBNK183P
075000                                                                  DBNK183P
075100***************************************************************** DBNK183P
075200* The first columns of every part's heading; the caller adds    * DBNK183P
075300* its own and writes the line                                   * DBNK183P
075400***************************************************************** DBNK183P
075500 PRINT-COLUMN-HEADING.                                            DBNK183P
075600     MOVE SPACES TO INSRPT-REC.                                   DBNK183P
075700     MOVE 'OPER' TO INSRPT-REC (1:4).                             DBNK183P
075800     MOVE 'R' TO INSRPT-REC (8:1).                                DBNK183P
075900     MOVE 'PID' TO INSRPT-REC (11:3).                             DBNK183P
076000     MOVE 'NAME' TO INSRPT-REC (18:4).                            DBNK183P
076100 PRINT-COLUMN-HEADING-EXIT.                                       DBNK183P
076200     EXIT.                                                        DBNK183P
076300                                                                  DBNK183P
076400***************************************************************** DBNK183P
076500* Check file open OK                                            * DBNK183P
076600***************************************************************** DBNK183P
076700 CHECK-OPEN.                                                      DBNK183P
076800     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK183P
076900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK183P
077000        STRING WS-FILE       DELIMITED BY ' '                     DBNK183P
077100               ' opened ok' DELIMITED BY SIZE                     DBNK183P
077200          INTO WS-CONSOLE-MESSAGE                                 DBNK183P
077300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK183P
077400     ELSE                                                         DBNK183P
077500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK183P
077600        STRING WS-FILE          DELIMITED BY ' '                  DBNK183P
077700               ' did not open' DELIMITED BY SIZE                  DBNK183P
077800          INTO WS-CONSOLE-MESSAGE                                 DBNK183P
077900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK183P
078000        PERFORM DISPLAY-IO-STATUS                                 DBNK183P
078100        ADD 1 TO WS-OPEN-ERROR                                    DBNK183P
078200     END-IF.                                                      DBNK183P
078300 CHECK-OPEN-EXIT.                                                 DBNK183P
078400     EXIT.                                                        DBNK183P
078500                                                                  DBNK183P
078600***************************************************************** DBNK183P
078700* Display the file status bytes. This routine will display as  *  DBNK183P
078800* two digits if the full two byte file status is numeric. If   *  DBNK183P
078900* second byte is non-numeric then it will be treated as a      *  DBNK183P
079000* binary number.                                                * DBNK183P
079100***************************************************************** DBNK183P
079200 DISPLAY-IO-STATUS.                                               DBNK183P
079300     IF WS-IO-STATUS NUMERIC                                      DBNK183P
079400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK183P
079500        STRING 'File status -' DELIMITED BY SIZE                  DBNK183P
079600               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK183P
079700          INTO WS-CONSOLE-MESSAGE                                 DBNK183P
079800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK183P
079900     ELSE                                                         DBNK183P
080000        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK183P
080100        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK183P
080200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK183P
080300        STRING 'File status -' DELIMITED BY SIZE                  DBNK183P
080400               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK183P
080500               '/'            DELIMITED BY SIZE                   DBNK183P
080600               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK183P
080700          INTO WS-CONSOLE-MESSAGE                                 DBNK183P
080800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK183P
080900     END-IF.                                                      DBNK183P
081000                                                                  DBNK183P
081100***************************************************************** DBNK183P
081200* Display CONSOLE messages...                                   * DBNK183P
081300***************************************************************** DBNK183P
081400 DISPLAY-CONSOLE-MESSAGE.                                         DBNK183P
081500     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK183P
081600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK183P
081700                                                                  DBNK183P
081800 COPY CTIMERP.                                                    DBNK183P
081900                                                                  DBNK183P
