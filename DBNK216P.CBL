000100***************************************************************** DBNK216P
000200*                                                               * DBNK216P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK216P
000400*   This demonstration program is provided for use by users     * DBNK216P
000500*   of Micro Focus products and may be used, modified and       * DBNK216P
000600*   distributed as part of your application provided that       * DBNK216P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK216P
000800*   in this material.                                           * DBNK216P
000900*                                                               * DBNK216P
001000***************************************************************** DBNK216P
001100                                                                  DBNK216P
001200***************************************************************** DBNK216P
001300* Program:     DBNK216P.CBL                                     * DBNK216P
001400* Function:    Year-end mortgage interest statement batch, run  * DBNK216P
001500*              in January for the calendar year before the      * DBNK216P
001600*              business date. For every drawn mortgage quote    * DBNK216P
001700*              (product MG) it totals the interest collected on * DBNK216P
001800*              the BNKLSCH installments DBANK66P marked paid in * DBNK216P
001900*              the year, the discount points DBANK22P withheld  * DBNK216P
002000*              at drawdown if the loan was drawn in the year,   * DBNK216P
002100*              and the property tax DBNK120P paid from the      * DBNK216P
002200*              BNKESCR escrow account to the loan's tax payee   * DBNK216P
002300*              through BNKOPAY. Each borrower's statement goes  * DBNK216P
002400*              to MTGSTMT and is logged on BNKCORR, and the     * DBNK216P
002500*              filing record goes to the MTGEXTR extract, which * DBNK216P
002600*              is registered on BNKFCTL under stream MTGINT.    * DBNK216P
002700*              The figures issued are kept on BNKMINT. A later  * DBNK216P
002800*              run for the same year reports only loans whose   * DBNK216P
002900*              figures have since changed - a reversal or a     * DBNK216P
003000*              DBNK119P restructure - as CORRECTED statements.  * DBNK216P
003100*              VSAM version                                     * DBNK216P
003200***************************************************************** DBNK216P
003300                                                                  DBNK216P
003400 IDENTIFICATION DIVISION.                                         DBNK216P
003500 PROGRAM-ID.                                                      DBNK216P
003600     DBNK216P.                                                    DBNK216P
003700 DATE-WRITTEN.                                                    DBNK216P
003800     October 2008.                                                DBNK216P
003900 DATE-COMPILED.                                                   DBNK216P
004000     Today.                                                       DBNK216P
004100                                                                  DBNK216P
004200 ENVIRONMENT DIVISION.                                            DBNK216P
004300                                                                  DBNK216P
004400 INPUT-OUTPUT   SECTION.                                          DBNK216P
004500   FILE-CONTROL.                                                  DBNK216P
004600     SELECT MTGSTMT-FILE                                          DBNK216P
004700            ASSIGN       TO MTGSTMT                               DBNK216P
004800            ORGANIZATION IS SEQUENTIAL                            DBNK216P
004900            FILE STATUS  IS WS-MTGSTMT-STATUS.                    DBNK216P
005000                                                                  DBNK216P
005100     SELECT MTGEXTR-FILE                                          DBNK216P
005200            ASSIGN       TO MTGEXTR                               DBNK216P
005300            ORGANIZATION IS SEQUENTIAL                            DBNK216P
005400            FILE STATUS  IS WS-MTGEXTR-STATUS.                    DBNK216P
005500                                                                  DBNK216P
005600     SELECT BNKLOAN-FILE                                          DBNK216P
005700            ASSIGN       TO BNKLOAN                               DBNK216P
005800            ORGANIZATION IS INDEXED                               DBNK216P
005900            ACCESS MODE  IS SEQUENTIAL                            DBNK216P
006000            RECORD KEY   IS BLN-REC-TIMESTAMP                     DBNK216P
006100            ALTERNATE KEY IS BLN-REC-ALTKEY1 WITH DUPLICATES      DBNK216P
006200            ALTERNATE KEY IS BLN-REC-ALTKEY2 WITH DUPLICATES      DBNK216P
006300            FILE STATUS  IS WS-BNKLOAN-STATUS.                    DBNK216P
006400                                                                  DBNK216P
006500     SELECT BNKLSCH-FILE                                          DBNK216P
006600            ASSIGN       TO BNKLSCH                               DBNK216P
006700            ORGANIZATION IS INDEXED                               DBNK216P
006800            ACCESS MODE  IS DYNAMIC                               DBNK216P
006900            RECORD KEY   IS BLS-REC-KEY                           DBNK216P
007000            FILE STATUS  IS WS-BNKLSCH-STATUS.                    DBNK216P
007100                                                                  DBNK216P
007200     SELECT BNKESCR-FILE                                          DBNK216P
007300            ASSIGN       TO BNKESCR                               DBNK216P
007400            ORGANIZATION IS INDEXED                               DBNK216P
007500            ACCESS MODE  IS RANDOM                                DBNK216P
007600            RECORD KEY   IS ESC-REC-LOAN-ACCNO                    DBNK216P
007700            FILE STATUS  IS WS-BNKESCR-STATUS.                    DBNK216P
007800                                                                  DBNK216P
007900     SELECT BNKOPAY-FILE                                          DBNK216P
008000            ASSIGN       TO BNKOPAY                               DBNK216P
008100            ORGANIZATION IS INDEXED                               DBNK216P
008200            ACCESS MODE  IS DYNAMIC                               DBNK216P
008300            RECORD KEY   IS BOP-REC-TIMESTAMP                     DBNK216P
008400            FILE STATUS  IS WS-BNKOPAY-STATUS.                    DBNK216P
008500                                                                  DBNK216P
008600     SELECT BNKCUST-FILE                                          DBNK216P
008700            ASSIGN       TO BNKCUST                               DBNK216P
008800            ORGANIZATION IS INDEXED                               DBNK216P
008900            ACCESS MODE  IS RANDOM                                DBNK216P
009000            RECORD KEY   IS BCS-REC-PID                           DBNK216P
009100            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK216P
009200                                                                  DBNK216P
009300     SELECT BNKCORR-FILE                                          DBNK216P
009400            ASSIGN       TO BNKCORR                               DBNK216P
009500            ORGANIZATION IS INDEXED                               DBNK216P
009600            ACCESS MODE  IS RANDOM                                DBNK216P
009700            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBNK216P
009800            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBNK216P
009900            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBNK216P
010000                                                                  DBNK216P
010100     SELECT BNKMINT-FILE                                          DBNK216P
010200            ASSIGN       TO BNKMINT                               DBNK216P
010300            ORGANIZATION IS INDEXED                               DBNK216P
010400            ACCESS MODE  IS RANDOM                                DBNK216P
010500            RECORD KEY   IS BMI-REC-KEY                           DBNK216P
010600            FILE STATUS  IS WS-BNKMINT-STATUS.                    DBNK216P
010700                                                                  DBNK216P
010800 DATA DIVISION.                                                   DBNK216P
010900                                                                  DBNK216P
011000 FILE SECTION.                                                    DBNK216P
011100 FD  MTGSTMT-FILE.                                                DBNK216P
011200 01  MTGSTMT-REC                              PIC X(100).         DBNK216P
011300                                                                  DBNK216P
011400 FD  MTGEXTR-FILE.                                                DBNK216P
011500 01  MTGEXTR-REC.                                                 DBNK216P
011600   05  MTGEXTR-LOAN-ACCNO                     PIC X(9).           DBNK216P
011700   05  MTGEXTR-PID                            PIC X(5).           DBNK216P
011800   05  MTGEXTR-YEAR                           PIC 9(4).           DBNK216P
011900   05  MTGEXTR-INT-AMT                        PIC 9(9)V99.        DBNK216P
012000   05  MTGEXTR-POINTS-AMT                     PIC 9(7)V99.        DBNK216P
012100   05  MTGEXTR-TAX-AMT                        PIC 9(9)V99.        DBNK216P
012200   05  MTGEXTR-NAME                           PIC X(30).          DBNK216P
012300   05  MTGEXTR-POST-CODE                      PIC X(10).          DBNK216P
012400   05  MTGEXTR-CORRECTED                      PIC X(1).           DBNK216P
012500   05  FILLER                                 PIC X(10).          DBNK216P
012600                                                                  DBNK216P
012700 FD  BNKLOAN-FILE.                                                DBNK216P
012800 01  BNKLOAN-REC.                                                 DBNK216P
012900 COPY CBANKVLN.                                                   DBNK216P
013000                                                                  DBNK216P
013100 FD  BNKLSCH-FILE.                                                DBNK216P
013200 01  BNKLSCH-REC.                                                 DBNK216P
013300 COPY CBANKVLS.                                                   DBNK216P
013400                                                                  DBNK216P
013500 FD  BNKESCR-FILE.                                                DBNK216P
013600 01  BNKESCR-REC.                                                 DBNK216P
013700 COPY CBANKVES.                                                   DBNK216P
013800                                                                  DBNK216P
013900 FD  BNKOPAY-FILE.                                                DBNK216P
014000 01  BNKOPAY-REC.                                                 DBNK216P
014100 COPY CBANKVOP.                                                   DBNK216P
014200                                                                  DBNK216P
014300 FD  BNKCUST-FILE.                                                DBNK216P
014400 01  BNKCUST-REC.                                                 DBNK216P
014500 COPY CBANKVCS.                                                   DBNK216P
014600                                                                  DBNK216P
014700 FD  BNKCORR-FILE.                                                DBNK216P
014800 01  BNKCORR-REC.                                                 DBNK216P
014900 COPY CBANKVCO.                                                   DBNK216P
015000                                                                  DBNK216P
015100 FD  BNKMINT-FILE.                                                DBNK216P
015200 01  BNKMINT-REC.                                                 DBNK216P
015300 COPY CBANKVMI.                                                   DBNK216P
015400                                                                  DBNK216P
015500 WORKING-STORAGE SECTION.                                         DBNK216P
015600 COPY CTIMERD.                                                    DBNK216P
015700 COPY CTSTAMPD.                                                   DBNK216P
015800                                                                  DBNK216P
015900 01  WS-MISC-STORAGE.                                             DBNK216P
016000   05  WS-PROGRAM-ID                         PIC X(8)             DBNK216P
016100       VALUE 'DBNK216P'.                                          DBNK216P
016200                                                                  DBNK216P
016300   05  WS-MTGSTMT-STATUS.                                         DBNK216P
016400     10  WS-MTGSTMT-STAT1                    PIC X(1).            DBNK216P
016500     10  WS-MTGSTMT-STAT2                    PIC X(1).            DBNK216P
016600                                                                  DBNK216P
016700   05  WS-MTGEXTR-STATUS.                                         DBNK216P
016800     10  WS-MTGEXTR-STAT1                    PIC X(1).            DBNK216P
016900     10  WS-MTGEXTR-STAT2                    PIC X(1).            DBNK216P
017000                                                                  DBNK216P
017100   05  WS-BNKLOAN-STATUS.                                         DBNK216P
017200     10  WS-BNKLOAN-STAT1                    PIC X(1).            DBNK216P
017300     10  WS-BNKLOAN-STAT2                    PIC X(1).            DBNK216P
017400                                                                  DBNK216P
017500   05  WS-BNKLSCH-STATUS.                                         DBNK216P
017600     10  WS-BNKLSCH-STAT1                    PIC X(1).            DBNK216P
017700     10  WS-BNKLSCH-STAT2                    PIC X(1).            DBNK216P
017800                                                                  DBNK216P
017900   05  WS-BNKESCR-STATUS.                                         DBNK216P
018000     10  WS-BNKESCR-STAT1                    PIC X(1).            DBNK216P
018100     10  WS-BNKESCR-STAT2                    PIC X(1).            DBNK216P
018200                                                                  DBNK216P
018300   05  WS-BNKOPAY-STATUS.                                         DBNK216P
018400     10  WS-BNKOPAY-STAT1                    PIC X(1).            DBNK216P
018500     10  WS-BNKOPAY-STAT2                    PIC X(1).            DBNK216P
018600                                                                  DBNK216P
018700   05  WS-BNKCUST-STATUS.                                         DBNK216P
018800     10  WS-BNKCUST-STAT1                    PIC X(1).            DBNK216P
018900     10  WS-BNKCUST-STAT2                    PIC X(1).            DBNK216P
019000                                                                  DBNK216P
019100   05  WS-BNKCORR-STATUS.                                         DBNK216P
019200     10  WS-BNKCORR-STAT1                    PIC X(1).            DBNK216P
019300     10  WS-BNKCORR-STAT2                    PIC X(1).            DBNK216P
019400                                                                  DBNK216P
019500   05  WS-BNKMINT-STATUS.                                         DBNK216P
019600     10  WS-BNKMINT-STAT1                    PIC X(1).            DBNK216P
019700     10  WS-BNKMINT-STAT2                    PIC X(1).            DBNK216P
019800                                                                  DBNK216P
019900   05  WS-IO-STATUS.                                              DBNK216P
020000     10  WS-IO-STAT1                         PIC X(1).            DBNK216P
020100     10  WS-IO-STAT2                         PIC X(1).            DBNK216P
020200                                                                  DBNK216P
020300   05  WS-TWO-BYTES.                                              DBNK216P
020400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            DBNK216P
020500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            DBNK216P
020600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK216P
020700                                             PIC 9(1) COMP.       DBNK216P
020800                                                                  DBNK216P
020900   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK216P
021000     88  OPEN-OK                              VALUE 0.            DBNK216P
021100                                                                  DBNK216P
021200   05  WS-FILE                               PIC X(16).           DBNK216P
021300                                                                  DBNK216P
021400* The statement year is the calendar year before the business     DBNK216P
021500* date, since the year-end run is made in January                 DBNK216P
021600   05  WS-TAX-YEAR                           PIC 9(4).            DBNK216P
021700   05  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR   PIC X(4).            DBNK216P
021800                                                                  DBNK216P
021900   05  WS-LOANS-READ                         PIC 9(7)             DBNK216P
022000       VALUE ZERO.                                                DBNK216P
022100   05  WS-MORTGAGES                          PIC 9(5)             DBNK216P
022200       VALUE ZERO.                                                DBNK216P
022300   05  WS-TAX-PAYMENTS                       PIC 9(5)             DBNK216P
022400       VALUE ZERO.                                                DBNK216P
022500   05  WS-STMTS-ORIGINAL                     PIC 9(5)             DBNK216P
022600       VALUE ZERO.                                                DBNK216P
022700   05  WS-STMTS-CORRECTED                    PIC 9(5)             DBNK216P
022800       VALUE ZERO.                                                DBNK216P
022900   05  WS-STMTS-UNCHANGED                    PIC 9(5)             DBNK216P
023000       VALUE ZERO.                                                DBNK216P
023100   05  WS-EXTRACT-RECORDS                    PIC 9(7)             DBNK216P
023200       VALUE ZERO.                                                DBNK216P
023300   05  WS-INT-TOTAL                          PIC S9(11)V99        DBNK216P
023400                                             COMP-3 VALUE ZERO.   DBNK216P
023500                                                                  DBNK216P
023600   05  WS-LOAN-INT                           PIC S9(9)V99 COMP-3. DBNK216P
023700   05  WS-LOAN-POINTS                        PIC S9(7)V99 COMP-3. DBNK216P
023800   05  WS-LOAN-TAX                           PIC S9(9)V99 COMP-3. DBNK216P
023900   05  WS-PRIOR-ISSUED                       PIC X(8).            DBNK216P
024000                                                                  DBNK216P
024100   05  WS-STMT-KIND                          PIC X(1).            DBNK216P
024200     88  WS-STMT-IS-ORIGINAL                  VALUE 'O'.          DBNK216P
024300     88  WS-STMT-IS-CORRECTED                 VALUE 'C'.          DBNK216P
024400     88  WS-STMT-NOT-NEEDED                   VALUE 'N'.          DBNK216P
024500                                                                  DBNK216P
024600   05  WS-ISSUED-FOUND                       PIC X(1).            DBNK216P
024700     88  WS-ISSUED-IS-FOUND                   VALUE 'Y'.          DBNK216P
024800     88  WS-ISSUED-NOT-FOUND                  VALUE 'N'.          DBNK216P
024900                                                                  DBNK216P
025000   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99.  DBNK216P
025100   05  WS-SUB1                               PIC S9(4) COMP.      DBNK216P
025200   05  WS-TAX-ACCNO                          PIC X(9).            DBNK216P
025300   05  WS-TAX-FOUND                          PIC X(1).            DBNK216P
025400     88  WS-TAX-IS-FOUND                      VALUE 'Y'.          DBNK216P
025500     88  WS-TAX-NOT-FOUND                     VALUE 'N'.          DBNK216P
025600                                                                  DBNK216P
025700* Property tax paid out of escrow during the year, per loan,      DBNK216P
025800* gathered in one pass of the year's BNKOPAY entries before the   DBNK216P
025900* loans are read                                                  DBNK216P
026000 01  WS-TAX-TABLE.                                                DBNK216P
026100   05  WS-TAX-COUNT                          PIC S9(4) COMP       DBNK216P
026200       VALUE ZERO.                                                DBNK216P
026300   05  WS-TAX-ENTRY OCCURS 1000 TIMES.                            DBNK216P
026400     10  WS-TX-LOAN-ACCNO                    PIC X(9).            DBNK216P
026500     10  WS-TX-AMOUNT                        PIC S9(9)V99         DBNK216P
026600                                             COMP-3.              DBNK216P
026700                                                                  DBNK216P
026800 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK216P
026900                                                                  DBNK216P
027000 01  WS-BCTL-DATA.                                                DBNK216P
027100 COPY CBCTLD.                                                     DBNK216P
027200                                                                  DBNK216P
027300 01  WS-BUSD-DATA.                                                DBNK216P
027400 COPY CBUSDD.                                                     DBNK216P
027500                                                                  DBNK216P
027600 01  WS-FCTL-DATA.                                                DBNK216P
027700 COPY CFCTLD.                                                     DBNK216P
027800                                                                  DBNK216P
027900 PROCEDURE DIVISION.                                              DBNK216P
028000     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK216P
028100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK216P
028200     PERFORM RUN-TIME.                                            DBNK216P
028300                                                                  DBNK216P
028400***************************************************************** DBNK216P
028500* Register this run in the batch control file against the       * DBNK216P
028600* business date - a rerun on a later day is what picks up       * DBNK216P
028700* corrections to a year already reported                        * DBNK216P
028800***************************************************************** DBNK216P
028900     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK216P
029000     MOVE BUSD-DATE (1:4) TO WS-TAX-YEAR-X.                       DBNK216P
029100     SUBTRACT 1 FROM WS-TAX-YEAR.                                 DBNK216P
029200     MOVE 'DBNK216P' TO BCTL-JOB-NAME.                            DBNK216P
029300     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK216P
029400     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK216P
029500     SET BCTL-FUNC-START TO TRUE.                                 DBNK216P
029600     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK216P
029700     IF NOT BCTL-OK                                               DBNK216P
029800        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK216P
029900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK216P
030000        MOVE 8 TO RETURN-CODE                                     DBNK216P
030100        GO TO QUICK-EXIT                                          DBNK216P
030200     END-IF.                                                      DBNK216P
030300     SET OPEN-OK TO TRUE.                                         DBNK216P
030400                                                                  DBNK216P
030500     OPEN OUTPUT MTGSTMT-FILE.                                    DBNK216P
030600     MOVE WS-MTGSTMT-STATUS TO WS-IO-STATUS.                      DBNK216P
030700     MOVE 'MTGSTMT-FILE' TO WS-FILE.                              DBNK216P
030800     PERFORM CHECK-OPEN THRU                                      DBNK216P
030900             CHECK-OPEN-EXIT.                                     DBNK216P
031000                                                                  DBNK216P
031100     OPEN OUTPUT MTGEXTR-FILE.                                    DBNK216P
031200     MOVE WS-MTGEXTR-STATUS TO WS-IO-STATUS.                      DBNK216P
031300     MOVE 'MTGEXTR-FILE' TO WS-FILE.                              DBNK216P
031400     PERFORM CHECK-OPEN THRU                                      DBNK216P
031500             CHECK-OPEN-EXIT.                                     DBNK216P
031600                                                                  DBNK216P
031700     OPEN INPUT BNKLOAN-FILE.                                     DBNK216P
031800     MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS.                      DBNK216P
031900     MOVE 'BNKLOAN-FILE' TO WS-FILE.                              DBNK216P
032000     PERFORM CHECK-OPEN THRU                                      DBNK216P
032100             CHECK-OPEN-EXIT.                                     DBNK216P
032200                                                                  DBNK216P
032300     OPEN INPUT BNKLSCH-FILE.                                     DBNK216P
032400     MOVE WS-BNKLSCH-STATUS TO WS-IO-STATUS.                      DBNK216P
032500     MOVE 'BNKLSCH-FILE' TO WS-FILE.                              DBNK216P
032600     PERFORM CHECK-OPEN THRU                                      DBNK216P
032700             CHECK-OPEN-EXIT.                                     DBNK216P
032800                                                                  DBNK216P
032900     OPEN INPUT BNKESCR-FILE.                                     DBNK216P
033000     MOVE WS-BNKESCR-STATUS TO WS-IO-STATUS.                      DBNK216P
033100     MOVE 'BNKESCR-FILE' TO WS-FILE.                              DBNK216P
033200     PERFORM CHECK-OPEN THRU                                      DBNK216P
033300             CHECK-OPEN-EXIT.                                     DBNK216P
033400                                                                  DBNK216P
033500     OPEN INPUT BNKOPAY-FILE.                                     DBNK216P
033600     MOVE WS-BNKOPAY-STATUS TO WS-IO-STATUS.                      DBNK216P
033700     MOVE 'BNKOPAY-FILE' TO WS-FILE.                              DBNK216P
033800     PERFORM CHECK-OPEN THRU                                      DBNK216P
033900             CHECK-OPEN-EXIT.                                     DBNK216P
034000                                                                  DBNK216P
034100     OPEN INPUT BNKCUST-FILE.                                     DBNK216P
034200     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK216P
034300     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK216P
034400     PERFORM CHECK-OPEN THRU                                      DBNK216P
034500             CHECK-OPEN-EXIT.                                     DBNK216P
034600                                                                  DBNK216P
034700     OPEN I-O BNKCORR-FILE.                                       DBNK216P
034800     MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS.                      DBNK216P
034900     MOVE 'BNKCORR-FILE' TO WS-FILE.                              DBNK216P
035000     PERFORM CHECK-OPEN THRU                                      DBNK216P
035100             CHECK-OPEN-EXIT.                                     DBNK216P
035200                                                                  DBNK216P
035300     OPEN I-O BNKMINT-FILE.                                       DBNK216P
035400     MOVE WS-BNKMINT-STATUS TO WS-IO-STATUS.                      DBNK216P
035500     MOVE 'BNKMINT-FILE' TO WS-FILE.                              DBNK216P
035600     PERFORM CHECK-OPEN THRU                                      DBNK216P
035700             CHECK-OPEN-EXIT.                                     DBNK216P
035800                                                                  DBNK216P
035900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK216P
036000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK216P
036100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK216P
036200        MOVE 16 TO RETURN-CODE                                    DBNK216P
036300        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK216P
036400        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK216P
036500        GO TO QUICK-EXIT                                          DBNK216P
036600     END-IF.                                                      DBNK216P
036700                                                                  DBNK216P
036800     PERFORM LOAD-TAX-TABLE THRU                                  DBNK216P
036900             LOAD-TAX-TABLE-EXIT.                                 DBNK216P
037000                                                                  DBNK216P
037100 BNKLOAN-PROCESS.                                                 DBNK216P
037200     MOVE 0 TO WS-LOANS-READ.                                     DBNK216P
037300 BNKLOAN-LOOP.                                                    DBNK216P
037400     READ BNKLOAN-FILE                                            DBNK216P
037500       AT END                                                     DBNK216P
037600         GO TO BNKLOAN-ENDED                                      DBNK216P
037700     END-READ.                                                    DBNK216P
037800     ADD 1 TO WS-LOANS-READ.                                      DBNK216P
037900     IF BLN-REC-QUOTE-DRAWN AND                                   DBNK216P
038000        BLN-REC-IS-QUOTE AND                                      DBNK216P
038100        BLN-REC-PROD-CODE IS EQUAL TO 'MG' AND                    DBNK216P
038200        BLN-REC-LOAN-ACCNO IS NOT EQUAL TO SPACES                 DBNK216P
038300        PERFORM REPORT-MORTGAGE THRU                              DBNK216P
038400                REPORT-MORTGAGE-EXIT                              DBNK216P
038500     END-IF.                                                      DBNK216P
038600     GO TO BNKLOAN-LOOP.                                          DBNK216P
038700 BNKLOAN-ENDED.                                                   DBNK216P
038800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK216P
038900     STRING WS-LOANS-READ                DELIMITED BY SIZE        DBNK216P
039000            ' quotes read from BNKLOAN'  DELIMITED BY SIZE        DBNK216P
039100       INTO WS-CONSOLE-MESSAGE.                                   DBNK216P
039200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK216P
039300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK216P
039400     STRING WS-MORTGAGES                 DELIMITED BY SIZE        DBNK216P
039500            ' drawn mortgages for tax year '                      DBNK216P
039600                                         DELIMITED BY SIZE        DBNK216P
039700            WS-TAX-YEAR-X                DELIMITED BY SIZE        DBNK216P
039800       INTO WS-CONSOLE-MESSAGE.                                   DBNK216P
039900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK216P
040000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK216P
040100     STRING WS-TAX-PAYMENTS              DELIMITED BY SIZE        DBNK216P
040200            ' escrow property tax payments'                       DBNK216P
040300                                         DELIMITED BY SIZE        DBNK216P
040400       INTO WS-CONSOLE-MESSAGE.                                   DBNK216P
040500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK216P
040600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK216P
040700     STRING WS-STMTS-ORIGINAL            DELIMITED BY SIZE        DBNK216P
040800            ' statements issued'         DELIMITED BY SIZE        DBNK216P
040900       INTO WS-CONSOLE-MESSAGE.                                   DBNK216P
041000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK216P
041100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK216P
041200     STRING WS-STMTS-CORRECTED           DELIMITED BY SIZE        DBNK216P
041300            ' corrected statements issued'                        DBNK216P
041400                                         DELIMITED BY SIZE        DBNK216P
041500       INTO WS-CONSOLE-MESSAGE.                                   DBNK216P
041600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK216P
041700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK216P
041800     STRING WS-STMTS-UNCHANGED           DELIMITED BY SIZE        DBNK216P
041900            ' already issued and unchanged'                       DBNK216P
042000                                         DELIMITED BY SIZE        DBNK216P
042100       INTO WS-CONSOLE-MESSAGE.                                   DBNK216P
042200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK216P
042300                                                                  DBNK216P
042400     CLOSE MTGSTMT-FILE.                                          DBNK216P
042500     CLOSE MTGEXTR-FILE.                                          DBNK216P
042600     CLOSE BNKLOAN-FILE.                                          DBNK216P
042700     CLOSE BNKLSCH-FILE.                                          DBNK216P
042800     CLOSE BNKESCR-FILE.                                          DBNK216P
042900     CLOSE BNKOPAY-FILE.                                          DBNK216P
043000     CLOSE BNKCUST-FILE.                                          DBNK216P
043100     CLOSE BNKCORR-FILE.                                          DBNK216P
043200     CLOSE BNKMINT-FILE.                                          DBNK216P
043300                                                                  DBNK216P
043400***************************************************************** DBNK216P
043500* Register the filing extract like the other outbound           * DBNK216P
043600* transmissions, the interest reported as its hash total        * DBNK216P
043700***************************************************************** DBNK216P
043800     MOVE SPACES TO WS-FCTL-DATA.                                 DBNK216P
043900     MOVE 'MTGINT  ' TO FCTL-STREAM.                              DBNK216P
044000     MOVE BUSD-DATE TO FCTL-BUS-DATE.                             DBNK216P
044100     MOVE 'DBNK216P' TO FCTL-JOB-NAME.                            DBNK216P
044200     MOVE WS-EXTRACT-RECORDS TO FCTL-ITEM-COUNT.                  DBNK216P
044300     MOVE WS-INT-TOTAL TO FCTL-HASH-TOTAL.                        DBNK216P
044400     SET FCTL-FUNC-REGISTER-OUT TO TRUE.                          DBNK216P
044500     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK216P
044600     IF NOT FCTL-OK                                               DBNK216P
044700        MOVE FCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK216P
044800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK216P
044900        MOVE 4 TO RETURN-CODE                                     DBNK216P
045000     END-IF.                                                      DBNK216P
045100                                                                  DBNK216P
045200     SET BCTL-FUNC-END TO TRUE.                                   DBNK216P
045300     MOVE WS-LOANS-READ TO BCTL-RECORD-COUNT.                     DBNK216P
045400     MOVE RETURN-CODE TO BCTL-RETURN-CODE.                        DBNK216P
045500     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK216P
045600                                                                  DBNK216P
045700     PERFORM RUN-TIME.                                            DBNK216P
045800                                                                  DBNK216P
045900     IF RETURN-CODE IS NOT EQUAL TO 4                             DBNK216P
046000        MOVE 0 TO RETURN-CODE                                     DBNK216P
046100     END-IF.                                                      DBNK216P
046200 QUICK-EXIT.                                                      DBNK216P
046300     GOBACK.                                                      DBNK216P
046400                                                                  DBNK216P
046500***************************************************************** DBNK216P
046600* One pass over the year's outbound payments. A payment drawn   * DBNK216P
046700* on an escrowed loan to that loan's tax payee is property tax  * DBNK216P
046800* paid; payments returned or still held are not counted         * DBNK216P
046900***************************************************************** DBNK216P
047000 LOAD-TAX-TABLE.                                                  DBNK216P
047100     MOVE SPACES TO BOP-REC-TIMESTAMP.                            DBNK216P
047200     MOVE WS-TAX-YEAR-X TO BOP-REC-TIMESTAMP (1:4).               DBNK216P
047300     START BNKOPAY-FILE KEY IS NOT LESS THAN BOP-REC-TIMESTAMP    DBNK216P
047400       INVALID KEY                                                DBNK216P
047500         GO TO LOAD-TAX-TABLE-EXIT                                DBNK216P
047600     END-START.                                                   DBNK216P
047700 LOAD-TAX-LOOP.                                                   DBNK216P
047800     READ BNKOPAY-FILE NEXT RECORD                                DBNK216P
047900       AT END                                                     DBNK216P
048000         GO TO LOAD-TAX-TABLE-EXIT                                DBNK216P
048100     END-READ.                                                    DBNK216P
048200     IF BOP-REC-TIMESTAMP (1:4) IS NOT EQUAL TO WS-TAX-YEAR-X     DBNK216P
048300        GO TO LOAD-TAX-TABLE-EXIT                                 DBNK216P
048400     END-IF.                                                      DBNK216P
048500     IF BOP-REC-IS-RETURNED OR BOP-REC-IS-HELD                    DBNK216P
048600        GO TO LOAD-TAX-LOOP                                       DBNK216P
048700     END-IF.                                                      DBNK216P
048800     MOVE BOP-REC-SRC-ACCNO TO ESC-REC-LOAN-ACCNO.                DBNK216P
048900     READ BNKESCR-FILE                                            DBNK216P
049000       INVALID KEY                                                DBNK216P
049100         GO TO LOAD-TAX-LOOP                                      DBNK216P
049200     END-READ.                                                    DBNK216P
049300     IF BOP-REC-PAYEE-ID IS NOT EQUAL TO ESC-REC-TAX-PAYEE-ID     DBNK216P
049400        GO TO LOAD-TAX-LOOP                                       DBNK216P
049500     END-IF.                                                      DBNK216P
049600     ADD 1 TO WS-TAX-PAYMENTS.                                    DBNK216P
049700     MOVE BOP-REC-SRC-ACCNO TO WS-TAX-ACCNO.                      DBNK216P
049800     PERFORM FIND-TAX-ENTRY THRU                                  DBNK216P
049900             FIND-TAX-ENTRY-EXIT.                                 DBNK216P
050000     IF WS-TAX-NOT-FOUND                                          DBNK216P
050100        IF WS-TAX-COUNT IS LESS THAN 1000                         DBNK216P
050200           ADD 1 TO WS-TAX-COUNT                                  DBNK216P
050300           MOVE WS-TAX-COUNT TO WS-SUB1                           DBNK216P
050400           MOVE BOP-REC-SRC-ACCNO TO WS-TX-LOAN-ACCNO (WS-SUB1)   DBNK216P
050500           MOVE ZERO TO WS-TX-AMOUNT (WS-SUB1)                    DBNK216P
050600        ELSE                                                      DBNK216P
050700           MOVE 'Escrow tax table is full' TO WS-CONSOLE-MESSAGE  DBNK216P
050800           PERFORM DISPLAY-CONSOLE-MESSAGE                        DBNK216P
050900           GO TO LOAD-TAX-LOOP                                    DBNK216P
051000        END-IF                                                    DBNK216P
051100     END-IF.                                                      DBNK216P
051200     ADD BOP-REC-AMOUNT TO WS-TX-AMOUNT (WS-SUB1).                DBNK216P
051300     GO TO LOAD-TAX-LOOP.                                         DBNK216P
051400 LOAD-TAX-TABLE-EXIT.                                             DBNK216P
051500     EXIT.                                                        DBNK216P
051600                                                                  DBNK216P
051700***************************************************************** DBNK216P
051800* Look up WS-TAX-ACCNO in the tax table, leaving WS-SUB1 on     * DBNK216P
051900* its entry when found                                          * DBNK216P
052000***************************************************************** DBNK216P
052100 FIND-TAX-ENTRY.                                                  DBNK216P
052200     SET WS-TAX-NOT-FOUND TO TRUE.                                DBNK216P
052300     PERFORM MATCH-TAX-ENTRY THRU                                 DBNK216P
052400             MATCH-TAX-ENTRY-EXIT                                 DBNK216P
052500       VARYING WS-SUB1 FROM 1 BY 1                                DBNK216P
052600         UNTIL WS-SUB1 IS GREATER THAN WS-TAX-COUNT               DBNK216P
052700            OR WS-TAX-IS-FOUND.                                   DBNK216P
052800 FIND-TAX-ENTRY-EXIT.                                             DBNK216P
052900     EXIT.                                                        DBNK216P
053000                                                                  DBNK216P
053100 MATCH-TAX-ENTRY.                                                 DBNK216P
053200     IF WS-TX-LOAN-ACCNO (WS-SUB1) IS EQUAL TO WS-TAX-ACCNO       DBNK216P
053300        SET WS-TAX-IS-FOUND TO TRUE                               DBNK216P
053400        SUBTRACT 1 FROM WS-SUB1                                   DBNK216P
053500     END-IF.                                                      DBNK216P
053600 MATCH-TAX-ENTRY-EXIT.                                            DBNK216P
053700     EXIT.                                                        DBNK216P
053800                                                                  DBNK216P
053900***************************************************************** DBNK216P
054000* Total one mortgage's figures for the year and compare them    * DBNK216P
054100* with any statement already issued: a loan with nothing to     * DBNK216P
054200* report and no earlier statement is passed over, and one whose * DBNK216P
054300* figures match the statement issued needs nothing further      * DBNK216P
054400***************************************************************** DBNK216P
054500 REPORT-MORTGAGE.                                                 DBNK216P
054600     ADD 1 TO WS-MORTGAGES.                                       DBNK216P
054700     PERFORM SUM-LOAN-INTEREST THRU                               DBNK216P
054800             SUM-LOAN-INTEREST-EXIT.                              DBNK216P
054900     MOVE ZERO TO WS-LOAN-POINTS.                                 DBNK216P
055000     IF BLN-REC-POINTS-AMT IS NUMERIC AND                         DBNK216P
055100        BLN-REC-POINTS-DATE (1:4) IS EQUAL TO WS-TAX-YEAR-X       DBNK216P
055200        MOVE BLN-REC-POINTS-AMT TO WS-LOAN-POINTS                 DBNK216P
055300     END-IF.                                                      DBNK216P
055400     MOVE ZERO TO WS-LOAN-TAX.                                    DBNK216P
055500     MOVE BLN-REC-LOAN-ACCNO TO WS-TAX-ACCNO.                     DBNK216P
055600     PERFORM FIND-TAX-ENTRY THRU                                  DBNK216P
055700             FIND-TAX-ENTRY-EXIT.                                 DBNK216P
055800     IF WS-TAX-IS-FOUND                                           DBNK216P
055900        MOVE WS-TX-AMOUNT (WS-SUB1) TO WS-LOAN-TAX                DBNK216P
056000     END-IF.                                                      DBNK216P
056100                                                                  DBNK216P
056200     MOVE BLN-REC-LOAN-ACCNO TO BMI-REC-LOAN-ACCNO.               DBNK216P
056300     MOVE WS-TAX-YEAR-X TO BMI-REC-TAX-YEAR.                      DBNK216P
056400     SET WS-ISSUED-IS-FOUND TO TRUE.                              DBNK216P
056500     READ BNKMINT-FILE                                            DBNK216P
056600       INVALID KEY                                                DBNK216P
056700         SET WS-ISSUED-NOT-FOUND TO TRUE                          DBNK216P
056800     END-READ.                                                    DBNK216P
056900     SET WS-STMT-NOT-NEEDED TO TRUE.                              DBNK216P
057000     IF WS-ISSUED-NOT-FOUND                                       DBNK216P
057100        IF WS-LOAN-INT IS GREATER THAN ZERO OR                    DBNK216P
057200           WS-LOAN-POINTS IS GREATER THAN ZERO OR                 DBNK216P
057300           WS-LOAN-TAX IS GREATER THAN ZERO                       DBNK216P
057400           SET WS-STMT-IS-ORIGINAL TO TRUE                        DBNK216P
057500        END-IF                                                    DBNK216P
057600     ELSE                                                         DBNK216P
057700        IF WS-LOAN-INT IS NOT EQUAL TO BMI-REC-INT-AMT OR         DBNK216P
057800           WS-LOAN-POINTS IS NOT EQUAL TO BMI-REC-POINTS-AMT OR   DBNK216P
057900           WS-LOAN-TAX IS NOT EQUAL TO BMI-REC-TAX-AMT            DBNK216P
058000           SET WS-STMT-IS-CORRECTED TO TRUE                       DBNK216P
058100        ELSE                                                      DBNK216P
058200           ADD 1 TO WS-STMTS-UNCHANGED                            DBNK216P
058300        END-IF                                                    DBNK216P
058400     END-IF.                                                      DBNK216P
058500     IF WS-STMT-NOT-NEEDED                                        DBNK216P
058600        GO TO REPORT-MORTGAGE-EXIT                                DBNK216P
058700     END-IF.                                                      DBNK216P
058800                                                                  DBNK216P
058900     MOVE BLN-REC-PID TO BCS-REC-PID.                             DBNK216P
059000     READ BNKCUST-FILE                                            DBNK216P
059100       INVALID KEY                                                DBNK216P
059200         MOVE SPACES TO BNKCUST-REC                               DBNK216P
059300         MOVE BLN-REC-PID TO BCS-REC-PID                          DBNK216P
059400     END-READ.                                                    DBNK216P
059500     PERFORM WRITE-STATEMENT THRU                                 DBNK216P
059600             WRITE-STATEMENT-EXIT.                                DBNK216P
059700     PERFORM WRITE-EXTRACT THRU                                   DBNK216P
059800             WRITE-EXTRACT-EXIT.                                  DBNK216P
059900     PERFORM LOG-CORRESPONDENCE THRU                              DBNK216P
060000             LOG-CORRESPONDENCE-EXIT.                             DBNK216P
060100     PERFORM STORE-ISSUED THRU                                    DBNK216P
060200             STORE-ISSUED-EXIT.                                   DBNK216P
060300     IF WS-STMT-IS-CORRECTED                                      DBNK216P
060400        ADD 1 TO WS-STMTS-CORRECTED                               DBNK216P
060500     ELSE                                                         DBNK216P
060600        ADD 1 TO WS-STMTS-ORIGINAL                                DBNK216P
060700     END-IF.                                                      DBNK216P
060800 REPORT-MORTGAGE-EXIT.                                            DBNK216P
060900     EXIT.                                                        DBNK216P
061000                                                                  DBNK216P
061100***************************************************************** DBNK216P
061200* Interest collected in the year - the interest portion of      * DBNK216P
061300* every installment DBANK66P marked paid with a paid date in    * DBNK216P
061400* the year, wherever the installment fell due                   * DBNK216P
061500***************************************************************** DBNK216P
061600 SUM-LOAN-INTEREST.                                               DBNK216P
061700     MOVE ZERO TO WS-LOAN-INT.                                    DBNK216P
061800     MOVE BLN-REC-LOAN-ACCNO TO BLS-REC-LOAN-ACCNO.               DBNK216P
061900     MOVE ZERO TO BLS-REC-SEQ.                                    DBNK216P
062000     START BNKLSCH-FILE KEY IS NOT LESS THAN BLS-REC-KEY          DBNK216P
062100       INVALID KEY                                                DBNK216P
062200         GO TO SUM-LOAN-INTEREST-EXIT                             DBNK216P
062300     END-START.                                                   DBNK216P
062400 SUM-LOAN-INTEREST-LOOP.                                          DBNK216P
062500     READ BNKLSCH-FILE NEXT RECORD                                DBNK216P
062600       AT END                                                     DBNK216P
062700         GO TO SUM-LOAN-INTEREST-EXIT                             DBNK216P
062800     END-READ.                                                    DBNK216P
062900     IF BLS-REC-LOAN-ACCNO IS NOT EQUAL TO BLN-REC-LOAN-ACCNO     DBNK216P
063000        GO TO SUM-LOAN-INTEREST-EXIT                              DBNK216P
063100     END-IF.                                                      DBNK216P
063200     IF BLS-REC-IS-PAID AND                                       DBNK216P
063300        BLS-REC-PAID-DATE (1:4) IS EQUAL TO WS-TAX-YEAR-X         DBNK216P
063400        ADD BLS-REC-INT-AMT TO WS-LOAN-INT                        DBNK216P
063500     END-IF.                                                      DBNK216P
063600     GO TO SUM-LOAN-INTEREST-LOOP.                                DBNK216P
063700 SUM-LOAN-INTEREST-EXIT.                                          DBNK216P
063800     EXIT.                                                        DBNK216P
063900                                                                  DBNK216P
064000***************************************************************** DBNK216P
064100* The borrower's statement. A correction is headed CORRECTED    * DBNK216P
064200* and names the date of the statement it replaces               * DBNK216P
064300***************************************************************** DBNK216P
064400 WRITE-STATEMENT.                                                 DBNK216P
064500     MOVE BMI-REC-LAST-ISSUED TO WS-PRIOR-ISSUED.                 DBNK216P
064600     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
064700     IF WS-STMT-IS-CORRECTED                                      DBNK216P
064800        STRING 'CORRECTED '            DELIMITED BY SIZE          DBNK216P
064900               'MORTGAGE INTEREST STATEMENT FOR TAX YEAR '        DBNK216P
065000                                       DELIMITED BY SIZE          DBNK216P
065100               WS-TAX-YEAR-X           DELIMITED BY SIZE          DBNK216P
065200          INTO MTGSTMT-REC                                        DBNK216P
065300     ELSE                                                         DBNK216P
065400        STRING 'MORTGAGE INTEREST STATEMENT FOR TAX YEAR '        DBNK216P
065500                                       DELIMITED BY SIZE          DBNK216P
065600               WS-TAX-YEAR-X           DELIMITED BY SIZE          DBNK216P
065700          INTO MTGSTMT-REC                                        DBNK216P
065800     END-IF.                                                      DBNK216P
065900     WRITE MTGSTMT-REC.                                           DBNK216P
066000     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
066100     STRING BCS-REC-PID                DELIMITED BY SIZE          DBNK216P
066200            '  '                       DELIMITED BY SIZE          DBNK216P
066300            BCS-REC-NAME               DELIMITED BY SIZE          DBNK216P
066400       INTO MTGSTMT-REC.                                          DBNK216P
066500     WRITE MTGSTMT-REC.                                           DBNK216P
066600     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
066700     MOVE BCS-REC-ADDR1 TO MTGSTMT-REC (8:30).                    DBNK216P
066800     WRITE MTGSTMT-REC.                                           DBNK216P
066900     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
067000     MOVE BCS-REC-ADDR2 TO MTGSTMT-REC (8:30).                    DBNK216P
067100     MOVE BCS-REC-POST-CODE TO MTGSTMT-REC (40:10).               DBNK216P
067200     WRITE MTGSTMT-REC.                                           DBNK216P
067300     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
067400     STRING 'LOAN ACCOUNT               '                         DBNK216P
067500                                       DELIMITED BY SIZE          DBNK216P
067600            BLN-REC-LOAN-ACCNO         DELIMITED BY SIZE          DBNK216P
067700       INTO MTGSTMT-REC.                                          DBNK216P
067800     WRITE MTGSTMT-REC.                                           DBNK216P
067900     MOVE WS-LOAN-INT TO WS-EDIT-AMT.                             DBNK216P
068000     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
068100     STRING 'MORTGAGE INTEREST PAID     '                         DBNK216P
068200                                       DELIMITED BY SIZE          DBNK216P
068300            WS-EDIT-AMT                DELIMITED BY SIZE          DBNK216P
068400       INTO MTGSTMT-REC.                                          DBNK216P
068500     WRITE MTGSTMT-REC.                                           DBNK216P
068600     MOVE WS-LOAN-POINTS TO WS-EDIT-AMT.                          DBNK216P
068700     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
068800     STRING 'POINTS PAID ON PURCHASE    '                         DBNK216P
068900                                       DELIMITED BY SIZE          DBNK216P
069000            WS-EDIT-AMT                DELIMITED BY SIZE          DBNK216P
069100       INTO MTGSTMT-REC.                                          DBNK216P
069200     WRITE MTGSTMT-REC.                                           DBNK216P
069300     MOVE WS-LOAN-TAX TO WS-EDIT-AMT.                             DBNK216P
069400     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
069500     STRING 'PROPERTY TAX PAID          '                         DBNK216P
069600                                       DELIMITED BY SIZE          DBNK216P
069700            WS-EDIT-AMT                DELIMITED BY SIZE          DBNK216P
069800       INTO MTGSTMT-REC.                                          DBNK216P
069900     WRITE MTGSTMT-REC.                                           DBNK216P
070000     IF WS-STMT-IS-CORRECTED                                      DBNK216P
070100        MOVE SPACES TO MTGSTMT-REC                                DBNK216P
070200        STRING 'REPLACES THE STATEMENT ISSUED '                   DBNK216P
070300                                       DELIMITED BY SIZE          DBNK216P
070400               WS-PRIOR-ISSUED         DELIMITED BY SIZE          DBNK216P
070500          INTO MTGSTMT-REC                                        DBNK216P
070600        WRITE MTGSTMT-REC                                         DBNK216P
070700     END-IF.                                                      DBNK216P
070800     MOVE SPACES TO MTGSTMT-REC.                                  DBNK216P
070900     WRITE MTGSTMT-REC.                                           DBNK216P
071000 WRITE-STATEMENT-EXIT.                                            DBNK216P
071100     EXIT.                                                        DBNK216P
071200                                                                  DBNK216P
071300***************************************************************** DBNK216P
071400* The filing record - a correction is flagged so the filing     * DBNK216P
071500* replaces the one sent before                                  * DBNK216P
071600***************************************************************** DBNK216P
071700 WRITE-EXTRACT.                                                   DBNK216P
071800     MOVE SPACES TO MTGEXTR-REC.                                  DBNK216P
071900     MOVE BLN-REC-LOAN-ACCNO TO MTGEXTR-LOAN-ACCNO.               DBNK216P
072000     MOVE BLN-REC-PID TO MTGEXTR-PID.                             DBNK216P
072100     MOVE WS-TAX-YEAR TO MTGEXTR-YEAR.                            DBNK216P
072200     MOVE WS-LOAN-INT TO MTGEXTR-INT-AMT.                         DBNK216P
072300     MOVE WS-LOAN-POINTS TO MTGEXTR-POINTS-AMT.                   DBNK216P
072400     MOVE WS-LOAN-TAX TO MTGEXTR-TAX-AMT.                         DBNK216P
072500     MOVE BCS-REC-NAME TO MTGEXTR-NAME.                           DBNK216P
072600     MOVE BCS-REC-POST-CODE TO MTGEXTR-POST-CODE.                 DBNK216P
072700     IF WS-STMT-IS-CORRECTED                                      DBNK216P
072800        MOVE 'C' TO MTGEXTR-CORRECTED                             DBNK216P
072900     END-IF.                                                      DBNK216P
073000     WRITE MTGEXTR-REC.                                           DBNK216P
073100     ADD 1 TO WS-EXTRACT-RECORDS.                                 DBNK216P
073200     ADD WS-LOAN-INT TO WS-INT-TOTAL.                             DBNK216P
073300 WRITE-EXTRACT-EXIT.                                              DBNK216P
073400     EXIT.                                                        DBNK216P
073500                                                                  DBNK216P
073600***************************************************************** DBNK216P
073700* Log the statement on BNKCORR by the customer's chosen channel * DBNK216P
073800***************************************************************** DBNK216P
073900 LOG-CORRESPONDENCE.                                              DBNK216P
074000 COPY CTSTAMPP.                                                   DBNK216P
074100     MOVE SPACES TO BNKCORR-REC.                                  DBNK216P
074200     MOVE WS-TIMESTAMP TO BCO-REC-TIMESTAMP.                      DBNK216P
074300     MOVE BCS-REC-PID TO BCO-REC-PID.                             DBNK216P
074400     MOVE BLN-REC-LOAN-ACCNO TO BCO-REC-ACCNO.                    DBNK216P
074500     IF WS-STMT-IS-CORRECTED                                      DBNK216P
074600        MOVE 'MTGINTC ' TO BCO-REC-DOC-TYPE                       DBNK216P
074700     ELSE                                                         DBNK216P
074800        MOVE 'MTGINT  ' TO BCO-REC-DOC-TYPE                       DBNK216P
074900     END-IF.                                                      DBNK216P
075000     EVALUATE TRUE                                                DBNK216P
075100       WHEN BCS-REC-SEND-EMAIL-YES                                DBNK216P
075200         SET BCO-REC-BY-EMAIL TO TRUE                             DBNK216P
075300         MOVE BCS-REC-EMAIL TO BCO-REC-ADDRESS-USED               DBNK216P
075400       WHEN BCS-REC-ADDR-RETURNED                                 DBNK216P
075500         SET BCO-REC-SUPPRESSED TO TRUE                           DBNK216P
075600         MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED               DBNK216P
075700       WHEN OTHER                                                 DBNK216P
075800         SET BCO-REC-BY-MAIL TO TRUE                              DBNK216P
075900         MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED               DBNK216P
076000     END-EVALUATE.                                                DBNK216P
076100     MOVE BUSD-DATE TO BCO-REC-SENT-DATE.                         DBNK216P
076200     MOVE WS-TAX-YEAR-X TO BCO-REC-LINK (1:4).                    DBNK216P
076300     WRITE BNKCORR-REC                                            DBNK216P
076400       INVALID KEY                                                DBNK216P
076500         CONTINUE                                                 DBNK216P
076600     END-WRITE.                                                   DBNK216P
076700 LOG-CORRESPONDENCE-EXIT.                                         DBNK216P
076800     EXIT.                                                        DBNK216P
076900                                                                  DBNK216P
077000***************************************************************** DBNK216P
077100* Keep the figures just issued so a later run can tell whether  * DBNK216P
077200* the year needs correcting                                     * DBNK216P
077300***************************************************************** DBNK216P
077400 STORE-ISSUED.                                                    DBNK216P
077500     MOVE BLN-REC-PID TO BMI-REC-PID.                             DBNK216P
077600     MOVE WS-LOAN-INT TO BMI-REC-INT-AMT.                         DBNK216P
077700     MOVE WS-LOAN-POINTS TO BMI-REC-POINTS-AMT.                   DBNK216P
077800     MOVE WS-LOAN-TAX TO BMI-REC-TAX-AMT.                         DBNK216P
077900     MOVE BUSD-DATE TO BMI-REC-LAST-ISSUED.                       DBNK216P
078000     IF WS-ISSUED-IS-FOUND                                        DBNK216P
078100        ADD 1 TO BMI-REC-ISSUE-COUNT                              DBNK216P
078200        REWRITE BNKMINT-REC                                       DBNK216P
078300     ELSE                                                         DBNK216P
078400        MOVE BUSD-DATE TO BMI-REC-FIRST-ISSUED                    DBNK216P
078500        MOVE 1 TO BMI-REC-ISSUE-COUNT                             DBNK216P
078600        WRITE BNKMINT-REC                                         DBNK216P
078700     END-IF.                                                      DBNK216P
078800     MOVE WS-BNKMINT-STATUS TO WS-IO-STATUS.                      DBNK216P
078900     IF WS-IO-STATUS IS NOT EQUAL TO '00'                         DBNK216P
079000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK216P
079100        STRING 'Unable to record statement for loan '             DBNK216P
079200                                       DELIMITED BY SIZE          DBNK216P
079300               BLN-REC-LOAN-ACCNO      DELIMITED BY SIZE          DBNK216P
079400          INTO WS-CONSOLE-MESSAGE                                 DBNK216P
079500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK216P
079600        PERFORM DISPLAY-IO-STATUS                                 DBNK216P
079700     END-IF.                                                      DBNK216P
079800 STORE-ISSUED-EXIT.                                               DBNK216P
079900     EXIT.                                                        DBNK216P
080000                                                                  DBNK216P
080100***************************************************************** DBNK216P
080200* Check file open OK                                            * DBNK216P
080300***************************************************************** DBNK216P
080400 CHECK-OPEN.                                                      DBNK216P
080500     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK216P
080600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK216P
080700        STRING WS-FILE       DELIMITED BY ' '                     DBNK216P
080800               ' opened ok' DELIMITED BY SIZE                     DBNK216P
080900          INTO WS-CONSOLE-MESSAGE                                 DBNK216P
081000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK216P
081100     ELSE                                                         DBNK216P
081200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK216P
081300        STRING WS-FILE          DELIMITED BY ' '                  DBNK216P
081400               ' did not open' DELIMITED BY SIZE                  DBNK216P
081500          INTO WS-CONSOLE-MESSAGE                                 DBNK216P
081600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK216P
081700        PERFORM DISPLAY-IO-STATUS                                 DBNK216P
081800        ADD 1 TO WS-OPEN-ERROR                                    DBNK216P
081900     END-IF.                                                      DBNK216P
082000 CHECK-OPEN-EXIT.                                                 DBNK216P
082100     EXIT.                                                        DBNK216P
082200                                                                  DBNK216P
082300***************************************************************** DBNK216P
082400* Display the file status bytes. This routine will display as  *  DBNK216P
082500* two digits if the full two byte file status is numeric. If   *  DBNK216P
082600* second byte is non-numeric then it will be treated as a      *  DBNK216P
082700* binary number.                                                * DBNK216P
082800***************************************************************** DBNK216P
082900 DISPLAY-IO-STATUS.                                               DBNK216P
083000     IF WS-IO-STATUS NUMERIC                                      DBNK216P
083100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK216P
083200        STRING 'File status -' DELIMITED BY SIZE                  DBNK216P
083300               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK216P
083400          INTO WS-CONSOLE-MESSAGE                                 DBNK216P
083500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK216P
083600     ELSE                                                         DBNK216P
083700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK216P
083800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK216P
083900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK216P
084000        STRING 'File status -' DELIMITED BY SIZE                  DBNK216P
084100               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK216P
084200               '/'            DELIMITED BY SIZE                   DBNK216P
084300               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK216P
084400          INTO WS-CONSOLE-MESSAGE                                 DBNK216P
084500        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK216P
084600     END-IF.                                                      DBNK216P
084700                                                                  DBNK216P
084800***************************************************************** DBNK216P
084900* Display CONSOLE messages...                                   * DBNK216P
085000***************************************************************** DBNK216P
085100 DISPLAY-CONSOLE-MESSAGE.                                         DBNK216P
085200     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK216P
085300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK216P
085400                                                                  DBNK216P
085500 COPY CTIMERP.                                                    DBNK216P
085600                                                                  DBNK216P
