000100***************************************************************** DBNK160P
000200*                                                               * DBNK160P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK160P
000400*   This demonstration program is provided for use by users     * DBNK160P
000500*   of Micro Focus products and may be used, modified and       * DBNK160P
000600*   distributed as part of your application provided that       * DBNK160P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK160P
000800*   in this material.                                           * DBNK160P
000900*                                                               * DBNK160P
001000***************************************************************** DBNK160P
001100                                                                  DBNK160P
001200***************************************************************** DBNK160P
001300* Program:     DBNK160P.CBL                                     * DBNK160P
001400* Function:    Inbound wire transfer posting. Reads the WIREIN  * DBNK160P
001500*              file of payment messages received from other     * DBNK160P
001600*              banks, in the same message layout DBNK159P       * DBNK160P
001700*              sends. The file is counted and totalled and      * DBNK160P
001800*              checked against UFILCTL first so a replayed file * DBNK160P
001900*              is refused. Each message's beneficiary account   * DBNK160P
002000*              is credited and the credit is posted to BNKLEDG  * DBNK160P
002100*              under category WIRI carrying the sending bank's  * DBNK160P
002200*              reference in BLG-REC-REFNO, so the customer and  * DBNK160P
002300*              the sender can trace the payment by the same     * DBNK160P
002400*              number. Messages that cannot be posted are       * DBNK160P
002500*              listed on the WIRERPT report for investigation.  * DBNK160P
002600*              One inbound total is posted against the clearing * DBNK160P
002700*              suspense account. VSAM version                   * DBNK160P
002800***************************************************************** DBNK160P
002900                                                                  DBNK160P
003000 IDENTIFICATION DIVISION.                                         DBNK160P
003100 PROGRAM-ID.                                                      DBNK160P
003200     DBNK160P.                                                    DBNK160P
003300 DATE-WRITTEN.                                                    DBNK160P
003400     October 2007.                                                DBNK160P
003500 DATE-COMPILED.                                                   DBNK160P
003600     Today.                                                       DBNK160P
003700                                                                  DBNK160P
003800 ENVIRONMENT DIVISION.                                            DBNK160P
003900                                                                  DBNK160P
004000 INPUT-OUTPUT   SECTION.                                          DBNK160P
004100   FILE-CONTROL.                                                  DBNK160P
004200     SELECT WIREIN-FILE                                           DBNK160P
004300            ASSIGN       TO WIREIN                                DBNK160P
004400            ORGANIZATION IS SEQUENTIAL                            DBNK160P
004500            FILE STATUS  IS WS-WIREIN-STATUS.                     DBNK160P
004600                                                                  DBNK160P
004700     SELECT WIRERPT-FILE                                          DBNK160P
004800            ASSIGN       TO WIRERPT                               DBNK160P
004900            ORGANIZATION IS SEQUENTIAL                            DBNK160P
005000            FILE STATUS  IS WS-WIRERPT-STATUS.                    DBNK160P
005100                                                                  DBNK160P
005200     SELECT BNKACC-FILE                                           DBNK160P
005300            ASSIGN       TO BNKACC                                DBNK160P
005400            ORGANIZATION IS INDEXED                               DBNK160P
005500            ACCESS MODE  IS RANDOM                                DBNK160P
005600            RECORD KEY   IS BAC-REC-ACCNO                         DBNK160P
005700            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK160P
005800            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK160P
005900                                                                  DBNK160P
006000     SELECT BNKLEDG-FILE                                          DBNK160P
006100            ASSIGN       TO BNKLEDG                               DBNK160P
006200            ORGANIZATION IS INDEXED                               DBNK160P
006300            ACCESS MODE  IS RANDOM                                DBNK160P
006400            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK160P
006500            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK160P
006600            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK160P
006700                                                                  DBNK160P
006800 DATA DIVISION.                                                   DBNK160P
006900                                                                  DBNK160P
007000 FILE SECTION.                                                    DBNK160P
007100 FD  WIREIN-FILE.                                                 DBNK160P
007200 01  WIREIN-REC                         PIC X(80).                DBNK160P
007300                                                                  DBNK160P
007400 FD  WIRERPT-FILE.                                                DBNK160P
007500 01  WIRERPT-REC                        PIC X(132).               DBNK160P
007600                                                                  DBNK160P
007700 FD  BNKACC-FILE.                                                 DBNK160P
007800 01  BNKACC-REC.                                                  DBNK160P
007900 COPY CBANKVAC.                                                   DBNK160P
008000                                                                  DBNK160P
008100 FD  BNKLEDG-FILE.                                                DBNK160P
008200 01  BNKLEDG-REC.                                                 DBNK160P
008300 COPY CBANKVLG.                                                   DBNK160P
008400                                                                  DBNK160P
008500 WORKING-STORAGE SECTION.                                         DBNK160P
008600 COPY CTIMERD.                                                    DBNK160P
008700 COPY CTSTAMPD.                                                   DBNK160P
008800                                                                  DBNK160P
008900 01  WS-MISC-STORAGE.                                             DBNK160P
009000   05  WS-PROGRAM-ID                         PIC X(8)             DBNK160P
009100       VALUE 'DBNK160P'.                                          DBNK160P
009200                                                                  DBNK160P
009300   05  WS-WIREIN-STATUS.                                          DBNK160P
009400     10  WS-WIREIN-STAT1                      PIC X(1).           DBNK160P
009500     10  WS-WIREIN-STAT2                      PIC X(1).           DBNK160P
009600   05  WS-WIRERPT-STATUS.                                         DBNK160P
009700     10  WS-WIRERPT-STAT1                     PIC X(1).           DBNK160P
009800     10  WS-WIRERPT-STAT2                     PIC X(1).           DBNK160P
009900   05  WS-BNKACC-STATUS.                                          DBNK160P
010000     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK160P
010100     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK160P
010200   05  WS-BNKLEDG-STATUS.                                         DBNK160P
010300     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK160P
010400     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK160P
010500                                                                  DBNK160P
010600   05  WS-IO-STATUS.                                              DBNK160P
010700     10  WS-IO-STAT1                          PIC X(1).           DBNK160P
010800     10  WS-IO-STAT2                          PIC X(1).           DBNK160P
010900                                                                  DBNK160P
011000   05  WS-TWO-BYTES.                                              DBNK160P
011100     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK160P
011200     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK160P
011300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK160P
011400                                              PIC 9(1) COMP.      DBNK160P
011500                                                                  DBNK160P
011600   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK160P
011700     88  OPEN-OK                              VALUE 0.            DBNK160P
011800                                                                  DBNK160P
011900   05  WS-FILE                               PIC X(16).           DBNK160P
012000                                                                  DBNK160P
012100   05  WS-REJECT-REASON                      PIC X(30).           DBNK160P
012200   05  WS-POST-DESC                          PIC X(40).           DBNK160P
012300                                                                  DBNK160P
012400   05  WS-WIRES-READ                         PIC 9(5)             DBNK160P
012500       VALUE ZERO.                                                DBNK160P
012600   05  WS-WIRES-POSTED                       PIC 9(5)             DBNK160P
012700       VALUE ZERO.                                                DBNK160P
012800   05  WS-WIRES-REJECTED                     PIC 9(5)             DBNK160P
012900       VALUE ZERO.                                                DBNK160P
013000   05  WS-POSTED-TOTAL                       PIC S9(9)V99         DBNK160P
013100                                             COMP-3 VALUE ZERO.   DBNK160P
013200                                                                  DBNK160P
013300   05  WS-EDIT-AMT                           PIC ZZZ,ZZZ,ZZ9.99-. DBNK160P
013400   05  WS-EDIT-CNT                           PIC ZZZZ9.           DBNK160P
013500                                                                  DBNK160P
013600   05  WS-SETTLE-ACCNO                       PIC X(9)             DBNK160P
013700       VALUE '999999990'.                                         DBNK160P
013800                                                                  DBNK160P
013900***************************************************************** DBNK160P
014000* One inbound message, gathered a line at a time until its      * DBNK160P
014100* closing -} line. Every tag is a single line; the amount in    * DBNK160P
014200* :32A: follows the eight-digit value date as 9(7).99.          * DBNK160P
014300***************************************************************** DBNK160P
014400 01  WS-WIRE-MSG.                                                 DBNK160P
014500   05  WS-WMSG-SENDER-REF                    PIC X(12).           DBNK160P
014600   05  WS-WMSG-VALUE-DATE                    PIC X(8).            DBNK160P
014700   05  WS-WMSG-AMOUNT-X                      PIC X(10).           DBNK160P
014800   05  WS-WMSG-AMOUNT-ED REDEFINES WS-WMSG-AMOUNT-X               DBNK160P
014900                                             PIC 9(7).99.         DBNK160P
015000   05  WS-WMSG-AMOUNT                        PIC S9(7)V99         DBNK160P
015100                                             COMP-3.              DBNK160P
015200   05  WS-WMSG-ORDER-ACCNO                   PIC X(9).            DBNK160P
015300   05  WS-WMSG-ORDER-NAME                    PIC X(30).           DBNK160P
015400   05  WS-WMSG-BENE-ACCNO                    PIC X(17).           DBNK160P
015500   05  WS-WMSG-AMOUNT-SW                     PIC X(1).            DBNK160P
015600     88  WS-WMSG-AMOUNT-OK                   VALUE 'Y'.           DBNK160P
015700     88  WS-WMSG-AMOUNT-BAD                  VALUE 'N'.           DBNK160P
015800                                                                  DBNK160P
015900 01  WS-TWOS-COMP.                                                DBNK160P
016000   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK160P
016100   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK160P
016200   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK160P
016300                                                                  DBNK160P
016400 COPY CBANKTXD.                                                   DBNK160P
016500                                                                  DBNK160P
016600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK160P
016700                                                                  DBNK160P
016800 01  WS-BCTL-DATA.                                                DBNK160P
016900 COPY CBCTLD.                                                     DBNK160P
017000                                                                  DBNK160P
017100 01  WS-BUSD-DATA.                                                DBNK160P
017200 COPY CBUSDD.                                                     DBNK160P
017300                                                                  DBNK160P
017400 01  WS-FCTL-DATA.                                                DBNK160P
017500 COPY CFCTLD.                                                     DBNK160P
017600                                                                  DBNK160P
017700 01  WS-TREF-DATA.                                                DBNK160P
017800 COPY CTREFD.                                                     DBNK160P
017900                                                                  DBNK160P
018000 01  WS-FJRN-DATA.                                                DBNK160P
018100 COPY CFJRND.                                                     DBNK160P
018200                                                                  DBNK160P
018300 01  WS-PRESCAN-WORK.                                             DBNK160P
018400   05  WS-PRESCAN-COUNT                      PIC S9(7)            DBNK160P
018500                                             COMP-3 VALUE ZERO.   DBNK160P
018600   05  WS-PRESCAN-HASH                       PIC S9(13)V99        DBNK160P
018700                                             COMP-3 VALUE ZERO.   DBNK160P
018800                                                                  DBNK160P
018900 PROCEDURE DIVISION.                                              DBNK160P
019000     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK160P
019100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK160P
019200     PERFORM RUN-TIME.                                            DBNK160P
019300                                                                  DBNK160P
019400***************************************************************** DBNK160P
019500* Register this run in the batch control file                   * DBNK160P
019600***************************************************************** DBNK160P
019700     MOVE 'DBNK160P' TO BCTL-JOB-NAME.                            DBNK160P
019800     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK160P
019900     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK160P
020000     SET BCTL-FUNC-START TO TRUE.                                 DBNK160P
020100     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK160P
020200     IF NOT BCTL-OK                                               DBNK160P
020300        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK160P
020400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK160P
020500        MOVE 8 TO RETURN-CODE                                     DBNK160P
020600        GO TO QUICK-EXIT                                          DBNK160P
020700     END-IF.                                                      DBNK160P
020800*    postings carry the bank-wide business date, not the clock    DBNK160P
020900     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK160P
021000                                                                  DBNK160P
021100     SET OPEN-OK TO TRUE.                                         DBNK160P
021200                                                                  DBNK160P
021300     OPEN INPUT WIREIN-FILE.                                      DBNK160P
021400     MOVE WS-WIREIN-STATUS TO WS-IO-STATUS.                       DBNK160P
021500     MOVE 'WIREIN-FILE' TO WS-FILE.                               DBNK160P
021600     PERFORM CHECK-OPEN THRU                                      DBNK160P
021700             CHECK-OPEN-EXIT.                                     DBNK160P
021800                                                                  DBNK160P
021900     OPEN OUTPUT WIRERPT-FILE.                                    DBNK160P
022000     MOVE WS-WIRERPT-STATUS TO WS-IO-STATUS.                      DBNK160P
022100     MOVE 'WIRERPT-FILE' TO WS-FILE.                              DBNK160P
022200     PERFORM CHECK-OPEN THRU                                      DBNK160P
022300             CHECK-OPEN-EXIT.                                     DBNK160P
022400                                                                  DBNK160P
022500     OPEN I-O BNKACC-FILE.                                        DBNK160P
022600     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK160P
022700     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK160P
022800     PERFORM CHECK-OPEN THRU                                      DBNK160P
022900             CHECK-OPEN-EXIT.                                     DBNK160P
023000                                                                  DBNK160P
023100     OPEN I-O BNKLEDG-FILE.                                       DBNK160P
023200     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK160P
023300     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK160P
023400     PERFORM CHECK-OPEN THRU                                      DBNK160P
023500             CHECK-OPEN-EXIT.                                     DBNK160P
023600                                                                  DBNK160P
023700     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK160P
023800        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK160P
023900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK160P
024000        MOVE 16 TO RETURN-CODE                                    DBNK160P
024100        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK160P
024200        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK160P
024300        GO TO QUICK-EXIT                                          DBNK160P
024400     END-IF.                                                      DBNK160P
024500                                                                  DBNK160P
024600***************************************************************** DBNK160P
024700* Count the messages and total their amounts before anything is * DBNK160P
024800* credited - a file whose count and total match one already     * DBNK160P
024900* posted for this stream is a duplicate and the run is refused  * DBNK160P
025000***************************************************************** DBNK160P
025100 PRESCAN-LOOP.                                                    DBNK160P
025200     READ WIREIN-FILE                                             DBNK160P
025300       AT END                                                     DBNK160P
025400         GO TO PRESCAN-ENDED                                      DBNK160P
025500     END-READ.                                                    DBNK160P
025600     IF WIREIN-REC (1:4) IS EQUAL TO ':20:'                       DBNK160P
025700        ADD 1 TO WS-PRESCAN-COUNT                                 DBNK160P
025800     END-IF.                                                      DBNK160P
025900     IF WIREIN-REC (1:5) IS EQUAL TO ':32A:'                      DBNK160P
026000        MOVE WIREIN-REC (14:10) TO WS-WMSG-AMOUNT-X               DBNK160P
026100        PERFORM CHECK-MSG-AMOUNT THRU                             DBNK160P
026200                CHECK-MSG-AMOUNT-EXIT                             DBNK160P
026300        IF WS-WMSG-AMOUNT-OK                                      DBNK160P
026400           ADD WS-WMSG-AMOUNT TO WS-PRESCAN-HASH                  DBNK160P
026500        END-IF                                                    DBNK160P
026600     END-IF.                                                      DBNK160P
026700     GO TO PRESCAN-LOOP.                                          DBNK160P
026800 PRESCAN-ENDED.                                                   DBNK160P
026900     CLOSE WIREIN-FILE.                                           DBNK160P
027000     MOVE 'WIREIN  ' TO FCTL-STREAM.                              DBNK160P
027100     MOVE SPACES TO FCTL-BUS-DATE.                                DBNK160P
027200     MOVE 'DBNK160P' TO FCTL-JOB-NAME.                            DBNK160P
027300     MOVE WS-PRESCAN-COUNT TO FCTL-ITEM-COUNT.                    DBNK160P
027400     MOVE WS-PRESCAN-HASH TO FCTL-HASH-TOTAL.                     DBNK160P
027500     SET FCTL-FUNC-CHECK TO TRUE.                                 DBNK160P
027600     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK160P
027700     IF FCTL-DUPLICATE                                            DBNK160P
027800        MOVE FCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK160P
027900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK160P
028000        MOVE 12 TO RETURN-CODE                                    DBNK160P
028100        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK160P
028200        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK160P
028300        GO TO QUICK-EXIT                                          DBNK160P
028400     END-IF.                                                      DBNK160P
028500     OPEN INPUT WIREIN-FILE.                                      DBNK160P
028600                                                                  DBNK160P
028700     PERFORM PRINT-REPORT-HEADING THRU                            DBNK160P
028800             PRINT-REPORT-HEADING-EXIT.                           DBNK160P
028900                                                                  DBNK160P
029000     MOVE SPACES TO WS-WIRE-MSG.                                  DBNK160P
029100 WIREIN-LOOP.                                                     DBNK160P
029200     READ WIREIN-FILE                                             DBNK160P
029300       AT END                                                     DBNK160P
029400         GO TO WIREIN-ENDED                                       DBNK160P
029500     END-READ.                                                    DBNK160P
029600     EVALUATE TRUE                                                DBNK160P
029700       WHEN WIREIN-REC (1:3) IS EQUAL TO '{1:'                    DBNK160P
029800         MOVE SPACES TO WS-WIRE-MSG                               DBNK160P
029900       WHEN WIREIN-REC (1:4) IS EQUAL TO ':20:'                   DBNK160P
030000         MOVE WIREIN-REC (5:12) TO WS-WMSG-SENDER-REF             DBNK160P
030100       WHEN WIREIN-REC (1:5) IS EQUAL TO ':32A:'                  DBNK160P
030200         MOVE WIREIN-REC (6:8) TO WS-WMSG-VALUE-DATE              DBNK160P
030300         MOVE WIREIN-REC (14:10) TO WS-WMSG-AMOUNT-X              DBNK160P
030400       WHEN WIREIN-REC (1:6) IS EQUAL TO ':50K:/'                 DBNK160P
030500         MOVE WIREIN-REC (7:9) TO WS-WMSG-ORDER-ACCNO             DBNK160P
030600         MOVE WIREIN-REC (17:30) TO WS-WMSG-ORDER-NAME            DBNK160P
030700       WHEN WIREIN-REC (1:5) IS EQUAL TO ':59:/'                  DBNK160P
030800         MOVE WIREIN-REC (6:17) TO WS-WMSG-BENE-ACCNO             DBNK160P
030900       WHEN WIREIN-REC (1:2) IS EQUAL TO '-}'                     DBNK160P
031000         ADD 1 TO WS-WIRES-READ                                   DBNK160P
031100         PERFORM POST-ONE-WIRE THRU                               DBNK160P
031200                 POST-ONE-WIRE-EXIT                               DBNK160P
031300         MOVE SPACES TO WS-WIRE-MSG                               DBNK160P
031400       WHEN OTHER                                                 DBNK160P
031500         CONTINUE                                                 DBNK160P
031600     END-EVALUATE.                                                DBNK160P
031700     GO TO WIREIN-LOOP.                                           DBNK160P
031800 WIREIN-ENDED.                                                    DBNK160P
031900     IF WS-POSTED-TOTAL IS GREATER THAN ZERO                      DBNK160P
032000        PERFORM POST-INBOUND-TOTAL THRU                           DBNK160P
032100                POST-INBOUND-TOTAL-EXIT                           DBNK160P
032200     END-IF.                                                      DBNK160P
032300                                                                  DBNK160P
032400     MOVE SPACES TO WIRERPT-REC.                                  DBNK160P
032500     WRITE WIRERPT-REC.                                           DBNK160P
032600     MOVE SPACES TO WIRERPT-REC.                                  DBNK160P
032700     MOVE WS-WIRES-POSTED TO WS-EDIT-CNT.                         DBNK160P
032800     STRING 'WIRES POSTED       '  DELIMITED BY SIZE              DBNK160P
032900            WS-EDIT-CNT            DELIMITED BY SIZE              DBNK160P
033000       INTO WIRERPT-REC.                                          DBNK160P
033100     MOVE WS-POSTED-TOTAL TO WS-EDIT-AMT.                         DBNK160P
033200     MOVE 'TOTAL ' TO WIRERPT-REC (31:6).                         DBNK160P
033300     MOVE WS-EDIT-AMT TO WIRERPT-REC (37:16).                     DBNK160P
033400     WRITE WIRERPT-REC.                                           DBNK160P
033500     MOVE SPACES TO WIRERPT-REC.                                  DBNK160P
033600     MOVE WS-WIRES-REJECTED TO WS-EDIT-CNT.                       DBNK160P
033700     STRING 'WIRES REJECTED     '  DELIMITED BY SIZE              DBNK160P
033800            WS-EDIT-CNT            DELIMITED BY SIZE              DBNK160P
033900       INTO WIRERPT-REC.                                          DBNK160P
034000     WRITE WIRERPT-REC.                                           DBNK160P
034100                                                                  DBNK160P
034200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK160P
034300     STRING WS-WIRES-READ DELIMITED BY SIZE                       DBNK160P
034400            ' inbound wires read' DELIMITED BY SIZE               DBNK160P
034500       INTO WS-CONSOLE-MESSAGE.                                   DBNK160P
034600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK160P
034700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK160P
034800     STRING WS-WIRES-POSTED DELIMITED BY SIZE                     DBNK160P
034900            ' wires posted' DELIMITED BY SIZE                     DBNK160P
035000       INTO WS-CONSOLE-MESSAGE.                                   DBNK160P
035100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK160P
035200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK160P
035300     STRING WS-WIRES-REJECTED DELIMITED BY SIZE                   DBNK160P
035400            ' wires rejected' DELIMITED BY SIZE                   DBNK160P
035500       INTO WS-CONSOLE-MESSAGE.                                   DBNK160P
035600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK160P
035700                                                                  DBNK160P
035800     CLOSE WIREIN-FILE.                                           DBNK160P
035900     CLOSE WIRERPT-FILE.                                          DBNK160P
036000     CLOSE BNKACC-FILE.                                           DBNK160P
036100     CLOSE BNKLEDG-FILE.                                          DBNK160P
036200                                                                  DBNK160P
036300*    file applied - register it so a replayed copy is refused     DBNK160P
036400     SET FCTL-FUNC-REGISTER-IN TO TRUE.                           DBNK160P
036500     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK160P
036600                                                                  DBNK160P
036700     SET BCTL-FUNC-END TO TRUE.                                   DBNK160P
036800     MOVE WS-WIRES-READ TO BCTL-RECORD-COUNT.                     DBNK160P
036900     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK160P
037000     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK160P
037100                                                                  DBNK160P
037200     PERFORM RUN-TIME.                                            DBNK160P
037300                                                                  DBNK160P
037400     MOVE 0 TO RETURN-CODE.                                       DBNK160P
037500 QUICK-EXIT.                                                      DBNK160P
037600     GOBACK.                                                      DBNK160P
037700                                                                  DBNK160P
037800***************************************************************** DBNK160P
037900* The :32A: amount must be a properly edited 9(7).99 greater    * DBNK160P
038000* than zero                                                     * DBNK160P
038100***************************************************************** DBNK160P
038200 CHECK-MSG-AMOUNT.                                                DBNK160P
038300     SET WS-WMSG-AMOUNT-BAD TO TRUE.                              DBNK160P
038400     MOVE ZERO TO WS-WMSG-AMOUNT.                                 DBNK160P
038500     IF WS-WMSG-AMOUNT-X (1:7) IS NOT NUMERIC OR                  DBNK160P
038600        WS-WMSG-AMOUNT-X (8:1) IS NOT EQUAL TO '.' OR             DBNK160P
038700        WS-WMSG-AMOUNT-X (9:2) IS NOT NUMERIC                     DBNK160P
038800        GO TO CHECK-MSG-AMOUNT-EXIT                               DBNK160P
038900     END-IF.                                                      DBNK160P
039000     MOVE WS-WMSG-AMOUNT-ED TO WS-WMSG-AMOUNT.                    DBNK160P
039100     IF WS-WMSG-AMOUNT IS GREATER THAN ZERO                       DBNK160P
039200        SET WS-WMSG-AMOUNT-OK TO TRUE                             DBNK160P
039300     END-IF.                                                      DBNK160P
039400 CHECK-MSG-AMOUNT-EXIT.                                           DBNK160P
039500     EXIT.                                                        DBNK160P
039600                                                                  DBNK160P
039700***************************************************************** DBNK160P
039800* Credit one inbound wire to the beneficiary's account. The     * DBNK160P
039900* first nine characters of the :59: account are our account     * DBNK160P
040000* number; the sender's reference is kept on the ledger entry.   * DBNK160P
040100***************************************************************** DBNK160P
040200 POST-ONE-WIRE.                                                   DBNK160P
040300     IF WS-WMSG-SENDER-REF IS EQUAL TO SPACES                     DBNK160P
040400        MOVE 'No sender reference' TO WS-REJECT-REASON            DBNK160P
040500        GO TO POST-ONE-WIRE-REJECT                                DBNK160P
040600     END-IF.                                                      DBNK160P
040700     PERFORM CHECK-MSG-AMOUNT THRU                                DBNK160P
040800             CHECK-MSG-AMOUNT-EXIT.                               DBNK160P
040900     IF WS-WMSG-AMOUNT-BAD                                        DBNK160P
041000        MOVE 'Amount missing or invalid' TO WS-REJECT-REASON      DBNK160P
041100        GO TO POST-ONE-WIRE-REJECT                                DBNK160P
041200     END-IF.                                                      DBNK160P
041300     IF WS-WMSG-BENE-ACCNO (10:8) IS NOT EQUAL TO SPACES          DBNK160P
041400        MOVE 'Beneficiary account not ours' TO WS-REJECT-REASON   DBNK160P
041500        GO TO POST-ONE-WIRE-REJECT                                DBNK160P
041600     END-IF.                                                      DBNK160P
041700     MOVE WS-WMSG-BENE-ACCNO (1:9) TO BAC-REC-ACCNO.              DBNK160P
041800     READ BNKACC-FILE                                             DBNK160P
041900       INVALID KEY                                                DBNK160P
042000         MOVE 'Beneficiary account not found' TO WS-REJECT-REASON DBNK160P
042100         GO TO POST-ONE-WIRE-REJECT                               DBNK160P
042200     END-READ.                                                    DBNK160P
042300     IF BAC-REC-ACC-IS-CLOSED OR                                  DBNK160P
042400        BAC-REC-WAS-ESCHEATED                                     DBNK160P
042500        MOVE 'Beneficiary account closed' TO WS-REJECT-REASON     DBNK160P
042600        GO TO POST-ONE-WIRE-REJECT                                DBNK160P
042700     END-IF.                                                      DBNK160P
042800                                                                  DBNK160P
042900     ADD WS-WMSG-AMOUNT TO BAC-REC-BALANCE.                       DBNK160P
043000     PERFORM WRITE-WIRE-LEDGER THRU                               DBNK160P
043100             WRITE-WIRE-LEDGER-EXIT.                              DBNK160P
043200     REWRITE BNKACC-REC                                           DBNK160P
043300       INVALID KEY                                                DBNK160P
043400         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBNK160P
043500         STRING 'Unable to credit wire to '   DELIMITED BY SIZE   DBNK160P
043600                BAC-REC-ACCNO                 DELIMITED BY SIZE   DBNK160P
043700           INTO WS-CONSOLE-MESSAGE                                DBNK160P
043800         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK160P
043900     END-REWRITE.                                                 DBNK160P
044000     PERFORM JOURNAL-ACC-IMAGE THRU                               DBNK160P
044100             JOURNAL-ACC-IMAGE-EXIT.                              DBNK160P
044200                                                                  DBNK160P
044300     ADD 1 TO WS-WIRES-POSTED.                                    DBNK160P
044400     ADD WS-WMSG-AMOUNT TO WS-POSTED-TOTAL.                       DBNK160P
044500     PERFORM PRINT-WIRE-DETAIL THRU                               DBNK160P
044600             PRINT-WIRE-DETAIL-EXIT.                              DBNK160P
044700     GO TO POST-ONE-WIRE-EXIT.                                    DBNK160P
044800                                                                  DBNK160P
044900 POST-ONE-WIRE-REJECT.                                            DBNK160P
045000     ADD 1 TO WS-WIRES-REJECTED.                                  DBNK160P
045100     MOVE SPACES TO WIRERPT-REC.                                  DBNK160P
045200     MOVE WS-WMSG-SENDER-REF TO WIRERPT-REC (1:12).               DBNK160P
045300     MOVE WS-WMSG-BENE-ACCNO TO WIRERPT-REC (14:17).              DBNK160P
045400     MOVE WS-WMSG-AMOUNT TO WS-EDIT-AMT.                          DBNK160P
045500     MOVE WS-EDIT-AMT TO WIRERPT-REC (32:16).                     DBNK160P
045600     MOVE WS-WMSG-VALUE-DATE TO WIRERPT-REC (49:8).               DBNK160P
045700     MOVE 'REJECTED ' TO WIRERPT-REC (58:9).                      DBNK160P
045800     MOVE WS-REJECT-REASON TO WIRERPT-REC (67:30).                DBNK160P
045900     WRITE WIRERPT-REC.                                           DBNK160P
046000 POST-ONE-WIRE-EXIT.                                              DBNK160P
046100     EXIT.                                                        DBNK160P
046200                                                                  DBNK160P
046300***************************************************************** DBNK160P
046400* The wire's ledger entry on the beneficiary's account, under   * DBNK160P
046500* the sending bank's own reference                              * DBNK160P
046600***************************************************************** DBNK160P
046700 WRITE-WIRE-LEDGER.                                               DBNK160P
046800     MOVE SPACES TO WS-POST-DESC.                                 DBNK160P
046900     STRING 'Wire from '           DELIMITED BY SIZE              DBNK160P
047000            WS-WMSG-ORDER-NAME     DELIMITED BY SIZE              DBNK160P
047100       INTO WS-POST-DESC.                                         DBNK160P
047200 COPY CTSTAMPP.                                                   DBNK160P
047300     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK160P
047400     MOVE SPACES TO BNKLEDG-REC.                                  DBNK160P
047500     MOVE WS-WMSG-SENDER-REF TO BLG-REC-REFNO.                    DBNK160P
047600     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBNK160P
047700     MOVE '1' TO BLG-REC-TYPE.                                    DBNK160P
047800     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBNK160P
047900     MOVE 'WIRI' TO BLG-REC-CATEGORY.                             DBNK160P
048000     MOVE BAC-REC-ACCNO TO BLG-REC-ACCNO.                         DBNK160P
048100     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK160P
048200     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK160P
048300     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK160P
048400     MOVE WS-WMSG-AMOUNT TO BLG-REC-AMOUNT.                       DBNK160P
048500     MOVE SPACES TO TXN-DATA.                                     DBNK160P
048600     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK160P
048700     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK160P
048800     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK160P
048900     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK160P
049000     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK160P
049100     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK160P
049200     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK160P
049300                           WS-TWOS-COMP-INPUT                     DBNK160P
049400                           WS-TWOS-COMP-OUTPUT.                   DBNK160P
049500     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK160P
049600     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK160P
049700     WRITE BNKLEDG-REC                                            DBNK160P
049800       INVALID KEY                                                DBNK160P
049900         MOVE 'Unable to write inbound wire entry'                DBNK160P
050000           TO WS-CONSOLE-MESSAGE                                  DBNK160P
050100         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK160P
050200     END-WRITE.                                                   DBNK160P
050300     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK160P
050400             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK160P
050500 WRITE-WIRE-LEDGER-EXIT.                                          DBNK160P
050600     EXIT.                                                        DBNK160P
050700                                                                  DBNK160P
050800***************************************************************** DBNK160P
050900* Post the day's inbound wire total against the clearing        * DBNK160P
051000* suspense account - the funds credited to the customers come   * DBNK160P
051100* in through the settlement account                             * DBNK160P
051200***************************************************************** DBNK160P
051300 POST-INBOUND-TOTAL.                                              DBNK160P
051400 COPY CTSTAMPP.                                                   DBNK160P
051500     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK160P
051600     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK160P
051700     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK160P
051800     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK160P
051900     MOVE SPACES TO BNKLEDG-REC.                                  DBNK160P
052000     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK160P
052100     MOVE 'CLRNG' TO BLG-REC-PID.                                 DBNK160P
052200     MOVE '1' TO BLG-REC-TYPE.                                    DBNK160P
052300     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBNK160P
052400     MOVE 'WIRI' TO BLG-REC-CATEGORY.                             DBNK160P
052500     MOVE WS-SETTLE-ACCNO TO BLG-REC-ACCNO.                       DBNK160P
052600     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK160P
052700     MOVE WS-SETTLE-ACCNO TO BLG-REC-ALTKEY1-ACCNO.               DBNK160P
052800     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK160P
052900     MOVE WS-POSTED-TOTAL TO BLG-REC-AMOUNT.                      DBNK160P
053000     MOVE SPACES TO TXN-DATA.                                     DBNK160P
053100     MOVE 'Inbound wire total'                                    DBNK160P
053200       TO TXN-T1-OLD-DESC.                                        DBNK160P
053300     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK160P
053400     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK160P
053500     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK160P
053600     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK160P
053700     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK160P
053800     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK160P
053900                           WS-TWOS-COMP-INPUT                     DBNK160P
054000                           WS-TWOS-COMP-OUTPUT.                   DBNK160P
054100     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK160P
054200     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK160P
054300     WRITE BNKLEDG-REC                                            DBNK160P
054400       INVALID KEY                                                DBNK160P
054500         MOVE 'Unable to post inbound wire total'                 DBNK160P
054600           TO WS-CONSOLE-MESSAGE                                  DBNK160P
054700         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK160P
054800     END-WRITE.                                                   DBNK160P
054900     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK160P
055000             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK160P
055100 POST-INBOUND-TOTAL-EXIT.                                         DBNK160P
055200     EXIT.                                                        DBNK160P
055300                                                                  DBNK160P
055400***************************************************************** DBNK160P
055500* Report printing                                               * DBNK160P
055600***************************************************************** DBNK160P
055700 PRINT-REPORT-HEADING.                                            DBNK160P
055800     MOVE SPACES TO WIRERPT-REC.                                  DBNK160P
055900     STRING 'INBOUND WIRE TRANSFERS '      DELIMITED BY SIZE      DBNK160P
056000            BUSD-DATE                      DELIMITED BY SIZE      DBNK160P
056100       INTO WIRERPT-REC.                                          DBNK160P
056200     WRITE WIRERPT-REC.                                           DBNK160P
056300     MOVE SPACES TO WIRERPT-REC.                                  DBNK160P
056400     STRING 'SENDER REF   BENEFICIARY       '                     DBNK160P
056500                                          DELIMITED BY SIZE       DBNK160P
056600            '           AMOUNT VALUE    '  DELIMITED BY SIZE      DBNK160P
056700            'ORDERING CUSTOMER'           DELIMITED BY SIZE       DBNK160P
056800       INTO WIRERPT-REC.                                          DBNK160P
056900     WRITE WIRERPT-REC.                                           DBNK160P
057000 PRINT-REPORT-HEADING-EXIT.                                       DBNK160P
057100     EXIT.                                                        DBNK160P
057200                                                                  DBNK160P
057300 PRINT-WIRE-DETAIL.                                               DBNK160P
057400     MOVE SPACES TO WIRERPT-REC.                                  DBNK160P
057500     MOVE WS-WMSG-SENDER-REF TO WIRERPT-REC (1:12).               DBNK160P
057600     MOVE WS-WMSG-BENE-ACCNO TO WIRERPT-REC (14:17).              DBNK160P
057700     MOVE WS-WMSG-AMOUNT TO WS-EDIT-AMT.                          DBNK160P
057800     MOVE WS-EDIT-AMT TO WIRERPT-REC (32:16).                     DBNK160P
057900     MOVE WS-WMSG-VALUE-DATE TO WIRERPT-REC (49:8).               DBNK160P
058000     MOVE WS-WMSG-ORDER-NAME TO WIRERPT-REC (58:30).              DBNK160P
058100     WRITE WIRERPT-REC.                                           DBNK160P
058200 PRINT-WIRE-DETAIL-EXIT.                                          DBNK160P
058300     EXIT.                                                        DBNK160P
058400                                                                  DBNK160P
058500***************************************************************** DBNK160P
058600* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK160P
058700* each write to a protected cluster lands its final image on    * DBNK160P
058800* the BNKFJRN journal                                           * DBNK160P
058900***************************************************************** DBNK160P
059000 JOURNAL-ACC-IMAGE.                                               DBNK160P
059100     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBNK160P
059200     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK160P
059300     SET FJRN-ACTION-REWRITE TO TRUE.                             DBNK160P
059400     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBNK160P
059500     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK160P
059600     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBNK160P
059700     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK160P
059800 JOURNAL-ACC-IMAGE-EXIT.                                          DBNK160P
059900     EXIT.                                                        DBNK160P
060000                                                                  DBNK160P
060100 JOURNAL-LEDG-IMAGE.                                              DBNK160P
060200     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK160P
060300     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK160P
060400     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK160P
060500     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK160P
060600     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK160P
060700     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK160P
060800     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK160P
060900 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK160P
061000     EXIT.                                                        DBNK160P
061100                                                                  DBNK160P
061200***************************************************************** DBNK160P
061300* Check file open OK                                            * DBNK160P
061400***************************************************************** DBNK160P
061500 CHECK-OPEN.                                                      DBNK160P
061600     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK160P
061700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK160P
061800        STRING WS-FILE       DELIMITED BY ' '                     DBNK160P
061900               ' opened ok' DELIMITED BY SIZE                     DBNK160P
062000          INTO WS-CONSOLE-MESSAGE                                 DBNK160P
062100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK160P
062200     ELSE                                                         DBNK160P
062300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK160P
062400        STRING WS-FILE          DELIMITED BY ' '                  DBNK160P
062500               ' did not open' DELIMITED BY SIZE                  DBNK160P
062600          INTO WS-CONSOLE-MESSAGE                                 DBNK160P
062700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK160P
062800        PERFORM DISPLAY-IO-STATUS                                 DBNK160P
062900        ADD 1 TO WS-OPEN-ERROR                                    DBNK160P
063000     END-IF.                                                      DBNK160P
063100 CHECK-OPEN-EXIT.                                                 DBNK160P
063200     EXIT.                                                        DBNK160P
063300                                                                  DBNK160P
063400***************************************************************** DBNK160P
063500* Display the file status bytes. This routine will display as  *  DBNK160P
063600* two digits if the full two byte file status is numeric. If   *  DBNK160P
063700* second byte is non-numeric then it will be treated as a      *  DBNK160P
063800* binary number.                                                * DBNK160P
063900***************************************************************** DBNK160P
064000 DISPLAY-IO-STATUS.                                               DBNK160P
064100     IF WS-IO-STATUS NUMERIC                                      DBNK160P
064200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK160P
064300        STRING 'File status -' DELIMITED BY SIZE                  DBNK160P
064400               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK160P
064500          INTO WS-CONSOLE-MESSAGE                                 DBNK160P
064600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK160P
064700     ELSE                                                         DBNK160P
064800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK160P
064900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK160P
065000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK160P
065100        STRING 'File status -' DELIMITED BY SIZE                  DBNK160P
065200               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK160P
065300               '/'            DELIMITED BY SIZE                   DBNK160P
065400               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK160P
065500          INTO WS-CONSOLE-MESSAGE                                 DBNK160P
065600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK160P
065700     END-IF.                                                      DBNK160P
065800                                                                  DBNK160P
065900***************************************************************** DBNK160P
066000* Display CONSOLE messages...                                   * DBNK160P
066100***************************************************************** DBNK160P
066200 DISPLAY-CONSOLE-MESSAGE.                                         DBNK160P
066300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK160P
066400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK160P
066500                                                                  DBNK160P
066600 COPY CTIMERP.                                                    DBNK160P
