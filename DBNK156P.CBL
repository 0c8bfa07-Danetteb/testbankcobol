000100***************************************************************** DBNK156P
000200*                                                               * DBNK156P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK156P
000400*   This demonstration program is provided for use by users     * DBNK156P
000500*   of Micro Focus products and may be used, modified and       * DBNK156P
000600*   distributed as part of your application provided that       * DBNK156P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK156P
000800*   in this material.                                           * DBNK156P
000900*                                                               * DBNK156P
001000***************************************************************** DBNK156P
001100                                                                  DBNK156P
001200***************************************************************** DBNK156P
001300* Program:     DBNK156P.CBL                                     * DBNK156P
001400* Function:    End-of-day outward cheque presentment. Every     * DBNK156P
001500*              cheque drawn on another bank that DBNK155P took  * DBNK156P
001600*              in on deposit today and still stands captured on * DBNK156P
001700*              BNKDITM is written to the outgoing presentment   * DBNK156P
001800*              file OUTCHQ for collection from the drawee bank, * DBNK156P
001900*              marked presented and registered as an open       * DBNK156P
002000*              suspense item under the OUTCHQ stream so the     * DBNK156P
002100*              settlement can be matched item by item. One      * DBNK156P
002200*              settlement total is posted to BNKLEDG against    * DBNK156P
002300*              the clearing suspense account and the file is    * DBNK156P
002400*              registered through UFILCTL for acknowledgement.  * DBNK156P
002500*              VSAM version                                     * DBNK156P
002600***************************************************************** DBNK156P
002700                                                                  DBNK156P
002800 IDENTIFICATION DIVISION.                                         DBNK156P
002900 PROGRAM-ID.                                                      DBNK156P
003000     DBNK156P.                                                    DBNK156P
003100 DATE-WRITTEN.                                                    DBNK156P
003200     September 2007.                                              DBNK156P
003300 DATE-COMPILED.                                                   DBNK156P
003400     Today.                                                       DBNK156P
003500                                                                  DBNK156P
003600 ENVIRONMENT DIVISION.                                            DBNK156P
003700                                                                  DBNK156P
003800 INPUT-OUTPUT   SECTION.                                          DBNK156P
003900   FILE-CONTROL.                                                  DBNK156P
004000     SELECT BNKDITM-FILE                                          DBNK156P
004100            ASSIGN       TO BNKDITM                               DBNK156P
004200            ORGANIZATION IS INDEXED                               DBNK156P
004300            ACCESS MODE  IS DYNAMIC                               DBNK156P
004400            RECORD KEY   IS BDI-REC-TIMESTAMP                     DBNK156P
004500            FILE STATUS  IS WS-BNKDITM-STATUS.                    DBNK156P
004600                                                                  DBNK156P
004700     SELECT BNKLEDG-FILE                                          DBNK156P
004800            ASSIGN       TO BNKLEDG                               DBNK156P
004900            ORGANIZATION IS INDEXED                               DBNK156P
005000            ACCESS MODE  IS RANDOM                                DBNK156P
005100            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK156P
005200            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK156P
005300            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK156P
005400                                                                  DBNK156P
005500     SELECT BNKSUSP-FILE                                          DBNK156P
005600            ASSIGN       TO BNKSUSP                               DBNK156P
005700            ORGANIZATION IS INDEXED                               DBNK156P
005800            ACCESS MODE  IS RANDOM                                DBNK156P
005900            RECORD KEY   IS BSI-REC-KEY                           DBNK156P
006000            FILE STATUS  IS WS-BNKSUSP-STATUS.                    DBNK156P
006100                                                                  DBNK156P
006200     SELECT OUTCHQ-FILE                                           DBNK156P
006300            ASSIGN       TO OUTCHQ                                DBNK156P
006400            ORGANIZATION IS SEQUENTIAL                            DBNK156P
006500            FILE STATUS  IS WS-OUTCHQ-STATUS.                     DBNK156P
006600                                                                  DBNK156P
006700 DATA DIVISION.                                                   DBNK156P
006800                                                                  DBNK156P
006900 FILE SECTION.                                                    DBNK156P
007000 FD  BNKDITM-FILE.                                                DBNK156P
007100 01  BNKDITM-REC.                                                 DBNK156P
007200 COPY CBANKVDI.                                                   DBNK156P
007300                                                                  DBNK156P
007400 FD  BNKLEDG-FILE.                                                DBNK156P
007500 01  BNKLEDG-REC.                                                 DBNK156P
007600 COPY CBANKVLG.                                                   DBNK156P
007700                                                                  DBNK156P
007800 FD  BNKSUSP-FILE.                                                DBNK156P
007900 01  BNKSUSP-REC.                                                 DBNK156P
008000 COPY CBANKVSI.                                                   DBNK156P
008100                                                                  DBNK156P
008200 FD  OUTCHQ-FILE.                                                 DBNK156P
008300 01  OCQ-REC.                                                     DBNK156P
008400   05  OCQ-REC-ROUTING                  PIC X(9).                 DBNK156P
008500   05  OCQ-REC-DRAWEE-ACCNO             PIC X(17).                DBNK156P
008600   05  OCQ-REC-SERIAL                   PIC X(10).                DBNK156P
008700   05  OCQ-REC-AMOUNT                   PIC 9(7)V99.              DBNK156P
008800   05  OCQ-REC-REFNO                    PIC X(12).                DBNK156P
008900   05  OCQ-REC-DEP-ACCNO                PIC X(9).                 DBNK156P
009000   05  OCQ-REC-DEP-DATE                 PIC X(8).                 DBNK156P
009100   05  FILLER                           PIC X(26).                DBNK156P
009200                                                                  DBNK156P
009300 WORKING-STORAGE SECTION.                                         DBNK156P
009400 COPY CTIMERD.                                                    DBNK156P
009500 COPY CTSTAMPD.                                                   DBNK156P
009600                                                                  DBNK156P
009700 01  WS-MISC-STORAGE.                                             DBNK156P
009800   05  WS-PROGRAM-ID                         PIC X(8)             DBNK156P
009900       VALUE 'DBNK156P'.                                          DBNK156P
010000                                                                  DBNK156P
010100   05  WS-BNKDITM-STATUS.                                         DBNK156P
010200     10  WS-BNKDITM-STAT1                     PIC X(1).           DBNK156P
010300     10  WS-BNKDITM-STAT2                     PIC X(1).           DBNK156P
010400                                                                  DBNK156P
010500   05  WS-BNKLEDG-STATUS.                                         DBNK156P
010600     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK156P
010700     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK156P
010800                                                                  DBNK156P
010900   05  WS-BNKSUSP-STATUS.                                         DBNK156P
011000     10  WS-BNKSUSP-STAT1                     PIC X(1).           DBNK156P
011100     10  WS-BNKSUSP-STAT2                     PIC X(1).           DBNK156P
011200                                                                  DBNK156P
011300   05  WS-OUTCHQ-STATUS.                                          DBNK156P
011400     10  WS-OUTCHQ-STAT1                      PIC X(1).           DBNK156P
011500     10  WS-OUTCHQ-STAT2                      PIC X(1).           DBNK156P
011600                                                                  DBNK156P
011700   05  WS-IO-STATUS.                                              DBNK156P
011800     10  WS-IO-STAT1                          PIC X(1).           DBNK156P
011900     10  WS-IO-STAT2                          PIC X(1).           DBNK156P
012000                                                                  DBNK156P
012100   05  WS-TWO-BYTES.                                              DBNK156P
012200     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK156P
012300     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK156P
012400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK156P
012500                                              PIC 9(1) COMP.      DBNK156P
012600                                                                  DBNK156P
012700   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK156P
012800     88  OPEN-OK                              VALUE 0.            DBNK156P
012900                                                                  DBNK156P
013000   05  WS-FILE                               PIC X(16).           DBNK156P
013100                                                                  DBNK156P
013200   05  WS-ITEMS-PRESENTED                     PIC 9(5)            DBNK156P
013300       VALUE ZERO.                                                DBNK156P
013400   05  WS-ITEMS-SKIPPED                       PIC 9(5)            DBNK156P
013500       VALUE ZERO.                                                DBNK156P
013600   05  WS-SETTLE-TOTAL                        PIC S9(9)V99        DBNK156P
013700                                              COMP-3 VALUE ZERO.  DBNK156P
013800   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBNK156P
013900                                                                  DBNK156P
014000   05  WS-SETTLE-ACCNO                       PIC X(9)             DBNK156P
014100       VALUE '999999990'.                                         DBNK156P
014200                                                                  DBNK156P
014300 01  WS-TWOS-COMP.                                                DBNK156P
014400   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK156P
014500   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK156P
014600   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK156P
014700                                                                  DBNK156P
014800 COPY CBANKTXD.                                                   DBNK156P
014900                                                                  DBNK156P
015000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK156P
015100                                                                  DBNK156P
015200 01  WS-BCTL-DATA.                                                DBNK156P
015300 COPY CBCTLD.                                                     DBNK156P
015400                                                                  DBNK156P
015500 01  WS-BUSD-DATA.                                                DBNK156P
015600 COPY CBUSDD.                                                     DBNK156P
015700                                                                  DBNK156P
015800 01  WS-FCTL-DATA.                                                DBNK156P
015900 COPY CFCTLD.                                                     DBNK156P
016000                                                                  DBNK156P
016100 01  WS-TREF-DATA.                                                DBNK156P
016200 COPY CTREFD.                                                     DBNK156P
016300                                                                  DBNK156P
016400 01  WS-FJRN-DATA.                                                DBNK156P
016500 COPY CFJRND.                                                     DBNK156P
016600                                                                  DBNK156P
016700 PROCEDURE DIVISION.                                              DBNK156P
016800     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK156P
016900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK156P
017000     PERFORM RUN-TIME.                                            DBNK156P
017100                                                                  DBNK156P
017200***************************************************************** DBNK156P
017300* Register this run in the batch control file                   * DBNK156P
017400***************************************************************** DBNK156P
017500     MOVE 'DBNK156P' TO BCTL-JOB-NAME.                            DBNK156P
017600     MOVE SPACES TO BCTL-BUS-DATE.                                DBNK156P
017700     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK156P
017800     SET BCTL-FUNC-START TO TRUE.                                 DBNK156P
017900     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK156P
018000     IF NOT BCTL-OK                                               DBNK156P
018100        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK156P
018200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK156P
018300        MOVE 8 TO RETURN-CODE                                     DBNK156P
018400        GO TO QUICK-EXIT                                          DBNK156P
018500     END-IF.                                                      DBNK156P
018600*    postings carry the bank-wide business date, not the clock    DBNK156P
018700     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK156P
018800                                                                  DBNK156P
018900     SET OPEN-OK TO TRUE.                                         DBNK156P
019000                                                                  DBNK156P
019100     OPEN I-O BNKDITM-FILE.                                       DBNK156P
019200     MOVE WS-BNKDITM-STATUS TO WS-IO-STATUS.                      DBNK156P
019300     MOVE 'BNKDITM-FILE' TO WS-FILE.                              DBNK156P
019400     PERFORM CHECK-OPEN THRU                                      DBNK156P
019500             CHECK-OPEN-EXIT.                                     DBNK156P
019600                                                                  DBNK156P
019700     OPEN I-O BNKLEDG-FILE.                                       DBNK156P
019800     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK156P
019900     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK156P
020000     PERFORM CHECK-OPEN THRU                                      DBNK156P
020100             CHECK-OPEN-EXIT.                                     DBNK156P
020200                                                                  DBNK156P
020300     OPEN I-O BNKSUSP-FILE.                                       DBNK156P
020400     MOVE WS-BNKSUSP-STATUS TO WS-IO-STATUS.                      DBNK156P
020500     MOVE 'BNKSUSP-FILE' TO WS-FILE.                              DBNK156P
020600     PERFORM CHECK-OPEN THRU                                      DBNK156P
020700             CHECK-OPEN-EXIT.                                     DBNK156P
020800                                                                  DBNK156P
020900     OPEN OUTPUT OUTCHQ-FILE.                                     DBNK156P
021000     MOVE WS-OUTCHQ-STATUS TO WS-IO-STATUS.                       DBNK156P
021100     MOVE 'OUTCHQ-FILE' TO WS-FILE.                               DBNK156P
021200     PERFORM CHECK-OPEN THRU                                      DBNK156P
021300             CHECK-OPEN-EXIT.                                     DBNK156P
021400                                                                  DBNK156P
021500     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK156P
021600        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK156P
021700        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK156P
021800        MOVE 16 TO RETURN-CODE                                    DBNK156P
021900        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK156P
022000        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK156P
022100        GO TO QUICK-EXIT                                          DBNK156P
022200     END-IF.                                                      DBNK156P
022300                                                                  DBNK156P
022400     MOVE LOW-VALUES TO BDI-REC-TIMESTAMP.                        DBNK156P
022500     START BNKDITM-FILE KEY IS GREATER THAN BDI-REC-TIMESTAMP     DBNK156P
022600       INVALID KEY                                                DBNK156P
022700         GO TO DITM-ENDED                                         DBNK156P
022800     END-START.                                                   DBNK156P
022900                                                                  DBNK156P
023000 DITM-LOOP.                                                       DBNK156P
023100     READ BNKDITM-FILE NEXT                                       DBNK156P
023200       AT END                                                     DBNK156P
023300         GO TO DITM-ENDED                                         DBNK156P
023400     END-READ.                                                    DBNK156P
023500     IF NOT BDI-REC-IS-CAPTURED                                   DBNK156P
023600        GO TO DITM-LOOP                                           DBNK156P
023700     END-IF.                                                      DBNK156P
023800     PERFORM PRESENT-ONE-ITEM THRU                                DBNK156P
023900             PRESENT-ONE-ITEM-EXIT.                               DBNK156P
024000     GO TO DITM-LOOP.                                             DBNK156P
024100                                                                  DBNK156P
024200 DITM-ENDED.                                                      DBNK156P
024300     IF WS-SETTLE-TOTAL IS GREATER THAN ZERO                      DBNK156P
024400        PERFORM POST-SETTLEMENT-TOTAL THRU                        DBNK156P
024500                POST-SETTLEMENT-TOTAL-EXIT                        DBNK156P
024600     END-IF.                                                      DBNK156P
024700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK156P
024800     STRING WS-ITEMS-PRESENTED        DELIMITED BY SIZE           DBNK156P
024900            ' cheques presented'      DELIMITED BY SIZE           DBNK156P
025000       INTO WS-CONSOLE-MESSAGE.                                   DBNK156P
025100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK156P
025200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK156P
025300     STRING WS-ITEMS-SKIPPED          DELIMITED BY SIZE           DBNK156P
025400            ' items skipped'          DELIMITED BY SIZE           DBNK156P
025500       INTO WS-CONSOLE-MESSAGE.                                   DBNK156P
025600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK156P
025700     MOVE WS-SETTLE-TOTAL TO WS-EDIT-AMT-9-2.                     DBNK156P
025800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK156P
025900     STRING 'Presentment control total ' DELIMITED BY SIZE        DBNK156P
026000            WS-EDIT-AMT-9-2           DELIMITED BY SIZE           DBNK156P
026100       INTO WS-CONSOLE-MESSAGE.                                   DBNK156P
026200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK156P
026300                                                                  DBNK156P
026400     CLOSE BNKDITM-FILE.                                          DBNK156P
026500     CLOSE BNKLEDG-FILE.                                          DBNK156P
026600     CLOSE BNKSUSP-FILE.                                          DBNK156P
026700     CLOSE OUTCHQ-FILE.                                           DBNK156P
026800                                                                  DBNK156P
026900*    register the presentment so the drawee banks' acknowledgementDBNK156P
027000*    can be tracked and chased                                    DBNK156P
027100     MOVE 'OUTCHQ  ' TO FCTL-STREAM.                              DBNK156P
027200     MOVE SPACES TO FCTL-BUS-DATE.                                DBNK156P
027300     MOVE 'DBNK156P' TO FCTL-JOB-NAME.                            DBNK156P
027400     MOVE WS-ITEMS-PRESENTED TO FCTL-ITEM-COUNT.                  DBNK156P
027500     MOVE WS-SETTLE-TOTAL TO FCTL-HASH-TOTAL.                     DBNK156P
027600     SET FCTL-FUNC-REGISTER-OUT TO TRUE.                          DBNK156P
027700     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK156P
027800                                                                  DBNK156P
027900     SET BCTL-FUNC-END TO TRUE.                                   DBNK156P
028000     MOVE WS-ITEMS-PRESENTED TO BCTL-RECORD-COUNT.                DBNK156P
028100     MOVE 0 TO BCTL-RETURN-CODE.                                  DBNK156P
028200     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK156P
028300                                                                  DBNK156P
028400     PERFORM RUN-TIME.                                            DBNK156P
028500                                                                  DBNK156P
028600     MOVE 0 TO RETURN-CODE.                                       DBNK156P
028700 QUICK-EXIT.                                                      DBNK156P
028800     GOBACK.                                                      DBNK156P
028900                                                                  DBNK156P
029000***************************************************************** DBNK156P
029100* Write one captured cheque to the presentment file and mark it * DBNK156P
029200* presented. The refno of the deposit credit travels with the   * DBNK156P
029300* item so a return can be traced back to the deposit.           * DBNK156P
029400***************************************************************** DBNK156P
029500 PRESENT-ONE-ITEM.                                                DBNK156P
029600     IF BDI-REC-AMOUNT IS NOT GREATER THAN ZERO                   DBNK156P
029700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK156P
029800        STRING 'Zero amount on item '  DELIMITED BY SIZE          DBNK156P
029900               BDI-REC-REFNO           DELIMITED BY SIZE          DBNK156P
030000          INTO WS-CONSOLE-MESSAGE                                 DBNK156P
030100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK156P
030200        ADD 1 TO WS-ITEMS-SKIPPED                                 DBNK156P
030300        GO TO PRESENT-ONE-ITEM-EXIT                               DBNK156P
030400     END-IF.                                                      DBNK156P
030500     MOVE SPACES TO OCQ-REC.                                      DBNK156P
030600     MOVE BDI-REC-ROUTING TO OCQ-REC-ROUTING.                     DBNK156P
030700     MOVE BDI-REC-DRAWEE-ACCNO TO OCQ-REC-DRAWEE-ACCNO.           DBNK156P
030800     MOVE BDI-REC-SERIAL TO OCQ-REC-SERIAL.                       DBNK156P
030900     MOVE BDI-REC-AMOUNT TO OCQ-REC-AMOUNT.                       DBNK156P
031000     MOVE BDI-REC-REFNO TO OCQ-REC-REFNO.                         DBNK156P
031100     MOVE BDI-REC-ACCNO TO OCQ-REC-DEP-ACCNO.                     DBNK156P
031200     MOVE BDI-REC-BUS-DATE TO OCQ-REC-DEP-DATE.                   DBNK156P
031300     WRITE OCQ-REC.                                               DBNK156P
031400     SET BDI-REC-IS-PRESENTED TO TRUE.                            DBNK156P
031500     MOVE BUSD-DATE TO BDI-REC-PRESENTED-DATE.                    DBNK156P
031600     REWRITE BNKDITM-REC                                          DBNK156P
031700       INVALID KEY                                                DBNK156P
031800         MOVE 'Unable to mark item presented'                     DBNK156P
031900           TO WS-CONSOLE-MESSAGE                                  DBNK156P
032000         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK156P
032100     END-REWRITE.                                                 DBNK156P
032200     ADD 1 TO WS-ITEMS-PRESENTED.                                 DBNK156P
032300     ADD BDI-REC-AMOUNT TO WS-SETTLE-TOTAL.                       DBNK156P
032400     PERFORM WRITE-SUSPENSE-ITEM THRU                             DBNK156P
032500             WRITE-SUSPENSE-ITEM-EXIT.                            DBNK156P
032600 PRESENT-ONE-ITEM-EXIT.                                           DBNK156P
032700     EXIT.                                                        DBNK156P
032800                                                                  DBNK156P
032900***************************************************************** DBNK156P
033000* Register the presented cheque as an open suspense entry under * DBNK156P
033100* the OUTCHQ stream, keyed by the deposit's refno, so the       * DBNK156P
033200* settlement confirmation can clear it item by item and a       * DBNK156P
033300* return can close it                                           * DBNK156P
033400***************************************************************** DBNK156P
033500 WRITE-SUSPENSE-ITEM.                                             DBNK156P
033600     MOVE SPACES TO BNKSUSP-REC.                                  DBNK156P
033700     MOVE 'OUTCHQ  ' TO BSI-REC-STREAM.                           DBNK156P
033800     MOVE BDI-REC-REFNO TO BSI-REC-REFNO.                         DBNK156P
033900     MOVE BDI-REC-ACCNO TO BSI-REC-ACCNO.                         DBNK156P
034000     MOVE BDI-REC-AMOUNT TO BSI-REC-AMOUNT.                       DBNK156P
034100     SET BSI-REC-DIR-CREDIT TO TRUE.                              DBNK156P
034200     MOVE BUSD-DATE TO BSI-REC-POSTED-DATE.                       DBNK156P
034300     SET BSI-REC-IS-OPEN TO TRUE.                                 DBNK156P
034400     WRITE BNKSUSP-REC                                            DBNK156P
034500       INVALID KEY                                                DBNK156P
034600         MOVE 'Unable to write suspense item'                     DBNK156P
034700           TO WS-CONSOLE-MESSAGE                                  DBNK156P
034800         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK156P
034900     END-WRITE.                                                   DBNK156P
035000 WRITE-SUSPENSE-ITEM-EXIT.                                        DBNK156P
035100     EXIT.                                                        DBNK156P
035200                                                                  DBNK156P
035300***************************************************************** DBNK156P
035400* Post the day's presentment total to the ledger against the    * DBNK156P
035500* clearing suspense account - the funds the depositors were     * DBNK156P
035600* credited with are now due in from the drawee banks            * DBNK156P
035700***************************************************************** DBNK156P
035800 POST-SETTLEMENT-TOTAL.                                           DBNK156P
035900 COPY CTSTAMPP.                                                   DBNK156P
036000     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK156P
036100     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK156P
036200     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK156P
036300     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK156P
036400     MOVE SPACES TO BNKLEDG-REC.                                  DBNK156P
036500     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK156P
036600     MOVE 'CLRNG' TO BLG-REC-PID.                                 DBNK156P
036700     MOVE '1' TO BLG-REC-TYPE.                                    DBNK156P
036800     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBNK156P
036900     MOVE 'OCHQ' TO BLG-REC-CATEGORY.                             DBNK156P
037000     MOVE WS-SETTLE-ACCNO TO BLG-REC-ACCNO.                       DBNK156P
037100     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK156P
037200     MOVE WS-SETTLE-ACCNO TO BLG-REC-ALTKEY1-ACCNO.               DBNK156P
037300     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK156P
037400     MOVE WS-SETTLE-TOTAL TO BLG-REC-AMOUNT.                      DBNK156P
037500     MOVE SPACES TO TXN-DATA.                                     DBNK156P
037600     MOVE 'Outward cheque presentment total'                      DBNK156P
037700       TO TXN-T1-OLD-DESC.                                        DBNK156P
037800     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK156P
037900     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK156P
038000     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK156P
038100     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK156P
038200     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK156P
038300     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK156P
038400                           WS-TWOS-COMP-INPUT                     DBNK156P
038500                           WS-TWOS-COMP-OUTPUT.                   DBNK156P
038600     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK156P
038700     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBNK156P
038800     WRITE BNKLEDG-REC                                            DBNK156P
038900       INVALID KEY                                                DBNK156P
039000         MOVE 'Unable to post presentment total'                  DBNK156P
039100           TO WS-CONSOLE-MESSAGE                                  DBNK156P
039200         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK156P
039300     END-WRITE.                                                   DBNK156P
039400     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBNK156P
039500             JOURNAL-LEDG-IMAGE-EXIT.                             DBNK156P
039600 POST-SETTLEMENT-TOTAL-EXIT.                                      DBNK156P
039700     EXIT.                                                        DBNK156P
039800                                                                  DBNK156P
039900***************************************************************** DBNK156P
040000* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBNK156P
040100* each write to a protected cluster lands its final image on    * DBNK156P
040200* the BNKFJRN journal                                           * DBNK156P
040300***************************************************************** DBNK156P
040400 JOURNAL-LEDG-IMAGE.                                              DBNK156P
040500     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBNK156P
040600     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBNK156P
040700     SET FJRN-ACTION-WRITE TO TRUE.                               DBNK156P
040800     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBNK156P
040900     MOVE SPACES TO FJRN-REC-IMAGE.                               DBNK156P
041000     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBNK156P
041100     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBNK156P
041200 JOURNAL-LEDG-IMAGE-EXIT.                                         DBNK156P
041300     EXIT.                                                        DBNK156P
041400                                                                  DBNK156P
041500***************************************************************** DBNK156P
041600* Check file open OK                                            * DBNK156P
041700***************************************************************** DBNK156P
041800 CHECK-OPEN.                                                      DBNK156P
041900     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK156P
042000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK156P
042100        STRING WS-FILE       DELIMITED BY ' '                     DBNK156P
042200               ' opened ok' DELIMITED BY SIZE                     DBNK156P
042300          INTO WS-CONSOLE-MESSAGE                                 DBNK156P
042400        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK156P
042500     ELSE                                                         DBNK156P
042600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK156P
042700        STRING WS-FILE          DELIMITED BY ' '                  DBNK156P
042800               ' did not open' DELIMITED BY SIZE                  DBNK156P
042900          INTO WS-CONSOLE-MESSAGE                                 DBNK156P
043000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK156P
043100        PERFORM DISPLAY-IO-STATUS                                 DBNK156P
043200        ADD 1 TO WS-OPEN-ERROR                                    DBNK156P
043300     END-IF.                                                      DBNK156P
043400 CHECK-OPEN-EXIT.                                                 DBNK156P
043500     EXIT.                                                        DBNK156P
043600                                                                  DBNK156P
043700***************************************************************** DBNK156P
043800* Display the file status bytes. This routine will display as  *  DBNK156P
043900* two digits if the full two byte file status is numeric. If   *  DBNK156P
044000* second byte is non-numeric then it will be treated as a      *  DBNK156P
044100* binary number.                                                * DBNK156P
044200***************************************************************** DBNK156P
044300 DISPLAY-IO-STATUS.                                               DBNK156P
044400     IF WS-IO-STATUS NUMERIC                                      DBNK156P
044500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK156P
044600        STRING 'File status -' DELIMITED BY SIZE                  DBNK156P
044700               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK156P
044800          INTO WS-CONSOLE-MESSAGE                                 DBNK156P
044900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK156P
045000     ELSE                                                         DBNK156P
045100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK156P
045200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK156P
045300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK156P
045400        STRING 'File status -' DELIMITED BY SIZE                  DBNK156P
045500               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK156P
045600               '/'            DELIMITED BY SIZE                   DBNK156P
045700               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK156P
045800          INTO WS-CONSOLE-MESSAGE                                 DBNK156P
045900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK156P
046000     END-IF.                                                      DBNK156P
046100                                                                  DBNK156P
046200***************************************************************** DBNK156P
046300* Display CONSOLE messages...                                   * DBNK156P
046400***************************************************************** DBNK156P
046500 DISPLAY-CONSOLE-MESSAGE.                                         DBNK156P
046600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK156P
046700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK156P
046800                                                                  DBNK156P
046900 COPY CTIMERP.                                                    DBNK156P
