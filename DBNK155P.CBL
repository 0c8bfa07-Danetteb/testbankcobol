000100***************************************************************** DBNK155P
000200*                                                               * DBNK155P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK155P
000400*   This demonstration program is provided for use by users     * DBNK155P
000500*   of Micro Focus products and may be used, modified and       * DBNK155P
000600*   distributed as part of your application provided that       * DBNK155P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK155P
000800*   in this material.                                           * DBNK155P
000900*                                                               * DBNK155P
001000***************************************************************** DBNK155P
001100                                                                  DBNK155P
001200                                                                  DBNK155P
001300***************************************************************** DBNK155P
001400* Program:     DBNK155P.CBL                                     * DBNK155P
001500* Function:    Cheque deposit capture for outward clearing. A   * DBNK155P
001600*              cheque drawn on another bank, taken in at the    * DBNK155P
001700*              counter (BBANK75P) or an ATM (BCASH60P), is      * DBNK155P
001800*              checked against the BNKRDIR routing directory,   * DBNK155P
001900*              credited to the depositor's account under a      * DBNK155P
002000*              BNKHOLD hold that matures the BNKPARM CHQHOLDD   * DBNK155P
002100*              number of business days on (default 5), and      * DBNK155P
002200*              recorded on BNKDITM for DBNK156P to present in   * DBNK155P
002300*              the end-of-day outward clearing file. At an ATM  * DBNK155P
002400*              the card holder must own the account.            * DBNK155P
002500*              VSAM version                                     * DBNK155P
002600***************************************************************** DBNK155P
002700                                                                  DBNK155P
002800 IDENTIFICATION DIVISION.                                         DBNK155P
002900 PROGRAM-ID.                                                      DBNK155P
003000     DBNK155P.                                                    DBNK155P
003100 DATE-WRITTEN.                                                    DBNK155P
003200     September 2007.                                              DBNK155P
003300 DATE-COMPILED.                                                   DBNK155P
003400     Today.                                                       DBNK155P
003500                                                                  DBNK155P
003600 ENVIRONMENT DIVISION.                                            DBNK155P
003700                                                                  DBNK155P
003800 DATA DIVISION.                                                   DBNK155P
003900                                                                  DBNK155P
004000 WORKING-STORAGE SECTION.                                         DBNK155P
004100 01  WS-MISC-STORAGE.                                             DBNK155P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DBNK155P
004300       VALUE 'DBNK155P'.                                          DBNK155P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK155P
004500   05  WS-RESP                               PIC S9(8) COMP.      DBNK155P
004600   05  WS-READ-TOKEN                         PIC S9(8) COMP.      DBNK155P
004700   05  WS-BNKACC-RID                         PIC X(9).            DBNK155P
004800   05  WS-BNKRDIR-RID                        PIC X(9).            DBNK155P
004900   05  WS-BNKPARM-RID                        PIC X(8).            DBNK155P
005000   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK155P
005100   05  WS-BNKDITM-RID                        PIC X(26).           DBNK155P
005200   05  WS-TODAY-DATE                         PIC X(8).            DBNK155P
005300   05  WS-HOLD-DAYS                          PIC 9(2).            DBNK155P
005400   05  WS-NEW-BAL                            PIC S9(9)V99         DBNK155P
005500                                             COMP-3.              DBNK155P
005600   05  WS-POST-DESC                          PIC X(40).           DBNK155P
005700                                                                  DBNK155P
005800 COPY CTSTAMPD.                                                   DBNK155P
005900                                                                  DBNK155P
006000 01  WS-BNKACC-REC.                                               DBNK155P
006100 COPY CBANKVAC.                                                   DBNK155P
006200                                                                  DBNK155P
006300 01  WS-BNKRDIR-REC.                                              DBNK155P
006400 COPY CBANKVRD.                                                   DBNK155P
006500                                                                  DBNK155P
006600 01  WS-BNKPARM-REC.                                              DBNK155P
006700 COPY CBANKVPM.                                                   DBNK155P
006800                                                                  DBNK155P
006900 01  WS-BNKHOLD-REC.                                              DBNK155P
007000 COPY CBANKVHO.                                                   DBNK155P
007100                                                                  DBNK155P
007200 01  WS-BNKDITM-REC.                                              DBNK155P
007300 COPY CBANKVDI.                                                   DBNK155P
007400                                                                  DBNK155P
007500 01  WS-BNKLEDG-REC.                                              DBNK155P
007600 COPY CBANKVLG.                                                   DBNK155P
007700                                                                  DBNK155P
007800 01  WS-ROLL-DATA.                                                DBNK155P
007900 COPY CROLLD.                                                     DBNK155P
008000                                                                  DBNK155P
008100 01  WS-TWOS-COMP.                                                DBNK155P
008200   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK155P
008300   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK155P
008400   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK155P
008500                                                                  DBNK155P
008600 01  WS-TREF-DATA.                                                DBNK155P
008700 COPY CTREFD.                                                     DBNK155P
008800                                                                  DBNK155P
008900 01  WS-COMMAREA.                                                 DBNK155P
009000 COPY CBNKD155.                                                   DBNK155P
009100                                                                  DBNK155P
009200 COPY CBANKTXD.                                                   DBNK155P
009300                                                                  DBNK155P
009400 COPY CABENDD.                                                    DBNK155P
009500                                                                  DBNK155P
009600 LINKAGE SECTION.                                                 DBNK155P
009700 01  DFHCOMMAREA.                                                 DBNK155P
009800   05  LK-COMMAREA                           PIC X(1)             DBNK155P
009900       OCCURS 1 TO 4096 TIMES                                     DBNK155P
010000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK155P
010100                                                                  DBNK155P
010200 COPY CENTRY.                                                     DBNK155P
010300***************************************************************** DBNK155P
010400* Move the passed data to our area                              * DBNK155P
010500***************************************************************** DBNK155P
010600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK155P
010700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK155P
010800                                                                  DBNK155P
010900***************************************************************** DBNK155P
011000* Initialize our output area                                    * DBNK155P
011100***************************************************************** DBNK155P
011200     MOVE SPACES TO C155O-DATA.                                   DBNK155P
011300     SET C155O-FAIL TO TRUE.                                      DBNK155P
011400     MOVE ZERO TO C155O-NEW-BAL.                                  DBNK155P
011500                                                                  DBNK155P
011600***************************************************************** DBNK155P
011700* The item must be complete before anything is read             * DBNK155P
011800***************************************************************** DBNK155P
011900     IF C155I-ACCNO IS EQUAL TO SPACES                            DBNK155P
012000        SET C155O-NO-ACCT TO TRUE                                 DBNK155P
012100        MOVE 'Account number required' TO C155O-MSG               DBNK155P
012200        GO TO DBNK155P-EXIT                                       DBNK155P
012300     END-IF.                                                      DBNK155P
012400     IF C155I-AMOUNT IS NOT GREATER THAN ZERO                     DBNK155P
012500        MOVE 'Amount must be greater than zero' TO C155O-MSG      DBNK155P
012600        GO TO DBNK155P-EXIT                                       DBNK155P
012700     END-IF.                                                      DBNK155P
012800     IF C155I-ROUTING IS EQUAL TO SPACES OR                       DBNK155P
012900        C155I-DRAWEE-ACCNO IS EQUAL TO SPACES OR                  DBNK155P
013000        C155I-SERIAL IS EQUAL TO SPACES                           DBNK155P
013100        MOVE 'Routing, drawee account, serial needed'             DBNK155P
013200          TO C155O-MSG                                            DBNK155P
013300        GO TO DBNK155P-EXIT                                       DBNK155P
013400     END-IF.                                                      DBNK155P
013500                                                                  DBNK155P
013600***************************************************************** DBNK155P
013700* The drawee bank must appear, unretired, in the routing        * DBNK155P
013800* directory - an item the clearing house cannot route would     * DBNK155P
013900* only come back unpaid                                         * DBNK155P
014000***************************************************************** DBNK155P
014100     MOVE C155I-ROUTING TO WS-BNKRDIR-RID.                        DBNK155P
014200     EXEC CICS READ FILE('BNKRDIR')                               DBNK155P
014300                    INTO(WS-BNKRDIR-REC)                          DBNK155P
014400                    LENGTH(LENGTH OF WS-BNKRDIR-REC)              DBNK155P
014500                    RIDFLD(WS-BNKRDIR-RID)                        DBNK155P
014600                    RESP(WS-RESP)                                 DBNK155P
014700     END-EXEC.                                                    DBNK155P
014800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK155P
014900        MOVE 'Bank code not in routing directory' TO C155O-MSG    DBNK155P
015000        GO TO DBNK155P-EXIT                                       DBNK155P
015100     END-IF.                                                      DBNK155P
015200     IF NOT BRD-REC-IS-ACTIVE                                     DBNK155P
015300        MOVE 'Bank code has been retired' TO C155O-MSG            DBNK155P
015400        GO TO DBNK155P-EXIT                                       DBNK155P
015500     END-IF.                                                      DBNK155P
015600     MOVE BRD-REC-BANK-NAME TO C155O-BANK-NAME.                   DBNK155P
015700                                                                  DBNK155P
015800***************************************************************** DBNK155P
015900* Get the account, holding it for update. At an ATM the card    * DBNK155P
016000* holder must own (or jointly own) it and it must be enabled    * DBNK155P
016100* for ATM use, as for a cash deposit.                           * DBNK155P
016200***************************************************************** DBNK155P
016300     MOVE C155I-ACCNO TO WS-BNKACC-RID.                           DBNK155P
016400     EXEC CICS READ FILE('BNKACC')                                DBNK155P
016500                    UPDATE                                        DBNK155P
016600                    INTO(WS-BNKACC-REC)                           DBNK155P
016700                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK155P
016800                    RIDFLD(WS-BNKACC-RID)                         DBNK155P
016900                    TOKEN(WS-READ-TOKEN)                          DBNK155P
017000                    RESP(WS-RESP)                                 DBNK155P
017100     END-EXEC.                                                    DBNK155P
017200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK155P
017300        SET C155O-NO-ACCT TO TRUE                                 DBNK155P
017400        MOVE 'Unable to read account details' TO C155O-MSG        DBNK155P
017500        GO TO DBNK155P-EXIT                                       DBNK155P
017600     END-IF.                                                      DBNK155P
017700     IF BAC-REC-ACC-IS-CLOSED                                     DBNK155P
017800        SET C155O-NOT-ALLOWED TO TRUE                             DBNK155P
017900        MOVE 'Account is closed' TO C155O-MSG                     DBNK155P
018000        GO TO DBNK155P-EXIT                                       DBNK155P
018100     END-IF.                                                      DBNK155P
018200     IF NOT BAC-REC-NOT-TERM-DEP                                  DBNK155P
018300        SET C155O-NOT-ALLOWED TO TRUE                             DBNK155P
018400        MOVE 'Cheques are not taken to a term deposit'            DBNK155P
018500          TO C155O-MSG                                            DBNK155P
018600        GO TO DBNK155P-EXIT                                       DBNK155P
018700     END-IF.                                                      DBNK155P
018800     IF C155I-AT-ATM                                              DBNK155P
018900        IF C155I-USERID IS NOT EQUAL TO BAC-REC-PID AND           DBNK155P
019000           C155I-USERID IS NOT EQUAL TO BAC-REC-JOINT-PID         DBNK155P
019100           SET C155O-NOT-OWNER TO TRUE                            DBNK155P
019200           MOVE 'Account is not held by this customer'            DBNK155P
019300             TO C155O-MSG                                         DBNK155P
019400           GO TO DBNK155P-EXIT                                    DBNK155P
019500        END-IF                                                    DBNK155P
019600        IF BAC-REC-ATM-IS-DISABLED                                DBNK155P
019700           SET C155O-NOT-ALLOWED TO TRUE                          DBNK155P
019800           MOVE 'Account is not enabled for ATM use' TO C155O-MSG DBNK155P
019900           GO TO DBNK155P-EXIT                                    DBNK155P
020000        END-IF                                                    DBNK155P
020100     END-IF.                                                      DBNK155P
020200                                                                  DBNK155P
020300***************************************************************** DBNK155P
020400* One timestamp keys the ledger credit, the hold and the item   * DBNK155P
020500***************************************************************** DBNK155P
020600 COPY CTSTAMPP.                                                   DBNK155P
020700     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK155P
020800     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK155P
020900     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK155P
021000     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK155P
021100             STAMP-BUSINESS-DATE-EXIT.                            DBNK155P
021200     PERFORM SET-AVAIL-DATE THRU                                  DBNK155P
021300             SET-AVAIL-DATE-EXIT.                                 DBNK155P
021400     IF C155O-MSG IS NOT EQUAL TO SPACES                          DBNK155P
021500        GO TO DBNK155P-EXIT                                       DBNK155P
021600     END-IF.                                                      DBNK155P
021700                                                                  DBNK155P
021800***************************************************************** DBNK155P
021900* Credit the depositor and write the ledger entry, then file    * DBNK155P
022000* the hold and the clearing item. The account goes back last    * DBNK155P
022100* and nothing stands unless everything does.                    * DBNK155P
022200***************************************************************** DBNK155P
022300     COMPUTE WS-NEW-BAL = BAC-REC-BALANCE + C155I-AMOUNT.         DBNK155P
022400     MOVE WS-NEW-BAL TO BAC-REC-BALANCE.                          DBNK155P
022500     PERFORM WRITE-DEPOSIT-LEDGER THRU                            DBNK155P
022600             WRITE-DEPOSIT-LEDGER-EXIT.                           DBNK155P
022700     IF C155O-MSG IS NOT EQUAL TO SPACES                          DBNK155P
022800        EXEC CICS SYNCPOINT ROLLBACK                              DBNK155P
022900        END-EXEC                                                  DBNK155P
023000        GO TO DBNK155P-EXIT                                       DBNK155P
023100     END-IF.                                                      DBNK155P
023200     IF WS-HOLD-DAYS IS GREATER THAN ZERO                         DBNK155P
023300        PERFORM PLACE-CHEQUE-HOLD THRU                            DBNK155P
023400                PLACE-CHEQUE-HOLD-EXIT                            DBNK155P
023500        IF C155O-MSG IS NOT EQUAL TO SPACES                       DBNK155P
023600           EXEC CICS SYNCPOINT ROLLBACK                           DBNK155P
023700           END-EXEC                                               DBNK155P
023800           GO TO DBNK155P-EXIT                                    DBNK155P
023900        END-IF                                                    DBNK155P
024000     END-IF.                                                      DBNK155P
024100     PERFORM WRITE-CLEARING-ITEM THRU                             DBNK155P
024200             WRITE-CLEARING-ITEM-EXIT.                            DBNK155P
024300     IF C155O-MSG IS NOT EQUAL TO SPACES                          DBNK155P
024400        EXEC CICS SYNCPOINT ROLLBACK                              DBNK155P
024500        END-EXEC                                                  DBNK155P
024600        GO TO DBNK155P-EXIT                                       DBNK155P
024700     END-IF.                                                      DBNK155P
024800     EXEC CICS REWRITE FILE('BNKACC')                             DBNK155P
024900                       FROM(WS-BNKACC-REC)                        DBNK155P
025000                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK155P
025100                       TOKEN(WS-READ-TOKEN)                       DBNK155P
025200                       RESP(WS-RESP)                              DBNK155P
025300     END-EXEC.                                                    DBNK155P
025400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK155P
025500        MOVE 'Unable to update account balance' TO C155O-MSG      DBNK155P
025600        EXEC CICS SYNCPOINT ROLLBACK                              DBNK155P
025700        END-EXEC                                                  DBNK155P
025800        GO TO DBNK155P-EXIT                                       DBNK155P
025900     END-IF.                                                      DBNK155P
026000     EXEC CICS SYNCPOINT                                          DBNK155P
026100     END-EXEC.                                                    DBNK155P
026200     SET C155O-OK TO TRUE.                                        DBNK155P
026300     MOVE WS-NEW-BAL TO C155O-NEW-BAL.                            DBNK155P
026400     MOVE BLG-REC-REFNO TO C155O-REFNO.                           DBNK155P
026500     MOVE 'Cheque deposit accepted for clearing' TO C155O-MSG.    DBNK155P
026600     GO TO DBNK155P-EXIT.                                         DBNK155P
026700                                                                  DBNK155P
026800***************************************************************** DBNK155P
026900* The credit is held for the BNKPARM CHQHOLDD number of         * DBNK155P
027000* business days (default 5) - long enough for an unpaid item    * DBNK155P
027100* to come back before the money can be drawn. Zero days leaves  * DBNK155P
027200* the credit available at once.                                 * DBNK155P
027300***************************************************************** DBNK155P
027400 SET-AVAIL-DATE.                                                  DBNK155P
027500     MOVE 5 TO WS-HOLD-DAYS.                                      DBNK155P
027600     MOVE 'CHQHOLDD' TO WS-BNKPARM-RID.                           DBNK155P
027700     EXEC CICS READ FILE('BNKPARM')                               DBNK155P
027800                    INTO(WS-BNKPARM-REC)                          DBNK155P
027900                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK155P
028000                    RIDFLD(WS-BNKPARM-RID)                        DBNK155P
028100                    RESP(WS-RESP)                                 DBNK155P
028200     END-EXEC.                                                    DBNK155P
028300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK155P
028400        MOVE PRM-REC-AMOUNT TO WS-HOLD-DAYS                       DBNK155P
028500     END-IF.                                                      DBNK155P
028600     MOVE WS-TODAY-DATE TO C155O-AVAIL-DATE.                      DBNK155P
028700     IF WS-HOLD-DAYS IS EQUAL TO ZERO                             DBNK155P
028800        GO TO SET-AVAIL-DATE-EXIT                                 DBNK155P
028900     END-IF.                                                      DBNK155P
029000     MOVE WS-TODAY-DATE TO ROLL-INPUT-DATE.                       DBNK155P
029100     MOVE SPACES TO ROLL-BRANCH-CODE.                             DBNK155P
029200     MOVE WS-HOLD-DAYS TO ROLL-ADD-DAYS.                          DBNK155P
029300     EXEC CICS LINK PROGRAM('DBANK93P')                           DBNK155P
029400               COMMAREA(WS-ROLL-DATA)                             DBNK155P
029500               LENGTH(LENGTH OF WS-ROLL-DATA)                     DBNK155P
029600     END-EXEC.                                                    DBNK155P
029700     IF ROLL-FAILED                                               DBNK155P
029800        MOVE 'Unable to set availability date' TO C155O-MSG       DBNK155P
029900        GO TO SET-AVAIL-DATE-EXIT                                 DBNK155P
030000     END-IF.                                                      DBNK155P
030100     MOVE ROLL-OUTPUT-DATE TO C155O-AVAIL-DATE.                   DBNK155P
030200 SET-AVAIL-DATE-EXIT.                                             DBNK155P
030300     EXIT.                                                        DBNK155P
030400                                                                  DBNK155P
030500***************************************************************** DBNK155P
030600* The depositor's credit. Not cash, so it never counts in the   * DBNK155P
030700* teller drawer or the ATM cassette figures.                    * DBNK155P
030800***************************************************************** DBNK155P
030900 WRITE-DEPOSIT-LEDGER.                                            DBNK155P
031000     MOVE SPACES TO WS-BNKLEDG-REC.                               DBNK155P
031100     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBNK155P
031200     MOVE '1' TO BLG-REC-TYPE.                                    DBNK155P
031300     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBNK155P
031400     MOVE 'CHQD' TO BLG-REC-CATEGORY.                             DBNK155P
031500     MOVE C155I-TERM-ID TO BLG-REC-TERMINAL-ID.                   DBNK155P
031600     MOVE C155I-ACCNO TO BLG-REC-ACCNO.                           DBNK155P
031700     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK155P
031800     MOVE C155I-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                   DBNK155P
031900     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK155P
032000     MOVE C155I-AMOUNT TO BLG-REC-AMOUNT.                         DBNK155P
032100     MOVE SPACES TO WS-POST-DESC.                                 DBNK155P
032200     STRING 'Cheque deposit ' DELIMITED BY SIZE                   DBNK155P
032300            C155I-ROUTING DELIMITED BY SIZE                       DBNK155P
032400            ' no ' DELIMITED BY SIZE                              DBNK155P
032500            C155I-SERIAL DELIMITED BY SPACE                       DBNK155P
032600       INTO WS-POST-DESC.                                         DBNK155P
032700     MOVE SPACES TO TXN-DATA.                                     DBNK155P
032800     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK155P
032900     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK155P
033000     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK155P
033100     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      DBNK155P
033200     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK155P
033300     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK155P
033400     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK155P
033500     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK155P
033600     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK155P
033700     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK155P
033800     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK155P
033900     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK155P
034000                           WS-TWOS-COMP-INPUT                     DBNK155P
034100                           WS-TWOS-COMP-OUTPUT.                   DBNK155P
034200     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK155P
034300     MOVE WS-TIMESTAMP TO WS-BNKLEDG-RID.                         DBNK155P
034400     EXEC CICS WRITE FILE('BNKLEDG')                              DBNK155P
034500                     FROM(WS-BNKLEDG-REC)                         DBNK155P
034600                     LENGTH(LENGTH OF WS-BNKLEDG-REC)             DBNK155P
034700                     RIDFLD(WS-BNKLEDG-RID)                       DBNK155P
034800                     KEYLENGTH(LENGTH OF WS-BNKLEDG-RID)          DBNK155P
034900                     RESP(WS-RESP)                                DBNK155P
035000     END-EXEC.                                                    DBNK155P
035100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK155P
035200        MOVE 'Unable to write ledger entry' TO C155O-MSG          DBNK155P
035300     END-IF.                                                      DBNK155P
035400 WRITE-DEPOSIT-LEDGER-EXIT.                                       DBNK155P
035500     EXIT.                                                        DBNK155P
035600                                                                  DBNK155P
035700***************************************************************** DBNK155P
035800* File the availability hold under the deposit's timestamp and  * DBNK155P
035900* reference so DBNK157P can find it again if the item returns   * DBNK155P
036000***************************************************************** DBNK155P
036100 PLACE-CHEQUE-HOLD.                                               DBNK155P
036200     MOVE SPACES TO WS-BNKHOLD-REC.                               DBNK155P
036300     MOVE C155I-ACCNO TO BHO-REC-ACCNO.                           DBNK155P
036400     MOVE WS-TIMESTAMP TO BHO-REC-PLACED-TS.                      DBNK155P
036500     MOVE C155I-AMOUNT TO BHO-REC-AMOUNT.                         DBNK155P
036600     MOVE C155O-AVAIL-DATE TO BHO-REC-AVAIL-DATE.                 DBNK155P
036700     MOVE 'CHEQUE DEPOSIT' TO BHO-REC-REASON.                     DBNK155P
036800     MOVE BLG-REC-REFNO TO BHO-REC-REFNO.                         DBNK155P
036900     SET BHO-REC-IS-HELD TO TRUE.                                 DBNK155P
037000     MOVE SPACES TO BHO-REC-RELEASED-DATE.                        DBNK155P
037100     EXEC CICS WRITE FILE('BNKHOLD')                              DBNK155P
037200                     FROM(WS-BNKHOLD-REC)                         DBNK155P
037300                     LENGTH(LENGTH OF WS-BNKHOLD-REC)             DBNK155P
037400                     RIDFLD(BHO-REC-KEY)                          DBNK155P
037500                     KEYLENGTH(LENGTH OF BHO-REC-KEY)             DBNK155P
037600                     RESP(WS-RESP)                                DBNK155P
037700     END-EXEC.                                                    DBNK155P
037800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK155P
037900        MOVE 'Unable to file deposit hold' TO C155O-MSG           DBNK155P
038000        GO TO PLACE-CHEQUE-HOLD-EXIT                              DBNK155P
038100     END-IF.                                                      DBNK155P
038200     ADD C155I-AMOUNT TO BAC-REC-HOLD-AMOUNT.                     DBNK155P
038300 PLACE-CHEQUE-HOLD-EXIT.                                          DBNK155P
038400     EXIT.                                                        DBNK155P
038500                                                                  DBNK155P
038600***************************************************************** DBNK155P
038700* Record the item for the end-of-day presentment                * DBNK155P
038800***************************************************************** DBNK155P
038900 WRITE-CLEARING-ITEM.                                             DBNK155P
039000     MOVE SPACES TO WS-BNKDITM-REC.                               DBNK155P
039100     MOVE WS-TIMESTAMP TO BDI-REC-TIMESTAMP.                      DBNK155P
039200     MOVE BLG-REC-REFNO TO BDI-REC-REFNO.                         DBNK155P
039300     MOVE C155I-ACCNO TO BDI-REC-ACCNO.                           DBNK155P
039400     MOVE BAC-REC-PID TO BDI-REC-PID.                             DBNK155P
039500     MOVE C155I-ROUTING TO BDI-REC-ROUTING.                       DBNK155P
039600     MOVE C155I-DRAWEE-ACCNO TO BDI-REC-DRAWEE-ACCNO.             DBNK155P
039700     MOVE C155I-SERIAL TO BDI-REC-SERIAL.                         DBNK155P
039800     MOVE C155I-AMOUNT TO BDI-REC-AMOUNT.                         DBNK155P
039900     MOVE C155I-CHANNEL TO BDI-REC-CHANNEL.                       DBNK155P
040000     MOVE C155I-USERID TO BDI-REC-TAKEN-BY.                       DBNK155P
040100     MOVE C155I-TERM-ID TO BDI-REC-TERM-ID.                       DBNK155P
040200     MOVE WS-TODAY-DATE TO BDI-REC-BUS-DATE.                      DBNK155P
040300     MOVE C155O-AVAIL-DATE TO BDI-REC-AVAIL-DATE.                 DBNK155P
040400     SET BDI-REC-IS-CAPTURED TO TRUE.                             DBNK155P
040500     MOVE ZERO TO BDI-REC-FEE-AMOUNT.                             DBNK155P
040600     MOVE WS-TIMESTAMP TO WS-BNKDITM-RID.                         DBNK155P
040700     EXEC CICS WRITE FILE('BNKDITM')                              DBNK155P
040800                     FROM(WS-BNKDITM-REC)                         DBNK155P
040900                     LENGTH(LENGTH OF WS-BNKDITM-REC)             DBNK155P
041000                     RIDFLD(WS-BNKDITM-RID)                       DBNK155P
041100                     RESP(WS-RESP)                                DBNK155P
041200     END-EXEC.                                                    DBNK155P
041300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK155P
041400        MOVE 'Unable to record clearing item' TO C155O-MSG        DBNK155P
041500     END-IF.                                                      DBNK155P
041600 WRITE-CLEARING-ITEM-EXIT.                                        DBNK155P
041700     EXIT.                                                        DBNK155P
041800                                                                  DBNK155P
041900***************************************************************** DBNK155P
042000* The deposit is dated with the bank-wide business date when    * DBNK155P
042100* the region has one installed - the calendar date already      * DBNK155P
042200* stamped stands in when it has none                            * DBNK155P
042300***************************************************************** DBNK155P
042400 STAMP-BUSINESS-DATE.                                             DBNK155P
042500     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK155P
042600     EXEC CICS READ FILE('BNKPARM')                               DBNK155P
042700                    INTO(WS-BNKPARM-REC)                          DBNK155P
042800                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK155P
042900                    RIDFLD(WS-BNKPARM-RID)                        DBNK155P
043000                    RESP(WS-RESP)                                 DBNK155P
043100     END-EXEC.                                                    DBNK155P
043200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK155P
043300        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK155P
043400        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK155P
043500     END-IF.                                                      DBNK155P
043600 STAMP-BUSINESS-DATE-EXIT.                                        DBNK155P
043700     EXIT.                                                        DBNK155P
043800                                                                  DBNK155P
043900***************************************************************** DBNK155P
044000* Move the result back to the callers area                      * DBNK155P
044100***************************************************************** DBNK155P
044200 DBNK155P-EXIT.                                                   DBNK155P
044300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK155P
044400                                                                  DBNK155P
044500***************************************************************** DBNK155P
044600* Return to our caller                                          * DBNK155P
044700***************************************************************** DBNK155P
044800 COPY CRETURN.                                                    DBNK155P
