000100***************************************************************** DBNK166P
000200*                                                               * DBNK166P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK166P
000400*   This demonstration program is provided for use by users     * DBNK166P
000500*   of Micro Focus products and may be used, modified and       * DBNK166P
000600*   distributed as part of your application provided that       * DBNK166P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK166P
000800*   in this material.                                           * DBNK166P
000900*                                                               * DBNK166P
001000***************************************************************** DBNK166P
001100                                                                  DBNK166P
001200                                                                  DBNK166P
001300***************************************************************** DBNK166P
001400* Program:     DBNK166P.CBL                                     * DBNK166P
001500* Function:    Point-of-sale card authorization, called by the  * DBNK166P
001600*              card network interface while the customer is at  * DBNK166P
001700*              the till. AUTHORIZE checks the card on BNKCARD   * DBNK166P
001800*              (known, active, not expired), the day's approved * DBNK166P
001900*              total for the card against the BNKPARM POSDAYLM  * DBNK166P
002000*              limit, and the posting account's available funds * DBNK166P
002100*              (balance plus credit limit less holds), and      * DBNK166P
002200*              approves by putting a memo hold for the amount   * DBNK166P
002300*              on BAC-REC-HOLD-AMOUNT. Every answer is filed on * DBNK166P
002400*              BNKCAUT; a repeated request for the same card    * DBNK166P
002500*              and merchant reference gets the first answer     * DBNK166P
002600*              again. DBANK97P releases the hold when the item  * DBNK166P
002700*              settles and DBNK167P when it never does. The     * DBNK166P
002800*              posting account is chosen as DBANK97P chooses    * DBNK166P
002900*              INQUIRE returns a filed authorization. A card    * DBNK166P
002910*              the customer has frozen or switched off for POS  * DBNK166P
002920*              use is declined, and a lower daily limit the     * DBNK166P
002930*              customer set on the card replaces POSDAYLM.      * DBNK166P
003000*              VSAM version                                     * DBNK166P
003100***************************************************************** DBNK166P
003200                                                                  DBNK166P
003300 IDENTIFICATION DIVISION.                                         DBNK166P
003400 PROGRAM-ID.                                                      DBNK166P
003500     DBNK166P.                                                    DBNK166P
003600 DATE-WRITTEN.                                                    DBNK166P
003700     October 2007.                                                DBNK166P
003800 DATE-COMPILED.                                                   DBNK166P
003900     Today.                                                       DBNK166P
004000                                                                  DBNK166P
004100 ENVIRONMENT DIVISION.                                            DBNK166P
004200                                                                  DBNK166P
004300 DATA DIVISION.                                                   DBNK166P
004400                                                                  DBNK166P
004500 WORKING-STORAGE SECTION.                                         DBNK166P
004600 01  WS-MISC-STORAGE.                                             DBNK166P
004700   05  WS-PROGRAM-ID                         PIC X(8)             DBNK166P
004800       VALUE 'DBNK166P'.                                          DBNK166P
004900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK166P
005000   05  WS-RESP                               PIC S9(8) COMP.      DBNK166P
005010   05  WS-CACT-RESP                          PIC S9(8) COMP.      DBNK166P
005100   05  WS-ACC-TOKEN                          PIC S9(8) COMP.      DBNK166P
005200   05  WS-BNKCARD-RID                        PIC X(16).           DBNK166P
005300   05  WS-BNKCAUT-RID.                                            DBNK166P
005400     10  WS-BNKCAUT-RID-CARD-NO              PIC X(16).           DBNK166P
005500     10  WS-BNKCAUT-RID-MERCH-REF            PIC X(16).           DBNK166P
005600   05  WS-BNKACC-RID                         PIC X(9).            DBNK166P
005700   05  WS-BNKACC1-RID                        PIC X(5).            DBNK166P
005800   05  WS-BNKPARM-RID                        PIC X(8).            DBNK166P
005900   05  WS-TODAY-DATE                         PIC X(8).            DBNK166P
006000   05  WS-POS-DAY-LIMIT                      PIC S9(7)V99         DBNK166P
006100                                             COMP-3.              DBNK166P
006110   05  WS-CARD-POS-LIMIT                     PIC S9(7)V99         DBNK166P
006120                                             COMP-3.              DBNK166P
006200   05  WS-DAY-TOTAL                          PIC S9(9)V99         DBNK166P
006300                                             COMP-3.              DBNK166P
006400   05  WS-AVAILABLE                          PIC S9(9)V99         DBNK166P
006500                                             COMP-3.              DBNK166P
006600   05  WS-BEST-ACCNO                         PIC X(9).            DBNK166P
006700   05  WS-ACC-FOUND-FLAG                     PIC X(1).            DBNK166P
006800     88  WS-ACC-FOUND                        VALUE 'Y'.           DBNK166P
006900     88  WS-ACC-NOT-FOUND                    VALUE 'N'.           DBNK166P
007000                                                                  DBNK166P
007100 COPY CTSTAMPD.                                                   DBNK166P
007200                                                                  DBNK166P
007300 01  WS-BNKCARD-REC.                                              DBNK166P
007400 COPY CBANKVCD.                                                   DBNK166P
007500                                                                  DBNK166P
007600 01  WS-BNKCAUT-REC.                                              DBNK166P
007700 COPY CBANKVCA.                                                   DBNK166P
007710                                                                  DBNK166P
007720 01  WS-BNKCACT-REC.                                              DBNK166P
007730 COPY CBANKVCT.                                                   DBNK166P
007800                                                                  DBNK166P
007900 01  WS-BNKACC-REC.                                               DBNK166P
008000 COPY CBANKVAC.                                                   DBNK166P
008100                                                                  DBNK166P
008200 01  WS-BNKPARM-REC.                                              DBNK166P
008300 COPY CBANKVPM.                                                   DBNK166P
008400                                                                  DBNK166P
008500 01  WS-TREF-DATA.                                                DBNK166P
008600 COPY CTREFD.                                                     DBNK166P
008700                                                                  DBNK166P
008800 01  WS-COMMAREA.                                                 DBNK166P
008900 COPY CBNKD166.                                                   DBNK166P
009000                                                                  DBNK166P
009100 COPY CABENDD.                                                    DBNK166P
009200                                                                  DBNK166P
009300 LINKAGE SECTION.                                                 DBNK166P
009400 01  DFHCOMMAREA.                                                 DBNK166P
009500   05  LK-COMMAREA                           PIC X(1)             DBNK166P
009600       OCCURS 1 TO 4096 TIMES                                     DBNK166P
009700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK166P
009800                                                                  DBNK166P
009900 COPY CENTRY.                                                     DBNK166P
010000***************************************************************** DBNK166P
010100* Move the passed data to our area                              * DBNK166P
010200***************************************************************** DBNK166P
010300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK166P
010400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK166P
010500                                                                  DBNK166P
010600***************************************************************** DBNK166P
010700* Initialize our output area                                    * DBNK166P
010800***************************************************************** DBNK166P
010900     MOVE SPACES TO C166O-DATA.                                   DBNK166P
011000     SET C166O-FAIL TO TRUE.                                      DBNK166P
011100     MOVE ZERO TO C166O-AMOUNT.                                   DBNK166P
011200     MOVE ZERO TO C166O-AVAILABLE.                                DBNK166P
011300                                                                  DBNK166P
011400 COPY CTSTAMPP.                                                   DBNK166P
011500     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK166P
011600     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK166P
011700     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK166P
011800     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK166P
011900             STAMP-BUSINESS-DATE-EXIT.                            DBNK166P
012000                                                                  DBNK166P
012100     MOVE C166I-CARD-NO TO WS-BNKCAUT-RID-CARD-NO.                DBNK166P
012200     MOVE C166I-MERCH-REF TO WS-BNKCAUT-RID-MERCH-REF.            DBNK166P
012300     EXEC CICS READ FILE('BNKCAUT')                               DBNK166P
012400                    INTO(WS-BNKCAUT-REC)                          DBNK166P
012500                    LENGTH(LENGTH OF WS-BNKCAUT-REC)              DBNK166P
012600                    RIDFLD(WS-BNKCAUT-RID)                        DBNK166P
012700                    RESP(WS-RESP)                                 DBNK166P
012800     END-EXEC.                                                    DBNK166P
012900                                                                  DBNK166P
013000     EVALUATE TRUE                                                DBNK166P
013100       WHEN C166I-AUTHORIZE                                       DBNK166P
013200         GO TO AUTHORIZE-PURCHASE                                 DBNK166P
013300       WHEN C166I-INQUIRE                                         DBNK166P
013400         GO TO INQUIRE-AUTHORIZATION                              DBNK166P
013500       WHEN OTHER                                                 DBNK166P
013600         MOVE 'Unknown request' TO C166O-MSG                      DBNK166P
013700         GO TO DBNK166P-EXIT                                      DBNK166P
013800     END-EVALUATE.                                                DBNK166P
013900                                                                  DBNK166P
014000***************************************************************** DBNK166P
014100* AUTHORIZE - approve or decline one purchase. A decline gives  * DBNK166P
014200* the reason code the settlement run would have charged the     * DBNK166P
014300* item back with:                                               * DBNK166P
014400*   C01 unknown card         C02 card blocked or hot-listed     * DBNK166P
014500*   C03 card expired         A01 no posting account             * DBNK166P
014510*   C04 card frozen or switched off for POS by the customer     * DBNK166P
014600*   A04 zero/invalid amount  L01 over daily POS limit           * DBNK166P
014700*   N01 insufficient funds   P01 authorization not recorded     * DBNK166P
014800***************************************************************** DBNK166P
014900 AUTHORIZE-PURCHASE.                                              DBNK166P
015000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK166P
015100        PERFORM RETURN-AUTHORIZATION THRU                         DBNK166P
015200                RETURN-AUTHORIZATION-EXIT                         DBNK166P
015300        GO TO DBNK166P-EXIT                                       DBNK166P
015400     END-IF.                                                      DBNK166P
015500     IF C166I-MERCH-REF IS EQUAL TO SPACES                        DBNK166P
015600        MOVE 'A04' TO C166O-REASON                                DBNK166P
015700        MOVE 'Merchant reference required' TO C166O-MSG           DBNK166P
015800        GO TO DBNK166P-EXIT                                       DBNK166P
015900     END-IF.                                                      DBNK166P
016000     MOVE SPACES TO WS-BNKCAUT-REC.                               DBNK166P
016100     MOVE C166I-CARD-NO TO BCA-REC-CARD-NO.                       DBNK166P
016200     MOVE C166I-MERCH-REF TO BCA-REC-MERCH-REF.                   DBNK166P
016300     MOVE C166I-MERCHANT TO BCA-REC-MERCHANT.                     DBNK166P
016400     MOVE C166I-AMOUNT TO BCA-REC-AMOUNT.                         DBNK166P
016500     MOVE ZERO TO BCA-REC-SETTLED-AMOUNT.                         DBNK166P
016600     MOVE WS-TIMESTAMP TO BCA-REC-AUTH-TS.                        DBNK166P
016700     MOVE WS-TODAY-DATE TO BCA-REC-AUTH-DATE.                     DBNK166P
016800     MOVE WS-TODAY-DATE TO BCA-REC-STATUS-DATE.                   DBNK166P
016900     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK166P
017000     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK166P
017100     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK166P
017200     MOVE TREF-REFNO TO BCA-REC-AUTH-REF.                         DBNK166P
017300                                                                  DBNK166P
017400     IF C166I-AMOUNT IS NOT GREATER THAN ZERO                     DBNK166P
017500        MOVE 'A04' TO C166O-REASON                                DBNK166P
017600        MOVE 'Amount must be greater than zero' TO C166O-MSG      DBNK166P
017700        GO TO AUTHORIZE-DECLINED                                  DBNK166P
017800     END-IF.                                                      DBNK166P
017900     MOVE C166I-CARD-NO TO WS-BNKCARD-RID.                        DBNK166P
018000     EXEC CICS READ FILE('BNKCARD')                               DBNK166P
018100                    INTO(WS-BNKCARD-REC)                          DBNK166P
018200                    LENGTH(LENGTH OF WS-BNKCARD-REC)              DBNK166P
018300                    RIDFLD(WS-BNKCARD-RID)                        DBNK166P
018400                    RESP(WS-RESP)                                 DBNK166P
018500     END-EXEC.                                                    DBNK166P
018600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK166P
018700        MOVE 'C01' TO C166O-REASON                                DBNK166P
018800        MOVE 'Card not known' TO C166O-MSG                        DBNK166P
018900        GO TO AUTHORIZE-DECLINED                                  DBNK166P
019000     END-IF.                                                      DBNK166P
019100     MOVE BCD-REC-PID TO BCA-REC-PID.                             DBNK166P
019200     IF NOT BCD-REC-ACTIVE                                        DBNK166P
019300        MOVE 'C02' TO C166O-REASON                                DBNK166P
019400        MOVE 'Card blocked or hot-listed' TO C166O-MSG            DBNK166P
019500        GO TO AUTHORIZE-DECLINED                                  DBNK166P
019600     END-IF.                                                      DBNK166P
019700     IF BCD-REC-EXPIRY-DATE IS LESS THAN WS-TODAY-DATE            DBNK166P
019800        MOVE 'C03' TO C166O-REASON                                DBNK166P
019900        MOVE 'Card expired' TO C166O-MSG                          DBNK166P
020000        GO TO AUTHORIZE-DECLINED                                  DBNK166P
020100     END-IF.                                                      DBNK166P
020110     IF BCD-REC-IS-FROZEN OR                                      DBNK166P
020120        BCD-REC-POS-OFF                                           DBNK166P
020130        MOVE 'C04' TO C166O-REASON                                DBNK166P
020140        MOVE 'Card frozen or off for POS use' TO C166O-MSG        DBNK166P
020150        GO TO AUTHORIZE-DECLINED                                  DBNK166P
020160     END-IF.                                                      DBNK166P
020200                                                                  DBNK166P
020300*    The day's approved total for the card may not pass the limit DBNK166P
020400     MOVE 2500.00 TO WS-POS-DAY-LIMIT.                            DBNK166P
020500     MOVE 'POSDAYLM' TO WS-BNKPARM-RID.                           DBNK166P
020600     EXEC CICS READ FILE('BNKPARM')                               DBNK166P
020700                    INTO(WS-BNKPARM-REC)                          DBNK166P
020800                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK166P
020900                    RIDFLD(WS-BNKPARM-RID)                        DBNK166P
021000                    RESP(WS-RESP)                                 DBNK166P
021100     END-EXEC.                                                    DBNK166P
021200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK166P
021300        MOVE PRM-REC-AMOUNT TO WS-POS-DAY-LIMIT                   DBNK166P
021310     END-IF.                                                      DBNK166P
021320*    a lower limit the customer set on the card applies instead   DBNK166P
021330     MOVE WS-POS-DAY-LIMIT TO WS-CARD-POS-LIMIT.                  DBNK166P
021340     IF BCD-REC-POS-DAY-LIMIT IS NUMERIC                          DBNK166P
021350        IF BCD-REC-POS-DAY-LIMIT IS GREATER THAN ZERO AND         DBNK166P
021360           BCD-REC-POS-DAY-LIMIT IS LESS THAN WS-POS-DAY-LIMIT    DBNK166P
021370           MOVE BCD-REC-POS-DAY-LIMIT TO WS-CARD-POS-LIMIT        DBNK166P
021380        END-IF                                                    DBNK166P
021400     END-IF.                                                      DBNK166P
021500     PERFORM TOTAL-CARD-DAY THRU                                  DBNK166P
021600             TOTAL-CARD-DAY-EXIT.                                 DBNK166P
021700     IF (WS-DAY-TOTAL + C166I-AMOUNT) IS GREATER THAN             DBNK166P
021800        WS-CARD-POS-LIMIT                                         DBNK166P
021900        MOVE 'L01' TO C166O-REASON                                DBNK166P
022000        MOVE 'Over the daily card limit' TO C166O-MSG             DBNK166P
022100        GO TO AUTHORIZE-DECLINED                                  DBNK166P
022200     END-IF.                                                      DBNK166P
022300                                                                  DBNK166P
022400     PERFORM FIND-CARD-ACCOUNT THRU                               DBNK166P
022500             FIND-CARD-ACCOUNT-EXIT.                              DBNK166P
022600     IF WS-ACC-NOT-FOUND                                          DBNK166P
022700        MOVE 'A01' TO C166O-REASON                                DBNK166P
022800        MOVE 'No account to post to' TO C166O-MSG                 DBNK166P
022900        GO TO AUTHORIZE-DECLINED                                  DBNK166P
023000     END-IF.                                                      DBNK166P
023100     MOVE WS-BEST-ACCNO TO WS-BNKACC-RID.                         DBNK166P
023200     EXEC CICS READ FILE('BNKACC')                                DBNK166P
023300                    UPDATE                                        DBNK166P
023400                    INTO(WS-BNKACC-REC)                           DBNK166P
023500                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK166P
023600                    RIDFLD(WS-BNKACC-RID)                         DBNK166P
023700                    TOKEN(WS-ACC-TOKEN)                           DBNK166P
023800                    RESP(WS-RESP)                                 DBNK166P
023900     END-EXEC.                                                    DBNK166P
024000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK166P
024100        MOVE 'A01' TO C166O-REASON                                DBNK166P
024200        MOVE 'No account to post to' TO C166O-MSG                 DBNK166P
024300        GO TO AUTHORIZE-DECLINED                                  DBNK166P
024400     END-IF.                                                      DBNK166P
024500     MOVE BAC-REC-ACCNO TO BCA-REC-ACCNO.                         DBNK166P
024600     COMPUTE WS-AVAILABLE =                                       DBNK166P
024700         BAC-REC-BALANCE + BAC-REC-CREDIT-LIMIT                   DBNK166P
024800       - BAC-REC-HOLD-AMOUNT.                                     DBNK166P
024900     IF C166I-AMOUNT IS GREATER THAN WS-AVAILABLE                 DBNK166P
025000        EXEC CICS UNLOCK FILE('BNKACC')                           DBNK166P
025100                         TOKEN(WS-ACC-TOKEN)                      DBNK166P
025200        END-EXEC                                                  DBNK166P
025300        MOVE WS-AVAILABLE TO C166O-AVAILABLE                      DBNK166P
025400        MOVE 'N01' TO C166O-REASON                                DBNK166P
025500        MOVE 'Insufficient funds' TO C166O-MSG                    DBNK166P
025600        GO TO AUTHORIZE-DECLINED                                  DBNK166P
025700     END-IF.                                                      DBNK166P
025800                                                                  DBNK166P
025900*    Approve - the memo hold and the authorization go together    DBNK166P
026000     ADD C166I-AMOUNT TO BAC-REC-HOLD-AMOUNT.                     DBNK166P
026100     EXEC CICS REWRITE FILE('BNKACC')                             DBNK166P
026200                       FROM(WS-BNKACC-REC)                        DBNK166P
026300                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK166P
026400                       TOKEN(WS-ACC-TOKEN)                        DBNK166P
026500                       RESP(WS-RESP)                              DBNK166P
026600     END-EXEC.                                                    DBNK166P
026700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK166P
026800        MOVE 'P01' TO C166O-REASON                                DBNK166P
026900        MOVE 'Unable to place the hold' TO C166O-MSG              DBNK166P
027000        GO TO WORK-FAILED                                         DBNK166P
027100     END-IF.                                                      DBNK166P
027200     SET BCA-REC-IS-APPROVED TO TRUE.                             DBNK166P
027300     PERFORM WRITE-AUTHORIZATION THRU                             DBNK166P
027400             WRITE-AUTHORIZATION-EXIT.                            DBNK166P
027500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK166P
027600        MOVE 'P01' TO C166O-REASON                                DBNK166P
027700        MOVE 'Unable to record the authorization' TO C166O-MSG    DBNK166P
027800        GO TO WORK-FAILED                                         DBNK166P
027900     END-IF.                                                      DBNK166P
027910     PERFORM LOG-CARD-USE THRU                                    DBNK166P
027920             LOG-CARD-USE-EXIT.                                   DBNK166P
028000     EXEC CICS SYNCPOINT                                          DBNK166P
028100     END-EXEC.                                                    DBNK166P
028200     PERFORM RETURN-AUTHORIZATION THRU                            DBNK166P
028300             RETURN-AUTHORIZATION-EXIT.                           DBNK166P
028400     COMPUTE C166O-AVAILABLE = WS-AVAILABLE - C166I-AMOUNT.       DBNK166P
028500     MOVE 'Approved' TO C166O-MSG.                                DBNK166P
028600     GO TO DBNK166P-EXIT.                                         DBNK166P
028700                                                                  DBNK166P
028800*    A decline is filed too, so the network cannot be answered    DBNK166P
028900*    differently by asking again                                  DBNK166P
029000 AUTHORIZE-DECLINED.                                              DBNK166P
029100     SET BCA-REC-IS-DECLINED TO TRUE.                             DBNK166P
029200     MOVE C166O-REASON TO BCA-REC-REASON.                         DBNK166P
029300     PERFORM WRITE-AUTHORIZATION THRU                             DBNK166P
029400             WRITE-AUTHORIZATION-EXIT.                            DBNK166P
029500     EXEC CICS SYNCPOINT                                          DBNK166P
029600     END-EXEC.                                                    DBNK166P
029700     MOVE BCA-REC-AUTH-REF TO C166O-AUTH-REF.                     DBNK166P
029800     MOVE BCA-REC-STATUS TO C166O-AUTH-STATUS.                    DBNK166P
029900     MOVE BCA-REC-AUTH-DATE TO C166O-AUTH-DATE.                   DBNK166P
030000     MOVE BCA-REC-AMOUNT TO C166O-AMOUNT.                         DBNK166P
030100     GO TO DBNK166P-EXIT.                                         DBNK166P
030200                                                                  DBNK166P
030300 WORK-FAILED.                                                     DBNK166P
030400     EXEC CICS SYNCPOINT ROLLBACK                                 DBNK166P
030500     END-EXEC.                                                    DBNK166P
030600     SET C166O-FAIL TO TRUE.                                      DBNK166P
030700     GO TO DBNK166P-EXIT.                                         DBNK166P
030800                                                                  DBNK166P
030900***************************************************************** DBNK166P
031000* INQUIRE - an authorization already filed                      * DBNK166P
031100***************************************************************** DBNK166P
031200 INQUIRE-AUTHORIZATION.                                           DBNK166P
031300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK166P
031400        MOVE 'Authorization not found' TO C166O-MSG               DBNK166P
031500        GO TO DBNK166P-EXIT                                       DBNK166P
031600     END-IF.                                                      DBNK166P
031700     PERFORM RETURN-AUTHORIZATION THRU                            DBNK166P
031800             RETURN-AUTHORIZATION-EXIT.                           DBNK166P
031900     GO TO DBNK166P-EXIT.                                         DBNK166P
032000                                                                  DBNK166P
032100***************************************************************** DBNK166P
032200* Pass back the authorization in WS-BNKCAUT-REC. A purchase     * DBNK166P
032300* counts as approved while held and after it has settled.       * DBNK166P
032400***************************************************************** DBNK166P
032500 RETURN-AUTHORIZATION.                                            DBNK166P
032600     MOVE BCA-REC-AUTH-REF TO C166O-AUTH-REF.                     DBNK166P
032700     MOVE BCA-REC-STATUS TO C166O-AUTH-STATUS.                    DBNK166P
032800     MOVE BCA-REC-AUTH-DATE TO C166O-AUTH-DATE.                   DBNK166P
032900     MOVE BCA-REC-AMOUNT TO C166O-AMOUNT.                         DBNK166P
033000     MOVE BCA-REC-REASON TO C166O-REASON.                         DBNK166P
033100     EVALUATE TRUE                                                DBNK166P
033200       WHEN BCA-REC-IS-APPROVED                                   DBNK166P
033300         SET C166O-OK TO TRUE                                     DBNK166P
033400         MOVE 'Approved' TO C166O-MSG                             DBNK166P
033500       WHEN BCA-REC-IS-SETTLED                                    DBNK166P
033600         SET C166O-OK TO TRUE                                     DBNK166P
033700         MOVE 'Approved and settled' TO C166O-MSG                 DBNK166P
033800       WHEN BCA-REC-IS-EXPIRED                                    DBNK166P
033900         MOVE 'Approval lapsed unsettled' TO C166O-MSG            DBNK166P
034000       WHEN OTHER                                                 DBNK166P
034100         MOVE 'Declined' TO C166O-MSG                             DBNK166P
034200     END-EVALUATE.                                                DBNK166P
034300 RETURN-AUTHORIZATION-EXIT.                                       DBNK166P
034400     EXIT.                                                        DBNK166P
034500                                                                  DBNK166P
034600***************************************************************** DBNK166P
034700* Today's approved total for the card - held or already settled * DBNK166P
034800***************************************************************** DBNK166P
034900 TOTAL-CARD-DAY.                                                  DBNK166P
035000     MOVE ZERO TO WS-DAY-TOTAL.                                   DBNK166P
035100     MOVE C166I-CARD-NO TO WS-BNKCAUT-RID-CARD-NO.                DBNK166P
035200     MOVE LOW-VALUES TO WS-BNKCAUT-RID-MERCH-REF.                 DBNK166P
035300     EXEC CICS STARTBR FILE('BNKCAUT')                            DBNK166P
035400                       RIDFLD(WS-BNKCAUT-RID)                     DBNK166P
035500                       GTEQ                                       DBNK166P
035600                       RESP(WS-RESP)                              DBNK166P
035700     END-EXEC.                                                    DBNK166P
035800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK166P
035900        GO TO TOTAL-CARD-DAY-EXIT                                 DBNK166P
036000     END-IF.                                                      DBNK166P
036100 TOTAL-CARD-DAY-LOOP.                                             DBNK166P
036200     EXEC CICS READNEXT FILE('BNKCAUT')                           DBNK166P
036300                        INTO(WS-BNKCAUT-REC)                      DBNK166P
036400                        LENGTH(LENGTH OF WS-BNKCAUT-REC)          DBNK166P
036500                        RIDFLD(WS-BNKCAUT-RID)                    DBNK166P
036600                        RESP(WS-RESP)                             DBNK166P
036700     END-EXEC.                                                    DBNK166P
036800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK166P
036900        BCA-REC-CARD-NO IS NOT EQUAL TO C166I-CARD-NO             DBNK166P
037000        GO TO TOTAL-CARD-DAY-END                                  DBNK166P
037100     END-IF.                                                      DBNK166P
037200     IF BCA-REC-AUTH-DATE IS EQUAL TO WS-TODAY-DATE AND           DBNK166P
037300        (BCA-REC-IS-APPROVED OR BCA-REC-IS-SETTLED)               DBNK166P
037400        ADD BCA-REC-AMOUNT TO WS-DAY-TOTAL                        DBNK166P
037500     END-IF.                                                      DBNK166P
037600     GO TO TOTAL-CARD-DAY-LOOP.                                   DBNK166P
037700 TOTAL-CARD-DAY-END.                                              DBNK166P
037800     EXEC CICS ENDBR FILE('BNKCAUT')                              DBNK166P
037900     END-EXEC.                                                    DBNK166P
038000 TOTAL-CARD-DAY-EXIT.                                             DBNK166P
038100     EXIT.                                                        DBNK166P
038200                                                                  DBNK166P
038300***************************************************************** DBNK166P
038400* The card master does not carry a posting account - walk the   * DBNK166P
038500* customer's accounts by PID and take the first open checking   * DBNK166P
038600* account, falling back to the first open account of any type   * DBNK166P
038700***************************************************************** DBNK166P
038800 FIND-CARD-ACCOUNT.                                               DBNK166P
038900     SET WS-ACC-NOT-FOUND TO TRUE.                                DBNK166P
039000     MOVE SPACES TO WS-BEST-ACCNO.                                DBNK166P
039100     MOVE BCD-REC-PID TO WS-BNKACC1-RID.                          DBNK166P
039200     EXEC CICS STARTBR FILE('BNKACC1')                            DBNK166P
039300                       RIDFLD(WS-BNKACC1-RID)                     DBNK166P
039400                       GTEQ                                       DBNK166P
039500                       RESP(WS-RESP)                              DBNK166P
039600     END-EXEC.                                                    DBNK166P
039700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK166P
039800        GO TO FIND-CARD-ACCOUNT-EXIT                              DBNK166P
039900     END-IF.                                                      DBNK166P
040000 FIND-ACC-LOOP.                                                   DBNK166P
040100     EXEC CICS READNEXT FILE('BNKACC1')                           DBNK166P
040200                        INTO(WS-BNKACC-REC)                       DBNK166P
040300                        LENGTH(LENGTH OF WS-BNKACC-REC)           DBNK166P
040400                        RIDFLD(WS-BNKACC1-RID)                    DBNK166P
040500                        RESP(WS-RESP)                             DBNK166P
040600     END-EXEC.                                                    DBNK166P
040700     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBNK166P
040800         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBNK166P
040900        BAC-REC-PID IS NOT EQUAL TO BCD-REC-PID                   DBNK166P
041000        GO TO FIND-ACC-END                                        DBNK166P
041100     END-IF.                                                      DBNK166P
041200     IF BAC-REC-ACC-IS-CLOSED                                     DBNK166P
041300        GO TO FIND-ACC-LOOP                                       DBNK166P
041400     END-IF.                                                      DBNK166P
041500     IF WS-BEST-ACCNO IS EQUAL TO SPACES                          DBNK166P
041600        MOVE BAC-REC-ACCNO TO WS-BEST-ACCNO                       DBNK166P
041700        SET WS-ACC-FOUND TO TRUE                                  DBNK166P
041800     END-IF.                                                      DBNK166P
041900     IF BAC-REC-TYPE IS EQUAL TO 1                                DBNK166P
042000        MOVE BAC-REC-ACCNO TO WS-BEST-ACCNO                       DBNK166P
042100        SET WS-ACC-FOUND TO TRUE                                  DBNK166P
042200        GO TO FIND-ACC-END                                        DBNK166P
042300     END-IF.                                                      DBNK166P
042400     GO TO FIND-ACC-LOOP.                                         DBNK166P
042500 FIND-ACC-END.                                                    DBNK166P
042600     EXEC CICS ENDBR FILE('BNKACC1')                              DBNK166P
042700     END-EXEC.                                                    DBNK166P
042800 FIND-CARD-ACCOUNT-EXIT.                                          DBNK166P
042900     EXIT.                                                        DBNK166P
043000                                                                  DBNK166P
043100 WRITE-AUTHORIZATION.                                             DBNK166P
043200     MOVE BCA-REC-KEY TO WS-BNKCAUT-RID.                          DBNK166P
043300     EXEC CICS WRITE FILE('BNKCAUT')                              DBNK166P
043400                     FROM(WS-BNKCAUT-REC)                         DBNK166P
043500                     LENGTH(LENGTH OF WS-BNKCAUT-REC)             DBNK166P
043600                     RIDFLD(WS-BNKCAUT-RID)                       DBNK166P
043700                     RESP(WS-RESP)                                DBNK166P
043800     END-EXEC.                                                    DBNK166P
043900 WRITE-AUTHORIZATION-EXIT.                                        DBNK166P
044000     EXIT.                                                        DBNK166P
044003                                                                  DBNK166P
044006***************************************************************** DBNK166P
044009* An approved purchase is logged on BNKCACT, with its time of   * DBNK166P
044012* day, for the fraud rules engine. Settlement of an approved    * DBNK166P
044015* item is not logged again. The log is advisory - a failed      * DBNK166P
044018* write does not withdraw the approval                          * DBNK166P
044021***************************************************************** DBNK166P
044024 LOG-CARD-USE.                                                    DBNK166P
044027     MOVE SPACES TO WS-BNKCACT-REC.                               DBNK166P
044030     MOVE BCA-REC-CARD-NO TO BCT-REC-CARD-NO.                     DBNK166P
044033     MOVE BCA-REC-AUTH-TS TO BCT-REC-TIMESTAMP.                   DBNK166P
044036     MOVE BCA-REC-PID TO BCT-REC-PID.                             DBNK166P
044039     MOVE BCA-REC-ACCNO TO BCT-REC-ACCNO.                         DBNK166P
044042     SET BCT-REC-POS TO TRUE.                                     DBNK166P
044045     SET BCT-REC-DEBIT TO TRUE.                                   DBNK166P
044048     MOVE BCA-REC-MERCHANT TO BCT-REC-MERCHANT.                   DBNK166P
044051     MOVE BCA-REC-AMOUNT TO BCT-REC-AMOUNT.                       DBNK166P
044054     MOVE BCA-REC-AUTH-REF TO BCT-REC-REFNO.                      DBNK166P
044057     MOVE BCA-REC-AUTH-DATE TO BCT-REC-BUS-DATE.                  DBNK166P
044060     SET BCT-REC-TIME-KNOWN TO TRUE.                              DBNK166P
044063     SET BCT-REC-UNSCORED TO TRUE.                                DBNK166P
044066     MOVE ZERO TO BCT-REC-SCORE.                                  DBNK166P
044069     EXEC CICS WRITE FILE('BNKCACT')                              DBNK166P
044072                     FROM(WS-BNKCACT-REC)                         DBNK166P
044075                     LENGTH(LENGTH OF WS-BNKCACT-REC)             DBNK166P
044078                     RIDFLD(BCT-REC-KEY)                          DBNK166P
044081                     KEYLENGTH(LENGTH OF BCT-REC-KEY)             DBNK166P
044084                     RESP(WS-CACT-RESP)                           DBNK166P
044087     END-EXEC.                                                    DBNK166P
044090 LOG-CARD-USE-EXIT.                                               DBNK166P
044093     EXIT.                                                        DBNK166P
044100                                                                  DBNK166P
044200***************************************************************** DBNK166P
044300* Authorizations are dated with the bank's business date, as    * DBNK166P
044400* the postings that settle them are                             * DBNK166P
044500***************************************************************** DBNK166P
044600 STAMP-BUSINESS-DATE.                                             DBNK166P
044700     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK166P
044800     EXEC CICS READ FILE('BNKPARM')                               DBNK166P
044900                    INTO(WS-BNKPARM-REC)                          DBNK166P
045000                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK166P
045100                    RIDFLD(WS-BNKPARM-RID)                        DBNK166P
045200                    RESP(WS-RESP)                                 DBNK166P
045300     END-EXEC.                                                    DBNK166P
045400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK166P
045500        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK166P
045600        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK166P
045700     END-IF.                                                      DBNK166P
045800 STAMP-BUSINESS-DATE-EXIT.                                        DBNK166P
045900     EXIT.                                                        DBNK166P
046000                                                                  DBNK166P
046100***************************************************************** DBNK166P
046200* Move the result back to the callers area                      * DBNK166P
046300***************************************************************** DBNK166P
046400 DBNK166P-EXIT.                                                   DBNK166P
046500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK166P
046600                                                                  DBNK166P
046700***************************************************************** DBNK166P
046800* Return to our caller                                          * DBNK166P
046900***************************************************************** DBNK166P
047000 COPY CRETURN.                                                    DBNK166P
