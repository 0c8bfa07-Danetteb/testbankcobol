002300*              items debit BNKACC and write the BNKLEDG entry   * DBANK97P
002400*              with the merchant name in the description, the   * DBANK97P
002500*              same balance-and-ledger shape DBANK73P uses for  * DBANK97P
002600*              inbound credits. A purchase DBNK166P approved    * DBANK97P
002610*              online is matched on BNKCAUT by card and         * DBANK97P
002620*              merchant reference: its memo hold is released    * DBANK97P
002630*              and it posts on the account it was approved      * DBANK97P
002640*              against, without the limit and funds checks it   * DBANK97P
002650*              has already passed. A card the customer has      * DBANK97P
002660*              frozen or switched off for POS use is charged    * DBANK97P
002670*              back, and a lower daily limit the customer set   * DBANK97P
002680*              on the card replaces POSDAYLM. VSAM version      * DBANK97P
002700***************************************************************** DBANK97P
002800                                                                  DBANK97P
002900 IDENTIFICATION DIVISION.                                         DBANK97P
007200            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBANK97P
007300            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBANK97P
007400                                                                  DBANK97P
007410     SELECT BNKCAUT-FILE                                          DBANK97P
007420            ASSIGN       TO BNKCAUT                               DBANK97P
007430            ORGANIZATION IS INDEXED                               DBANK97P
007440            ACCESS MODE  IS RANDOM                                DBANK97P
007450            RECORD KEY   IS BCA-REC-KEY                           DBANK97P
007460            FILE STATUS  IS WS-BNKCAUT-STATUS.                    DBANK97P
007465     SELECT BNKCACT-FILE                                          DBANK97P
007470            ASSIGN       TO BNKCACT                               DBANK97P
007475            ORGANIZATION IS INDEXED                               DBANK97P
007480            ACCESS MODE  IS RANDOM                                DBANK97P
007485            RECORD KEY   IS BCT-REC-KEY                           DBANK97P
007490            FILE STATUS  IS WS-BNKCACT-STATUS.                    DBANK97P
007500     SELECT BNKPARM-FILE                                          DBANK97P
007600            ASSIGN       TO BNKPARM                               DBANK97P
007700            ORGANIZATION IS INDEXED                               DBANK97P
010600 01  BNKACC-REC.                                                  DBANK97P
010700 COPY CBANKVAC.                                                   DBANK97P
010800                                                                  DBANK97P
010810 FD  BNKCAUT-FILE.                                                DBANK97P
010820 01  BNKCAUT-REC.                                                 DBANK97P
010830 COPY CBANKVCA.                                                   DBANK97P
010840 FD  BNKCACT-FILE.                                                DBANK97P
010850 01  BNKCACT-REC.                                                 DBANK97P
010860 COPY CBANKVCT.                                                   DBANK97P
010900 FD  BNKLEDG-FILE.                                                DBANK97P
011000 01  BNKLEDG-REC.                                                 DBANK97P
011100 COPY CBANKVLG.                                                   DBANK97P
014000   05  WS-BNKPARM-STATUS.                                         DBANK97P
014100     10  WS-BNKPARM-STAT1                      PIC X(1).          DBANK97P
014200     10  WS-BNKPARM-STAT2                      PIC X(1).          DBANK97P
014210   05  WS-BNKCAUT-STATUS.                                         DBANK97P
014220     10  WS-BNKCAUT-STAT1                      PIC X(1).          DBANK97P
014230     10  WS-BNKCAUT-STAT2                      PIC X(1).          DBANK97P
014240   05  WS-BNKCACT-STATUS.                                         DBANK97P
014250     10  WS-BNKCACT-STAT1                      PIC X(1).          DBANK97P
014260     10  WS-BNKCACT-STAT2                      PIC X(1).          DBANK97P
014300                                                                  DBANK97P
014400   05  WS-IO-STATUS.                                              DBANK97P
014500     10  WS-IO-STAT1                          PIC X(1).           DBANK97P
016400       VALUE ZERO.                                                DBANK97P
016500   05  WS-ITEMS-CHARGED-BACK                 PIC 9(5)             DBANK97P
016600       VALUE ZERO.                                                DBANK97P
016610   05  WS-ITEMS-AUTHORIZED                   PIC 9(5)             DBANK97P
016620       VALUE ZERO.                                                DBANK97P
016700   05  WS-AMOUNT-POSTED                      PIC S9(9)V99         DBANK97P
016800                                             COMP-3 VALUE ZERO.   DBANK97P
016900   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBANK97P
017000                                                                  DBANK97P
017100   05  WS-POS-DAY-LIMIT                      PIC S9(7)V99         DBANK97P
017200                                             COMP-3.              DBANK97P
017210   05  WS-CARD-POS-LIMIT                     PIC S9(7)V99         DBANK97P
017220                                             COMP-3.              DBANK97P
017300                                                                  DBANK97P
017400   05  WS-ACC-FOUND-FLAG                     PIC X(1).            DBANK97P
017500     88  WS-ACC-FOUND                        VALUE 'Y'.           DBANK97P
017600     88  WS-ACC-NOT-FOUND                    VALUE 'N'.           DBANK97P
017700   05  WS-BEST-ACCNO                         PIC X(9).            DBANK97P
017800   05  WS-POST-DESC                          PIC X(40).           DBANK97P
017810                                                                  DBANK97P
017820   05  WS-AUTH-FLAG                          PIC X(1).            DBANK97P
017830     88  WS-AUTH-NONE                        VALUE 'N'.           DBANK97P
017840     88  WS-AUTH-HELD                        VALUE 'H'.           DBANK97P
017850     88  WS-AUTH-REFUSED                     VALUE 'R'.           DBANK97P
017860   05  WS-AUTH-REASON                        PIC X(3).            DBANK97P
017870   05  WS-HOLD-RELEASED                      PIC S9(7)V99         DBANK97P
017880                                             COMP-3.              DBANK97P
017900                                                                  DBANK97P
018000   05  WS-SUB1                               PIC S9(4) COMP.      DBANK97P
018100   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBANK97P
025500     PERFORM CHECK-OPEN THRU                                      DBANK97P
025600             CHECK-OPEN-EXIT.                                     DBANK97P
025700                                                                  DBANK97P
025710     OPEN I-O BNKCAUT-FILE.                                       DBANK97P
025720     MOVE WS-BNKCAUT-STATUS TO WS-IO-STATUS.                      DBANK97P
025730     MOVE 'BNKCAUT-FILE' TO WS-FILE.                              DBANK97P
025740     PERFORM CHECK-OPEN THRU                                      DBANK97P
025750             CHECK-OPEN-EXIT.                                     DBANK97P
025758     OPEN I-O BNKCACT-FILE.                                       DBANK97P
025766     MOVE WS-BNKCACT-STATUS TO WS-IO-STATUS.                      DBANK97P
025774     MOVE 'BNKCACT-FILE' TO WS-FILE.                              DBANK97P
025782     PERFORM CHECK-OPEN THRU                                      DBANK97P
025790             CHECK-OPEN-EXIT.                                     DBANK97P
025800     OPEN INPUT BNKPARM-FILE.                                     DBANK97P
025900     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBANK97P
026000     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBANK97P
031100            ' items charged back' DELIMITED BY SIZE               DBANK97P
031200       INTO WS-CONSOLE-MESSAGE.                                   DBANK97P
031300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK97P
031310     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK97P
031320     STRING WS-ITEMS-AUTHORIZED DELIMITED BY SIZE                 DBANK97P
031330            ' settled online approvals' DELIMITED BY SIZE         DBANK97P
031340       INTO WS-CONSOLE-MESSAGE.                                   DBANK97P
031350     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK97P
031400     MOVE WS-AMOUNT-POSTED TO WS-EDIT-AMT-9-2.                    DBANK97P
031500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK97P
031600     STRING 'Control total posted '   DELIMITED BY SIZE           DBANK97P
032300     CLOSE BNKCARD-FILE.                                          DBANK97P
032400     CLOSE BNKACC-FILE.                                           DBANK97P
032500     CLOSE BNKLEDG-FILE.                                          DBANK97P
032510     CLOSE BNKCAUT-FILE.                                          DBANK97P
032520     CLOSE BNKCACT-FILE.                                          DBANK97P
032600     CLOSE BNKPARM-FILE.                                          DBANK97P
032700                                                                  DBANK97P
032800     SET BCTL-FUNC-END TO TRUE.                                   DBANK97P
034100* chargeback file with a reason code:                          *  DBANK97P
034200*   C01 unknown card         C02 card blocked or hot-listed    *  DBANK97P
034300*   C03 card expired         A01 no posting account            *  DBANK97P
034310*   C04 card frozen or switched off for POS by the customer    *  DBANK97P
034400*   A04 zero/invalid amount  L01 over daily POS limit          *  DBANK97P
034500*   N01 insufficient funds   P01 posting failure               *  DBANK97P
034510*   D01 approval already settled                               *  DBANK97P
034520* A purchase DBNK166P declined online is charged back with     *  DBANK97P
034530* the reason it was declined for.                              *  DBANK97P
034600***************************************************************** DBANK97P
034700 POST-POS-ITEM.                                                   DBANK97P
034800     IF POS-REC-AMOUNT-X IS NOT NUMERIC OR                        DBANK97P
035200                CHARGE-BACK-ITEM-EXIT                             DBANK97P
035300        GO TO POST-POS-ITEM-EXIT                                  DBANK97P
035400     END-IF.                                                      DBANK97P
035407     PERFORM FIND-AUTHORIZATION THRU                              DBANK97P
035414             FIND-AUTHORIZATION-EXIT.                             DBANK97P
035421     IF WS-AUTH-HELD                                              DBANK97P
035428        PERFORM SETTLE-AUTHORIZED-ITEM THRU                       DBANK97P
035435                SETTLE-AUTHORIZED-ITEM-EXIT                       DBANK97P
035442        GO TO POST-POS-ITEM-EXIT                                  DBANK97P
035449     END-IF.                                                      DBANK97P
035456     IF WS-AUTH-REFUSED                                           DBANK97P
035463        MOVE WS-AUTH-REASON TO CHB-REC-REASON                     DBANK97P
035470        PERFORM CHARGE-BACK-ITEM THRU                             DBANK97P
035477                CHARGE-BACK-ITEM-EXIT                             DBANK97P
035484        GO TO POST-POS-ITEM-EXIT                                  DBANK97P
035491     END-IF.                                                      DBANK97P
035500     MOVE POS-REC-CARD-NO TO BCD-REC-CARD-NO.                     DBANK97P
035600     READ BNKCARD-FILE                                            DBANK97P
035700       INVALID KEY                                                DBANK97P
037200                CHARGE-BACK-ITEM-EXIT                             DBANK97P
037300        GO TO POST-POS-ITEM-EXIT                                  DBANK97P
037400     END-IF.                                                      DBANK97P
037410     IF BCD-REC-IS-FROZEN OR                                      DBANK97P
037420        BCD-REC-POS-OFF                                           DBANK97P
037430        MOVE 'C04' TO CHB-REC-REASON                              DBANK97P
037440        PERFORM CHARGE-BACK-ITEM THRU                             DBANK97P
037450                CHARGE-BACK-ITEM-EXIT                             DBANK97P
037460        GO TO POST-POS-ITEM-EXIT                                  DBANK97P
037470     END-IF.                                                      DBANK97P
037500                                                                  DBANK97P
037600*    The card's posted POS total for the day may not pass the     DBANK97P
037700*    limit - the accumulation lives for this run, which is the    DBANK97P
037800*    network's whole day. A customer may have set a lower limit   DBANK97P
037810*    of their own on the card, which then applies instead         DBANK97P
037820     MOVE WS-POS-DAY-LIMIT TO WS-CARD-POS-LIMIT.                  DBANK97P
037830     IF BCD-REC-POS-DAY-LIMIT IS NUMERIC                          DBANK97P
037840        IF BCD-REC-POS-DAY-LIMIT IS GREATER THAN ZERO AND         DBANK97P
037850           BCD-REC-POS-DAY-LIMIT IS LESS THAN WS-POS-DAY-LIMIT    DBANK97P
037860           MOVE BCD-REC-POS-DAY-LIMIT TO WS-CARD-POS-LIMIT        DBANK97P
037870        END-IF                                                    DBANK97P
037880     END-IF.                                                      DBANK97P
037900     MOVE 0 TO WS-HIT-SUB.                                        DBANK97P
038000     PERFORM FIND-CARD-SLOT THRU                                  DBANK97P
038100             FIND-CARD-SLOT-EXIT                                  DBANK97P
039200     END-IF.                                                      DBANK97P
039300     IF WS-HIT-SUB IS GREATER THAN 0                              DBANK97P
039400        IF (WS-CD-AMOUNT (WS-HIT-SUB) + POS-REC-AMOUNT) IS        DBANK97P
039500           GREATER THAN WS-CARD-POS-LIMIT                         DBANK97P
039600           MOVE 'L01' TO CHB-REC-REASON                           DBANK97P
039700           PERFORM CHARGE-BACK-ITEM THRU                          DBANK97P
039800                   CHARGE-BACK-ITEM-EXIT                          DBANK97P
041600                 CHARGE-BACK-ITEM-EXIT                            DBANK97P
041700         GO TO POST-POS-ITEM-EXIT                                 DBANK97P
041800     END-READ.                                                    DBANK97P
041810*    Funds held for deposits and approved purchases are not free  DBANK97P
041900     IF (BAC-REC-BALANCE - POS-REC-AMOUNT) IS LESS THAN           DBANK97P
042000        ((ZERO - BAC-REC-CREDIT-LIMIT) + BAC-REC-HOLD-AMOUNT)     DBANK97P
042100        MOVE 'N01' TO CHB-REC-REASON                              DBANK97P
042200        PERFORM CHARGE-BACK-ITEM THRU                             DBANK97P
042300                CHARGE-BACK-ITEM-EXIT                             DBANK97P
045100     IF WS-HIT-SUB IS GREATER THAN 0                              DBANK97P
045200        ADD POS-REC-AMOUNT TO WS-CD-AMOUNT (WS-HIT-SUB)           DBANK97P
045300     END-IF.                                                      DBANK97P
045310     PERFORM LOG-CARD-USE THRU                                    DBANK97P
045320             LOG-CARD-USE-EXIT.                                   DBANK97P
045400     ADD 1 TO WS-ITEMS-POSTED.                                    DBANK97P
045500     ADD POS-REC-AMOUNT TO WS-AMOUNT-POSTED.                      DBANK97P
045600 POST-POS-ITEM-EXIT.                                              DBANK97P
046200     END-IF.                                                      DBANK97P
046300 FIND-CARD-SLOT-EXIT.                                             DBANK97P
046400     EXIT.                                                        DBANK97P
046401                                                                  DBANK97P
046402***************************************************************** DBANK97P
046403* Look for the online approval of this purchase on BNKCAUT.    *  DBANK97P
046404* An approval still held settles here; one already settled     *  DBANK97P
046405* means the network has presented the purchase twice, and a    *  DBANK97P
046406* decline stands. A lapsed approval, or none, leaves the item  *  DBANK97P
046407* to the ordinary checks.                                      *  DBANK97P
046408***************************************************************** DBANK97P
046409 FIND-AUTHORIZATION.                                              DBANK97P
046410     SET WS-AUTH-NONE TO TRUE.                                    DBANK97P
046411     MOVE POS-REC-CARD-NO TO BCA-REC-CARD-NO.                     DBANK97P
046412     MOVE POS-REC-MERCHANT-REF TO BCA-REC-MERCH-REF.              DBANK97P
046413     READ BNKCAUT-FILE                                            DBANK97P
046414       INVALID KEY                                                DBANK97P
046415         GO TO FIND-AUTHORIZATION-EXIT                            DBANK97P
046416     END-READ.                                                    DBANK97P
046417     EVALUATE TRUE                                                DBANK97P
046418       WHEN BCA-REC-IS-APPROVED                                   DBANK97P
046419         SET WS-AUTH-HELD TO TRUE                                 DBANK97P
046420       WHEN BCA-REC-IS-SETTLED                                    DBANK97P
046421         SET WS-AUTH-REFUSED TO TRUE                              DBANK97P
046422         MOVE 'D01' TO WS-AUTH-REASON                             DBANK97P
046423       WHEN BCA-REC-IS-DECLINED                                   DBANK97P
046424         SET WS-AUTH-REFUSED TO TRUE                              DBANK97P
046425         MOVE BCA-REC-REASON TO WS-AUTH-REASON                    DBANK97P
046426       WHEN OTHER                                                 DBANK97P
046427         CONTINUE                                                 DBANK97P
046428     END-EVALUATE.                                                DBANK97P
046429 FIND-AUTHORIZATION-EXIT.                                         DBANK97P
046430     EXIT.                                                        DBANK97P
046431                                                                  DBANK97P
046432***************************************************************** DBANK97P
046433* Settle an approved purchase on the account it was approved   *  DBANK97P
046434* against. The approval reserved the funds, so its memo hold   *  DBANK97P
046435* comes off and the purchase posts as presented. It still      *  DBANK97P
046436* counts towards the card's POS total for the day.             *  DBANK97P
046437***************************************************************** DBANK97P
046438 SETTLE-AUTHORIZED-ITEM.                                          DBANK97P
046439     MOVE BCA-REC-ACCNO TO BAC-REC-ACCNO.                         DBANK97P
046440     READ BNKACC-FILE                                             DBANK97P
046441       INVALID KEY                                                DBANK97P
046442         MOVE 'A01' TO CHB-REC-REASON                             DBANK97P
046443         PERFORM CHARGE-BACK-ITEM THRU                            DBANK97P
046444                 CHARGE-BACK-ITEM-EXIT                            DBANK97P
046445         GO TO SETTLE-AUTHORIZED-ITEM-EXIT                        DBANK97P
046446     END-READ.                                                    DBANK97P
046447     IF BAC-REC-HOLD-AMOUNT IS LESS THAN BCA-REC-AMOUNT           DBANK97P
046448        MOVE BAC-REC-HOLD-AMOUNT TO WS-HOLD-RELEASED              DBANK97P
046449     ELSE                                                         DBANK97P
046450        MOVE BCA-REC-AMOUNT TO WS-HOLD-RELEASED                   DBANK97P
046451     END-IF.                                                      DBANK97P
046452     SUBTRACT WS-HOLD-RELEASED FROM BAC-REC-HOLD-AMOUNT.          DBANK97P
046453     SUBTRACT POS-REC-AMOUNT FROM BAC-REC-BALANCE.                DBANK97P
046454     REWRITE BNKACC-REC                                           DBANK97P
046455       INVALID KEY                                                DBANK97P
046456         MOVE 'P01' TO CHB-REC-REASON                             DBANK97P
046457         PERFORM CHARGE-BACK-ITEM THRU                            DBANK97P
046458                 CHARGE-BACK-ITEM-EXIT                            DBANK97P
046459         GO TO SETTLE-AUTHORIZED-ITEM-EXIT                        DBANK97P
046460     END-REWRITE.                                                 DBANK97P
046461                                                                  DBANK97P
046462     PERFORM WRITE-AUDIT-RECORD THRU                              DBANK97P
046463             WRITE-AUDIT-RECORD-EXIT.                             DBANK97P
046464     IF CHB-REC-REASON IS EQUAL TO 'P01'                          DBANK97P
046465        ADD POS-REC-AMOUNT TO BAC-REC-BALANCE                     DBANK97P
046466        ADD WS-HOLD-RELEASED TO BAC-REC-HOLD-AMOUNT               DBANK97P
046467        REWRITE BNKACC-REC                                        DBANK97P
046468          INVALID KEY                                             DBANK97P
046469            MOVE 'Unable to back out failed purchase'             DBANK97P
046470              TO WS-CONSOLE-MESSAGE                               DBANK97P
046471            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBANK97P
046472        END-REWRITE                                               DBANK97P
046473        PERFORM CHARGE-BACK-ITEM THRU                             DBANK97P
046474                CHARGE-BACK-ITEM-EXIT                             DBANK97P
046475        GO TO SETTLE-AUTHORIZED-ITEM-EXIT                         DBANK97P
046476     END-IF.                                                      DBANK97P
046477                                                                  DBANK97P
046478     SET BCA-REC-IS-SETTLED TO TRUE.                              DBANK97P
046479     MOVE WS-RUN-DATE TO BCA-REC-STATUS-DATE.                     DBANK97P
046480     MOVE POS-REC-AMOUNT TO BCA-REC-SETTLED-AMOUNT.               DBANK97P
046481     REWRITE BNKCAUT-REC                                          DBANK97P
046482       INVALID KEY                                                DBANK97P
046483         MOVE 'Unable to mark approval settled'                   DBANK97P
046484           TO WS-CONSOLE-MESSAGE                                  DBANK97P
046485         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK97P
046486     END-REWRITE.                                                 DBANK97P
046487                                                                  DBANK97P
046488     MOVE 0 TO WS-HIT-SUB.                                        DBANK97P
046489     PERFORM FIND-CARD-SLOT THRU                                  DBANK97P
046490             FIND-CARD-SLOT-EXIT                                  DBANK97P
046491       VARYING WS-SUB1 FROM 1 BY 1                                DBANK97P
046492         UNTIL WS-SUB1 IS GREATER THAN WS-CD-COUNT                DBANK97P
046493            OR WS-HIT-SUB IS GREATER THAN 0.                      DBANK97P
046494     IF WS-HIT-SUB IS EQUAL TO 0                                  DBANK97P
046495        IF WS-CD-COUNT IS LESS THAN 500                           DBANK97P
046496           ADD 1 TO WS-CD-COUNT                                   DBANK97P
046497           MOVE WS-CD-COUNT TO WS-HIT-SUB                         DBANK97P
046498           MOVE POS-REC-CARD-NO TO WS-CD-CARD-NO (WS-HIT-SUB)     DBANK97P
046499           MOVE 0 TO WS-CD-AMOUNT (WS-HIT-SUB)                    DBANK97P
046500        END-IF                                                    DBANK97P
046501     END-IF.                                                      DBANK97P
046502     IF WS-HIT-SUB IS GREATER THAN 0                              DBANK97P
046503        ADD POS-REC-AMOUNT TO WS-CD-AMOUNT (WS-HIT-SUB)           DBANK97P
046504     END-IF.                                                      DBANK97P
046505     ADD 1 TO WS-ITEMS-POSTED.                                    DBANK97P
046506     ADD 1 TO WS-ITEMS-AUTHORIZED.                                DBANK97P
046507     ADD POS-REC-AMOUNT TO WS-AMOUNT-POSTED.                      DBANK97P
046508 SETTLE-AUTHORIZED-ITEM-EXIT.                                     DBANK97P
046509     EXIT.                                                        DBANK97P
046519                                                                  DBANK97P
046600***************************************************************** DBANK97P
046700* The card master does not carry a posting account - walk the  *  DBANK97P
046800* customer's accounts by the PID alternate key and take the    *  DBANK97P
054500     END-WRITE.                                                   DBANK97P
054600 WRITE-AUDIT-RECORD-EXIT.                                         DBANK97P
054700     EXIT.                                                        DBANK97P
054703                                                                  DBANK97P
054706***************************************************************** DBANK97P
054709* A purchase posted without an online approval is logged on     * DBANK97P
054712* BNKCACT for the fraud rules engine - approved purchases were  * DBANK97P
054715* logged when they were approved. The network's file carries    * DBANK97P
054718* no time of day, so only the amount and dormancy rules can     * DBANK97P
054721* weigh the item                                                * DBANK97P
054724***************************************************************** DBANK97P
054727 LOG-CARD-USE.                                                    DBANK97P
054730     MOVE SPACES TO BNKCACT-REC.                                  DBANK97P
054733     MOVE POS-REC-CARD-NO TO BCT-REC-CARD-NO.                     DBANK97P
054736     MOVE BLG-REC-TIMESTAMP TO BCT-REC-TIMESTAMP.                 DBANK97P
054739     MOVE BAC-REC-PID TO BCT-REC-PID.                             DBANK97P
054742     MOVE BAC-REC-ACCNO TO BCT-REC-ACCNO.                         DBANK97P
054745     SET BCT-REC-POS TO TRUE.                                     DBANK97P
054748     SET BCT-REC-DEBIT TO TRUE.                                   DBANK97P
054751     MOVE POS-REC-MERCHANT TO BCT-REC-MERCHANT.                   DBANK97P
054754     MOVE POS-REC-AMOUNT TO BCT-REC-AMOUNT.                       DBANK97P
054757     MOVE BLG-REC-REFNO TO BCT-REC-REFNO.                         DBANK97P
054760     MOVE BUSD-DATE TO BCT-REC-BUS-DATE.                          DBANK97P
054763     SET BCT-REC-TIME-UNKNOWN TO TRUE.                            DBANK97P
054766     SET BCT-REC-UNSCORED TO TRUE.                                DBANK97P
054769     MOVE ZERO TO BCT-REC-SCORE.                                  DBANK97P
054772     WRITE BNKCACT-REC                                            DBANK97P
054775       INVALID KEY                                                DBANK97P
054778         MOVE 'Unable to log card use' TO WS-CONSOLE-MESSAGE      DBANK97P
054781         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK97P
054784     END-WRITE.                                                   DBANK97P
054787 LOG-CARD-USE-EXIT.                                               DBANK97P
054790     EXIT.                                                        DBANK97P
054800                                                                  DBANK97P
054900***************************************************************** DBANK97P
055000* Write the failed item to the chargeback file with its        *  DBANK97P
