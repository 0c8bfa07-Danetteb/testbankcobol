001200***************************************************************** BCASH60P
001300* Program:     BCASH60P.CBL                                     * BCASH60P
001400* Layer:       Business logic                                   * BCASH60P
001500* Function:    ATM cash deposit, and deposit of a cheque drawn  * BCASH60P
001510*              on another bank for outward clearing             * BCASH60P
001600***************************************************************** BCASH60P
001700                                                                  BCASH60P
001800 IDENTIFICATION DIVISION.                                         BCASH60P
003700                                                                  BCASH60P
003800 01  WS-POST-DATA.                                                BCASH60P
003900 COPY CCASHD06.                                                   BCASH60P
003910                                                                  BCASH60P
003920 01  WS-CHQ-DATA.                                                 BCASH60P
003930 COPY CBNKD155.                                                   BCASH60P
004000                                                                  BCASH60P
004100 COPY CABENDD.                                                    BCASH60P
004200                                                                  BCASH60P
007600        MOVE 'Amount must be greater than zero' TO CASH-ERROR-MSG BCASH60P
007700        GO TO COMMON-RETURN                                       BCASH60P
007800     END-IF.                                                      BCASH60P
007805                                                                  BCASH60P
007810*    a deposit that carries cheque details is a cheque drawn on   BCASH60P
007820*    another bank - it is captured for clearing, not posted       BCASH60P
007830     IF CASH-CHQ-ROUTING IS NOT EQUAL TO SPACES                   BCASH60P
007840        GO TO CHEQUE-DEPOSIT                                      BCASH60P
007850     END-IF.                                                      BCASH60P
007900                                                                  BCASH60P
008000     MOVE SPACES TO CD06-DATA.                                    BCASH60P
008100     MOVE CASH-USERID TO CD06I-CONTACT-ID.                        BCASH60P
008200     MOVE CASH-TXN-ACCNO TO CD06I-ACCNO.                          BCASH60P
008300     MOVE CASH-TXN-AMOUNT TO CD06I-AMOUNT.                        BCASH60P
008400     MOVE CASH-TXN-TERM-ID TO CD06I-TERM-ID.                      BCASH60P
008410     MOVE CASH-CARD-NO TO CD06I-CARD-NO.                          BCASH60P
008500     SET CD06I-DEPOSIT TO TRUE.                                   BCASH60P
008600* Now go and post the deposit                                     BCASH60P
008700 COPY CCASHX06.                                                   BCASH60P
010400         SET CASH-TXN-STATUS-FAILED TO TRUE                       BCASH60P
010500         MOVE 'Unable to post deposit' TO CASH-ERROR-MSG          BCASH60P
010600     END-EVALUATE.                                                BCASH60P
010602     GO TO COMMON-RETURN.                                         BCASH60P
010604                                                                  BCASH60P
010606 CHEQUE-DEPOSIT.                                                  BCASH60P
010608     MOVE SPACES TO C155-DATA.                                    BCASH60P
010610     SET C155I-AT-ATM TO TRUE.                                    BCASH60P
010612     MOVE CASH-TXN-ACCNO TO C155I-ACCNO.                          BCASH60P
010614     MOVE CASH-CHQ-ROUTING TO C155I-ROUTING.                      BCASH60P
010616     MOVE CASH-CHQ-ACCNO TO C155I-DRAWEE-ACCNO.                   BCASH60P
010618     MOVE CASH-CHQ-SERIAL TO C155I-SERIAL.                        BCASH60P
010620     MOVE CASH-TXN-AMOUNT TO C155I-AMOUNT.                        BCASH60P
010622     MOVE CASH-USERID TO C155I-USERID.                            BCASH60P
010624     MOVE CASH-TXN-TERM-ID TO C155I-TERM-ID.                      BCASH60P
010626* Now go and capture the cheque                                   BCASH60P
010628 COPY CBNKX155.                                                   BCASH60P
010630     MOVE ZERO TO CASH-TXN-NEW-BAL.                               BCASH60P
010632     EVALUATE TRUE                                                BCASH60P
010634       WHEN C155O-OK                                              BCASH60P
010636         SET CASH-TXN-STATUS-OK TO TRUE                           BCASH60P
010638         MOVE C155O-NEW-BAL TO CASH-TXN-NEW-BAL                   BCASH60P
010640         MOVE C155O-REFNO TO CASH-TXN-REFNO                       BCASH60P
010642         MOVE SPACES TO CASH-ERROR-MSG                            BCASH60P
010644       WHEN C155O-NO-ACCT                                         BCASH60P
010646         SET CASH-TXN-STATUS-NO-ACCT TO TRUE                      BCASH60P
010648         MOVE C155O-MSG TO CASH-ERROR-MSG                         BCASH60P
010650       WHEN C155O-NOT-OWNER                                       BCASH60P
010652         SET CASH-TXN-STATUS-NOT-OWNER TO TRUE                    BCASH60P
010654         MOVE C155O-MSG TO CASH-ERROR-MSG                         BCASH60P
010656       WHEN C155O-NOT-ALLOWED                                     BCASH60P
010658         SET CASH-TXN-STATUS-NOT-ALLOWED TO TRUE                  BCASH60P
010660         MOVE C155O-MSG TO CASH-ERROR-MSG                         BCASH60P
010662       WHEN OTHER                                                 BCASH60P
010664         SET CASH-TXN-STATUS-FAILED TO TRUE                       BCASH60P
010666         MOVE C155O-MSG TO CASH-ERROR-MSG                         BCASH60P
010668     END-EVALUATE.                                                BCASH60P
010700                                                                  BCASH60P
010800 COMMON-RETURN.                                                   BCASH60P
010900     MOVE WS-CASH-DATA TO DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA). BCASH60P
