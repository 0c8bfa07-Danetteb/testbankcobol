002000*              per-day refund allowance on their BNKOPER        * DBNK126P
002100*              profile - going over it needs an active          * DBNK126P
002200*              supervisor's id. A fee already refunded cannot   * DBNK126P
002300*              be refunded again. A loan late charge (category  * DBNK126P
002310*              LATE) refunds the same way: waived on the loan   * DBNK126P
002320*              account while still owed, or given back to the   * DBNK126P
002330*              collection account once DBANK66P has taken it -  * DBNK126P
002340*              the installment is marked waived either way so   * DBNK126P
002350*              it is neither collected nor refunded twice.      * DBNK126P
002360*              VSAM version                                     * DBNK126P
002400***************************************************************** DBNK126P
002500                                                                  DBNK126P
002600 IDENTIFICATION DIVISION.                                         DBNK126P
004301  05  WS-BNKPARM-RID                        PIC X(8).             DBNK126P
004400   05  WS-LEDG-TOKEN                         PIC S9(8) COMP.      DBNK126P
004500   05  WS-ACC-TOKEN                          PIC S9(8) COMP.      DBNK126P
004510   05  WS-LSCH-TOKEN                         PIC S9(8) COMP.      DBNK126P
004600   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK126P
004700   05  WS-BNKACC-RID                         PIC X(9).            DBNK126P
004800   05  WS-BNKOPER-RID                        PIC X(5).            DBNK126P
004900   05  WS-BNKFRFD-RID                        PIC X(26).           DBNK126P
004910   05  WS-BNKLSCH-RID                        PIC X(12).           DBNK126P
005000   05  WS-TODAY-DATE                         PIC X(8).            DBNK126P
005100   05  WS-ORIG-TIMESTAMP                     PIC X(26).           DBNK126P
005200   05  WS-REFUND-AMT                         PIC S9(5)V99         DBNK126P
005800   05  WS-BROWSE-DONE-FLAG                   PIC X(1).            DBNK126P
005900     88  WS-BROWSE-DONE                      VALUE 'Y'.           DBNK126P
006000     88  WS-BROWSE-MORE                      VALUE 'N'.           DBNK126P
006010   05  WS-LATE-CHARGE-FLAG                   PIC X(1).            DBNK126P
006020     88  WS-LATE-CHARGE                      VALUE 'Y'.           DBNK126P
006030     88  WS-NOT-LATE-CHARGE                  VALUE 'N'.           DBNK126P
006100                                                                  DBNK126P
006200 COPY CTSTAMPD.                                                   DBNK126P
006300                                                                  DBNK126P
007500                                                                  DBNK126P
007600 01  WS-BNKFRFD-REC.                                              DBNK126P
007700 COPY CBANKVFR.                                                   DBNK126P
007710                                                                  DBNK126P
007720 01  WS-BNKLSCH-REC.                                              DBNK126P
007730 COPY CBANKVLS.                                                   DBNK126P
007800                                                                  DBNK126P
007900 01  WS-TWOS-COMP.                                                DBNK126P
008000   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK126P
014500        MOVE 'Original posting not found' TO C126O-MSG            DBNK126P
014600        GO TO DBNK126P-EXIT                                       DBNK126P
014700     END-IF.                                                      DBNK126P
014800     SET WS-NOT-LATE-CHARGE TO TRUE.                              DBNK126P
014900     IF BLG-REC-CATEGORY IN WS-BNKLEDG-REC IS EQUAL TO 'LATE'     DBNK126P
014910        AND BLG-REC-SUB-TYPE-FROM IN WS-BNKLEDG-REC               DBNK126P
014920        SET WS-LATE-CHARGE TO TRUE                                DBNK126P
014930     END-IF.                                                      DBNK126P
014940     IF BLG-REC-CATEGORY IN WS-BNKLEDG-REC                        DBNK126P
014950        IS NOT EQUAL TO 'FEE ' AND WS-NOT-LATE-CHARGE             DBNK126P
015000        MOVE 'Posting is not a fee' TO C126O-MSG                  DBNK126P
015100        GO TO DBNK126P-EXIT                                       DBNK126P
015200     END-IF.                                                      DBNK126P
015600     END-IF.                                                      DBNK126P
015700     MOVE BLG-REC-AMOUNT IN WS-BNKLEDG-REC TO WS-REFUND-AMT.      DBNK126P
015800     MOVE WS-REFUND-AMT TO C126O-AMOUNT.                          DBNK126P
015810     IF WS-LATE-CHARGE                                            DBNK126P
015820        PERFORM HOLD-LATE-INSTALLMENT THRU                        DBNK126P
015830                HOLD-LATE-INSTALLMENT-EXIT                        DBNK126P
015840        IF C126O-MSG IS NOT EQUAL TO SPACES                       DBNK126P
015850           GO TO DBNK126P-EXIT                                    DBNK126P
015860        END-IF                                                    DBNK126P
015870     END-IF.                                                      DBNK126P
015900                                                                  DBNK126P
016000***************************************************************** DBNK126P
016100* The operator's refunds today, this one included, must fit    *  DBNK126P
024300        END-EXEC                                                  DBNK126P
024400        GO TO DBNK126P-EXIT                                       DBNK126P
024500     END-IF.                                                      DBNK126P
024505                                                                  DBNK126P
024510     IF WS-LATE-CHARGE                                            DBNK126P
024515        SET BLS-REC-LATE-FEE-WAIVED TO TRUE                       DBNK126P
024520        EXEC CICS REWRITE FILE('BNKLSCH')                         DBNK126P
024525                       FROM(WS-BNKLSCH-REC)                       DBNK126P
024530                       LENGTH(LENGTH OF WS-BNKLSCH-REC)           DBNK126P
024535                       TOKEN(WS-LSCH-TOKEN)                       DBNK126P
024540                       RESP(WS-RESP)                              DBNK126P
024545        END-EXEC                                                  DBNK126P
024550        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK126P
024555           MOVE 'Unable to mark late charge waived'               DBNK126P
024560             TO C126O-MSG                                         DBNK126P
024565           EXEC CICS SYNCPOINT ROLLBACK                           DBNK126P
024570           END-EXEC                                               DBNK126P
024575           GO TO DBNK126P-EXIT                                    DBNK126P
024580        END-IF                                                    DBNK126P
024585     END-IF.                                                      DBNK126P
024600                                                                  DBNK126P
024700     MOVE SPACES TO WS-BNKFRFD-REC.                               DBNK126P
024800     MOVE WS-TIMESTAMP TO BFR-REC-TIMESTAMP.                      DBNK126P
034900 CHECK-SUPERVISOR-EXIT.                                           DBNK126P
035000     EXIT.                                                        DBNK126P
035100                                                                  DBNK126P
035101***************************************************************** DBNK126P
035102* A late charge: the narrative DBNK149P and DBANK66P write      * DBNK126P
035103* names the loan (18:9) and installment (33:3). The charge is   * DBNK126P
035104* waived on the loan account while it is still owed, or given   * DBNK126P
035105* back on the collection account once it has been collected     * DBNK126P
035106***************************************************************** DBNK126P
035107 HOLD-LATE-INSTALLMENT.                                           DBNK126P
035108     MOVE BLG-REC-DATA-OLD IN WS-BNKLEDG-REC TO TXN-DATA-OLD.     DBNK126P
035109     MOVE TXN-DATA-OLD TO TXN-T1-OLD.                             DBNK126P
035110     IF TXN-T1-OLD-DESC (1:17) IS NOT EQUAL TO                    DBNK126P
035111        'Late charge loan '                                       DBNK126P
035112        MOVE 'Late charge installment not found' TO C126O-MSG     DBNK126P
035113        GO TO HOLD-LATE-INSTALLMENT-EXIT                          DBNK126P
035114     END-IF.                                                      DBNK126P
035115     MOVE TXN-T1-OLD-DESC (18:9) TO WS-BNKLSCH-RID (1:9).         DBNK126P
035116     MOVE TXN-T1-OLD-DESC (33:3) TO WS-BNKLSCH-RID (10:3).        DBNK126P
035117     EXEC CICS READ FILE('BNKLSCH')                               DBNK126P
035118                    UPDATE                                        DBNK126P
035119                    INTO(WS-BNKLSCH-REC)                          DBNK126P
035120                    LENGTH(LENGTH OF WS-BNKLSCH-REC)              DBNK126P
035121                    RIDFLD(WS-BNKLSCH-RID)                        DBNK126P
035122                    TOKEN(WS-LSCH-TOKEN)                          DBNK126P
035123                    RESP(WS-RESP)                                 DBNK126P
035124     END-EXEC.                                                    DBNK126P
035125     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK126P
035126        MOVE 'Late charge installment not found' TO C126O-MSG     DBNK126P
035127        GO TO HOLD-LATE-INSTALLMENT-EXIT                          DBNK126P
035128     END-IF.                                                      DBNK126P
035129     IF BLS-REC-LATE-FEE-WAIVED                                   DBNK126P
035130        MOVE 'Late charge has already been waived' TO C126O-MSG   DBNK126P
035131        GO TO HOLD-LATE-INSTALLMENT-EXIT                          DBNK126P
035132     END-IF.                                                      DBNK126P
035133     IF BLS-REC-LATE-FEE-DUE AND                                  DBNK126P
035134        BLG-REC-ACCNO IN WS-BNKLEDG-REC IS EQUAL TO               DBNK126P
035135        BLS-REC-LOAN-ACCNO                                        DBNK126P
035136        GO TO HOLD-LATE-INSTALLMENT-EXIT                          DBNK126P
035137     END-IF.                                                      DBNK126P
035138     IF BLS-REC-LATE-FEE-PAID AND                                 DBNK126P
035139        BLG-REC-ACCNO IN WS-BNKLEDG-REC IS EQUAL TO               DBNK126P
035140        BLS-REC-COLL-ACCNO                                        DBNK126P
035141        GO TO HOLD-LATE-INSTALLMENT-EXIT                          DBNK126P
035142     END-IF.                                                      DBNK126P
035143     IF BLS-REC-LATE-FEE-PAID                                     DBNK126P
035144        MOVE 'Charge collected - refund the payment'              DBNK126P
035145          TO C126O-MSG                                            DBNK126P
035146     ELSE                                                         DBNK126P
035147        MOVE 'Charge not collected - refund the charge'           DBNK126P
035148          TO C126O-MSG                                            DBNK126P
035149     END-IF.                                                      DBNK126P
035150 HOLD-LATE-INSTALLMENT-EXIT.                                      DBNK126P
035151     EXIT.                                                        DBNK126P
035200***************************************************************** DBNK126P
035300* The offsetting credit, linked to the fee it reverses         *  DBNK126P
035400***************************************************************** DBNK126P
