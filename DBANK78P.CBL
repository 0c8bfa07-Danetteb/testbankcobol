002400*              the same customer's accounts, so neither the     * DBANK78P
002500*              stop register nor the daily exposure limit       * DBANK78P
002600*              applies.                                         * DBANK78P
002610*              A sweep between accounts at two branches is      * DBANK78P
002620*              entered on the BNKIBDF inter-branch register     * DBANK78P
002630*              through UIBPOST.                                 * DBANK78P
002700*              VSAM version                                     * DBANK78P
002800****************************************************************  DBANK78P
002900                                                                  DBANK78P
015300                                                                  DBANK78P
015400 01  WS-TREF-DATA.                                                DBANK78P
015500 COPY CTREFD.                                                     DBANK78P
015510                                                                  DBANK78P
015520 01  WS-IBPO-DATA.                                                DBANK78P
015530 COPY CIBPOSD.                                                    DBANK78P
015600                                                                  DBANK78P
015601 01  WS-FJRN-DATA.                                                DBANK78P
015602 COPY CFJRND.                                                     DBANK78P
041400     END-WRITE.                                                   DBANK78P
041401     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK78P
041402             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK78P
041407                                                                  DBANK78P
041412     MOVE SPACES TO WS-IBPO-DATA.                                 DBANK78P
041417     MOVE WS-TIMESTAMP TO IBPO-TIMESTAMP.                         DBANK78P
041422     MOVE '0' TO IBPO-TIMESTAMP (26:1).                           DBANK78P
041427     MOVE TREF-REFNO TO IBPO-REFNO.                               DBANK78P
041432     MOVE WS-SRC-ACCNO TO IBPO-FROM-ACCNO.                        DBANK78P
041437     MOVE WS-DST-ACCNO TO IBPO-TO-ACCNO.                          DBANK78P
041442     MOVE WS-SWEEP-AMOUNT TO IBPO-AMOUNT.                         DBANK78P
041447     MOVE BUSD-DATE TO IBPO-BUS-DATE.                             DBANK78P
041452     MOVE 'DBANK78P' TO IBPO-JOB-NAME.                            DBANK78P
041457     SET IBPO-FUNC-POST TO TRUE.                                  DBANK78P
041462     CALL 'UIBPOST' USING WS-IBPO-DATA.                           DBANK78P
041467     IF IBPO-FAILED                                               DBANK78P
041472        MOVE IBPO-MSG TO WS-CONSOLE-MESSAGE                       DBANK78P
041477        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK78P
041482     END-IF.                                                      DBANK78P
041500 WRITE-AUDIT-RECORDS-EXIT.                                        DBANK78P
041600     EXIT.                                                        DBANK78P
041700                                                                  DBANK78P
