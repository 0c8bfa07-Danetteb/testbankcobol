001600*              account carrying the amount owed, credit the     * DBANK22P
001700*              principal to the customer's chosen deposit       * DBANK22P
001800*              account with the usual paired ledger entries,    * DBANK22P
001900*              and mark the quote as drawn down. A loan booked  * DBANK22P
001910*              at a branch other than the deposit account's     * DBANK22P
001920*              goes on the BNKIBDF inter-branch register        * DBANK22P
001930*              through DBNK210P. Discount points on a mortgage  * DBANK22P
001940*              come out of the proceeds and are kept on the     * DBANK22P
001950*              quote for the DBNK216P year-end statement.       * DBANK22P
002000*              VSAM Version                                     * DBANK22P
002100***************************************************************** DBANK22P
002200                                                                  DBANK22P
005000                                         PIC 9(9).                DBANK22P
005100   05  WS-PRINCIPAL                          PIC S9(9)V99 COMP-3. DBANK22P
005200   05  WS-LOAN-BAL                           PIC S9(9)V99 COMP-3. DBANK22P
005210   05  WS-POINTS-AMT                         PIC S9(7)V99 COMP-3. DBANK22P
005220   05  WS-NET-PROCEEDS                       PIC S9(9)V99 COMP-3. DBANK22P
005300                                                                  DBANK22P
005400 01  WS-TWOS-COMP.                                                DBANK22P
005500   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK22P
006000                                                                  DBANK22P
006010 01  WS-TREF-DATA.                                                DBANK22P
006020 COPY CTREFD.                                                     DBANK22P
006022                                                                  DBANK22P
006024 01  WS-IBDF-DATA.                                                DBANK22P
006026 COPY CBNKD210.                                                   DBANK22P
006030                                                                  DBANK22P
006040 01  WS-CHK-DATA.                                                 DBANK22P
006050 COPY CCHKD.                                                      DBANK22P
018750        MOVE 'Not a quote - what-if only' TO CD22O-MSG            DBANK22P
018760        GO TO DBANK22P-EXIT                                       DBANK22P
018770     END-IF.                                                      DBANK22P
018771                                                                  DBANK22P
018772*    discount points are only taken on a mortgage, and come out   DBANK22P
018773*    of the proceeds - the loan itself still carries the full     DBANK22P
018774*    principal                                                    DBANK22P
018775     MOVE ZERO TO WS-POINTS-AMT.                                  DBANK22P
018776     IF CD22I-POINTS-AMT IS NUMERIC                               DBANK22P
018777        MOVE CD22I-POINTS-AMT TO WS-POINTS-AMT                    DBANK22P
018778     END-IF.                                                      DBANK22P
018779     IF WS-POINTS-AMT IS GREATER THAN ZERO AND                    DBANK22P
018780        BLN-REC-PROD-CODE IS NOT EQUAL TO 'MG'                    DBANK22P
018781        MOVE 'Points apply to mortgage loans only' TO CD22O-MSG   DBANK22P
018782        GO TO DBANK22P-EXIT                                       DBANK22P
018783     END-IF.                                                      DBANK22P
018784     IF WS-POINTS-AMT IS GREATER THAN ZERO AND                    DBANK22P
018785        WS-POINTS-AMT IS NOT LESS THAN BLN-REC-PRINCIPAL          DBANK22P
018786        MOVE 'Points must be less than the principal'             DBANK22P
018787          TO CD22O-MSG                                            DBANK22P
018788        GO TO DBANK22P-EXIT                                       DBANK22P
018789     END-IF.                                                      DBANK22P
018800                                                                  DBANK22P
018900***************************************************************** DBANK22P
019000* The disbursement account must be this customer's open account * DBANK22P
025700* are collected.                                                * DBANK22P
025800***************************************************************** DBANK22P
025900     MOVE BLN-REC-PRINCIPAL TO WS-PRINCIPAL.                      DBANK22P
025910     COMPUTE WS-NET-PROCEEDS = WS-PRINCIPAL - WS-POINTS-AMT.      DBANK22P
026000     COMPUTE WS-LOAN-BAL = ZERO - WS-PRINCIPAL.                   DBANK22P
026100     MOVE SPACES TO WS-BNKACC-REC.                                DBANK22P
026200     MOVE WS-HIGH-ACCNO TO BAC-REC-ACCNO.                         DBANK22P
028900     END-IF.                                                      DBANK22P
029000                                                                  DBANK22P
029100***************************************************************** DBANK22P
029200* Credit the principal, less any points, to the disbursement    * DBANK22P
029300***************************************************************** DBANK22P
029400     ADD WS-NET-PROCEEDS TO BAD-REC-BALANCE.                      DBANK22P
029500     EXEC CICS REWRITE FILE('BNKACC')                             DBANK22P
029600                    FROM(WS-BNKACC-DISB-REC)                      DBANK22P
029700                    LENGTH(LENGTH OF WS-BNKACC-DISB-REC)          DBANK22P
034100     MOVE '1' TO WS-TIMESTAMP (26:1).                             DBANK22P
034200     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBANK22P
034300     MOVE CD22I-DISB-ACCNO TO BLG-REC-ACCNO.                      DBANK22P
034310     MOVE WS-NET-PROCEEDS TO BLG-REC-AMOUNT.                      DBANK22P
034400     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK22P
034500     MOVE CD22I-DISB-ACCNO TO BLG-REC-ALTKEY1-ACCNO.              DBANK22P
034600     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK22P
034700     MOVE SPACES TO TXN-DATA.                                     DBANK22P
034800     IF WS-POINTS-AMT IS GREATER THAN ZERO                        DBANK22P
034810        MOVE 'Loan proceeds less points' TO TXN-T1-OLD-DESC       DBANK22P
034820     ELSE                                                         DBANK22P
034830        MOVE 'Loan proceeds' TO TXN-T1-OLD-DESC                   DBANK22P
034840     END-IF.                                                      DBANK22P
034900     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBANK22P
035000     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBANK22P
035100     PERFORM BUILD-TIMESTAMP-FF THRU                              DBANK22P
036300          TO CD22O-MSG                                            DBANK22P
036400        GO TO BOOKING-FAILED                                      DBANK22P
036500     END-IF.                                                      DBANK22P
036505                                                                  DBANK22P
036510***************************************************************** DBANK22P
036515* Proceeds paid to an account at another branch go on the       * DBANK22P
036520* inter-branch register with the rest of the drawdown           * DBANK22P
036525***************************************************************** DBANK22P
036530     MOVE SPACES TO C210-DATA.                                    DBANK22P
036535     MOVE WS-TIMESTAMP TO C210I-TIMESTAMP.                        DBANK22P
036540     MOVE '0' TO C210I-TIMESTAMP (26:1).                          DBANK22P
036545     MOVE TREF-REFNO TO C210I-REFNO.                              DBANK22P
036550     MOVE WS-HIGH-ACCNO TO C210I-FROM-ACC.                        DBANK22P
036555     MOVE CD22I-DISB-ACCNO TO C210I-TO-ACC.                       DBANK22P
036560     MOVE BLG-REC-AMOUNT TO C210I-AMOUNT.                         DBANK22P
036565     MOVE BLG-REC-BUS-DATE TO C210I-BUS-DATE.                     DBANK22P
036570     MOVE 'DBANK22P' TO C210I-POSTED-BY.                          DBANK22P
036575 COPY CBNKX210.                                                   DBANK22P
036580     IF C210O-FAIL                                                DBANK22P
036585        MOVE C210O-MSG TO CD22O-MSG                               DBANK22P
036590        GO TO BOOKING-FAILED                                      DBANK22P
036595     END-IF.                                                      DBANK22P
036600                                                                  DBANK22P
036700***************************************************************** DBANK22P
036800* Mark the quote drawn down and link it to the new account      * DBANK22P
037000     SET BLN-REC-QUOTE-DRAWN TO TRUE.                             DBANK22P
037100     MOVE WS-HIGH-ACCNO TO BLN-REC-LOAN-ACCNO.                    DBANK22P
037110     MOVE CD22I-DISB-ACCNO TO BLN-REC-DISB-ACCNO.                 DBANK22P
037120     MOVE WS-POINTS-AMT TO BLN-REC-POINTS-AMT.                    DBANK22P
037130     IF WS-POINTS-AMT IS GREATER THAN ZERO                        DBANK22P
037140        MOVE BLG-REC-BUS-DATE TO BLN-REC-POINTS-DATE              DBANK22P
037150     ELSE                                                         DBANK22P
037160        MOVE SPACES TO BLN-REC-POINTS-DATE                        DBANK22P
037170     END-IF.                                                      DBANK22P
037200     EXEC CICS REWRITE FILE('BNKLOAN')                            DBANK22P
037300                    FROM(WS-BNKLOAN-REC)                          DBANK22P
037400                    LENGTH(LENGTH OF WS-BNKLOAN-REC)              DBANK22P
