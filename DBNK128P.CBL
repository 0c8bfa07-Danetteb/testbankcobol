002100*              account with its own pair of ledger entries.     * DBNK128P
002200*              In mode D the caller holds the protected         * DBNK128P
002300*              account and applies the credit itself; mode F    * DBNK128P
002400*              credits it here. A funding account at another    * DBNK128P
002410*              branch from the protected account is entered on  * DBNK128P
002420*              the BNKIBDF inter-branch register, through       * DBNK128P
002430*              DBNK210P. VSAM version                           * DBNK128P
002500***************************************************************** DBNK128P
002600                                                                  DBNK128P
002700 IDENTIFICATION DIVISION.                                         DBNK128P
008300                                                                  DBNK128P
008400 01  WS-TREF-DATA.                                                DBNK128P
008500 COPY CTREFD.                                                     DBNK128P
008510                                                                  DBNK128P
008520 01  WS-IBDF-DATA.                                                DBNK128P
008530 COPY CBNKD210.                                                   DBNK128P
008600                                                                  DBNK128P
008601 01  WS-BNKPARM-REC.                                              DBNK128P
008602 COPY CBANKVPM.                                                   DBNK128P
032500                WRITE-ONE-LEDGER-EXIT                             DBNK128P
032600     END-IF.                                                      DBNK128P
032700                                                                  DBNK128P
032704*    a funding account at another branch leaves the cover owing   DBNK128P
032708*    between the two branches - enter it on the register          DBNK128P
032712     MOVE SPACES TO C210-DATA.                                    DBNK128P
032716     MOVE WS-TIMESTAMP TO C210I-TIMESTAMP.                        DBNK128P
032720     MOVE '7' TO C210I-TIMESTAMP (26:1).                          DBNK128P
032724     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK128P
032728     MOVE C210I-TIMESTAMP TO TREF-TIMESTAMP.                      DBNK128P
032732     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK128P
032736     MOVE TREF-REFNO TO C210I-REFNO.                              DBNK128P
032740     MOVE BOD-REC-FUND-ACCNO TO C210I-FROM-ACC.                   DBNK128P
032744     MOVE C128I-ACCNO TO C210I-TO-ACC.                            DBNK128P
032748     MOVE C128I-SHORTFALL TO C210I-AMOUNT.                        DBNK128P
032752     MOVE BLG-REC-BUS-DATE TO C210I-BUS-DATE.                     DBNK128P
032756     MOVE 'DBNK128P' TO C210I-POSTED-BY.                          DBNK128P
032760 COPY CBNKX210.                                                   DBNK128P
032764     IF C210O-FAIL                                                DBNK128P
032768        MOVE C210O-MSG TO C128O-MSG                               DBNK128P
032772        EXEC CICS SYNCPOINT ROLLBACK                              DBNK128P
032776        END-EXEC                                                  DBNK128P
032780        GO TO DBNK128P-EXIT                                       DBNK128P
032784     END-IF.                                                      DBNK128P
032788                                                                  DBNK128P
032800     IF C128I-MODE-FULL                                           DBNK128P
032900        MOVE C128I-ACCNO TO WS-BNKACC-RID                         DBNK128P
033000        EXEC CICS READ FILE('BNKACC')                             DBNK128P
