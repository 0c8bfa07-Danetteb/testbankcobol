001100                                                                  DBANK20P
001200***************************************************************** DBANK20P
001300* Program:     DBANK20P.CBL                                     * DBANK20P
001400* Function:    Close an account for the signed-on customer,     * DBANK20P
001500*              sweeping any remaining balance to another        * DBANK20P
001600*              account; a sweep to an account at another        * DBANK20P
001610*              branch goes on the BNKIBDF inter-branch          * DBANK20P
001620*              register through DBNK210P, VSAM Version          * DBANK20P
001700***************************************************************** DBANK20P
001800                                                                  DBANK20P
001900 IDENTIFICATION DIVISION.                                         DBANK20P
004900                                                                  DBANK20P
004910 01  WS-TREF-DATA.                                                DBANK20P
004920 COPY CTREFD.                                                     DBANK20P
004922                                                                  DBANK20P
004924 01  WS-IBDF-DATA.                                                DBANK20P
004926 COPY CBNKD210.                                                   DBANK20P
004930                                                                  DBANK20P
005000 01  WS-BNKACC-CLOSE-REC.                                         DBANK20P
005100 COPY CBANKVAC.                                                   DBANK20P
026000        END-EXEC                                                  DBANK20P
026100     END-IF.                                                      DBANK20P
026200                                                                  DBANK20P
026203***************************************************************** DBANK20P
026206* A sweep to an account at another branch goes on the           * DBANK20P
026209* inter-branch register - the closure is backed out if it cannot* DBANK20P
026212***************************************************************** DBANK20P
026215     IF CD20O-SWEPT-AMOUNT IS NOT GREATER THAN ZERO               DBANK20P
026218        GO TO CLOSE-COMPLETE                                      DBANK20P
026221     END-IF.                                                      DBANK20P
026224     MOVE SPACES TO C210-DATA.                                    DBANK20P
026227     MOVE WS-TIMESTAMP TO C210I-TIMESTAMP.                        DBANK20P
026230     MOVE '0' TO C210I-TIMESTAMP (26:1).                          DBANK20P
026233     MOVE TREF-REFNO TO C210I-REFNO.                              DBANK20P
026236     MOVE CD20I-CLOSE-ACC TO C210I-FROM-ACC.                      DBANK20P
026239     MOVE CD20I-SWEEP-ACC TO C210I-TO-ACC.                        DBANK20P
026242     MOVE CD20O-SWEPT-AMOUNT TO C210I-AMOUNT.                     DBANK20P
026245     MOVE BLG-REC-BUS-DATE TO C210I-BUS-DATE.                     DBANK20P
026248     MOVE 'DBANK20P' TO C210I-POSTED-BY.                          DBANK20P
026251 COPY CBNKX210.                                                   DBANK20P
026254     IF C210O-FAIL                                                DBANK20P
026257        EXEC CICS SYNCPOINT ROLLBACK                              DBANK20P
026260        END-EXEC                                                  DBANK20P
026263        MOVE C210O-MSG TO CD20O-MSG                               DBANK20P
026266        GO TO DBANK20P-EXIT                                       DBANK20P
026269     END-IF.                                                      DBANK20P
026272                                                                  DBANK20P
026275 CLOSE-COMPLETE.                                                  DBANK20P
026300     SET CD20O-CLOSE-OK TO TRUE.                                  DBANK20P
026400     MOVE 'Account closed' TO CD20O-MSG.                          DBANK20P
026500                                                                  DBANK20P
