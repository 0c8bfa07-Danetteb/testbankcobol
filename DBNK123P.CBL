002300*              account and closes the deposit; a partial        * DBNK123P
002400*              break leaves it running. The penalty carries     * DBNK123P
002500*              its own ledger category (TDPN) so it is          * DBNK123P
002600*              visible. A deposit pledged on the collateral     * DBNK123P
002610*              register (BNKPLDG) cannot be broken while the    * DBNK123P
002620*              loan it secures is open. A payout account at     * DBNK123P
002630*              another branch is also entered on the BNKIBDF    * DBNK123P
002640*              inter-branch register, through DBNK210P. VSAM    * DBNK123P
002650*              version                                          * DBNK123P
002700***************************************************************** DBNK123P
002800                                                                  DBNK123P
002900 IDENTIFICATION DIVISION.                                         DBNK123P
004900   05  WS-BNKACC-RID                         PIC X(9).            DBNK123P
005000   05  WS-BNKPARM-RID                        PIC X(8).            DBNK123P
005100   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK123P
005110   05  WS-BNKPLDG1-RID                       PIC X(9).            DBNK123P
005200   05  WS-TODAY-DATE                         PIC X(8).            DBNK123P
005300   05  WS-TD-START                           PIC X(8).            DBNK123P
005400   05  WS-TD-START-R REDEFINES WS-TD-START.                       DBNK123P
009100 01  WS-BNKPARM-REC.                                              DBNK123P
009200 COPY CBANKVPM.                                                   DBNK123P
009300                                                                  DBNK123P
009310 01  WS-BNKPLDG-REC.                                              DBNK123P
009320 COPY CBANKVPG.                                                   DBNK123P
009400 01  WS-BNKLEDG-REC.                                              DBNK123P
009500 COPY CBANKVLG.                                                   DBNK123P
009600                                                                  DBNK123P
010100                                                                  DBNK123P
010200 01  WS-TREF-DATA.                                                DBNK123P
010300 COPY CTREFD.                                                     DBNK123P
010310                                                                  DBNK123P
010320 01  WS-IBDF-DATA.                                                DBNK123P
010330 COPY CBNKD210.                                                   DBNK123P
010400                                                                  DBNK123P
010500 01  WS-COMMAREA.                                                 DBNK123P
010600 COPY CBNKD123.                                                   DBNK123P
017200          TO C123O-MSG                                            DBNK123P
017300        GO TO DBNK123P-EXIT                                       DBNK123P
017400     END-IF.                                                      DBNK123P
017402                                                                  DBNK123P
017404***************************************************************** DBNK123P
017406* A deposit pledged as collateral stays put while the loan it   * DBNK123P
017408* secures is still open - the register item must be released    * DBNK123P
017410* first (BNKPLDG, alternate key the pledged account)            * DBNK123P
017412***************************************************************** DBNK123P
017414     MOVE C123I-ACCNO TO WS-BNKPLDG1-RID.                         DBNK123P
017416     EXEC CICS STARTBR FILE('BNKPLDG1')                           DBNK123P
017418                       RIDFLD(WS-BNKPLDG1-RID)                    DBNK123P
017420                       GTEQ                                       DBNK123P
017422                       RESP(WS-RESP)                              DBNK123P
017424     END-EXEC.                                                    DBNK123P
017426     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK123P
017428        GO TO PLEDGE-CHECKED                                      DBNK123P
017430     END-IF.                                                      DBNK123P
017432 PLEDGE-LOOP.                                                     DBNK123P
017434     EXEC CICS READNEXT FILE('BNKPLDG1')                          DBNK123P
017436                        INTO(WS-BNKPLDG-REC)                      DBNK123P
017438                        LENGTH(LENGTH OF WS-BNKPLDG-REC)          DBNK123P
017440                        RIDFLD(WS-BNKPLDG1-RID)                   DBNK123P
017442                        RESP(WS-RESP)                             DBNK123P
017444     END-EXEC.                                                    DBNK123P
017446     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK123P
017448        PLG-REC-DEP-ACCNO-AIX IS NOT EQUAL TO C123I-ACCNO         DBNK123P
017450        EXEC CICS ENDBR FILE('BNKPLDG1')                          DBNK123P
017452        END-EXEC                                                  DBNK123P
017454        GO TO PLEDGE-CHECKED                                      DBNK123P
017456     END-IF.                                                      DBNK123P
017458     IF NOT PLG-REC-IS-ACTIVE                                     DBNK123P
017460        GO TO PLEDGE-LOOP                                         DBNK123P
017462     END-IF.                                                      DBNK123P
017464     MOVE PLG-REC-LOAN-ACCNO TO WS-BNKACC-RID.                    DBNK123P
017466     EXEC CICS READ FILE('BNKACC')                                DBNK123P
017468                    INTO(WS-BNKACC-PAY-REC)                       DBNK123P
017470                    LENGTH(LENGTH OF WS-BNKACC-PAY-REC)           DBNK123P
017472                    RIDFLD(WS-BNKACC-RID)                         DBNK123P
017474                    RESP(WS-RESP)                                 DBNK123P
017476     END-EXEC.                                                    DBNK123P
017478     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK123P
017480        NOT BAC-REC-ACC-IS-CLOSED IN WS-BNKACC-PAY-REC            DBNK123P
017482        EXEC CICS ENDBR FILE('BNKPLDG1')                          DBNK123P
017484        END-EXEC                                                  DBNK123P
017486        MOVE 'Deposit is pledged against a live loan'             DBNK123P
017488          TO C123O-MSG                                            DBNK123P
017490        GO TO DBNK123P-EXIT                                       DBNK123P
017492     END-IF.                                                      DBNK123P
017494     GO TO PLEDGE-LOOP.                                           DBNK123P
017496 PLEDGE-CHECKED.                                                  DBNK123P
017500     IF BAC-REC-TD-MATURITY-DTE IN WS-BNKACC-REC                  DBNK123P
017600        IS NOT GREATER THAN WS-TODAY-DATE                         DBNK123P
017700        MOVE 'Deposit has matured - use the maturity run'         DBNK123P
036500        GO TO DBNK123P-EXIT                                       DBNK123P
036600     END-IF.                                                      DBNK123P
036700                                                                  DBNK123P
036704***************************************************************** DBNK123P
036708* A payout account held at another branch leaves the proceeds   * DBNK123P
036712* owing between the two branches - enter them on the register   * DBNK123P
036716***************************************************************** DBNK123P
036720     MOVE SPACES TO C210-DATA.                                    DBNK123P
036724     MOVE WS-TIMESTAMP TO C210I-TIMESTAMP.                        DBNK123P
036728     MOVE '0' TO C210I-TIMESTAMP (26:1).                          DBNK123P
036732     MOVE TREF-REFNO TO C210I-REFNO.                              DBNK123P
036736     MOVE C123I-ACCNO TO C210I-FROM-ACC.                          DBNK123P
036740     MOVE BAC-REC-ACCNO IN WS-BNKACC-PAY-REC TO C210I-TO-ACC.     DBNK123P
036744     MOVE WS-PAID-OUT TO C210I-AMOUNT.                            DBNK123P
036748     MOVE BLG-REC-BUS-DATE TO C210I-BUS-DATE.                     DBNK123P
036752     MOVE 'DBNK123P' TO C210I-POSTED-BY.                          DBNK123P
036756 COPY CBNKX210.                                                   DBNK123P
036760     IF C210O-FAIL                                                DBNK123P
036764        MOVE C210O-MSG TO C123O-MSG                               DBNK123P
036768        EXEC CICS SYNCPOINT ROLLBACK                              DBNK123P
036772        END-EXEC                                                  DBNK123P
036776        GO TO DBNK123P-EXIT                                       DBNK123P
036780     END-IF.                                                      DBNK123P
036800     IF WS-PENALTY-AMT IS GREATER THAN ZERO                       DBNK123P
036900        MOVE '2' TO WS-TIMESTAMP (26:1)                           DBNK123P
037000        MOVE 'TD early break penalty' TO WS-POST-DESC             DBNK123P
