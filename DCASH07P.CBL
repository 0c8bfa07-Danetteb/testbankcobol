001500*              the current balance and, when asked, the latest  * DCASH07P
001600*              ledger entries for the account newest-first      * DCASH07P
001700*              (same browse technique as DBANK05P's paging)     * DCASH07P
001710*              A card the customer has frozen, or switched off  * DCASH07P
001720*              for ATM use, gets nothing back.                  * DCASH07P
001800*              VSAM version                                     * DCASH07P
001900***************************************************************** DCASH07P
002000                                                                  DCASH07P
003800   05  WS-SUB1                               PIC S9(4) COMP.      DCASH07P
003900   05  WS-RESP                               PIC S9(8) COMP.      DCASH07P
004000   05  WS-BNKACC-RID                         PIC X(9).            DCASH07P
004010   05  WS-BNKRVLN-RID                        PIC X(9).            DCASH07P
004020   05  WS-BNKCARD-RID                        PIC X(16).           DCASH07P
004100   05  WS-BNKLEDG-AIX1-RID.                                       DCASH07P
004200     10  WS-BNKLEDG-AIX1-RID-ACC             PIC X(9).            DCASH07P
004300     10  WS-BNKLEDG-AIX1-RID-STAMP           PIC X(26).           DCASH07P
004700                                                                  DCASH07P
004800 01  WS-BNKLEDG-REC.                                              DCASH07P
004900 COPY CBANKVLG.                                                   DCASH07P
004910                                                                  DCASH07P
004920 01  WS-BNKRVLN-REC.                                              DCASH07P
004930 COPY CBANKVRL.                                                   DCASH07P
004940                                                                  DCASH07P
004950 01  WS-BNKCARD-REC.                                              DCASH07P
004960 COPY CBANKVCD.                                                   DCASH07P
005000                                                                  DCASH07P
005100 COPY CBANKTXD.                                                   DCASH07P
005200                                                                  DCASH07P
007400     MOVE SPACES TO CD07O-DATA.                                   DCASH07P
007500     MOVE ZERO TO CD07O-BALANCE.                                  DCASH07P
007600     MOVE ZERO TO CD07O-TXN-COUNT.                                DCASH07P
007610     MOVE ZERO TO CD07O-LINE-LIMIT.                               DCASH07P
007700* The packed entry amounts must hold valid zeros even for unused  DCASH07P
007800* slots, or editing them for display downstream would fault       DCASH07P
007900     MOVE ZERO TO CD07O-TXN-AMT-N (1).                            DCASH07P
010300        MOVE 'Account is not held by this customer' TO CD07O-MSG  DCASH07P
010400        GO TO DCASH07P-EXIT                                       DCASH07P
010500     END-IF.                                                      DCASH07P
010503                                                                  DCASH07P
010506***************************************************************** DCASH07P
010509* The customer's own controls on the card in the machine - a    * DCASH07P
010512* card not on file is left to the signon check that admitted it * DCASH07P
010515***************************************************************** DCASH07P
010518     IF CD07I-CARD-NO IS EQUAL TO SPACES                          DCASH07P
010521        GO TO CARD-CONTROLS-PASSED                                DCASH07P
010524     END-IF.                                                      DCASH07P
010527     MOVE CD07I-CARD-NO TO WS-BNKCARD-RID.                        DCASH07P
010530     EXEC CICS READ FILE('BNKCARD')                               DCASH07P
010533                    INTO(WS-BNKCARD-REC)                          DCASH07P
010536                    LENGTH(LENGTH OF WS-BNKCARD-REC)              DCASH07P
010539                    RIDFLD(WS-BNKCARD-RID)                        DCASH07P
010542                    RESP(WS-RESP)                                 DCASH07P
010545     END-EXEC.                                                    DCASH07P
010548     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH07P
010551        GO TO CARD-CONTROLS-PASSED                                DCASH07P
010554     END-IF.                                                      DCASH07P
010557     IF BCD-REC-IS-FROZEN                                         DCASH07P
010560        SET CD07O-STATUS-NOT-ALLOWED TO TRUE                      DCASH07P
010563        MOVE 'Card is frozen by the customer' TO CD07O-MSG        DCASH07P
010566        GO TO DCASH07P-EXIT                                       DCASH07P
010569     END-IF.                                                      DCASH07P
010572     IF BCD-REC-ATM-OFF                                           DCASH07P
010575        SET CD07O-STATUS-NOT-ALLOWED TO TRUE                      DCASH07P
010578        MOVE 'Card is switched off for ATM use' TO CD07O-MSG      DCASH07P
010581        GO TO DCASH07P-EXIT                                       DCASH07P
010584     END-IF.                                                      DCASH07P
010587 CARD-CONTROLS-PASSED.                                            DCASH07P
010600                                                                  DCASH07P
010700     SET CD07O-STATUS-OK TO TRUE.                                 DCASH07P
010800     MOVE BAC-REC-BALANCE TO CD07O-BALANCE.                       DCASH07P
010900     MOVE BAC-REC-CCY-CODE TO CD07O-CCY-CODE.                     DCASH07P
010907*    an active revolving credit line may be drawn on down to      DCASH07P
010914*    its approved limit, so the callers need to know it           DCASH07P
010921     MOVE CD07I-ACCNO TO WS-BNKRVLN-RID.                          DCASH07P
010928     EXEC CICS READ FILE('BNKRVLN')                               DCASH07P
010935                    INTO(WS-BNKRVLN-REC)                          DCASH07P
010942                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              DCASH07P
010949                    RIDFLD(WS-BNKRVLN-RID)                        DCASH07P
010956                    RESP(WS-RESP)                                 DCASH07P
010963     END-EXEC.                                                    DCASH07P
010970     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DCASH07P
010977        RVL-REC-IS-ACTIVE                                         DCASH07P
010984        MOVE BAC-REC-CREDIT-LIMIT TO CD07O-LINE-LIMIT             DCASH07P
010991     END-IF.                                                      DCASH07P
011000                                                                  DCASH07P
011100     IF CD07I-REQ-BALANCE                                         DCASH07P
011200        GO TO DCASH07P-EXIT                                       DCASH07P
