002000*              belongs to the order; RECEIVE confirms it into   * DBNK138P
002100*              the receiving vault, or onto the ATM's           * DBNK138P
002200*              cassette load and cash position when the order   * DBNK138P
002300*              names a terminal. LIST shows open orders. An     * DBNK138P
002310*              order of foreign banknotes names its currency    * DBNK138P
002320*              and moves between the BNKVLFX currency positions * DBNK138P
002330*              of the central vault and the branch; it cannot   * DBNK138P
002340*              go to a terminal.                                * DBNK138P
002400*              VSAM version                                     * DBNK138P
002500***************************************************************** DBNK138P
002600                                                                  DBNK138P
004500   05  WS-CSHO-TOKEN                         PIC S9(8) COMP.      DBNK138P
004600   05  WS-VLT-TOKEN                          PIC S9(8) COMP.      DBNK138P
004700   05  WS-ATRM-TOKEN                         PIC S9(8) COMP.      DBNK138P
004710   05  WS-VLFX-TOKEN                         PIC S9(8) COMP.      DBNK138P
004800   05  WS-BNKCSHO-RID                        PIC X(12).           DBNK138P
004900   05  WS-BNKVLT-RID                         PIC X(4).            DBNK138P
005000   05  WS-BNKOPER-RID                        PIC X(5).            DBNK138P
005100   05  WS-BNKATRM-RID                        PIC X(4).            DBNK138P
005110   05  WS-BNKVLFX-RID.                                            DBNK138P
005120     10  WS-BNKVLFX-RID-BRANCH               PIC X(4).            DBNK138P
005130     10  WS-BNKVLFX-RID-CCY                  PIC X(3).            DBNK138P
005140   05  WS-DOM-CCY                            PIC X(3)             DBNK138P
005150       VALUE 'USD'.                                               DBNK138P
005200   05  WS-TODAY-DATE                         PIC X(8).            DBNK138P
005300   05  WS-CAS-SUB                            PIC S9(4) COMP.      DBNK138P
005400                                                                  DBNK138P
005900                                                                  DBNK138P
006000 01  WS-BNKVLT-REC.                                               DBNK138P
006100 COPY CBANKVVT.                                                   DBNK138P
006110                                                                  DBNK138P
006120 01  WS-BNKVLFX-REC.                                              DBNK138P
006130 COPY CBANKVVF.                                                   DBNK138P
006200                                                                  DBNK138P
006300 01  WS-BNKOPER-REC.                                              DBNK138P
006400 COPY CBANKVOR.                                                   DBNK138P
014900          TO C138O-MSG                                            DBNK138P
015000        GO TO DBNK138P-EXIT                                       DBNK138P
015100     END-IF.                                                      DBNK138P
015110     IF NOT CSO-REC-DOMESTIC                                      DBNK138P
015120        PERFORM DEBIT-FX-VAULT THRU                               DBNK138P
015130                DEBIT-FX-VAULT-EXIT                               DBNK138P
015140        IF C138O-MSG IS NOT EQUAL TO SPACES                       DBNK138P
015150           GO TO DBNK138P-EXIT                                    DBNK138P
015160        END-IF                                                    DBNK138P
015170        GO TO ORDER-DISPATCHED                                    DBNK138P
015180     END-IF.                                                      DBNK138P
015200     MOVE CSO-REC-FROM-BRANCH TO WS-BNKVLT-RID.                   DBNK138P
015300     EXEC CICS READ FILE('BNKVLT')                                DBNK138P
015400                    UPDATE                                        DBNK138P
017900        MOVE 'Unable to debit sending vault' TO C138O-MSG         DBNK138P
018000        GO TO DBNK138P-EXIT                                       DBNK138P
018100     END-IF.                                                      DBNK138P
018110 ORDER-DISPATCHED.                                                DBNK138P
018200     SET CSO-REC-IN-TRANSIT TO TRUE.                              DBNK138P
018300     MOVE C138I-OPERATOR TO CSO-REC-APPROVED-BY.                  DBNK138P
018400     MOVE WS-TODAY-DATE TO CSO-REC-DISPATCHED-DATE.               DBNK138P
020400        MOVE 'Order is not in transit' TO C138O-MSG               DBNK138P
020500        GO TO DBNK138P-EXIT                                       DBNK138P
020600     END-IF.                                                      DBNK138P
020610     IF NOT CSO-REC-DOMESTIC                                      DBNK138P
020620        PERFORM CREDIT-FX-VAULT THRU                              DBNK138P
020630                CREDIT-FX-VAULT-EXIT                              DBNK138P
020640        IF C138O-MSG IS NOT EQUAL TO SPACES                       DBNK138P
020650           GO TO DBNK138P-EXIT                                    DBNK138P
020660        END-IF                                                    DBNK138P
020670        GO TO ORDER-RECEIVED                                      DBNK138P
020680     END-IF.                                                      DBNK138P
020700     IF CSO-REC-FOR-VAULT                                         DBNK138P
020800        MOVE CSO-REC-TO-BRANCH TO WS-BNKVLT-RID                   DBNK138P
020900        EXEC CICS READ FILE('BNKVLT')                             DBNK138P
023900           GO TO DBNK138P-EXIT                                    DBNK138P
024000        END-IF                                                    DBNK138P
024100     END-IF.                                                      DBNK138P
024110 ORDER-RECEIVED.                                                  DBNK138P
024200     SET CSO-REC-IS-RECEIVED TO TRUE.                             DBNK138P
024300     MOVE WS-TODAY-DATE TO CSO-REC-RECEIVED-DATE.                 DBNK138P
024400     PERFORM REWRITE-ORDER THRU                                   DBNK138P
029700     MOVE ZERO TO BTM-REC-CAS-DISPENSED (WS-CAS-SUB).             DBNK138P
029800 RESET-ONE-CASSETTE-EXIT.                                         DBNK138P
029900     EXIT.                                                        DBNK138P
029901                                                                  DBNK138P
029902***************************************************************** DBNK138P
029903* Foreign banknotes leave the sending vault's position in the   * DBNK138P
029904* currency                                                      * DBNK138P
029905***************************************************************** DBNK138P
029906 DEBIT-FX-VAULT.                                                  DBNK138P
029907     MOVE CSO-REC-FROM-BRANCH TO WS-BNKVLFX-RID-BRANCH.           DBNK138P
029908     MOVE CSO-REC-CCY-CODE TO WS-BNKVLFX-RID-CCY.                 DBNK138P
029909     EXEC CICS READ FILE('BNKVLFX')                               DBNK138P
029910                    UPDATE                                        DBNK138P
029911                    INTO(WS-BNKVLFX-REC)                          DBNK138P
029912                    LENGTH(LENGTH OF WS-BNKVLFX-REC)              DBNK138P
029913                    RIDFLD(WS-BNKVLFX-RID)                        DBNK138P
029914                    KEYLENGTH(LENGTH OF WS-BNKVLFX-RID)           DBNK138P
029915                    TOKEN(WS-VLFX-TOKEN)                          DBNK138P
029916                    RESP(WS-RESP)                                 DBNK138P
029917     END-EXEC.                                                    DBNK138P
029918     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK138P
029919        MOVE 'Sending vault holds none of the currency'           DBNK138P
029920          TO C138O-MSG                                            DBNK138P
029921        GO TO DEBIT-FX-VAULT-EXIT                                 DBNK138P
029922     END-IF.                                                      DBNK138P
029923     IF VLF-REC-BALANCE IS LESS THAN CSO-REC-AMOUNT               DBNK138P
029924        MOVE 'Sending vault cannot cover order'                   DBNK138P
029925          TO C138O-MSG                                            DBNK138P
029926        GO TO DEBIT-FX-VAULT-EXIT                                 DBNK138P
029927     END-IF.                                                      DBNK138P
029928     SUBTRACT CSO-REC-AMOUNT FROM VLF-REC-BALANCE.                DBNK138P
029929     MOVE WS-TODAY-DATE TO VLF-REC-LAST-MOVE-DATE.                DBNK138P
029930     EXEC CICS REWRITE FILE('BNKVLFX')                            DBNK138P
029931                    FROM(WS-BNKVLFX-REC)                          DBNK138P
029932                    LENGTH(LENGTH OF WS-BNKVLFX-REC)              DBNK138P
029933                    TOKEN(WS-VLFX-TOKEN)                          DBNK138P
029934                    RESP(WS-RESP)                                 DBNK138P
029935     END-EXEC.                                                    DBNK138P
029936     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK138P
029937        MOVE 'Unable to debit sending vault' TO C138O-MSG         DBNK138P
029938     END-IF.                                                      DBNK138P
029939 DEBIT-FX-VAULT-EXIT.                                             DBNK138P
029940     EXIT.                                                        DBNK138P
029941                                                                  DBNK138P
029942***************************************************************** DBNK138P
029943* Foreign banknotes arrive in the receiving vault's position -  * DBNK138P
029944* the first of a currency opens it                              * DBNK138P
029945***************************************************************** DBNK138P
029946 CREDIT-FX-VAULT.                                                 DBNK138P
029947     MOVE CSO-REC-TO-BRANCH TO WS-BNKVLFX-RID-BRANCH.             DBNK138P
029948     MOVE CSO-REC-CCY-CODE TO WS-BNKVLFX-RID-CCY.                 DBNK138P
029949     EXEC CICS READ FILE('BNKVLFX')                               DBNK138P
029950                    UPDATE                                        DBNK138P
029951                    INTO(WS-BNKVLFX-REC)                          DBNK138P
029952                    LENGTH(LENGTH OF WS-BNKVLFX-REC)              DBNK138P
029953                    RIDFLD(WS-BNKVLFX-RID)                        DBNK138P
029954                    KEYLENGTH(LENGTH OF WS-BNKVLFX-RID)           DBNK138P
029955                    TOKEN(WS-VLFX-TOKEN)                          DBNK138P
029956                    RESP(WS-RESP)                                 DBNK138P
029957     END-EXEC.                                                    DBNK138P
029958     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK138P
029959        MOVE SPACES TO WS-BNKVLFX-REC                             DBNK138P
029960        MOVE WS-BNKVLFX-RID TO VLF-REC-KEY                        DBNK138P
029961        MOVE CSO-REC-AMOUNT TO VLF-REC-BALANCE                    DBNK138P
029962        MOVE ZERO TO VLF-REC-MINIMUM                              DBNK138P
029963        MOVE WS-TODAY-DATE TO VLF-REC-LAST-MOVE-DATE              DBNK138P
029964        EXEC CICS WRITE FILE('BNKVLFX')                           DBNK138P
029965                        FROM(WS-BNKVLFX-REC)                      DBNK138P
029966                        LENGTH(LENGTH OF WS-BNKVLFX-REC)          DBNK138P
029967                        RIDFLD(WS-BNKVLFX-RID)                    DBNK138P
029968                        KEYLENGTH(LENGTH OF WS-BNKVLFX-RID)       DBNK138P
029969                        RESP(WS-RESP)                             DBNK138P
029970        END-EXEC                                                  DBNK138P
029971     ELSE                                                         DBNK138P
029972        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    DBNK138P
029973           ADD CSO-REC-AMOUNT TO VLF-REC-BALANCE                  DBNK138P
029974           MOVE WS-TODAY-DATE TO VLF-REC-LAST-MOVE-DATE           DBNK138P
029975           EXEC CICS REWRITE FILE('BNKVLFX')                      DBNK138P
029976                          FROM(WS-BNKVLFX-REC)                    DBNK138P
029977                          LENGTH(LENGTH OF WS-BNKVLFX-REC)        DBNK138P
029978                          TOKEN(WS-VLFX-TOKEN)                    DBNK138P
029979                          RESP(WS-RESP)                           DBNK138P
029980           END-EXEC                                               DBNK138P
029981        END-IF                                                    DBNK138P
029982     END-IF.                                                      DBNK138P
029983     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK138P
029984        MOVE 'Unable to credit receiving vault'                   DBNK138P
029985          TO C138O-MSG                                            DBNK138P
029986     END-IF.                                                      DBNK138P
029987 CREDIT-FX-VAULT-EXIT.                                            DBNK138P
029988     EXIT.                                                        DBNK138P
030000                                                                  DBNK138P
030100***************************************************************** DBNK138P
030200* Raise - the order starts at the central vault               *   DBNK138P
030600        MOVE 'Order amount is required' TO C138O-MSG              DBNK138P
030700        GO TO DBNK138P-EXIT                                       DBNK138P
030800     END-IF.                                                      DBNK138P
030810     IF C138I-CCY-CODE IS EQUAL TO WS-DOM-CCY                     DBNK138P
030820        MOVE SPACES TO C138I-CCY-CODE                             DBNK138P
030830     END-IF.                                                      DBNK138P
030840     IF C138I-CCY-CODE IS NOT EQUAL TO SPACES AND                 DBNK138P
030850        C138I-TO-TERMINAL IS NOT EQUAL TO SPACES                  DBNK138P
030860        MOVE 'Foreign notes cannot go to a terminal'              DBNK138P
030870          TO C138O-MSG                                            DBNK138P
030880        GO TO DBNK138P-EXIT                                       DBNK138P
030890     END-IF.                                                      DBNK138P
030900     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK138P
031000     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK138P
031100     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK138P
031400     MOVE 'CNTL' TO CSO-REC-FROM-BRANCH.                          DBNK138P
031500     MOVE C138I-TO-BRANCH TO CSO-REC-TO-BRANCH.                   DBNK138P
031600     MOVE C138I-TO-TERMINAL TO CSO-REC-TO-TERMINAL.               DBNK138P
031610     MOVE C138I-CCY-CODE TO CSO-REC-CCY-CODE.                     DBNK138P
031700     MOVE C138I-AMOUNT TO CSO-REC-AMOUNT.                         DBNK138P
031800     SET CSO-REC-IS-RAISED TO TRUE.                               DBNK138P
031900     MOVE C138I-OPERATOR TO CSO-REC-RAISED-BY.                    DBNK138P
038900     MOVE CSO-REC-STATUS TO C138O-E-STATUS (C138O-COUNT).         DBNK138P
039000     MOVE CSO-REC-RAISED-DATE TO                                  DBNK138P
039100          C138O-E-RAISED-DATE (C138O-COUNT).                      DBNK138P
039110     MOVE CSO-REC-CCY-CODE TO C138O-E-CCY-CODE (C138O-COUNT).     DBNK138P
039200     GO TO LIST-LOOP.                                             DBNK138P
039300 LIST-ENDED.                                                      DBNK138P
039400     EXEC CICS ENDBR FILE('BNKCSHO')                              DBNK138P
