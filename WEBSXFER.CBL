002300*              balance - posts balance and ledger together      * WEBSXFER
002400*              (backing the debit out if anything later         * WEBSXFER
002500*              fails) and returns the UTXNREF reference the     * WEBSXFER
002600*              customer can quote. A transfer from an account   * WEBSXFER
002610*              whose product limits its transfers per statement * WEBSXFER
002620*              cycle is counted on BNKSXFR and, past the limit, * WEBSXFER
002630*              refused or charged the BNKFEES XWDL fee on its   * WEBSXFER
002640*              own FEE ledger entry. A transfer between         * WEBSXFER
002650*              accounts at two branches is entered on the       * WEBSXFER
002660*              BNKIBDF inter-branch register through UIBPOST.   * WEBSXFER
002670*              Wires are entered through WEBSWIRE and payments  * WEBSXFER
002680*              to an alias through WEBSAPAY, which posts them   * WEBSXFER
002690*              here. Files open on first use                    * WEBSXFER
002700*              and stay open for the life of the server         * WEBSXFER
002800*              process.                                         * WEBSXFER
002900***************************************************************** WEBSXFER
008300            ACCESS MODE  IS RANDOM                                WEBSXFER
008400            RECORD KEY   IS PRM-REC-KEY                           WEBSXFER
008500            FILE STATUS  IS WS-BNKPARM-STATUS.                    WEBSXFER
008503                                                                  WEBSXFER
008551     SELECT BNKFEES-FILE                                          WEBSXFER
008554            ASSIGN       TO BNKFEES                               WEBSXFER
008557            ORGANIZATION IS INDEXED                               WEBSXFER
008560            ACCESS MODE  IS RANDOM                                WEBSXFER
008563            RECORD KEY   IS BFE-REC-KEY                           WEBSXFER
008566            FILE STATUS  IS WS-BNKFEES-STATUS.                    WEBSXFER
008569                                                                  WEBSXFER
008589     SELECT BNKPROD-FILE                                          WEBSXFER
008590            ASSIGN       TO BNKPROD                               WEBSXFER
008591            ORGANIZATION IS INDEXED                               WEBSXFER
008592            ACCESS MODE  IS RANDOM                                WEBSXFER
008593            RECORD KEY   IS BPR-REC-TYPE                          WEBSXFER
008594            FILE STATUS  IS WS-BNKPROD-STATUS.                    WEBSXFER
008595                                                                  WEBSXFER
008596     SELECT BNKSXFR-FILE                                          WEBSXFER
008597            ASSIGN       TO BNKSXFR                               WEBSXFER
008598            ORGANIZATION IS INDEXED                               WEBSXFER
008599            ACCESS MODE  IS RANDOM                                WEBSXFER
008600            RECORD KEY   IS SXF-REC-ACCNO                         WEBSXFER
008601            FILE STATUS  IS WS-BNKSXFR-STATUS.                    WEBSXFER
008602                                                                  WEBSXFER
008700 DATA DIVISION.                                                   WEBSXFER
008800                                                                  WEBSXFER
008900 FILE SECTION.                                                    WEBSXFER
011000 FD  BNKPARM-FILE.                                                WEBSXFER
011100 01  BNKPARM-REC.                                                 WEBSXFER
011200 COPY CBANKVPM.                                                   WEBSXFER
011205                                                                  WEBSXFER
011250 FD  BNKFEES-FILE.                                                WEBSXFER
011255 01  BNKFEES-REC.                                                 WEBSXFER
011260 COPY CBANKVFE.                                                   WEBSXFER
011265                                                                  WEBSXFER
011284 FD  BNKPROD-FILE.                                                WEBSXFER
011286 01  BNKPROD-REC.                                                 WEBSXFER
011288 COPY CBANKVPT.                                                   WEBSXFER
011290                                                                  WEBSXFER
011292 FD  BNKSXFR-FILE.                                                WEBSXFER
011294 01  BNKSXFR-REC.                                                 WEBSXFER
011296 COPY CBANKVSF.                                                   WEBSXFER
011310                                                                  WEBSXFER
011400 WORKING-STORAGE SECTION.                                         WEBSXFER
011500 01  WS-TIMESTAMP-DATA.                                           WEBSXFER
011600 COPY CTSTAMPD.                                                   WEBSXFER
013700   05  WS-BNKPARM-STATUS.                                         WEBSXFER
013800     10  WS-BNKPARM-STAT1                      PIC X(1).          WEBSXFER
013900     10  WS-BNKPARM-STAT2                      PIC X(1).          WEBSXFER
013949   05  WS-BNKFEES-STATUS.                                         WEBSXFER
013956     10  WS-BNKFEES-STAT1                      PIC X(1).          WEBSXFER
013963     10  WS-BNKFEES-STAT2                      PIC X(1).          WEBSXFER
013986   05  WS-BNKPROD-STATUS.                                         WEBSXFER
013988     10  WS-BNKPROD-STAT1                      PIC X(1).          WEBSXFER
013990     10  WS-BNKPROD-STAT2                      PIC X(1).          WEBSXFER
013992   05  WS-BNKSXFR-STATUS.                                         WEBSXFER
013994     10  WS-BNKSXFR-STAT1                      PIC X(1).          WEBSXFER
013996     10  WS-BNKSXFR-STAT2                      PIC X(1).          WEBSXFER
014000                                                                  WEBSXFER
014100   05  WS-FILES-OPEN-FLAG                    PIC X(1)             WEBSXFER
014200       VALUE 'N'.                                                 WEBSXFER
016600   05  WS-POST-ACCNO                         PIC X(9).            WEBSXFER
016700   05  WS-POST-PID                           PIC X(5).            WEBSXFER
016704   05  WS-FIRST-LEG-TS                       PIC X(26).           WEBSXFER
016734   05  WS-FEE-AMOUNT                         PIC S9(5)V99         WEBSXFER
016744                                             COMP-3.              WEBSXFER
016800   05  WS-LEDGER-OK-FLAG                     PIC X(1).            WEBSXFER
016900     88  WS-LEDGER-OK                        VALUE 'Y'.           WEBSXFER
017000     88  WS-LEDGER-FAILED                    VALUE 'N'.           WEBSXFER
017006   05  WS-POST-AMOUNT                        PIC S9(9)V99         WEBSXFER
017012                                             COMP-3.              WEBSXFER
017018   05  WS-POST-CATEGORY                      PIC X(4).            WEBSXFER
017024   05  WS-SXF-LIMIT-FLAG                     PIC X(1).            WEBSXFER
017030     88  WS-SXF-LIMITED                      VALUE 'Y'.           WEBSXFER
017036     88  WS-SXF-UNLIMITED                    VALUE 'N'.           WEBSXFER
017042   05  WS-SXF-FILE-FLAG                      PIC X(1).            WEBSXFER
017048     88  WS-SXF-ON-FILE                      VALUE 'Y'.           WEBSXFER
017054     88  WS-SXF-NOT-ON-FILE                  VALUE 'N'.           WEBSXFER
017060   05  WS-SXF-OVER-FLAG                      PIC X(1).            WEBSXFER
017066     88  WS-SXF-IS-OVER                      VALUE 'Y'.           WEBSXFER
017072     88  WS-SXF-NOT-OVER                     VALUE 'N'.           WEBSXFER
017078   05  WS-SXF-CYCLE                          PIC X(8).            WEBSXFER
017084   05  WS-SXF-HISTORY                        PIC X(6).            WEBSXFER
017100                                                                  WEBSXFER
017200 01  WS-CHK-DATA.                                                 WEBSXFER
017300 COPY CCHKD.                                                      WEBSXFER
018100                                                                  WEBSXFER
018200 01  WS-TREF-DATA.                                                WEBSXFER
018300 COPY CTREFD.                                                     WEBSXFER
018302                                                                  WEBSXFER
018304 01  WS-IBPO-DATA.                                                WEBSXFER
018306 COPY CIBPOSD.                                                    WEBSXFER
018310                                                                  WEBSXFER
018311 01  WS-FJRN-DATA.                                                WEBSXFER
018312 COPY CFJRND.                                                     WEBSXFER
023000        GOBACK                                                    WEBSXFER
023100     END-IF.                                                      WEBSXFER
023200     PERFORM 5000-BUMP-DAY-USAGE THRU 5000-EXIT.                  WEBSXFER
023210     IF WS-SXF-LIMITED                                            WEBSXFER
023220        PERFORM 5100-BUMP-SAVINGS-COUNT THRU 5100-EXIT            WEBSXFER
023230     END-IF.                                                      WEBSXFER
023240     IF WS-SXF-IS-OVER AND                                        WEBSXFER
023250        BPR-REC-EXCESS-CHARGED                                    WEBSXFER
023260        PERFORM 5200-CHARGE-EXCESS-FEE THRU 5200-EXIT             WEBSXFER
023270     END-IF.                                                      WEBSXFER
023300     SET L-STATUS-OK TO TRUE.                                     WEBSXFER
023400     GOBACK.                                                      WEBSXFER
023500                                                                  WEBSXFER
024900     OPEN INPUT BNKSTOP-FILE.                                     WEBSXFER
025000     OPEN I-O BNKDUSE-FILE.                                       WEBSXFER
025100     OPEN INPUT BNKPARM-FILE.                                     WEBSXFER
025130     OPEN INPUT BNKFEES-FILE.                                     WEBSXFER
025150     OPEN INPUT BNKPROD-FILE.                                     WEBSXFER
025160     OPEN I-O BNKSXFR-FILE.                                       WEBSXFER
025200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' OR                  WEBSXFER
025300        WS-BNKLEDG-STATUS IS NOT EQUAL TO '00' OR                 WEBSXFER
025400        WS-BNKSTOP-STATUS IS NOT EQUAL TO '00' OR                 WEBSXFER
025500        WS-BNKDUSE-STATUS IS NOT EQUAL TO '00' OR                 WEBSXFER
025600        WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR                 WEBSXFER
025630        WS-BNKFEES-STATUS IS NOT EQUAL TO '00' OR                 WEBSXFER
025650        WS-BNKPROD-STATUS IS NOT EQUAL TO '00' OR                 WEBSXFER
025660        WS-BNKSXFR-STATUS IS NOT EQUAL TO '00'                    WEBSXFER
025700        GO TO 1000-EXIT                                           WEBSXFER
025800     END-IF.                                                      WEBSXFER
025900     SET WS-FILES-ARE-OPEN TO TRUE.                               WEBSXFER
036500        GO TO 3000-EXIT                                           WEBSXFER
036600     END-IF.                                                      WEBSXFER
036700     PERFORM 3200-CHECK-DAY-LIMIT THRU 3200-EXIT.                 WEBSXFER
036710     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSXFER
036720        GO TO 3000-EXIT                                           WEBSXFER
036730     END-IF.                                                      WEBSXFER
036740     PERFORM 3300-CHECK-SAVINGS-LIMIT THRU 3300-EXIT.             WEBSXFER
036800     IF L-MSG IS NOT EQUAL TO SPACES                              WEBSXFER
036900        GO TO 3000-EXIT                                           WEBSXFER
037000     END-IF.                                                      WEBSXFER
043100     END-IF.                                                      WEBSXFER
043200 3200-EXIT.                                                       WEBSXFER
043300     EXIT.                                                        WEBSXFER
043301                                                                  WEBSXFER
043302***************************************************************** WEBSXFER
043303* A FROM account whose BNKPROD product limits its outgoing      * WEBSXFER
043304* transfers per statement cycle is counted on BNKSXFR - the     * WEBSXFER
043305* same count the online and standing-order paths keep. A new    * WEBSXFER
043306* statement date starts a fresh cycle. A refusing product       * WEBSXFER
043307* stops the transfer here, the attempt still marked against     * WEBSXFER
043308* the cycle; a charging one lets it through to be charged the   * WEBSXFER
043309* XWDL fee once it has posted.                                  * WEBSXFER
043310***************************************************************** WEBSXFER
043311 3300-CHECK-SAVINGS-LIMIT.                                        WEBSXFER
043312     SET WS-SXF-UNLIMITED TO TRUE.                                WEBSXFER
043313     SET WS-SXF-NOT-OVER TO TRUE.                                 WEBSXFER
043314     MOVE BAC-REC-LAST-STMT-DTE TO WS-SXF-CYCLE.                  WEBSXFER
043315     MOVE BAC-REC-TYPE TO BPR-REC-TYPE.                           WEBSXFER
043316     READ BNKPROD-FILE                                            WEBSXFER
043317       INVALID KEY                                                WEBSXFER
043318         GO TO 3300-EXIT                                          WEBSXFER
043319     END-READ.                                                    WEBSXFER
043320     IF BPR-REC-XFER-LIMIT IS NOT NUMERIC OR                      WEBSXFER
043321        BPR-REC-XFER-LIMIT IS EQUAL TO ZERO                       WEBSXFER
043322        GO TO 3300-EXIT                                           WEBSXFER
043323     END-IF.                                                      WEBSXFER
043324     SET WS-SXF-LIMITED TO TRUE.                                  WEBSXFER
043325     SET WS-SXF-ON-FILE TO TRUE.                                  WEBSXFER
043326     MOVE L-FROM-ACC TO SXF-REC-ACCNO.                            WEBSXFER
043327     READ BNKSXFR-FILE                                            WEBSXFER
043328       INVALID KEY                                                WEBSXFER
043329         SET WS-SXF-NOT-ON-FILE TO TRUE                           WEBSXFER
043330         MOVE SPACES TO BNKSXFR-REC                               WEBSXFER
043331         MOVE L-FROM-ACC TO SXF-REC-ACCNO                         WEBSXFER
043332         MOVE WS-SXF-CYCLE TO SXF-REC-CYCLE                       WEBSXFER
043333         MOVE ZERO TO SXF-REC-COUNT                               WEBSXFER
043334         MOVE ZERO TO SXF-REC-OVER-COUNT                          WEBSXFER
043335         MOVE 'NNNNNN' TO SXF-REC-HISTORY                         WEBSXFER
043336     END-READ.                                                    WEBSXFER
043337     IF SXF-REC-CYCLE IS NOT EQUAL TO WS-SXF-CYCLE                WEBSXFER
043338        MOVE SXF-REC-HISTORY (2:5) TO WS-SXF-HISTORY (1:5)        WEBSXFER
043339        MOVE 'N' TO WS-SXF-HISTORY (6:1)                          WEBSXFER
043340        MOVE WS-SXF-HISTORY TO SXF-REC-HISTORY                    WEBSXFER
043341        MOVE WS-SXF-CYCLE TO SXF-REC-CYCLE                        WEBSXFER
043342        MOVE ZERO TO SXF-REC-COUNT                                WEBSXFER
043343        MOVE ZERO TO SXF-REC-OVER-COUNT                           WEBSXFER
043344     END-IF.                                                      WEBSXFER
043345     IF SXF-REC-COUNT IS LESS THAN BPR-REC-XFER-LIMIT             WEBSXFER
043346        GO TO 3300-EXIT                                           WEBSXFER
043347     END-IF.                                                      WEBSXFER
043348     SET WS-SXF-IS-OVER TO TRUE.                                  WEBSXFER
043349     IF BPR-REC-EXCESS-CHARGED                                    WEBSXFER
043350        GO TO 3300-EXIT                                           WEBSXFER
043351     END-IF.                                                      WEBSXFER
043352     PERFORM 5110-MARK-SAVINGS-OVER THRU 5110-EXIT.               WEBSXFER
043353     PERFORM 5120-STORE-SAVINGS-COUNT THRU 5120-EXIT.             WEBSXFER
043354     MOVE 'Savings transfer limit reached' TO L-MSG.              WEBSXFER
043355 3300-EXIT.                                                       WEBSXFER
043356     EXIT.                                                        WEBSXFER
043400                                                                  WEBSXFER
043500***************************************************************** WEBSXFER
043600* Post both balances and both ledger legs; anything failing    *  WEBSXFER
047400                                                                  WEBSXFER
047500 COPY CTSTAMPP.                                                   WEBSXFER
047600     MOVE '0' TO WS-TIMESTAMP (26:1).                             WEBSXFER
047610     MOVE L-AMOUNT TO WS-POST-AMOUNT.                             WEBSXFER
047620     MOVE 'WEB ' TO WS-POST-CATEGORY.                             WEBSXFER
047700     MOVE SPACES TO WS-POST-DESC.                                 WEBSXFER
047800     STRING 'Web transfer to ' DELIMITED BY SIZE                  WEBSXFER
047900            L-TO-ACC            DELIMITED BY SIZE                 WEBSXFER
049215        MOVE SPACES TO L-REFNO                                    WEBSXFER
049216        GO TO 4000-EXIT                                           WEBSXFER
049217     END-IF.                                                      WEBSXFER
049220*    accounts at two branches leave the amount owing between      WEBSXFER
049223*    them - the register entry stands or falls with the transfer  WEBSXFER
049226     MOVE SPACES TO WS-IBPO-DATA.                                 WEBSXFER
049229     MOVE WS-FIRST-LEG-TS TO IBPO-TIMESTAMP.                      WEBSXFER
049232     MOVE L-REFNO TO IBPO-REFNO.                                  WEBSXFER
049235     MOVE L-FROM-ACC TO IBPO-FROM-ACCNO.                          WEBSXFER
049238     MOVE L-TO-ACC TO IBPO-TO-ACCNO.                              WEBSXFER
049241     MOVE L-AMOUNT TO IBPO-AMOUNT.                                WEBSXFER
049244     MOVE WS-TODAY-DATE TO IBPO-BUS-DATE.                         WEBSXFER
049247     MOVE 'WEBSXFER' TO IBPO-JOB-NAME.                            WEBSXFER
049250     SET IBPO-FUNC-POST TO TRUE.                                  WEBSXFER
049253     CALL 'UIBPOST' USING WS-IBPO-DATA.                           WEBSXFER
049256     IF IBPO-FAILED                                               WEBSXFER
049259        PERFORM 4900-BACK-OUT-DEBIT THRU 4900-EXIT                WEBSXFER
049262        PERFORM 4910-BACK-OUT-CREDIT THRU 4910-EXIT               WEBSXFER
049265        PERFORM 4920-UNDO-FIRST-LEG THRU 4920-EXIT                WEBSXFER
049268        MOVE WS-TIMESTAMP TO WS-FIRST-LEG-TS                      WEBSXFER
049271        PERFORM 4920-UNDO-FIRST-LEG THRU 4920-EXIT                WEBSXFER
049274        MOVE IBPO-MSG TO L-MSG                                    WEBSXFER
049277        MOVE SPACES TO L-REFNO                                    WEBSXFER
049280        GO TO 4000-EXIT                                           WEBSXFER
049283     END-IF.                                                      WEBSXFER
049300 4000-EXIT.                                                       WEBSXFER
049400     EXIT.                                                        WEBSXFER
049500                                                                  WEBSXFER
049800     MOVE WS-POST-PID TO BLG-REC-PID.                             WEBSXFER
049900     MOVE '1' TO BLG-REC-TYPE.                                    WEBSXFER
050000     MOVE WS-POST-SUB-TYPE TO BLG-REC-SUB-TYPE.                   WEBSXFER
050100     MOVE WS-POST-CATEGORY TO BLG-REC-CATEGORY.                   WEBSXFER
050200     MOVE WS-POST-ACCNO TO BLG-REC-ACCNO.                         WEBSXFER
050300     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      WEBSXFER
050400     MOVE WS-POST-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 WEBSXFER
050500     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              WEBSXFER
050600     MOVE WS-POST-AMOUNT TO BLG-REC-AMOUNT.                       WEBSXFER
050700     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      WEBSXFER
050800     MOVE SPACES TO TXN-DATA.                                     WEBSXFER
050900     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        WEBSXFER
056800     END-REWRITE.                                                 WEBSXFER
056900 5000-EXIT.                                                       WEBSXFER
057000     EXIT.                                                        WEBSXFER
057002                                                                  WEBSXFER
057004***************************************************************** WEBSXFER
057006* The transfer has posted - count it against the cycle          * WEBSXFER
057008***************************************************************** WEBSXFER
057010 5100-BUMP-SAVINGS-COUNT.                                         WEBSXFER
057012     IF SXF-REC-COUNT IS LESS THAN 999                            WEBSXFER
057014        ADD 1 TO SXF-REC-COUNT                                    WEBSXFER
057016     END-IF.                                                      WEBSXFER
057018     MOVE WS-TODAY-DATE TO SXF-REC-LAST-DATE.                     WEBSXFER
057020     IF WS-SXF-IS-OVER                                            WEBSXFER
057022        PERFORM 5110-MARK-SAVINGS-OVER THRU 5110-EXIT             WEBSXFER
057024     END-IF.                                                      WEBSXFER
057026     PERFORM 5120-STORE-SAVINGS-COUNT THRU 5120-EXIT.             WEBSXFER
057028 5100-EXIT.                                                       WEBSXFER
057030     EXIT.                                                        WEBSXFER
057032                                                                  WEBSXFER
057034 5110-MARK-SAVINGS-OVER.                                          WEBSXFER
057036     IF SXF-REC-OVER-COUNT IS LESS THAN 999                       WEBSXFER
057038        ADD 1 TO SXF-REC-OVER-COUNT                               WEBSXFER
057040     END-IF.                                                      WEBSXFER
057042     MOVE 'Y' TO SXF-REC-HISTORY (6:1).                           WEBSXFER
057044     MOVE WS-TODAY-DATE TO SXF-REC-LAST-OVER-DATE.                WEBSXFER
057046 5110-EXIT.                                                       WEBSXFER
057048     EXIT.                                                        WEBSXFER
057050                                                                  WEBSXFER
057052 5120-STORE-SAVINGS-COUNT.                                        WEBSXFER
057054     IF WS-SXF-ON-FILE                                            WEBSXFER
057056        REWRITE BNKSXFR-REC                                       WEBSXFER
057058          INVALID KEY                                             WEBSXFER
057060            CONTINUE                                              WEBSXFER
057062        END-REWRITE                                               WEBSXFER
057064     ELSE                                                         WEBSXFER
057066        WRITE BNKSXFR-REC                                         WEBSXFER
057068          INVALID KEY                                             WEBSXFER
057070            CONTINUE                                              WEBSXFER
057072        END-WRITE                                                 WEBSXFER
057074     END-IF.                                                      WEBSXFER
057076 5120-EXIT.                                                       WEBSXFER
057078     EXIT.                                                        WEBSXFER
057080                                                                  WEBSXFER
057082***************************************************************** WEBSXFER
057084* A charging product takes the BNKFEES XWDL fee for the account * WEBSXFER
057085* type from the FROM account for each transfer past the limit.  * WEBSXFER
057086* The fee carries its own FEE ledger entry and shows in the new * WEBSXFER
057087* balance handed back; if the entry cannot be written the fee   * WEBSXFER
057088* is put back - the transfer itself has already posted and      * WEBSXFER
057089* stands.                                                       * WEBSXFER
057094***************************************************************** WEBSXFER
057096 5200-CHARGE-EXCESS-FEE.                                          WEBSXFER
057098     MOVE L-FROM-ACC TO BAC-REC-ACCNO.                            WEBSXFER
057100     READ BNKACC-FILE                                             WEBSXFER
057102       INVALID KEY                                                WEBSXFER
057104         GO TO 5200-EXIT                                          WEBSXFER
057106     END-READ.                                                    WEBSXFER
057108     MOVE ZERO TO WS-FEE-AMOUNT.                                  WEBSXFER
057110     MOVE 'XWDL' TO BFE-REC-FEE-CODE.                             WEBSXFER
057112     MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE.                       WEBSXFER
057114     READ BNKFEES-FILE                                            WEBSXFER
057116       INVALID KEY                                                WEBSXFER
057118         GO TO 5200-EXIT                                          WEBSXFER
057120     END-READ.                                                    WEBSXFER
057122     MOVE BFE-REC-AMOUNT TO WS-FEE-AMOUNT.                        WEBSXFER
057124     IF WS-FEE-AMOUNT IS NOT GREATER THAN ZERO                    WEBSXFER
057126        GO TO 5200-EXIT                                           WEBSXFER
057128     END-IF.                                                      WEBSXFER
057130     SUBTRACT WS-FEE-AMOUNT FROM BAC-REC-BALANCE.                 WEBSXFER
057132     REWRITE BNKACC-REC                                           WEBSXFER
057134       INVALID KEY                                                WEBSXFER
057136         GO TO 5200-EXIT                                          WEBSXFER
057138     END-REWRITE.                                                 WEBSXFER
057140     PERFORM 6000-JOURNAL-ACC THRU 6000-EXIT.                     WEBSXFER
057142 COPY CTSTAMPP.                                                   WEBSXFER
057144     MOVE '2' TO WS-TIMESTAMP (26:1).                             WEBSXFER
057146     MOVE 'Excess transfer fee' TO WS-POST-DESC.                  WEBSXFER
057148     MOVE L-FROM-ACC TO WS-POST-ACCNO.                            WEBSXFER
057150     MOVE BAC-REC-PID TO WS-POST-PID.                             WEBSXFER
057152     MOVE '1' TO WS-POST-SUB-TYPE.                                WEBSXFER
057154     MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT.                        WEBSXFER
057156     MOVE 'FEE ' TO WS-POST-CATEGORY.                             WEBSXFER
057158     PERFORM 4100-WRITE-LEDGER THRU 4100-EXIT.                    WEBSXFER
057160     IF WS-LEDGER-FAILED                                          WEBSXFER
057162        MOVE L-FROM-ACC TO BAC-REC-ACCNO                          WEBSXFER
057164        READ BNKACC-FILE                                          WEBSXFER
057166          INVALID KEY                                             WEBSXFER
057168            GO TO 5200-EXIT                                       WEBSXFER
057170        END-READ                                                  WEBSXFER
057172        ADD WS-FEE-AMOUNT TO BAC-REC-BALANCE                      WEBSXFER
057174        REWRITE BNKACC-REC                                        WEBSXFER
057176          INVALID KEY                                             WEBSXFER
057178            CONTINUE                                              WEBSXFER
057180        END-REWRITE                                               WEBSXFER
057182        PERFORM 6000-JOURNAL-ACC THRU 6000-EXIT                   WEBSXFER
057184        GO TO 5200-EXIT                                           WEBSXFER
057186     END-IF.                                                      WEBSXFER
057188     MOVE BAC-REC-BALANCE TO L-NEW-BALANCE.                       WEBSXFER
057192 5200-EXIT.                                                       WEBSXFER
057194     EXIT.                                                        WEBSXFER
057200                                                                  WEBSXFER
057210**************************************************************    WEBSXFER
057220* After-image feeds for the roll-forward recovery (ZBNKRCVR) -    WEBSXFER
057550     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          WEBSXFER
057560 6200-EXIT.                                                       WEBSXFER
057570     EXIT.                                                        WEBSXFER
057571                                                                  WEBSXFER
