001800*              account and closes the deposit, or rolls the     * DBANK68P
001900*              maturity forward one term, per the customer's    * DBANK68P
002000*              instruction captured at opening.                 * DBANK68P
002010*              The customer is sent a maturity notice through   * DBANK68P
002020*              the nightly letter production run DBNK193P.      * DBANK68P
002030*              A payout to a linked account at another branch   * DBANK68P
002040*              is entered on the BNKIBDF inter-branch register  * DBANK68P
002050*              through UIBPOST.                                 * DBANK68P
002100*              VSAM version                                     * DBANK68P
002200***************************************************************** DBANK68P
002300                                                                  DBANK68P
021400       VALUE ZERO.                                                DBANK68P
021500   05  WS-DEPOSITS-FAILED                    PIC 9(5)             DBANK68P
021600       VALUE ZERO.                                                DBANK68P
021610                                                                  DBANK68P
021620*    the maturity notice - amount and linked account as they stoodDBANK68P
021630*    at maturity                                                  DBANK68P
021640   05  WS-NOTICE-TEMPLATE                    PIC X(6).            DBANK68P
021650   05  WS-NOTICE-AMOUNT                      PIC S9(9)V99         DBANK68P
021660                                             COMP-3.              DBANK68P
021670   05  WS-NOTICE-LINKED                      PIC X(9).            DBANK68P
021700                                                                  DBANK68P
021800   05  WS-ACCOUNT-CHANGED                    PIC X(1).            DBANK68P
021900     88  WS-ACCOUNT-IS-CHANGED                VALUE 'Y'.          DBANK68P
024600                                                                  DBANK68P
024610 01  WS-TREF-DATA.                                                DBANK68P
024620 COPY CTREFD.                                                     DBANK68P
024622                                                                  DBANK68P
024624 01  WS-IBPO-DATA.                                                DBANK68P
024626 COPY CIBPOSD.                                                    DBANK68P
024630                                                                  DBANK68P
024700 COPY CBANKTXD.                                                   DBANK68P
024800                                                                  DBANK68P
025001 01  WS-FJRN-DATA.                                                DBANK68P
025002 COPY CFJRND.                                                     DBANK68P
025003                                                                  DBANK68P
025004 01  WS-LTRQ-DATA.                                                DBANK68P
025005 COPY CLTRQD.                                                     DBANK68P
025015                                                                  DBANK68P
025100 PROCEDURE DIVISION.                                              DBANK68P
025200     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBANK68P
025300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK68P
034900* and closes the deposit account.                               * DBANK68P
035000***************************************************************** DBANK68P
035100 MATURE-DEPOSIT.                                                  DBANK68P
035110     MOVE BAC-REC-BALANCE TO WS-NOTICE-AMOUNT.                    DBANK68P
035120     MOVE BAC-REC-TD-LINKED-ACCNO TO WS-NOTICE-LINKED.            DBANK68P
035200     IF BAC-REC-TD-ROLLOVER                                       DBANK68P
035300        PERFORM ROLL-MATURITY THRU                                DBANK68P
035400                ROLL-MATURITY-EXIT                                DBANK68P
035500        SET WS-ACCOUNT-IS-CHANGED TO TRUE                         DBANK68P
035600        ADD 1 TO WS-DEPOSITS-ROLLED                               DBANK68P
035610        MOVE 'MATROL' TO WS-NOTICE-TEMPLATE                       DBANK68P
035620        PERFORM QUEUE-MATURITY-NOTICE THRU                        DBANK68P
035630                QUEUE-MATURITY-NOTICE-EXIT                        DBANK68P
035700        GO TO MATURE-DEPOSIT-EXIT                                 DBANK68P
035800     END-IF.                                                      DBANK68P
035900     IF BAC-REC-TD-LINKED-ACCNO IS EQUAL TO SPACES                DBANK68P
036200        MOVE SPACES TO BAC-REC-TD-MATURITY-DTE                    DBANK68P
036300        SET WS-ACCOUNT-IS-CHANGED TO TRUE                         DBANK68P
036400        ADD 1 TO WS-DEPOSITS-PAID                                 DBANK68P
036410        MOVE 'MATUNL' TO WS-NOTICE-TEMPLATE                       DBANK68P
036420        PERFORM QUEUE-MATURITY-NOTICE THRU                        DBANK68P
036430                QUEUE-MATURITY-NOTICE-EXIT                        DBANK68P
036500        GO TO MATURE-DEPOSIT-EXIT                                 DBANK68P
036600     END-IF.                                                      DBANK68P
036700     PERFORM PAY-OUT-DEPOSIT THRU                                 DBANK68P
036800             PAY-OUT-DEPOSIT-EXIT.                                DBANK68P
036900     IF WS-POST-IS-OK                                             DBANK68P
037000        ADD 1 TO WS-DEPOSITS-PAID                                 DBANK68P
037010        MOVE 'MATPAY' TO WS-NOTICE-TEMPLATE                       DBANK68P
037020        PERFORM QUEUE-MATURITY-NOTICE THRU                        DBANK68P
037030                QUEUE-MATURITY-NOTICE-EXIT                        DBANK68P
037100     ELSE                                                         DBANK68P
037200        ADD 1 TO WS-DEPOSITS-FAILED                               DBANK68P
037300     END-IF.                                                      DBANK68P
045900     SET WS-POST-IS-OK TO TRUE.                                   DBANK68P
046000 PAY-OUT-DEPOSIT-EXIT.                                            DBANK68P
046100     EXIT.                                                        DBANK68P
046103                                                                  DBANK68P
046106***************************************************************** DBANK68P
046109* Queue the customer's maturity notice for the nightly letter   * DBANK68P
046112* production: rolled over to the new maturity date, paid to the * DBANK68P
046115* linked account, or left where it is free to withdraw          * DBANK68P
046118***************************************************************** DBANK68P
046121 QUEUE-MATURITY-NOTICE.                                           DBANK68P
046124     MOVE SPACES TO WS-LTRQ-DATA.                                 DBANK68P
046127     MOVE BAC-REC-PID TO LTRQ-PID.                                DBANK68P
046130     MOVE 'MATURITY' TO LTRQ-DOC-TYPE.                            DBANK68P
046133     MOVE BAC-REC-ACCNO TO LTRQ-REF.                              DBANK68P
046136     MOVE WS-NOTICE-TEMPLATE TO LTRQ-TEMPLATE.                    DBANK68P
046139     MOVE BAC-REC-ACCNO TO LTRQ-ACCNO.                            DBANK68P
046142     MOVE WS-NOTICE-AMOUNT TO LTRQ-AMOUNT.                        DBANK68P
046145     IF BAC-REC-TD-MATURITY-DTE IS EQUAL TO SPACES                DBANK68P
046148        MOVE WS-TODAY-DATE TO LTRQ-DATE                           DBANK68P
046151     ELSE                                                         DBANK68P
046154        MOVE BAC-REC-TD-MATURITY-DTE TO LTRQ-DATE                 DBANK68P
046157     END-IF.                                                      DBANK68P
046160     MOVE WS-NOTICE-LINKED TO LTRQ-TEXT.                          DBANK68P
046163     MOVE 'DBANK68P' TO LTRQ-JOB-NAME.                            DBANK68P
046166     SET LTRQ-FUNC-QUEUE TO TRUE.                                 DBANK68P
046169     CALL 'ULTRQUE' USING WS-LTRQ-DATA.                           DBANK68P
046172     IF NOT LTRQ-OK                                               DBANK68P
046175        MOVE LTRQ-MSG TO WS-CONSOLE-MESSAGE                       DBANK68P
046178        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK68P
046181     END-IF.                                                      DBANK68P
046184 QUEUE-MATURITY-NOTICE-EXIT.                                      DBANK68P
046187     EXIT.                                                        DBANK68P
046200                                                                  DBANK68P
046300***************************************************************** DBANK68P
046400* Write the paired BNKLEDG records for the payout, following    * DBANK68P
049100     MOVE WS-POST-AMOUNT TO BLG-REC-AMOUNT.                       DBANK68P
049200     PERFORM WRITE-ONE-LEDGER THRU                                DBANK68P
049300             WRITE-ONE-LEDGER-EXIT.                               DBANK68P
049304                                                                  DBANK68P
049308*    a linked account at another branch leaves the payout owing   DBANK68P
049312*    between the two branches - enter it on the register          DBANK68P
049316     MOVE SPACES TO WS-IBPO-DATA.                                 DBANK68P
049320     MOVE WS-TIMESTAMP TO IBPO-TIMESTAMP.                         DBANK68P
049324     MOVE '0' TO IBPO-TIMESTAMP (26:1).                           DBANK68P
049328     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK68P
049332     MOVE IBPO-TIMESTAMP TO TREF-TIMESTAMP.                       DBANK68P
049336     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK68P
049340     MOVE TREF-REFNO TO IBPO-REFNO.                               DBANK68P
049344     MOVE BAC-REC-ACCNO TO IBPO-FROM-ACCNO.                       DBANK68P
049348     MOVE BA2-REC-ACCNO TO IBPO-TO-ACCNO.                         DBANK68P
049352     MOVE WS-POST-AMOUNT TO IBPO-AMOUNT.                          DBANK68P
049356     MOVE BUSD-DATE TO IBPO-BUS-DATE.                             DBANK68P
049360     MOVE 'DBANK68P' TO IBPO-JOB-NAME.                            DBANK68P
049364     SET IBPO-FUNC-POST TO TRUE.                                  DBANK68P
049368     CALL 'UIBPOST' USING WS-IBPO-DATA.                           DBANK68P
049372     IF IBPO-FAILED                                               DBANK68P
049376        MOVE IBPO-MSG TO WS-CONSOLE-MESSAGE                       DBANK68P
049380        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK68P
049384        SET WS-AUDIT-NOT-OK TO TRUE                               DBANK68P
049388     END-IF.                                                      DBANK68P
049400 WRITE-AUDIT-RECORDS-EXIT.                                        DBANK68P
049500     EXIT.                                                        DBANK68P
049600                                                                  DBANK68P
