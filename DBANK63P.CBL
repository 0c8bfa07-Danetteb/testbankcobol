001900*              reaches the retry limit the entry is marked       *DBANK63P
002000*              exhausted and written to a sequential exception   *DBANK63P
002100*              report for branch staff to action manually.       *DBANK63P
002110*              A retried payment between accounts at two         *DBANK63P
002120*              branches is entered on the BNKIBDF inter-branch   *DBANK63P
002130*              register through UIBPOST.                         *DBANK63P
002200*              VSAM version                                      *DBANK63P
002300***************************************************************** DBANK63P
002400                                                                  DBANK63P
090008  01  WS-TREF-DATA.                                               DBANK63P
090009  COPY CTREFD.                                                    DBANK63P
090010                                                                  DBANK63P
090011  01  WS-IBPO-DATA.                                               DBANK63P
090012  COPY CIBPOSD.                                                   DBANK63P
090014                                                                  DBANK63P
090016 01  WS-FJRN-DATA.                                                DBANK63P
090018 COPY CFJRND.                                                     DBANK63P
090020                                                                  DBANK63P
090022  PROCEDURE DIVISION.                                             DBANK63P
090027      MOVE 'Started' TO WS-CONSOLE-MESSAGE.                       DBANK63P
090037      PERFORM DISPLAY-CONSOLE-MESSAGE.                            DBANK63P
090047      PERFORM RUN-TIME.                                           DBANK63P
092557      END-WRITE.                                                  DBANK63P
092558      PERFORM JOURNAL-LEDG-IMAGE THRU                             DBANK63P
092559              JOURNAL-LEDG-IMAGE-EXIT.                            DBANK63P
092560                                                                  DBANK63P
092561      MOVE SPACES TO WS-IBPO-DATA.                                DBANK63P
092562      MOVE WS-TIMESTAMP TO IBPO-TIMESTAMP.                        DBANK63P
092563      MOVE '0' TO IBPO-TIMESTAMP (26:1).                          DBANK63P
092564      MOVE TREF-REFNO TO IBPO-REFNO.                              DBANK63P
092565      MOVE SOX-REC-SRC-ACCNO TO IBPO-FROM-ACCNO.                  DBANK63P
092566      MOVE SOX-REC-DST-ACCNO TO IBPO-TO-ACCNO.                    DBANK63P
092567      MOVE SOX-REC-AMOUNT TO IBPO-AMOUNT.                         DBANK63P
092568      MOVE BUSD-DATE TO IBPO-BUS-DATE.                            DBANK63P
092569      MOVE 'DBANK63P' TO IBPO-JOB-NAME.                           DBANK63P
092570      SET IBPO-FUNC-POST TO TRUE.                                 DBANK63P
092571      CALL 'UIBPOST' USING WS-IBPO-DATA.                          DBANK63P
092572      IF IBPO-FAILED                                              DBANK63P
092573         MOVE IBPO-MSG TO WS-CONSOLE-MESSAGE                      DBANK63P
092574         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK63P
092575      END-IF.                                                     DBANK63P
092579  WRITE-AUDIT-RECORDS-EXIT.                                       DBANK63P
092583      EXIT.                                                       DBANK63P
092587                                                                  DBANK63P
092597***************************************************************** DBANK63P
092607* Print one line of the exhausted standing order exception    *   DBANK63P
