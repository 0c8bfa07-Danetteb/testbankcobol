001800*              Each leg gets an equal-and-opposite ledger entry * DBANK26P
001900*              flagged as a reversal and linked to the original * DBANK26P
002000*              record, and the original is flagged reversed so  * DBANK26P
002100*              it cannot be backed out twice. A transfer        * DBANK26P
002110*              between two branches is reversed on the BNKIBDF  * DBANK26P
002120*              inter-branch register too, through DBNK210P.     * DBANK26P
002200*              VSAM Version                                     * DBANK26P
002300***************************************************************** DBANK26P
002400                                                                  DBANK26P
006600     88  WS-PAIR-FOUND                       VALUE 'Y'.           DBANK26P
006700     88  WS-PAIR-NOT-FOUND                   VALUE 'N'.           DBANK26P
006800   05  WS-REV-DESC                           PIC X(40).           DBANK26P
006810   05  WS-NAMED-LEG-ACCNO                    PIC X(9).            DBANK26P
006820   05  WS-NAMED-LEG-SUB-TYPE                 PIC X(1).            DBANK26P
006900                                                                  DBANK26P
007000 01  WS-TWOS-COMP.                                                DBANK26P
007100   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK26P
007600                                                                  DBANK26P
007700 01  WS-TREF-DATA.                                                DBANK26P
007800 COPY CTREFD.                                                     DBANK26P
007810                                                                  DBANK26P
007820 01  WS-IBDF-DATA.                                                DBANK26P
007830 COPY CBNKD210.                                                   DBANK26P
007900                                                                  DBANK26P
008000 01  WS-BNKLEDG-REC.                                              DBANK26P
008100 COPY CBANKVLG.                                                   DBANK26P
022800     IF CD26O-MSG IS NOT EQUAL TO SPACES                          DBANK26P
022900        GO TO REVERSAL-FAILED                                     DBANK26P
023000     END-IF.                                                      DBANK26P
023010     MOVE WS-LEG-ACCNO TO WS-NAMED-LEG-ACCNO.                     DBANK26P
023020     MOVE WS-LEG-SUB-TYPE TO WS-NAMED-LEG-SUB-TYPE.               DBANK26P
023100     IF WS-PAIR-FOUND                                             DBANK26P
023200        MOVE WS-PAIR-TS TO WS-LEG-TS                              DBANK26P
023300        MOVE WS-NEW-TS TO WS-NEW-LEG-TS                           DBANK26P
023900        END-IF                                                    DBANK26P
024000     END-IF.                                                      DBANK26P
024100                                                                  DBANK26P
024103***************************************************************** DBANK26P
024106* A transfer between two branches comes off the inter-branch    * DBANK26P
024109* register the same way - the money goes back from the account  * DBANK26P
024112* that received it, so the reversal is entered as a movement of * DBANK26P
024115* its own in the opposite direction                             * DBANK26P
024118***************************************************************** DBANK26P
024121     IF WS-PAIR-NOT-FOUND                                         DBANK26P
024124        GO TO REVERSAL-COMPLETE                                   DBANK26P
024127     END-IF.                                                      DBANK26P
024130     MOVE SPACES TO C210-DATA.                                    DBANK26P
024133     MOVE WS-NEW-TS TO C210I-TIMESTAMP.                           DBANK26P
024136     IF WS-NAMED-LEG-SUB-TYPE IS EQUAL TO '1'                     DBANK26P
024139        MOVE '1' TO C210I-TIMESTAMP (26:1)                        DBANK26P
024142        MOVE WS-LEG-ACCNO TO C210I-FROM-ACC                       DBANK26P
024145        MOVE WS-NAMED-LEG-ACCNO TO C210I-TO-ACC                   DBANK26P
024148     ELSE                                                         DBANK26P
024151        MOVE WS-NAMED-LEG-ACCNO TO C210I-FROM-ACC                 DBANK26P
024154        MOVE WS-LEG-ACCNO TO C210I-TO-ACC                         DBANK26P
024157     END-IF.                                                      DBANK26P
024160     MOVE WS-NEW-REFNO TO C210I-REFNO.                            DBANK26P
024163     MOVE WS-LEG-AMOUNT TO C210I-AMOUNT.                          DBANK26P
024166     MOVE BLG-REC-BUS-DATE TO C210I-BUS-DATE.                     DBANK26P
024169     MOVE 'DBANK26P' TO C210I-POSTED-BY.                          DBANK26P
024172 COPY CBNKX210.                                                   DBANK26P
024175     IF C210O-FAIL                                                DBANK26P
024178        MOVE C210O-MSG TO CD26O-MSG                               DBANK26P
024181        GO TO REVERSAL-FAILED                                     DBANK26P
024184     END-IF.                                                      DBANK26P
024187                                                                  DBANK26P
024190 REVERSAL-COMPLETE.                                               DBANK26P
024200***************************************************************** DBANK26P
024300* Every piece worked - make them durable together               * DBANK26P
024400***************************************************************** DBANK26P
