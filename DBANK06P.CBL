001200***************************************************************** DBANK06P
001300* Program:     DBANK06P.CBL                                     * DBANK06P
001400* Function:    Write transaction records for audit trail        * DBANK06P
001410*              for a funds transfer, and enter a transfer       * DBANK06P
001420*              between accounts at two branches on the BNKIBDF  * DBANK06P
001430*              inter-branch register through DBNK210P           * DBANK06P
001500*              VSAM Version                                     * DBANK06P
001600***************************************************************** DBANK06P
001700                                                                  DBANK06P
004800                                                                  DBANK06P
004810 01  WS-TREF-DATA.                                                DBANK06P
004820 COPY CTREFD.                                                     DBANK06P
004822                                                                  DBANK06P
004824 01  WS-IBDF-DATA.                                                DBANK06P
004826 COPY CBNKD210.                                                   DBANK06P
004830                                                                  DBANK06P
004900 01  WS-COMMAREA.                                                 DBANK06P
005000 COPY CBANKD06.                                                   DBANK06P
015300     END-IF.                                                      DBANK06P
015400                                                                  DBANK06P
015500                                                                  DBANK06P
015604***************************************************************** DBANK06P
015608* A transfer between accounts at two branches goes on the       * DBANK06P
015612* inter-branch register in the same unit of work, so a failure  * DBANK06P
015616* there backs the transfer out like a failed audit write        * DBANK06P
015620***************************************************************** DBANK06P
015624     IF CD06O-UPDATE-FAIL                                         DBANK06P
015628        GO TO DBANK06P-SYNC                                       DBANK06P
015632     END-IF.                                                      DBANK06P
015636     MOVE SPACES TO C210-DATA.                                    DBANK06P
015640     MOVE CD06I-TIMESTAMP TO C210I-TIMESTAMP.                     DBANK06P
015644     MOVE '0' TO C210I-TIMESTAMP (26:1).                          DBANK06P
015648     MOVE TREF-REFNO TO C210I-REFNO.                              DBANK06P
015652     MOVE CD06I-FROM-ACC TO C210I-FROM-ACC.                       DBANK06P
015656     MOVE CD06I-TO-ACC TO C210I-TO-ACC.                           DBANK06P
015660     MOVE CD06I-TO-AMOUNT TO C210I-AMOUNT.                        DBANK06P
015664     MOVE 'DBANK06P' TO C210I-POSTED-BY.                          DBANK06P
015668 COPY CBNKX210.                                                   DBANK06P
015672     IF C210O-FAIL                                                DBANK06P
015676        SET CD06O-UPDATE-FAIL TO TRUE                             DBANK06P
015680        MOVE C210O-MSG TO CD06O-MSG                               DBANK06P
015684     END-IF.                                                      DBANK06P
015688                                                                  DBANK06P
015692 DBANK06P-SYNC.                                                   DBANK06P
015696******************************************************************DBANK06P
015700* The balance rewrite DBANK04P already made and both of the    *  DBANK06P
015800* writes above share this task's unit of work, since neither   *  DBANK06P
015900* program issues a SYNCPOINT of its own. So if either audit    *  DBANK06P
