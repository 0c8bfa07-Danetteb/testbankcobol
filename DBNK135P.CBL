001800*              one; CONVERT attaches it to a known customer     * DBNK135P
001900*              and feeds the quoted terms into the DBANK13P     * DBNK135P
002000*              quote store so DBANK22P origination books it     * DBNK135P
002100*              without re-keying. Each listed application shows * DBNK135P
002110*              the DBNK209P credit decisioning recommendation   * DBNK135P
002120*              and reason codes once it has been scored.        * DBNK135P
002130*              VSAM version                                     * DBNK135P
002200***************************************************************** DBNK135P
002300                                                                  DBNK135P
002400 IDENTIFICATION DIVISION.                                         DBNK135P
021100     MOVE LAP-REC-TERM TO C135O-E-TERM (C135O-COUNT).             DBNK135P
021200     MOVE LAP-REC-TAKEN-DATE TO                                   DBNK135P
021300          C135O-E-TAKEN-DATE (C135O-COUNT).                       DBNK135P
021310     MOVE LAP-REC-RECOMMEND TO                                    DBNK135P
021320          C135O-E-RECOMMEND (C135O-COUNT).                        DBNK135P
021330     MOVE LAP-REC-REASONS TO                                      DBNK135P
021340          C135O-E-REASONS (C135O-COUNT).                          DBNK135P
021400     GO TO LIST-LOOP.                                             DBNK135P
021500 LIST-ENDED.                                                      DBNK135P
021600     EXEC CICS ENDBR FILE('BNKLAPP')                              DBNK135P
