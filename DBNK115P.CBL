001800*              from the case record alongside (COLRPT,          * DBNK115P
001900*              archived by DBANK84P under id COLLWORK).         * DBNK115P
002000*              Unassigned cases lead the report so the          * DBNK115P
002100*              supervisor can hand them out. Cases held under   * DBNK115P
002110*              a bankruptcy stay are left off. VSAM version     * DBNK115P
002200***************************************************************** DBNK115P
002300                                                                  DBNK115P
002400 IDENTIFICATION DIVISION.                                         DBNK115P
016900       AT END                                                     DBNK115P
017000         GO TO CASE-ENDED                                         DBNK115P
017100     END-READ.                                                    DBNK115P
017200     IF CCL-REC-IS-CLOSED OR                                      DBNK115P
017210        CCL-REC-IS-STAYED                                         DBNK115P
017300        GO TO CASE-LOOP                                           DBNK115P
017400     END-IF.                                                      DBNK115P
017500     IF CCL-REC-FOLLOW-UP IS GREATER THAN WS-RUN-DATE             DBNK115P
