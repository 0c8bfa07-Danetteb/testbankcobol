002100*              LIST returns a collector's cases whose          *  DBNK114P
002200*              follow-up has come due. The aging batch         *  DBNK114P
002300*              DBANK67P advances cases when money arrives.     *  DBNK114P
002310*              A case held under a bankruptcy stay (status S)  *  DBNK114P
002320*              cannot be worked and is left off the LIST.      *  DBNK114P
002400*              VSAM version                                    *  DBNK114P
002500***************************************************************** DBNK114P
002600                                                                  DBNK114P
010900        MOVE 'Case is closed' TO C114O-MSG                        DBNK114P
011000        GO TO DBNK114P-EXIT                                       DBNK114P
011100     END-IF.                                                      DBNK114P
011110     IF CCL-REC-IS-STAYED                                         DBNK114P
011120        MOVE 'Case is held - bankruptcy stay' TO C114O-MSG        DBNK114P
011130        GO TO DBNK114P-EXIT                                       DBNK114P
011140     END-IF.                                                      DBNK114P
011200                                                                  DBNK114P
011300     IF C114I-CONTACT                                             DBNK114P
011400        GO TO CONTACT-CASE                                        DBNK114P
021300        C114O-COUNT IS EQUAL TO 8                                 DBNK114P
021400        GO TO LIST-ENDED                                          DBNK114P
021500     END-IF.                                                      DBNK114P
021600     IF CCL-REC-IS-CLOSED OR                                      DBNK114P
021610        CCL-REC-IS-STAYED                                         DBNK114P
021700        GO TO LIST-LOOP                                           DBNK114P
021800     END-IF.                                                      DBNK114P
021900     IF C114I-OPERATOR IS NOT EQUAL TO SPACES AND                 DBNK114P
