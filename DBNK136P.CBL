001600*              One call returns, for every review queue - the   * DBNK136P
001700*              standing order exceptions, watchlist hits,       * DBNK136P
001800*              duplicate-customer pairs, positive pay items,    * DBNK136P
001900*              structuring and AML scenario cases, deceased-    * DBNK136P
002000*              registry matches, deposit holds about to mature  * DBNK136P
002010*              and card uses the fraud rules engine queued -    * DBNK136P
002100*              the count of items waiting, the oldest item's    * DBNK136P
002200*              date, the screen function that opens its handler * DBNK136P
002300*              and a breach flag once the oldest is past the    * DBNK136P
002310*              age threshold (BNKPARM key EXCAGEDD, days). Nine * DBNK136P
002320*              queues share eight lines, so an idle queue gives * DBNK136P
002330*              its line up to one with work waiting.            * DBNK136P
002500*              VSAM version                                     * DBNK136P
002600***************************************************************** DBNK136P
002700                                                                  DBNK136P
006700   05  WS-SORX-DATE                          PIC X(8).            DBNK136P
006800                                                                  DBNK136P
006900   05  WS-SORX-RID                           PIC X(26).           DBNK136P
007000   05  WS-WHIT-RID                           PIC X(21).           DBNK136P
007100   05  WS-DUPQ-RID                           PIC X(10).           DBNK136P
007200   05  WS-PPQ-RID                            PIC X(23).           DBNK136P
007300   05  WS-STRQ-RID                           PIC X(13).           DBNK136P
007400   05  WS-DECQ-RID                           PIC X(5).            DBNK136P
007500   05  WS-HOLD-RID                           PIC X(35).           DBNK136P
007510   05  WS-FRDQ-RID                           PIC X(12).           DBNK136P
007520   05  WS-AMLQ-RID                           PIC X(18).           DBNK136P
007530   05  WS-Q-SLOT                             PIC S9(4) COMP.      DBNK136P
007540   05  WS-Q-SUB                              PIC S9(4) COMP.      DBNK136P
007600                                                                  DBNK136P
007700 COPY CTSTAMPD.                                                   DBNK136P
007800                                                                  DBNK136P
009600                                                                  DBNK136P
009700 01  WS-BNKHOLD-REC.                                              DBNK136P
009800 COPY CBANKVHO.                                                   DBNK136P
009810                                                                  DBNK136P
009820 01  WS-BNKFRDQ-REC.                                              DBNK136P
009830 COPY CBANKVFQ.                                                   DBNK136P
009840                                                                  DBNK136P
009850 01  WS-BNKAMLQ-REC.                                              DBNK136P
009860 COPY CBANKVAQ.                                                   DBNK136P
009900                                                                  DBNK136P
010000 01  WS-BNKPARM-REC.                                              DBNK136P
010100 COPY CBANKVPM.                                                   DBNK136P
017400     PERFORM COUNT-STRQ THRU COUNT-STRQ-EXIT.                     DBNK136P
017500     PERFORM COUNT-DECQ THRU COUNT-DECQ-EXIT.                     DBNK136P
017600     PERFORM COUNT-HOLD THRU COUNT-HOLD-EXIT.                     DBNK136P
017610     PERFORM COUNT-FRDQ THRU COUNT-FRDQ-EXIT.                     DBNK136P
017620     PERFORM COUNT-AMLQ THRU COUNT-AMLQ-EXIT.                     DBNK136P
017700                                                                  DBNK136P
017800     SET C136O-OK TO TRUE.                                        DBNK136P
017900     MOVE SPACES TO C136O-MSG.                                    DBNK136P
049700             POST-ONE-QUEUE-EXIT.                                 DBNK136P
049800 COUNT-HOLD-EXIT.                                                 DBNK136P
049900     EXIT.                                                        DBNK136P
049902                                                                  DBNK136P
049904***************************************************************** DBNK136P
049906* FRDQ - BNKFRDQ                                                  DBNK136P
049908***************************************************************** DBNK136P
049910 COUNT-FRDQ.                                                      DBNK136P
049912     MOVE ZERO TO WS-Q-ITEMS.                                     DBNK136P
049914     MOVE SPACES TO WS-Q-OLDEST.                                  DBNK136P
049916     MOVE LOW-VALUES TO WS-FRDQ-RID.                              DBNK136P
049918     EXEC CICS STARTBR FILE('BNKFRDQ')                            DBNK136P
049920                       RIDFLD(WS-FRDQ-RID)                        DBNK136P
049922                       KEYLENGTH(LENGTH OF WS-FRDQ-RID)           DBNK136P
049924                       GTEQ                                       DBNK136P
049926                       RESP(WS-RESP)                              DBNK136P
049928     END-EXEC.                                                    DBNK136P
049930     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK136P
049932        GO TO FRDQ-DONE                                           DBNK136P
049934     END-IF.                                                      DBNK136P
049936 FRDQ-LOOP.                                                       DBNK136P
049938     EXEC CICS READNEXT FILE('BNKFRDQ')                           DBNK136P
049940                        INTO(WS-BNKFRDQ-REC)                      DBNK136P
049942                        LENGTH(LENGTH OF WS-BNKFRDQ-REC)          DBNK136P
049944                        RIDFLD(WS-FRDQ-RID)                       DBNK136P
049946                        KEYLENGTH(LENGTH OF WS-FRDQ-RID)          DBNK136P
049948                        RESP(WS-RESP)                             DBNK136P
049950     END-EXEC.                                                    DBNK136P
049952     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK136P
049954        EXEC CICS ENDBR FILE('BNKFRDQ')                           DBNK136P
049956        END-EXEC                                                  DBNK136P
049958        GO TO FRDQ-DONE                                           DBNK136P
049960     END-IF.                                                      DBNK136P
049962     IF BFQ-REC-IS-PENDING                                        DBNK136P
049964        ADD 1 TO WS-Q-ITEMS                                       DBNK136P
049966        IF WS-Q-OLDEST IS EQUAL TO SPACES OR                      DBNK136P
049968           BFQ-REC-QUEUED-DATE IS LESS THAN WS-Q-OLDEST           DBNK136P
049970           MOVE BFQ-REC-QUEUED-DATE TO WS-Q-OLDEST                DBNK136P
049972        END-IF                                                    DBNK136P
049974     END-IF.                                                      DBNK136P
049976     GO TO FRDQ-LOOP.                                             DBNK136P
049978 FRDQ-DONE.                                                       DBNK136P
049980     MOVE 'FRDQ' TO WS-Q-NAME.                                    DBNK136P
049982     MOVE 'FRDQ    ' TO WS-Q-HANDLER.                             DBNK136P
049984     PERFORM POST-ONE-QUEUE THRU                                  DBNK136P
049986             POST-ONE-QUEUE-EXIT.                                 DBNK136P
049988 COUNT-FRDQ-EXIT.                                                 DBNK136P
049989     EXIT.                                                        DBNK136P
049990                                                                  DBNK136P
049992***************************************************************** DBNK136P
049993* AMLQ - BNKAMLQ                                                  DBNK136P
049994***************************************************************** DBNK136P
049995 COUNT-AMLQ.                                                      DBNK136P
049996     MOVE ZERO TO WS-Q-ITEMS.                                     DBNK136P
049997     MOVE SPACES TO WS-Q-OLDEST.                                  DBNK136P
049998     MOVE LOW-VALUES TO WS-AMLQ-RID.                              DBNK136P
049999     EXEC CICS STARTBR FILE('BNKAMLQ')                            DBNK136P
050000                       RIDFLD(WS-AMLQ-RID)                        DBNK136P
050001                       KEYLENGTH(LENGTH OF WS-AMLQ-RID)           DBNK136P
050002                       GTEQ                                       DBNK136P
050003                       RESP(WS-RESP)                              DBNK136P
050004     END-EXEC.                                                    DBNK136P
050005     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK136P
050006        GO TO AMLQ-DONE                                           DBNK136P
050007     END-IF.                                                      DBNK136P
050008 AMLQ-LOOP.                                                       DBNK136P
050009     EXEC CICS READNEXT FILE('BNKAMLQ')                           DBNK136P
050010                        INTO(WS-BNKAMLQ-REC)                      DBNK136P
050011                        LENGTH(LENGTH OF WS-BNKAMLQ-REC)          DBNK136P
050012                        RIDFLD(WS-AMLQ-RID)                       DBNK136P
050013                        KEYLENGTH(LENGTH OF WS-AMLQ-RID)          DBNK136P
050014                        RESP(WS-RESP)                             DBNK136P
050015     END-EXEC.                                                    DBNK136P
050016     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK136P
050017        EXEC CICS ENDBR FILE('BNKAMLQ')                           DBNK136P
050018        END-EXEC                                                  DBNK136P
050019        GO TO AMLQ-DONE                                           DBNK136P
050020     END-IF.                                                      DBNK136P
050021     IF BAQ-REC-IS-PENDING                                        DBNK136P
050022        ADD 1 TO WS-Q-ITEMS                                       DBNK136P
050023        IF WS-Q-OLDEST IS EQUAL TO SPACES OR                      DBNK136P
050024           BAQ-REC-DETECTED-DATE IS LESS THAN WS-Q-OLDEST         DBNK136P
050025           MOVE BAQ-REC-DETECTED-DATE TO WS-Q-OLDEST              DBNK136P
050026        END-IF                                                    DBNK136P
050027     END-IF.                                                      DBNK136P
050028     GO TO AMLQ-LOOP.                                             DBNK136P
050029 AMLQ-DONE.                                                       DBNK136P
050030     MOVE 'AMLQ' TO WS-Q-NAME.                                    DBNK136P
050031     MOVE 'AMLQ    ' TO WS-Q-HANDLER.                             DBNK136P
050032     PERFORM POST-ONE-QUEUE THRU                                  DBNK136P
050033             POST-ONE-QUEUE-EXIT.                                 DBNK136P
050034 COUNT-AMLQ-EXIT.                                                 DBNK136P
050044     EXIT.                                                        DBNK136P
050054                                                                  DBNK136P
050100***************************************************************** DBNK136P
050200* One queue's line on the dashboard. Once the screen is full a  * DBNK136P
050210* queue with work waiting takes over the line of one that has   * DBNK136P
050220* none                                                          * DBNK136P
050300***************************************************************** DBNK136P
050400 POST-ONE-QUEUE.                                                  DBNK136P
050500     IF C136O-COUNT IS LESS THAN 8                                DBNK136P
050600        ADD 1 TO C136O-COUNT                                      DBNK136P
050700        MOVE C136O-COUNT TO WS-Q-SLOT                             DBNK136P
050800        GO TO POST-ONE-QUEUE-LINE                                 DBNK136P
050806     END-IF.                                                      DBNK136P
050812     IF WS-Q-ITEMS IS EQUAL TO ZERO                               DBNK136P
050818        GO TO POST-ONE-QUEUE-EXIT                                 DBNK136P
050824     END-IF.                                                      DBNK136P
050830     MOVE 0 TO WS-Q-SLOT.                                         DBNK136P
050836     PERFORM FIND-IDLE-LINE THRU                                  DBNK136P
050842             FIND-IDLE-LINE-EXIT                                  DBNK136P
050848       VARYING WS-Q-SUB FROM 1 BY 1                               DBNK136P
050854         UNTIL WS-Q-SUB IS GREATER THAN 8                         DBNK136P
050860            OR WS-Q-SLOT IS GREATER THAN 0.                       DBNK136P
050866     IF WS-Q-SLOT IS EQUAL TO 0                                   DBNK136P
050872        GO TO POST-ONE-QUEUE-EXIT                                 DBNK136P
050878     END-IF.                                                      DBNK136P
050884 POST-ONE-QUEUE-LINE.                                             DBNK136P
050900     MOVE WS-Q-NAME TO C136O-E-QUEUE (WS-Q-SLOT).                 DBNK136P
051000     MOVE WS-Q-HANDLER TO C136O-E-HANDLER (WS-Q-SLOT).            DBNK136P
051100     MOVE WS-Q-ITEMS TO C136O-E-ITEMS (WS-Q-SLOT).                DBNK136P
051200     MOVE WS-Q-OLDEST TO C136O-E-OLDEST (WS-Q-SLOT).              DBNK136P
051300     IF WS-Q-ITEMS IS GREATER THAN ZERO AND                       DBNK136P
051400        WS-Q-OLDEST IS NOT EQUAL TO SPACES AND                    DBNK136P
051500        WS-Q-OLDEST IS LESS THAN WS-BREACH-DATE                   DBNK136P
051600        MOVE '*' TO C136O-E-BREACH (WS-Q-SLOT)                    DBNK136P
051700     ELSE                                                         DBNK136P
051800        MOVE ' ' TO C136O-E-BREACH (WS-Q-SLOT)                    DBNK136P
051900     END-IF.                                                      DBNK136P
052000 POST-ONE-QUEUE-EXIT.                                             DBNK136P
052010     EXIT.                                                        DBNK136P
052020                                                                  DBNK136P
052030 FIND-IDLE-LINE.                                                  DBNK136P
052040     IF C136O-E-ITEMS (WS-Q-SUB) IS EQUAL TO ZERO                 DBNK136P
052050        MOVE WS-Q-SUB TO WS-Q-SLOT                                DBNK136P
052060     END-IF.                                                      DBNK136P
052070 FIND-IDLE-LINE-EXIT.                                             DBNK136P
052100     EXIT.                                                        DBNK136P
052200                                                                  DBNK136P
052300***************************************************************** DBNK136P
