001500*              on the BNKWHIT queue: list pending hits from a   * DBANK29P
001600*              starting customer, and clear or confirm a hit    * DBANK29P
001700*              with the reviewer and decision retained on the   * DBANK29P
001800*              record. Deciding a hit on an external payee      * DBANK29P
001810*              releases the payee or blocks it; DBANK74P then   * DBANK29P
001820*              sends its held payments or returns the funds.    * DBANK29P
001830*              A payee hit is keyed by its payee id as well.    * DBANK29P
001900*              VSAM Version                                     * DBANK29P
002000***************************************************************** DBANK29P
002100                                                                  DBANK29P
004000   05  WS-BNKWHIT-RID.                                            DBANK29P
004100     10  WS-BNKWHIT-RID-PID                  PIC X(5).            DBANK29P
004200     10  WS-BNKWHIT-RID-WATCH                PIC X(8).            DBANK29P
004210     10  WS-BNKWHIT-RID-PAYEE                PIC X(8).            DBANK29P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DBANK29P
004310   05  WS-BNKPAYE-RID                        PIC X(8).            DBANK29P
004400                                                                  DBANK29P
004500 COPY CTSTAMPD.                                                   DBANK29P
004600                                                                  DBANK29P
004700 01  WS-BNKWHIT-REC.                                              DBANK29P
004800 COPY CBANKVWH.                                                   DBANK29P
004810                                                                  DBANK29P
004820 01  WS-BNKPAYE-REC.                                              DBANK29P
004830 COPY CBANKVPE.                                                   DBANK29P
004900                                                                  DBANK29P
005000 01  WS-COMMAREA.                                                 DBANK29P
005100 COPY CBANKD29.                                                   DBANK29P
009100     MOVE 0 TO WS-SUB1.                                           DBANK29P
009200     MOVE CD29I-START-PID TO WS-BNKWHIT-RID-PID.                  DBANK29P
009300     MOVE SPACES TO WS-BNKWHIT-RID-WATCH.                         DBANK29P
009310     MOVE SPACES TO WS-BNKWHIT-RID-PAYEE.                         DBANK29P
009400     EXEC CICS STARTBR FILE('BNKWHIT')                            DBANK29P
009500                       RIDFLD(WS-BNKWHIT-RID)                     DBANK29P
009600                       GTEQ                                       DBANK29P
012400     MOVE BWH-REC-CUST-NAME TO CD29O-E-CUST-NAME (WS-SUB1).       DBANK29P
012500     MOVE BWH-REC-MATCH-FIELD TO CD29O-E-MATCH-FIELD (WS-SUB1).   DBANK29P
012600     MOVE BWH-REC-FOUND-DATE TO CD29O-E-FOUND-DATE (WS-SUB1).     DBANK29P
012610     MOVE BWH-REC-PAYEE-ID TO CD29O-E-PAYEE-ID (WS-SUB1).         DBANK29P
012700     GO TO LIST-HITS-LOOP.                                        DBANK29P
012800 LIST-HITS-DONE.                                                  DBANK29P
012900     MOVE WS-SUB1 TO CD29O-COUNT.                                 DBANK29P
013700 DECIDE-HIT.                                                      DBANK29P
013800     MOVE CD29I-PID TO WS-BNKWHIT-RID-PID.                        DBANK29P
013900     MOVE CD29I-WATCH-ID TO WS-BNKWHIT-RID-WATCH.                 DBANK29P
013910     MOVE CD29I-PAYEE-ID TO WS-BNKWHIT-RID-PAYEE.                 DBANK29P
014000     EXEC CICS READ FILE('BNKWHIT')                               DBANK29P
014100                    UPDATE                                        DBANK29P
014200                    INTO(WS-BNKWHIT-REC)                          DBANK29P
017600        MOVE 'Hit cleared' TO CD29O-MSG                           DBANK29P
017700     ELSE                                                         DBANK29P
017800        MOVE 'Hit confirmed' TO CD29O-MSG                         DBANK29P
017810     END-IF.                                                      DBANK29P
017820     IF BWH-REC-MATCHED-PAYEE                                     DBANK29P
017830        PERFORM MARK-PAYEE-DECISION THRU MARK-PAYEE-DECISION-EXIT DBANK29P
017900     END-IF.                                                      DBANK29P
018000 DECIDE-HIT-EXIT.                                                 DBANK29P
018100     EXIT.                                                        DBANK29P
018102                                                                  DBANK29P
018104***************************************************************** DBANK29P
018106* Carry a payee hit's decision onto the payee: a confirmed      * DBANK29P
018108* match blocks it, a cleared one lifts the hold                 * DBANK29P
018110***************************************************************** DBANK29P
018112 MARK-PAYEE-DECISION.                                             DBANK29P
018114     MOVE BWH-REC-PAYEE-ID TO WS-BNKPAYE-RID.                     DBANK29P
018116     EXEC CICS READ FILE('BNKPAYE')                               DBANK29P
018118                    UPDATE                                        DBANK29P
018120                    INTO(WS-BNKPAYE-REC)                          DBANK29P
018122                    LENGTH(LENGTH OF WS-BNKPAYE-REC)              DBANK29P
018124                    RIDFLD(WS-BNKPAYE-RID)                        DBANK29P
018126                    KEYLENGTH(LENGTH OF WS-BNKPAYE-RID)           DBANK29P
018128                    RESP(WS-RESP)                                 DBANK29P
018130     END-EXEC.                                                    DBANK29P
018132     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK29P
018134        GO TO MARK-PAYEE-DECISION-EXIT                            DBANK29P
018136     END-IF.                                                      DBANK29P
018138     IF CD29I-CONFIRM                                             DBANK29P
018140        SET BPE-REC-SCREEN-BLOCKED TO TRUE                        DBANK29P
018142     ELSE                                                         DBANK29P
018144        IF BPE-REC-SCREEN-HELD                                    DBANK29P
018146           SET BPE-REC-SCREEN-CLEAR TO TRUE                       DBANK29P
018148        END-IF                                                    DBANK29P
018150     END-IF.                                                      DBANK29P
018152     EXEC CICS REWRITE FILE('BNKPAYE')                            DBANK29P
018154                       FROM(WS-BNKPAYE-REC)                       DBANK29P
018156                       LENGTH(LENGTH OF WS-BNKPAYE-REC)           DBANK29P
018158                       RESP(WS-RESP)                              DBANK29P
018160     END-EXEC.                                                    DBANK29P
018162     IF CD29I-CONFIRM                                             DBANK29P
018164        MOVE 'Hit confirmed - payee blocked' TO CD29O-MSG         DBANK29P
018166     END-IF.                                                      DBANK29P
018168 MARK-PAYEE-DECISION-EXIT.                                        DBANK29P
018170     EXIT.                                                        DBANK29P
018200                                                                  DBANK29P
018300 DBANK29P-EXIT.                                                   DBANK29P
018400***************************************************************** DBANK29P
